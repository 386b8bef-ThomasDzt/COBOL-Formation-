      * Etat hebdomadaire des lots a retirer : le stock par lot
      * stock-lots.txt (tenu par mouvstock) est trie par depot puis
      * par date de peremption, et l'etat lots-peremption.txt (module
      * imprim) liste pour chaque depot les lots deja perimes encore
      * en stock, puis les lots qui periment dans les N jours, avec
      * les jours restants, pour qu'ils soient retires avant de
      * partir chez un client. N se lit dans peremption.cfg (3
      * chiffres), 15 jours par defaut. Code retour 4 s'il reste du
      * stock perime.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * PER = PEREMPTION ; DEP = DEPOT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. peremlot.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-LOTS ASSIGN TO "stock-lots.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-LOT.

      *Horizon d'alerte en jours
       SELECT OPTIONAL FICHIER-CONFIG ASSIGN TO "peremption.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-LOTS.
           COPY "lot-record.cpy".

       FD FICHIER-CONFIG.
           01 F-HORIZON-CFG                PIC X(03).


       WORKING-STORAGE SECTION.

      *OCCURS DEPENDING : le tri ne porte que sur les lots charges
       01 WS-TABLEAU-LOT.
           05 WS-LIGNE-LOT OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-MAX-LOT.
               10 WS-LOT-DEPOT             PIC X(03).
               10 WS-LOT-PEREMPTION        PIC X(08).
               10 WS-LOT-OBJET             PIC X(10).
               10 WS-LOT-NUMERO            PIC X(10).
               10 WS-LOT-QTE               PIC 9(04).

       77 WS-IDX                           PIC 9(04).
       01 WS-MAX-LOT                       PIC 9(04).
       01 WS-CAPACITE-LOT                  PIC 9(04)   VALUE 2000.

       01 WS-STATUT-LOT                    PIC X(02).
           88 WS-STATUT-LOT-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Horizon d'alerte et date limite correspondante
       01 WS-HORIZON                       PIC 9(03)   VALUE 15.
       01 WS-DATE-DU-JOUR                  PIC 9(08).
       01 WS-DATE-LIMITE                   PIC 9(08).
       01 WS-PEREMPTION-NUM                PIC 9(08).

      *Rupture par depot
       01 WS-DEPOT-COURANT                 PIC X(03).

      *Compteurs par depot et generaux
       01 WS-NB-LUS                        PIC 9(05)   VALUE 0.
       01 WS-DEP-PERIMES                   PIC 9(04).
       01 WS-DEP-PROCHES                   PIC 9(04).
       01 WS-NB-PERIMES                    PIC 9(05)   VALUE 0.
       01 WS-NB-PROCHES                    PIC 9(05)   VALUE 0.
       01 WS-QTE-PERIMEE                   PIC 9(07)   VALUE 0.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).
       01 WS-JOURS-RESTANTS                PIC -(6)9.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "lots-peremption.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "LOTS PERIMES OU A PEREMPTION PROCHE".
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE
               "ARTICLE    LOT        PEREMPT.  QTE  ETAT".
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "peremlot" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-CONFIG-DEB
              THRU 0100-LECTURE-CONFIG-FIN.

           PERFORM 0200-LECTURE-LOTS-DEB
              THRU 0200-LECTURE-LOTS-FIN.

           PERFORM 0300-EDITION-DEB
              THRU 0300-EDITION-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           COMPUTE EXEC-ECRITS = WS-NB-PERIMES + WS-NB-PROCHES.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Horizon d'alerte de peremption.cfg, sinon 15 jours ; la date
      *limite est la date du jour plus l'horizon
       0100-LECTURE-CONFIG-DEB.

           OPEN INPUT FICHIER-CONFIG.

           READ FICHIER-CONFIG
               AT END
                   CONTINUE
               NOT AT END
                   IF F-HORIZON-CFG IS NUMERIC
                       MOVE F-HORIZON-CFG TO WS-HORIZON
                   END-IF
           END-READ.

           CLOSE FICHIER-CONFIG.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-HORIZON TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DATE-LIMITE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           DISPLAY "Lots perimes ou perimant d'ici le "
                   WS-DATE-LIMITE " (" WS-HORIZON " jours).".

           EXIT.

       0100-LECTURE-CONFIG-FIN.

      *-----------------------------------------------------------------

      *Chargement du stock par lot puis tri par depot et peremption
       0200-LECTURE-LOTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.
           MOVE WS-CAPACITE-LOT TO WS-MAX-LOT.

           OPEN INPUT FICHIER-LOTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-LOTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-LOT
                           MOVE LOT-DEPOT TO WS-LOT-DEPOT(WS-IDX)
                           MOVE LOT-PEREMPTION
                             TO WS-LOT-PEREMPTION(WS-IDX)
                           MOVE LOT-OBJET TO WS-LOT-OBJET(WS-IDX)
                           MOVE LOT-NUMERO TO WS-LOT-NUMERO(WS-IDX)
                           MOVE LOT-QTE TO WS-LOT-QTE(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-LOT ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-LOT.

           CLOSE FICHIER-LOTS.

           IF WS-MAX-LOT > 1
               SORT WS-LIGNE-LOT ON ASCENDING KEY WS-LOT-DEPOT
                                                 WS-LOT-PEREMPTION
           END-IF.

           EXIT.

       0200-LECTURE-LOTS-FIN.

      *-----------------------------------------------------------------

      *Etat par depot : les lots sont deja dans l'ordre des
      *peremptions, les perimes sortent donc en tete de chaque depot,
      *suivis des lots a peremption proche ; les autres sont ignores
       0300-EDITION-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Date du jour " WS-DATE-DU-JOUR
                   " - horizon " WS-HORIZON " jours, jusqu'au "
                   WS-DATE-LIMITE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-DEPOT-COURANT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LOT

               IF WS-LOT-DEPOT(WS-IDX) NOT = WS-DEPOT-COURANT
                   IF WS-DEPOT-COURANT NOT = SPACES
                       PERFORM 0350-TOTAL-DEPOT-DEB
                          THRU 0350-TOTAL-DEPOT-FIN
                   END-IF
                   MOVE WS-LOT-DEPOT(WS-IDX) TO WS-DEPOT-COURANT
                   MOVE 0 TO WS-DEP-PERIMES
                   MOVE 0 TO WS-DEP-PROCHES

                   MOVE SPACES TO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
                   STRING "Depot " WS-DEPOT-COURANT
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
               END-IF

               IF WS-LOT-QTE(WS-IDX) > 0
               AND WS-LOT-PEREMPTION(WS-IDX) NOT > WS-DATE-LIMITE
                   PERFORM 0400-LIGNE-LOT-DEB
                      THRU 0400-LIGNE-LOT-FIN
               END-IF

           END-PERFORM.

           IF WS-DEPOT-COURANT NOT = SPACES
               PERFORM 0350-TOTAL-DEPOT-DEB
                  THRU 0350-TOTAL-DEPOT-FIN
           END-IF.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           STRING "TOTAL : " WS-NB-PERIMES " lot(s) perime(s) pour "
                   WS-QTE-PERIMEE " unite(s), " WS-NB-PROCHES
                   " lot(s) a peremption proche"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Etat ecrit : " WS-NB-PERIMES " lot(s) perime(s), "
                   WS-NB-PROCHES " a peremption proche.".

           IF WS-NB-PERIMES > 0
               DISPLAY "Attention : du stock perime reste en depot, "
                       "voir lots-peremption.txt."
               MOVE 4 TO RETURN-CODE
           END-IF.

           EXIT.

       0300-EDITION-FIN.

      *-----------------------------------------------------------------

       0350-TOTAL-DEPOT-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Depot " WS-DEPOT-COURANT " : " WS-DEP-PERIMES
                   " perime(s), " WS-DEP-PROCHES
                   " a peremption proche"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0350-TOTAL-DEPOT-FIN.

      *-----------------------------------------------------------------

      *Ligne d'un lot du depot courant : perime (peremption passee)
      *ou a retirer sous n jours
       0400-LIGNE-LOT-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.

           IF WS-LOT-PEREMPTION(WS-IDX) < WS-DATE-DU-JOUR
               ADD 1 TO WS-NB-PERIMES
               ADD 1 TO WS-DEP-PERIMES
               ADD WS-LOT-QTE(WS-IDX) TO WS-QTE-PERIMEE

               STRING WS-LOT-OBJET(WS-IDX) " "
                       WS-LOT-NUMERO(WS-IDX) " "
                       WS-LOT-PEREMPTION(WS-IDX) "  "
                       WS-LOT-QTE(WS-IDX) " PERIME, A RETIRER"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           ELSE
               ADD 1 TO WS-NB-PROCHES
               ADD 1 TO WS-DEP-PROCHES

               MOVE WS-LOT-PEREMPTION(WS-IDX) TO WS-PEREMPTION-NUM
               MOVE "ECART" TO WS-DATUTIL-FONCTION
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATE-DU-JOUR,
                                    WS-PEREMPTION-NUM,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-NOMBRE TO WS-JOURS-RESTANTS

               STRING WS-LOT-OBJET(WS-IDX) " "
                       WS-LOT-NUMERO(WS-IDX) " "
                       WS-LOT-PEREMPTION(WS-IDX) "  "
                       WS-LOT-QTE(WS-IDX) " perime dans"
                       WS-JOURS-RESTANTS " jour(s)"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           END-IF.

           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0400-LIGNE-LOT-FIN.

      *-----------------------------------------------------------------

      *Appel du module d'edition commun avec les zones preparees
       0900-APPEL-IMPRIM-DEB.

           CALL "imprim" USING WS-IMPRIM-ACTION,
                               WS-IMPRIM-FICHIER,
                               WS-IMPRIM-TITRE,
                               WS-IMPRIM-ENTETE,
                               WS-IMPRIM-LIGNE
           END-CALL.

           EXIT.

       0900-APPEL-IMPRIM-FIN.
