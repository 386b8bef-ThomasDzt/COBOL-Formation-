      * Approbation des transferts entre depots proposes par reequil
      * (propositions-transferts.txt) : chaque proposition en attente
      * est presentee avec les stocks et niveaux cibles des deux
      * depots ; O l'approuve, N la refuse, une reponse vide la laisse
      * en attente. Une proposition approuvee ecrit un mouvement de
      * code T dans mouvements-stock.txt (comme transtock), applique
      * ensuite par mouvstock, et part au journal d'audit central ;
      * elle n'est approuvee que si le depot source a encore la
      * quantite en stock (inventaire.txt relu). reappro deduit les
      * transferts approuves de ce qu'il commande. Droit APPROUVE
      * sur valtrans via autorise.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * TRF = TRANSFERT ; MVT = MOUVEMENT ; INV = INVENTAIRE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. valtrans.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TRANSFERTS
       ASSIGN TO "propositions-transferts.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-MOUVEMENTS
       ASSIGN TO "mouvements-stock.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-TRANSFERTS.
           COPY "transfert-record.cpy".

       FD FICHIER-INVENTAIRE.
           01 F-LIGNE-INV                  PIC X(30).

       FD FICHIER-MOUVEMENTS.
           01 F-LIGNE-MVT.
               05 F-MVT-OBJET              PIC X(10).
               05 F-MVT-DATE               PIC X(08).
               05 F-MVT-CODE               PIC X(01).
               05 F-MVT-QTE                PIC X(02).
               05 F-MVT-DEPOT              PIC X(03).
               05 F-MVT-DEPOT-DEST         PIC X(03).


       WORKING-STORAGE SECTION.

      *Propositions en memoire, enregistrements bruts
       01 WS-TABLEAU-TRF.
           05 WS-LIGNE-TRF OCCURS 1000 TIMES.
               10 WS-TRF-ENREG             PIC X(35).

      *Stock actuel par article et depot, diminue des transferts
      *approuves au fil de la seance
       01 WS-TABLEAU-INV.
           05 WS-LIGNE-INV OCCURS 2000 TIMES.
               10 WS-INV-ARTICLE           PIC X(10).
               10 WS-INV-DEPOT             PIC X(03).
               10 WS-INV-STOCK             PIC 9(02).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).
       01 WS-MAX-TRF                       PIC 9(04).
       01 WS-CAPACITE-TRF                  PIC 9(04)   VALUE 1000.
       01 WS-MAX-INV                       PIC 9(04).
       01 WS-CAPACITE-INV                  PIC 9(04)   VALUE 2000.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-REPONSE                       PIC X.
       01 WS-INV-TROUVE                    PIC 9(04).

       01 WS-NB-APPROUVES                  PIC 9(04)   VALUE 0.
       01 WS-NB-REFUSES                    PIC 9(04)   VALUE 0.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME            PIC X(10)   VALUE "valtrans".
       01 WS-AUTORISE-ACTION               PIC X(10)   VALUE "APPROUVE".
       01 WS-AUTORISE-RESULTAT             PIC 9(01).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-TRF               PIC X(30)
               VALUE "propositions-transferts.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a approuver les transferts."
               STOP RUN
           END-IF.

           PERFORM 0100-LECTURE-TRANSFERTS-DEB
              THRU 0100-LECTURE-TRANSFERTS-FIN.

           PERFORM 0150-LECTURE-INVENTAIRE-DEB
              THRU 0150-LECTURE-INVENTAIRE-FIN.

           OPEN EXTEND FICHIER-MOUVEMENTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRF

               MOVE WS-TRF-ENREG(WS-IDX) TO LIGNE-TRANSFERT
               IF TRF-STATUT = "P"
                   PERFORM 0200-DECISION-DEB
                      THRU 0200-DECISION-FIN
                   MOVE LIGNE-TRANSFERT TO WS-TRF-ENREG(WS-IDX)
               END-IF

           END-PERFORM.

           CLOSE FICHIER-MOUVEMENTS.

           DISPLAY "Transferts approuves : " WS-NB-APPROUVES
                   " - refuses : " WS-NB-REFUSES.

           IF WS-NB-APPROUVES + WS-NB-REFUSES > 0
               PERFORM 0300-REECRITURE-TRANSFERTS-DEB
                  THRU 0300-REECRITURE-TRANSFERTS-FIN
           END-IF.

           IF WS-NB-APPROUVES > 0
               DISPLAY "Mouvements T ecrits, a appliquer par mouvstock."
           END-IF.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-LECTURE-TRANSFERTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-TRF.

           OPEN INPUT FICHIER-TRANSFERTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TRANSFERTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-TRF < WS-CAPACITE-TRF
                           ADD 1 TO WS-MAX-TRF
                           MOVE LIGNE-TRANSFERT
                             TO WS-TRF-ENREG(WS-MAX-TRF)
                       ELSE
                           DISPLAY "Attention : propositions "
                               "tronquees, capacite maximale "
                               "atteinte (" WS-CAPACITE-TRF ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           EXIT.

       0100-LECTURE-TRANSFERTS-FIN.

      *-----------------------------------------------------------------

      *Stock actuel par article et depot (D01 sur les anciennes lignes
      *sans depot)
       0150-LECTURE-INVENTAIRE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-INV.

           OPEN INPUT FICHIER-INVENTAIRE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-INVENTAIRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-INV < WS-CAPACITE-INV
                           ADD 1 TO WS-MAX-INV
                           MOVE F-LIGNE-INV(1:10)
                             TO WS-INV-ARTICLE(WS-MAX-INV)
                           IF F-LIGNE-INV(11:2) IS NUMERIC
                               MOVE F-LIGNE-INV(11:2)
                                 TO WS-INV-STOCK(WS-MAX-INV)
                           ELSE
                               MOVE 0 TO WS-INV-STOCK(WS-MAX-INV)
                           END-IF
                           IF F-LIGNE-INV(13:3) = SPACES
                               MOVE "D01" TO WS-INV-DEPOT(WS-MAX-INV)
                           ELSE
                               MOVE F-LIGNE-INV(13:3)
                                 TO WS-INV-DEPOT(WS-MAX-INV)
                           END-IF
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-INV ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-INVENTAIRE.

           EXIT.

       0150-LECTURE-INVENTAIRE-FIN.

      *-----------------------------------------------------------------

      *Proposition en attente (LIGNE-TRANSFERT) : presentation, accord
      *et, si approuvee, mouvement T et journal d'audit
       0200-DECISION-DEB.

           DISPLAY "Article " TRF-ARTICLE " : " TRF-QTE " de "
                   TRF-DEPOT " (stock " TRF-STOCK-SOURCE ", cible "
                   TRF-CIBLE-SOURCE ") vers " TRF-DEPOT-DEST
                   " (stock " TRF-STOCK-DEST ", cible "
                   TRF-CIBLE-DEST ")".
           DISPLAY "Approuver (O/N, vide = plus tard) : ".
           ACCEPT WS-REPONSE.

           EVALUATE WS-REPONSE
               WHEN "O"
               WHEN "o"
                   CONTINUE
               WHEN "N"
               WHEN "n"
                   MOVE "R" TO TRF-STATUT
                   ADD 1 TO WS-NB-REFUSES
                   GO TO 0200-DECISION-FIN
               WHEN OTHER
                   GO TO 0200-DECISION-FIN
           END-EVALUATE.

           MOVE 0 TO WS-INV-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-INV
               IF WS-INV-ARTICLE(WS-IDX2) = TRF-ARTICLE
               AND WS-INV-DEPOT(WS-IDX2) = TRF-DEPOT
                   MOVE WS-IDX2 TO WS-INV-TROUVE
               END-IF
           END-PERFORM.

           IF WS-INV-TROUVE = 0
               DISPLAY "  Article absent du depot " TRF-DEPOT
                       " dans l'inventaire, transfert refuse."
               MOVE "R" TO TRF-STATUT
               ADD 1 TO WS-NB-REFUSES
               GO TO 0200-DECISION-FIN
           END-IF.

           IF WS-INV-STOCK(WS-INV-TROUVE) < TRF-QTE
               DISPLAY "  Stock du depot " TRF-DEPOT " insuffisant ("
                       WS-INV-STOCK(WS-INV-TROUVE) "), transfert "
                       "laisse en attente."
               GO TO 0200-DECISION-FIN
           END-IF.

           SUBTRACT TRF-QTE FROM WS-INV-STOCK(WS-INV-TROUVE).

           MOVE SPACES TO F-LIGNE-MVT.
           MOVE TRF-ARTICLE       TO F-MVT-OBJET.
           MOVE WS-DATE-DU-JOUR   TO F-MVT-DATE.
           MOVE "T"               TO F-MVT-CODE.
           MOVE TRF-QTE           TO F-MVT-QTE.
           MOVE TRF-DEPOT         TO F-MVT-DEPOT.
           MOVE TRF-DEPOT-DEST    TO F-MVT-DEPOT-DEST.
           WRITE F-LIGNE-MVT.

           MOVE "A" TO TRF-STATUT.
           ADD 1 TO WS-NB-APPROUVES.

           MOVE "valtrans" TO AUDIT-PROGRAMME.
           MOVE "APPROUVE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING TRF-ARTICLE " " TRF-DEPOT ">" TRF-DEPOT-DEST " "
                   TRF-QTE
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0200-DECISION-FIN.

      *-----------------------------------------------------------------

      *Les statuts sont reportes pour ne plus representer les
      *propositions tranchees ; l'etat precedent part en copie de
      *generation (genrest)
       0300-REECRITURE-TRANSFERTS-DEB.

           CALL "gensauve" USING WS-NOM-FICHIER-TRF
           END-CALL.

           OPEN OUTPUT FICHIER-TRANSFERTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRF
               MOVE WS-TRF-ENREG(WS-IDX) TO LIGNE-TRANSFERT
               WRITE LIGNE-TRANSFERT
           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           EXIT.

       0300-REECRITURE-TRANSFERTS-FIN.
