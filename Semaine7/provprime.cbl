      *Provision pour primes non acquises a l'arrete mensuel : pour
      *chaque contrat actif de datassur.csv (statut "actif" en
      *82-89, convention lectassu) deja commence a la date
      *d'arrete, la prime (109-117) est repartie entre part acquise
      *et part non acquise au prorata des jours courus du debut
      *(91-98) a la fin (100-107) du contrat (module de dates commun
      *datutil, fonction ECART) ; un contrat echu est entierement
      *acquis. Les montants sont totalises par produit (25-38), par
      *annee de debut et par code agent (122-124), avec la variation
      *de la part non acquise depuis l'arrete precedent. Chaque
      *arrete est garde dans l'historique provisions-historique.txt
      *(un arrete relance a la meme date remplace le precedent) et
      *l'etat provisions-primes.txt est edite par le module
      *d'edition commun. La date d'arrete se saisit au lancement ;
      *vide, c'est le dernier jour du mois precedent.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CUM = CUMUL ; HIS = HISTORIQUE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. provprime.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-CONTRATS ASSIGN TO "datassur.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CONT.

      *Historique des arretes : une ligne par axe et par cle
       SELECT OPTIONAL FICHIER-HISTORIQUE
       ASSIGN TO "provisions-historique.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CONTRATS.
           01 F-LIGNE-CONTRATS             PIC X(1000).

      *Axe : P = produit, A = annee de debut, G = agent,
      *T = total du portefeuille
       FD FICHIER-HISTORIQUE.
           01 F-HISTORIQUE.
               05 F-HIS-DATE               PIC 9(08).
               05 F-HIS-AXE                PIC X(01).
               05 F-HIS-CLE                PIC X(14).
               05 F-HIS-NB                 PIC 9(05).
               05 F-HIS-PRIMES             PIC 9(09)V9(02).
               05 F-HIS-ACQUIS             PIC 9(09)V9(02).
               05 F-HIS-NON-ACQUIS         PIC 9(09)V9(02).


       WORKING-STORAGE SECTION.

      *Cumuls de l'arrete par axe et par cle, avec la part non
      *acquise de l'arrete precedent pour la variation
       01 WS-TABLEAU-CUMULS.
           05 WS-CUMUL OCCURS 300 TIMES.
               10 WS-CUM-AXE               PIC X(01).
               10 WS-CUM-CLE               PIC X(14).
               10 WS-CUM-NB                PIC 9(05).
               10 WS-CUM-PRIMES            PIC 9(09)V9(02).
               10 WS-CUM-ACQUIS            PIC 9(09)V9(02).
               10 WS-CUM-NON-ACQUIS        PIC 9(09)V9(02).
               10 WS-CUM-PRECEDENT         PIC 9(09)V9(02).

      *Historique des autres arretes, garde pour la reecriture
       01 WS-TABLEAU-HISTORIQUE.
           05 WS-LIGNE-HISTORIQUE OCCURS 2000 TIMES PIC X(61).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX-AXE                       PIC 9(01).
       01 WS-NB-CUMULS                     PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-CUMULS               PIC 9(04)   VALUE 300.
       01 WS-MAX-HISTORIQUE                PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-HISTORIQUE           PIC 9(04)   VALUE 2000.

       01 WS-STATUT-CONT                   PIC X(02).
           88 WS-STATUT-CONT-OK                        VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Ordre d'edition des axes et leurs titres de section
       01 WS-AXES                          PIC X(04)   VALUE "PAGT".
       01 WS-AXE-COURANT                   PIC X(01).
       01 WS-CLE-COURANTE                  PIC X(14).
       01 WS-CUM-TROUVE                    PIC 9(04).

      *Date d'arrete et arrete precedent retrouve dans l'historique
       01 WS-SAISIE-DATE                   PIC X(08).
       01 WS-DATE-ARRETE                   PIC 9(08).
       01 WS-DATE-ARRETE-R REDEFINES WS-DATE-ARRETE.
           05 WS-ARRETE-ANNEE-MOIS         PIC 9(06).
           05 WS-ARRETE-JOUR               PIC 9(02).
       01 WS-DATE-PRECEDENTE               PIC 9(08)   VALUE 0.
       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Contrat en cours de calcul
       01 WS-DATE-DEBUT                    PIC 9(08).
       01 WS-DATE-FIN                      PIC 9(08).
       01 WS-PRIME                         PIC 9(07)V9(02).
       01 WS-ACQUIS                        PIC 9(07)V9(02).
       01 WS-NON-ACQUIS                    PIC 9(07)V9(02).
       01 WS-JOURS-TERME                   PIC S9(07).
       01 WS-JOURS-COURUS                  PIC S9(07).

       01 WS-NB-LUS                        PIC 9(07)   VALUE 0.
       01 WS-NB-RETENUS                    PIC 9(07)   VALUE 0.

       01 WS-VARIATION                     PIC S9(09)V9(02).
       01 WS-PRIMES-ED                     PIC Z(08)9.99.
       01 WS-ACQUIS-ED                     PIC Z(08)9.99.
       01 WS-NON-ACQUIS-ED                 PIC Z(08)9.99.
       01 WS-VARIATION-ED                  PIC -(8)9.99.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "provisions-primes.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "PROVISION PRIMES NON ACQUISES".
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture de l'historique
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "provisions-historique.txt".

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "provprime" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0050-DATE-ARRETE-DEB
              THRU 0050-DATE-ARRETE-FIN.

           PERFORM 0100-CHARGE-HISTORIQUE-DEB
              THRU 0100-CHARGE-HISTORIQUE-FIN.

           PERFORM 0200-LECTURE-CONTRATS-DEB
              THRU 0200-LECTURE-CONTRATS-FIN.

           PERFORM 0400-EDITION-DEB
              THRU 0400-EDITION-FIN.

           PERFORM 0500-ECRIT-HISTORIQUE-DEB
              THRU 0500-ECRIT-HISTORIQUE-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-CUMULS TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Date d'arrete saisie ou, a defaut, veille du premier jour du
      *mois en cours
       0050-DATE-ARRETE-DEB.

           DISPLAY "Date d'arrete (AAAAMMJJ, vide = fin du mois "
                   "precedent) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-DATE-ARRETE
               MOVE 1 TO WS-ARRETE-JOUR
               MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
               MOVE WS-DATE-ARRETE TO WS-DATUTIL-DATE-1
               MOVE -1 TO WS-DATUTIL-NOMBRE
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-DATE-2 TO WS-DATE-ARRETE
               GO TO 0050-DATE-ARRETE-FIN
           END-IF.

           MOVE 1 TO WS-DATUTIL-RESULTAT.

           IF WS-SAISIE-DATE IS NUMERIC
               MOVE "VALID" TO WS-DATUTIL-FONCTION
               MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
           END-IF.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date d'arrete invalide : " WS-SAISIE-DATE
                       ", arret."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO EXEC-TYPE
               MOVE 8 TO EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
               STOP RUN
           END-IF.

           MOVE WS-SAISIE-DATE TO WS-DATE-ARRETE.

           EXIT.

       0050-DATE-ARRETE-FIN.

      *-----------------------------------------------------------------

      *Historique : les lignes d'un arrete a la meme date sont
      *ecartees (il sera remplace), l'arrete precedent est le plus
      *recent avant la date d'arrete et ses parts non acquises sont
      *reprises comme point de depart de la variation
       0100-CHARGE-HISTORIQUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-HISTORIQUE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-HISTORIQUE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-HIS-DATE NOT = WS-DATE-ARRETE
                           IF WS-MAX-HISTORIQUE
                              >= WS-CAPACITE-HISTORIQUE
                               DISPLAY "Erreur : historique des "
                                   "provisions au-dela de la "
                                   "capacite, arret."
                               MOVE 8 TO RETURN-CODE
                               MOVE "F" TO EXEC-TYPE
                               MOVE 8 TO EXEC-CODE
                               CALL "ctrlexec" USING EXEC-DEMANDE
                               END-CALL
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-MAX-HISTORIQUE
                           MOVE F-HISTORIQUE
                             TO WS-LIGNE-HISTORIQUE(WS-MAX-HISTORIQUE)
                           IF F-HIS-DATE < WS-DATE-ARRETE
                           AND F-HIS-DATE > WS-DATE-PRECEDENTE
                               MOVE F-HIS-DATE TO WS-DATE-PRECEDENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-HISTORIQUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-HISTORIQUE

               MOVE WS-LIGNE-HISTORIQUE(WS-IDX) TO F-HISTORIQUE

               IF F-HIS-DATE = WS-DATE-PRECEDENTE
                   MOVE F-HIS-AXE TO WS-AXE-COURANT
                   MOVE F-HIS-CLE TO WS-CLE-COURANTE
                   PERFORM 0350-RECHERCHE-CUMUL-DEB
                      THRU 0350-RECHERCHE-CUMUL-FIN
                   IF WS-CUM-TROUVE NOT = 0
                       MOVE F-HIS-NON-ACQUIS
                         TO WS-CUM-PRECEDENT(WS-CUM-TROUVE)
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-DATE-PRECEDENTE = 0
               DISPLAY "Premier arrete : pas de variation."
           ELSE
               DISPLAY "Arrete precedent : " WS-DATE-PRECEDENTE
           END-IF.

           EXIT.

       0100-CHARGE-HISTORIQUE-FIN.

      *-----------------------------------------------------------------

       0200-LECTURE-CONTRATS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           DISPLAY "Ouverture du fichier datassur.csv".
           OPEN INPUT FICHIER-CONTRATS.

           IF NOT WS-STATUT-CONT-OK
               DISPLAY "Erreur : datassur.csv introuvable (statut "
                       WS-STATUT-CONT "), arret."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO EXEC-TYPE
               MOVE 8 TO EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CONTRATS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0300-CALCUL-CONTRAT-DEB
                          THRU 0300-CALCUL-CONTRAT-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CONTRATS.

           DISPLAY "Contrats lus : " WS-NB-LUS
                   " - retenus : " WS-NB-RETENUS.

           EXIT.

       0200-LECTURE-CONTRATS-FIN.

      *-----------------------------------------------------------------

      *Parts acquise et non acquise d'un contrat actif, cumulees sur
      *les quatre axes
       0300-CALCUL-CONTRAT-DEB.

           IF FUNCTION TRIM(F-LIGNE-CONTRATS(82:8)) NOT = "actif"
               GO TO 0300-CALCUL-CONTRAT-FIN
           END-IF.

           IF F-LIGNE-CONTRATS(91:8) NOT NUMERIC
           OR F-LIGNE-CONTRATS(100:8) NOT NUMERIC
               DISPLAY "Dates illisibles, contrat ignore : "
                       F-LIGNE-CONTRATS(1:8)
               GO TO 0300-CALCUL-CONTRAT-FIN
           END-IF.

           MOVE F-LIGNE-CONTRATS(91:8) TO WS-DATE-DEBUT.
           MOVE F-LIGNE-CONTRATS(100:8) TO WS-DATE-FIN.

      *Contrat pas encore commence a l'arrete : hors provision
           IF WS-DATE-DEBUT > WS-DATE-ARRETE
               GO TO 0300-CALCUL-CONTRAT-FIN
           END-IF.

           MOVE FUNCTION NUMVAL(F-LIGNE-CONTRATS(109:9)) TO WS-PRIME.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DEBUT,
                                WS-DATE-FIN,
                                WS-JOURS-TERME,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Dates illisibles, contrat ignore : "
                       F-LIGNE-CONTRATS(1:8)
               MOVE 0 TO RETURN-CODE
               GO TO 0300-CALCUL-CONTRAT-FIN
           END-IF.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DEBUT,
                                WS-DATE-ARRETE,
                                WS-JOURS-COURUS,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Dates illisibles, contrat ignore : "
                       F-LIGNE-CONTRATS(1:8)
               MOVE 0 TO RETURN-CODE
               GO TO 0300-CALCUL-CONTRAT-FIN
           END-IF.

           IF WS-DATE-FIN <= WS-DATE-ARRETE
           OR WS-JOURS-TERME <= 0
               MOVE WS-PRIME TO WS-ACQUIS
           ELSE
               COMPUTE WS-ACQUIS ROUNDED =
                   WS-PRIME * WS-JOURS-COURUS / WS-JOURS-TERME
           END-IF.

           COMPUTE WS-NON-ACQUIS = WS-PRIME - WS-ACQUIS.

           ADD 1 TO WS-NB-RETENUS.

           MOVE "P" TO WS-AXE-COURANT.
           MOVE F-LIGNE-CONTRATS(25:14) TO WS-CLE-COURANTE.
           PERFORM 0320-CUMUL-AXE-DEB
              THRU 0320-CUMUL-AXE-FIN.

           MOVE "A" TO WS-AXE-COURANT.
           MOVE F-LIGNE-CONTRATS(91:4) TO WS-CLE-COURANTE.
           PERFORM 0320-CUMUL-AXE-DEB
              THRU 0320-CUMUL-AXE-FIN.

           MOVE "G" TO WS-AXE-COURANT.
           MOVE F-LIGNE-CONTRATS(122:3) TO WS-CLE-COURANTE.
           IF WS-CLE-COURANTE = SPACES
               MOVE "SANS AGENT" TO WS-CLE-COURANTE
           END-IF.
           PERFORM 0320-CUMUL-AXE-DEB
              THRU 0320-CUMUL-AXE-FIN.

           MOVE "T" TO WS-AXE-COURANT.
           MOVE "PORTEFEUILLE" TO WS-CLE-COURANTE.
           PERFORM 0320-CUMUL-AXE-DEB
              THRU 0320-CUMUL-AXE-FIN.

           EXIT.

       0300-CALCUL-CONTRAT-FIN.

      *-----------------------------------------------------------------

       0320-CUMUL-AXE-DEB.

           PERFORM 0350-RECHERCHE-CUMUL-DEB
              THRU 0350-RECHERCHE-CUMUL-FIN.

           IF WS-CUM-TROUVE = 0
               DISPLAY "Attention : table des cumuls pleine, "
                       WS-CLE-COURANTE " ignore."
               GO TO 0320-CUMUL-AXE-FIN
           END-IF.

           ADD 1 TO WS-CUM-NB(WS-CUM-TROUVE).
           ADD WS-PRIME TO WS-CUM-PRIMES(WS-CUM-TROUVE).
           ADD WS-ACQUIS TO WS-CUM-ACQUIS(WS-CUM-TROUVE).
           ADD WS-NON-ACQUIS TO WS-CUM-NON-ACQUIS(WS-CUM-TROUVE).

           EXIT.

       0320-CUMUL-AXE-FIN.

      *-----------------------------------------------------------------

      *Retrouve ou cree l'entree de l'axe et de la cle courants ;
      *0 quand la table est pleine
       0350-RECHERCHE-CUMUL-DEB.

           MOVE 0 TO WS-CUM-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CUMULS

               IF WS-CUM-AXE(WS-IDX) = WS-AXE-COURANT
               AND WS-CUM-CLE(WS-IDX) = WS-CLE-COURANTE
                   MOVE WS-IDX TO WS-CUM-TROUVE
               END-IF

           END-PERFORM.

           IF WS-CUM-TROUVE NOT = 0
           OR WS-NB-CUMULS >= WS-CAPACITE-CUMULS
               GO TO 0350-RECHERCHE-CUMUL-FIN
           END-IF.

           ADD 1 TO WS-NB-CUMULS.
           MOVE WS-NB-CUMULS TO WS-CUM-TROUVE.
           MOVE WS-AXE-COURANT TO WS-CUM-AXE(WS-CUM-TROUVE).
           MOVE WS-CLE-COURANTE TO WS-CUM-CLE(WS-CUM-TROUVE).
           MOVE 0 TO WS-CUM-NB(WS-CUM-TROUVE).
           MOVE 0 TO WS-CUM-PRIMES(WS-CUM-TROUVE).
           MOVE 0 TO WS-CUM-ACQUIS(WS-CUM-TROUVE).
           MOVE 0 TO WS-CUM-NON-ACQUIS(WS-CUM-TROUVE).
           MOVE 0 TO WS-CUM-PRECEDENT(WS-CUM-TROUVE).

           EXIT.

       0350-RECHERCHE-CUMUL-FIN.

      *-----------------------------------------------------------------

      *Etat par axe : produit, annee de debut, agent, puis total
       0400-EDITION-DEB.

           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "CLE               NB      PRIMES      ACQUIS"
                   "  NON ACQUIS   VARIATION"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Arrete au " WS-DATE-ARRETE
                   " - arrete precedent : " WS-DATE-PRECEDENTE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX-AXE FROM 1 BY 1
                   UNTIL WS-IDX-AXE > 4

               MOVE WS-AXES(WS-IDX-AXE:1) TO WS-AXE-COURANT

               MOVE SPACES TO WS-IMPRIM-LIGNE
               EVALUATE WS-AXE-COURANT
                   WHEN "P"
                       MOVE "PAR PRODUIT :" TO WS-IMPRIM-LIGNE
                   WHEN "A"
                       MOVE "PAR ANNEE DE DEBUT :" TO WS-IMPRIM-LIGNE
                   WHEN "G"
                       MOVE "PAR AGENT :" TO WS-IMPRIM-LIGNE
                   WHEN OTHER
                       MOVE "TOTAL :" TO WS-IMPRIM-LIGNE
               END-EVALUATE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-NB-CUMULS
                   IF WS-CUM-AXE(WS-IDX) = WS-AXE-COURANT
                       PERFORM 0450-LIGNE-CUMUL-DEB
                          THRU 0450-LIGNE-CUMUL-FIN
                   END-IF
               END-PERFORM

           END-PERFORM.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Etat ecrit dans provisions-primes.txt.".

           EXIT.

       0400-EDITION-FIN.

      *-----------------------------------------------------------------

       0450-LIGNE-CUMUL-DEB.

           COMPUTE WS-VARIATION = WS-CUM-NON-ACQUIS(WS-IDX)
               - WS-CUM-PRECEDENT(WS-IDX).

           MOVE WS-CUM-PRIMES(WS-IDX) TO WS-PRIMES-ED.
           MOVE WS-CUM-ACQUIS(WS-IDX) TO WS-ACQUIS-ED.
           MOVE WS-CUM-NON-ACQUIS(WS-IDX) TO WS-NON-ACQUIS-ED.
           MOVE WS-VARIATION TO WS-VARIATION-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-CUM-CLE(WS-IDX) " "
                   WS-CUM-NB(WS-IDX)
                   WS-PRIMES-ED
                   WS-ACQUIS-ED
                   WS-NON-ACQUIS-ED
                   WS-VARIATION-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0450-LIGNE-CUMUL-FIN.

      *-----------------------------------------------------------------

      *Historique reecrit : arretes precedents puis arrete du jour
       0500-ECRIT-HISTORIQUE-DEB.

           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-HISTORIQUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-HISTORIQUE
               MOVE WS-LIGNE-HISTORIQUE(WS-IDX) TO F-HISTORIQUE
               WRITE F-HISTORIQUE
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CUMULS
               IF WS-CUM-NB(WS-IDX) > 0
                   MOVE WS-DATE-ARRETE TO F-HIS-DATE
                   MOVE WS-CUM-AXE(WS-IDX) TO F-HIS-AXE
                   MOVE WS-CUM-CLE(WS-IDX) TO F-HIS-CLE
                   MOVE WS-CUM-NB(WS-IDX) TO F-HIS-NB
                   MOVE WS-CUM-PRIMES(WS-IDX) TO F-HIS-PRIMES
                   MOVE WS-CUM-ACQUIS(WS-IDX) TO F-HIS-ACQUIS
                   MOVE WS-CUM-NON-ACQUIS(WS-IDX) TO F-HIS-NON-ACQUIS
                   WRITE F-HISTORIQUE
               END-IF
           END-PERFORM.

           CLOSE FICHIER-HISTORIQUE.

           EXIT.

       0500-ECRIT-HISTORIQUE-FIN.

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
