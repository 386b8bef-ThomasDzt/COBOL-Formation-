      *Maintenance des traites de reassurance en quote-part
      *traites-reassurance.txt : un traite par produit du referentiel
      *produits-assurance.txt (prodmaint), avec le reassureur, le
      *pourcentage cede, la limite de retention par sinistre (part
      *gardee au-dela de laquelle tout est cede, 0 = sans limite) et
      *le taux de commission de reassurance sur les primes cedees.
      *Le compte trimestriel comptreas s'en sert pour calculer primes,
      *sinistres et reserves cedes. Un produit sans traite n'est pas
      *cede. Le fichier part en copie de generation avant reecriture
      *et chaque mise a jour est tracee au journal d'audit central.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * PRD = PRODUIT ; TRT = TRAITE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reasmaint.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TRAITES
       ASSIGN TO "traites-reassurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Referentiel des produits d'assurance tenu par prodmaint
       SELECT OPTIONAL FICHIER-PRODUITS
       ASSIGN TO "produits-assurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Cession et commission en pourcentage ; retention en montant
      *par sinistre, 0 = sans limite
       FD FICHIER-TRAITES.
           01 F-TRAITE.
               05 F-TRT-PRODUIT            PIC X(14).
               05 F-TRT-REASSUREUR         PIC X(30).
               05 F-TRT-CESSION            PIC 9(03)V9(02).
               05 F-TRT-RETENTION          PIC 9(07)V9(02).
               05 F-TRT-COMMISSION         PIC 9(03)V9(02).

       FD FICHIER-PRODUITS.
           01 F-PRODUIT.
               05 F-PRD-CODE               PIC X(14).
               05 FILLER                   PIC X(119).


       WORKING-STORAGE SECTION.

      *Traites charges en memoire
       01 WS-TABLEAU-TRT.
           05 WS-TRT OCCURS 100 TIMES.
               10 WS-TRT-PRODUIT           PIC X(14).
               10 WS-TRT-REASSUREUR        PIC X(30).
               10 WS-TRT-CESSION           PIC 9(03)V9(02).
               10 WS-TRT-RETENTION         PIC 9(07)V9(02).
               10 WS-TRT-COMMISSION        PIC 9(03)V9(02).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-TRT                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 100.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-SAISIR                          VALUE "1".
           88 WS-CHOIX-LISTER                          VALUE "2".
           88 WS-CHOIX-SUPPRIMER                       VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies du traite en cours
       01 WS-SAISIE-PRODUIT                PIC X(14).
       01 WS-SAISIE-REASSUREUR             PIC X(30).
       01 WS-SAISIE-MONTANT                PIC X(10).

       01 WS-CESSION-NUM                   PIC 9(03)V9(02).
       01 WS-RETENTION-NUM                 PIC 9(07)V9(02).
       01 WS-COMMISSION-NUM                PIC 9(03)V9(02).

       01 WS-TRT-TROUVE                    PIC 9(03).
       01 WS-PRODUIT-CONNU                 PIC X.
           88 WS-PRODUIT-CONNU-O                       VALUE "O".
           88 WS-PRODUIT-CONNU-N                       VALUE "N".

       01 WS-TAUX-ED                       PIC ZZ9.99.
       01 WS-COMMISSION-ED                 PIC ZZ9.99.
       01 WS-RETENTION-ED                  PIC Z(06)9.99.

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "traites-reassurance.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-TRAITES-DEB
              THRU 0100-CHARGE-TRAITES-FIN.

           SET WS-MODIFIE-N TO TRUE.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           IF WS-MODIFIE-O
               PERFORM 0600-SAUVEGARDE-DEB
                  THRU 0600-SAUVEGARDE-FIN
           END-IF.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-CHARGE-TRAITES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           OPEN INPUT FICHIER-TRAITES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TRAITES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-TRAITE TO WS-TRT(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-MAX ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-TRT.

           CLOSE FICHIER-TRAITES.

           DISPLAY "Traites au fichier : " WS-MAX-TRT.

           EXIT.

       0100-CHARGE-TRAITES-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Traites de reassurance en quote-part.".
           DISPLAY "1 - Creer ou modifier un traite".
           DISPLAY "2 - Lister les traites".
           DISPLAY "3 - Supprimer un traite".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-SAISIR
                   PERFORM 0300-SAISIR-DEB
                      THRU 0300-SAISIR-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0500-LISTER-DEB
                      THRU 0500-LISTER-FIN

               WHEN WS-CHOIX-SUPPRIMER
                   PERFORM 0550-SUPPRIMER-DEB
                      THRU 0550-SUPPRIMER-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Saisie complete d'un traite : le produit doit figurer au
      *referentiel ; un traite deja connu pour ce produit est
      *remplace
       0300-SAISIR-DEB.

           DISPLAY "Code produit (14 car.) : ".
           ACCEPT WS-SAISIE-PRODUIT.

           IF WS-SAISIE-PRODUIT = SPACES
               DISPLAY "Code vide, saisie abandonnee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           PERFORM 0650-CONTROLE-PRODUIT-DEB
              THRU 0650-CONTROLE-PRODUIT-FIN.

           IF WS-PRODUIT-CONNU-N
               DISPLAY "Produit inconnu du referentiel : "
                       WS-SAISIE-PRODUIT " - saisie refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           PERFORM 0700-RECHERCHE-TRAITE-DEB
              THRU 0700-RECHERCHE-TRAITE-FIN.

           DISPLAY "Reassureur (30 car.) : ".
           ACCEPT WS-SAISIE-REASSUREUR.

           DISPLAY "Pourcentage cede (ex. 40.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-CESSION-NUM.

           IF WS-CESSION-NUM = 0
           OR WS-CESSION-NUM > 100
               DISPLAY "Pourcentage cede hors de 0 a 100 %, "
                       "saisie refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           DISPLAY "Limite de retention par sinistre "
                   "(0 = sans limite) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-RETENTION-NUM.

           DISPLAY "Taux de commission en % (ex. 25.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-COMMISSION-NUM.

           IF WS-COMMISSION-NUM > 100
               DISPLAY "Taux de commission superieur a 100 %, "
                       "saisie refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           IF WS-TRT-TROUVE = 0
               IF WS-MAX-TRT >= WS-CAPACITE-MAX
                   DISPLAY "Fichier des traites plein."
                   GO TO 0300-SAISIR-FIN
               END-IF
               ADD 1 TO WS-MAX-TRT
               MOVE WS-MAX-TRT TO WS-TRT-TROUVE
               MOVE "CREATION" TO AUDIT-ACTION
           ELSE
               MOVE "MODIF" TO AUDIT-ACTION
           END-IF.

           MOVE WS-SAISIE-PRODUIT  TO WS-TRT-PRODUIT(WS-TRT-TROUVE).
           MOVE WS-SAISIE-REASSUREUR
             TO WS-TRT-REASSUREUR(WS-TRT-TROUVE).
           MOVE WS-CESSION-NUM     TO WS-TRT-CESSION(WS-TRT-TROUVE).
           MOVE WS-RETENTION-NUM   TO WS-TRT-RETENTION(WS-TRT-TROUVE).
           MOVE WS-COMMISSION-NUM
             TO WS-TRT-COMMISSION(WS-TRT-TROUVE).

           SET WS-MODIFIE-O TO TRUE.

           MOVE "reasmaint" TO AUDIT-PROGRAMME.
           MOVE WS-SAISIE-PRODUIT TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Traite du produit " WS-SAISIE-PRODUIT
                   " enregistre.".

           EXIT.

       0300-SAISIR-FIN.

      *-----------------------------------------------------------------

       0500-LISTER-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRT

               MOVE WS-TRT-CESSION(WS-IDX) TO WS-TAUX-ED
               MOVE WS-TRT-COMMISSION(WS-IDX) TO WS-COMMISSION-ED
               MOVE WS-TRT-RETENTION(WS-IDX) TO WS-RETENTION-ED

               DISPLAY WS-TRT-PRODUIT(WS-IDX) " "
                       WS-TRT-REASSUREUR(WS-IDX)
               DISPLAY "  cede " WS-TAUX-ED " %"
                       "  retention " WS-RETENTION-ED
                       "  commission " WS-COMMISSION-ED " %"

           END-PERFORM.

           IF WS-MAX-TRT = 0
               DISPLAY "Aucun traite au fichier."
           END-IF.

           EXIT.

       0500-LISTER-FIN.

      *-----------------------------------------------------------------

      *Suppression : le produit n'est plus cede a partir du prochain
      *compte trimestriel
       0550-SUPPRIMER-DEB.

           DISPLAY "Code produit du traite a supprimer : ".
           ACCEPT WS-SAISIE-PRODUIT.

           PERFORM 0700-RECHERCHE-TRAITE-DEB
              THRU 0700-RECHERCHE-TRAITE-FIN.

           IF WS-TRT-TROUVE = 0
               DISPLAY "Aucun traite pour le produit "
                       WS-SAISIE-PRODUIT
               GO TO 0550-SUPPRIMER-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM WS-TRT-TROUVE BY 1
                   UNTIL WS-IDX >= WS-MAX-TRT
               MOVE WS-TRT(WS-IDX + 1) TO WS-TRT(WS-IDX)
           END-PERFORM.

           SUBTRACT 1 FROM WS-MAX-TRT.

           SET WS-MODIFIE-O TO TRUE.

           MOVE "reasmaint" TO AUDIT-PROGRAMME.
           MOVE "SUPPR" TO AUDIT-ACTION.
           MOVE WS-SAISIE-PRODUIT TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Traite du produit " WS-SAISIE-PRODUIT
                   " supprime.".

           EXIT.

       0550-SUPPRIMER-FIN.

      *-----------------------------------------------------------------

       0600-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           DISPLAY "Reecriture du fichier des traites.".
           OPEN OUTPUT FICHIER-TRAITES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRT

               MOVE WS-TRT(WS-IDX) TO F-TRAITE
               WRITE F-TRAITE

           END-PERFORM.

           CLOSE FICHIER-TRAITES.

           EXIT.

       0600-SAUVEGARDE-FIN.

      *-----------------------------------------------------------------

      *Le produit saisi doit figurer au referentiel des produits
       0650-CONTROLE-PRODUIT-DEB.

           SET WS-PRODUIT-CONNU-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PRODUITS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PRODUITS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PRD-CODE = WS-SAISIE-PRODUIT
                           SET WS-PRODUIT-CONNU-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PRODUITS.

           EXIT.

       0650-CONTROLE-PRODUIT-FIN.

      *-----------------------------------------------------------------

      *Recherche du traite du produit WS-SAISIE-PRODUIT : rang dans
      *WS-TRT-TROUVE, 0 si inconnu
       0700-RECHERCHE-TRAITE-DEB.

           MOVE 0 TO WS-TRT-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRT

               IF WS-TRT-PRODUIT(WS-IDX) = WS-SAISIE-PRODUIT
                   MOVE WS-IDX TO WS-TRT-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0700-RECHERCHE-TRAITE-FIN.
