      *Compte trimestriel de reassurance en quote-part : d'apres les
      *traites de traites-reassurance.txt (reasmaint), pour chaque
      *produit cede :
      *  primes cedees : prime (109-117) des lignes de datassur.csv
      *  dont le debut (91-98) tombe dans le trimestre, au pourcentage
      *  cede, avec la commission de reassurance qui revient a la
      *  compagnie ;
      *  sinistres cedes : reglements de reglements-sinistres.txt
      *  dates du trimestre ;
      *  reserves cedees : reste a payer des sinistres ouverts a la
      *  fin du trimestre (reserve moins regle, plancher a zero, meme
      *  base que l'etat reserves-en-cours de sinistres).
      *La part cedee d'un sinistre suit le pourcentage cede, la part
      *gardee etant plafonnee a la limite de retention du traite :
      *le surplus est cede lui aussi. Le sinistre rejoint le produit
      *de son contrat dans datassur.csv (convention ratiosin).
      *Le compte compte-reassurance.txt (module d'edition commun)
      *donne les montants par produit puis, par reassureur, le solde
      *du dans un sens ou dans l'autre (primes cedees moins
      *commission moins sinistres cedes ; les reserves cedees sont
      *donnees pour information). Le bordereau detaille
      *bordereau-reassurance.txt liste chaque contrat, reglement et
      *reserve cedes. Le trimestre (AAAAT) se saisit au lancement ;
      *vide, c'est le trimestre precedent. Execution tracee au
      *journal des executions batch.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * BRD = BORDEREAU ; REA = REASSUREUR ; REG = REGLEMENT ;
      * SIN = SINISTRE ; TRT = TRAITE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptreas.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TRAITES
       ASSIGN TO "traites-reassurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CONTRATS ASSIGN TO "datassur.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CONT.

       SELECT OPTIONAL FICHIER-SINISTRES ASSIGN TO "sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REGLEMENTS
       ASSIGN TO "reglements-sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-BORDEREAU ASSIGN TO "bordereau-reassurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-TRAITES.
           01 F-TRAITE.
               05 F-TRT-PRODUIT            PIC X(14).
               05 F-TRT-REASSUREUR         PIC X(30).
               05 F-TRT-CESSION            PIC 9(03)V9(02).
               05 F-TRT-RETENTION          PIC 9(07)V9(02).
               05 F-TRT-COMMISSION         PIC 9(03)V9(02).

       FD FICHIER-CONTRATS.
           01 F-LIGNE-CONTRATS             PIC X(1000).

       FD FICHIER-SINISTRES.
           01 F-SINISTRE.
               05 F-SIN-NUMERO             PIC X(08).
               05 F-SIN-DATE               PIC X(08).
               05 F-SIN-TYPE               PIC X(10).
               05 F-SIN-MONTANT            PIC 9(07)V9(02).
               05 F-SIN-STATUT             PIC X(01).
               05 F-SIN-RESERVE            PIC 9(07)V9(02).
               05 F-SIN-NUM-SIN            PIC X(06).

       FD FICHIER-REGLEMENTS.
           01 F-REGLEMENT.
               05 F-REG-NUM-SIN            PIC X(06).
               05 F-REG-DATE               PIC X(08).
               05 F-REG-MONTANT            PIC 9(07)V9(02).

      *Type : P = prime cedee, S = reglement de sinistre cede,
      *R = reserve cedee en fin de trimestre
       FD FICHIER-BORDEREAU.
           01 F-BORDEREAU.
               05 F-BRD-TRIMESTRE          PIC X(05).
               05 F-BRD-TYPE               PIC X(01).
               05 F-BRD-PRODUIT            PIC X(14).
               05 F-BRD-CONTRAT            PIC X(08).
               05 F-BRD-SINISTRE           PIC X(06).
               05 F-BRD-DATE               PIC X(08).
               05 F-BRD-BRUT               PIC 9(07)V9(02).
               05 F-BRD-TAUX               PIC 9(03)V9(02).
               05 F-BRD-CEDE               PIC 9(07)V9(02).
               05 F-BRD-COMMISSION         PIC 9(07)V9(02).


       WORKING-STORAGE SECTION.

      *Traites et cumuls du trimestre par produit cede
       01 WS-TABLEAU-TRT.
           05 WS-TRT OCCURS 100 TIMES.
               10 WS-TRT-PRODUIT           PIC X(14).
               10 WS-TRT-REASSUREUR        PIC X(30).
               10 WS-TRT-CESSION           PIC 9(03)V9(02).
               10 WS-TRT-RETENTION         PIC 9(07)V9(02).
               10 WS-TRT-COMMISSION        PIC 9(03)V9(02).
               10 WS-TRT-PRIMES            PIC 9(09)V9(02).
               10 WS-TRT-COMM-MT           PIC 9(09)V9(02).
               10 WS-TRT-SINISTRES         PIC 9(09)V9(02).
               10 WS-TRT-RESERVES          PIC 9(09)V9(02).

      *Cumuls par reassureur pour le solde
       01 WS-TABLEAU-REA.
           05 WS-REA OCCURS 20 TIMES.
               10 WS-REA-NOM               PIC X(30).
               10 WS-REA-PRIMES            PIC 9(09)V9(02).
               10 WS-REA-COMMISSION        PIC 9(09)V9(02).
               10 WS-REA-SINISTRES         PIC 9(09)V9(02).
               10 WS-REA-RESERVES          PIC 9(09)V9(02).

      *Contrats : numero et produit de la premiere ligne
       01 WS-TABLEAU-CONTRATS.
           05 WS-CONTRAT OCCURS 500 TIMES.
               10 WS-CONT-NUMERO           PIC X(08).
               10 WS-CONT-PRODUIT          PIC X(14).

      *Sinistres avec leur traite, la part cedee et le regle a la
      *fin du trimestre
       01 WS-TABLEAU-SIN.
           05 WS-SIN OCCURS 500 TIMES.
               10 WS-SIN-POLICE            PIC X(08).
               10 WS-SIN-MONTANT           PIC 9(07)V9(02).
               10 WS-SIN-STATUT            PIC X(01).
                   88 WS-SIN-OUVERT                    VALUE "O".
               10 WS-SIN-RESERVE           PIC 9(07)V9(02).
               10 WS-SIN-NUM               PIC X(06).
               10 WS-SIN-TRT               PIC 9(03).
               10 WS-SIN-TAUX              PIC 9(03)V9(06).
               10 WS-SIN-PAYE              PIC 9(07)V9(02).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       77 WS-IDX-SIN                       PIC 9(03).
       01 WS-MAX-TRT                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TRT                  PIC 9(03)   VALUE 100.
       01 WS-MAX-REA                       PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-REA                  PIC 9(02)   VALUE 20.
       01 WS-MAX-CONTRATS                  PIC 9(03)   VALUE 0.
       01 WS-MAX-SIN                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-STATUT-CONT                   PIC X(02).
           88 WS-STATUT-CONT-OK                        VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Trimestre traite et ses bornes
       01 WS-SAISIE-TRIMESTRE              PIC X(05).
       01 WS-TRIMESTRE.
           05 WS-TRIM-ANNEE                PIC 9(04).
           05 WS-TRIM-NUMERO               PIC 9(01).
       01 WS-TRIMESTRE-X REDEFINES WS-TRIMESTRE
                                           PIC X(05).
       01 WS-DEBUT-TRIM.
           05 WS-DEB-ANNEE                 PIC 9(04).
           05 WS-DEB-MOIS                  PIC 9(02).
           05 WS-DEB-JOUR                  PIC 9(02).
       01 WS-DEBUT-TRIM-X REDEFINES WS-DEBUT-TRIM
                                           PIC X(08).
       01 WS-FIN-TRIM.
           05 WS-FIN-ANNEE                 PIC 9(04).
           05 WS-FIN-MOIS                  PIC 9(02).
           05 WS-FIN-JOUR                  PIC 9(02).
       01 WS-FIN-TRIM-X REDEFINES WS-FIN-TRIM
                                           PIC X(08).
       01 WS-DATE-DU-JOUR.
           05 WS-JOUR-ANNEE                PIC 9(04).
           05 WS-JOUR-MOIS                 PIC 9(02).
           05 WS-JOUR-JOUR                 PIC 9(02).

      *Calculs en cours
       01 WS-TRT-TROUVE                    PIC 9(03).
       01 WS-REA-TROUVE                    PIC 9(02).
       01 WS-PRODUIT-COURANT               PIC X(14).
       01 WS-PRIME                         PIC 9(07)V9(02).
       01 WS-CEDE                          PIC 9(07)V9(02).
       01 WS-COMMISSION                    PIC 9(07)V9(02).
       01 WS-PART-GARDEE                   PIC 9(07)V9(02).
       01 WS-RESTE-DU                      PIC S9(07)V9(02).
       01 WS-SOLDE                         PIC S9(09)V9(02).

       01 WS-NB-LUS                        PIC 9(07)   VALUE 0.
       01 WS-NB-BORDEREAU                  PIC 9(07)   VALUE 0.
       01 WS-NB-SANS-TRAITE                PIC 9(05)   VALUE 0.

       01 WS-TOTAL-PRIMES                  PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-COMMISSION              PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-SINISTRES               PIC 9(09)V9(02) VALUE 0.
       01 WS-TOTAL-RESERVES                PIC 9(09)V9(02) VALUE 0.

       01 WS-PRIMES-ED                     PIC Z(07)9.99.
       01 WS-COMMISSION-ED                 PIC Z(07)9.99.
       01 WS-SINISTRES-ED                  PIC Z(07)9.99.
       01 WS-RESERVES-ED                   PIC Z(07)9.99.
       01 WS-SOLDE-ED                      PIC Z(08)9.99.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "compte-reassurance.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "COMPTE DE REASSURANCE QUOTE-PART".
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "comptreas" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0050-TRIMESTRE-DEB
              THRU 0050-TRIMESTRE-FIN.

           PERFORM 0100-CHARGE-TRAITES-DEB
              THRU 0100-CHARGE-TRAITES-FIN.

           OPEN OUTPUT FICHIER-BORDEREAU.

           PERFORM 0200-PRIMES-CEDEES-DEB
              THRU 0200-PRIMES-CEDEES-FIN.

           PERFORM 0300-CHARGE-SINISTRES-DEB
              THRU 0300-CHARGE-SINISTRES-FIN.

           PERFORM 0400-SINISTRES-CEDES-DEB
              THRU 0400-SINISTRES-CEDES-FIN.

           PERFORM 0450-RESERVES-CEDEES-DEB
              THRU 0450-RESERVES-CEDEES-FIN.

           CLOSE FICHIER-BORDEREAU.

           PERFORM 0500-COMPTE-DEB
              THRU 0500-COMPTE-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-BORDEREAU TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Trimestre saisi (AAAAT) ou, a defaut, trimestre precedent ;
      *bornes du premier au dernier jour du trimestre
       0050-TRIMESTRE-DEB.

           DISPLAY "Trimestre (AAAAT, vide = trimestre precedent) : ".
           ACCEPT WS-SAISIE-TRIMESTRE.

           IF WS-SAISIE-TRIMESTRE = SPACES
               MOVE WS-JOUR-ANNEE TO WS-TRIM-ANNEE
               COMPUTE WS-TRIM-NUMERO = (WS-JOUR-MOIS + 2) / 3
               IF WS-TRIM-NUMERO = 1
                   SUBTRACT 1 FROM WS-TRIM-ANNEE
                   MOVE 4 TO WS-TRIM-NUMERO
               ELSE
                   SUBTRACT 1 FROM WS-TRIM-NUMERO
               END-IF
           ELSE
               MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE-X
               IF WS-TRIMESTRE-X IS NOT NUMERIC
               OR WS-TRIM-NUMERO < 1
               OR WS-TRIM-NUMERO > 4
                   DISPLAY "Trimestre invalide : " WS-SAISIE-TRIMESTRE
                           ", arret."
                   MOVE 8 TO RETURN-CODE
                   MOVE "F" TO EXEC-TYPE
                   MOVE 8 TO EXEC-CODE
                   CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-TRIM-ANNEE TO WS-DEB-ANNEE WS-FIN-ANNEE.
           COMPUTE WS-DEB-MOIS = WS-TRIM-NUMERO * 3 - 2.
           MOVE 1 TO WS-DEB-JOUR.
           COMPUTE WS-FIN-MOIS = WS-TRIM-NUMERO * 3.

           IF WS-TRIM-NUMERO = 1 OR WS-TRIM-NUMERO = 4
               MOVE 31 TO WS-FIN-JOUR
           ELSE
               MOVE 30 TO WS-FIN-JOUR
           END-IF.

           DISPLAY "Trimestre " WS-TRIMESTRE-X " du " WS-DEBUT-TRIM-X
                   " au " WS-FIN-TRIM-X.

           EXIT.

       0050-TRIMESTRE-FIN.

      *-----------------------------------------------------------------

      *Traites et cumuls remis a zero ; chaque reassureur a son poste
       0100-CHARGE-TRAITES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TRAITES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TRAITES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-TRT < WS-CAPACITE-TRT
                           ADD 1 TO WS-MAX-TRT
                           MOVE F-TRT-PRODUIT
                             TO WS-TRT-PRODUIT(WS-MAX-TRT)
                           MOVE F-TRT-REASSUREUR
                             TO WS-TRT-REASSUREUR(WS-MAX-TRT)
                           MOVE F-TRT-CESSION
                             TO WS-TRT-CESSION(WS-MAX-TRT)
                           MOVE F-TRT-RETENTION
                             TO WS-TRT-RETENTION(WS-MAX-TRT)
                           MOVE F-TRT-COMMISSION
                             TO WS-TRT-COMMISSION(WS-MAX-TRT)
                           MOVE 0 TO WS-TRT-PRIMES(WS-MAX-TRT)
                           MOVE 0 TO WS-TRT-COMM-MT(WS-MAX-TRT)
                           MOVE 0 TO WS-TRT-SINISTRES(WS-MAX-TRT)
                           MOVE 0 TO WS-TRT-RESERVES(WS-MAX-TRT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRAITES.

           IF WS-MAX-TRT = 0
               DISPLAY "Aucun traite de reassurance, rien a ceder."
           END-IF.

           EXIT.

       0100-CHARGE-TRAITES-FIN.

      *-----------------------------------------------------------------

      *Primes cedees des lignes de contrat debutant dans le trimestre
      *et table des contrats pour le rattachement des sinistres
       0200-PRIMES-CEDEES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           DISPLAY "Ouverture du fichier datassur.csv".
           OPEN INPUT FICHIER-CONTRATS.

           IF NOT WS-STATUT-CONT-OK
               DISPLAY "Erreur : datassur.csv introuvable (statut "
                       WS-STATUT-CONT "), arret."
               CLOSE FICHIER-BORDEREAU
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
                       PERFORM 0250-LIGNE-CONTRAT-DEB
                          THRU 0250-LIGNE-CONTRAT-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CONTRATS.

           EXIT.

       0200-PRIMES-CEDEES-FIN.

      *-----------------------------------------------------------------

       0250-LIGNE-CONTRAT-DEB.

           MOVE 0 TO WS-IDX2.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS
                      OR WS-IDX2 NOT = 0
               IF WS-CONT-NUMERO(WS-IDX) = F-LIGNE-CONTRATS(1:8)
                   MOVE WS-IDX TO WS-IDX2
               END-IF
           END-PERFORM.

           IF WS-IDX2 = 0
           AND WS-MAX-CONTRATS < WS-CAPACITE-MAX
               ADD 1 TO WS-MAX-CONTRATS
               MOVE F-LIGNE-CONTRATS(1:8)
                 TO WS-CONT-NUMERO(WS-MAX-CONTRATS)
               MOVE F-LIGNE-CONTRATS(25:14)
                 TO WS-CONT-PRODUIT(WS-MAX-CONTRATS)
           END-IF.

           IF F-LIGNE-CONTRATS(91:8) < WS-DEBUT-TRIM-X
           OR F-LIGNE-CONTRATS(91:8) > WS-FIN-TRIM-X
               GO TO 0250-LIGNE-CONTRAT-FIN
           END-IF.

           MOVE F-LIGNE-CONTRATS(25:14) TO WS-PRODUIT-COURANT.
           PERFORM 0700-RECHERCHE-TRAITE-DEB
              THRU 0700-RECHERCHE-TRAITE-FIN.

           IF WS-TRT-TROUVE = 0
               ADD 1 TO WS-NB-SANS-TRAITE
               GO TO 0250-LIGNE-CONTRAT-FIN
           END-IF.

           MOVE FUNCTION NUMVAL(F-LIGNE-CONTRATS(109:9)) TO WS-PRIME.

           COMPUTE WS-CEDE ROUNDED =
               WS-PRIME * WS-TRT-CESSION(WS-TRT-TROUVE) / 100.
           COMPUTE WS-COMMISSION ROUNDED =
               WS-CEDE * WS-TRT-COMMISSION(WS-TRT-TROUVE) / 100.

           ADD WS-CEDE TO WS-TRT-PRIMES(WS-TRT-TROUVE).
           ADD WS-COMMISSION TO WS-TRT-COMM-MT(WS-TRT-TROUVE).

           MOVE SPACES TO F-BORDEREAU.
           MOVE WS-TRIMESTRE-X TO F-BRD-TRIMESTRE.
           MOVE "P" TO F-BRD-TYPE.
           MOVE WS-PRODUIT-COURANT TO F-BRD-PRODUIT.
           MOVE F-LIGNE-CONTRATS(1:8) TO F-BRD-CONTRAT.
           MOVE F-LIGNE-CONTRATS(91:8) TO F-BRD-DATE.
           MOVE WS-PRIME TO F-BRD-BRUT.
           MOVE WS-TRT-CESSION(WS-TRT-TROUVE) TO F-BRD-TAUX.
           MOVE WS-CEDE TO F-BRD-CEDE.
           MOVE WS-COMMISSION TO F-BRD-COMMISSION.
           WRITE F-BORDEREAU.
           ADD 1 TO WS-NB-BORDEREAU.

           EXIT.

       0250-LIGNE-CONTRAT-FIN.

      *-----------------------------------------------------------------

      *Sinistres rattaches au traite du produit de leur contrat, avec
      *leur taux de cession : pourcentage cede, releve quand la part
      *gardee depasse la limite de retention
       0300-CHARGE-SINISTRES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-SINISTRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-SINISTRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-MAX-SIN < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-SIN
                           MOVE F-SIN-NUMERO
                             TO WS-SIN-POLICE(WS-MAX-SIN)
                           MOVE F-SIN-MONTANT
                             TO WS-SIN-MONTANT(WS-MAX-SIN)
                           MOVE F-SIN-STATUT
                             TO WS-SIN-STATUT(WS-MAX-SIN)
                           MOVE F-SIN-RESERVE
                             TO WS-SIN-RESERVE(WS-MAX-SIN)
                           MOVE F-SIN-NUM-SIN TO WS-SIN-NUM(WS-MAX-SIN)
                           MOVE 0 TO WS-SIN-PAYE(WS-MAX-SIN)
                           MOVE WS-MAX-SIN TO WS-IDX-SIN
                           PERFORM 0350-TAUX-SINISTRE-DEB
                              THRU 0350-TAUX-SINISTRE-FIN
                       ELSE
                           DISPLAY "Attention : sinistres au-dela "
                               "de la capacite (" WS-CAPACITE-MAX
                               "), suite non cedee."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           EXIT.

       0300-CHARGE-SINISTRES-FIN.

      *-----------------------------------------------------------------

       0350-TAUX-SINISTRE-DEB.

           MOVE 0 TO WS-SIN-TRT(WS-IDX-SIN).
           MOVE 0 TO WS-SIN-TAUX(WS-IDX-SIN).
           MOVE SPACES TO WS-PRODUIT-COURANT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS
               IF WS-CONT-NUMERO(WS-IDX) = WS-SIN-POLICE(WS-IDX-SIN)
                   MOVE WS-CONT-PRODUIT(WS-IDX) TO WS-PRODUIT-COURANT
               END-IF
           END-PERFORM.

           IF WS-PRODUIT-COURANT = SPACES
               GO TO 0350-TAUX-SINISTRE-FIN
           END-IF.

           PERFORM 0700-RECHERCHE-TRAITE-DEB
              THRU 0700-RECHERCHE-TRAITE-FIN.

           IF WS-TRT-TROUVE = 0
               GO TO 0350-TAUX-SINISTRE-FIN
           END-IF.

           MOVE WS-TRT-TROUVE TO WS-SIN-TRT(WS-IDX-SIN).
           MOVE WS-TRT-CESSION(WS-TRT-TROUVE)
             TO WS-SIN-TAUX(WS-IDX-SIN).

           IF WS-SIN-MONTANT(WS-IDX-SIN) = 0
           OR WS-TRT-RETENTION(WS-TRT-TROUVE) = 0
               GO TO 0350-TAUX-SINISTRE-FIN
           END-IF.

           COMPUTE WS-PART-GARDEE ROUNDED =
               WS-SIN-MONTANT(WS-IDX-SIN)
               * (100 - WS-TRT-CESSION(WS-TRT-TROUVE)) / 100.

           IF WS-PART-GARDEE > WS-TRT-RETENTION(WS-TRT-TROUVE)
               COMPUTE WS-SIN-TAUX(WS-IDX-SIN) ROUNDED =
                   (WS-SIN-MONTANT(WS-IDX-SIN)
                    - WS-TRT-RETENTION(WS-TRT-TROUVE))
                   * 100 / WS-SIN-MONTANT(WS-IDX-SIN)
           END-IF.

           EXIT.

       0350-TAUX-SINISTRE-FIN.

      *-----------------------------------------------------------------

      *Reglements : ceux du trimestre sont cedes, tous ceux d'ici la
      *fin du trimestre comptent dans le regle des sinistres
       0400-SINISTRES-CEDES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGLEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REGLEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF F-REG-DATE NOT > WS-FIN-TRIM-X
                           PERFORM 0420-REGLEMENT-DEB
                              THRU 0420-REGLEMENT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGLEMENTS.

           EXIT.

       0400-SINISTRES-CEDES-FIN.

      *-----------------------------------------------------------------

       0420-REGLEMENT-DEB.

           MOVE 0 TO WS-IDX-SIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-SIN
                      OR WS-IDX-SIN NOT = 0
               IF WS-SIN-NUM(WS-IDX) NOT = SPACES
               AND WS-SIN-NUM(WS-IDX) = F-REG-NUM-SIN
                   MOVE WS-IDX TO WS-IDX-SIN
               END-IF
           END-PERFORM.

           IF WS-IDX-SIN = 0
               GO TO 0420-REGLEMENT-FIN
           END-IF.

           ADD F-REG-MONTANT TO WS-SIN-PAYE(WS-IDX-SIN).

           IF F-REG-DATE < WS-DEBUT-TRIM-X
           OR WS-SIN-TRT(WS-IDX-SIN) = 0
               GO TO 0420-REGLEMENT-FIN
           END-IF.

           MOVE WS-SIN-TRT(WS-IDX-SIN) TO WS-TRT-TROUVE.

           COMPUTE WS-CEDE ROUNDED =
               F-REG-MONTANT * WS-SIN-TAUX(WS-IDX-SIN) / 100.

           ADD WS-CEDE TO WS-TRT-SINISTRES(WS-TRT-TROUVE).

           MOVE SPACES TO F-BORDEREAU.
           MOVE WS-TRIMESTRE-X TO F-BRD-TRIMESTRE.
           MOVE "S" TO F-BRD-TYPE.
           MOVE WS-TRT-PRODUIT(WS-TRT-TROUVE) TO F-BRD-PRODUIT.
           MOVE WS-SIN-POLICE(WS-IDX-SIN) TO F-BRD-CONTRAT.
           MOVE F-REG-NUM-SIN TO F-BRD-SINISTRE.
           MOVE F-REG-DATE TO F-BRD-DATE.
           MOVE F-REG-MONTANT TO F-BRD-BRUT.
           MOVE WS-SIN-TAUX(WS-IDX-SIN) TO F-BRD-TAUX.
           MOVE WS-CEDE TO F-BRD-CEDE.
           MOVE 0 TO F-BRD-COMMISSION.
           WRITE F-BORDEREAU.
           ADD 1 TO WS-NB-BORDEREAU.

           EXIT.

       0420-REGLEMENT-FIN.

      *-----------------------------------------------------------------

      *Reste a payer des sinistres ouverts a la fin du trimestre
       0450-RESERVES-CEDEES-DEB.

           PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN > WS-MAX-SIN

               IF WS-SIN-OUVERT(WS-IDX-SIN)
               AND WS-SIN-TRT(WS-IDX-SIN) NOT = 0
                   COMPUTE WS-RESTE-DU = WS-SIN-RESERVE(WS-IDX-SIN)
                       - WS-SIN-PAYE(WS-IDX-SIN)
                   IF WS-RESTE-DU > 0
                       PERFORM 0470-RESERVE-DEB
                          THRU 0470-RESERVE-FIN
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0450-RESERVES-CEDEES-FIN.

      *-----------------------------------------------------------------

       0470-RESERVE-DEB.

           MOVE WS-SIN-TRT(WS-IDX-SIN) TO WS-TRT-TROUVE.

           COMPUTE WS-CEDE ROUNDED =
               WS-RESTE-DU * WS-SIN-TAUX(WS-IDX-SIN) / 100.

           ADD WS-CEDE TO WS-TRT-RESERVES(WS-TRT-TROUVE).

           MOVE SPACES TO F-BORDEREAU.
           MOVE WS-TRIMESTRE-X TO F-BRD-TRIMESTRE.
           MOVE "R" TO F-BRD-TYPE.
           MOVE WS-TRT-PRODUIT(WS-TRT-TROUVE) TO F-BRD-PRODUIT.
           MOVE WS-SIN-POLICE(WS-IDX-SIN) TO F-BRD-CONTRAT.
           MOVE WS-SIN-NUM(WS-IDX-SIN) TO F-BRD-SINISTRE.
           MOVE WS-FIN-TRIM-X TO F-BRD-DATE.
           MOVE WS-RESTE-DU TO F-BRD-BRUT.
           MOVE WS-SIN-TAUX(WS-IDX-SIN) TO F-BRD-TAUX.
           MOVE WS-CEDE TO F-BRD-CEDE.
           MOVE 0 TO F-BRD-COMMISSION.
           WRITE F-BORDEREAU.
           ADD 1 TO WS-NB-BORDEREAU.

           EXIT.

       0470-RESERVE-FIN.

      *-----------------------------------------------------------------

      *Compte par produit, puis solde par reassureur et d'ensemble
       0500-COMPTE-DEB.

           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "PRODUIT         PRIMES CED  COMMISSION   SINISTRES"
                   "    RESERVES"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Trimestre " WS-TRIMESTRE-X " du " WS-DEBUT-TRIM-X
                   " au " WS-FIN-TRIM-X
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRT

               PERFORM 0550-LIGNE-PRODUIT-DEB
                  THRU 0550-LIGNE-PRODUIT-FIN

           END-PERFORM.

           MOVE WS-TOTAL-PRIMES TO WS-PRIMES-ED.
           MOVE WS-TOTAL-COMMISSION TO WS-COMMISSION-ED.
           MOVE WS-TOTAL-SINISTRES TO WS-SINISTRES-ED.
           MOVE WS-TOTAL-RESERVES TO WS-RESERVES-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL          " WS-PRIMES-ED " "
                   WS-COMMISSION-ED " " WS-SINISTRES-ED " "
                   WS-RESERVES-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "SOLDE PAR REASSUREUR (primes - commission - "
                   "sinistres) :"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-REA

               COMPUTE WS-SOLDE = WS-REA-PRIMES(WS-IDX)
                   - WS-REA-COMMISSION(WS-IDX)
                   - WS-REA-SINISTRES(WS-IDX)
               PERFORM 0580-LIGNE-SOLDE-DEB
                  THRU 0580-LIGNE-SOLDE-FIN

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Lignes sans traite (non cedees) : "
                   WS-NB-SANS-TRAITE
                   " - lignes au bordereau : " WS-NB-BORDEREAU
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Compte ecrit dans compte-reassurance.txt, "
                   "bordereau dans bordereau-reassurance.txt.".

           EXIT.

       0500-COMPTE-FIN.

      *-----------------------------------------------------------------

      *Ligne d'un produit, reportee au poste de son reassureur
       0550-LIGNE-PRODUIT-DEB.

           ADD WS-TRT-PRIMES(WS-IDX) TO WS-TOTAL-PRIMES.
           ADD WS-TRT-COMM-MT(WS-IDX) TO WS-TOTAL-COMMISSION.
           ADD WS-TRT-SINISTRES(WS-IDX) TO WS-TOTAL-SINISTRES.
           ADD WS-TRT-RESERVES(WS-IDX) TO WS-TOTAL-RESERVES.

           MOVE 0 TO WS-REA-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-REA
               IF WS-REA-NOM(WS-IDX2) = WS-TRT-REASSUREUR(WS-IDX)
                   MOVE WS-IDX2 TO WS-REA-TROUVE
               END-IF
           END-PERFORM.

           IF WS-REA-TROUVE = 0
               IF WS-MAX-REA >= WS-CAPACITE-REA
                   DISPLAY "Attention : table des reassureurs pleine, "
                           WS-TRT-REASSUREUR(WS-IDX) " ignore."
               ELSE
                   ADD 1 TO WS-MAX-REA
                   MOVE WS-MAX-REA TO WS-REA-TROUVE
                   MOVE WS-TRT-REASSUREUR(WS-IDX)
                     TO WS-REA-NOM(WS-REA-TROUVE)
                   MOVE 0 TO WS-REA-PRIMES(WS-REA-TROUVE)
                   MOVE 0 TO WS-REA-COMMISSION(WS-REA-TROUVE)
                   MOVE 0 TO WS-REA-SINISTRES(WS-REA-TROUVE)
                   MOVE 0 TO WS-REA-RESERVES(WS-REA-TROUVE)
               END-IF
           END-IF.

           IF WS-REA-TROUVE NOT = 0
               ADD WS-TRT-PRIMES(WS-IDX)
                 TO WS-REA-PRIMES(WS-REA-TROUVE)
               ADD WS-TRT-COMM-MT(WS-IDX)
                 TO WS-REA-COMMISSION(WS-REA-TROUVE)
               ADD WS-TRT-SINISTRES(WS-IDX)
                 TO WS-REA-SINISTRES(WS-REA-TROUVE)
               ADD WS-TRT-RESERVES(WS-IDX)
                 TO WS-REA-RESERVES(WS-REA-TROUVE)
           END-IF.

           MOVE WS-TRT-PRIMES(WS-IDX) TO WS-PRIMES-ED.
           MOVE WS-TRT-COMM-MT(WS-IDX) TO WS-COMMISSION-ED.
           MOVE WS-TRT-SINISTRES(WS-IDX) TO WS-SINISTRES-ED.
           MOVE WS-TRT-RESERVES(WS-IDX) TO WS-RESERVES-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-TRT-PRODUIT(WS-IDX) " "
                   WS-PRIMES-ED " "
                   WS-COMMISSION-ED " "
                   WS-SINISTRES-ED " "
                   WS-RESERVES-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0550-LIGNE-PRODUIT-FIN.

      *-----------------------------------------------------------------

      *Solde positif : du au reassureur ; negatif : du par lui
       0580-LIGNE-SOLDE-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.

           IF WS-SOLDE < 0
               COMPUTE WS-SOLDE = 0 - WS-SOLDE
               MOVE WS-SOLDE TO WS-SOLDE-ED
               STRING "  " WS-REA-NOM(WS-IDX) " "
                       WS-SOLDE-ED " A RECEVOIR"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           ELSE
               MOVE WS-SOLDE TO WS-SOLDE-ED
               STRING "  " WS-REA-NOM(WS-IDX) " "
                       WS-SOLDE-ED " A PAYER"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           END-IF.

           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-REA-RESERVES(WS-IDX) TO WS-RESERVES-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "    reserves cedees en fin de trimestre "
                   WS-RESERVES-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0580-LIGNE-SOLDE-FIN.

      *-----------------------------------------------------------------

      *Traite du produit WS-PRODUIT-COURANT : rang dans
      *WS-TRT-TROUVE, 0 si le produit n'est pas cede
       0700-RECHERCHE-TRAITE-DEB.

           MOVE 0 TO WS-TRT-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRT
               IF WS-TRT-PRODUIT(WS-IDX) = WS-PRODUIT-COURANT
                   MOVE WS-IDX TO WS-TRT-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0700-RECHERCHE-TRAITE-FIN.

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
