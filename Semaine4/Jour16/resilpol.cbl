      *Resiliation des polices en cours de terme. Une resiliation se
      *saisit sur le numero de police avec une date d'effet comprise
      *dans le terme en cours (derniere ligne de la police dans
      *assurances.csv) et un motif : C demande du client, N defaut
      *de paiement, F fraude aux sinistres, D deces de l'assure. La
      *part de prime non courue, proratisee aux jours restant de la
      *date d'effet a la fin du terme (module de dates commun
      *datutil, fonction ECART), est remboursee pour les motifs C et
      *D et conservee pour les motifs N et F. Une police qui a
      *encore un sinistre ouvert avec reserve dans sinistres.txt ne
      *se resilie pas d'office : la resiliation reste bloquee (B)
      *jusqu'a l'approbation d'un superviseur (droit APPROUVE via
      *autorise). Une resiliation validee (V) passe la police au
      *statut RESILIE dans assurances.csv et datassur.csv (copies
      *de generation avant reecriture), ecrit le remboursement dans
      *remboursements-resiliations.txt, edite la lettre de
      *resiliation dans lettres-resiliation.txt et ajoute la police
      *aux exclusions de renouvellement lues par renouvpol.
      *L'historique des resiliations est tenu dans
      *resiliations-polices.txt et chaque etape part au journal
      *d'audit central.
      *La date de resiliation est controlee par le module periode :
      *dans un mois clos, la resiliation ne passe qu'au premier jour
      *ouvert propose (s'il reste dans le terme), sinon elle est
      *refusee.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * RSL = RESILIATION ; RBT = REMBOURSEMENT ; SIN = SINISTRE
      * EXC = EXCLUSION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. resilpol.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-POL.

       SELECT FICHIER-CONTRATS ASSIGN TO "datassur.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CONT.

       SELECT OPTIONAL FICHIER-RESILIATIONS
       ASSIGN TO "resiliations-polices.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SINISTRES ASSIGN TO "sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REMBOURSEMENTS
       ASSIGN TO "remboursements-resiliations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-LETTRES
       ASSIGN TO "lettres-resiliation.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Exclusions de renouvellement lues par renouvpol
       SELECT OPTIONAL FICHIER-EXCLUSIONS
       ASSIGN TO "renouvellement-exclusions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-CONTRATS.
           01 F-LIGNE-CONTRATS             PIC X(1000).

      *Statut B = bloquee par un sinistre ouvert, en attente
      *d'approbation ; V = validee et appliquee
       FD FICHIER-RESILIATIONS.
           01 F-RESILIATION.
               05 F-RSL-CONTRAT            PIC X(08).
               05 F-RSL-DATE-EFFET         PIC X(08).
               05 F-RSL-DATE-SAISIE        PIC X(08).
               05 F-RSL-MOTIF              PIC X(01).
               05 F-RSL-STATUT             PIC X(01).
               05 F-RSL-PRIME              PIC 9(06)V9(02).
               05 F-RSL-JOURS-RESTANTS     PIC 9(05).
               05 F-RSL-JOURS-TERME        PIC 9(05).
               05 F-RSL-REMBOURSEMENT      PIC 9(07)V9(02).

       FD FICHIER-SINISTRES.
           01 F-SINISTRE.
               05 F-SIN-NUMERO             PIC X(08).
               05 F-SIN-DATE               PIC X(08).
               05 F-SIN-TYPE               PIC X(10).
               05 F-SIN-MONTANT            PIC 9(07)V9(02).
               05 F-SIN-STATUT             PIC X(01).
               05 F-SIN-RESERVE            PIC 9(07)V9(02).
               05 F-SIN-RESERVE-X REDEFINES F-SIN-RESERVE
                                           PIC X(09).
               05 F-SIN-NUM-SIN            PIC X(06).

       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT.
               05 F-RBT-CONTRAT            PIC X(08).
               05 F-RBT-DATE               PIC X(08).
               05 F-RBT-MOTIF              PIC X(01).
               05 F-RBT-MONTANT            PIC 9(07)V9(02).

       FD FICHIER-LETTRES.
           01 F-LIGNE-LETTRE               PIC X(80).

       FD FICHIER-EXCLUSIONS.
           01 F-NUMERO-EXCLU               PIC X(08).


       WORKING-STORAGE SECTION.

      *Fichiers maitres gardes entiers pour la reecriture
       01 WS-TABLEAU-POLICES.
           05 WS-LIGNE-POLICE OCCURS 500 TIMES PIC X(133).

       01 WS-TABLEAU-CONTRATS.
           05 WS-LIGNE-CONTRAT OCCURS 500 TIMES PIC X(1000).

      *Historique des resiliations, reecrit en fin de passage
       01 WS-TABLEAU-RESILIATIONS.
           05 WS-LIGNE-RESILIATION OCCURS 500 TIMES PIC X(53).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-POLICES                   PIC 9(03)   VALUE 0.
       01 WS-MAX-CONTRATS                  PIC 9(03)   VALUE 0.
       01 WS-MAX-RSL                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-STATUT-POL                    PIC X(02).
           88 WS-STATUT-POL-OK                         VALUE "00".

       01 WS-STATUT-CONT                   PIC X(02).
           88 WS-STATUT-CONT-OK                        VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-RESILIER                        VALUE "1".
           88 WS-CHOIX-APPROUVER                       VALUE "2".
           88 WS-CHOIX-QUITTER                         VALUE "3".

      *Motifs : C client, N defaut de paiement, F fraude, D deces ;
      *la prime non courue n'est rendue que pour C et D
       01 WS-MOTIF                         PIC X.
           88 WS-MOTIF-VALIDE                          VALUE "C" "N"
                                                         "F" "D".
           88 WS-MOTIF-REMBOURSE                       VALUE "C" "D".

       01 WS-LIBELLE-MOTIF                 PIC X(30).

      *Saisies de la resiliation en cours
       01 WS-SAISIE-NUMERO                 PIC X(08).
       01 WS-SAISIE-DATE                   PIC X(08).

       01 WS-POLICE-TROUVEE                PIC 9(03).
       01 WS-RSL-TROUVEE                   PIC 9(03).
       01 WS-NB-SIN-OUVERTS                PIC 9(03).

       01 WS-PRIME                         PIC 9(06)V9(02).
       01 WS-DATE-EFFET                    PIC 9(08).
       01 WS-DATE-DEBUT                    PIC 9(08).
       01 WS-DATE-FIN                      PIC 9(08).
       01 WS-JOURS-TERME                   PIC 9(05).
       01 WS-JOURS-RESTANTS                PIC 9(05).
       01 WS-REMBOURSEMENT                 PIC 9(07)V9(02).
       01 WS-MONTANT-ED                    PIC Z(06)9.99.

       01 WS-NB-VALIDEES                   PIC 9(03)   VALUE 0.
       01 WS-NB-BLOQUEES                   PIC 9(03)   VALUE 0.
       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du controle des autorisations
       01 WS-AUTORISE-PROGRAMME            PIC X(10)   VALUE "resilpol".
       01 WS-AUTORISE-ACTION               PIC X(10)
               VALUE "APPROUVE".
       01 WS-AUTORISE-RESULTAT             PIC 9(01).

      *Noms des fichiers remis au module de copies de generation
      *avant les reecritures
       01 WS-NOM-FICHIER-MAITRE            PIC X(30).

      *Controle des periodes comptables closes
       COPY periode.

       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                    VALUE "O" "o".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-FICHIERS-DEB
              THRU 0100-CHARGE-FICHIERS-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           IF WS-NB-VALIDEES > 0 OR WS-NB-BLOQUEES > 0
               PERFORM 0800-REECRITURES-DEB
                  THRU 0800-REECRITURES-FIN
           END-IF.

           DISPLAY "Resiliations validees : " WS-NB-VALIDEES
                   " - bloquees : " WS-NB-BLOQUEES.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Chargement de assurances.csv, datassur.csv et de l'historique
      *des resiliations ; un fichier au-dela de la capacite arrete le
      *programme, la reecriture le tronquerait
       0100-CHARGE-FICHIERS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-POLICES.

           IF NOT WS-STATUT-POL-OK
               DISPLAY "Erreur : assurances.csv introuvable (statut "
                       WS-STATUT-POL "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-POLICES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-POLICES < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-POLICES
                           MOVE F-LIGNE-POLICES
                             TO WS-LIGNE-POLICE(WS-MAX-POLICES)
                       ELSE
                           DISPLAY "Erreur : assurances.csv au-dela "
                               "de la capacite (" WS-CAPACITE-MAX
                               "), arret."
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-POLICES.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CONTRATS.

           IF NOT WS-STATUT-CONT-OK
               DISPLAY "Erreur : datassur.csv introuvable (statut "
                       WS-STATUT-CONT "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CONTRATS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CONTRATS < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-CONTRATS
                           MOVE F-LIGNE-CONTRATS
                             TO WS-LIGNE-CONTRAT(WS-MAX-CONTRATS)
                       ELSE
                           DISPLAY "Erreur : datassur.csv au-dela "
                               "de la capacite (" WS-CAPACITE-MAX
                               "), arret."
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CONTRATS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-RESILIATIONS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-RESILIATIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-RSL < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-RSL
                           MOVE F-RESILIATION
                             TO WS-LIGNE-RESILIATION(WS-MAX-RSL)
                       ELSE
                           DISPLAY "Erreur : historique des "
                               "resiliations au-dela de la capacite ("
                               WS-CAPACITE-MAX "), arret."
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-RESILIATIONS.

           DISPLAY "Polices chargees : " WS-MAX-POLICES
                   " - resiliations connues : " WS-MAX-RSL.

           EXIT.

       0100-CHARGE-FICHIERS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Resiliation des polices.".
           DISPLAY "1 - Resilier une police".
           DISPLAY "2 - Approuver une resiliation bloquee".
           DISPLAY "3 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-RESILIER
                   PERFORM 0300-SAISIE-RESILIATION-DEB
                      THRU 0300-SAISIE-RESILIATION-FIN

               WHEN WS-CHOIX-APPROUVER
                   PERFORM 0600-APPROBATION-DEB
                      THRU 0600-APPROBATION-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Saisie d'une resiliation : controles, calcul du remboursement,
      *puis blocage si un sinistre ouvert a une reserve, validation
      *sinon
       0300-SAISIE-RESILIATION-DEB.

           DISPLAY "Numero de police : ".
           ACCEPT WS-SAISIE-NUMERO.

           PERFORM 0350-RECHERCHE-POLICE-DEB
              THRU 0350-RECHERCHE-POLICE-FIN.

           IF WS-POLICE-TROUVEE = 0
               DISPLAY "Police inconnue : " WS-SAISIE-NUMERO
                       " - resiliation refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           IF WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(82:8) = "RESILIE"
               DISPLAY "Police deja resiliee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           MOVE 0 TO WS-RSL-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RSL

               MOVE WS-LIGNE-RESILIATION(WS-IDX) TO F-RESILIATION
               IF F-RSL-CONTRAT = WS-SAISIE-NUMERO
               AND F-RSL-STATUT = "B"
                   MOVE WS-IDX TO WS-RSL-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-RSL-TROUVEE NOT = 0
               DISPLAY "Une resiliation de cette police attend deja "
                       "l'approbation d'un superviseur."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           IF WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(91:8) NOT NUMERIC
           OR WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(100:8) NOT NUMERIC
               DISPLAY "Dates du terme illisibles sur la police, "
                       "resiliation refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(91:8)
             TO WS-DATE-DEBUT.
           MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(100:8)
             TO WS-DATE-FIN.
           MOVE FUNCTION NUMVAL
               (WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(109:9))
             TO WS-PRIME.

           DISPLAY "Client  "
                   WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(40:41).
           DISPLAY "Terme du " WS-DATE-DEBUT " au " WS-DATE-FIN.

           DISPLAY "Motif (C = client, N = non-paiement, "
                   "F = fraude, D = deces) : ".
           ACCEPT WS-MOTIF.

           IF NOT WS-MOTIF-VALIDE
               DISPLAY "Motif inconnu : " WS-MOTIF
                       " - resiliation refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           DISPLAY "Date de resiliation (AAAAMMJJ, vide = "
                   "aujourd'hui) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.

           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date invalide, resiliation refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date invalide, resiliation refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           MOVE WS-SAISIE-DATE TO PERIODE-DATE.

           PERFORM 0370-CONTROLE-PERIODE-DEB
              THRU 0370-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           MOVE PERIODE-DATE TO WS-DATE-EFFET.

           IF WS-DATE-EFFET < WS-DATE-DEBUT
           OR WS-DATE-EFFET > WS-DATE-FIN
               DISPLAY "Date hors du terme en cours, resiliation "
                       "refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           PERFORM 0400-CALCUL-REMBOURSEMENT-DEB
              THRU 0400-CALCUL-REMBOURSEMENT-FIN.

           PERFORM 0450-SINISTRES-OUVERTS-DEB
              THRU 0450-SINISTRES-OUVERTS-FIN.

           IF WS-MAX-RSL >= WS-CAPACITE-MAX
               DISPLAY "Historique des resiliations plein, "
                       "resiliation refusee."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           ADD 1 TO WS-MAX-RSL.

           MOVE SPACES TO F-RESILIATION.
           MOVE WS-SAISIE-NUMERO       TO F-RSL-CONTRAT.
           MOVE WS-DATE-EFFET          TO F-RSL-DATE-EFFET.
           MOVE WS-DATE-DU-JOUR        TO F-RSL-DATE-SAISIE.
           MOVE WS-MOTIF               TO F-RSL-MOTIF.
           MOVE WS-PRIME               TO F-RSL-PRIME.
           MOVE WS-JOURS-RESTANTS      TO F-RSL-JOURS-RESTANTS.
           MOVE WS-JOURS-TERME         TO F-RSL-JOURS-TERME.
           MOVE WS-REMBOURSEMENT       TO F-RSL-REMBOURSEMENT.

           MOVE "resilpol" TO AUDIT-PROGRAMME.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-NUMERO " motif " WS-MOTIF
               DELIMITED BY SIZE INTO AUDIT-CLE.

           IF WS-NB-SIN-OUVERTS > 0
               MOVE "B" TO F-RSL-STATUT
               MOVE F-RESILIATION TO WS-LIGNE-RESILIATION(WS-MAX-RSL)
               ADD 1 TO WS-NB-BLOQUEES
               MOVE "BLOCAGE" TO AUDIT-ACTION
               CALL "auditlog" USING AUDIT-DEMANDE
               END-CALL
               DISPLAY WS-NB-SIN-OUVERTS " sinistre(s) ouvert(s) avec "
                       "reserve : resiliation bloquee en attente "
                       "d'approbation."
               GO TO 0300-SAISIE-RESILIATION-FIN
           END-IF.

           MOVE "V" TO F-RSL-STATUT.
           MOVE F-RESILIATION TO WS-LIGNE-RESILIATION(WS-MAX-RSL).

           PERFORM 0500-APPLIQUE-RESILIATION-DEB
              THRU 0500-APPLIQUE-RESILIATION-FIN.

           EXIT.

       0300-SAISIE-RESILIATION-FIN.

      *-----------------------------------------------------------------

      *La derniere ligne de la police porte le terme en cours
       0350-RECHERCHE-POLICE-DEB.

           MOVE 0 TO WS-POLICE-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES

               IF WS-LIGNE-POLICE(WS-IDX)(1:8) = WS-SAISIE-NUMERO
                   MOVE WS-IDX TO WS-POLICE-TROUVEE
               END-IF

           END-PERFORM.

           EXIT.

       0350-RECHERCHE-POLICE-FIN.

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0370-CONTROLE-PERIODE-DEB.

           MOVE "resilpol" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0370-CONTROLE-PERIODE-FIN
           END-IF.

           DISPLAY "Periode close : le mois de " PERIODE-DATE(1:6)
                   " est arrete.".
           DISPLAY "Passer l'operation au " PERIODE-PROPOSEE
                   ", premier jour ouvert (O/N) : ".
           ACCEPT WS-SAISIE-REPORT.

           IF WS-REPORT-ACCEPTE
               MOVE PERIODE-PROPOSEE TO PERIODE-DATE
               MOVE 0 TO PERIODE-RESULTAT
           ELSE
               DISPLAY "Operation refusee : periode close."
           END-IF.

           EXIT.

       0370-CONTROLE-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Prime non courue : prime x jours restants de la date d'effet
      *a la fin du terme / jours du terme, rendue pour les motifs C
      *et D seulement
       0400-CALCUL-REMBOURSEMENT-DEB.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DEBUT,
                                WS-DATE-FIN,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-NOMBRE TO WS-JOURS-TERME.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-EFFET,
                                WS-DATE-FIN,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-NOMBRE TO WS-JOURS-RESTANTS.

           IF WS-JOURS-TERME = 0 OR NOT WS-MOTIF-REMBOURSE
               MOVE 0 TO WS-REMBOURSEMENT
           ELSE
               COMPUTE WS-REMBOURSEMENT ROUNDED =
                   WS-PRIME * WS-JOURS-RESTANTS / WS-JOURS-TERME
           END-IF.

           MOVE WS-REMBOURSEMENT TO WS-MONTANT-ED.

           IF WS-MOTIF-REMBOURSE
               DISPLAY "Prime non courue a rembourser sur "
                       WS-JOURS-RESTANTS " jour(s) / " WS-JOURS-TERME
                       " : " WS-MONTANT-ED
           ELSE
               DISPLAY "Motif sans remboursement : la prime reste "
                       "acquise."
           END-IF.

           EXIT.

       0400-CALCUL-REMBOURSEMENT-FIN.

      *-----------------------------------------------------------------

      *Sinistres de la police encore ouverts (O) avec une reserve
       0450-SINISTRES-OUVERTS-DEB.

           MOVE 0 TO WS-NB-SIN-OUVERTS.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-SINISTRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-SINISTRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-SIN-NUMERO = WS-SAISIE-NUMERO
                       AND F-SIN-STATUT = "O"
                       AND F-SIN-RESERVE-X IS NUMERIC
                           IF F-SIN-RESERVE > 0
                               ADD 1 TO WS-NB-SIN-OUVERTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           EXIT.

       0450-SINISTRES-OUVERTS-FIN.

      *-----------------------------------------------------------------

      *Application d'une resiliation validee (enregistrement courant
      *dans F-RESILIATION) : statut RESILIE dans les deux fichiers de
      *polices, remboursement, lettre, exclusion de renouvellement et
      *trace d'audit
       0500-APPLIQUE-RESILIATION-DEB.

           MOVE "RESILIE" TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(82:8).

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS

               IF WS-LIGNE-CONTRAT(WS-IDX)(1:8) = F-RSL-CONTRAT
                   MOVE "RESILIE" TO WS-LIGNE-CONTRAT(WS-IDX)(82:8)
               END-IF

           END-PERFORM.

           IF F-RSL-REMBOURSEMENT > 0
               OPEN EXTEND FICHIER-REMBOURSEMENTS
               MOVE SPACES TO F-REMBOURSEMENT
               MOVE F-RSL-CONTRAT       TO F-RBT-CONTRAT
               MOVE WS-DATE-DU-JOUR     TO F-RBT-DATE
               MOVE F-RSL-MOTIF         TO F-RBT-MOTIF
               MOVE F-RSL-REMBOURSEMENT TO F-RBT-MONTANT
               WRITE F-REMBOURSEMENT
               CLOSE FICHIER-REMBOURSEMENTS
           END-IF.

           PERFORM 0550-LETTRE-RESILIATION-DEB
              THRU 0550-LETTRE-RESILIATION-FIN.

           OPEN EXTEND FICHIER-EXCLUSIONS.
           MOVE F-RSL-CONTRAT TO F-NUMERO-EXCLU.
           WRITE F-NUMERO-EXCLU.
           CLOSE FICHIER-EXCLUSIONS.

           ADD 1 TO WS-NB-VALIDEES.

           MOVE "resilpol" TO AUDIT-PROGRAMME.
           MOVE "RESILIE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING F-RSL-CONTRAT " motif " F-RSL-MOTIF
                   " effet " F-RSL-DATE-EFFET
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Police " F-RSL-CONTRAT " resiliee.".

           EXIT.

       0500-APPLIQUE-RESILIATION-FIN.

      *-----------------------------------------------------------------

       0550-LETTRE-RESILIATION-DEB.

           EVALUATE F-RSL-MOTIF
               WHEN "C"
                   MOVE "a votre demande" TO WS-LIBELLE-MOTIF
               WHEN "N"
                   MOVE "pour defaut de paiement" TO WS-LIBELLE-MOTIF
               WHEN "F"
                   MOVE "pour fraude aux sinistres" TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   MOVE "suite au deces de l'assure"
                     TO WS-LIBELLE-MOTIF
           END-EVALUATE.

           MOVE F-RSL-REMBOURSEMENT TO WS-MONTANT-ED.

           OPEN EXTEND FICHIER-LETTRES.

           MOVE ALL "-" TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "RESILIATION DU CONTRAT " F-RSL-CONTRAT
                   " - le " WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "Client : "
                   WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(40:41)
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "Votre contrat est resilie " DELIMITED BY SIZE
                   WS-LIBELLE-MOTIF DELIMITED BY "  "
                   " a effet du " F-RSL-DATE-EFFET "."
                   DELIMITED BY SIZE
               INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           IF F-RSL-REMBOURSEMENT > 0
               STRING "La prime non courue de " WS-MONTANT-ED
                       " EUR vous sera remboursee."
                   DELIMITED BY SIZE INTO F-LIGNE-LETTRE
           ELSE
               MOVE "La prime de la periode en cours reste acquise."
                 TO F-LIGNE-LETTRE
           END-IF.
           WRITE F-LIGNE-LETTRE.

           CLOSE FICHIER-LETTRES.

           EXIT.

       0550-LETTRE-RESILIATION-FIN.

      *-----------------------------------------------------------------

      *Approbation par un superviseur d'une resiliation bloquee par
      *un sinistre ouvert : elle est validee et appliquee
       0600-APPROBATION-DEB.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a approuver les resiliations."
               GO TO 0600-APPROBATION-FIN
           END-IF.

           DISPLAY "Numero de police : ".
           ACCEPT WS-SAISIE-NUMERO.

           MOVE 0 TO WS-RSL-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RSL

               MOVE WS-LIGNE-RESILIATION(WS-IDX) TO F-RESILIATION
               IF F-RSL-CONTRAT = WS-SAISIE-NUMERO
               AND F-RSL-STATUT = "B"
                   MOVE WS-IDX TO WS-RSL-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-RSL-TROUVEE = 0
               DISPLAY "Aucune resiliation bloquee pour cette police."
               GO TO 0600-APPROBATION-FIN
           END-IF.

           PERFORM 0350-RECHERCHE-POLICE-DEB
              THRU 0350-RECHERCHE-POLICE-FIN.

           IF WS-POLICE-TROUVEE = 0
               DISPLAY "Police absente de assurances.csv, "
                       "approbation impossible."
               GO TO 0600-APPROBATION-FIN
           END-IF.

           MOVE WS-LIGNE-RESILIATION(WS-RSL-TROUVEE) TO F-RESILIATION.
           MOVE F-RSL-REMBOURSEMENT TO WS-MONTANT-ED.

           DISPLAY "Resiliation au " F-RSL-DATE-EFFET " motif "
                   F-RSL-MOTIF " remboursement " WS-MONTANT-ED.

           MOVE "V" TO F-RSL-STATUT.
           MOVE F-RESILIATION TO WS-LIGNE-RESILIATION(WS-RSL-TROUVEE).

           MOVE "resilpol" TO AUDIT-PROGRAMME.
           MOVE "APPROUVE" TO AUDIT-ACTION.
           MOVE F-RSL-CONTRAT TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           PERFORM 0500-APPLIQUE-RESILIATION-DEB
              THRU 0500-APPLIQUE-RESILIATION-FIN.

           EXIT.

       0600-APPROBATION-FIN.

      *-----------------------------------------------------------------

      *Reecriture des fichiers de polices et de l'historique, chacun
      *precede de sa copie de generation
       0800-REECRITURES-DEB.

           MOVE "resiliations-polices.txt" TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-RESILIATIONS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RSL
               MOVE WS-LIGNE-RESILIATION(WS-IDX) TO F-RESILIATION
               WRITE F-RESILIATION
           END-PERFORM.

           CLOSE FICHIER-RESILIATIONS.

           IF WS-NB-VALIDEES = 0
               GO TO 0800-REECRITURES-FIN
           END-IF.

           MOVE "assurances.csv" TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-POLICES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES
               MOVE WS-LIGNE-POLICE(WS-IDX) TO F-LIGNE-POLICES
               WRITE F-LIGNE-POLICES
           END-PERFORM.

           CLOSE FICHIER-POLICES.

           MOVE "datassur.csv" TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-CONTRATS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS
               MOVE WS-LIGNE-CONTRAT(WS-IDX) TO F-LIGNE-CONTRATS
               WRITE F-LIGNE-CONTRATS
           END-PERFORM.

           CLOSE FICHIER-CONTRATS.

           EXIT.

       0800-REECRITURES-FIN.
