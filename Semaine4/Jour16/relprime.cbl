      *de dates commun datutil), puis la liste des candidats a la
      *resiliation, dont les contrats sont ajoutes a
      *renouvellement-exclusions.txt : renouvpol cesse de renouveler
      *les mauvais payeurs. Les avis d'avenant de factprime portent
      *un montant signe : un complement se paie et se relance comme
      *une prime, un avoir (montant negatif) se rembourse au client
      *par le choix de remboursement, qui s'ajoute a
      *remboursements-primes.txt. Les paiements ne s'imputent
      *qu'aux avis a payer, les remboursements qu'aux avoirs. Une
      *police fractionnee (ligne de recapitulatif marquee F en 66)
      *se suit par echeance dans echeancier-primes.txt (factprime) :
      *chaque paiement du contrat solde ses echeances impayees par
      *ordre de date d'echeance, le reliquat allant aux avis du
      *contrat. Au passage de relances, chaque echeance impayee
      *recoit sa propre lettre selon son anciennete depuis la date
      *d'echeance ; des que deux echeances d'un meme echeancier sont
      *manquees (impayees au-dela du premier seuil), le terme est
      *dechu : toutes les echeances restantes deviennent exigibles
      *(statut E, echeancier reecrit apres copie de generation), une
      *lettre de decheance part avec les secondes relances et le
      *solde entier passe aux candidats a la resiliation.
      *Paiements et remboursements portent la date saisie (vide = ce
      *jour), controlee par le module periode : dans un mois clos par
      *clotper, l'operateur peut les passer au premier jour ouvert
      *propose, sinon l'operation est refusee (refus trace au journal
      *d'audit).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * AVI = AVIS ; PAI = PAIEMENT ; EXC = EXCLUSION
      * RMB = REMBOURSEMENT ; ECH = ECHEANCE ; REL = RELANCE
      ******************************************************************

       IDENTIFICATION DIVISION.
       ASSIGN TO "paiements-primes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Remboursements des avoirs d'avenant
       SELECT OPTIONAL FICHIER-REMBOURSEMENTS
       ASSIGN TO "remboursements-primes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Echeanciers des polices fractionnees ecrits par factprime
       SELECT OPTIONAL FICHIER-ECHEANCIER
       ASSIGN TO "echeancier-primes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RELANCES-1 ASSIGN TO "lettres-relance1.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

               05 F-PAI-DATE               PIC X(08).
               05 F-PAI-MONTANT            PIC 9(08)V9(02).

       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT.
               05 F-RMB-CONTRAT            PIC X(08).
               05 F-RMB-DATE               PIC X(08).
               05 F-RMB-MONTANT            PIC 9(08)V9(02).

       FD FICHIER-ECHEANCIER.
           01 F-ECHEANCE                   PIC X(76).

       FD FICHIER-RELANCES-1.
           01 F-LIGNE-REL1                 PIC X(80).

       WORKING-STORAGE SECTION.

      *Avis de renouvellement charges du recapitulatif, avec le
      *cumul des paiements rapproches sur le contrat ; un avoir
      *d'avenant a une prime negative et les remboursements y sont
      *cumules en negatif
       01 WS-TABLEAU-AVIS.
           05 WS-AVIS OCCURS 500 TIMES.
               10 WS-AVI-CONTRAT           PIC X(08).
               10 WS-AVI-CLIENT            PIC X(30).
               10 WS-AVI-PRIME             PIC S9(08)V9(02).
               10 WS-AVI-DATE              PIC 9(08).
               10 WS-AVI-PAYE              PIC S9(08)V9(02).

      *Echeances des polices fractionnees, dans l'ordre du fichier
      *(les echeances d'un echeancier se suivent), avec le cumul des
      *paiements imputes ; statut E = exigible apres decheance
       01 WS-TABLEAU-ECH.
           05 WS-ECH OCCURS 500 TIMES.
               10 WS-ECH-ENREG.
                   15 WS-ECH-CONTRAT       PIC X(08).
                   15 WS-ECH-NUMERO        PIC 9(02).
                   15 WS-ECH-NOMBRE        PIC 9(02).
                   15 WS-ECH-FREQUENCE     PIC X(01).
                   15 WS-ECH-DATE          PIC 9(08).
                   15 WS-ECH-MONTANT       PIC 9(08)V9(02).
                   15 WS-ECH-FRAIS         PIC 9(04)V9(02).
                   15 WS-ECH-EMISSION      PIC 9(08).
                   15 WS-ECH-STATUT        PIC X(01).
                       88 WS-ECH-EXIGIBLE              VALUE "E".
                   15 WS-ECH-CLIENT        PIC X(30).
               10 WS-ECH-PAYE              PIC 9(08)V9(02).

      *Exclusions deja connues, pour ne pas les ecrire deux fois
       01 WS-TABLEAU-EXCLUSIONS.

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       77 WS-IDX-ECH                       PIC 9(03).
       77 WS-IDX-DEB                       PIC 9(03).
       77 WS-IDX-FIN                       PIC 9(03).
       01 WS-MAX-AVIS                      PIC 9(03)   VALUE 0.
       01 WS-MAX-ECH                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.
       01 WS-NB-EXCLUSIONS                 PIC 9(03)   VALUE 0.

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-PAYER                           VALUE "1".
           88 WS-CHOIX-RELANCES                        VALUE "2".
           88 WS-CHOIX-REMBOURSER                      VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies du paiement en cours
       01 WS-SAISIE-CONTRAT                PIC X(08).
       01 WS-SAISIE-MONTANT                PIC X(10).
       01 WS-SAISIE-DATE-OPE               PIC X(08).
       01 WS-MONTANT-NUM                   PIC 9(08)V9(02).

       01 WS-AVIS-TROUVE                   PIC 9(03).

      *Imputation d'un paiement : contrat, date, montant restant a
      *repartir et echeance impayee la plus ancienne trouvee
       01 WS-IMP-CONTRAT                   PIC X(08).
       01 WS-IMP-DATE                      PIC 9(08).
       01 WS-IMP-RESTE                     PIC 9(08)V9(02).
       01 WS-IMP-MONTANT                   PIC 9(08)V9(02).
       01 WS-ECH-DU                        PIC 9(08)V9(02).
       01 WS-ECH-TROUVEE                   PIC 9(03).
       01 WS-SOLDE-ECHEANCIER              PIC 9(09)V9(02).

       01 WS-ECH-TRONQUE                   PIC X       VALUE "N".
           88 WS-ECH-TRONQUE-O                         VALUE "O".
           88 WS-ECH-TRONQUE-N                         VALUE "N".

      *Seuils de jours des relances et de la resiliation, saisis au
      *passage de relances
       01 WS-SAISIE-SEUIL                  PIC X(03).
       01 WS-NB-REL1                       PIC 9(03)   VALUE 0.
       01 WS-NB-REL2                       PIC 9(03)   VALUE 0.
       01 WS-NB-CANDIDATS                  PIC 9(03)   VALUE 0.
       01 WS-NB-DECHEANCES                 PIC 9(03)   VALUE 0.

      *Echeancier en cours de relance : echeances manquees et terme
      *deja dechu
       01 WS-NB-MANQUEES                   PIC 9(02).
       01 WS-DECHU                         PIC X.
           88 WS-DECHU-O                               VALUE "O".
           88 WS-DECHU-N                               VALUE "N".

      *Objet de la lettre ou de la ligne de candidat en cours : avis
      *ou echeance (numero et date, zero pour un avis)
       01 WS-REL-CONTRAT                   PIC X(08).
       01 WS-REL-CLIENT                    PIC X(30).
       01 WS-REL-ECHEANCE                  PIC 9(02).
       01 WS-REL-DATE                      PIC 9(08).

       01 WS-DEJA-EXCLU                    PIC X.
           88 WS-DEJA-EXCLU-O                          VALUE "O".

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Controle des periodes comptables closes
       COPY periode.

       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                    VALUE "O" "o".

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture des echeanciers
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "echeancier-primes.txt".


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-AVIS-DEB
              THRU 0100-CHARGE-AVIS-FIN.

           PERFORM 0120-CHARGE-ECHEANCIERS-DEB
              THRU 0120-CHARGE-ECHEANCIERS-FIN.

           PERFORM 0150-CHARGE-PAIEMENTS-DEB
              THRU 0150-CHARGE-PAIEMENTS-FIN.

           PERFORM 0170-CHARGE-REMBOURSEMENTS-DEB
              THRU 0170-CHARGE-REMBOURSEMENTS-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

      *Lignes d'avis du recapitulatif : seules celles portant une
      *date d'emission numerique en 57-64 sont des avis (l'en-tete,
      *les totaux et les anciennes lignes sans date sont ignores) ;
      *les polices fractionnees (F en 66) se suivent par echeancier
       0100-CHARGE-AVIS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-LIGNE-RESUME(57:8) IS NUMERIC
                       AND F-LIGNE-RESUME(66:1) NOT = "F"
                       AND WS-MAX-AVIS < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-AVIS
                           MOVE F-LIGNE-RESUME(1:8)

       0100-CHARGE-AVIS-FIN.

      *-----------------------------------------------------------------

       0120-CHARGE-ECHEANCIERS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ECHEANCIER.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ECHEANCIER
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-ECH < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-ECH
                           MOVE F-ECHEANCE
                             TO WS-ECH-ENREG(WS-MAX-ECH)
                           MOVE 0 TO WS-ECH-PAYE(WS-MAX-ECH)
                       ELSE
                           DISPLAY "Attention : echeancier-primes.txt"
                               " tronque, capacite maximale atteinte"
                               " (" WS-CAPACITE-MAX ")."
                           SET WS-ECH-TRONQUE-O TO TRUE
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ECHEANCIER.

           DISPLAY "Echeances chargees : " WS-MAX-ECH.

           EXIT.

       0120-CHARGE-ECHEANCIERS-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-PAIEMENTS-DEB.
           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PAIEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-PAI-CONTRAT TO WS-IMP-CONTRAT
                       MOVE F-PAI-DATE    TO WS-IMP-DATE
                       MOVE F-PAI-MONTANT TO WS-IMP-RESTE
                       PERFORM 0160-IMPUTE-PAIEMENT-DEB
                          THRU 0160-IMPUTE-PAIEMENT-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           EXIT.

       0150-CHARGE-PAIEMENTS-FIN.

      *-----------------------------------------------------------------

      *Imputation d'un paiement : d'abord aux echeances impayees du
      *contrat emises a la date du paiement, la plus ancienne date
      *d'echeance en premier, puis le reliquat aux avis a payer
       0160-IMPUTE-PAIEMENT-DEB.

           PERFORM 0165-ECHEANCE-IMPAYEE-DEB
              THRU 0165-ECHEANCE-IMPAYEE-FIN.

           PERFORM UNTIL WS-IMP-RESTE = 0
                      OR WS-ECH-TROUVEE = 0

               COMPUTE WS-ECH-DU = WS-ECH-MONTANT(WS-ECH-TROUVEE)
                   - WS-ECH-PAYE(WS-ECH-TROUVEE)

               IF WS-IMP-RESTE < WS-ECH-DU
                   MOVE WS-IMP-RESTE TO WS-IMP-MONTANT
               ELSE
                   MOVE WS-ECH-DU TO WS-IMP-MONTANT
               END-IF

               ADD WS-IMP-MONTANT TO WS-ECH-PAYE(WS-ECH-TROUVEE)
               SUBTRACT WS-IMP-MONTANT FROM WS-IMP-RESTE

               PERFORM 0165-ECHEANCE-IMPAYEE-DEB
                  THRU 0165-ECHEANCE-IMPAYEE-FIN

           END-PERFORM.

           IF WS-IMP-RESTE = 0
               GO TO 0160-IMPUTE-PAIEMENT-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AVIS
               IF WS-AVI-CONTRAT(WS-IDX) = WS-IMP-CONTRAT
               AND WS-AVI-PRIME(WS-IDX) > 0
                   ADD WS-IMP-RESTE TO WS-AVI-PAYE(WS-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       0160-IMPUTE-PAIEMENT-FIN.

      *-----------------------------------------------------------------

      *Echeance impayee de WS-IMP-CONTRAT a la date d'echeance la
      *plus ancienne, emise au plus tard le WS-IMP-DATE : rang dans
      *WS-ECH-TROUVEE, zero s'il n'en reste aucune
       0165-ECHEANCE-IMPAYEE-DEB.

           MOVE 0 TO WS-ECH-TROUVEE.

           PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-MAX-ECH

               IF WS-ECH-CONTRAT(WS-IDX-ECH) = WS-IMP-CONTRAT
               AND WS-ECH-EMISSION(WS-IDX-ECH) <= WS-IMP-DATE
               AND WS-ECH-PAYE(WS-IDX-ECH)
                   < WS-ECH-MONTANT(WS-IDX-ECH)
                   IF WS-ECH-TROUVEE = 0
                       MOVE WS-IDX-ECH TO WS-ECH-TROUVEE
                   ELSE
                       IF WS-ECH-DATE(WS-IDX-ECH)
                          < WS-ECH-DATE(WS-ECH-TROUVEE)
                           MOVE WS-IDX-ECH TO WS-ECH-TROUVEE
                       END-IF
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0165-ECHEANCE-IMPAYEE-FIN.

      *-----------------------------------------------------------------

       0170-CHARGE-REMBOURSEMENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REMBOURSEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REMBOURSEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-AVIS
                           IF WS-AVI-CONTRAT(WS-IDX)
                              = F-RMB-CONTRAT
                           AND WS-AVI-PRIME(WS-IDX) < 0
                               SUBTRACT F-RMB-MONTANT
                                   FROM WS-AVI-PAYE(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REMBOURSEMENTS.

           EXIT.

       0170-CHARGE-REMBOURSEMENTS-FIN.

      *-----------------------------------------------------------------

           DISPLAY "Encaissement des primes et relances.".
           DISPLAY "1 - Enregistrer un paiement de prime".
           DISPLAY "2 - Passage de relances".
           DISPLAY "3 - Rembourser un avoir d'avenant".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0400-RELANCES-DEB
                      THRU 0400-RELANCES-FIN

               WHEN WS-CHOIX-REMBOURSER
                   PERFORM 0350-REMBOURSEMENT-DEB
                      THRU 0350-REMBOURSEMENT-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

                   UNTIL WS-IDX > WS-MAX-AVIS

               IF WS-AVI-CONTRAT(WS-IDX) = WS-SAISIE-CONTRAT
               AND WS-AVI-PRIME(WS-IDX) > 0
                   MOVE WS-IDX TO WS-AVIS-TROUVE
               END-IF

           END-PERFORM.

           DISPLAY "Date du paiement (AAAAMMJJ, vide = ce jour) : ".
           ACCEPT WS-SAISIE-DATE-OPE.

           IF WS-SAISIE-DATE-OPE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE-OPE
           END-IF.

           IF WS-SAISIE-DATE-OPE NOT NUMERIC
               DISPLAY "Date non numerique, paiement refuse."
               GO TO 0300-PAIEMENT-FIN
           END-IF.

           MOVE WS-SAISIE-DATE-OPE TO PERIODE-DATE.

           PERFORM 0700-CONTROLE-PERIODE-DEB
              THRU 0700-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0300-PAIEMENT-FIN
           END-IF.

           MOVE WS-SAISIE-CONTRAT TO WS-IMP-CONTRAT.
           MOVE PERIODE-DATE      TO WS-IMP-DATE.

           PERFORM 0165-ECHEANCE-IMPAYEE-DEB
              THRU 0165-ECHEANCE-IMPAYEE-FIN.

           IF WS-AVIS-TROUVE = 0
           AND WS-ECH-TROUVEE = 0
               DISPLAY "Aucun avis ni echeance due pour ce contrat : "
                       WS-SAISIE-CONTRAT
               GO TO 0300-PAIEMENT-FIN
           END-IF.

           IF WS-ECH-TROUVEE NOT = 0
               PERFORM 0310-ETAT-ECHEANCIER-DEB
                  THRU 0310-ETAT-ECHEANCIER-FIN
           END-IF.

           IF WS-AVIS-TROUVE NOT = 0
               COMPUTE WS-SOLDE = WS-AVI-PRIME(WS-AVIS-TROUVE)
                   - WS-AVI-PAYE(WS-AVIS-TROUVE)
               MOVE WS-SOLDE TO WS-SOLDE-ED
               DISPLAY "Reste du sur l'avis : " WS-SOLDE-ED
           END-IF.

           DISPLAY "Montant paye (ex. 350.00) : ".
           ACCEPT WS-SAISIE-MONTANT.

           MOVE SPACES TO F-PAIEMENT.
           MOVE WS-SAISIE-CONTRAT TO F-PAI-CONTRAT.
           MOVE PERIODE-DATE      TO F-PAI-DATE.
           MOVE WS-MONTANT-NUM    TO F-PAI-MONTANT.
           WRITE F-PAIEMENT.

           CLOSE FICHIER-PAIEMENTS.

           MOVE WS-MONTANT-NUM TO WS-IMP-RESTE.

           PERFORM 0160-IMPUTE-PAIEMENT-DEB
              THRU 0160-IMPUTE-PAIEMENT-FIN.

           DISPLAY "Paiement enregistre.".


      *-----------------------------------------------------------------

      *Echeancier du contrat saisi : prochaine echeance impayee
      *(WS-ECH-TROUVEE) et reste du sur les echeances emises
       0310-ETAT-ECHEANCIER-DEB.

           COMPUTE WS-SOLDE = WS-ECH-MONTANT(WS-ECH-TROUVEE)
               - WS-ECH-PAYE(WS-ECH-TROUVEE).
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           DISPLAY "Prochaine echeance " WS-ECH-NUMERO(WS-ECH-TROUVEE)
                   "/" WS-ECH-NOMBRE(WS-ECH-TROUVEE) " au "
                   WS-ECH-DATE(WS-ECH-TROUVEE) ", reste du : "
                   WS-SOLDE-ED.

           MOVE 0 TO WS-SOLDE-ECHEANCIER.

           PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-MAX-ECH

               IF WS-ECH-CONTRAT(WS-IDX-ECH) = WS-IMP-CONTRAT
               AND WS-ECH-EMISSION(WS-IDX-ECH) <= WS-IMP-DATE
                   COMPUTE WS-SOLDE-ECHEANCIER = WS-SOLDE-ECHEANCIER
                       + WS-ECH-MONTANT(WS-IDX-ECH)
                       - WS-ECH-PAYE(WS-IDX-ECH)
               END-IF

           END-PERFORM.

           MOVE WS-SOLDE-ECHEANCIER TO WS-SOLDE-ED.
           DISPLAY "Reste du sur l'echeancier : " WS-SOLDE-ED.

           IF WS-ECH-EXIGIBLE(WS-ECH-TROUVEE)
               DISPLAY "Terme dechu : le solde entier est exigible."
           END-IF.

           EXIT.

       0310-ETAT-ECHEANCIER-FIN.

      *-----------------------------------------------------------------

      *Remboursement d'un avoir d'avenant : le montant ne peut
      *depasser ce qui reste a rendre au client sur l'avoir
       0350-REMBOURSEMENT-DEB.

           DISPLAY "Numero de contrat de l'avoir : ".
           ACCEPT WS-SAISIE-CONTRAT.

           MOVE 0 TO WS-AVIS-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AVIS

               IF WS-AVI-CONTRAT(WS-IDX) = WS-SAISIE-CONTRAT
               AND WS-AVI-PRIME(WS-IDX) < 0
                   MOVE WS-IDX TO WS-AVIS-TROUVE
               END-IF

           END-PERFORM.

           IF WS-AVIS-TROUVE = 0
               DISPLAY "Aucun avoir pour ce contrat : "
                       WS-SAISIE-CONTRAT
               GO TO 0350-REMBOURSEMENT-FIN
           END-IF.

           COMPUTE WS-SOLDE = WS-AVI-PAYE(WS-AVIS-TROUVE)
               - WS-AVI-PRIME(WS-AVIS-TROUVE).
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           DISPLAY "Reste a rembourser sur l'avoir : " WS-SOLDE-ED.

           IF WS-SOLDE <= 0
               DISPLAY "Avoir deja rembourse."
               GO TO 0350-REMBOURSEMENT-FIN
           END-IF.

           DISPLAY "Montant rembourse (ex. 35.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-MONTANT-NUM.

           IF WS-MONTANT-NUM = 0
           OR WS-MONTANT-NUM > WS-SOLDE
               DISPLAY "Montant nul ou superieur a l'avoir, "
                       "remboursement refuse."
               GO TO 0350-REMBOURSEMENT-FIN
           END-IF.

           DISPLAY "Date du remboursement (AAAAMMJJ, vide = ce "
                   "jour) : ".
           ACCEPT WS-SAISIE-DATE-OPE.

           IF WS-SAISIE-DATE-OPE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE-OPE
           END-IF.

           IF WS-SAISIE-DATE-OPE NOT NUMERIC
               DISPLAY "Date non numerique, remboursement refuse."
               GO TO 0350-REMBOURSEMENT-FIN
           END-IF.

           MOVE WS-SAISIE-DATE-OPE TO PERIODE-DATE.

           PERFORM 0700-CONTROLE-PERIODE-DEB
              THRU 0700-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0350-REMBOURSEMENT-FIN
           END-IF.

           OPEN EXTEND FICHIER-REMBOURSEMENTS.

           MOVE SPACES TO F-REMBOURSEMENT.
           MOVE WS-SAISIE-CONTRAT TO F-RMB-CONTRAT.
           MOVE PERIODE-DATE      TO F-RMB-DATE.
           MOVE WS-MONTANT-NUM    TO F-RMB-MONTANT.
           WRITE F-REMBOURSEMENT.

           CLOSE FICHIER-REMBOURSEMENTS.

           SUBTRACT WS-MONTANT-NUM FROM WS-AVI-PAYE(WS-AVIS-TROUVE).

           DISPLAY "Remboursement enregistre.".

           EXIT.

       0350-REMBOURSEMENT-FIN.

      *-----------------------------------------------------------------

      *Passage de relances : pour chaque avis impaye, l'anciennete
      *decide de la lettre (relance 1, relance 2) ou de la
      *candidature a la resiliation, qui alimente les exclusions de
      *renouvellement lues par renouvpol ; les echeanciers des polices
      *fractionnees sont ensuite relances echeance par echeance
       0400-RELANCES-DEB.

           DISPLAY "Seuil relance 1 en jours (ex. 030) : ".
           MOVE 0 TO WS-NB-REL1.
           MOVE 0 TO WS-NB-REL2.
           MOVE 0 TO WS-NB-CANDIDATS.
           MOVE 0 TO WS-NB-DECHEANCES.

           OPEN OUTPUT FICHIER-RELANCES-1.
           OPEN OUTPUT FICHIER-RELANCES-2.

           END-PERFORM.

           PERFORM VARYING WS-IDX-DEB FROM 1 BY 1
                   UNTIL WS-IDX-DEB > WS-MAX-ECH

               IF WS-ECH-NUMERO(WS-IDX-DEB) = 1
                   PERFORM 0500-RELANCE-ECHEANCIER-DEB
                      THRU 0500-RELANCE-ECHEANCIER-FIN
               END-IF

           END-PERFORM.

           CLOSE FICHIER-EXCLUSIONS.
           CLOSE FICHIER-CANDIDATS.
           CLOSE FICHIER-RELANCES-2.
           CLOSE FICHIER-RELANCES-1.

           IF WS-NB-DECHEANCES > 0
               PERFORM 0600-REECRITURE-ECHEANCIER-DEB
                  THRU 0600-REECRITURE-ECHEANCIER-FIN
           END-IF.

           DISPLAY "Relances 1 : " WS-NB-REL1
                   " - relances 2 : " WS-NB-REL2
                   " - resiliations : " WS-NB-CANDIDATS.
           DISPLAY "Decheances du terme prononcees : "
                   WS-NB-DECHEANCES.

           EXIT.

           END-CALL.

           MOVE WS-DATUTIL-NOMBRE TO WS-AGE-JOURS.

           MOVE WS-AVI-CONTRAT(WS-IDX) TO WS-REL-CONTRAT.
           MOVE WS-AVI-CLIENT(WS-IDX)  TO WS-REL-CLIENT.
           MOVE 0 TO WS-REL-ECHEANCE.

           PERFORM 0452-NIVEAU-RELANCE-DEB
              THRU 0452-NIVEAU-RELANCE-FIN.

           EXIT.

       0450-RELANCE-AVIS-FIN.

      *-----------------------------------------------------------------

      *Lettre ou candidature selon l'anciennete WS-AGE-JOURS du solde
      *WS-SOLDE de l'avis ou de l'echeance en cours
       0452-NIVEAU-RELANCE-DEB.

           MOVE WS-SOLDE TO WS-SOLDE-ED.

           EVALUATE TRUE
               WHEN WS-AGE-JOURS > WS-SEUIL-RESILIATION
                   ADD 1 TO WS-NB-CANDIDATS
                   MOVE SPACES TO F-LIGNE-CANDIDAT
                   STRING WS-REL-CONTRAT " "
                           WS-REL-CLIENT " du "
                           WS-SOLDE-ED " depuis "
                           WS-AGE-JOURS " jour(s)"
                       DELIMITED BY SIZE INTO F-LIGNE-CANDIDAT

           EXIT.

       0452-NIVEAU-RELANCE-FIN.

      *-----------------------------------------------------------------


           MOVE SPACES TO F-LIGNE-REL1.
           STRING "PREMIER RAPPEL - CONTRAT "
                   WS-REL-CONTRAT
               DELIMITED BY SIZE INTO F-LIGNE-REL1.
           WRITE F-LIGNE-REL1.

           MOVE SPACES TO F-LIGNE-REL1.
           STRING "Client : " WS-REL-CLIENT
               DELIMITED BY SIZE INTO F-LIGNE-REL1.
           WRITE F-LIGNE-REL1.

           IF WS-REL-ECHEANCE NOT = 0
               MOVE SPACES TO F-LIGNE-REL1
               STRING "Paiement fractionne, echeance "
                       WS-REL-ECHEANCE " du " WS-REL-DATE
                   DELIMITED BY SIZE INTO F-LIGNE-REL1
               WRITE F-LIGNE-REL1
           END-IF.

           MOVE SPACES TO F-LIGNE-REL1.
           STRING "Votre prime de " WS-SOLDE-ED
                   " EUR reste impayee depuis "

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "SECOND RAPPEL - CONTRAT "
                   WS-REL-CONTRAT
               DELIMITED BY SIZE INTO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "Client : " WS-REL-CLIENT
               DELIMITED BY SIZE INTO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           IF WS-REL-ECHEANCE NOT = 0
               MOVE SPACES TO F-LIGNE-REL2
               STRING "Paiement fractionne, echeance "
                       WS-REL-ECHEANCE " du " WS-REL-DATE
                   DELIMITED BY SIZE INTO F-LIGNE-REL2
               WRITE F-LIGNE-REL2
           END-IF.

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "Malgre notre premier rappel, "
                   WS-SOLDE-ED " EUR restent dus depuis "
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-EXCLUSIONS

               IF WS-NUMERO-EXCLU(WS-IDX2) = WS-REL-CONTRAT
                   SET WS-DEJA-EXCLU-O TO TRUE
               END-IF

           END-PERFORM.

           IF WS-DEJA-EXCLU-N
               MOVE WS-REL-CONTRAT TO F-NUMERO-EXCLU
               WRITE F-NUMERO-EXCLU

               IF WS-NB-EXCLUSIONS < 100
                   ADD 1 TO WS-NB-EXCLUSIONS
                   MOVE WS-REL-CONTRAT
                     TO WS-NUMERO-EXCLU(WS-NB-EXCLUSIONS)
               END-IF
           END-IF.
           EXIT.

       0470-EXCLUT-CONTRAT-FIN.

      *-----------------------------------------------------------------

      *Lettre de decheance du terme, jointe aux secondes relances
       0480-LETTRE-DECHEANCE-DEB.

           MOVE ALL "-" TO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "DECHEANCE DU TERME - CONTRAT "
                   WS-REL-CONTRAT
               DELIMITED BY SIZE INTO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "Client : " WS-REL-CLIENT
               DELIMITED BY SIZE INTO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "Au moins deux echeances de votre paiement "
                   "fractionne restent impayees :"
               DELIMITED BY SIZE INTO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           MOVE SPACES TO F-LIGNE-REL2.
           STRING "le solde de la prime, " WS-SOLDE-ED
                   " EUR, est exigible en totalite."
               DELIMITED BY SIZE INTO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           MOVE SPACES TO F-LIGNE-REL2.
           MOVE "Sans reglement, le contrat ne sera pas renouvele."
             TO F-LIGNE-REL2.
           WRITE F-LIGNE-REL2.

           EXIT.

       0480-LETTRE-DECHEANCE-FIN.

      *-----------------------------------------------------------------

      *Relance d'un echeancier commencant au rang WS-IDX-DEB : ses
      *echeances suivent la premiere dans le fichier. Deux echeances
      *manquees (ou un terme deja dechu) rendent le solde entier
      *exigible ; sinon chaque echeance impayee est relancee seule
       0500-RELANCE-ECHEANCIER-DEB.

           COMPUTE WS-IDX-FIN = WS-IDX-DEB
               + WS-ECH-NOMBRE(WS-IDX-DEB) - 1.

           IF WS-IDX-FIN > WS-MAX-ECH
               MOVE WS-MAX-ECH TO WS-IDX-FIN
           END-IF.

           MOVE 0 TO WS-SOLDE-ECHEANCIER.
           MOVE 0 TO WS-NB-MANQUEES.
           SET WS-DECHU-N TO TRUE.

           PERFORM VARYING WS-IDX-ECH FROM WS-IDX-DEB BY 1
                   UNTIL WS-IDX-ECH > WS-IDX-FIN

               PERFORM 0510-EXAMINE-ECHEANCE-DEB
                  THRU 0510-EXAMINE-ECHEANCE-FIN

           END-PERFORM.

           IF WS-SOLDE-ECHEANCIER = 0
               GO TO 0500-RELANCE-ECHEANCIER-FIN
           END-IF.

           MOVE WS-ECH-CONTRAT(WS-IDX-DEB) TO WS-REL-CONTRAT.
           MOVE WS-ECH-CLIENT(WS-IDX-DEB)  TO WS-REL-CLIENT.

           IF WS-NB-MANQUEES < 2
           AND WS-DECHU-N
               PERFORM VARYING WS-IDX-ECH FROM WS-IDX-DEB BY 1
                       UNTIL WS-IDX-ECH > WS-IDX-FIN
                   PERFORM 0520-RELANCE-ECHEANCE-DEB
                      THRU 0520-RELANCE-ECHEANCE-FIN
               END-PERFORM
               GO TO 0500-RELANCE-ECHEANCIER-FIN
           END-IF.

           MOVE 0 TO WS-REL-ECHEANCE.
           MOVE WS-SOLDE-ECHEANCIER TO WS-SOLDE-ED.

           IF WS-DECHU-N
               PERFORM VARYING WS-IDX-ECH FROM WS-IDX-DEB BY 1
                       UNTIL WS-IDX-ECH > WS-IDX-FIN
                   IF WS-ECH-PAYE(WS-IDX-ECH)
                      < WS-ECH-MONTANT(WS-IDX-ECH)
                       MOVE "E" TO WS-ECH-STATUT(WS-IDX-ECH)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-NB-DECHEANCES
               ADD 1 TO WS-NB-REL2
               PERFORM 0480-LETTRE-DECHEANCE-DEB
                  THRU 0480-LETTRE-DECHEANCE-FIN
           END-IF.

           ADD 1 TO WS-NB-CANDIDATS.
           MOVE SPACES TO F-LIGNE-CANDIDAT.
           STRING WS-REL-CONTRAT " "
                   WS-REL-CLIENT " du "
                   WS-SOLDE-ED " terme dechu"
               DELIMITED BY SIZE INTO F-LIGNE-CANDIDAT.
           WRITE F-LIGNE-CANDIDAT.

           PERFORM 0470-EXCLUT-CONTRAT-DEB
              THRU 0470-EXCLUT-CONTRAT-FIN.

           EXIT.

       0500-RELANCE-ECHEANCIER-FIN.

      *-----------------------------------------------------------------

      *Solde de l'echeance WS-IDX-ECH ajoute au solde de l'echeancier,
      *echeance manquee si impayee au-dela du premier seuil
       0510-EXAMINE-ECHEANCE-DEB.

           IF WS-ECH-CONTRAT(WS-IDX-ECH)
              NOT = WS-ECH-CONTRAT(WS-IDX-DEB)
               GO TO 0510-EXAMINE-ECHEANCE-FIN
           END-IF.

           IF WS-ECH-PAYE(WS-IDX-ECH) >= WS-ECH-MONTANT(WS-IDX-ECH)
               GO TO 0510-EXAMINE-ECHEANCE-FIN
           END-IF.

           COMPUTE WS-SOLDE-ECHEANCIER = WS-SOLDE-ECHEANCIER
               + WS-ECH-MONTANT(WS-IDX-ECH) - WS-ECH-PAYE(WS-IDX-ECH).

           IF WS-ECH-EXIGIBLE(WS-IDX-ECH)
               SET WS-DECHU-O TO TRUE
           END-IF.

           PERFORM 0530-AGE-ECHEANCE-DEB
              THRU 0530-AGE-ECHEANCE-FIN.

           IF WS-AGE-JOURS > WS-SEUIL-RELANCE-1
               ADD 1 TO WS-NB-MANQUEES
           END-IF.

           EXIT.

       0510-EXAMINE-ECHEANCE-FIN.

      *-----------------------------------------------------------------

      *Relance d'une echeance impayee selon son anciennete
       0520-RELANCE-ECHEANCE-DEB.

           IF WS-ECH-CONTRAT(WS-IDX-ECH)
              NOT = WS-ECH-CONTRAT(WS-IDX-DEB)
               GO TO 0520-RELANCE-ECHEANCE-FIN
           END-IF.

           COMPUTE WS-SOLDE = WS-ECH-MONTANT(WS-IDX-ECH)
               - WS-ECH-PAYE(WS-IDX-ECH).

           IF WS-SOLDE <= 0
               GO TO 0520-RELANCE-ECHEANCE-FIN
           END-IF.

           PERFORM 0530-AGE-ECHEANCE-DEB
              THRU 0530-AGE-ECHEANCE-FIN.

           MOVE WS-ECH-NUMERO(WS-IDX-ECH) TO WS-REL-ECHEANCE.
           MOVE WS-ECH-DATE(WS-IDX-ECH)   TO WS-REL-DATE.

           PERFORM 0452-NIVEAU-RELANCE-DEB
              THRU 0452-NIVEAU-RELANCE-FIN.

           EXIT.

       0520-RELANCE-ECHEANCE-FIN.

      *-----------------------------------------------------------------

      *Anciennete en jours de l'echeance WS-IDX-ECH depuis sa date
      *d'echeance, negative pour une echeance a venir
       0530-AGE-ECHEANCE-DEB.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.
           MOVE WS-ECH-DATE(WS-IDX-ECH) TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATE-DU-JOUR,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-NOMBRE TO WS-AGE-JOURS.

           EXIT.

       0530-AGE-ECHEANCE-FIN.

      *-----------------------------------------------------------------

      *Reecriture des echeanciers apres decheance, l'etat precedent
      *partant en copie de generation ; un fichier charge incomplet
      *n'est pas reecrit
       0600-REECRITURE-ECHEANCIER-DEB.

           IF WS-ECH-TRONQUE-O
               DISPLAY "Erreur : echeancier-primes.txt au-dela de la "
                       "capacite, statuts de decheance non ecrits."
               GO TO 0600-REECRITURE-ECHEANCIER-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-ECHEANCIER.

           PERFORM VARYING WS-IDX-ECH FROM 1 BY 1
                   UNTIL WS-IDX-ECH > WS-MAX-ECH

               MOVE WS-ECH-ENREG(WS-IDX-ECH) TO F-ECHEANCE
               WRITE F-ECHEANCE

           END-PERFORM.

           CLOSE FICHIER-ECHEANCIER.

           EXIT.

       0600-REECRITURE-ECHEANCIER-FIN.

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0700-CONTROLE-PERIODE-DEB.

           MOVE "relprime" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0700-CONTROLE-PERIODE-FIN
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

       0700-CONTROLE-PERIODE-FIN.
