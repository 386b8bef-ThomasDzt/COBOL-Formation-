      *recapitulatif porte la date d'emission de l'avis (positions
      *57-64) : c'est elle que le suivi des encaissements et des
      *relances (relprime) utilise pour calculer l'anciennete des
      *avis impayes. Le meme passage facture les avenants en cours de
      *terme saisis par avenant et encore marques a facturer (N) dans
      *avenants-polices.txt : un avis d'avenant par ajustement de
      *prime proratise, complement a payer ou avoir a rembourser, et
      *une ligne de recapitulatif au meme format dont le montant est
      *negatif pour un avoir (relprime en suit le remboursement).
      *Les avenants factures passent a O et l'historique est reecrit
      *apres copie de generation. Le client des avis et du
      *recapitulatif est lu au fichier des assures (assures.txt)
      *(assmaint) sur le numero client porte en 125-132 par la police
      *a renouveler ou, a defaut, par le contrat de datassur.csv :
      *l'avis reprend le numero, le nom et l'adresse de l'assure. Un
      *contrat encore sans numero client garde le nom en texte libre
      *des positions 40-80. Une police payee en plusieurs fois
      *(frequence de paiement en 133 : S semestrielle, T
      *trimestrielle, M mensuelle ; A ou vide = annuelle, inchangee)
      *recoit un echeancier ajoute a echeancier-primes.txt : une
      *ligne par echeance, la premiere au lendemain de la fin du terme
      *puis tous les 6, 3 ou 1 mois (datutil, AJOUJ et AJOUM). La
      *prime est repartie a parts egales, l'arrondi sur la derniere
      *echeance, et chaque echeance porte les frais de fractionnement
      *de frais-fractionnement.cfg (une ligne par frequence, lettre
      *en colonne 1 puis montant en clair ; a defaut 3.00, 2.50 et
      *1.50 EUR). L'avis detaille les echeances et la ligne de
      *recapitulatif porte le total frais compris, marquee F en
      *colonne 66 : relprime suit ces polices par echeance et non par
      *avis. Un echeancier deja etabli pour le meme contrat et la
      *meme premiere echeance n'est pas reecrit en cas de relance du
      *passage.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. factprime.
       SELECT FICHIER-RESUME ASSIGN TO "facturation-resume.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Historique des avenants ecrit par avenant
       SELECT OPTIONAL FICHIER-AVENANTS
       ASSIGN TO "avenants-polices.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier des assures tenu par assmaint
       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Echeanciers des polices fractionnees, suivis par relprime
       SELECT OPTIONAL FICHIER-ECHEANCIER
       ASSIGN TO "echeancier-primes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Frais de fractionnement par frequence de paiement
       SELECT OPTIONAL FICHIER-FRAIS
       ASSIGN TO "frais-fractionnement.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-A-RENOUVELER.
           01 F-LIGNE-A-RENOUVELER         PIC X(133).

       FD FICHIER-CONTRATS.
           01 F-LIGNE-CONTRATS             PIC X(1000).
       FD FICHIER-RESUME.
           01 F-LIGNE-RESUME               PIC X(80).

       FD FICHIER-AVENANTS.
           01 F-AVENANT.
               05 F-AVE-CONTRAT            PIC X(08).
               05 F-AVE-NUMERO             PIC 9(03).
               05 F-AVE-DATE-EFFET         PIC X(08).
               05 F-AVE-DATE-SAISIE        PIC X(08).
               05 F-AVE-RUBRIQUE           PIC X(08).
               05 F-AVE-ANCIENNE           PIC X(41).
               05 F-AVE-NOUVELLE           PIC X(41).
               05 F-AVE-ANCIENNE-PRIME     PIC 9(06)V9(02).
               05 F-AVE-NOUVELLE-PRIME     PIC 9(06)V9(02).
               05 F-AVE-JOURS-RESTANTS     PIC 9(05).
               05 F-AVE-JOURS-TERME        PIC 9(05).
               05 F-AVE-AJUSTEMENT         PIC 9(07)V9(02).
               05 F-AVE-SENS               PIC X(01).
               05 F-AVE-FACTURE            PIC X(01).

       FD FICHIER-CLIENTS.
           01 F-CLIENT.
               05 F-CLI-NUMERO             PIC X(08).
               05 F-CLI-NOM                PIC X(41).
               05 F-CLI-ADRESSE            PIC X(40).
               05 F-CLI-CODE-POSTAL        PIC X(05).
               05 F-CLI-VILLE              PIC X(30).
               05 F-CLI-DATE-NAISSANCE     PIC X(08).
               05 F-CLI-TELEPHONE          PIC X(15).
               05 F-CLI-COURRIEL           PIC X(40).

      *Une ligne par echeance : rang et nombre d'echeances, montant
      *frais compris, statut vide = due, E = exigible apres
      *decheance du terme (relprime)
       FD FICHIER-ECHEANCIER.
           01 F-ECHEANCE.
               05 F-ECH-CONTRAT            PIC X(08).
               05 F-ECH-NUMERO             PIC 9(02).
               05 F-ECH-NOMBRE             PIC 9(02).
               05 F-ECH-FREQUENCE          PIC X(01).
               05 F-ECH-DATE-ECHEANCE      PIC 9(08).
               05 F-ECH-MONTANT            PIC 9(08)V9(02).
               05 F-ECH-FRAIS              PIC 9(04)V9(02).
               05 F-ECH-DATE-EMISSION      PIC 9(08).
               05 F-ECH-STATUT             PIC X(01).
               05 F-ECH-CLIENT             PIC X(30).

       FD FICHIER-FRAIS.
           01 F-LIGNE-FRAIS                PIC X(10).


       WORKING-STORAGE SECTION.

      *Contrats charges depuis datassur.csv : numero, nom du client
      *aux positions de lectassu et numero client en 125-132
       01 WS-TABLEAU-CONTRATS.
           05 WS-LIGNE-CONTRAT OCCURS 500 TIMES.
               10 WS-NUMERO-CONTRAT        PIC X(08).
               10 WS-NOM-CLIENT            PIC X(41).
               10 WS-NUM-CLIENT            PIC X(08).

      *Assures du fichier assures.txt
       01 WS-TABLEAU-CLI.
           05 WS-CLI OCCURS 500 TIMES.
               10 WS-CLI-NUMERO            PIC X(08).
               10 WS-CLI-NOM               PIC X(41).
               10 WS-CLI-ADRESSE           PIC X(40).
               10 WS-CLI-CODE-POSTAL       PIC X(05).
               10 WS-CLI-VILLE             PIC X(30).

      *Avenants charges entiers pour la reecriture de l'historique
       01 WS-TABLEAU-AVENANTS.
           05 WS-LIGNE-AVENANT OCCURS 500 TIMES PIC X(154).

      *Echeanciers deja etablis : contrat et date de la premiere
      *echeance
       01 WS-TABLEAU-ECH-EXIST.
           05 WS-ECH-EXIST OCCURS 500 TIMES.
               10 WS-EXI-CONTRAT           PIC X(08).
               10 WS-EXI-DATE              PIC 9(08).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX-AVE                       PIC 9(03).
       01 WS-MAX-CONTRATS                  PIC 9(03).
       01 WS-MAX-AVENANTS                  PIC 9(03)   VALUE 0.
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-MAX-EXIST                     PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-STATUT-REN                    PIC X(02).

       01 WS-CONTRAT-TROUVE                PIC 9(03).

      *Client de l'avis en cours : numero cherche au fichier des
      *assures, nom retenu (fichier ou texte libre du contrat)
       01 WS-CLIENT-AVIS                   PIC X(08).
       01 WS-NOM-AVIS                      PIC X(41).
       01 WS-CLI-TROUVE                    PIC 9(03).

       01 WS-MONTANT-POLICE                PIC 9(06)V9(02).
       01 WS-PRIME                         PIC 9(08)V9(02).
       01 WS-PRIME-ED                      PIC Z(07)9.99.
       01 WS-TOTAL-PRIMES                  PIC 9(09)V9(02).
       01 WS-TOTAL-PRIMES-ED               PIC Z(08)9.99.

      *Frequence de paiement de la police (colonne 133), nombre
      *d'echeances sur l'annee et ecart en mois entre deux echeances
       01 WS-FREQUENCE                     PIC X(01).
           88 WS-FREQ-SEMESTRIELLE                     VALUE "S".
           88 WS-FREQ-TRIMESTRIELLE                    VALUE "T".
           88 WS-FREQ-MENSUELLE                        VALUE "M".
       01 WS-LIBELLE-FREQUENCE             PIC X(13).
       01 WS-NB-ECHEANCES                  PIC 9(02).
       01 WS-PAS-MOIS                      PIC 9(02).
       01 WS-NUM-ECHEANCE                  PIC 9(02).

      *Frais par echeance, remplaces par frais-fractionnement.cfg
       01 WS-FRAIS-SEMESTRIEL              PIC 9(04)V9(02) VALUE 3.00.
       01 WS-FRAIS-TRIMESTRIEL             PIC 9(04)V9(02) VALUE 2.50.
       01 WS-FRAIS-MENSUEL                 PIC 9(04)V9(02) VALUE 1.50.

      *Echeancier en preparation
       01 WS-FRAIS-ECHEANCE                PIC 9(04)V9(02).
       01 WS-TOTAL-FRAIS                   PIC 9(06)V9(02).
       01 WS-PART-ECHEANCE                 PIC 9(08)V9(02).
       01 WS-DERNIERE-PART                 PIC 9(08)V9(02).
       01 WS-MONTANT-ECHEANCE              PIC 9(08)V9(02).
       01 WS-MONTANT-FACTURE               PIC 9(08)V9(02).
       01 WS-PREMIERE-ECHEANCE             PIC 9(08).
       01 WS-DATE-ECHEANCE                 PIC 9(08).
       01 WS-MARQUE-ECHEANCIER             PIC X(01).
       01 WS-FRAIS-ED                      PIC Z(03)9.99.

       01 WS-ECH-DEJA                      PIC X.
           88 WS-ECH-DEJA-O                            VALUE "O".
           88 WS-ECH-DEJA-N                            VALUE "N".

       01 WS-NB-ECHEANCIERS                PIC 9(04)   VALUE 0.
       01 WS-TOTAL-FRAIS-FACT              PIC 9(08)V9(02) VALUE 0.
       01 WS-TOTAL-FRAIS-ED                PIC Z(07)9.99.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

       01 WS-NB-AVIS                       PIC 9(04)   VALUE 0.
       01 WS-NB-SANS-CONTRAT               PIC 9(04)   VALUE 0.

      *Ajustement d'avenant signe : negatif pour un avoir
       01 WS-AJUSTEMENT                    PIC S9(07)V9(02).
       01 WS-AJUSTEMENT-ED                 PIC -(7)9.99.
       01 WS-TOTAL-AVENANTS                PIC S9(09)V9(02) VALUE 0.
       01 WS-TOTAL-AVENANTS-ED             PIC -(8)9.99.
       01 WS-NB-AVIS-AVENANT               PIC 9(04)   VALUE 0.
       01 WS-MONTANT-ED                    PIC Z(06)9.99.

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture de l'historique des avenants
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "avenants-polices.txt".

      *Date d'emission portee sur chaque ligne de recapitulatif
       01 WS-DATE-DU-JOUR                  PIC 9(08).

           PERFORM 0100-CHARGE-CONTRATS-DEB
              THRU 0100-CHARGE-CONTRATS-FIN.

           PERFORM 0150-CHARGE-CLIENTS-DEB
              THRU 0150-CHARGE-CLIENTS-FIN.

           PERFORM 0170-CHARGE-ECHEANCIERS-DEB
              THRU 0170-CHARGE-ECHEANCIERS-FIN.

           PERFORM 0200-FACTURATION-DEB
              THRU 0200-FACTURATION-FIN.

                             TO WS-NUMERO-CONTRAT(WS-IDX)
                           MOVE F-LIGNE-CONTRATS(40:41)
                             TO WS-NOM-CLIENT(WS-IDX)
                           MOVE F-LIGNE-CONTRATS(125:8)
                             TO WS-NUM-CLIENT(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : datassur.csv tronque,"

       0100-CHARGE-CONTRATS-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CLI < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-CLI
                           MOVE F-CLI-NUMERO
                             TO WS-CLI-NUMERO(WS-MAX-CLI)
                           MOVE F-CLI-NOM
                             TO WS-CLI-NOM(WS-MAX-CLI)
                           MOVE F-CLI-ADRESSE
                             TO WS-CLI-ADRESSE(WS-MAX-CLI)
                           MOVE F-CLI-CODE-POSTAL
                             TO WS-CLI-CODE-POSTAL(WS-MAX-CLI)
                           MOVE F-CLI-VILLE
                             TO WS-CLI-VILLE(WS-MAX-CLI)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           EXIT.

       0150-CHARGE-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Frais de fractionnement du parametrage et premieres echeances
      *des echeanciers deja ecrits
       0170-CHARGE-ECHEANCIERS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-FRAIS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FRAIS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       EVALUATE F-LIGNE-FRAIS(1:1)
                           WHEN "S"
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-FRAIS(2:9))
                                 TO WS-FRAIS-SEMESTRIEL
                           WHEN "T"
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-FRAIS(2:9))
                                 TO WS-FRAIS-TRIMESTRIEL
                           WHEN "M"
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-FRAIS(2:9))
                                 TO WS-FRAIS-MENSUEL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FRAIS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ECHEANCIER.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ECHEANCIER
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ECH-NUMERO = 1
                           IF WS-MAX-EXIST < WS-CAPACITE-MAX
                               ADD 1 TO WS-MAX-EXIST
                               MOVE F-ECH-CONTRAT
                                 TO WS-EXI-CONTRAT(WS-MAX-EXIST)
                               MOVE F-ECH-DATE-ECHEANCE
                                 TO WS-EXI-DATE(WS-MAX-EXIST)
                           ELSE
                               DISPLAY "Attention : echeanciers "
                                   "au-dela de la capacite ("
                                   WS-CAPACITE-MAX "), controle de "
                                   "double emission incomplet."
                               SET WS-FIN-LECTURE-O TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ECHEANCIER.

           EXIT.

       0170-CHARGE-ECHEANCIERS-FIN.

      *-----------------------------------------------------------------

       0200-FACTURATION-DEB.

           OPEN OUTPUT FICHIER-AVIS.
           OPEN OUTPUT FICHIER-RESUME.
           OPEN EXTEND FICHIER-ECHEANCIER.

           MOVE SPACES TO F-LIGNE-RESUME.
           MOVE "RECAPITULATIF DE FACTURATION DES RENOUVELLEMENTS"

           END-PERFORM.

           PERFORM 0400-FACTURATION-AVENANTS-DEB
              THRU 0400-FACTURATION-AVENANTS-FIN.

           MOVE WS-TOTAL-PRIMES TO WS-TOTAL-PRIMES-ED.

           MOVE SPACES TO F-LIGNE-RESUME.
               DELIMITED BY SIZE INTO F-LIGNE-RESUME.
           WRITE F-LIGNE-RESUME.

           MOVE WS-TOTAL-AVENANTS TO WS-TOTAL-AVENANTS-ED.

           MOVE SPACES TO F-LIGNE-RESUME.
           STRING "AVENANTS : " WS-NB-AVIS-AVENANT " avis, net "
                   WS-TOTAL-AVENANTS-ED " EUR"
               DELIMITED BY SIZE INTO F-LIGNE-RESUME.
           WRITE F-LIGNE-RESUME.

           MOVE WS-TOTAL-FRAIS-FACT TO WS-TOTAL-FRAIS-ED.

           MOVE SPACES TO F-LIGNE-RESUME.
           STRING "ECHEANCIERS : " WS-NB-ECHEANCIERS
                   " police(s) fractionnee(s), frais "
                   WS-TOTAL-FRAIS-ED " EUR"
               DELIMITED BY SIZE INTO F-LIGNE-RESUME.
           WRITE F-LIGNE-RESUME.

           CLOSE FICHIER-ECHEANCIER.
           CLOSE FICHIER-RESUME.
           CLOSE FICHIER-AVIS.
           CLOSE FICHIER-A-RENOUVELER.

           DISPLAY "Avis edites : " WS-NB-AVIS
                   " - sans contrat : " WS-NB-SANS-CONTRAT.
           DISPLAY "Polices fractionnees : " WS-NB-ECHEANCIERS.
           DISPLAY "Avis d'avenant edites : " WS-NB-AVIS-AVENANT.

           EXIT.

               GO TO 0300-TRAITE-POLICE-FIN
           END-IF.

           IF F-LIGNE-A-RENOUVELER(125:8) NOT = SPACES
               MOVE F-LIGNE-A-RENOUVELER(125:8) TO WS-CLIENT-AVIS
           ELSE
               MOVE WS-NUM-CLIENT(WS-CONTRAT-TROUVE) TO WS-CLIENT-AVIS
           END-IF.

           PERFORM 0350-CLIENT-AVIS-DEB
              THRU 0350-CLIENT-AVIS-FIN.

           MOVE FUNCTION NUMVAL(F-LIGNE-A-RENOUVELER(109:9))
             TO WS-MONTANT-POLICE.

           COMPUTE WS-PRIME ROUNDED = WS-MONTANT-POLICE *
               (1 + WS-TAUX-INDEXATION / 100).

           MOVE F-LIGNE-A-RENOUVELER(133:1) TO WS-FREQUENCE.
           MOVE 0 TO WS-FRAIS-ECHEANCE.

           EVALUATE TRUE
               WHEN WS-FREQ-SEMESTRIELLE
                   MOVE 2 TO WS-NB-ECHEANCES
                   MOVE 6 TO WS-PAS-MOIS
                   MOVE "semestriel" TO WS-LIBELLE-FREQUENCE
                   MOVE WS-FRAIS-SEMESTRIEL TO WS-FRAIS-ECHEANCE
               WHEN WS-FREQ-TRIMESTRIELLE
                   MOVE 4 TO WS-NB-ECHEANCES
                   MOVE 3 TO WS-PAS-MOIS
                   MOVE "trimestriel" TO WS-LIBELLE-FREQUENCE
                   MOVE WS-FRAIS-TRIMESTRIEL TO WS-FRAIS-ECHEANCE
               WHEN WS-FREQ-MENSUELLE
                   MOVE 12 TO WS-NB-ECHEANCES
                   MOVE 1 TO WS-PAS-MOIS
                   MOVE "mensuel" TO WS-LIBELLE-FREQUENCE
                   MOVE WS-FRAIS-MENSUEL TO WS-FRAIS-ECHEANCE
               WHEN OTHER
                   MOVE 1 TO WS-NB-ECHEANCES
           END-EVALUATE.

           IF WS-NB-ECHEANCES > 1
           AND F-LIGNE-A-RENOUVELER(100:8) NOT NUMERIC
               DISPLAY "Fin de terme illisible sur la police "
                       F-LIGNE-A-RENOUVELER(1:8)
                       ", facturee en une fois."
               MOVE 1 TO WS-NB-ECHEANCES
               MOVE 0 TO WS-FRAIS-ECHEANCE
           END-IF.

           COMPUTE WS-TOTAL-FRAIS =
               WS-FRAIS-ECHEANCE * WS-NB-ECHEANCES.
           COMPUTE WS-MONTANT-FACTURE = WS-PRIME + WS-TOTAL-FRAIS.

           ADD WS-MONTANT-FACTURE TO WS-TOTAL-PRIMES.
           ADD 1 TO WS-NB-AVIS.

           MOVE WS-PRIME TO WS-PRIME-ED.
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           PERFORM 0360-LIGNES-CLIENT-DEB
              THRU 0360-LIGNES-CLIENT-FIN.

           MOVE SPACES TO F-LIGNE-AVIS.
           STRING "Echeance au " F-LIGNE-A-RENOUVELER(100:8)
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           MOVE SPACE TO WS-MARQUE-ECHEANCIER.

           IF WS-NB-ECHEANCES > 1
               MOVE "F" TO WS-MARQUE-ECHEANCIER
               PERFORM 0370-ECHEANCIER-DEB
                  THRU 0370-ECHEANCIER-FIN
           END-IF.

           MOVE WS-MONTANT-FACTURE TO WS-PRIME-ED.

      *Ligne a largeurs fixes relue par relprime : contrat en 1-8,
      *prime en 41-51 (frais compris), date d'emission en 57-64,
      *F en 66 pour une police suivie par echeancier
           MOVE SPACES TO F-LIGNE-RESUME.
           STRING F-LIGNE-A-RENOUVELER(1:8) " "
                   WS-NOM-AVIS(1:30) " "
                   WS-PRIME-ED " EUR "
                   WS-DATE-DU-JOUR " "
                   WS-MARQUE-ECHEANCIER
               DELIMITED BY SIZE INTO F-LIGNE-RESUME.
           WRITE F-LIGNE-RESUME.

           EXIT.

       0300-TRAITE-POLICE-FIN.

      *-----------------------------------------------------------------

      *Recherche de l'assure WS-CLIENT-AVIS au fichier des assures :
      *rang dans WS-CLI-TROUVE (0 si inconnu) et nom retenu dans
      *WS-NOM-AVIS, le texte libre du contrat a defaut
       0350-CLIENT-AVIS-DEB.

           MOVE 0 TO WS-CLI-TROUVE.
           MOVE WS-NOM-CLIENT(WS-CONTRAT-TROUVE) TO WS-NOM-AVIS.

           IF WS-CLIENT-AVIS = SPACES
               GO TO 0350-CLIENT-AVIS-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               IF WS-CLI-NUMERO(WS-IDX) = WS-CLIENT-AVIS
                   MOVE WS-IDX TO WS-CLI-TROUVE
               END-IF

           END-PERFORM.

           IF WS-CLI-TROUVE NOT = 0
               MOVE WS-CLI-NOM(WS-CLI-TROUVE) TO WS-NOM-AVIS
           END-IF.

           EXIT.

       0350-CLIENT-AVIS-FIN.

      *-----------------------------------------------------------------

      *Echeancier d'une police fractionnee : detail sur l'avis et,
      *sauf s'il est deja etabli, une ligne par echeance dans
      *echeancier-primes.txt
       0370-ECHEANCIER-DEB.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE F-LIGNE-A-RENOUVELER(100:8) TO WS-DATUTIL-DATE-1.
           MOVE 1 TO WS-DATUTIL-NOMBRE.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-DATE-2 TO WS-PREMIERE-ECHEANCE.

      *Parts egales tronquees au centime, le reste sur la derniere
           COMPUTE WS-PART-ECHEANCE = WS-PRIME / WS-NB-ECHEANCES.
           COMPUTE WS-DERNIERE-PART = WS-PRIME + WS-PART-ECHEANCE
               - WS-PART-ECHEANCE * WS-NB-ECHEANCES.

           SET WS-ECH-DEJA-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EXIST

               IF WS-EXI-CONTRAT(WS-IDX) = F-LIGNE-A-RENOUVELER(1:8)
               AND WS-EXI-DATE(WS-IDX) = WS-PREMIERE-ECHEANCE
                   SET WS-ECH-DEJA-O TO TRUE
               END-IF

           END-PERFORM.

           IF WS-ECH-DEJA-O
               DISPLAY "Echeancier deja etabli pour le contrat "
                       F-LIGNE-A-RENOUVELER(1:8) ", non reecrit."
           ELSE
               ADD 1 TO WS-NB-ECHEANCIERS
               ADD WS-TOTAL-FRAIS TO WS-TOTAL-FRAIS-FACT
           END-IF.

           MOVE WS-FRAIS-ECHEANCE TO WS-FRAIS-ED.

           MOVE SPACES TO F-LIGNE-AVIS.
           STRING "Paiement " WS-LIBELLE-FREQUENCE " en "
                   WS-NB-ECHEANCES " echeances, frais "
                   WS-FRAIS-ED " EUR par echeance"
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           PERFORM VARYING WS-NUM-ECHEANCE FROM 1 BY 1
                   UNTIL WS-NUM-ECHEANCE > WS-NB-ECHEANCES

               PERFORM 0380-LIGNE-ECHEANCE-DEB
                  THRU 0380-LIGNE-ECHEANCE-FIN

           END-PERFORM.

           MOVE WS-MONTANT-FACTURE TO WS-PRIME-ED.

           MOVE SPACES TO F-LIGNE-AVIS.
           STRING "Total a regler, frais compris : " WS-PRIME-ED
                   " EUR"
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           EXIT.

       0370-ECHEANCIER-FIN.

      *-----------------------------------------------------------------

      *Echeance WS-NUM-ECHEANCE : date decalee de la premiere par pas
      *de WS-PAS-MOIS mois, part de prime majoree des frais
       0380-LIGNE-ECHEANCE-DEB.

           IF WS-NUM-ECHEANCE = 1
               MOVE WS-PREMIERE-ECHEANCE TO WS-DATE-ECHEANCE
           ELSE
               MOVE "AJOUM" TO WS-DATUTIL-FONCTION
               COMPUTE WS-DATUTIL-NOMBRE =
                   (WS-NUM-ECHEANCE - 1) * WS-PAS-MOIS
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-PREMIERE-ECHEANCE,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-DATE-2 TO WS-DATE-ECHEANCE
           END-IF.

           IF WS-NUM-ECHEANCE = WS-NB-ECHEANCES
               COMPUTE WS-MONTANT-ECHEANCE =
                   WS-DERNIERE-PART + WS-FRAIS-ECHEANCE
           ELSE
               COMPUTE WS-MONTANT-ECHEANCE =
                   WS-PART-ECHEANCE + WS-FRAIS-ECHEANCE
           END-IF.

           MOVE WS-MONTANT-ECHEANCE TO WS-MONTANT-ED.

           MOVE SPACES TO F-LIGNE-AVIS.
           STRING "  Echeance " WS-NUM-ECHEANCE " au "
                   WS-DATE-ECHEANCE " : " WS-MONTANT-ED " EUR"
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           IF WS-ECH-DEJA-O
               GO TO 0380-LIGNE-ECHEANCE-FIN
           END-IF.

           MOVE SPACES TO F-ECHEANCE.
           MOVE F-LIGNE-A-RENOUVELER(1:8) TO F-ECH-CONTRAT.
           MOVE WS-NUM-ECHEANCE           TO F-ECH-NUMERO.
           MOVE WS-NB-ECHEANCES           TO F-ECH-NOMBRE.
           MOVE WS-FREQUENCE              TO F-ECH-FREQUENCE.
           MOVE WS-DATE-ECHEANCE          TO F-ECH-DATE-ECHEANCE.
           MOVE WS-MONTANT-ECHEANCE       TO F-ECH-MONTANT.
           MOVE WS-FRAIS-ECHEANCE         TO F-ECH-FRAIS.
           MOVE WS-DATE-DU-JOUR           TO F-ECH-DATE-EMISSION.
           MOVE WS-NOM-AVIS(1:30)         TO F-ECH-CLIENT.
           WRITE F-ECHEANCE.

           EXIT.

       0380-LIGNE-ECHEANCE-FIN.

      *-----------------------------------------------------------------

      *Lignes client de l'avis : numero et nom, puis adresse quand
      *l'assure est connu du fichier
       0360-LIGNES-CLIENT-DEB.

           MOVE SPACES TO F-LIGNE-AVIS.
           IF WS-CLI-TROUVE = 0
               STRING "Client : " WS-NOM-AVIS
                   DELIMITED BY SIZE INTO F-LIGNE-AVIS
               WRITE F-LIGNE-AVIS
               GO TO 0360-LIGNES-CLIENT-FIN
           END-IF.

           STRING "Client : " WS-CLI-NUMERO(WS-CLI-TROUVE) " "
                   WS-NOM-AVIS
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           IF WS-CLI-ADRESSE(WS-CLI-TROUVE) NOT = SPACES
               MOVE SPACES TO F-LIGNE-AVIS
               STRING "         " WS-CLI-ADRESSE(WS-CLI-TROUVE)
                   DELIMITED BY SIZE INTO F-LIGNE-AVIS
               WRITE F-LIGNE-AVIS
               MOVE SPACES TO F-LIGNE-AVIS
               STRING "         " WS-CLI-CODE-POSTAL(WS-CLI-TROUVE)
                       " " WS-CLI-VILLE(WS-CLI-TROUVE)
                   DELIMITED BY SIZE INTO F-LIGNE-AVIS
               WRITE F-LIGNE-AVIS
           END-IF.

           EXIT.

       0360-LIGNES-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Facturation des avenants a facturer (N) : l'historique est
      *charge entier, chaque avenant facture passe a O, puis le
      *fichier est reecrit apres copie de generation. Un avenant dont
      *le contrat est absent de datassur.csv est signale et reste a
      *facturer
       0400-FACTURATION-AVENANTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-AVENANTS.

           OPEN INPUT FICHIER-AVENANTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVENANTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-MAX-AVENANTS
                       IF WS-MAX-AVENANTS <= WS-CAPACITE-MAX
                           MOVE F-AVENANT
                             TO WS-LIGNE-AVENANT(WS-MAX-AVENANTS)
                       ELSE
                           DISPLAY "Erreur : historique des avenants "
                               "au-dela de la capacite ("
                               WS-CAPACITE-MAX "), avenants non "
                               "factures."
                           CLOSE FICHIER-AVENANTS
                           GO TO 0400-FACTURATION-AVENANTS-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVENANTS.

           PERFORM VARYING WS-IDX-AVE FROM 1 BY 1
                   UNTIL WS-IDX-AVE > WS-MAX-AVENANTS

               MOVE WS-LIGNE-AVENANT(WS-IDX-AVE) TO F-AVENANT

               IF F-AVE-FACTURE = "N"
                   PERFORM 0450-AVIS-AVENANT-DEB
                      THRU 0450-AVIS-AVENANT-FIN
               END-IF

           END-PERFORM.

           IF WS-NB-AVIS-AVENANT = 0
               GO TO 0400-FACTURATION-AVENANTS-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-AVENANTS.

           PERFORM VARYING WS-IDX-AVE FROM 1 BY 1
                   UNTIL WS-IDX-AVE > WS-MAX-AVENANTS

               MOVE WS-LIGNE-AVENANT(WS-IDX-AVE) TO F-AVENANT
               WRITE F-AVENANT

           END-PERFORM.

           CLOSE FICHIER-AVENANTS.

           EXIT.

       0400-FACTURATION-AVENANTS-FIN.

      *-----------------------------------------------------------------

      *Avis d'avenant et ligne de recapitulatif d'un avenant
       0450-AVIS-AVENANT-DEB.

           MOVE 0 TO WS-CONTRAT-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS

               IF WS-NUMERO-CONTRAT(WS-IDX) = F-AVE-CONTRAT
                   MOVE WS-IDX TO WS-CONTRAT-TROUVE
               END-IF

           END-PERFORM.

           IF WS-CONTRAT-TROUVE = 0
               ADD 1 TO WS-NB-SANS-CONTRAT
               MOVE SPACES TO F-LIGNE-RESUME
               STRING "SANS CONTRAT : " F-AVE-CONTRAT
                       " avenant " F-AVE-NUMERO
                   DELIMITED BY SIZE INTO F-LIGNE-RESUME
               WRITE F-LIGNE-RESUME
               GO TO 0450-AVIS-AVENANT-FIN
           END-IF.

           MOVE WS-NUM-CLIENT(WS-CONTRAT-TROUVE) TO WS-CLIENT-AVIS.

           PERFORM 0350-CLIENT-AVIS-DEB
              THRU 0350-CLIENT-AVIS-FIN.

           IF F-AVE-SENS = "-"
               COMPUTE WS-AJUSTEMENT = 0 - F-AVE-AJUSTEMENT
           ELSE
               MOVE F-AVE-AJUSTEMENT TO WS-AJUSTEMENT
           END-IF.

           ADD WS-AJUSTEMENT TO WS-TOTAL-AVENANTS.
           ADD 1 TO WS-NB-AVIS-AVENANT.

           MOVE WS-AJUSTEMENT TO WS-AJUSTEMENT-ED.
           MOVE F-AVE-AJUSTEMENT TO WS-MONTANT-ED.

           MOVE ALL "-" TO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           MOVE SPACES TO F-LIGNE-AVIS.
           STRING "AVIS D'AVENANT " F-AVE-NUMERO " - CONTRAT "
                   F-AVE-CONTRAT
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           PERFORM 0360-LIGNES-CLIENT-DEB
              THRU 0360-LIGNES-CLIENT-FIN.

           MOVE SPACES TO F-LIGNE-AVIS.
           STRING "Modification " F-AVE-RUBRIQUE " au "
                   F-AVE-DATE-EFFET ", " F-AVE-JOURS-RESTANTS
                   " jour(s) restant(s) sur " F-AVE-JOURS-TERME
               DELIMITED BY SIZE INTO F-LIGNE-AVIS.
           WRITE F-LIGNE-AVIS.

           MOVE SPACES TO F-LIGNE-AVIS.
           IF F-AVE-SENS = "-"
               STRING "Avoir de prime a rembourser : " WS-MONTANT-ED
                       " EUR"
                   DELIMITED BY SIZE INTO F-LIGNE-AVIS
           ELSE
               STRING "Complement de prime a payer : " WS-MONTANT-ED
                       " EUR"
                   DELIMITED BY SIZE INTO F-LIGNE-AVIS
           END-IF.
           WRITE F-LIGNE-AVIS.

      *Meme format que les avis de renouvellement, montant signe
           MOVE SPACES TO F-LIGNE-RESUME.
           STRING F-AVE-CONTRAT " "
                   WS-NOM-AVIS(1:30) " "
                   WS-AJUSTEMENT-ED " EUR "
                   WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-RESUME.
           WRITE F-LIGNE-RESUME.

           MOVE "O" TO F-AVE-FACTURE.
           MOVE F-AVENANT TO WS-LIGNE-AVENANT(WS-IDX-AVE).

           EXIT.

       0450-AVIS-AVENANT-FIN.
