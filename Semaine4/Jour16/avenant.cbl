      *Avenants en cours de terme sur une police existante, a la
      *place du second contrat que l'on creait dans assurances.csv
      *et qui faussait renouvpol, sinistres et relevecli. Un avenant
      *modifie une rubrique de la police (produit du referentiel
      *produits-assurance.txt, montant de la prime en 109-117, code
      *agent en 122-124 ou client en 125-132) sur la
      *derniere ligne de la police (terme en cours, renouvpol
      *ajoutant une ligne par terme), a une date d'effet comprise
      *dans le terme, une police resiliee (resilpol) n'en recevant
      *plus. Chaque avenant recoit un numero 001, 002...
      *par police et s'ajoute a l'historique avenants-polices.txt
      *avec l'ancienne et la nouvelle valeur. Quand la prime change,
      *l'ecart est proratise aux jours restant a courir jusqu'a la
      *fin du terme (module de dates commun datutil, fonction
      *ECART) : un complement est a facturer, une baisse a
      *rembourser. L'avenant est marque a facturer (N) et factprime
      *emet l'avis correspondant, relprime en suit l'encaissement ou
      *le remboursement. assurances.csv part en copie de generation
      *avant reecriture et chaque avenant est trace au journal
      *d'audit central. Un avenant de client transfere la police a
      *un autre assure du fichier assures.txt (assmaint) : le numero
      *client en 125-132 et le nom recopie du fichier en 40-80
      *changent ensemble. Un avenant de fractionnement change la
      *frequence de paiement en 133 (A, S, T ou M) sans toucher a la
      *prime : l'echeancier du terme en cours reste tel quel et
      *factprime applique la nouvelle frequence au renouvellement.
      *La date d'effet est controlee par le module periode : dans un
      *mois clos, l'avenant ne passe qu'au premier jour ouvert
      *propose (s'il reste dans le terme), sinon il est refuse.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * AVE = AVENANT ; POL = POLICE ; PRD = PRODUIT ; CLI = CLIENT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. avenant.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-POL.

      *Referentiel des produits d'assurance tenu par prodmaint
       SELECT OPTIONAL FICHIER-PRODUITS
       ASSIGN TO "produits-assurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Historique des avenants, lu par factprime et relevecli
       SELECT OPTIONAL FICHIER-AVENANTS
       ASSIGN TO "avenants-polices.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier des assures tenu par assmaint
       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-PRODUITS.
           01 F-PRODUIT.
               05 F-PRD-CODE               PIC X(14).
               05 F-PRD-LIBELLE            PIC X(30).
               05 F-PRD-TYPE-FRANCHISE     PIC X(01).
               05 F-PRD-FRANCHISE          PIC 9(07)V9(02).
               05 F-PRD-PLAFOND-SIN        PIC 9(07)V9(02).
               05 F-PRD-PLAFOND-AN         PIC 9(07)V9(02).
               05 F-PRD-TYPE-COUVERT OCCURS 6 TIMES
                                           PIC X(10).
               05 F-PRD-STATUT             PIC X(01).

      *Rubrique : PRODUIT, PRIME, AGENT, CLIENT ou FRACTION ;
      *ajustement de prime proratise, sens + = a facturer, - = a
      *rembourser ; facture : N = a facturer par factprime, O = avis
      *emis, vide quand la prime ne change pas
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


       WORKING-STORAGE SECTION.

      *Lignes de assurances.csv gardees entieres pour la reecriture
       01 WS-TABLEAU-POLICES.
           05 WS-LIGNE-POLICE OCCURS 500 TIMES PIC X(133).

      *Codes des produits actifs du referentiel
       01 WS-TABLEAU-PRD.
           05 WS-PRD-CODE OCCURS 100 TIMES PIC X(14).

      *Numeros et noms des assures du fichier assures.txt
       01 WS-TABLEAU-CLI.
           05 WS-CLI OCCURS 500 TIMES.
               10 WS-CLI-NUMERO            PIC X(08).
               10 WS-CLI-NOM               PIC X(41).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-POLICES                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.
       01 WS-MAX-PRD                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-PRD                  PIC 9(03)   VALUE 100.
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CLI                  PIC 9(03)   VALUE 500.

       01 WS-STATUT-POL                    PIC X(02).
           88 WS-STATUT-POL-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-QUITTER                       PIC X.
           88 WS-QUITTER-O                             VALUE "O".
           88 WS-QUITTER-N                             VALUE "N".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-PRODUIT                         VALUE "1".
           88 WS-CHOIX-PRIME                           VALUE "2".
           88 WS-CHOIX-AGENT                           VALUE "3".
           88 WS-CHOIX-CLIENT                          VALUE "4".
           88 WS-CHOIX-FRACTION                        VALUE "5".

       01 WS-FREQUENCE                     PIC X(01).
           88 WS-FREQUENCE-VALIDE                      VALUE "A" "S"
                                                             "T" "M".

      *Saisies de l'avenant en cours
       01 WS-SAISIE-NUMERO                 PIC X(08).
       01 WS-SAISIE-VALEUR                 PIC X(41).
       01 WS-SAISIE-MONTANT                PIC X(10).
       01 WS-SAISIE-DATE                   PIC X(08).

       01 WS-POLICE-TROUVEE                PIC 9(03).
       01 WS-PRD-TROUVE                    PIC 9(03).
       01 WS-CLI-TROUVE                    PIC 9(03).

      *Avenant en preparation
       01 WS-RUBRIQUE                      PIC X(08).
       01 WS-ANCIENNE-VALEUR               PIC X(41).
       01 WS-NOUVELLE-VALEUR               PIC X(41).
       01 WS-ANCIENNE-PRIME                PIC 9(06)V9(02).
       01 WS-NOUVELLE-PRIME                PIC 9(06)V9(02).
       01 WS-DATE-EFFET                    PIC 9(08).
       01 WS-DATE-DEBUT                    PIC 9(08).
       01 WS-DATE-FIN                      PIC 9(08).
       01 WS-JOURS-TERME                   PIC 9(05).
       01 WS-JOURS-RESTANTS                PIC 9(05).
       01 WS-AJUSTEMENT                    PIC S9(07)V9(02).
       01 WS-DERNIER-NUMERO                PIC 9(03).

       01 WS-MONTANT-ED                    PIC 9(06).9(02).
       01 WS-AJUSTEMENT-ED                 PIC -(7)9.99.

       01 WS-NB-AVENANTS                   PIC 9(03)   VALUE 0.
       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "assurances.csv".

      *Controle des periodes comptables closes
       COPY periode.

       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                    VALUE "O" "o".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-POLICES-DEB
              THRU 0100-CHARGE-POLICES-FIN.

           PERFORM 0150-CHARGE-PRODUITS-DEB
              THRU 0150-CHARGE-PRODUITS-FIN.

           PERFORM 0170-CHARGE-CLIENTS-DEB
              THRU 0170-CHARGE-CLIENTS-FIN.

           SET WS-QUITTER-N TO TRUE.

           PERFORM 0200-SAISIE-AVENANT-DEB
              THRU 0200-SAISIE-AVENANT-FIN
              UNTIL WS-QUITTER-O.

           IF WS-NB-AVENANTS > 0
               PERFORM 0600-REECRITURE-POLICES-DEB
                  THRU 0600-REECRITURE-POLICES-FIN
           END-IF.

           DISPLAY "Avenants enregistres : " WS-NB-AVENANTS.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-CHARGE-POLICES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           DISPLAY "Ouverture du fichier des polices".
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
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-LIGNE-POLICES
                             TO WS-LIGNE-POLICE(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Erreur : fichier des polices "
                               "au-dela de la capacite ("
                               WS-CAPACITE-MAX "), la reecriture "
                               "le tronquerait, arret."
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-POLICES.

           CLOSE FICHIER-POLICES.

           DISPLAY "Polices chargees : " WS-MAX-POLICES.

           EXIT.

       0100-CHARGE-POLICES-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-PRODUITS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PRODUITS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PRODUITS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PRD-STATUT = "A"
                       AND WS-MAX-PRD < WS-CAPACITE-PRD
                           ADD 1 TO WS-MAX-PRD
                           MOVE F-PRD-CODE TO WS-PRD-CODE(WS-MAX-PRD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PRODUITS.

           EXIT.

       0150-CHARGE-PRODUITS-FIN.

      *-----------------------------------------------------------------

       0170-CHARGE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CLI < WS-CAPACITE-CLI
                           ADD 1 TO WS-MAX-CLI
                           MOVE F-CLI-NUMERO
                             TO WS-CLI-NUMERO(WS-MAX-CLI)
                           MOVE F-CLI-NOM
                             TO WS-CLI-NOM(WS-MAX-CLI)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           EXIT.

       0170-CHARGE-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Saisie d'un avenant : un numero vide met fin a la prise ; tout
      *controle en echec refuse l'avenant sans rien modifier
       0200-SAISIE-AVENANT-DEB.

           DISPLAY "Numero de police (vide pour terminer) : ".
           ACCEPT WS-SAISIE-NUMERO.

           IF WS-SAISIE-NUMERO = SPACES
               SET WS-QUITTER-O TO TRUE
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

      *La derniere ligne de la police porte le terme en cours
           MOVE 0 TO WS-POLICE-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES

               IF WS-LIGNE-POLICE(WS-IDX)(1:8) = WS-SAISIE-NUMERO
                   MOVE WS-IDX TO WS-POLICE-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-POLICE-TROUVEE = 0
               DISPLAY "Police inconnue : " WS-SAISIE-NUMERO
                       " - avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           IF WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(82:8) = "RESILIE"
               DISPLAY "Police resiliee, avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           IF WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(91:8) NOT NUMERIC
           OR WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(100:8) NOT NUMERIC
               DISPLAY "Dates du terme illisibles sur la police, "
                       "avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(91:8)
             TO WS-DATE-DEBUT.
           MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(100:8)
             TO WS-DATE-FIN.
           MOVE FUNCTION NUMVAL
               (WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(109:9))
             TO WS-ANCIENNE-PRIME.
           MOVE WS-ANCIENNE-PRIME TO WS-NOUVELLE-PRIME.
           MOVE WS-ANCIENNE-PRIME TO WS-MONTANT-ED.

           DISPLAY "Produit " WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(25:14)
                   " agent " WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(122:3)
                   " prime " WS-MONTANT-ED
                   " frequence "
                   WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(133:1).
           DISPLAY "Client  "
                   WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(125:8) " "
                   WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(40:41).
           DISPLAY "Terme du " WS-DATE-DEBUT " au " WS-DATE-FIN.

           DISPLAY "Rubrique modifiee (1 = produit, 2 = prime, "
                   "3 = agent, 4 = client, 5 = frequence de "
                   "paiement) : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-PRODUIT
                   PERFORM 0250-AVENANT-PRODUIT-DEB
                      THRU 0250-AVENANT-PRODUIT-FIN
               WHEN WS-CHOIX-PRIME
                   MOVE "PRIME" TO WS-RUBRIQUE
                   MOVE WS-MONTANT-ED TO WS-ANCIENNE-VALEUR
                   DISPLAY "Nouvelle prime annuelle (ex. 350.00) : "
                   ACCEPT WS-SAISIE-MONTANT
                   MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
                     TO WS-NOUVELLE-PRIME
                   MOVE WS-NOUVELLE-PRIME TO WS-MONTANT-ED
                   MOVE WS-MONTANT-ED TO WS-NOUVELLE-VALEUR
               WHEN WS-CHOIX-AGENT
                   MOVE "AGENT" TO WS-RUBRIQUE
                   MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(122:3)
                     TO WS-ANCIENNE-VALEUR
                   DISPLAY "Nouveau code agent (3 car.) : "
                   ACCEPT WS-SAISIE-VALEUR
                   MOVE WS-SAISIE-VALEUR(1:3) TO WS-NOUVELLE-VALEUR
               WHEN WS-CHOIX-CLIENT
                   PERFORM 0270-AVENANT-CLIENT-DEB
                      THRU 0270-AVENANT-CLIENT-FIN
               WHEN WS-CHOIX-FRACTION
                   MOVE "FRACTION" TO WS-RUBRIQUE
                   MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(133:1)
                     TO WS-ANCIENNE-VALEUR
                   IF WS-ANCIENNE-VALEUR = SPACES
                       MOVE "A" TO WS-ANCIENNE-VALEUR
                   END-IF
                   DISPLAY "Nouvelle frequence (A annuelle, S "
                           "semestrielle, T trimestrielle, "
                           "M mensuelle) : "
                   ACCEPT WS-FREQUENCE
                   IF NOT WS-FREQUENCE-VALIDE
                       DISPLAY "Frequence inconnue, avenant refuse."
                       GO TO 0200-SAISIE-AVENANT-FIN
                   END-IF
                   MOVE WS-FREQUENCE TO WS-NOUVELLE-VALEUR
               WHEN OTHER
                   DISPLAY "Rubrique inconnue, avenant refuse."
                   GO TO 0200-SAISIE-AVENANT-FIN
           END-EVALUATE.

           IF WS-RUBRIQUE = SPACES
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           IF WS-NOUVELLE-VALEUR = SPACES
           OR WS-NOUVELLE-VALEUR = WS-ANCIENNE-VALEUR
               DISPLAY "Valeur vide ou inchangee, avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           DISPLAY "Date d'effet (AAAAMMJJ, vide = aujourd'hui) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.

           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date d'effet invalide, avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
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
               DISPLAY "Date d'effet invalide, avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           MOVE WS-SAISIE-DATE TO PERIODE-DATE.

           PERFORM 0280-CONTROLE-PERIODE-DEB
              THRU 0280-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           MOVE PERIODE-DATE TO WS-DATE-EFFET.

           IF WS-DATE-EFFET < WS-DATE-DEBUT
           OR WS-DATE-EFFET > WS-DATE-FIN
               DISPLAY "Date d'effet hors du terme en cours, "
                       "avenant refuse."
               GO TO 0200-SAISIE-AVENANT-FIN
           END-IF.

           PERFORM 0300-PRORATA-DEB
              THRU 0300-PRORATA-FIN.

           PERFORM 0400-ECRIT-AVENANT-DEB
              THRU 0400-ECRIT-AVENANT-FIN.

           EXIT.

       0200-SAISIE-AVENANT-FIN.

      *-----------------------------------------------------------------

      *Changement de produit : seuls les produits actifs du
      *referentiel ; la prime peut changer avec le produit
       0250-AVENANT-PRODUIT-DEB.

           MOVE SPACES TO WS-RUBRIQUE.

           DISPLAY "Nouveau code produit (14 car.) : ".
           ACCEPT WS-SAISIE-VALEUR.

           MOVE 0 TO WS-PRD-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRD

               IF WS-PRD-CODE(WS-IDX) = WS-SAISIE-VALEUR(1:14)
                   MOVE WS-IDX TO WS-PRD-TROUVE
               END-IF

           END-PERFORM.

           IF WS-PRD-TROUVE = 0
               DISPLAY "Produit inconnu ou inactif au referentiel, "
                       "avenant refuse."
               GO TO 0250-AVENANT-PRODUIT-FIN
           END-IF.

           MOVE "PRODUIT" TO WS-RUBRIQUE.
           MOVE WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(25:14)
             TO WS-ANCIENNE-VALEUR.
           MOVE WS-SAISIE-VALEUR(1:14) TO WS-NOUVELLE-VALEUR.

           DISPLAY "Nouvelle prime annuelle (vide = inchangee) : ".
           ACCEPT WS-SAISIE-MONTANT.

           IF WS-SAISIE-MONTANT NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
                 TO WS-NOUVELLE-PRIME
           END-IF.

           EXIT.

       0250-AVENANT-PRODUIT-FIN.

      *-----------------------------------------------------------------

      *Transfert a un autre assure : le numero saisi doit figurer au
      *fichier des assures ; ancienne et nouvelle valeur portent le
      *numero client suivi du nom
       0270-AVENANT-CLIENT-DEB.

           MOVE SPACES TO WS-RUBRIQUE.

           DISPLAY "Numero du nouveau client (assures.txt) : ".
           ACCEPT WS-SAISIE-VALEUR.

           MOVE 0 TO WS-CLI-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               IF WS-CLI-NUMERO(WS-IDX) = WS-SAISIE-VALEUR(1:8)
                   MOVE WS-IDX TO WS-CLI-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SAISIE-VALEUR = SPACES
           OR WS-CLI-TROUVE = 0
               DISPLAY "Client inconnu au fichier des assures, "
                       "avenant refuse."
               GO TO 0270-AVENANT-CLIENT-FIN
           END-IF.

           MOVE "CLIENT" TO WS-RUBRIQUE.
           MOVE SPACES TO WS-ANCIENNE-VALEUR WS-NOUVELLE-VALEUR.
           STRING WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(125:8) " "
                   WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(40:32)
               DELIMITED BY SIZE INTO WS-ANCIENNE-VALEUR.
           STRING WS-CLI-NUMERO(WS-CLI-TROUVE) " "
                   WS-CLI-NOM(WS-CLI-TROUVE)(1:32)
               DELIMITED BY SIZE INTO WS-NOUVELLE-VALEUR.

           DISPLAY "Nouveau client : " WS-CLI-NOM(WS-CLI-TROUVE).

           EXIT.

       0270-AVENANT-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0280-CONTROLE-PERIODE-DEB.

           MOVE "avenant" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0280-CONTROLE-PERIODE-FIN
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

       0280-CONTROLE-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Ecart de prime proratise : (nouvelle - ancienne) x jours
      *restants de la date d'effet a la fin du terme / jours du terme
       0300-PRORATA-DEB.

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

           IF WS-JOURS-TERME = 0
               MOVE 0 TO WS-AJUSTEMENT
           ELSE
               COMPUTE WS-AJUSTEMENT ROUNDED =
                   (WS-NOUVELLE-PRIME - WS-ANCIENNE-PRIME)
                   * WS-JOURS-RESTANTS / WS-JOURS-TERME
           END-IF.

           MOVE WS-AJUSTEMENT TO WS-AJUSTEMENT-ED.

           IF WS-NOUVELLE-PRIME NOT = WS-ANCIENNE-PRIME
               DISPLAY "Ajustement de prime sur " WS-JOURS-RESTANTS
                       " jour(s) restant(s) / " WS-JOURS-TERME " : "
                       WS-AJUSTEMENT-ED
           END-IF.

           EXIT.

       0300-PRORATA-FIN.

      *-----------------------------------------------------------------

      *Numero suivant de la police dans l'historique, ajout de
      *l'avenant, mise a jour de la ligne de la police en memoire et
      *trace au journal d'audit central
       0400-ECRIT-AVENANT-DEB.

           MOVE 0 TO WS-DERNIER-NUMERO.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVENANTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVENANTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-AVE-CONTRAT = WS-SAISIE-NUMERO
                       AND F-AVE-NUMERO > WS-DERNIER-NUMERO
                           MOVE F-AVE-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-AVENANTS.

           OPEN EXTEND FICHIER-AVENANTS.

           MOVE SPACES TO F-AVENANT.
           MOVE WS-SAISIE-NUMERO       TO F-AVE-CONTRAT.
           COMPUTE F-AVE-NUMERO = WS-DERNIER-NUMERO + 1.
           MOVE WS-DATE-EFFET          TO F-AVE-DATE-EFFET.
           MOVE WS-DATE-DU-JOUR        TO F-AVE-DATE-SAISIE.
           MOVE WS-RUBRIQUE            TO F-AVE-RUBRIQUE.
           MOVE WS-ANCIENNE-VALEUR     TO F-AVE-ANCIENNE.
           MOVE WS-NOUVELLE-VALEUR     TO F-AVE-NOUVELLE.
           MOVE WS-ANCIENNE-PRIME      TO F-AVE-ANCIENNE-PRIME.
           MOVE WS-NOUVELLE-PRIME      TO F-AVE-NOUVELLE-PRIME.
           MOVE WS-JOURS-RESTANTS      TO F-AVE-JOURS-RESTANTS.
           MOVE WS-JOURS-TERME         TO F-AVE-JOURS-TERME.

           EVALUATE TRUE
               WHEN WS-AJUSTEMENT > 0
                   MOVE WS-AJUSTEMENT TO F-AVE-AJUSTEMENT
                   MOVE "+" TO F-AVE-SENS
                   MOVE "N" TO F-AVE-FACTURE
               WHEN WS-AJUSTEMENT < 0
                   COMPUTE F-AVE-AJUSTEMENT = 0 - WS-AJUSTEMENT
                   MOVE "-" TO F-AVE-SENS
                   MOVE "N" TO F-AVE-FACTURE
               WHEN OTHER
                   MOVE 0 TO F-AVE-AJUSTEMENT
           END-EVALUATE.

           WRITE F-AVENANT.

           CLOSE FICHIER-AVENANTS.

           EVALUATE WS-RUBRIQUE
               WHEN "PRODUIT"
                   MOVE WS-NOUVELLE-VALEUR(1:14)
                     TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(25:14)
               WHEN "AGENT"
                   MOVE WS-NOUVELLE-VALEUR(1:3)
                     TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(122:3)
               WHEN "CLIENT"
                   MOVE WS-CLI-NUMERO(WS-CLI-TROUVE)
                     TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(125:8)
                   MOVE WS-CLI-NOM(WS-CLI-TROUVE)
                     TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(40:41)
               WHEN "FRACTION"
                   MOVE WS-NOUVELLE-VALEUR(1:1)
                     TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(133:1)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE WS-NOUVELLE-PRIME TO WS-MONTANT-ED.
           MOVE WS-MONTANT-ED
             TO WS-LIGNE-POLICE(WS-POLICE-TROUVEE)(109:9).

           ADD 1 TO WS-NB-AVENANTS.

           MOVE "avenant" TO AUDIT-PROGRAMME.
           MOVE "AVENANT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-NUMERO " " F-AVE-NUMERO " " WS-RUBRIQUE
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Avenant " F-AVE-NUMERO " enregistre sur la police "
                   WS-SAISIE-NUMERO ".".

           EXIT.

       0400-ECRIT-AVENANT-FIN.

      *-----------------------------------------------------------------

       0600-REECRITURE-POLICES-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-POLICES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES

               MOVE WS-LIGNE-POLICE(WS-IDX) TO F-LIGNE-POLICES
               WRITE F-LIGNE-POLICES

           END-PERFORM.

           CLOSE FICHIER-POLICES.

           EXIT.

       0600-REECRITURE-POLICES-FIN.
