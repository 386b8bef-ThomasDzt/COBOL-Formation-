      * Factures fournisseurs : rapprochement a trois termes et dettes
      * fournisseurs. Une facture se saisit sur le code d'un
      * fournisseur de fournisseurs.txt et sur la commande qu'elle
      * solde (date d'emission de la commande du fournisseur dans
      * commandes-ouvertes.txt), ligne par ligne. Chaque ligne est
      * rapprochee de la quantite commandee, de la quantite recue
      * (gardee par recepcom sur la ligne soldee) en tenant compte de
      * ce qui a deja ete facture sur la meme commande, et du cout
      * d'achat attendu de catalogue-prix.txt (tolerance de 2 %). Les
      * lignes sont gardees au registre factures-fournisseurs.txt
      * (enregistrement decrit dans facfrn-record.cpy).
      * Une facture dont une ligne ne se rapproche pas est bloquee
      * entiere : elle figure sur la liste des factures bloquees
      * (factures-bloquees.txt) remise a l'acheteur, qui peut la
      * debloquer (droit DEBLOCAGE via autorise, journal d'audit).
      * Une facture rapprochee ou debloquee passe en dette dans
      * dettes-fournisseurs.txt (dette-record.cpy) avec son echeance :
      * date de facture + conditions de paiement du fournisseur
      * (fournisseurs.txt colonnes 48-50, 30 jours par defaut).
      * L'echeancier hebdomadaire du comptable
      * (echeancier-fournisseurs.txt) liste par date d'echeance les
      * dettes a payer jusqu'au dimanche de la semaine prochaine, les
      * echeances depassees etant signalees.
      * Le paiement d'une dette se declare au menu (droit PAIEMENT via
      * autorise) : elle passe au statut P (payee) dans
      * dettes-fournisseurs.txt, recopie en generation par gensauve
      * avant reecriture, le paiement part au journal d'audit et la
      * dette sort de l'echeancier.
      * La date de facture est controlee par le module periode : dans
      * un mois clos, la facture ne passe qu'au premier jour ouvert
      * propose, sinon elle est refusee.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FRN = FOURNISSEUR ; OUV = COMMANDE OUVERTE ; CAT = CATALOGUE
      * FF = FACTURE FOURNISSEUR ; DET = DETTE ; ECH = ECHEANCE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. facfrn.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-FOURNISSEURS
       ASSIGN TO "fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-OUVERTES
       ASSIGN TO "commandes-ouvertes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CATALOGUE ASSIGN TO "catalogue-prix.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.

      *OPTIONAL : la premiere facture cree le registre
       SELECT OPTIONAL FICHIER-FACFRN
       ASSIGN TO "factures-fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-DETTES
       ASSIGN TO "dettes-fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-FOURNISSEURS.
           01 F-FOURNISSEUR.
               05 F-FRN-ARTICLE            PIC X(10).
               05 F-FRN-CODE               PIC X(10).
               05 F-FRN-CIBLE              PIC X(02).
               05 F-FRN-NOM                PIC X(20).
               05 F-FRN-DELAI              PIC X(03).
               05 F-FRN-SEUIL              PIC X(02).
               05 F-FRN-ECHEANCE           PIC X(03).

       FD FICHIER-OUVERTES.
           01 F-OUVERTE.
               05 F-OUV-ARTICLE            PIC X(10).
               05 F-OUV-CODE               PIC X(10).
               05 F-OUV-QTE                PIC X(02).
               05 F-OUV-DATE-EMIS          PIC X(08).
               05 F-OUV-STATUT             PIC X(01).
               05 F-OUV-DATE-RECU          PIC X(08).
               05 F-OUV-QTE-RECUE          PIC X(02).

      *        Confirmation de l'accuse fournisseur (acqfrn) : quantite,
      *        date de livraison, date de l'accuse
               05 F-OUV-CONFIRMATION.
                   10 F-OUV-QTE-CONF       PIC X(02).
                   10 F-OUV-DATE-CONF      PIC X(08).
                   10 F-OUV-DATE-ACQ       PIC X(08).

       FD FICHIER-CATALOGUE.
           01 F-ARTICLE-CATALOGUE.
               05 F-CAT-NOM                PIC X(10).
               05 F-CAT-PRIX               PIC 9(04)V9(02).
               05 F-CAT-ACTIF              PIC X(01).
               05 F-CAT-COUT               PIC 9(04)V9(02).
               05 F-CAT-COUT-X REDEFINES F-CAT-COUT
                                           PIC X(06).
               05 F-CAT-TVA                PIC X(01).

       FD FICHIER-FACFRN.
           COPY "facfrn-record.cpy".

       FD FICHIER-DETTES.
           COPY "dette-record.cpy".


       WORKING-STORAGE SECTION.

       01 WS-TABLEAU-FRN.
           05 WS-LIGNE-FRN OCCURS 500 TIMES.
               10 WS-FRN-CODE              PIC X(10).
               10 WS-FRN-NOM               PIC X(20).
               10 WS-FRN-ECHEANCE          PIC 9(03).

       01 WS-TABLEAU-OUV.
           05 WS-LIGNE-OUV OCCURS 500 TIMES.
               10 WS-OUV-ARTICLE           PIC X(10).
               10 WS-OUV-CODE              PIC X(10).
               10 WS-OUV-QTE               PIC 9(02).
               10 WS-OUV-DATE-EMIS         PIC X(08).
               10 WS-OUV-STATUT            PIC X(01).
               10 WS-OUV-QTE-RECUE         PIC 9(02).

       01 WS-TABLEAU-CAT.
           05 WS-LIGNE-CAT OCCURS 100 TIMES.
               10 WS-CAT-NOM               PIC X(10).
               10 WS-CAT-COUT              PIC 9(04)V9(02).

      *Registre des factures en memoire, enregistrements bruts
       01 WS-TABLEAU-FF.
           05 WS-LIGNE-FF OCCURS 2000 TIMES.
               10 WS-FF-ENREG              PIC X(77).

      *Lignes de la facture en cours de saisie
       01 WS-TABLEAU-SAISIE.
           05 WS-LIGNE-SAISIE OCCURS 20 TIMES.
               10 WS-SAI-ARTICLE           PIC X(10).
               10 WS-SAI-QTE               PIC 9(02).
               10 WS-SAI-PRIX              PIC 9(04)V9(02).
               10 WS-SAI-QTE-CDE           PIC 9(02).
               10 WS-SAI-QTE-RECUE         PIC 9(02).
               10 WS-SAI-COUT              PIC 9(04)V9(02).
               10 WS-SAI-ANOMALIE          PIC X(03).

      *OCCURS DEPENDING : le tri de l'echeancier ne porte que sur les
      *dettes retenues
       01 WS-TABLEAU-ECH.
           05 WS-LIGNE-ECH OCCURS 1 TO 1000 TIMES
                           DEPENDING ON WS-MAX-ECH.
               10 WS-ECH-ECHEANCE          PIC X(08).
               10 WS-ECH-CODE              PIC X(10).
               10 WS-ECH-NUMERO            PIC X(10).
               10 WS-ECH-TTC               PIC 9(07)V9(02).

      *Dettes en memoire pour la declaration d'un paiement,
      *enregistrements bruts
       01 WS-TABLEAU-DET.
           05 WS-LIGNE-DET OCCURS 2000 TIMES.
               10 WS-DET-ENREG             PIC X(64).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).
       01 WS-MAX-FRN                       PIC 9(03).
       01 WS-CAPACITE-FRN                  PIC 9(03)   VALUE 500.
       01 WS-MAX-OUV                       PIC 9(03).
       01 WS-CAPACITE-OUV                  PIC 9(03)   VALUE 500.
       01 WS-MAX-CAT                       PIC 9(03).
       01 WS-CAPACITE-CAT                  PIC 9(03)   VALUE 100.
       01 WS-MAX-FF                        PIC 9(04).
       01 WS-CAPACITE-FF                   PIC 9(04)   VALUE 2000.
       01 WS-MAX-ECH                       PIC 9(04).
       01 WS-CAPACITE-ECH                  PIC 9(04)   VALUE 1000.
       01 WS-MAX-DET                       PIC 9(04).
       01 WS-CAPACITE-DET                  PIC 9(04)   VALUE 2000.
       01 WS-DET-TROUVEE                   PIC 9(04).
       01 WS-NB-SAISIE                     PIC 9(02).
       01 WS-CAPACITE-SAISIE               PIC 9(02)   VALUE 20.

       01 WS-STATUT-CAT                    PIC X(02).
           88 WS-STATUT-CAT-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-FIN-SAISIE                    PIC X.
           88 WS-FIN-SAISIE-N                          VALUE "N".
           88 WS-FIN-SAISIE-O                          VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-SAISIR                          VALUE "1".
           88 WS-CHOIX-BLOQUEES                        VALUE "2".
           88 WS-CHOIX-DEBLOQUER                       VALUE "3".
           88 WS-CHOIX-ECHEANCIER                      VALUE "4".
           88 WS-CHOIX-PAIEMENT                        VALUE "5".
           88 WS-CHOIX-QUITTER                         VALUE "6".

      *Saisies
       01 WS-SAISIE-CODE                   PIC X(10).
       01 WS-SAISIE-NUMERO                 PIC X(10).
       01 WS-SAISIE-DATE-FACT              PIC X(08).
       01 WS-SAISIE-DATE-CDE               PIC X(08).
       01 WS-SAISIE-TVA                    PIC X(12).
       01 WS-SAISIE-ARTICLE                PIC X(10).
       01 WS-SAISIE-QUANTITE               PIC X(02).
       01 WS-SAISIE-PRIX                   PIC X(10).
       01 WS-SAISIE-ACCORD                 PIC X.
           88 WS-ACCORD-ACHETEUR                       VALUE "O" "o".
       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                        VALUE "O" "o".

       01 WS-FRN-TROUVE                    PIC 9(03).
       01 WS-CDE-TROUVEE                   PIC 9(03).
       01 WS-FF-PREMIERE                   PIC 9(04).

      *Tolerance sur le cout d'achat attendu, en pourcentage
       01 WS-TOLERANCE-PRIX                PIC 9(02)   VALUE 2.
      *Conditions de paiement par defaut, en jours de la facture
       01 WS-ECHEANCE-DEFAUT               PIC 9(03)   VALUE 30.
       01 WS-ECHEANCE-JOURS                PIC 9(03).

      *Rapprochement de la ligne en cours
       01 WS-QTE-CDE                       PIC 9(03).
       01 WS-QTE-RECUE                     PIC 9(03).
       01 WS-QTE-DEJA                      PIC 9(04).
       01 WS-COUT-PREVU                    PIC 9(04)V9(02).
       01 WS-PRIX-LIMITE                   PIC 9(05)V9(02).
       01 WS-NB-ANOMALIES                  PIC 9(02).

       01 WS-DATE-DU-JOUR                  PIC 9(08).
       01 WS-DATE-FACT                     PIC 9(08).
       01 WS-DATE-ECHEANCE                 PIC 9(08).
       01 WS-LUNDI                         PIC 9(08).
       01 WS-DIMANCHE                      PIC 9(08).
       01 WS-DATE-AFF                      PIC 9(08).
       01 WS-DATE-AFF-R REDEFINES WS-DATE-AFF.
           05 WS-ANNEE-AFF                 PIC 9(04).
           05 WS-MOIS-AFF                  PIC 9(02).
           05 WS-JOUR-AFF                  PIC 9(02).

      *Montants
       01 WS-MONTANT-HT                    PIC 9(07)V9(02).
       01 WS-MONTANT-TVA                   PIC 9(07)V9(02).
       01 WS-TOTAL-ECH                     PIC 9(08)V9(02).
       01 WS-TOTAL-RETARD                  PIC 9(08)V9(02).
       01 WS-NB-RETARD                     PIC 9(04).
       01 WS-NB-BLOQUEES                   PIC 9(04).
       01 WS-FF-COURANTE                   PIC X(20).
       01 WS-PRIX-ED                       PIC Z(03)9.99.
       01 WS-COUT-ED                       PIC Z(03)9.99.
       01 WS-MONTANT-ED                    PIC Z(07)9.99.
       01 WS-QTE-ED                        PIC Z9.
       01 WS-RETARD-ED                     PIC X(06).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME            PIC X(10)   VALUE "facfrn".
       01 WS-AUTORISE-ACTION               PIC X(10)
               VALUE "DEBLOCAGE".
       01 WS-AUTORISE-RESULTAT             PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30).
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Nom du registre remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-FACFRN            PIC X(30)
               VALUE "factures-fournisseurs.txt".
       01 WS-NOM-FICHIER-DETTES            PIC X(30)
               VALUE "dettes-fournisseurs.txt".

      *Controle des periodes comptables closes
       COPY periode.

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-FOURNISSEURS-DEB
              THRU 0100-LECTURE-FOURNISSEURS-FIN.

           PERFORM 0120-LECTURE-OUVERTES-DEB
              THRU 0120-LECTURE-OUVERTES-FIN.

           PERFORM 0150-LECTURE-CATALOGUE-DEB
              THRU 0150-LECTURE-CATALOGUE-FIN.

           PERFORM 0170-LECTURE-FACFRN-DEB
              THRU 0170-LECTURE-FACFRN-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Fournisseurs : code, nom et conditions de paiement (000 ou
      *absentes = conditions par defaut)
       0100-LECTURE-FOURNISSEURS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-FRN.

           OPEN INPUT FICHIER-FOURNISSEURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FOURNISSEURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-FRN < WS-CAPACITE-FRN
                           ADD 1 TO WS-MAX-FRN
                           MOVE F-FRN-CODE TO WS-FRN-CODE(WS-MAX-FRN)
                           MOVE F-FRN-NOM TO WS-FRN-NOM(WS-MAX-FRN)
                           IF F-FRN-ECHEANCE IS NUMERIC
                               MOVE F-FRN-ECHEANCE
                                 TO WS-FRN-ECHEANCE(WS-MAX-FRN)
                           ELSE
                               MOVE 0 TO WS-FRN-ECHEANCE(WS-MAX-FRN)
                           END-IF
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-FRN ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.

           EXIT.

       0100-LECTURE-FOURNISSEURS-FIN.

      *-----------------------------------------------------------------

      *Commandes fournisseurs : quantite commandee et quantite recue
      *(colonnes 40-41 de la ligne soldee, a defaut la quantite
      *commandee pour une ligne soldee, 0 pour une ligne ouverte)
       0120-LECTURE-OUVERTES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-OUV.

           OPEN INPUT FICHIER-OUVERTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-OUVERTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-OUV < WS-CAPACITE-OUV
                           ADD 1 TO WS-MAX-OUV
                           MOVE F-OUV-ARTICLE
                             TO WS-OUV-ARTICLE(WS-MAX-OUV)
                           MOVE F-OUV-CODE TO WS-OUV-CODE(WS-MAX-OUV)
                           MOVE F-OUV-DATE-EMIS
                             TO WS-OUV-DATE-EMIS(WS-MAX-OUV)
                           MOVE F-OUV-STATUT
                             TO WS-OUV-STATUT(WS-MAX-OUV)
                           IF F-OUV-QTE IS NUMERIC
                               MOVE F-OUV-QTE
                                 TO WS-OUV-QTE(WS-MAX-OUV)
                           ELSE
                               MOVE 0 TO WS-OUV-QTE(WS-MAX-OUV)
                           END-IF
                           EVALUATE TRUE
                               WHEN F-OUV-STATUT NOT = "R"
                                   MOVE 0
                                     TO WS-OUV-QTE-RECUE(WS-MAX-OUV)
                               WHEN F-OUV-QTE-RECUE IS NUMERIC
                                   MOVE F-OUV-QTE-RECUE
                                     TO WS-OUV-QTE-RECUE(WS-MAX-OUV)
                               WHEN OTHER
                                   MOVE WS-OUV-QTE(WS-MAX-OUV)
                                     TO WS-OUV-QTE-RECUE(WS-MAX-OUV)
                           END-EVALUATE
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-OUV ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-OUVERTES.

           EXIT.

       0120-LECTURE-OUVERTES-FIN.

      *-----------------------------------------------------------------

      *Cout d'achat attendu par article ; un cout absent ou non
      *numerique vaut 0 et le prix de la ligne n'est alors pas controle
       0150-LECTURE-CATALOGUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-CAT.

           OPEN INPUT FICHIER-CATALOGUE.

           IF NOT WS-STATUT-CAT-OK
               DISPLAY "Attention : catalogue-prix.txt introuvable "
                       "(statut " WS-STATUT-CAT "), prix non "
                       "controles."
               GO TO 0150-LECTURE-CATALOGUE-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CATALOGUE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CAT < WS-CAPACITE-CAT
                           ADD 1 TO WS-MAX-CAT
                           MOVE F-CAT-NOM TO WS-CAT-NOM(WS-MAX-CAT)
                           IF F-CAT-COUT-X IS NUMERIC
                               MOVE F-CAT-COUT
                                 TO WS-CAT-COUT(WS-MAX-CAT)
                           ELSE
                               MOVE 0 TO WS-CAT-COUT(WS-MAX-CAT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CATALOGUE.

           EXIT.

       0150-LECTURE-CATALOGUE-FIN.

      *-----------------------------------------------------------------

       0170-LECTURE-FACFRN-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-FF.

           OPEN INPUT FICHIER-FACFRN.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FACFRN
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-FF < WS-CAPACITE-FF
                           ADD 1 TO WS-MAX-FF
                           MOVE LIGNE-FACFRN TO WS-FF-ENREG(WS-MAX-FF)
                       ELSE
                           DISPLAY "Attention : registre des factures "
                               "tronque, capacite maximale atteinte ("
                               WS-CAPACITE-FF ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FACFRN.

           EXIT.

       0170-LECTURE-FACFRN-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Factures fournisseurs.".
           DISPLAY "1 - Saisir et rapprocher une facture".
           DISPLAY "2 - Liste des factures bloquees".
           DISPLAY "3 - Debloquer une facture".
           DISPLAY "4 - Echeancier hebdomadaire des dettes".
           DISPLAY "5 - Declarer le paiement d'une dette".
           DISPLAY "6 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-SAISIR
                   PERFORM 0300-SAISIE-FACTURE-DEB
                      THRU 0300-SAISIE-FACTURE-FIN

               WHEN WS-CHOIX-BLOQUEES
                   PERFORM 0500-LISTE-BLOQUEES-DEB
                      THRU 0500-LISTE-BLOQUEES-FIN

               WHEN WS-CHOIX-DEBLOQUER
                   PERFORM 0600-DEBLOCAGE-DEB
                      THRU 0600-DEBLOCAGE-FIN

               WHEN WS-CHOIX-ECHEANCIER
                   PERFORM 0700-ECHEANCIER-DEB
                      THRU 0700-ECHEANCIER-FIN

               WHEN WS-CHOIX-PAIEMENT
                   PERFORM 0800-PAIEMENT-DETTE-DEB
                      THRU 0800-PAIEMENT-DETTE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Recherche du fournisseur WS-SAISIE-CODE ; WS-FRN-TROUVE vaut 0
      *s'il est inconnu, sinon la premiere ligne du fournisseur
       0250-CONTROLE-FOURNISSEUR-DEB.

           MOVE 0 TO WS-FRN-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-FRN
                   OR WS-FRN-TROUVE NOT = 0
               IF WS-FRN-CODE(WS-IDX2) = WS-SAISIE-CODE
                   MOVE WS-IDX2 TO WS-FRN-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0250-CONTROLE-FOURNISSEUR-FIN.

      *-----------------------------------------------------------------

      *Saisie d'une facture : fournisseur, numero, date, commande
      *soldee et TVA, puis lignes jusqu'a un article vide ; la facture
      *n'est enregistree que si elle a des lignes
       0300-SAISIE-FACTURE-DEB.

           DISPLAY "Code fournisseur : ".
           ACCEPT WS-SAISIE-CODE.

           PERFORM 0250-CONTROLE-FOURNISSEUR-DEB
              THRU 0250-CONTROLE-FOURNISSEUR-FIN.

           IF WS-FRN-TROUVE = 0
               DISPLAY "Fournisseur inconnu : " WS-SAISIE-CODE
                       " - facture refusee."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           DISPLAY "Fournisseur : " WS-FRN-NOM(WS-FRN-TROUVE).

           DISPLAY "Numero de la facture du fournisseur : ".
           ACCEPT WS-SAISIE-NUMERO.

           IF WS-SAISIE-NUMERO = SPACES
               DISPLAY "Numero de facture vide, facture refusee."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FF
               MOVE WS-FF-ENREG(WS-IDX) TO LIGNE-FACFRN
               IF FF-CODE = WS-SAISIE-CODE
               AND FF-NUMERO = WS-SAISIE-NUMERO
                   DISPLAY "Facture deja saisie au registre, "
                           "facture refusee."
                   GO TO 0300-SAISIE-FACTURE-FIN
               END-IF
           END-PERFORM.

           DISPLAY "Date de la facture (AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-DATE-FACT.

           IF WS-SAISIE-DATE-FACT NOT NUMERIC
               DISPLAY "Date de facture invalide, facture refusee."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           MOVE WS-SAISIE-DATE-FACT TO WS-DATE-FACT.
           MOVE "VALID" TO WS-DATUTIL-FONCTION.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-FACT,
                                WS-DATE-ECHEANCE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
           OR WS-DATE-FACT > WS-DATE-DU-JOUR
               DISPLAY "Date de facture invalide, facture refusee."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           MOVE WS-DATE-FACT TO PERIODE-DATE.

           PERFORM 0310-CONTROLE-PERIODE-DEB
              THRU 0310-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           MOVE PERIODE-DATE TO WS-SAISIE-DATE-FACT.

           PERFORM 0320-LISTE-COMMANDES-DEB
              THRU 0320-LISTE-COMMANDES-FIN.

           DISPLAY "Date d'emission de la commande facturee "
                   "(AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-DATE-CDE.

           MOVE 0 TO WS-CDE-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-OUV
               IF WS-OUV-CODE(WS-IDX) = WS-SAISIE-CODE
               AND WS-OUV-DATE-EMIS(WS-IDX) = WS-SAISIE-DATE-CDE
                   MOVE WS-IDX TO WS-CDE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-CDE-TROUVEE = 0
               DISPLAY "Aucune commande du " WS-SAISIE-DATE-CDE
                       " chez ce fournisseur, facture refusee."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           DISPLAY "Montant de TVA de la facture (ex. 12.50, "
                   "vide = 0) : ".
           ACCEPT WS-SAISIE-TVA.

           IF WS-SAISIE-TVA = SPACES
               MOVE 0 TO WS-MONTANT-TVA
           ELSE
               MOVE FUNCTION NUMVAL(WS-SAISIE-TVA) TO WS-MONTANT-TVA
           END-IF.

           MOVE 0 TO WS-NB-SAISIE.
           MOVE 0 TO WS-NB-ANOMALIES.
           SET WS-FIN-SAISIE-N TO TRUE.

           PERFORM UNTIL WS-FIN-SAISIE-O

               DISPLAY "Article (vide pour terminer) : "
               ACCEPT WS-SAISIE-ARTICLE

               IF WS-SAISIE-ARTICLE = SPACES
                   SET WS-FIN-SAISIE-O TO TRUE
               ELSE
                   PERFORM 0350-LIGNE-FACTURE-DEB
                      THRU 0350-LIGNE-FACTURE-FIN
               END-IF

           END-PERFORM.

           IF WS-NB-SAISIE = 0
               DISPLAY "Facture sans ligne, abandonnee."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           PERFORM 0400-ENREGISTRE-FACTURE-DEB
              THRU 0400-ENREGISTRE-FACTURE-FIN.

           IF WS-NB-ANOMALIES > 0
               DISPLAY "Facture " WS-SAISIE-NUMERO " BLOQUEE : "
                       WS-NB-ANOMALIES " ligne(s) non rapprochee(s), "
                       "transmise a l'acheteur."
               GO TO 0300-SAISIE-FACTURE-FIN
           END-IF.

           MOVE WS-SAISIE-DATE-FACT TO WS-DATE-FACT.

           PERFORM 0450-ECRIT-DETTE-DEB
              THRU 0450-ECRIT-DETTE-FIN.

           DISPLAY "Facture " WS-SAISIE-NUMERO " rapprochee, a payer "
                   "le " WS-JOUR-AFF "/" WS-MOIS-AFF "/" WS-ANNEE-AFF
                   ".".

           EXIT.

       0300-SAISIE-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0310-CONTROLE-PERIODE-DEB.

           MOVE "facfrn" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0310-CONTROLE-PERIODE-FIN
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

       0310-CONTROLE-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Rappel des commandes du fournisseur : une ligne par article
      *commande, avec la quantite commandee et la quantite recue
       0320-LISTE-COMMANDES-DEB.

           DISPLAY "Commandes du fournisseur (emission, article, "
                   "commande, recu, statut) :".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-OUV
               IF WS-OUV-CODE(WS-IDX) = WS-SAISIE-CODE
                   DISPLAY "  " WS-OUV-DATE-EMIS(WS-IDX) " "
                           WS-OUV-ARTICLE(WS-IDX) " "
                           WS-OUV-QTE(WS-IDX) " "
                           WS-OUV-QTE-RECUE(WS-IDX) " "
                           WS-OUV-STATUT(WS-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       0320-LISTE-COMMANDES-FIN.

      *-----------------------------------------------------------------

      *Une ligne de facture et son rapprochement a trois termes :
      *quantite commandee, quantite recue (deja facture compris) et
      *cout d'achat attendu majore de la tolerance
       0350-LIGNE-FACTURE-DEB.

           IF WS-NB-SAISIE >= WS-CAPACITE-SAISIE
               DISPLAY "Facture complete (" WS-CAPACITE-SAISIE
                       " lignes), ligne refusee."
               SET WS-FIN-SAISIE-O TO TRUE
               GO TO 0350-LIGNE-FACTURE-FIN
           END-IF.

           DISPLAY "Quantite facturee (2 chiffres) : ".
           ACCEPT WS-SAISIE-QUANTITE.

           IF WS-SAISIE-QUANTITE NOT NUMERIC
           OR WS-SAISIE-QUANTITE = "00"
               DISPLAY "Quantite invalide, ligne refusee."
               GO TO 0350-LIGNE-FACTURE-FIN
           END-IF.

           DISPLAY "Prix unitaire HT facture (ex. 12.50) : ".
           ACCEPT WS-SAISIE-PRIX.

           IF WS-SAISIE-PRIX = SPACES
               DISPLAY "Prix vide, ligne refusee."
               GO TO 0350-LIGNE-FACTURE-FIN
           END-IF.

           ADD 1 TO WS-NB-SAISIE.
           MOVE WS-SAISIE-ARTICLE TO WS-SAI-ARTICLE(WS-NB-SAISIE).
           MOVE WS-SAISIE-QUANTITE TO WS-SAI-QTE(WS-NB-SAISIE).
           MOVE FUNCTION NUMVAL(WS-SAISIE-PRIX)
             TO WS-SAI-PRIX(WS-NB-SAISIE).

           IF WS-SAI-PRIX(WS-NB-SAISIE) = 0
               DISPLAY "Prix nul, ligne refusee."
               SUBTRACT 1 FROM WS-NB-SAISIE
               GO TO 0350-LIGNE-FACTURE-FIN
           END-IF.

      *Commande et reception de l'article sur la commande facturee
           MOVE 0 TO WS-QTE-CDE.
           MOVE 0 TO WS-QTE-RECUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-OUV
               IF WS-OUV-CODE(WS-IDX) = WS-SAISIE-CODE
               AND WS-OUV-DATE-EMIS(WS-IDX) = WS-SAISIE-DATE-CDE
               AND WS-OUV-ARTICLE(WS-IDX) = WS-SAISIE-ARTICLE
                   ADD WS-OUV-QTE(WS-IDX) TO WS-QTE-CDE
                   ADD WS-OUV-QTE-RECUE(WS-IDX) TO WS-QTE-RECUE
               END-IF
           END-PERFORM.

      *Deja facture sur la meme commande : registre et lignes
      *precedentes de la facture en cours
           MOVE 0 TO WS-QTE-DEJA.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FF
               MOVE WS-FF-ENREG(WS-IDX) TO LIGNE-FACFRN
               IF FF-CODE = WS-SAISIE-CODE
               AND FF-DATE-CDE = WS-SAISIE-DATE-CDE
               AND FF-ARTICLE = WS-SAISIE-ARTICLE
                   ADD FF-QTE TO WS-QTE-DEJA
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-NB-SAISIE
               IF WS-SAI-ARTICLE(WS-IDX) = WS-SAISIE-ARTICLE
                   ADD WS-SAI-QTE(WS-IDX) TO WS-QTE-DEJA
               END-IF
           END-PERFORM.

           ADD WS-SAI-QTE(WS-NB-SAISIE) TO WS-QTE-DEJA.

      *Cout d'achat attendu
           MOVE 0 TO WS-COUT-PREVU.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CAT
               IF WS-CAT-NOM(WS-IDX) = WS-SAISIE-ARTICLE
                   MOVE WS-CAT-COUT(WS-IDX) TO WS-COUT-PREVU
               END-IF
           END-PERFORM.

           COMPUTE WS-PRIX-LIMITE ROUNDED =
               WS-COUT-PREVU + WS-COUT-PREVU * WS-TOLERANCE-PRIX / 100.

           EVALUATE TRUE
               WHEN WS-QTE-CDE = 0
                   MOVE "CDE" TO WS-SAI-ANOMALIE(WS-NB-SAISIE)
                   DISPLAY "  Article absent de la commande."
               WHEN WS-QTE-DEJA > WS-QTE-CDE
                   MOVE "QTC" TO WS-SAI-ANOMALIE(WS-NB-SAISIE)
                   DISPLAY "  Facture " WS-QTE-DEJA " pour "
                           WS-QTE-CDE " commande(s)."
               WHEN WS-QTE-DEJA > WS-QTE-RECUE
                   MOVE "QTR" TO WS-SAI-ANOMALIE(WS-NB-SAISIE)
                   DISPLAY "  Facture " WS-QTE-DEJA " pour "
                           WS-QTE-RECUE " recu(s)."
               WHEN WS-COUT-PREVU > 0
                AND WS-SAI-PRIX(WS-NB-SAISIE) > WS-PRIX-LIMITE
                   MOVE "PRX" TO WS-SAI-ANOMALIE(WS-NB-SAISIE)
                   MOVE WS-COUT-PREVU TO WS-COUT-ED
                   DISPLAY "  Prix au-dela du cout attendu "
                           WS-COUT-ED " (tolerance "
                           WS-TOLERANCE-PRIX " %)."
               WHEN OTHER
                   MOVE SPACES TO WS-SAI-ANOMALIE(WS-NB-SAISIE)
                   DISPLAY "  Ligne rapprochee."
           END-EVALUATE.

           IF WS-SAI-ANOMALIE(WS-NB-SAISIE) NOT = SPACES
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.

           MOVE WS-QTE-CDE TO WS-SAI-QTE-CDE(WS-NB-SAISIE).
           MOVE WS-QTE-RECUE TO WS-SAI-QTE-RECUE(WS-NB-SAISIE).
           MOVE WS-COUT-PREVU TO WS-SAI-COUT(WS-NB-SAISIE).

           EXIT.

       0350-LIGNE-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Lignes de la facture au registre : bloquees si une seule ligne
      *n'est pas rapprochee, validees sinon
       0400-ENREGISTRE-FACTURE-DEB.

           MOVE 0 TO WS-MONTANT-HT.

           OPEN EXTEND FICHIER-FACFRN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SAISIE

               MOVE SPACES TO LIGNE-FACFRN
               MOVE WS-SAISIE-CODE TO FF-CODE
               MOVE WS-SAISIE-NUMERO TO FF-NUMERO
               MOVE WS-SAISIE-DATE-FACT TO FF-DATE-FACT
               MOVE WS-SAISIE-DATE-CDE TO FF-DATE-CDE
               MOVE WS-SAI-ARTICLE(WS-IDX) TO FF-ARTICLE
               MOVE WS-SAI-QTE(WS-IDX) TO FF-QTE
               MOVE WS-SAI-PRIX(WS-IDX) TO FF-PRIX
               MOVE WS-SAI-QTE-CDE(WS-IDX) TO FF-QTE-CDE
               MOVE WS-SAI-QTE-RECUE(WS-IDX) TO FF-QTE-RECUE
               MOVE WS-SAI-COUT(WS-IDX) TO FF-COUT-PREVU
               MOVE WS-MONTANT-TVA TO FF-TVA
               MOVE WS-SAI-ANOMALIE(WS-IDX) TO FF-ANOMALIE
               IF WS-NB-ANOMALIES > 0
                   MOVE "B" TO FF-STATUT
               ELSE
                   MOVE "V" TO FF-STATUT
               END-IF
               WRITE LIGNE-FACFRN

               COMPUTE WS-MONTANT-HT = WS-MONTANT-HT
                   + WS-SAI-QTE(WS-IDX) * WS-SAI-PRIX(WS-IDX)

               IF WS-MAX-FF < WS-CAPACITE-FF
                   ADD 1 TO WS-MAX-FF
                   MOVE LIGNE-FACFRN TO WS-FF-ENREG(WS-MAX-FF)
               END-IF

           END-PERFORM.

           CLOSE FICHIER-FACFRN.

           EXIT.

       0400-ENREGISTRE-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Dette a payer : echeance = date de facture (WS-DATE-FACT) + les
      *conditions de paiement du fournisseur (WS-FRN-TROUVE), montants
      *WS-MONTANT-HT et WS-MONTANT-TVA
       0450-ECRIT-DETTE-DEB.

           IF WS-FRN-ECHEANCE(WS-FRN-TROUVE) = 0
               MOVE WS-ECHEANCE-DEFAUT TO WS-ECHEANCE-JOURS
           ELSE
               MOVE WS-FRN-ECHEANCE(WS-FRN-TROUVE)
                 TO WS-ECHEANCE-JOURS
           END-IF.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-ECHEANCE-JOURS TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-FACT,
                                WS-DATE-ECHEANCE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           OPEN EXTEND FICHIER-DETTES.

           MOVE SPACES TO LIGNE-DETTE.
           MOVE WS-SAISIE-CODE TO DET-CODE.
           MOVE WS-SAISIE-NUMERO TO DET-NUMERO.
           MOVE WS-DATE-FACT TO DET-DATE-FACT.
           MOVE WS-DATE-ECHEANCE TO DET-ECHEANCE.
           MOVE WS-MONTANT-HT TO DET-HT.
           MOVE WS-MONTANT-TVA TO DET-TVA.
           COMPUTE DET-TTC = WS-MONTANT-HT + WS-MONTANT-TVA.
           MOVE "A" TO DET-STATUT.
           WRITE LIGNE-DETTE.

           CLOSE FICHIER-DETTES.

           MOVE WS-DATE-ECHEANCE TO WS-DATE-AFF.

           EXIT.

       0450-ECRIT-DETTE-FIN.

      *-----------------------------------------------------------------

      *Liste des factures bloquees pour l'acheteur : une ligne par
      *ligne de facture, avec les trois termes du rapprochement
       0500-LISTE-BLOQUEES-DEB.

           MOVE "factures-bloquees.txt" TO WS-IMPRIM-FICHIER.
           MOVE "FACTURES FOURNISSEURS BLOQUEES" TO WS-IMPRIM-TITRE.
           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "FOURNISS.  FACTURE    DATE FACT. ARTICLE    "
                   "FA CO RE    PRIX    COUT ANO"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE 0 TO WS-NB-BLOQUEES.
           MOVE SPACES TO WS-FF-COURANTE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FF

               MOVE WS-FF-ENREG(WS-IDX) TO LIGNE-FACFRN
               IF FF-STATUT = "B"
                   IF WS-FF-ENREG(WS-IDX)(1:20) NOT = WS-FF-COURANTE
                       MOVE WS-FF-ENREG(WS-IDX)(1:20)
                         TO WS-FF-COURANTE
                       ADD 1 TO WS-NB-BLOQUEES
                   END-IF
                   MOVE FF-DATE-FACT TO WS-DATE-AFF
                   MOVE FF-PRIX TO WS-PRIX-ED
                   MOVE FF-COUT-PREVU TO WS-COUT-ED
                   MOVE SPACES TO WS-IMPRIM-LIGNE
                   STRING FF-CODE " " FF-NUMERO " "
                           WS-JOUR-AFF "/" WS-MOIS-AFF "/"
                           WS-ANNEE-AFF " " FF-ARTICLE " "
                           FF-QTE " " FF-QTE-CDE " " FF-QTE-RECUE " "
                           WS-PRIX-ED " " WS-COUT-ED " " FF-ANOMALIE
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
               END-IF

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FA facture, CO commande, RE recu ; ANO : CDE hors"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "commande, QTC/QTR facture au-dela du commande/recu, "
                   "PRX prix au-dela du cout"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL : " WS-NB-BLOQUEES " facture(s) bloquee(s)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Factures bloquees : " WS-NB-BLOQUEES
                   " - etat factures-bloquees.txt".

           EXIT.

       0500-LISTE-BLOQUEES-FIN.

      *-----------------------------------------------------------------

      *Deblocage par l'acheteur d'une facture bloquee : ses lignes
      *passent au statut D et la facture passe en dette
       0600-DEBLOCAGE-DEB.

           MOVE "DEBLOCAGE" TO WS-AUTORISE-ACTION.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a debloquer les factures."
               GO TO 0600-DEBLOCAGE-FIN
           END-IF.

           DISPLAY "Code fournisseur : ".
           ACCEPT WS-SAISIE-CODE.
           DISPLAY "Numero de la facture du fournisseur : ".
           ACCEPT WS-SAISIE-NUMERO.

           MOVE 0 TO WS-FF-PREMIERE.
           MOVE 0 TO WS-MONTANT-HT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FF
               MOVE WS-FF-ENREG(WS-IDX) TO LIGNE-FACFRN
               IF FF-CODE = WS-SAISIE-CODE
               AND FF-NUMERO = WS-SAISIE-NUMERO
               AND FF-STATUT = "B"
                   IF WS-FF-PREMIERE = 0
                       MOVE WS-IDX TO WS-FF-PREMIERE
                   END-IF
                   COMPUTE WS-MONTANT-HT = WS-MONTANT-HT
                       + FF-QTE * FF-PRIX
                   MOVE FF-PRIX TO WS-PRIX-ED
                   DISPLAY "  " FF-ARTICLE " facture " FF-QTE
                           " commande " FF-QTE-CDE " recu "
                           FF-QTE-RECUE " a " WS-PRIX-ED " "
                           FF-ANOMALIE
               END-IF
           END-PERFORM.

           IF WS-FF-PREMIERE = 0
               DISPLAY "Aucune facture bloquee " WS-SAISIE-NUMERO
                       " pour ce fournisseur."
               GO TO 0600-DEBLOCAGE-FIN
           END-IF.

           PERFORM 0250-CONTROLE-FOURNISSEUR-DEB
              THRU 0250-CONTROLE-FOURNISSEUR-FIN.

           IF WS-FRN-TROUVE = 0
               DISPLAY "Fournisseur " WS-SAISIE-CODE " absent de "
                       "fournisseurs.txt, deblocage refuse."
               GO TO 0600-DEBLOCAGE-FIN
           END-IF.

           MOVE WS-MONTANT-HT TO WS-MONTANT-ED.
           DISPLAY "Total HT " WS-MONTANT-ED
                   " - debloquer et passer en dette (O/N) : ".
           ACCEPT WS-SAISIE-ACCORD.

           IF NOT WS-ACCORD-ACHETEUR
               DISPLAY "Deblocage abandonne."
               GO TO 0600-DEBLOCAGE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM WS-FF-PREMIERE BY 1
                   UNTIL WS-IDX > WS-MAX-FF
               MOVE WS-FF-ENREG(WS-IDX) TO LIGNE-FACFRN
               IF FF-CODE = WS-SAISIE-CODE
               AND FF-NUMERO = WS-SAISIE-NUMERO
               AND FF-STATUT = "B"
                   MOVE "D" TO FF-STATUT
                   MOVE LIGNE-FACFRN TO WS-FF-ENREG(WS-IDX)
               END-IF
           END-PERFORM.

           PERFORM 0650-REECRITURE-FACFRN-DEB
              THRU 0650-REECRITURE-FACFRN-FIN.

           MOVE WS-FF-ENREG(WS-FF-PREMIERE) TO LIGNE-FACFRN.
           MOVE FF-DATE-FACT TO WS-DATE-FACT.
           MOVE FF-TVA TO WS-MONTANT-TVA.

           PERFORM 0450-ECRIT-DETTE-DEB
              THRU 0450-ECRIT-DETTE-FIN.

           MOVE "facfrn" TO AUDIT-PROGRAMME.
           MOVE "DEBLOCAGE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-CODE " " WS-SAISIE-NUMERO
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Facture " WS-SAISIE-NUMERO " debloquee, a payer "
                   "le " WS-JOUR-AFF "/" WS-MOIS-AFF "/" WS-ANNEE-AFF
                   ".".

           EXIT.

       0600-DEBLOCAGE-FIN.

      *-----------------------------------------------------------------

       0650-REECRITURE-FACFRN-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-FACFRN
           END-CALL.

           OPEN OUTPUT FICHIER-FACFRN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FF
               MOVE WS-FF-ENREG(WS-IDX) TO LIGNE-FACFRN
               WRITE LIGNE-FACFRN
           END-PERFORM.

           CLOSE FICHIER-FACFRN.

           EXIT.

       0650-REECRITURE-FACFRN-FIN.

      *-----------------------------------------------------------------

      *Echeancier hebdomadaire : dettes a payer (statut A, les dettes
      *payees P ecartees) dont l'echeance tombe au plus tard le
      *dimanche de la semaine prochaine (datutil JSEM / AJOUJ), triees
      *par echeance, les echeances passees signalees
       0700-ECHEANCIER-DEB.

           MOVE "JSEM " TO WS-DATUTIL-FONCTION.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-LUNDI,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           COMPUTE WS-DATUTIL-NOMBRE = 14 - WS-DATUTIL-RESULTAT.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DIMANCHE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO WS-MAX-ECH.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-DETTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-DETTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF DET-STATUT = "A"
                       AND DET-ECHEANCE NOT > WS-DIMANCHE
                           IF WS-MAX-ECH < WS-CAPACITE-ECH
                               ADD 1 TO WS-MAX-ECH
                               MOVE DET-ECHEANCE
                                 TO WS-ECH-ECHEANCE(WS-MAX-ECH)
                               MOVE DET-CODE
                                 TO WS-ECH-CODE(WS-MAX-ECH)
                               MOVE DET-NUMERO
                                 TO WS-ECH-NUMERO(WS-MAX-ECH)
                               MOVE DET-TTC
                                 TO WS-ECH-TTC(WS-MAX-ECH)
                           ELSE
                               DISPLAY "Attention : echeancier "
                                   "tronque, capacite maximale "
                                   "atteinte (" WS-CAPACITE-ECH ")."
                               SET WS-FIN-LECTURE-O TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-DETTES.

           IF WS-MAX-ECH > 1
               SORT WS-LIGNE-ECH ON ASCENDING KEY WS-ECH-ECHEANCE
                                                  WS-ECH-CODE
           END-IF.

           MOVE "echeancier-fournisseurs.txt" TO WS-IMPRIM-FICHIER.
           MOVE SPACES TO WS-IMPRIM-TITRE.
           MOVE WS-DIMANCHE TO WS-DATE-AFF.
           STRING "ECHEANCIER FOURNISSEURS AU " WS-JOUR-AFF "/"
                   WS-MOIS-AFF "/" WS-ANNEE-AFF
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.
           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "ECHEANCE   FOURNISS.  NOM                  "
                   "FACTURE        MONTANT TTC"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE 0 TO WS-TOTAL-ECH.
           MOVE 0 TO WS-TOTAL-RETARD.
           MOVE 0 TO WS-NB-RETARD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ECH
               PERFORM 0750-LIGNE-ECHEANCIER-DEB
                  THRU 0750-LIGNE-ECHEANCIER-FIN
           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-ECH TO WS-MONTANT-ED.
           STRING "TOTAL A PAYER : " WS-MAX-ECH " facture(s) pour "
                   WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-RETARD TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "DONT ECHUES   : " WS-NB-RETARD " facture(s) pour "
                   WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Dettes a payer : " WS-MAX-ECH
                   " - etat echeancier-fournisseurs.txt".

           EXIT.

       0700-ECHEANCIER-FIN.

      *-----------------------------------------------------------------

      *Une dette de l'echeancier (WS-IDX), nom du fournisseur repris de
      *fournisseurs.txt
       0750-LIGNE-ECHEANCIER-DEB.

           MOVE WS-ECH-CODE(WS-IDX) TO WS-SAISIE-CODE.

           PERFORM 0250-CONTROLE-FOURNISSEUR-DEB
              THRU 0250-CONTROLE-FOURNISSEUR-FIN.

           ADD WS-ECH-TTC(WS-IDX) TO WS-TOTAL-ECH.

           IF WS-ECH-ECHEANCE(WS-IDX) < WS-DATE-DU-JOUR
               ADD 1 TO WS-NB-RETARD
               ADD WS-ECH-TTC(WS-IDX) TO WS-TOTAL-RETARD
               MOVE "ECHUE" TO WS-RETARD-ED
           ELSE
               MOVE SPACES TO WS-RETARD-ED
           END-IF.

           MOVE WS-ECH-ECHEANCE(WS-IDX) TO WS-DATE-AFF.
           MOVE WS-ECH-TTC(WS-IDX) TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.

           IF WS-FRN-TROUVE = 0
               STRING WS-JOUR-AFF "/" WS-MOIS-AFF "/" WS-ANNEE-AFF
                       " " WS-ECH-CODE(WS-IDX) " "
                       "(inconnu)            "
                       WS-ECH-NUMERO(WS-IDX) " " WS-MONTANT-ED " "
                       WS-RETARD-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           ELSE
               STRING WS-JOUR-AFF "/" WS-MOIS-AFF "/" WS-ANNEE-AFF
                       " " WS-ECH-CODE(WS-IDX) " "
                       WS-FRN-NOM(WS-FRN-TROUVE) " "
                       WS-ECH-NUMERO(WS-IDX) " " WS-MONTANT-ED " "
                       WS-RETARD-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           END-IF.

           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0750-LIGNE-ECHEANCIER-FIN.

      *-----------------------------------------------------------------

      *Declaration du paiement d'une dette a payer (statut A) : elle
      *passe au statut P et sort de l'echeancier ; le fichier des
      *dettes est recopie en generation puis reecrit
       0800-PAIEMENT-DETTE-DEB.

           MOVE "PAIEMENT" TO WS-AUTORISE-ACTION.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a declarer les paiements."
               GO TO 0800-PAIEMENT-DETTE-FIN
           END-IF.

           DISPLAY "Code fournisseur : ".
           ACCEPT WS-SAISIE-CODE.
           DISPLAY "Numero de la facture du fournisseur : ".
           ACCEPT WS-SAISIE-NUMERO.

           MOVE 0 TO WS-MAX-DET.
           MOVE 0 TO WS-DET-TROUVEE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-DETTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-DETTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-DET < WS-CAPACITE-DET
                           ADD 1 TO WS-MAX-DET
                           MOVE LIGNE-DETTE
                             TO WS-DET-ENREG(WS-MAX-DET)
                           IF DET-CODE = WS-SAISIE-CODE
                           AND DET-NUMERO = WS-SAISIE-NUMERO
                           AND DET-STATUT = "A"
                               MOVE WS-MAX-DET TO WS-DET-TROUVEE
                           END-IF
                       ELSE
                           DISPLAY "Fichier des dettes au-dela de la "
                               "capacite (" WS-CAPACITE-DET
                               "), paiement refuse."
                           MOVE 0 TO WS-DET-TROUVEE
                           MOVE 0 TO WS-MAX-DET
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-DETTES.

           IF WS-MAX-DET = 0
               GO TO 0800-PAIEMENT-DETTE-FIN
           END-IF.

           IF WS-DET-TROUVEE = 0
               DISPLAY "Aucune dette a payer " WS-SAISIE-NUMERO
                       " pour ce fournisseur."
               GO TO 0800-PAIEMENT-DETTE-FIN
           END-IF.

           MOVE WS-DET-ENREG(WS-DET-TROUVEE) TO LIGNE-DETTE.
           MOVE DET-ECHEANCE TO WS-DATE-AFF.
           MOVE DET-TTC TO WS-MONTANT-ED.
           DISPLAY "Dette TTC " WS-MONTANT-ED " a payer le "
                   WS-JOUR-AFF "/" WS-MOIS-AFF "/" WS-ANNEE-AFF
                   " - declarer payee (O/N) : ".
           ACCEPT WS-SAISIE-ACCORD.

           IF NOT WS-ACCORD-ACHETEUR
               DISPLAY "Paiement abandonne."
               GO TO 0800-PAIEMENT-DETTE-FIN
           END-IF.

           MOVE "P" TO DET-STATUT.
           MOVE LIGNE-DETTE TO WS-DET-ENREG(WS-DET-TROUVEE).

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-DETTES
           END-CALL.

           OPEN OUTPUT FICHIER-DETTES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-DET
               MOVE WS-DET-ENREG(WS-IDX) TO LIGNE-DETTE
               WRITE LIGNE-DETTE
           END-PERFORM.

           CLOSE FICHIER-DETTES.

           MOVE "facfrn" TO AUDIT-PROGRAMME.
           MOVE "PAIEMENT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-CODE " " WS-SAISIE-NUMERO
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Dette " WS-SAISIE-NUMERO " declaree payee.".

           EXIT.

       0800-PAIEMENT-DETTE-FIN.

      *-----------------------------------------------------------------

       0900-APPEL-IMPRIM-DEB.

           CALL "imprim" USING WS-IMPRIM-ACTION,
                               WS-IMPRIM-FICHIER,
                               WS-IMPRIM-TITRE,
                               WS-IMPRIM-ENTETE,
                               WS-IMPRIM-LIGNE
           END-CALL.

           EXIT.

       0900-APPEL-IMPRIM-FIN.
