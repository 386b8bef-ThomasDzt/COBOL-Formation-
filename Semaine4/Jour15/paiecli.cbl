      * par client, les factures non soldees dans des tranches
      * d'anciennete 0-30, 31-60, 61-90 et plus de 90 jours (calcul
      * des jours par le module de dates commun datutil). La relance
      * cesse de se faire sur une pile de papier. Les avoirs emis par
      * avoircli (avoirs-registre.txt) viennent en deduction du reste
      * du de leur facture, a la saisie comme dans la balance agee.
      * Le passage de relances (seuils et taux dans
      * relances-clients.cfg) compte le retard de chaque facture non
      * soldee depuis son echeance, impute les interets de retard au
      * taux legal dans interets-retard.txt, imprime par imprim les
      * premiers et seconds rappels puis les mises en demeure, et
      * ecrit la liste des clients en mise en demeure que le
      * controleur de credit reprend dans climaint pour les
      * desactiver.
      * Le paiement porte la date saisie et le passage de relances se
      * fait a une date d'arrete (vide = ce jour), date a laquelle se
      * comptent les retards et s'imputent les interets. Ces dates
      * sont controlees par le module periode : dans un mois clos
      * par clotper, l'operateur peut passer l'operation au premier
      * jour ouvert propose, sinon le paiement est refuse et le
      * passage de relances n'impute pas d'interets (refus trace au
      * journal d'audit par le module).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FCT = FACTURE ; PAI = PAIEMENT ; CLI = CLIENT ; INT = INTERET
      * CFG = CONFIGURATION
      ******************************************************************

       IDENTIFICATION DIVISION.
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AVOIRS ASSIGN TO "avoirs-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-BALANCE ASSIGN TO "balance-agee.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Delai de paiement, seuils de relance et taux legal ; valeurs
      *par defaut si le fichier est absent
       SELECT OPTIONAL FICHIER-CONFIG
       ASSIGN TO "relances-clients.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-CLI ASSIGN TO "clients.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-INTERETS
       ASSIGN TO "interets-retard.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Liste de travail du controleur de credit, reprise par climaint
       SELECT FICHIER-DEMEURE ASSIGN TO "liste-mise-en-demeure.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
               05 F-PAI-DATE               PIC X(08).
               05 F-PAI-MONTANT            PIC 9(08)V9(02).

       FD FICHIER-AVOIRS.
           COPY "avoir-record.cpy".

       FD FICHIER-BALANCE.
           01 F-LIGNE-BALANCE              PIC X(80).

       FD FICHIER-CONFIG.
           01 F-CONFIG-RELANCE.
               05 F-CFG-DELAI              PIC X(03).
               05 F-CFG-RELANCE-1          PIC X(03).
               05 F-CFG-RELANCE-2          PIC X(03).
               05 F-CFG-DEMEURE            PIC X(03).
               05 F-CFG-TAUX               PIC X(04).
               05 F-CFG-TAUX-NUM REDEFINES F-CFG-TAUX
                                           PIC 9(02)V9(02).

       FD FICHIER-CLI.
           01 F-LIGNE-CLI                  PIC X(36).

       FD FICHIER-INTERETS.
           COPY "interet-record.cpy".

       FD FICHIER-DEMEURE.
           01 F-LIGNE-DEMEURE              PIC X(80).


       WORKING-STORAGE SECTION.

      *Factures du registre (lignes FCT-nnnn, l'habillage et les
      *totaux sont ignores), avec le cumul des paiements rapproches
      *et des avoirs emis
       01 WS-TABLEAU-FCT.
           05 WS-LIGNE-FCT OCCURS 500 TIMES.
               10 WS-FCT-NUMERO            PIC X(08).
               10 WS-FCT-MONTANT           PIC 9(08)V9(02).
               10 WS-FCT-DATE              PIC 9(08).
               10 WS-FCT-PAYE              PIC 9(08)V9(02).
               10 WS-FCT-AVOIR             PIC 9(08)V9(02).
               10 WS-FCT-INTERET           PIC 9(06)V9(02).
               10 WS-FCT-RETARD            PIC 9(04).
      *        Stade de relance : 0 aucun, 1 premier rappel,
      *        2 second rappel, 3 mise en demeure
               10 WS-FCT-STADE             PIC 9(01).

      *Noms des clients pour l'adresse des lettres
       01 WS-TABLEAU-CLI.
           05 WS-LIGNE-CLI OCCURS 100 TIMES.
               10 WS-CLI-ID                PIC X(08).
               10 WS-CLI-NOM               PIC X(11).
               10 WS-CLI-PRENOM            PIC X(10).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CLI                  PIC 9(03)   VALUE 100.
       01 WS-MAX-FCT                       PIC 9(03).
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-PAYER                           VALUE "1".
           88 WS-CHOIX-BALANCE                         VALUE "2".
           88 WS-CHOIX-RELANCES                        VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies du paiement en cours
       01 WS-SAISIE-NUMERO                 PIC X(08).
       01 WS-SAISIE-MONTANT                PIC X(10).
       01 WS-SAISIE-DATE-OPE               PIC X(08).
       01 WS-MONTANT-NUM                   PIC 9(08)V9(02).

       01 WS-FCT-TROUVEE                   PIC 9(03).
       01 WS-TOTAL-DU-ED                   PIC Z(08)9.99.
       01 WS-NB-IMPAYEES                   PIC 9(03).

      *Parametres du passage de relances : delai de paiement en jours
      *depuis la date de facture, seuils en jours de retard apres
      *l'echeance, taux legal annuel des interets de retard
       01 WS-DELAI-PAIEMENT                PIC 9(03)   VALUE 30.
       01 WS-SEUIL-RELANCE-1               PIC 9(03)   VALUE 15.
       01 WS-SEUIL-RELANCE-2               PIC 9(03)   VALUE 30.
       01 WS-SEUIL-DEMEURE                 PIC 9(03)   VALUE 45.
       01 WS-TAUX-LEGAL                    PIC 9(02)V9(02)
               VALUE 12.00.
       01 WS-TAUX-ED                       PIC Z9.99.

      *Calculs du passage de relances
       01 WS-RETARD                        PIC S9(07).
       01 WS-RETARD-ED                     PIC ZZZ9.
       01 WS-INTERET-DU                    PIC 9(06)V9(02).
       01 WS-INTERET-NOUVEAU               PIC S9(06)V9(02).
       01 WS-INTERET-ED                    PIC Z(05)9.99.
       01 WS-TOTAL-INTERETS                PIC 9(08)V9(02).
       01 WS-TOTAL-INTERETS-ED             PIC Z(07)9.99.
       01 WS-STADE-EDITE                   PIC 9(01).
       01 WS-NOM-CLIENT                    PIC X(11).
       01 WS-PRENOM-CLIENT                 PIC X(10).

       01 WS-NB-REL1                       PIC 9(03)   VALUE 0.
       01 WS-NB-REL2                       PIC 9(03)   VALUE 0.
       01 WS-NB-DEMEURES                   PIC 9(03)   VALUE 0.
       01 WS-NB-IMPUTATIONS                PIC 9(03)   VALUE 0.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30).
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Controle des periodes comptables closes ; date des interets
      *imputes au passage de relances
       COPY periode.

       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                    VALUE "O" "o".

       01 WS-DATE-IMPUTATION               PIC 9(08).

      *Date d'arrete du passage de relances : les retards et les
      *interets se comptent jusqu'a elle
       01 WS-DATE-ARRETE                   PIC 9(08).
       01 WS-IMPUTATION                    PIC X.
           88 WS-IMPUTATION-O                      VALUE "O".
           88 WS-IMPUTATION-N                      VALUE "N".

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
           PERFORM 0150-LECTURE-PAIEMENTS-DEB
              THRU 0150-LECTURE-PAIEMENTS-FIN.

           PERFORM 0170-LECTURE-AVOIRS-DEB
              THRU 0170-LECTURE-AVOIRS-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.
                               END-IF

                               MOVE 0 TO WS-FCT-PAYE(WS-IDX)
                               MOVE 0 TO WS-FCT-AVOIR(WS-IDX)
                               MOVE 0 TO WS-FCT-INTERET(WS-IDX)
                               MOVE 0 TO WS-FCT-RETARD(WS-IDX)
                               MOVE 0 TO WS-FCT-STADE(WS-IDX)
                           ELSE
                               SUBTRACT 1 FROM WS-IDX
                               DISPLAY "Attention : registre "

       0150-LECTURE-PAIEMENTS-FIN.

      *-----------------------------------------------------------------

      *Rapprochement des avoirs emis sur les factures
       0170-LECTURE-AVOIRS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FCT
                           IF WS-FCT-NUMERO(WS-IDX) = AV-FACTURE
                               ADD AV-MONTANT-TTC
                                 TO WS-FCT-AVOIR(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           EXIT.

       0170-LECTURE-AVOIRS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.
           DISPLAY "Encaissements clients.".
           DISPLAY "1 - Enregistrer un paiement".
           DISPLAY "2 - Balance agee des impayes".
           DISPLAY "3 - Passage de relances".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0400-BALANCE-AGEE-DEB
                      THRU 0400-BALANCE-AGEE-FIN

               WHEN WS-CHOIX-RELANCES
                   PERFORM 0500-RELANCES-DEB
                      THRU 0500-RELANCES-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

      *-----------------------------------------------------------------

      *Paiement complet ou partiel contre un numero du registre ; le
      *trop-paye est signale mais accepte (avoir a traiter a part) ;
      *le reste du tient compte des avoirs emis sur la facture
       0300-PAIEMENT-DEB.

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

           PERFORM 0350-CONTROLE-PERIODE-DEB
              THRU 0350-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0300-PAIEMENT-FIN
           END-IF.

           DISPLAY "Numero de facture (ex. FCT-0001) : ".
           ACCEPT WS-SAISIE-NUMERO.

           END-IF.

           COMPUTE WS-SOLDE = WS-FCT-MONTANT(WS-FCT-TROUVEE)
               - WS-FCT-PAYE(WS-FCT-TROUVEE)
               - WS-FCT-AVOIR(WS-FCT-TROUVEE).
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           DISPLAY "Reste du sur la facture : " WS-SOLDE-ED.


           MOVE SPACES TO F-PAIEMENT.
           MOVE WS-SAISIE-NUMERO TO F-PAI-NUMERO.
           MOVE PERIODE-DATE     TO F-PAI-DATE.
           MOVE WS-MONTANT-NUM   TO F-PAI-MONTANT.
           WRITE F-PAIEMENT.

           ADD WS-MONTANT-NUM TO WS-FCT-PAYE(WS-FCT-TROUVEE).

           IF WS-FCT-PAYE(WS-FCT-TROUVEE)
              + WS-FCT-AVOIR(WS-FCT-TROUVEE)
              > WS-FCT-MONTANT(WS-FCT-TROUVEE)
               DISPLAY "Attention : facture payee au-dela de son "
                       "montant."

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0350-CONTROLE-PERIODE-DEB.

           MOVE "paiecli" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0350-CONTROLE-PERIODE-FIN
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

       0350-CONTROLE-PERIODE-FIN.

      *-----------------------------------------------------------------

      *Balance agee : une ligne par facture non soldee, rangee par
      *client, avec la tranche d'anciennete calculee par datutil
       0400-BALANCE-AGEE-DEB.

               COMPUTE WS-SOLDE = WS-FCT-MONTANT(WS-IDX)
                   - WS-FCT-PAYE(WS-IDX)
                   - WS-FCT-AVOIR(WS-IDX)

               IF WS-SOLDE > 0
                   PERFORM 0450-LIGNE-BALANCE-DEB
           EXIT.

       0450-LIGNE-BALANCE-FIN.

      *-----------------------------------------------------------------

      *Passage de relances : le retard de chaque facture non soldee
      *se compte depuis son echeance (date de facture + delai de
      *paiement) ; il fixe les interets de retard a imputer et le
      *stade de relance, puis chaque stade est imprime a part
       0500-RELANCES-DEB.

           DISPLAY "Date d'arrete (AAAAMMJJ, vide = ce jour) : ".
           ACCEPT WS-SAISIE-DATE-OPE.

           IF WS-SAISIE-DATE-OPE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE-OPE
           END-IF.

           IF WS-SAISIE-DATE-OPE NOT NUMERIC
               DISPLAY "Date non numerique, passage abandonne."
               GO TO 0500-RELANCES-FIN
           END-IF.

           MOVE WS-SAISIE-DATE-OPE TO WS-DATE-ARRETE.

           PERFORM 0510-LECTURE-CONFIG-DEB
              THRU 0510-LECTURE-CONFIG-FIN.

           PERFORM 0520-LECTURE-CLIENTS-DEB
              THRU 0520-LECTURE-CLIENTS-FIN.

           PERFORM 0530-LECTURE-INTERETS-DEB
              THRU 0530-LECTURE-INTERETS-FIN.

           MOVE 0 TO WS-NB-REL1.
           MOVE 0 TO WS-NB-REL2.
           MOVE 0 TO WS-NB-DEMEURES.
           MOVE 0 TO WS-NB-IMPUTATIONS.
           MOVE 0 TO WS-TOTAL-INTERETS.

      *Les interets sont imputes a la date d'arrete, ou au premier
      *jour ouvert si son mois est clos ; sans accord, pas
      *d'imputation a ce passage
           MOVE WS-DATE-ARRETE TO PERIODE-DATE.

           PERFORM 0350-CONTROLE-PERIODE-DEB
              THRU 0350-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               SET WS-IMPUTATION-N TO TRUE
               DISPLAY "Interets de retard non imputes a ce passage."
           ELSE
               SET WS-IMPUTATION-O TO TRUE
               MOVE PERIODE-DATE TO WS-DATE-IMPUTATION
           END-IF.

           OPEN EXTEND FICHIER-INTERETS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT

               PERFORM 0550-RETARD-FACTURE-DEB
                  THRU 0550-RETARD-FACTURE-FIN

           END-PERFORM.

           CLOSE FICHIER-INTERETS.

           PERFORM VARYING WS-STADE-EDITE FROM 1 BY 1
                   UNTIL WS-STADE-EDITE > 3

               PERFORM 0600-EDITION-LETTRES-DEB
                  THRU 0600-EDITION-LETTRES-FIN

           END-PERFORM.

           PERFORM 0700-LISTE-DEMEURE-DEB
              THRU 0700-LISTE-DEMEURE-FIN.

           MOVE WS-TOTAL-INTERETS TO WS-TOTAL-INTERETS-ED.

           DISPLAY "Relances 1 : " WS-NB-REL1
                   " - relances 2 : " WS-NB-REL2
                   " - mises en demeure : " WS-NB-DEMEURES.
           DISPLAY "Interets de retard imputes : "
                   WS-TOTAL-INTERETS-ED " sur "
                   WS-NB-IMPUTATIONS " facture(s).".

           EXIT.

       0500-RELANCES-FIN.

      *-----------------------------------------------------------------

      *relances-clients.cfg : delai de paiement (3), seuils relance 1,
      *relance 2 et mise en demeure (3 chacun), taux legal (4, deux
      *decimales implicites), ex. 0300150300451200 ; une zone non
      *numerique garde sa valeur par defaut
       0510-LECTURE-CONFIG-DEB.

           OPEN INPUT FICHIER-CONFIG.

           READ FICHIER-CONFIG
               AT END
                   CONTINUE
               NOT AT END
                   IF F-CFG-DELAI IS NUMERIC
                       MOVE F-CFG-DELAI TO WS-DELAI-PAIEMENT
                   END-IF
                   IF F-CFG-RELANCE-1 IS NUMERIC
                       MOVE F-CFG-RELANCE-1 TO WS-SEUIL-RELANCE-1
                   END-IF
                   IF F-CFG-RELANCE-2 IS NUMERIC
                       MOVE F-CFG-RELANCE-2 TO WS-SEUIL-RELANCE-2
                   END-IF
                   IF F-CFG-DEMEURE IS NUMERIC
                       MOVE F-CFG-DEMEURE TO WS-SEUIL-DEMEURE
                   END-IF
                   IF F-CFG-TAUX IS NUMERIC
                       MOVE F-CFG-TAUX-NUM TO WS-TAUX-LEGAL
                   END-IF
           END-READ.

           CLOSE FICHIER-CONFIG.

           MOVE WS-TAUX-LEGAL TO WS-TAUX-ED.

           DISPLAY "Echeance a " WS-DELAI-PAIEMENT " jours, relances a "
                   WS-SEUIL-RELANCE-1 "/" WS-SEUIL-RELANCE-2
                   " jours de retard, mise en demeure a "
                   WS-SEUIL-DEMEURE ", taux legal " WS-TAUX-ED " %".

           EXIT.

       0510-LECTURE-CONFIG-FIN.

      *-----------------------------------------------------------------

      *Nom et prenom des clients du maitre tenu par climaint (ID en
      *1-8, nom en 9-19, prenom en 20-29)
       0520-LECTURE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-CLI.

           OPEN INPUT FICHIER-CLI.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLI
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CLI < WS-CAPACITE-CLI
                           ADD 1 TO WS-MAX-CLI
                           MOVE F-LIGNE-CLI(1:8)
                             TO WS-CLI-ID(WS-MAX-CLI)
                           MOVE F-LIGNE-CLI(9:11)
                             TO WS-CLI-NOM(WS-MAX-CLI)
                           MOVE F-LIGNE-CLI(20:10)
                             TO WS-CLI-PRENOM(WS-MAX-CLI)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLI.

           EXIT.

       0520-LECTURE-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Cumul des interets deja imputes sur chaque facture par les
      *passages precedents
       0530-LECTURE-INTERETS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT
               MOVE 0 TO WS-FCT-INTERET(WS-IDX)
           END-PERFORM.

           OPEN INPUT FICHIER-INTERETS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-INTERETS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FCT
                           IF WS-FCT-NUMERO(WS-IDX) = INT-FACTURE
                               ADD INT-MONTANT
                                 TO WS-FCT-INTERET(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-INTERETS.

           EXIT.

       0530-LECTURE-INTERETS-FIN.

      *-----------------------------------------------------------------

      *Retard d'une facture : les interets dus a ce jour (reste du x
      *taux x jours de retard / 365) moins ceux deja imputes donnent
      *la nouvelle imputation ; un reste du diminue par un reglement
      *partiel n'annule pas les interets deja imputes
       0550-RETARD-FACTURE-DEB.

           MOVE 0 TO WS-FCT-RETARD(WS-IDX).
           MOVE 0 TO WS-FCT-STADE(WS-IDX).

           COMPUTE WS-SOLDE = WS-FCT-MONTANT(WS-IDX)
               - WS-FCT-PAYE(WS-IDX)
               - WS-FCT-AVOIR(WS-IDX).

           IF WS-SOLDE <= 0
           OR WS-FCT-DATE(WS-IDX) = 0
               GO TO 0550-RETARD-FACTURE-FIN
           END-IF.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.
           MOVE WS-FCT-DATE(WS-IDX) TO WS-DATUTIL-DATE-1.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATE-ARRETE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           COMPUTE WS-RETARD = WS-DATUTIL-NOMBRE - WS-DELAI-PAIEMENT.

           IF WS-RETARD <= 0
               GO TO 0550-RETARD-FACTURE-FIN
           END-IF.

           IF WS-RETARD > 9999
               MOVE 9999 TO WS-RETARD
           END-IF.

           MOVE WS-RETARD TO WS-FCT-RETARD(WS-IDX).

           COMPUTE WS-INTERET-DU ROUNDED =
               WS-SOLDE * WS-TAUX-LEGAL * WS-RETARD / 36500.

           COMPUTE WS-INTERET-NOUVEAU =
               WS-INTERET-DU - WS-FCT-INTERET(WS-IDX).

           IF WS-INTERET-NOUVEAU > 0
           AND WS-IMPUTATION-O
               MOVE SPACES TO LIGNE-INTERET
               MOVE WS-FCT-NUMERO(WS-IDX) TO INT-FACTURE
               MOVE WS-FCT-CLIENT(WS-IDX) TO INT-CLIENT
               MOVE WS-DATE-IMPUTATION    TO INT-DATE
               MOVE WS-RETARD             TO INT-JOURS
               MOVE WS-TAUX-LEGAL         TO INT-TAUX
               MOVE WS-SOLDE              TO INT-SOLDE
               MOVE WS-INTERET-NOUVEAU    TO INT-MONTANT
               WRITE LIGNE-INTERET

               ADD WS-INTERET-NOUVEAU TO WS-FCT-INTERET(WS-IDX)
               ADD WS-INTERET-NOUVEAU TO WS-TOTAL-INTERETS
               ADD 1 TO WS-NB-IMPUTATIONS
           END-IF.

           EVALUATE TRUE
               WHEN WS-RETARD >= WS-SEUIL-DEMEURE
                   MOVE 3 TO WS-FCT-STADE(WS-IDX)
                   ADD 1 TO WS-NB-DEMEURES
               WHEN WS-RETARD >= WS-SEUIL-RELANCE-2
                   MOVE 2 TO WS-FCT-STADE(WS-IDX)
                   ADD 1 TO WS-NB-REL2
               WHEN WS-RETARD >= WS-SEUIL-RELANCE-1
                   MOVE 1 TO WS-FCT-STADE(WS-IDX)
                   ADD 1 TO WS-NB-REL1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.

       0550-RETARD-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Nom du client de la facture courante, a blanc s'il est absent
      *du maitre
       0560-NOM-CLIENT-DEB.

           MOVE SPACES TO WS-NOM-CLIENT.
           MOVE SPACES TO WS-PRENOM-CLIENT.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-CLI

               IF WS-CLI-ID(WS-IDX2) = WS-FCT-CLIENT(WS-IDX)
                   MOVE WS-CLI-NOM(WS-IDX2)    TO WS-NOM-CLIENT
                   MOVE WS-CLI-PRENOM(WS-IDX2) TO WS-PRENOM-CLIENT
               END-IF

           END-PERFORM.

           EXIT.

       0560-NOM-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Un etat imprim par stade : premiers rappels, seconds rappels,
      *mises en demeure
       0600-EDITION-LETTRES-DEB.

           MOVE SPACES TO WS-IMPRIM-ENTETE.

           EVALUATE WS-STADE-EDITE
               WHEN 1
                   MOVE "relances1-clients.txt" TO WS-IMPRIM-FICHIER
                   MOVE "PREMIERS RAPPELS CLIENTS" TO WS-IMPRIM-TITRE
               WHEN 2
                   MOVE "relances2-clients.txt" TO WS-IMPRIM-FICHIER
                   MOVE "SECONDS RAPPELS CLIENTS" TO WS-IMPRIM-TITRE
               WHEN OTHER
                   MOVE "mises-en-demeure-clients.txt"
                     TO WS-IMPRIM-FICHIER
                   MOVE "MISES EN DEMEURE CLIENTS" TO WS-IMPRIM-TITRE
           END-EVALUATE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT

               IF WS-FCT-STADE(WS-IDX) = WS-STADE-EDITE
                   PERFORM 0650-LETTRE-DEB
                      THRU 0650-LETTRE-FIN
               END-IF

           END-PERFORM.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0600-EDITION-LETTRES-FIN.

      *-----------------------------------------------------------------

       0650-LETTRE-DEB.

           PERFORM 0560-NOM-CLIENT-DEB
              THRU 0560-NOM-CLIENT-FIN.

           COMPUTE WS-SOLDE = WS-FCT-MONTANT(WS-IDX)
               - WS-FCT-PAYE(WS-IDX)
               - WS-FCT-AVOIR(WS-IDX).
           MOVE WS-SOLDE TO WS-SOLDE-ED.
           MOVE WS-FCT-RETARD(WS-IDX) TO WS-RETARD-ED.
           MOVE WS-FCT-INTERET(WS-IDX) TO WS-INTERET-ED.

           MOVE ALL "-" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           EVALUATE WS-STADE-EDITE
               WHEN 1
                   STRING "PREMIER RAPPEL - FACTURE "
                           WS-FCT-NUMERO(WS-IDX)
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               WHEN 2
                   STRING "SECOND RAPPEL - FACTURE "
                           WS-FCT-NUMERO(WS-IDX)
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               WHEN OTHER
                   STRING "MISE EN DEMEURE DE PAYER - FACTURE "
                           WS-FCT-NUMERO(WS-IDX)
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           END-EVALUATE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Client : " WS-FCT-CLIENT(WS-IDX) " "
                   WS-NOM-CLIENT " " WS-PRENOM-CLIENT
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Votre facture du " WS-FCT-DATE(WS-IDX)
                   " presente un reste du de " WS-SOLDE-ED " EUR,"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "echu depuis " WS-RETARD-ED " jour(s). Interets de "
                   "retard au taux legal de " WS-TAUX-ED " % :"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-INTERET-ED " EUR."
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           EVALUATE WS-STADE-EDITE
               WHEN 1
                   MOVE "Merci de regulariser sous quinzaine."
                     TO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
               WHEN 2
                   STRING "Malgre notre premier rappel, cette "
                           "facture reste impayee. Sans reglement"
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
                   MOVE SPACES TO WS-IMPRIM-LIGNE
                   STRING "sous huit jours, une mise en demeure "
                           "vous sera adressee."
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
               WHEN OTHER
                   STRING "Nous vous mettons en demeure de regler "
                           "le principal et les interets sous"
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
                   MOVE SPACES TO WS-IMPRIM-LIGNE
                   STRING "huit jours, faute de quoi votre compte "
                           "sera bloque et le recouvrement"
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
                   MOVE "contentieux engage." TO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
           END-EVALUATE.

           EXIT.

       0650-LETTRE-FIN.

      *-----------------------------------------------------------------

      *Liste du controleur de credit : une ligne par facture en mise
      *en demeure, ID client en 1-8 (climaint propose la
      *desactivation des clients de cette liste)
       0700-LISTE-DEMEURE-DEB.

           OPEN OUTPUT FICHIER-DEMEURE.

           MOVE SPACES TO F-LIGNE-DEMEURE.
           STRING "CLIENTS EN MISE EN DEMEURE AU " WS-DATE-ARRETE
               DELIMITED BY SIZE INTO F-LIGNE-DEMEURE.
           WRITE F-LIGNE-DEMEURE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT

               IF WS-FCT-STADE(WS-IDX) = 3
                   PERFORM 0560-NOM-CLIENT-DEB
                      THRU 0560-NOM-CLIENT-FIN

                   COMPUTE WS-SOLDE = WS-FCT-MONTANT(WS-IDX)
                       - WS-FCT-PAYE(WS-IDX)
                       - WS-FCT-AVOIR(WS-IDX)
                   MOVE WS-SOLDE TO WS-SOLDE-ED
                   MOVE WS-FCT-RETARD(WS-IDX) TO WS-RETARD-ED
                   MOVE WS-FCT-INTERET(WS-IDX) TO WS-INTERET-ED

                   MOVE SPACES TO F-LIGNE-DEMEURE
                   STRING WS-FCT-CLIENT(WS-IDX) " "
                           WS-NOM-CLIENT " "
                           WS-FCT-NUMERO(WS-IDX)
                           " du " WS-SOLDE-ED
                           " retard " WS-RETARD-ED
                           " j int." WS-INTERET-ED
                       DELIMITED BY SIZE INTO F-LIGNE-DEMEURE
                   WRITE F-LIGNE-DEMEURE
               END-IF

           END-PERFORM.

           CLOSE FICHIER-DEMEURE.

           EXIT.

       0700-LISTE-DEMEURE-FIN.

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
