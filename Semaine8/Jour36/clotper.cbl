      *Cloture des periodes comptables : les chiffres d'un mois
      *arrete ne doivent plus bouger. Le menu tient
      *periodes-comptables.txt (une ligne par mois : AAAAMM, statut
      *O ouvert / C clos, date et auteur du dernier changement) que
      *le module periode relit a chaque operation datee de
      *saisiecom, mouvstock, paiecli, sinistres et relprime. La
      *liste de controle d'un mois (controle-cloture.txt par le
      *module imprim) montre ce qui reste en suspens avant de le
      *clore :
      *  - commandes de num-commandes.txt encore ouvertes (statut O,
      *    colonne 12) et datees (13-20) au plus tard en fin de mois ;
      *  - paiements clients du mois (paiements-factures.txt) jamais
      *    rapproches d'un releve bancaire par rapbanque
      *    (rapprochements.txt, source ENC) ;
      *  - declarations de sinistres de sinistres-attente.txt, datees
      *    au plus tard en fin de mois, que validsin n'a pas encore
      *    approuvees ni rejetees.
      *La cloture (action CLOTURE) et la reouverture (action
      *REOUVRE) sont controlees par autorise ; la cloture edite
      *d'abord la liste de controle et demande confirmation s'il
      *reste des elements en suspens, et seul un mois termine peut
      *etre clos. Le fichier passe en copie de generation avant
      *chaque reecriture et chaque changement part au journal
      *d'audit central.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clotper.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PERIODES
       ASSIGN TO "periodes-comptables.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-COMMANDES
       ASSIGN TO "num-commandes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PAIEMENTS
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RAPPROCHEMENTS
       ASSIGN TO "rapprochements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ATTENTE
       ASSIGN TO "sinistres-attente.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-PERIODES.
       01 F-PERIODE.
           05 F-PER-MOIS             PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-PER-STATUT           PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-PER-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-PER-UTILISATEUR      PIC X(20).

       FD FICHIER-COMMANDES.
       01 F-LIGNE-COM                PIC X(46).

       FD FICHIER-PAIEMENTS.
       01 F-PAIEMENT.
           05 F-PAI-NUMERO           PIC X(08).
           05 F-PAI-DATE             PIC X(08).
           05 F-PAI-MONTANT          PIC 9(08)V9(02).

       FD FICHIER-RAPPROCHEMENTS.
       01 F-RAPPROCHEMENT.
           05 F-RAP-BQE-LIGNE        PIC X(39).
           05 F-RAP-BQE-RANG         PIC 9(03).
           05 F-RAP-SOURCE           PIC X(03).
           05 F-RAP-CLE              PIC X(70).
           05 F-RAP-RANG             PIC 9(03).

      *Meme enregistrement que sinistres.txt
       FD FICHIER-ATTENTE.
       01 F-ATTENTE.
           05 F-ATT-NUMERO           PIC X(08).
           05 F-ATT-DATE             PIC X(08).
           05 F-ATT-TYPE             PIC X(10).
           05 F-ATT-MONTANT          PIC 9(07)V9(02).
           05 F-ATT-STATUT           PIC X(01).
           05 F-ATT-RESERVE          PIC 9(07)V9(02).
           05 F-ATT-NUM-SIN          PIC X(06).

       FD FICHIER-SESSION.
       01 F-SESSION-IDENTIFIANT      PIC X(20).

       WORKING-STORAGE SECTION.

      *Periodes chargees pour la liste et la reecriture
       01 WS-TABLEAU-PER.
           05 WS-PER-LIGNE OCCURS 600 TIMES    PIC X(37).

       77 WS-IDX                     PIC 9(04).
       77 WS-IDX2                    PIC 9(04).
       01 WS-MAX-PER                 PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-PER            PIC 9(04)   VALUE 600.
       01 WS-PER-TROUVEE             PIC 9(04).

      *Encaissements clients deja rapproches (source ENC)
       01 WS-TABLEAU-RAP.
           05 WS-LIGNE-RAP OCCURS 5000 TIMES.
               10 WS-RAP-CLE         PIC X(70).
               10 WS-RAP-RANG        PIC 9(03).

       01 WS-MAX-RAP                 PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-RAP            PIC 9(04)   VALUE 5000.

      *Paiements du mois controle, avec leur rang parmi les lignes
      *identiques (meme cle de rapprochement que rapbanque)
       01 WS-TABLEAU-PAI.
           05 WS-LIGNE-PAI OCCURS 2000 TIMES.
               10 WS-PAI-CLE         PIC X(70).
               10 WS-PAI-RANG        PIC 9(03).

       01 WS-MAX-PAI                 PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-PAI            PIC 9(04)   VALUE 2000.

       01 WS-RAPPROCHE               PIC X.
           88 WS-RAPPROCHE-O                 VALUE "O".
           88 WS-RAPPROCHE-N                 VALUE "N".

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

       01 WS-CHOIX                   PIC X.
           88 WS-CHOIX-ETAT                  VALUE "1".
           88 WS-CHOIX-CONTROLE              VALUE "2".
           88 WS-CHOIX-CLORE                 VALUE "3".
           88 WS-CHOIX-ROUVRIR               VALUE "4".
           88 WS-CHOIX-QUITTER               VALUE "5".

       01 WS-UTILISATEUR             PIC X(20).
       01 WS-DATE-DU-JOUR            PIC X(08).

      *Mois saisi et borne de fin de mois (AAAAMM31 suffit a la
      *comparaison des dates AAAAMMJJ)
       01 WS-SAISIE-MOIS             PIC X(06).
       01 WS-SAISIE-MOIS-R REDEFINES WS-SAISIE-MOIS.
           05 WS-SAISIE-ANNEE        PIC 9(04).
           05 WS-SAISIE-MM           PIC 9(02).
       01 WS-MOIS-VALIDE             PIC X.
           88 WS-MOIS-VALIDE-O               VALUE "O".
           88 WS-MOIS-VALIDE-N               VALUE "N".
       01 WS-FIN-MOIS                PIC X(08).

       01 WS-CONFIRMATION            PIC X.
           88 WS-CONFIRMATION-O              VALUE "O" "o".

      *Statut a poser sur le mois saisi (C clos, O ouvert)
       01 WS-NOUVEAU-STATUT          PIC X.

      *Elements en suspens du mois controle
       01 WS-NB-COMMANDES            PIC 9(05).
       01 WS-NB-PAIEMENTS            PIC 9(05).
       01 WS-NB-SINISTRES            PIC 9(05).
       01 WS-NB-SUSPENS              PIC 9(05).

       01 WS-MONTANT-ED              PIC Z(07)9.99.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION           PIC X(05).
       01 WS-IMPRIM-FICHIER          PIC X(30)
               VALUE "controle-cloture.txt".
       01 WS-IMPRIM-TITRE            PIC X(40).
       01 WS-IMPRIM-ENTETE           PIC X(80)
               VALUE "ELEMENTS EN SUSPENS AVANT CLOTURE".
       01 WS-IMPRIM-LIGNE            PIC X(80).

       01 WS-AUTORISE-PROGRAMME      PIC X(10)   VALUE "clotper".
       01 WS-AUTORISE-ACTION         PIC X(10).
       01 WS-AUTORISE-RESULTAT       PIC 9(01).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-PER         PIC X(30)
               VALUE "periodes-comptables.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           MOVE "INCONNU" TO WS-UTILISATEUR.

           OPEN INPUT FICHIER-SESSION.
           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   IF F-SESSION-IDENTIFIANT NOT = SPACES
                       MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
                   END-IF
           END-READ.
           CLOSE FICHIER-SESSION.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0200-MENU-DEB.

           DISPLAY "Periodes comptables.".
           DISPLAY "1 - Etat des periodes".
           DISPLAY "2 - Liste de controle de cloture d'un mois".
           DISPLAY "3 - Clore un mois".
           DISPLAY "4 - Rouvrir un mois".
           DISPLAY "5 - Quitter".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-ETAT
                   PERFORM 0400-ETAT-DEB
                      THRU 0400-ETAT-FIN

               WHEN WS-CHOIX-CONTROLE
                   PERFORM 0250-SAISIE-MOIS-DEB
                      THRU 0250-SAISIE-MOIS-FIN
                   IF WS-MOIS-VALIDE-O
                       PERFORM 0300-CONTROLE-DEB
                          THRU 0300-CONTROLE-FIN
                   END-IF

               WHEN WS-CHOIX-CLORE
                   PERFORM 0500-CLOTURE-DEB
                      THRU 0500-CLOTURE-FIN

               WHEN WS-CHOIX-ROUVRIR
                   PERFORM 0600-REOUVERTURE-DEB
                      THRU 0600-REOUVERTURE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Mois AAAAMM saisi, mois de 01 a 12
       0250-SAISIE-MOIS-DEB.

           SET WS-MOIS-VALIDE-N TO TRUE.

           DISPLAY "Mois (AAAAMM) : ".
           ACCEPT WS-SAISIE-MOIS.

           IF WS-SAISIE-MOIS NOT NUMERIC
               DISPLAY "Mois invalide : " WS-SAISIE-MOIS
               GO TO 0250-SAISIE-MOIS-FIN
           END-IF.

           IF WS-SAISIE-MM < 1 OR WS-SAISIE-MM > 12
               DISPLAY "Mois invalide : " WS-SAISIE-MOIS
               GO TO 0250-SAISIE-MOIS-FIN
           END-IF.

           SET WS-MOIS-VALIDE-O TO TRUE.
           MOVE SPACES TO WS-FIN-MOIS.
           STRING WS-SAISIE-MOIS "31"
               DELIMITED BY SIZE INTO WS-FIN-MOIS.

           EXIT.

       0250-SAISIE-MOIS-FIN.

      *-----------------------------------------------------------------

      *Liste de controle du mois saisi : chaque element en suspens
      *est edite et compte dans WS-NB-SUSPENS
       0300-CONTROLE-DEB.

           MOVE 0 TO WS-NB-COMMANDES.
           MOVE 0 TO WS-NB-PAIEMENTS.
           MOVE 0 TO WS-NB-SINISTRES.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "LISTE DE CONTROLE DE CLOTURE " WS-SAISIE-MOIS
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE "COMMANDES NON EXPEDIEES" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM 0310-COMMANDES-DEB
              THRU 0310-COMMANDES-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "PAIEMENTS CLIENTS NON RAPPROCHES" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM 0320-PAIEMENTS-DEB
              THRU 0320-PAIEMENTS-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "SINISTRES EN ATTENTE D'APPROBATION" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM 0330-SINISTRES-DEB
              THRU 0330-SINISTRES-FIN.

           COMPUTE WS-NB-SUSPENS = WS-NB-COMMANDES + WS-NB-PAIEMENTS
               + WS-NB-SINISTRES.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "EN SUSPENS : " WS-NB-COMMANDES " commande(s), "
                   WS-NB-PAIEMENTS " paiement(s), "
                   WS-NB-SINISTRES " sinistre(s)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Mois " WS-SAISIE-MOIS " : " WS-NB-COMMANDES
                   " commande(s) non expediee(s), " WS-NB-PAIEMENTS
                   " paiement(s) non rapproche(s), " WS-NB-SINISTRES
                   " sinistre(s) en attente.".
           DISPLAY "Liste de controle imprimee dans "
                   FUNCTION TRIM(WS-IMPRIM-FICHIER) ".".

           EXIT.

       0300-CONTROLE-FIN.

      *-----------------------------------------------------------------

      *Commandes ouvertes datees au plus tard en fin de mois ; les
      *anciennes lignes sans statut sont ouvertes (statutcom)
       0310-COMMANDES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-COMMANDES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-COMMANDES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF (F-LIGNE-COM(12:1) = "O"
                           OR F-LIGNE-COM(12:1) = SPACE)
                       AND F-LIGNE-COM(13:8) IS NUMERIC
                       AND F-LIGNE-COM(13:8) <= WS-FIN-MOIS
                           ADD 1 TO WS-NB-COMMANDES
                           MOVE SPACES TO WS-IMPRIM-LIGNE
                           STRING "  commande " F-LIGNE-COM(8:4)
                                   " client " F-LIGNE-COM(1:3)
                                   " du " F-LIGNE-COM(13:8)
                                   " article " F-LIGNE-COM(21:10)
                                   " quantite " F-LIGNE-COM(4:4)
                               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                           PERFORM 0900-APPEL-IMPRIM-DEB
                              THRU 0900-APPEL-IMPRIM-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-COMMANDES.

           EXIT.

       0310-COMMANDES-FIN.

      *-----------------------------------------------------------------

      *Paiements clients du mois sans couple ENC dans
      *rapprochements.txt : la cle est la ligne de paiement et son
      *rang parmi les lignes identiques, comme dans rapbanque
       0320-PAIEMENTS-DEB.

           MOVE 0 TO WS-MAX-RAP.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-RAPPROCHEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-RAPPROCHEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-RAP-SOURCE = "ENC"
                       AND WS-MAX-RAP < WS-CAPACITE-RAP
                           ADD 1 TO WS-MAX-RAP
                           MOVE F-RAP-CLE TO WS-RAP-CLE(WS-MAX-RAP)
                           MOVE F-RAP-RANG TO WS-RAP-RANG(WS-MAX-RAP)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-RAPPROCHEMENTS.

           MOVE 0 TO WS-MAX-PAI.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PAIEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PAIEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PAI-DATE(1:6) = WS-SAISIE-MOIS
                       AND WS-MAX-PAI < WS-CAPACITE-PAI
                           PERFORM 0325-PAIEMENT-DU-MOIS-DEB
                              THRU 0325-PAIEMENT-DU-MOIS-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           EXIT.

       0320-PAIEMENTS-FIN.

      *-----------------------------------------------------------------

      *Paiement du mois lu : rang, recherche du couple, edition s'il
      *n'est pas rapproche
       0325-PAIEMENT-DU-MOIS-DEB.

           ADD 1 TO WS-MAX-PAI.
           MOVE F-PAIEMENT TO WS-PAI-CLE(WS-MAX-PAI).
           MOVE 1 TO WS-PAI-RANG(WS-MAX-PAI).

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-MAX-PAI
               IF WS-PAI-CLE(WS-IDX) = WS-PAI-CLE(WS-MAX-PAI)
                   ADD 1 TO WS-PAI-RANG(WS-MAX-PAI)
               END-IF
           END-PERFORM.

           SET WS-RAPPROCHE-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RAP
                   OR WS-RAPPROCHE-O
               IF WS-RAP-CLE(WS-IDX) = WS-PAI-CLE(WS-MAX-PAI)
               AND WS-RAP-RANG(WS-IDX) = WS-PAI-RANG(WS-MAX-PAI)
                   SET WS-RAPPROCHE-O TO TRUE
               END-IF
           END-PERFORM.

           IF WS-RAPPROCHE-N
               ADD 1 TO WS-NB-PAIEMENTS
               MOVE F-PAI-MONTANT TO WS-MONTANT-ED
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "  facture " F-PAI-NUMERO
                       " payee le " F-PAI-DATE
                       " montant " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-IF.

           EXIT.

       0325-PAIEMENT-DU-MOIS-FIN.

      *-----------------------------------------------------------------

      *Declarations en file d'attente de validsin datees au plus
      *tard en fin de mois
       0330-SINISTRES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ATTENTE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ATTENTE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ATT-DATE IS NUMERIC
                       AND F-ATT-DATE <= WS-FIN-MOIS
                           ADD 1 TO WS-NB-SINISTRES
                           MOVE F-ATT-MONTANT TO WS-MONTANT-ED
                           MOVE SPACES TO WS-IMPRIM-LIGNE
                           STRING "  contrat " F-ATT-NUMERO
                                   " du " F-ATT-DATE
                                   " " F-ATT-TYPE
                                   " montant " WS-MONTANT-ED
                                   " " F-ATT-NUM-SIN
                               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                           PERFORM 0900-APPEL-IMPRIM-DEB
                              THRU 0900-APPEL-IMPRIM-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ATTENTE.

           EXIT.

       0330-SINISTRES-FIN.

      *-----------------------------------------------------------------

       0350-CHARGE-DEB.

           MOVE 0 TO WS-MAX-PER.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PERIODES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PERIODES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PER < WS-CAPACITE-PER
                           ADD 1 TO WS-MAX-PER
                           MOVE F-PERIODE TO WS-PER-LIGNE(WS-MAX-PER)
                       ELSE
                           DISPLAY "Attention : table des "
                                   "periodes pleine."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PERIODES.

           EXIT.

       0350-CHARGE-FIN.

      *-----------------------------------------------------------------

      *Ligne du mois saisi dans la table (0 = mois jamais clos, donc
      *ouvert)
       0360-RECHERCHE-DEB.

           MOVE 0 TO WS-PER-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PER
               IF WS-PER-LIGNE(WS-IDX)(1:6) = WS-SAISIE-MOIS
                   MOVE WS-IDX TO WS-PER-TROUVEE
               END-IF
           END-PERFORM.

           EXIT.

       0360-RECHERCHE-FIN.

      *-----------------------------------------------------------------

       0400-ETAT-DEB.

           PERFORM 0350-CHARGE-DEB
              THRU 0350-CHARGE-FIN.

           IF WS-MAX-PER = 0
               DISPLAY "Aucune periode fixee : tous les mois sont "
                       "ouverts."
               GO TO 0400-ETAT-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PER

               MOVE WS-PER-LIGNE(WS-IDX) TO F-PERIODE

               IF F-PER-STATUT = "C"
                   DISPLAY F-PER-MOIS " CLOS    le " F-PER-DATE
                           " par " F-PER-UTILISATEUR
               ELSE
                   DISPLAY F-PER-MOIS " OUVERT  le " F-PER-DATE
                           " par " F-PER-UTILISATEUR
               END-IF

           END-PERFORM.

           DISPLAY "Les mois absents de la liste sont ouverts.".

           EXIT.

       0400-ETAT-FIN.

      *-----------------------------------------------------------------

      *Cloture d'un mois termine, apres la liste de controle
       0500-CLOTURE-DEB.

           MOVE "CLOTURE" TO WS-AUTORISE-ACTION.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a clore une periode."
               GO TO 0500-CLOTURE-FIN
           END-IF.

           PERFORM 0250-SAISIE-MOIS-DEB
              THRU 0250-SAISIE-MOIS-FIN.

           IF WS-MOIS-VALIDE-N
               GO TO 0500-CLOTURE-FIN
           END-IF.

           IF WS-SAISIE-MOIS >= WS-DATE-DU-JOUR(1:6)
               DISPLAY "Le mois " WS-SAISIE-MOIS " n'est pas termine,"
                       " cloture refusee."
               GO TO 0500-CLOTURE-FIN
           END-IF.

           PERFORM 0350-CHARGE-DEB
              THRU 0350-CHARGE-FIN.

           PERFORM 0360-RECHERCHE-DEB
              THRU 0360-RECHERCHE-FIN.

           IF WS-PER-TROUVEE NOT = 0
           AND WS-PER-LIGNE(WS-PER-TROUVEE)(8:1) = "C"
               DISPLAY "Le mois " WS-SAISIE-MOIS " est deja clos."
               GO TO 0500-CLOTURE-FIN
           END-IF.

           PERFORM 0300-CONTROLE-DEB
              THRU 0300-CONTROLE-FIN.

           IF WS-NB-SUSPENS > 0
               DISPLAY WS-NB-SUSPENS " element(s) en suspens pour "
                       WS-SAISIE-MOIS "."
               DISPLAY "Clore malgre tout (O/N) : "
               ACCEPT WS-CONFIRMATION
               IF NOT WS-CONFIRMATION-O
                   DISPLAY "Cloture abandonnee."
                   GO TO 0500-CLOTURE-FIN
               END-IF
           END-IF.

           MOVE "C" TO WS-NOUVEAU-STATUT.
           PERFORM 0700-ECRITURE-DEB
              THRU 0700-ECRITURE-FIN.

           MOVE "CLOTURE" TO AUDIT-ACTION.
           PERFORM 0750-TRACE-DEB
              THRU 0750-TRACE-FIN.

           DISPLAY "Mois " WS-SAISIE-MOIS " clos : les operations "
                   "datees de ce mois sont desormais refusees.".

           EXIT.

       0500-CLOTURE-FIN.

      *-----------------------------------------------------------------

      *Reouverture d'un mois clos (correction d'une erreur de
      *cloture)
       0600-REOUVERTURE-DEB.

           MOVE "REOUVRE" TO WS-AUTORISE-ACTION.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a rouvrir une periode."
               GO TO 0600-REOUVERTURE-FIN
           END-IF.

           PERFORM 0250-SAISIE-MOIS-DEB
              THRU 0250-SAISIE-MOIS-FIN.

           IF WS-MOIS-VALIDE-N
               GO TO 0600-REOUVERTURE-FIN
           END-IF.

           PERFORM 0350-CHARGE-DEB
              THRU 0350-CHARGE-FIN.

           PERFORM 0360-RECHERCHE-DEB
              THRU 0360-RECHERCHE-FIN.

           IF WS-PER-TROUVEE = 0
               DISPLAY "Le mois " WS-SAISIE-MOIS " n'est pas clos."
               GO TO 0600-REOUVERTURE-FIN
           END-IF.

           IF WS-PER-LIGNE(WS-PER-TROUVEE)(8:1) NOT = "C"
               DISPLAY "Le mois " WS-SAISIE-MOIS " n'est pas clos."
               GO TO 0600-REOUVERTURE-FIN
           END-IF.

           MOVE "O" TO WS-NOUVEAU-STATUT.
           PERFORM 0700-ECRITURE-DEB
              THRU 0700-ECRITURE-FIN.

           MOVE "REOUVRE" TO AUDIT-ACTION.
           PERFORM 0750-TRACE-DEB
              THRU 0750-TRACE-FIN.

           DISPLAY "Mois " WS-SAISIE-MOIS " rouvert.".

           EXIT.

       0600-REOUVERTURE-FIN.

      *-----------------------------------------------------------------

      *Pose le statut WS-NOUVEAU-STATUT sur le mois saisi (ligne ajoutee
      *au besoin) et reecrit le fichier dans l'ordre des mois, apres
      *copie de generation
       0700-ECRITURE-DEB.

           IF WS-PER-TROUVEE = 0
               IF WS-MAX-PER >= WS-CAPACITE-PER
                   DISPLAY "Table des periodes pleine, mois non "
                           "enregistre."
                   GO TO 0700-ECRITURE-FIN
               END-IF
               ADD 1 TO WS-MAX-PER
               MOVE WS-MAX-PER TO WS-PER-TROUVEE
           END-IF.

           MOVE SPACES TO F-PERIODE.
           MOVE WS-SAISIE-MOIS TO F-PER-MOIS.
           MOVE WS-NOUVEAU-STATUT TO F-PER-STATUT.
           MOVE WS-DATE-DU-JOUR TO F-PER-DATE.
           MOVE WS-UTILISATEUR TO F-PER-UTILISATEUR.
           MOVE F-PERIODE TO WS-PER-LIGNE(WS-PER-TROUVEE).

      *Tri par mois (tri a bulles, quelques dizaines de lignes)
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-MAX-PER
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-MAX-PER - WS-IDX
                   IF WS-PER-LIGNE(WS-IDX2)(1:6)
                      > WS-PER-LIGNE(WS-IDX2 + 1)(1:6)
                       MOVE WS-PER-LIGNE(WS-IDX2) TO F-PERIODE
                       MOVE WS-PER-LIGNE(WS-IDX2 + 1)
                         TO WS-PER-LIGNE(WS-IDX2)
                       MOVE F-PERIODE TO WS-PER-LIGNE(WS-IDX2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           CALL "gensauve" USING WS-NOM-FICHIER-PER
           END-CALL.

           OPEN OUTPUT FICHIER-PERIODES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PER
               MOVE WS-PER-LIGNE(WS-IDX) TO F-PERIODE
               WRITE F-PERIODE
           END-PERFORM.

           CLOSE FICHIER-PERIODES.

           EXIT.

       0700-ECRITURE-FIN.

      *-----------------------------------------------------------------

      *Trace au journal d'audit central de l'action AUDIT-ACTION sur
      *le mois saisi
       0750-TRACE-DEB.

           MOVE "clotper" TO AUDIT-PROGRAMME.
           MOVE WS-SAISIE-MOIS TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0750-TRACE-FIN.

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
