      * Interface comptable de nuit : la comptabilite ne ressaisit
      * plus l'activite. Quatre sources deviennent des ecritures en
      * partie double ajoutees a interface-compta.txt, une ligne par
      * imputation (journal, date, compte, sens D/C, montant, piece,
      * libelle) :
      *   VTE  ventes : factures FCT-nnnn de facture-registre.txt
      *        (client au debit TTC, TVA par taux et produits HT au
      *        credit) et avoirs AVnnnnnn d'avoirs-registre.txt
      *        (ecriture inverse)
      *   ENC  encaissements clients de paiements-factures.txt
      *        (banque au debit, client au credit)
      *   PRI  primes d'assurance de paiements-primes.txt (banque au
      *        debit, primes au credit)
      *   REM  remboursements train de remboursements.txt
      *        (remboursements au debit, caisse au credit)
      * Les comptes se lisent dans plan-comptable.cfg (journal sur 3,
      * poste sur 8 en 5-12, compte sur 8 en 14-21 ; le poste TVA-x
      * vise le code TVA x, a defaut le poste TVA), sinon plan par
      * defaut ; un poste introuvable part au compte d'attente
      * 471000. Chaque enregistrement source passe est note dans
      * compta-deja-passes.txt (source, cle de l'enregistrement,
      * rang parmi les enregistrements identiques) : une relance ne
      * passe jamais deux fois la meme piece. L'etat de controle
      * controle-compta.txt (module imprim) prouve par journal que
      * les debits egalent les credits ; un desequilibre rend le
      * code retour 8.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * ECR = ECRITURE ; JNL = JOURNAL ; PLC = PLAN COMPTABLE
      * PAS = DEJA PASSE ; FCT = FACTURE ; AV = AVOIR ; PAI = PAIEMENT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. intcompta.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "facture-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AVOIRS ASSIGN TO "avoirs-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PAIEMENTS
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PRIMES
       ASSIGN TO "paiements-primes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REMBOURSEMENTS
       ASSIGN TO "remboursements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Plan de comptes : surcharge du plan par defaut
       SELECT OPTIONAL FICHIER-PLAN ASSIGN TO "plan-comptable.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Enregistrements sources deja passes en comptabilite
       SELECT OPTIONAL FICHIER-DEJA-PASSES
       ASSIGN TO "compta-deja-passes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier d'interface, complete a chaque passage
       SELECT OPTIONAL FICHIER-INTERFACE
       ASSIGN TO "interface-compta.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-REGISTRE.
           01 F-LIGNE-REGISTRE             PIC X(80).

       FD FICHIER-AVOIRS.
           COPY "avoir-record.cpy".

       FD FICHIER-PAIEMENTS.
           01 F-PAIEMENT.
               05 F-PAI-NUMERO             PIC X(08).
               05 F-PAI-DATE               PIC X(08).
               05 F-PAI-MONTANT            PIC 9(08)V9(02).

       FD FICHIER-PRIMES.
           01 F-PRIME.
               05 F-PRI-CONTRAT            PIC X(08).
               05 F-PRI-DATE               PIC X(08).
               05 F-PRI-MONTANT            PIC 9(08)V9(02).

      *Ligne de resatrain : date 1-8, passager 10-29, gare 31-48,
      *heure 50-53, date de voyage 62-69, montant edite 81-91
       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT              PIC X(100).

       FD FICHIER-PLAN.
           01 F-LIGNE-PLAN.
               05 F-PLC-JOURNAL            PIC X(03).
               05 FILLER                   PIC X(01).
               05 F-PLC-POSTE              PIC X(08).
               05 FILLER                   PIC X(01).
               05 F-PLC-COMPTE             PIC X(08).

       FD FICHIER-DEJA-PASSES.
           01 F-DEJA-PASSE.
               05 F-PAS-SOURCE             PIC X(03).
               05 F-PAS-CLE                PIC X(70).
               05 F-PAS-RANG               PIC 9(03).

       FD FICHIER-INTERFACE.
           01 F-ECRITURE.
               05 F-ECR-JOURNAL            PIC X(03).
               05 FILLER                   PIC X(01).
               05 F-ECR-DATE               PIC X(08).
               05 FILLER                   PIC X(01).
               05 F-ECR-COMPTE             PIC X(08).
               05 FILLER                   PIC X(01).
               05 F-ECR-SENS               PIC X(01).
               05 FILLER                   PIC X(01).
               05 F-ECR-MONTANT            PIC 9(10)V9(02).
               05 FILLER                   PIC X(01).
               05 F-ECR-PIECE              PIC X(12).
               05 FILLER                   PIC X(01).
               05 F-ECR-LIBELLE            PIC X(20).


       WORKING-STORAGE SECTION.

      *Plan de comptes : poste d'un journal -> compte
       01 WS-TABLEAU-PLAN.
           05 WS-LIGNE-PLAN OCCURS 50 TIMES.
               10 WS-PLC-JOURNAL           PIC X(03).
               10 WS-PLC-POSTE             PIC X(08).
               10 WS-PLC-COMPTE            PIC X(08).

       01 WS-NB-PLAN                       PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-PLAN                 PIC 9(02)   VALUE 50.
       01 WS-PLAN-TROUVE                   PIC 9(02).

      *Enregistrements deja passes (relus) et passes dans ce
      *passage ; VU = rencontre dans les sources de ce passage
       01 WS-TABLEAU-PASSES.
           05 WS-LIGNE-PASSE OCCURS 9000 TIMES.
               10 WS-PAS-SOURCE            PIC X(03).
               10 WS-PAS-CLE               PIC X(70).
               10 WS-PAS-RANG              PIC 9(03).
               10 WS-PAS-VU                PIC X(01).

       01 WS-NB-PASSES                     PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-PASSES               PIC 9(04)   VALUE 9000.

      *Factures du registre et leur detail par taux
       01 WS-TABLEAU-FCT.
           05 WS-LIGNE-FCT OCCURS 500 TIMES.
               10 WS-FCT-NUMERO            PIC X(08).
               10 WS-FCT-CLIENT            PIC X(08).
               10 WS-FCT-MONTANT           PIC 9(08)V9(02).
               10 WS-FCT-DATE              PIC X(08).

       01 WS-MAX-FCT                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-FCT                  PIC 9(03)   VALUE 500.

       01 WS-TABLEAU-TVA.
           05 WS-LIGNE-TVA OCCURS 1500 TIMES.
               10 WS-TVA-NUMERO            PIC X(08).
               10 WS-TVA-CODE              PIC X(01).
               10 WS-TVA-MONTANT           PIC 9(08)V9(02).

       01 WS-MAX-TVA                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-TVA                  PIC 9(04)   VALUE 1500.

      *Cumuls de controle par journal : 1 VTE, 2 ENC, 3 PRI, 4 REM
       01 WS-TABLEAU-JOURNAUX.
           05 WS-JOURNAL OCCURS 4 TIMES.
               10 WS-JNL-CODE              PIC X(03).
               10 WS-JNL-PIECES            PIC 9(05).
               10 WS-JNL-LIGNES            PIC 9(06).
               10 WS-JNL-DEBIT             PIC 9(11)V9(02).
               10 WS-JNL-CREDIT            PIC 9(11)V9(02).

       01 WS-JNL-COURANT                   PIC 9(01).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).
       77 WS-IDX-PLAN                      PIC 9(02).

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Controle de l'enregistrement source en cours
       01 WS-CLE-SOURCE                    PIC X(03).
       01 WS-CLE-BASE                      PIC X(70).
       01 WS-CLE-RANG                      PIC 9(03).

       01 WS-DEJA-PASSE                    PIC X.
           88 WS-DEJA-PASSE-O                          VALUE "O".
           88 WS-DEJA-PASSE-N                          VALUE "N".

      *Piece en cours et imputation a ecrire
       01 WS-PIECE-DATE                    PIC X(08).
       01 WS-PIECE-NUMERO                  PIC X(12).
       01 WS-PIECE-LIBELLE                 PIC X(20).
       01 WS-PIECE-TTC                     PIC S9(10)V9(02).
       01 WS-PIECE-TVA                     PIC S9(10)V9(02).

       01 WS-ECR-POSTE                     PIC X(08).
       01 WS-ECR-SENS                      PIC X(01).
       01 WS-ECR-MONTANT                   PIC S9(10)V9(02).
       01 WS-ECR-COMPTE                    PIC X(08).

      *Numerotation des pieces de remboursement : RB + date + rang
      *dans la journee
       01 WS-REM-DATE-PREC                 PIC X(08)   VALUE SPACES.
       01 WS-REM-RANG-JOUR                 PIC 9(02)   VALUE 0.
       01 WS-REM-MONTANT-X                 PIC X(11).

      *Compteurs du passage
       01 WS-NB-LUS                        PIC 9(07)   VALUE 0.
       01 WS-NB-ECRITURES                  PIC 9(07)   VALUE 0.
       01 WS-NB-DEJA-PASSES                PIC 9(07)   VALUE 0.
       01 WS-NB-REJETS                     PIC 9(05)   VALUE 0.
       01 WS-NB-ATTENTE                    PIC 9(05)   VALUE 0.
       01 WS-NB-DESEQUILIBRES              PIC 9(01)   VALUE 0.

      *Editions de l'etat de controle
       01 WS-MONTANT-ED                    PIC Z(10)9.99.
       01 WS-MONTANT2-ED                   PIC Z(10)9.99.
       01 WS-ECART                         PIC S9(11)V9(02).
       01 WS-ECART-ED                      PIC -(10)9.99.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "controle-compta.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "CONTROLE DE L'INTERFACE COMPTABLE".
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE "JNL PIECES LIGNES          DEBIT          CREDIT".
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "intcompta" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           PERFORM 0100-INITIALISATION-DEB
              THRU 0100-INITIALISATION-FIN.

           OPEN EXTEND FICHIER-INTERFACE.
           OPEN EXTEND FICHIER-DEJA-PASSES.

           PERFORM 0200-VENTES-DEB
              THRU 0200-VENTES-FIN.

           PERFORM 0300-ENCAISSEMENTS-DEB
              THRU 0300-ENCAISSEMENTS-FIN.

           PERFORM 0400-PRIMES-DEB
              THRU 0400-PRIMES-FIN.

           PERFORM 0500-REMBOURSEMENTS-DEB
              THRU 0500-REMBOURSEMENTS-FIN.

           CLOSE FICHIER-INTERFACE.
           CLOSE FICHIER-DEJA-PASSES.

           PERFORM 0600-ETAT-CONTROLE-DEB
              THRU 0600-ETAT-CONTROLE-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-ECRITURES TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-INITIALISATION-DEB.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           MOVE "VTE" TO WS-JNL-CODE(1).
           MOVE "ENC" TO WS-JNL-CODE(2).
           MOVE "PRI" TO WS-JNL-CODE(3).
           MOVE "REM" TO WS-JNL-CODE(4).

           PERFORM VARYING WS-JNL-COURANT FROM 1 BY 1
                   UNTIL WS-JNL-COURANT > 4
               MOVE 0 TO WS-JNL-PIECES(WS-JNL-COURANT)
                         WS-JNL-LIGNES(WS-JNL-COURANT)
                         WS-JNL-DEBIT(WS-JNL-COURANT)
                         WS-JNL-CREDIT(WS-JNL-COURANT)
           END-PERFORM.

           PERFORM 0120-LECTURE-PLAN-DEB
              THRU 0120-LECTURE-PLAN-FIN.

           PERFORM 0150-LECTURE-DEJA-PASSES-DEB
              THRU 0150-LECTURE-DEJA-PASSES-FIN.

           EXIT.

       0100-INITIALISATION-FIN.

      *-----------------------------------------------------------------

      *Plan par defaut, puis surcharge ou ajout par plan-comptable.cfg
       0120-LECTURE-PLAN-DEB.

           MOVE "VTE CLIENT   411000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "VTE PRODUIT  706000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "VTE TVA      445710" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "ENC BANQUE   512000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "ENC CLIENT   411000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "PRI BANQUE   512000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "PRI PRIME    706200" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "REM REMBOURS 709000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.
           MOVE "REM CAISSE   530000" TO F-LIGNE-PLAN.
           PERFORM 0130-AJOUT-PLAN-DEB THRU 0130-AJOUT-PLAN-FIN.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PLAN.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PLAN
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PLC-JOURNAL NOT = SPACES
                       AND F-PLC-COMPTE NOT = SPACES
                           PERFORM 0130-AJOUT-PLAN-DEB
                              THRU 0130-AJOUT-PLAN-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PLAN.

           EXIT.

       0120-LECTURE-PLAN-FIN.

      *-----------------------------------------------------------------

      *Poste de F-LIGNE-PLAN remplace s'il existe, ajoute sinon
       0130-AJOUT-PLAN-DEB.

           MOVE F-PLC-JOURNAL TO WS-CLE-SOURCE.
           MOVE F-PLC-POSTE TO WS-ECR-POSTE.

           PERFORM 0760-CHERCHE-PLAN-DEB
              THRU 0760-CHERCHE-PLAN-FIN.

           IF WS-PLAN-TROUVE = 0
               IF WS-NB-PLAN >= WS-CAPACITE-PLAN
                   DISPLAY "Attention : plan comptable plein, poste "
                           F-PLC-JOURNAL " " F-PLC-POSTE " ignore."
                   GO TO 0130-AJOUT-PLAN-FIN
               END-IF
               ADD 1 TO WS-NB-PLAN
               MOVE WS-NB-PLAN TO WS-PLAN-TROUVE
               MOVE F-PLC-JOURNAL TO WS-PLC-JOURNAL(WS-PLAN-TROUVE)
               MOVE F-PLC-POSTE TO WS-PLC-POSTE(WS-PLAN-TROUVE)
           END-IF.

           MOVE F-PLC-COMPTE TO WS-PLC-COMPTE(WS-PLAN-TROUVE).

           EXIT.

       0130-AJOUT-PLAN-FIN.

      *-----------------------------------------------------------------

       0150-LECTURE-DEJA-PASSES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-DEJA-PASSES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-DEJA-PASSES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-PASSES < WS-CAPACITE-PASSES
                           ADD 1 TO WS-NB-PASSES
                           MOVE F-PAS-SOURCE
                             TO WS-PAS-SOURCE(WS-NB-PASSES)
                           MOVE F-PAS-CLE TO WS-PAS-CLE(WS-NB-PASSES)
                           MOVE F-PAS-RANG
                             TO WS-PAS-RANG(WS-NB-PASSES)
                           MOVE "N" TO WS-PAS-VU(WS-NB-PASSES)
                       ELSE
                           DISPLAY "Erreur : table des pieces deja "
                                   "passees pleine, arret."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-DEJA-PASSES.

           DISPLAY "Enregistrements deja passes : " WS-NB-PASSES.

           EXIT.

       0150-LECTURE-DEJA-PASSES-FIN.

      *-----------------------------------------------------------------

      *Journal des ventes : factures du registre puis avoirs
       0200-VENTES-DEB.

           MOVE 1 TO WS-JNL-COURANT.

           PERFORM 0210-CHARGE-REGISTRE-DEB
              THRU 0210-CHARGE-REGISTRE-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT

               PERFORM 0250-PIECE-FACTURE-DEB
                  THRU 0250-PIECE-FACTURE-FIN

           END-PERFORM.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0270-PIECE-AVOIR-DEB
                          THRU 0270-PIECE-AVOIR-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           EXIT.

       0200-VENTES-FIN.

      *-----------------------------------------------------------------

      *Lignes FCT-nnnn (ID client 10-17, TTC 47-58, date 60-67) et
      *TVA-nnnn (code 10, TVA 31-42) du registre de facturcli
       0210-CHARGE-REGISTRE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN F-LIGNE-REGISTRE(1:4) = "FCT-"
                           AND F-LIGNE-REGISTRE(5:4) IS NUMERIC
                           AND WS-MAX-FCT < WS-CAPACITE-FCT
                               ADD 1 TO WS-NB-LUS
                               ADD 1 TO WS-MAX-FCT
                               MOVE F-LIGNE-REGISTRE(1:8)
                                 TO WS-FCT-NUMERO(WS-MAX-FCT)
                               MOVE F-LIGNE-REGISTRE(10:8)
                                 TO WS-FCT-CLIENT(WS-MAX-FCT)
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-REGISTRE(47:12))
                                 TO WS-FCT-MONTANT(WS-MAX-FCT)
      *Reprise des anciennes lignes de registre sans date
                               IF F-LIGNE-REGISTRE(60:8) IS NUMERIC
                                   MOVE F-LIGNE-REGISTRE(60:8)
                                     TO WS-FCT-DATE(WS-MAX-FCT)
                               ELSE
                                   MOVE WS-DATE-DU-JOUR
                                     TO WS-FCT-DATE(WS-MAX-FCT)
                               END-IF

                           WHEN F-LIGNE-REGISTRE(1:4) = "TVA-"
                           AND WS-MAX-TVA < WS-CAPACITE-TVA
                               ADD 1 TO WS-MAX-TVA
                               MOVE "FCT-" TO WS-TVA-NUMERO(WS-MAX-TVA)
                               MOVE F-LIGNE-REGISTRE(5:4)
                                 TO WS-TVA-NUMERO(WS-MAX-TVA)(5:4)
                               MOVE F-LIGNE-REGISTRE(10:1)
                                 TO WS-TVA-CODE(WS-MAX-TVA)
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-REGISTRE(31:12))
                                 TO WS-TVA-MONTANT(WS-MAX-TVA)

                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           EXIT.

       0210-CHARGE-REGISTRE-FIN.

      *-----------------------------------------------------------------

      *Facture WS-IDX : client au debit du TTC, TVA de chaque taux au
      *credit, produits au credit du TTC moins la TVA (facture
      *anterieure a la TVA = tout en produits)
       0250-PIECE-FACTURE-DEB.

           MOVE "VTE" TO WS-CLE-SOURCE.
           MOVE WS-FCT-NUMERO(WS-IDX) TO WS-CLE-BASE.

           PERFORM 0800-CONTROLE-DEJA-PASSE-DEB
              THRU 0800-CONTROLE-DEJA-PASSE-FIN.

           IF WS-DEJA-PASSE-O
               GO TO 0250-PIECE-FACTURE-FIN
           END-IF.

           MOVE WS-FCT-DATE(WS-IDX) TO WS-PIECE-DATE.
           MOVE WS-FCT-NUMERO(WS-IDX) TO WS-PIECE-NUMERO.
           MOVE SPACES TO WS-PIECE-LIBELLE.
           STRING "FACTURE " WS-FCT-CLIENT(WS-IDX)
               DELIMITED BY SIZE INTO WS-PIECE-LIBELLE.
           MOVE WS-FCT-MONTANT(WS-IDX) TO WS-PIECE-TTC.
           MOVE 0 TO WS-PIECE-TVA.

           MOVE "CLIENT" TO WS-ECR-POSTE.
           MOVE "D" TO WS-ECR-SENS.
           MOVE WS-PIECE-TTC TO WS-ECR-MONTANT.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-TVA

               IF WS-TVA-NUMERO(WS-IDX2) = WS-FCT-NUMERO(WS-IDX)
                   MOVE SPACES TO WS-ECR-POSTE
                   STRING "TVA-" WS-TVA-CODE(WS-IDX2)
                       DELIMITED BY SIZE INTO WS-ECR-POSTE
                   MOVE "C" TO WS-ECR-SENS
                   MOVE WS-TVA-MONTANT(WS-IDX2) TO WS-ECR-MONTANT
                   ADD WS-TVA-MONTANT(WS-IDX2) TO WS-PIECE-TVA
                   PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN
               END-IF

           END-PERFORM.

           MOVE "PRODUIT" TO WS-ECR-POSTE.
           MOVE "C" TO WS-ECR-SENS.
           COMPUTE WS-ECR-MONTANT = WS-PIECE-TTC - WS-PIECE-TVA.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM 0850-MARQUE-PASSE-DEB
              THRU 0850-MARQUE-PASSE-FIN.

           EXIT.

       0250-PIECE-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Avoir : ecriture inverse de la facture (client au credit,
      *TVA par taux et produits au debit)
       0270-PIECE-AVOIR-DEB.

           MOVE "VTE" TO WS-CLE-SOURCE.
           MOVE AV-NUMERO TO WS-CLE-BASE.

           PERFORM 0800-CONTROLE-DEJA-PASSE-DEB
              THRU 0800-CONTROLE-DEJA-PASSE-FIN.

           IF WS-DEJA-PASSE-O
               GO TO 0270-PIECE-AVOIR-FIN
           END-IF.

           MOVE AV-DATE TO WS-PIECE-DATE.
           MOVE AV-NUMERO TO WS-PIECE-NUMERO.
           MOVE SPACES TO WS-PIECE-LIBELLE.
           STRING "AVOIR " AV-FACTURE
               DELIMITED BY SIZE INTO WS-PIECE-LIBELLE.
           MOVE AV-MONTANT-TTC TO WS-PIECE-TTC.
           MOVE 0 TO WS-PIECE-TVA.

           MOVE "CLIENT" TO WS-ECR-POSTE.
           MOVE "C" TO WS-ECR-SENS.
           MOVE WS-PIECE-TTC TO WS-ECR-MONTANT.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > 5

               IF AV-TVA-CODE(WS-IDX2) NOT = SPACE
                   MOVE SPACES TO WS-ECR-POSTE
                   STRING "TVA-" AV-TVA-CODE(WS-IDX2)
                       DELIMITED BY SIZE INTO WS-ECR-POSTE
                   MOVE "D" TO WS-ECR-SENS
                   MOVE AV-TVA-MONTANT(WS-IDX2) TO WS-ECR-MONTANT
                   ADD AV-TVA-MONTANT(WS-IDX2) TO WS-PIECE-TVA
                   PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN
               END-IF

           END-PERFORM.

           MOVE "PRODUIT" TO WS-ECR-POSTE.
           MOVE "D" TO WS-ECR-SENS.
           COMPUTE WS-ECR-MONTANT = WS-PIECE-TTC - WS-PIECE-TVA.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM 0850-MARQUE-PASSE-DEB
              THRU 0850-MARQUE-PASSE-FIN.

           EXIT.

       0270-PIECE-AVOIR-FIN.

      *-----------------------------------------------------------------

      *Encaissements clients : banque au debit, client au credit
       0300-ENCAISSEMENTS-DEB.

           MOVE 2 TO WS-JNL-COURANT.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PAIEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PAIEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0350-PIECE-ENCAISSEMENT-DEB
                          THRU 0350-PIECE-ENCAISSEMENT-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           EXIT.

       0300-ENCAISSEMENTS-FIN.

      *-----------------------------------------------------------------

       0350-PIECE-ENCAISSEMENT-DEB.

           MOVE "ENC" TO WS-CLE-SOURCE.
           MOVE F-PAIEMENT TO WS-CLE-BASE.

           PERFORM 0800-CONTROLE-DEJA-PASSE-DEB
              THRU 0800-CONTROLE-DEJA-PASSE-FIN.

           IF WS-DEJA-PASSE-O
               GO TO 0350-PIECE-ENCAISSEMENT-FIN
           END-IF.

           MOVE F-PAI-DATE TO WS-PIECE-DATE.
           MOVE F-PAI-NUMERO TO WS-PIECE-NUMERO.
           MOVE SPACES TO WS-PIECE-LIBELLE.
           STRING "REGLEMENT " F-PAI-NUMERO
               DELIMITED BY SIZE INTO WS-PIECE-LIBELLE.

           MOVE "BANQUE" TO WS-ECR-POSTE.
           MOVE "D" TO WS-ECR-SENS.
           MOVE F-PAI-MONTANT TO WS-ECR-MONTANT.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           MOVE "CLIENT" TO WS-ECR-POSTE.
           MOVE "C" TO WS-ECR-SENS.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM 0850-MARQUE-PASSE-DEB
              THRU 0850-MARQUE-PASSE-FIN.

           EXIT.

       0350-PIECE-ENCAISSEMENT-FIN.

      *-----------------------------------------------------------------

      *Primes d'assurance encaissees : banque au debit, primes au
      *credit
       0400-PRIMES-DEB.

           MOVE 3 TO WS-JNL-COURANT.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PRIMES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PRIMES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0450-PIECE-PRIME-DEB
                          THRU 0450-PIECE-PRIME-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PRIMES.

           EXIT.

       0400-PRIMES-FIN.

      *-----------------------------------------------------------------

       0450-PIECE-PRIME-DEB.

           MOVE "PRI" TO WS-CLE-SOURCE.
           MOVE F-PRIME TO WS-CLE-BASE.

           PERFORM 0800-CONTROLE-DEJA-PASSE-DEB
              THRU 0800-CONTROLE-DEJA-PASSE-FIN.

           IF WS-DEJA-PASSE-O
               GO TO 0450-PIECE-PRIME-FIN
           END-IF.

           MOVE F-PRI-DATE TO WS-PIECE-DATE.
           MOVE F-PRI-CONTRAT TO WS-PIECE-NUMERO.
           MOVE SPACES TO WS-PIECE-LIBELLE.
           STRING "PRIME " F-PRI-CONTRAT
               DELIMITED BY SIZE INTO WS-PIECE-LIBELLE.

           MOVE "BANQUE" TO WS-ECR-POSTE.
           MOVE "D" TO WS-ECR-SENS.
           MOVE F-PRI-MONTANT TO WS-ECR-MONTANT.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           MOVE "PRIME" TO WS-ECR-POSTE.
           MOVE "C" TO WS-ECR-SENS.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM 0850-MARQUE-PASSE-DEB
              THRU 0850-MARQUE-PASSE-FIN.

           EXIT.

       0450-PIECE-PRIME-FIN.

      *-----------------------------------------------------------------

      *Remboursements train : remboursements au debit, caisse au
      *credit ; piece RB + date + rang du remboursement dans la
      *journee
       0500-REMBOURSEMENTS-DEB.

           MOVE 4 TO WS-JNL-COURANT.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REMBOURSEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REMBOURSEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0550-PIECE-REMBOURSEMENT-DEB
                          THRU 0550-PIECE-REMBOURSEMENT-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REMBOURSEMENTS.

           EXIT.

       0500-REMBOURSEMENTS-FIN.

      *-----------------------------------------------------------------

       0550-PIECE-REMBOURSEMENT-DEB.

           IF F-REMBOURSEMENT(1:8) NOT = WS-REM-DATE-PREC
               MOVE F-REMBOURSEMENT(1:8) TO WS-REM-DATE-PREC
               MOVE 0 TO WS-REM-RANG-JOUR
           END-IF.
           ADD 1 TO WS-REM-RANG-JOUR.

      *Ligne sans montant (ancien enregistrement tronque) : rejetee,
      *non marquee, elle passera une fois corrigee
           MOVE F-REMBOURSEMENT(81:11) TO WS-REM-MONTANT-X.
           IF F-REMBOURSEMENT(1:8) NOT NUMERIC
           OR WS-REM-MONTANT-X = SPACES
               DISPLAY "Remboursement sans montant rejete : "
                       F-REMBOURSEMENT(1:53)
               ADD 1 TO WS-NB-REJETS
               GO TO 0550-PIECE-REMBOURSEMENT-FIN
           END-IF.

           MOVE "REM" TO WS-CLE-SOURCE.
           MOVE F-REMBOURSEMENT(1:69) TO WS-CLE-BASE.

           PERFORM 0800-CONTROLE-DEJA-PASSE-DEB
              THRU 0800-CONTROLE-DEJA-PASSE-FIN.

           IF WS-DEJA-PASSE-O
               GO TO 0550-PIECE-REMBOURSEMENT-FIN
           END-IF.

           MOVE F-REMBOURSEMENT(1:8) TO WS-PIECE-DATE.
           MOVE SPACES TO WS-PIECE-NUMERO.
           STRING "RB" F-REMBOURSEMENT(1:8) WS-REM-RANG-JOUR
               DELIMITED BY SIZE INTO WS-PIECE-NUMERO.
           MOVE F-REMBOURSEMENT(10:20) TO WS-PIECE-LIBELLE.

           MOVE "REMBOURS" TO WS-ECR-POSTE.
           MOVE "D" TO WS-ECR-SENS.
           MOVE FUNCTION NUMVAL(WS-REM-MONTANT-X) TO WS-ECR-MONTANT.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           MOVE "CAISSE" TO WS-ECR-POSTE.
           MOVE "C" TO WS-ECR-SENS.
           PERFORM 0700-ECRITURE-DEB THRU 0700-ECRITURE-FIN.

           PERFORM 0850-MARQUE-PASSE-DEB
              THRU 0850-MARQUE-PASSE-FIN.

           EXIT.

       0550-PIECE-REMBOURSEMENT-FIN.

      *-----------------------------------------------------------------

      *Etat de controle : par journal, pieces, lignes, debit, credit
      *et equilibre
       0600-ETAT-CONTROLE-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-JNL-COURANT FROM 1 BY 1
                   UNTIL WS-JNL-COURANT > 4

               MOVE WS-JNL-DEBIT(WS-JNL-COURANT) TO WS-MONTANT-ED
               MOVE WS-JNL-CREDIT(WS-JNL-COURANT) TO WS-MONTANT2-ED
               COMPUTE WS-ECART = WS-JNL-DEBIT(WS-JNL-COURANT)
                   - WS-JNL-CREDIT(WS-JNL-COURANT)

               MOVE SPACES TO WS-IMPRIM-LIGNE
               IF WS-ECART = 0
                   STRING WS-JNL-CODE(WS-JNL-COURANT) " "
                           WS-JNL-PIECES(WS-JNL-COURANT) " "
                           WS-JNL-LIGNES(WS-JNL-COURANT) " "
                           WS-MONTANT-ED " " WS-MONTANT2-ED
                           " EQUILIBRE"
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               ELSE
                   ADD 1 TO WS-NB-DESEQUILIBRES
                   MOVE WS-ECART TO WS-ECART-ED
                   STRING WS-JNL-CODE(WS-JNL-COURANT) " "
                           WS-JNL-PIECES(WS-JNL-COURANT) " "
                           WS-JNL-LIGNES(WS-JNL-COURANT) " "
                           WS-MONTANT-ED " " WS-MONTANT2-ED
                           " ECART" WS-ECART-ED
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               END-IF
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Enregistrements lus : " WS-NB-LUS
                   " - deja passes : " WS-NB-DEJA-PASSES
                   " - rejetes : " WS-NB-REJETS
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Lignes d'interface ecrites : " WS-NB-ECRITURES
                   " - dont au compte d'attente : " WS-NB-ATTENTE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           IF WS-NB-DESEQUILIBRES > 0
               DISPLAY "Erreur : journal desequilibre, voir "
                       "controle-compta.txt."
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY "Interface comptable : " WS-NB-ECRITURES
                   " ligne(s) ecrite(s), " WS-NB-DEJA-PASSES
                   " enregistrement(s) deja passe(s).".

           EXIT.

       0600-ETAT-CONTROLE-FIN.

      *-----------------------------------------------------------------

      *Une imputation de la piece en cours sur le journal courant ;
      *montant nul ignore, montant negatif passe au sens oppose
       0700-ECRITURE-DEB.

           IF WS-ECR-MONTANT = 0
               GO TO 0700-ECRITURE-FIN
           END-IF.

           IF WS-ECR-MONTANT < 0
               COMPUTE WS-ECR-MONTANT = 0 - WS-ECR-MONTANT
               IF WS-ECR-SENS = "D"
                   MOVE "C" TO WS-ECR-SENS
               ELSE
                   MOVE "D" TO WS-ECR-SENS
               END-IF
           END-IF.

           PERFORM 0750-COMPTE-POSTE-DEB
              THRU 0750-COMPTE-POSTE-FIN.

           MOVE SPACES TO F-ECRITURE.
           MOVE WS-JNL-CODE(WS-JNL-COURANT) TO F-ECR-JOURNAL.
           MOVE WS-PIECE-DATE TO F-ECR-DATE.
           MOVE WS-ECR-COMPTE TO F-ECR-COMPTE.
           MOVE WS-ECR-SENS TO F-ECR-SENS.
           MOVE WS-ECR-MONTANT TO F-ECR-MONTANT.
           MOVE WS-PIECE-NUMERO TO F-ECR-PIECE.
           MOVE WS-PIECE-LIBELLE TO F-ECR-LIBELLE.
           WRITE F-ECRITURE.

           ADD 1 TO WS-NB-ECRITURES.
           ADD 1 TO WS-JNL-LIGNES(WS-JNL-COURANT).

           IF WS-ECR-SENS = "D"
               ADD WS-ECR-MONTANT TO WS-JNL-DEBIT(WS-JNL-COURANT)
           ELSE
               ADD WS-ECR-MONTANT TO WS-JNL-CREDIT(WS-JNL-COURANT)
           END-IF.

           EXIT.

       0700-ECRITURE-FIN.

      *-----------------------------------------------------------------

      *Compte du poste WS-ECR-POSTE du journal courant : poste TVA-x
      *a defaut TVA, introuvable = compte d'attente 471000
       0750-COMPTE-POSTE-DEB.

           MOVE WS-JNL-CODE(WS-JNL-COURANT) TO WS-CLE-SOURCE.

           PERFORM 0760-CHERCHE-PLAN-DEB
              THRU 0760-CHERCHE-PLAN-FIN.

           IF WS-PLAN-TROUVE = 0
           AND WS-ECR-POSTE(1:4) = "TVA-"
               MOVE "TVA" TO WS-ECR-POSTE
               PERFORM 0760-CHERCHE-PLAN-DEB
                  THRU 0760-CHERCHE-PLAN-FIN
           END-IF.

           IF WS-PLAN-TROUVE = 0
               MOVE "471000" TO WS-ECR-COMPTE
               ADD 1 TO WS-NB-ATTENTE
           ELSE
               MOVE WS-PLC-COMPTE(WS-PLAN-TROUVE) TO WS-ECR-COMPTE
           END-IF.

           EXIT.

       0750-COMPTE-POSTE-FIN.

      *-----------------------------------------------------------------

      *Rang du couple WS-CLE-SOURCE / WS-ECR-POSTE dans le plan, 0 si
      *absent
       0760-CHERCHE-PLAN-DEB.

           MOVE 0 TO WS-PLAN-TROUVE.

           PERFORM VARYING WS-IDX-PLAN FROM 1 BY 1
                   UNTIL WS-IDX-PLAN > WS-NB-PLAN
                      OR WS-PLAN-TROUVE > 0

               IF WS-PLC-JOURNAL(WS-IDX-PLAN) = WS-CLE-SOURCE
               AND WS-PLC-POSTE(WS-IDX-PLAN) = WS-ECR-POSTE
                   MOVE WS-IDX-PLAN TO WS-PLAN-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0760-CHERCHE-PLAN-FIN.

      *-----------------------------------------------------------------

      *Rang de l'enregistrement parmi ses identiques deja rencontres
      *dans ce passage, puis recherche du triplet source / cle / rang
      *parmi les enregistrements deja passes
       0800-CONTROLE-DEJA-PASSE-DEB.

           MOVE 1 TO WS-CLE-RANG.
           SET WS-DEJA-PASSE-N TO TRUE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-PASSES

               IF WS-PAS-VU(WS-IDX2) = "O"
               AND WS-PAS-SOURCE(WS-IDX2) = WS-CLE-SOURCE
               AND WS-PAS-CLE(WS-IDX2) = WS-CLE-BASE
                   ADD 1 TO WS-CLE-RANG
               END-IF

           END-PERFORM.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-PASSES
                      OR WS-DEJA-PASSE-O

               IF WS-PAS-SOURCE(WS-IDX2) = WS-CLE-SOURCE
               AND WS-PAS-CLE(WS-IDX2) = WS-CLE-BASE
               AND WS-PAS-RANG(WS-IDX2) = WS-CLE-RANG
                   MOVE "O" TO WS-PAS-VU(WS-IDX2)
                   SET WS-DEJA-PASSE-O TO TRUE
                   ADD 1 TO WS-NB-DEJA-PASSES
               END-IF

           END-PERFORM.

           EXIT.

       0800-CONTROLE-DEJA-PASSE-FIN.

      *-----------------------------------------------------------------

      *Piece passee : notee en table (vue) et dans le fichier des
      *enregistrements deja passes
       0850-MARQUE-PASSE-DEB.

           ADD 1 TO WS-JNL-PIECES(WS-JNL-COURANT).

           IF WS-NB-PASSES >= WS-CAPACITE-PASSES
               DISPLAY "Erreur : table des pieces deja passees "
                       "pleine, arret."
               CLOSE FICHIER-INTERFACE
               CLOSE FICHIER-DEJA-PASSES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-NB-PASSES.
           MOVE WS-CLE-SOURCE TO WS-PAS-SOURCE(WS-NB-PASSES).
           MOVE WS-CLE-BASE TO WS-PAS-CLE(WS-NB-PASSES).
           MOVE WS-CLE-RANG TO WS-PAS-RANG(WS-NB-PASSES).
           MOVE "O" TO WS-PAS-VU(WS-NB-PASSES).

           MOVE WS-CLE-SOURCE TO F-PAS-SOURCE.
           MOVE WS-CLE-BASE TO F-PAS-CLE.
           MOVE WS-CLE-RANG TO F-PAS-RANG.
           WRITE F-DEJA-PASSE.

           EXIT.

       0850-MARQUE-PASSE-FIN.

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
