      * Rapprochement bancaire : le releve quotidien de la banque
      * releve-banque.txt (date, montant, reference, sens C credit /
      * D debit) est confronte aux encaissements saisis. Un credit se
      * rapproche d'un paiement client de paiements-factures.txt
      * (reference = numero de facture) ou d'une prime de
      * paiements-primes.txt (reference = numero de contrat), un
      * debit d'un remboursement train de remboursements.txt
      * (reference RBaaaammjjnn, la meme piece que l'interface
      * comptable), toujours a reference et montant egaux. Les
      * couples rapproches s'ajoutent a rapprochements.txt : ni la
      * ligne de releve ni l'encaissement ne se rapprochent deux fois
      * et un releve relu ne fausse rien. L'etat
      * rapprochement-bancaire.txt (module imprim) liste les elements
      * rapproches, les mouvements bancaires non identifies, les
      * encaissements saisis jamais recus (avec leur anciennete), puis
      * la position de tresorerie : solde precedent de
      * tresorerie.dat, credits et debits du releve, nouveau solde
      * (mis a jour une seule fois par date de releve).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * BQE = BANQUE ; ENC = ENCAISSEMENT ; RAP = RAPPROCHEMENT
      * PAI = PAIEMENT ; PRI = PRIME ; REM = REMBOURSEMENT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapbanque.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-RELEVE ASSIGN TO "releve-banque.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-RELEVE.

       SELECT OPTIONAL FICHIER-PAIEMENTS
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PRIMES
       ASSIGN TO "paiements-primes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REMBOURSEMENTS
       ASSIGN TO "remboursements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Couples deja rapproches, completes a chaque passage
       SELECT OPTIONAL FICHIER-RAPPROCHEMENTS
       ASSIGN TO "rapprochements.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Position de tresorerie : dernier solde et date du releve
       SELECT OPTIONAL FICHIER-TRESORERIE ASSIGN TO "tresorerie.dat"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-RELEVE.
           01 F-LIGNE-RELEVE.
               05 F-BQE-DATE               PIC X(08).
               05 F-BQE-MONTANT            PIC 9(08)V9(02).
               05 F-BQE-REFERENCE          PIC X(20).
               05 F-BQE-SENS               PIC X(01).

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

      *Ligne de resatrain : date 1-8, passager 10-29, montant edite
      *81-91
       FD FICHIER-REMBOURSEMENTS.
           01 F-REMBOURSEMENT              PIC X(100).

       FD FICHIER-RAPPROCHEMENTS.
           01 F-RAPPROCHEMENT.
               05 F-RAP-BQE-LIGNE          PIC X(39).
               05 F-RAP-BQE-RANG           PIC 9(03).
               05 F-RAP-SOURCE             PIC X(03).
               05 F-RAP-CLE                PIC X(70).
               05 F-RAP-RANG               PIC 9(03).

       FD FICHIER-TRESORERIE.
           01 F-TRESORERIE.
               05 F-TRE-DATE               PIC X(08).
               05 F-TRE-SOLDE              PIC S9(10)V9(02)
                                           SIGN IS LEADING SEPARATE.


       WORKING-STORAGE SECTION.

      *Encaissements saisis ; RAP = deja rapproche ou rapproche dans
      *ce passage
       01 WS-TABLEAU-ENC.
           05 WS-LIGNE-ENC OCCURS 5000 TIMES.
               10 WS-ENC-SOURCE            PIC X(03).
               10 WS-ENC-CLE               PIC X(70).
               10 WS-ENC-RANG              PIC 9(03).
               10 WS-ENC-REFERENCE         PIC X(20).
               10 WS-ENC-DATE              PIC X(08).
               10 WS-ENC-MONTANT           PIC 9(08)V9(02).
               10 WS-ENC-SENS              PIC X(01).
               10 WS-ENC-RAP               PIC X(01).
                   88 WS-ENC-RAPPROCHE                 VALUE "O".

       01 WS-MAX-ENC                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-ENC                  PIC 9(04)   VALUE 5000.

      *Lignes du releve et leur rapprochement (0 = non identifiee)
       01 WS-TABLEAU-BQE.
           05 WS-LIGNE-BQE OCCURS 2000 TIMES.
               10 WS-BQE-LIGNE             PIC X(39).
               10 WS-BQE-RANG              PIC 9(03).
               10 WS-BQE-ENC               PIC 9(04).
               10 WS-BQE-DEJA              PIC X(01).
                   88 WS-BQE-DEJA-RAPPROCHEE           VALUE "O".

       01 WS-MAX-BQE                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-BQE                  PIC 9(04)   VALUE 2000.

      *Couples relus de rapprochements.txt
       01 WS-TABLEAU-RAP.
           05 WS-LIGNE-RAP OCCURS 5000 TIMES.
               10 WS-RAP-BQE-LIGNE         PIC X(39).
               10 WS-RAP-BQE-RANG          PIC 9(03).
               10 WS-RAP-SOURCE            PIC X(03).
               10 WS-RAP-CLE               PIC X(70).
               10 WS-RAP-RANG              PIC 9(03).

       01 WS-MAX-RAP                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-RAP                  PIC 9(04)   VALUE 5000.

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).

       01 WS-STATUT-RELEVE                 PIC X(02).
           88 WS-STATUT-RELEVE-OK                      VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Encaissement en cours de chargement
       01 WS-CLE-SOURCE                    PIC X(03).
       01 WS-CLE-BASE                      PIC X(70).
       01 WS-CLE-RANG                      PIC 9(03).

      *Numerotation des pieces de remboursement : RB + date + rang
      *dans la journee, comme l'interface comptable
       01 WS-REM-DATE-PREC                 PIC X(08)   VALUE SPACES.
       01 WS-REM-RANG-JOUR                 PIC 9(02)   VALUE 0.
       01 WS-REM-MONTANT-X                 PIC X(11).

      *Cumuls et position de tresorerie
       01 WS-DATE-RELEVE                   PIC X(08)   VALUE SPACES.
       01 WS-TOTAL-CREDITS                 PIC 9(10)V9(02) VALUE 0.
       01 WS-TOTAL-DEBITS                  PIC 9(10)V9(02) VALUE 0.
       01 WS-TOTAL-RAPPROCHE               PIC 9(10)V9(02) VALUE 0.
       01 WS-TOTAL-NON-IDENTIFIE           PIC 9(10)V9(02) VALUE 0.
       01 WS-TOTAL-NON-RECU                PIC 9(10)V9(02) VALUE 0.
       01 WS-NB-RAPPROCHES                 PIC 9(05)   VALUE 0.
       01 WS-NB-NON-IDENTIFIES             PIC 9(05)   VALUE 0.
       01 WS-NB-NON-RECUS                  PIC 9(05)   VALUE 0.
       01 WS-NB-DEJA                       PIC 9(05)   VALUE 0.

       01 WS-SOLDE-PRECEDENT               PIC S9(10)V9(02) VALUE 0.
       01 WS-DATE-SOLDE-PRECEDENT          PIC X(08)   VALUE SPACES.
       01 WS-NOUVEAU-SOLDE                 PIC S9(10)V9(02).

      *Editions
       01 WS-MONTANT-ED                    PIC Z(07)9.99.
       01 WS-TOTAL-ED                      PIC -(10)9.99.
       01 WS-AGE-JOURS                     PIC S9(07).
       01 WS-AGE-ED                        PIC Z(04)9.
       01 WS-NB-LUS                        PIC 9(07)   VALUE 0.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "rapprochement-bancaire.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE
               "DATE     REFERENCE            S     MONTANT  SOURCE".
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "rapbanque" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-RAPPROCHEMENTS-DEB
              THRU 0100-LECTURE-RAPPROCHEMENTS-FIN.

           PERFORM 0200-CHARGE-ENCAISSEMENTS-DEB
              THRU 0200-CHARGE-ENCAISSEMENTS-FIN.

           PERFORM 0300-LECTURE-RELEVE-DEB
              THRU 0300-LECTURE-RELEVE-FIN.

           PERFORM 0400-RAPPROCHEMENT-DEB
              THRU 0400-RAPPROCHEMENT-FIN.

           PERFORM 0500-EDITION-DEB
              THRU 0500-EDITION-FIN.

           PERFORM 0600-TRESORERIE-DEB
              THRU 0600-TRESORERIE-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-RAPPROCHES TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-LECTURE-RAPPROCHEMENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-RAPPROCHEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-RAPPROCHEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-RAP < WS-CAPACITE-RAP
                           ADD 1 TO WS-MAX-RAP
                           MOVE F-RAP-BQE-LIGNE
                             TO WS-RAP-BQE-LIGNE(WS-MAX-RAP)
                           MOVE F-RAP-BQE-RANG
                             TO WS-RAP-BQE-RANG(WS-MAX-RAP)
                           MOVE F-RAP-SOURCE
                             TO WS-RAP-SOURCE(WS-MAX-RAP)
                           MOVE F-RAP-CLE TO WS-RAP-CLE(WS-MAX-RAP)
                           MOVE F-RAP-RANG TO WS-RAP-RANG(WS-MAX-RAP)
                       ELSE
                           DISPLAY "Erreur : table des "
                                   "rapprochements pleine, arret."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RAPPROCHEMENTS.

           EXIT.

       0100-LECTURE-RAPPROCHEMENTS-FIN.

      *-----------------------------------------------------------------

      *Paiements clients et primes (credits attendus), remboursements
      *train (debits attendus) ; ceux deja rapproches sont marques
       0200-CHARGE-ENCAISSEMENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           OPEN INPUT FICHIER-PAIEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PAIEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE "ENC" TO WS-CLE-SOURCE
                       MOVE F-PAIEMENT TO WS-CLE-BASE
                       PERFORM 0250-AJOUT-ENCAISSEMENT-DEB
                          THRU 0250-AJOUT-ENCAISSEMENT-FIN
                       MOVE F-PAI-NUMERO TO WS-ENC-REFERENCE(WS-MAX-ENC)
                       MOVE F-PAI-DATE TO WS-ENC-DATE(WS-MAX-ENC)
                       MOVE F-PAI-MONTANT TO WS-ENC-MONTANT(WS-MAX-ENC)
                       MOVE "C" TO WS-ENC-SENS(WS-MAX-ENC)
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           SET WS-FIN-LECTURE-N TO TRUE.
           OPEN INPUT FICHIER-PRIMES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PRIMES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE "PRI" TO WS-CLE-SOURCE
                       MOVE F-PRIME TO WS-CLE-BASE
                       PERFORM 0250-AJOUT-ENCAISSEMENT-DEB
                          THRU 0250-AJOUT-ENCAISSEMENT-FIN
                       MOVE F-PRI-CONTRAT
                         TO WS-ENC-REFERENCE(WS-MAX-ENC)
                       MOVE F-PRI-DATE TO WS-ENC-DATE(WS-MAX-ENC)
                       MOVE F-PRI-MONTANT TO WS-ENC-MONTANT(WS-MAX-ENC)
                       MOVE "C" TO WS-ENC-SENS(WS-MAX-ENC)
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PRIMES.

           SET WS-FIN-LECTURE-N TO TRUE.
           OPEN INPUT FICHIER-REMBOURSEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REMBOURSEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0270-AJOUT-REMBOURSEMENT-DEB
                          THRU 0270-AJOUT-REMBOURSEMENT-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REMBOURSEMENTS.

           DISPLAY "Encaissements et remboursements saisis : "
                   WS-MAX-ENC.

           EXIT.

       0200-CHARGE-ENCAISSEMENTS-FIN.

      *-----------------------------------------------------------------

      *Ajout de WS-CLE-SOURCE / WS-CLE-BASE avec son rang parmi les
      *enregistrements identiques, marque s'il figure deja dans
      *rapprochements.txt
       0250-AJOUT-ENCAISSEMENT-DEB.

           IF WS-MAX-ENC >= WS-CAPACITE-ENC
               DISPLAY "Erreur : table des encaissements pleine, "
                       "arret."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-CLE-RANG.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ENC
               IF WS-ENC-SOURCE(WS-IDX) = WS-CLE-SOURCE
               AND WS-ENC-CLE(WS-IDX) = WS-CLE-BASE
                   ADD 1 TO WS-CLE-RANG
               END-IF
           END-PERFORM.

           ADD 1 TO WS-MAX-ENC.
           MOVE WS-CLE-SOURCE TO WS-ENC-SOURCE(WS-MAX-ENC).
           MOVE WS-CLE-BASE TO WS-ENC-CLE(WS-MAX-ENC).
           MOVE WS-CLE-RANG TO WS-ENC-RANG(WS-MAX-ENC).
           MOVE "N" TO WS-ENC-RAP(WS-MAX-ENC).

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RAP
               IF WS-RAP-SOURCE(WS-IDX) = WS-CLE-SOURCE
               AND WS-RAP-CLE(WS-IDX) = WS-CLE-BASE
               AND WS-RAP-RANG(WS-IDX) = WS-CLE-RANG
                   MOVE "O" TO WS-ENC-RAP(WS-MAX-ENC)
               END-IF
           END-PERFORM.

           EXIT.

       0250-AJOUT-ENCAISSEMENT-FIN.

      *-----------------------------------------------------------------

      *Remboursement train : reference RB + date + rang dans la
      *journee ; ligne sans montant ignoree
       0270-AJOUT-REMBOURSEMENT-DEB.

           IF F-REMBOURSEMENT(1:8) NOT = WS-REM-DATE-PREC
               MOVE F-REMBOURSEMENT(1:8) TO WS-REM-DATE-PREC
               MOVE 0 TO WS-REM-RANG-JOUR
           END-IF.
           ADD 1 TO WS-REM-RANG-JOUR.

           MOVE F-REMBOURSEMENT(81:11) TO WS-REM-MONTANT-X.
           IF F-REMBOURSEMENT(1:8) NOT NUMERIC
           OR WS-REM-MONTANT-X = SPACES
               GO TO 0270-AJOUT-REMBOURSEMENT-FIN
           END-IF.

           MOVE "REM" TO WS-CLE-SOURCE.
           MOVE F-REMBOURSEMENT(1:69) TO WS-CLE-BASE.

           PERFORM 0250-AJOUT-ENCAISSEMENT-DEB
              THRU 0250-AJOUT-ENCAISSEMENT-FIN.

           MOVE SPACES TO WS-ENC-REFERENCE(WS-MAX-ENC).
           STRING "RB" F-REMBOURSEMENT(1:8) WS-REM-RANG-JOUR
               DELIMITED BY SIZE INTO WS-ENC-REFERENCE(WS-MAX-ENC).
           MOVE F-REMBOURSEMENT(1:8) TO WS-ENC-DATE(WS-MAX-ENC).
           MOVE FUNCTION NUMVAL(WS-REM-MONTANT-X)
             TO WS-ENC-MONTANT(WS-MAX-ENC).
           MOVE "D" TO WS-ENC-SENS(WS-MAX-ENC).

           EXIT.

       0270-AJOUT-REMBOURSEMENT-FIN.

      *-----------------------------------------------------------------

      *Lignes du releve, rang parmi les lignes identiques, deja
      *rapprochees lors d'un passage precedent ou non ; la date du
      *releve est la plus recente de ses lignes
       0300-LECTURE-RELEVE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-RELEVE.

           IF NOT WS-STATUT-RELEVE-OK
               DISPLAY "Erreur : releve-banque.txt introuvable "
                       "(statut " WS-STATUT-RELEVE "), arret."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO EXEC-TYPE
               MOVE RETURN-CODE TO EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-RELEVE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM 0350-AJOUT-LIGNE-RELEVE-DEB
                          THRU 0350-AJOUT-LIGNE-RELEVE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RELEVE.

           DISPLAY "Lignes de releve : " WS-MAX-BQE.

           EXIT.

       0300-LECTURE-RELEVE-FIN.

      *-----------------------------------------------------------------

       0350-AJOUT-LIGNE-RELEVE-DEB.

           IF F-BQE-SENS NOT = "C" AND F-BQE-SENS NOT = "D"
               DISPLAY "Ligne de releve sans sens C/D ignoree : "
                       F-LIGNE-RELEVE
               GO TO 0350-AJOUT-LIGNE-RELEVE-FIN
           END-IF.

           IF WS-MAX-BQE >= WS-CAPACITE-BQE
               DISPLAY "Attention : releve tronque, capacite "
                       "maximale atteinte (" WS-CAPACITE-BQE ")."
               SET WS-FIN-LECTURE-O TO TRUE
               GO TO 0350-AJOUT-LIGNE-RELEVE-FIN
           END-IF.

           IF F-BQE-DATE > WS-DATE-RELEVE
               MOVE F-BQE-DATE TO WS-DATE-RELEVE
           END-IF.

           IF F-BQE-SENS = "C"
               ADD F-BQE-MONTANT TO WS-TOTAL-CREDITS
           ELSE
               ADD F-BQE-MONTANT TO WS-TOTAL-DEBITS
           END-IF.

           ADD 1 TO WS-MAX-BQE.
           MOVE F-LIGNE-RELEVE TO WS-BQE-LIGNE(WS-MAX-BQE).
           MOVE 0 TO WS-BQE-ENC(WS-MAX-BQE).
           MOVE "N" TO WS-BQE-DEJA(WS-MAX-BQE).
           MOVE 1 TO WS-BQE-RANG(WS-MAX-BQE).

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX >= WS-MAX-BQE
               IF WS-BQE-LIGNE(WS-IDX) = F-LIGNE-RELEVE
                   ADD 1 TO WS-BQE-RANG(WS-MAX-BQE)
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RAP
               IF WS-RAP-BQE-LIGNE(WS-IDX) = F-LIGNE-RELEVE
               AND WS-RAP-BQE-RANG(WS-IDX) = WS-BQE-RANG(WS-MAX-BQE)
                   MOVE "O" TO WS-BQE-DEJA(WS-MAX-BQE)
               END-IF
           END-PERFORM.

           EXIT.

       0350-AJOUT-LIGNE-RELEVE-FIN.

      *-----------------------------------------------------------------

      *Chaque ligne nouvelle du releve prend le premier encaissement
      *non rapproche de meme sens, meme reference et meme montant ;
      *le couple est ajoute a rapprochements.txt
       0400-RAPPROCHEMENT-DEB.

           OPEN EXTEND FICHIER-RAPPROCHEMENTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-BQE

               MOVE WS-BQE-LIGNE(WS-IDX) TO F-LIGNE-RELEVE

               IF WS-BQE-DEJA-RAPPROCHEE(WS-IDX)
                   ADD 1 TO WS-NB-DEJA
               ELSE
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-MAX-ENC
                              OR WS-BQE-ENC(WS-IDX) > 0
                       IF NOT WS-ENC-RAPPROCHE(WS-IDX2)
                       AND WS-ENC-SENS(WS-IDX2) = F-BQE-SENS
                       AND WS-ENC-REFERENCE(WS-IDX2) = F-BQE-REFERENCE
                       AND WS-ENC-MONTANT(WS-IDX2) = F-BQE-MONTANT
                           MOVE WS-IDX2 TO WS-BQE-ENC(WS-IDX)
                       END-IF
                   END-PERFORM

                   IF WS-BQE-ENC(WS-IDX) > 0
                       PERFORM 0450-NOTE-RAPPROCHEMENT-DEB
                          THRU 0450-NOTE-RAPPROCHEMENT-FIN
                   END-IF
               END-IF

           END-PERFORM.

           CLOSE FICHIER-RAPPROCHEMENTS.

           EXIT.

       0400-RAPPROCHEMENT-FIN.

      *-----------------------------------------------------------------

       0450-NOTE-RAPPROCHEMENT-DEB.

           MOVE WS-BQE-ENC(WS-IDX) TO WS-IDX2.
           MOVE "O" TO WS-ENC-RAP(WS-IDX2).

           MOVE WS-BQE-LIGNE(WS-IDX) TO F-RAP-BQE-LIGNE.
           MOVE WS-BQE-RANG(WS-IDX) TO F-RAP-BQE-RANG.
           MOVE WS-ENC-SOURCE(WS-IDX2) TO F-RAP-SOURCE.
           MOVE WS-ENC-CLE(WS-IDX2) TO F-RAP-CLE.
           MOVE WS-ENC-RANG(WS-IDX2) TO F-RAP-RANG.
           WRITE F-RAPPROCHEMENT.

           EXIT.

       0450-NOTE-RAPPROCHEMENT-FIN.

      *-----------------------------------------------------------------

      *Trois listes (rapproches, non identifies, saisis non recus)
      *puis la position de tresorerie
       0500-EDITION-DEB.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "RAPPROCHEMENT BANCAIRE " WS-DATE-RELEVE(7:2) "/"
                   WS-DATE-RELEVE(5:2) "/" WS-DATE-RELEVE(1:4)
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE "ELEMENTS RAPPROCHES" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-BQE
               IF WS-BQE-ENC(WS-IDX) > 0
                   MOVE WS-BQE-LIGNE(WS-IDX) TO F-LIGNE-RELEVE
                   MOVE WS-BQE-ENC(WS-IDX) TO WS-IDX2
                   ADD 1 TO WS-NB-RAPPROCHES
                   ADD F-BQE-MONTANT TO WS-TOTAL-RAPPROCHE
                   MOVE F-BQE-MONTANT TO WS-MONTANT-ED
                   MOVE SPACES TO WS-IMPRIM-LIGNE
                   STRING F-BQE-DATE " " F-BQE-REFERENCE " "
                           F-BQE-SENS " " WS-MONTANT-ED "  "
                           WS-ENC-SOURCE(WS-IDX2) " du "
                           WS-ENC-DATE(WS-IDX2)
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "MOUVEMENTS BANCAIRES NON IDENTIFIES"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-BQE
               IF WS-BQE-ENC(WS-IDX) = 0
               AND NOT WS-BQE-DEJA-RAPPROCHEE(WS-IDX)
                   MOVE WS-BQE-LIGNE(WS-IDX) TO F-LIGNE-RELEVE
                   ADD 1 TO WS-NB-NON-IDENTIFIES
                   ADD F-BQE-MONTANT TO WS-TOTAL-NON-IDENTIFIE
                   MOVE F-BQE-MONTANT TO WS-MONTANT-ED
                   MOVE SPACES TO WS-IMPRIM-LIGNE
                   STRING F-BQE-DATE " " F-BQE-REFERENCE " "
                           F-BQE-SENS " " WS-MONTANT-ED
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                   PERFORM 0900-APPEL-IMPRIM-DEB
                      THRU 0900-APPEL-IMPRIM-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "SAISIS JAMAIS PASSES EN BANQUE (ANCIENNETE EN JOURS)"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ENC
               IF NOT WS-ENC-RAPPROCHE(WS-IDX)
               AND WS-ENC-DATE(WS-IDX) <= WS-DATE-RELEVE
                   PERFORM 0550-LIGNE-NON-RECU-DEB
                      THRU 0550-LIGNE-NON-RECU-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0500-EDITION-FIN.

      *-----------------------------------------------------------------

       0550-LIGNE-NON-RECU-DEB.

           ADD 1 TO WS-NB-NON-RECUS.
           ADD WS-ENC-MONTANT(WS-IDX) TO WS-TOTAL-NON-RECU.

           MOVE 0 TO WS-AGE-JOURS.
           IF WS-ENC-DATE(WS-IDX) IS NUMERIC
           AND WS-DATE-RELEVE IS NUMERIC
               MOVE "ECART" TO WS-DATUTIL-FONCTION
               MOVE WS-ENC-DATE(WS-IDX) TO WS-DATUTIL-DATE-1
               MOVE WS-DATE-RELEVE TO WS-DATUTIL-DATE-2
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-NOMBRE TO WS-AGE-JOURS
           END-IF.

           MOVE WS-AGE-JOURS TO WS-AGE-ED.
           MOVE WS-ENC-MONTANT(WS-IDX) TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-ENC-DATE(WS-IDX) " " WS-ENC-REFERENCE(WS-IDX) " "
                   WS-ENC-SENS(WS-IDX) " " WS-MONTANT-ED "  "
                   WS-ENC-SOURCE(WS-IDX) " " WS-AGE-ED " j"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0550-LIGNE-NON-RECU-FIN.

      *-----------------------------------------------------------------

      *Position de tresorerie : le solde de tresorerie.dat n'avance
      *qu'une fois par date de releve (un releve relu ne compte pas
      *deux fois)
       0600-TRESORERIE-DEB.

           OPEN INPUT FICHIER-TRESORERIE.
           READ FICHIER-TRESORERIE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-TRE-DATE TO WS-DATE-SOLDE-PRECEDENT
                   MOVE F-TRE-SOLDE TO WS-SOLDE-PRECEDENT
           END-READ.
           CLOSE FICHIER-TRESORERIE.

           IF WS-DATE-SOLDE-PRECEDENT NOT = SPACES
           AND WS-DATE-SOLDE-PRECEDENT >= WS-DATE-RELEVE
               DISPLAY "Releve du " WS-DATE-RELEVE " deja pris en "
                       "compte dans la position de tresorerie."
               MOVE WS-SOLDE-PRECEDENT TO WS-NOUVEAU-SOLDE
           ELSE
               COMPUTE WS-NOUVEAU-SOLDE = WS-SOLDE-PRECEDENT
                   + WS-TOTAL-CREDITS - WS-TOTAL-DEBITS
               OPEN OUTPUT FICHIER-TRESORERIE
               MOVE WS-DATE-RELEVE TO F-TRE-DATE
               MOVE WS-NOUVEAU-SOLDE TO F-TRE-SOLDE
               WRITE F-TRESORERIE
               CLOSE FICHIER-TRESORERIE
           END-IF.

           MOVE "POSITION DE TRESORERIE" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-SOLDE-PRECEDENT TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Solde precedent (" WS-DATE-SOLDE-PRECEDENT ")   "
                   WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-CREDITS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  + Credits du releve             " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-DEBITS TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  - Debits du releve              " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-NOUVEAU-SOLDE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  = Solde au " WS-DATE-RELEVE "              "
                   WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-RAPPROCHE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Rapproches       " WS-NB-RAPPROCHES " ligne(s) "
                   WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-NON-IDENTIFIE TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Non identifies   " WS-NB-NON-IDENTIFIES
                   " ligne(s) " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-NON-RECU TO WS-TOTAL-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Saisis non recus " WS-NB-NON-RECUS
                   " ligne(s) " WS-TOTAL-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  (" WS-NB-DEJA " ligne(s) du releve deja "
                   "rapprochee(s) lors d'un passage precedent)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Rapprochement ecrit : " WS-NB-RAPPROCHES
                   " rapproche(s), " WS-NB-NON-IDENTIFIES
                   " non identifie(s), " WS-NB-NON-RECUS
                   " saisi(s) non recu(s).".

           EXIT.

       0600-TRESORERIE-FIN.

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
