      *Controle de nuit de la separation des fonctions : plusieurs
      *controles supposent deux personnes differentes (la declaration
      *d'un sinistre et son approbation dans validsin, la prise de
      *commande et la derogation de credit dans saisiecom, le
      *changement d'un prix au catalogue et la facturation de
      *l'article). Les couples d'actions incompatibles se lisent dans
      *separation.cfg (une ligne par regle : programme et action du
      *premier cote, programme et action du second, longueur de cle
      *comparee sur 2 chiffres - 00 = cle entiere - et libelle) ;
      *sans fichier, les trois regles ci-dessus s'appliquent. Le
      *journal d'audit central est relu en entier : chaque fois qu'un
      *meme compte a fait les deux actions d'une regle sur la meme
      *cle (contrat, client, article...), le cas sort dans l'etat
      *separation-fonctions.txt, marque NOUVEAU quand la derniere des
      *deux actions date du jour. L'etat liste ensuite les comptes
      *actifs de comptes.dat dont le role, d'apres permissions.cfg,
      *permet les deux cotes d'une regle (sans permissions.cfg tout
      *est permis a tous, ce qui est signale). Execution tracee au
      *journal des executions batch.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * AUD = LIGNE D'AUDIT ; CPT = COMPTE ; PRM = PERMISSION ;
      * REG = REGLE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. separfon.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-REGLES ASSIGN TO "separation.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AUDIT ASSIGN TO "audit-journal.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PERMISSIONS
       ASSIGN TO "permissions.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-PERM.

       SELECT OPTIONAL FICHIER-COMPTES ASSIGN TO "comptes.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-REGLES.
       01 F-REGLE.
           05 F-REG-PROGRAMME-A      PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-REG-ACTION-A         PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-REG-PROGRAMME-B      PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-REG-ACTION-B         PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-REG-LG-CLE           PIC X(02).
           05 FILLER                 PIC X(01).
           05 F-REG-LIBELLE          PIC X(30).

       FD FICHIER-AUDIT.
       01 F-LIGNE-AUDIT.
           05 F-AUDIT-DATE           PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-HEURE          PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-PROGRAMME      PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-UTILISATEUR    PIC X(20).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-ACTION         PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CLE            PIC X(30).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-SEQUENCE       PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CHAINE         PIC X(17).

       FD FICHIER-PERMISSIONS.
       01 F-PERMISSION.
           05 F-PERM-ROLE            PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-PERM-PROGRAMME       PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-PERM-ACTION          PIC X(10).

       FD FICHIER-COMPTES
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.

       01 F-COMPTE.
           05 F-IDENTIFIANT-COMPTE   PIC X(20).
           05 F-MDP-COMPTE           PIC X(20).
           05 F-ROLE-COMPTE          PIC X(01).
           05 F-DATE-MDP-COMPTE      PIC X(08).
           05 F-STATUT-COMPTE        PIC X(01).
           05 F-ECHECS-COMPTE        PIC X(01).

       WORKING-STORAGE SECTION.

      *Regles de separation : separation.cfg ou regles de base
       01 WS-TABLEAU-REGLES.
           05 WS-REG OCCURS 20 TIMES.
               10 WS-REG-PROGRAMME-A PIC X(10).
               10 WS-REG-ACTION-A    PIC X(10).
               10 WS-REG-PROGRAMME-B PIC X(10).
               10 WS-REG-ACTION-B    PIC X(10).
               10 WS-REG-LG-CLE      PIC 9(02).
               10 WS-REG-LIBELLE     PIC X(30).

       01 WS-MAX-REG                 PIC 9(02)   VALUE 0.

      *Lignes du journal qui tombent sous un cote d'une regle
       01 WS-TABLEAU-AUDIT.
           05 WS-AUD OCCURS 2000 TIMES.
               10 WS-AUD-REGLE       PIC 9(02).
               10 WS-AUD-COTE        PIC X(01).
               10 WS-AUD-UTILISATEUR PIC X(20).
               10 WS-AUD-CLE         PIC X(30).
               10 WS-AUD-DATE        PIC X(08).
               10 WS-AUD-CLE-LIGNE   PIC X(30).
               10 WS-AUD-SIGNALE     PIC X(01).

       01 WS-MAX-AUD                 PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-AUD            PIC 9(04)   VALUE 2000.

       77 WS-IDX                     PIC 9(04).
       77 WS-IDX-2                   PIC 9(04).
       77 WS-IDX-REF                 PIC 9(04).
       77 WS-IDX-REG                 PIC 9(02).

      *Permissions par role et comptes actifs
       01 WS-TABLEAU-PERMISSIONS.
           05 WS-PRM OCCURS 200 TIMES.
               10 WS-PRM-ROLE        PIC X(01).
               10 WS-PRM-PROGRAMME   PIC X(10).
               10 WS-PRM-ACTION      PIC X(10).

       01 WS-MAX-PRM                 PIC 9(03)   VALUE 0.
       77 WS-IDX-PRM                 PIC 9(03).

       01 WS-TABLEAU-COMPTES.
           05 WS-CPT OCCURS 50 TIMES.
               10 WS-CPT-IDENTIFIANT PIC X(20).
               10 WS-CPT-ROLE        PIC X(01).

       01 WS-MAX-CPT                 PIC 9(02)   VALUE 0.
       77 WS-IDX-CPT                 PIC 9(02).

       01 WS-STATUT-PERM             PIC X(02).
           88 WS-STATUT-PERM-OK              VALUE "00".

       01 WS-CONFIG-PRESENTE         PIC X.
           88 WS-CONFIG-PRESENTE-O           VALUE "O".
           88 WS-CONFIG-PRESENTE-N           VALUE "N".

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

      *Controle d'un role sur un cote de regle
       01 WS-ROLE-TESTE              PIC X(01).
       01 WS-PROGRAMME-TESTE         PIC X(10).
       01 WS-ACTION-TESTEE           PIC X(10).
       01 WS-PERMIS                  PIC X.
           88 WS-PERMIS-O                    VALUE "O".
           88 WS-PERMIS-N                    VALUE "N".
       01 WS-PERMIS-A                PIC X.

       01 WS-COTE                    PIC X(01).
       01 WS-LG-CLE                  PIC 9(02).
       01 WS-DATE-DU-JOUR            PIC X(08).
       01 WS-DATE-RECENTE            PIC X(08).
       01 WS-MARQUE                  PIC X(07).

      *Compteurs de l'execution
       01 WS-NB-LUS                  PIC 9(07)   VALUE 0.
       01 WS-NB-CONFLITS             PIC 9(05)   VALUE 0.
       01 WS-NB-NOUVEAUX             PIC 9(05)   VALUE 0.
       01 WS-NB-COMPTES-A-RISQUE     PIC 9(05)   VALUE 0.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION           PIC X(05).
       01 WS-IMPRIM-FICHIER          PIC X(30)
               VALUE "separation-fonctions.txt".
       01 WS-IMPRIM-TITRE            PIC X(40)
               VALUE "SEPARATION DES FONCTIONS".
       01 WS-IMPRIM-ENTETE           PIC X(80).
       01 WS-IMPRIM-LIGNE            PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "separfon" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-REGLES-DEB
              THRU 0100-CHARGE-REGLES-FIN.

           PERFORM 0200-CHARGE-AUDIT-DEB
              THRU 0200-CHARGE-AUDIT-FIN.

           PERFORM 0250-CHARGE-PERMISSIONS-DEB
              THRU 0250-CHARGE-PERMISSIONS-FIN.

           PERFORM 0270-CHARGE-COMPTES-DEB
              THRU 0270-CHARGE-COMPTES-FIN.

           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "COMPTE               1ER COTE 2ND COTE         "
                   "REGLE"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM 0300-CONFLITS-DEB
              THRU 0300-CONFLITS-FIN.

           PERFORM 0400-ROLES-A-RISQUE-DEB
              THRU 0400-ROLES-A-RISQUE-FIN.

           PERFORM 0700-TOTAUX-DEB
              THRU 0700-TOTAUX-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-CONFLITS TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Sans separation.cfg, les trois controles historiques : contrat
      *(8) pour les sinistres, ID client (3) pour les commandes,
      *article (10) pour les prix
       0100-CHARGE-REGLES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGLES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REGLES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-REG-PROGRAMME-A NOT = SPACES
                       AND F-REG-PROGRAMME-B NOT = SPACES
                       AND WS-MAX-REG < 20
                           ADD 1 TO WS-MAX-REG
                           MOVE F-REG-PROGRAMME-A
                             TO WS-REG-PROGRAMME-A(WS-MAX-REG)
                           MOVE F-REG-ACTION-A
                             TO WS-REG-ACTION-A(WS-MAX-REG)
                           MOVE F-REG-PROGRAMME-B
                             TO WS-REG-PROGRAMME-B(WS-MAX-REG)
                           MOVE F-REG-ACTION-B
                             TO WS-REG-ACTION-B(WS-MAX-REG)
                           IF F-REG-LG-CLE IS NUMERIC
                               MOVE F-REG-LG-CLE
                                 TO WS-REG-LG-CLE(WS-MAX-REG)
                           ELSE
                               MOVE 0 TO WS-REG-LG-CLE(WS-MAX-REG)
                           END-IF
                           IF WS-REG-LG-CLE(WS-MAX-REG) > 30
                               MOVE 0 TO WS-REG-LG-CLE(WS-MAX-REG)
                           END-IF
                           MOVE F-REG-LIBELLE
                             TO WS-REG-LIBELLE(WS-MAX-REG)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REGLES.

           IF WS-MAX-REG > 0
               GO TO 0100-CHARGE-REGLES-FIN
           END-IF.

           MOVE 3 TO WS-MAX-REG.

           MOVE "sinistres" TO WS-REG-PROGRAMME-A(1).
           MOVE "DECLARE" TO WS-REG-ACTION-A(1).
           MOVE "validsin" TO WS-REG-PROGRAMME-B(1).
           MOVE "APPROB" TO WS-REG-ACTION-B(1).
           MOVE 8 TO WS-REG-LG-CLE(1).
           MOVE "DECLARATION / APPROBATION" TO WS-REG-LIBELLE(1).

           MOVE "saisiecom" TO WS-REG-PROGRAMME-A(2).
           MOVE "COMMANDE" TO WS-REG-ACTION-A(2).
           MOVE "saisiecom" TO WS-REG-PROGRAMME-B(2).
           MOVE "DEROGATION" TO WS-REG-ACTION-B(2).
           MOVE 3 TO WS-REG-LG-CLE(2).
           MOVE "COMMANDE / DEROGATION CREDIT" TO WS-REG-LIBELLE(2).

           MOVE "catalprix" TO WS-REG-PROGRAMME-A(3).
           MOVE "PRIX" TO WS-REG-ACTION-A(3).
           MOVE "facturcli" TO WS-REG-PROGRAMME-B(3).
           MOVE "FACTURE" TO WS-REG-ACTION-B(3).
           MOVE 10 TO WS-REG-LG-CLE(3).
           MOVE "PRIX CATALOGUE / FACTURATION" TO WS-REG-LIBELLE(3).

           EXIT.

       0100-CHARGE-REGLES-FIN.

      *-----------------------------------------------------------------

      *Chaque ligne du journal est retenue pour chaque cote de regle
      *qu'elle porte, avec sa cle reduite a la longueur de la regle
       0200-CHARGE-AUDIT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AUDIT.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AUDIT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                               UNTIL WS-IDX-REG > WS-MAX-REG
                           IF F-AUDIT-PROGRAMME
                              = WS-REG-PROGRAMME-A(WS-IDX-REG)
                           AND F-AUDIT-ACTION
                              = WS-REG-ACTION-A(WS-IDX-REG)
                               MOVE "A" TO WS-COTE
                               PERFORM 0210-RETIENT-LIGNE-DEB
                                  THRU 0210-RETIENT-LIGNE-FIN
                           END-IF
                           IF F-AUDIT-PROGRAMME
                              = WS-REG-PROGRAMME-B(WS-IDX-REG)
                           AND F-AUDIT-ACTION
                              = WS-REG-ACTION-B(WS-IDX-REG)
                               MOVE "B" TO WS-COTE
                               PERFORM 0210-RETIENT-LIGNE-DEB
                                  THRU 0210-RETIENT-LIGNE-FIN
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AUDIT.

           EXIT.

       0200-CHARGE-AUDIT-FIN.

      *-----------------------------------------------------------------

      *Ligne du journal en cours retenue pour la regle WS-IDX-REG,
      *du cote WS-COTE
       0210-RETIENT-LIGNE-DEB.

           IF WS-MAX-AUD NOT < WS-CAPACITE-AUD
               DISPLAY "Plus de " WS-CAPACITE-AUD " lignes d'audit "
                       "concernees, les suivantes sont ignorees."
               MOVE 4 TO RETURN-CODE
               GO TO 0210-RETIENT-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-MAX-AUD.

           MOVE WS-COTE TO WS-AUD-COTE(WS-MAX-AUD).
           MOVE WS-IDX-REG TO WS-AUD-REGLE(WS-MAX-AUD).
           MOVE F-AUDIT-UTILISATEUR TO WS-AUD-UTILISATEUR(WS-MAX-AUD).
           MOVE F-AUDIT-DATE TO WS-AUD-DATE(WS-MAX-AUD).
           MOVE F-AUDIT-CLE TO WS-AUD-CLE-LIGNE(WS-MAX-AUD).
           MOVE "N" TO WS-AUD-SIGNALE(WS-MAX-AUD).

           MOVE SPACES TO WS-AUD-CLE(WS-MAX-AUD).
           MOVE WS-REG-LG-CLE(WS-IDX-REG) TO WS-LG-CLE.
           IF WS-LG-CLE = 0
               MOVE F-AUDIT-CLE TO WS-AUD-CLE(WS-MAX-AUD)
           ELSE
               MOVE F-AUDIT-CLE(1:WS-LG-CLE)
                 TO WS-AUD-CLE(WS-MAX-AUD)
           END-IF.

           EXIT.

       0210-RETIENT-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Meme dessin et meme lecture que le module autorise : sans
      *fichier, tout est permis
       0250-CHARGE-PERMISSIONS-DEB.

           SET WS-CONFIG-PRESENTE-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PERMISSIONS.

           IF WS-STATUT-PERM-OK
               SET WS-CONFIG-PRESENTE-O TO TRUE
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PERMISSIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PRM < 200
                           ADD 1 TO WS-MAX-PRM
                           MOVE F-PERM-ROLE
                             TO WS-PRM-ROLE(WS-MAX-PRM)
                           MOVE F-PERM-PROGRAMME
                             TO WS-PRM-PROGRAMME(WS-MAX-PRM)
                           MOVE F-PERM-ACTION
                             TO WS-PRM-ACTION(WS-MAX-PRM)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PERMISSIONS.

           EXIT.

       0250-CHARGE-PERMISSIONS-FIN.

      *-----------------------------------------------------------------

      *Comptes actifs seulement (un compte desactive ne peut plus
      *agir)
       0270-CHARGE-COMPTES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-COMPTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-COMPTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-STATUT-COMPTE NOT = "D"
                       AND WS-MAX-CPT < 50
                           ADD 1 TO WS-MAX-CPT
                           MOVE F-IDENTIFIANT-COMPTE
                             TO WS-CPT-IDENTIFIANT(WS-MAX-CPT)
                           MOVE F-ROLE-COMPTE
                             TO WS-CPT-ROLE(WS-MAX-CPT)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-COMPTES.

           EXIT.

       0270-CHARGE-COMPTES-FIN.

      *-----------------------------------------------------------------

      *Un cas par regle, compte et cle : la premiere action du
      *premier cote rapprochee de la premiere du second
       0300-CONFLITS-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           MOVE "MEMES COMPTES SUR LES DEUX COTES D'UNE REGLE :"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AUD

               IF WS-AUD-COTE(WS-IDX) = "A"
               AND WS-AUD-SIGNALE(WS-IDX) = "N"
                   PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                           UNTIL WS-IDX-2 > WS-MAX-AUD
                       IF WS-AUD-COTE(WS-IDX-2) = "B"
                       AND WS-AUD-SIGNALE(WS-IDX-2) = "N"
                       AND WS-AUD-SIGNALE(WS-IDX) = "N"
                       AND WS-AUD-REGLE(WS-IDX-2)
                           = WS-AUD-REGLE(WS-IDX)
                       AND WS-AUD-UTILISATEUR(WS-IDX-2)
                           = WS-AUD-UTILISATEUR(WS-IDX)
                       AND WS-AUD-CLE(WS-IDX-2) = WS-AUD-CLE(WS-IDX)
                           PERFORM 0310-LIGNE-CONFLIT-DEB
                              THRU 0310-LIGNE-CONFLIT-FIN
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-NB-CONFLITS = 0
               MOVE "  aucun" TO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-IF.

           EXIT.

       0300-CONFLITS-FIN.

      *-----------------------------------------------------------------

      *Toutes les autres lignes du meme cas sont marquees pour ne
      *sortir qu'une fois
       0310-LIGNE-CONFLIT-DEB.

           ADD 1 TO WS-NB-CONFLITS.

           IF WS-AUD-DATE(WS-IDX) > WS-AUD-DATE(WS-IDX-2)
               MOVE WS-AUD-DATE(WS-IDX) TO WS-DATE-RECENTE
           ELSE
               MOVE WS-AUD-DATE(WS-IDX-2) TO WS-DATE-RECENTE
           END-IF.

           MOVE SPACES TO WS-MARQUE.
           IF WS-DATE-RECENTE = WS-DATE-DU-JOUR
               MOVE "NOUVEAU" TO WS-MARQUE
               ADD 1 TO WS-NB-NOUVEAUX
           END-IF.

           MOVE WS-AUD-REGLE(WS-IDX) TO WS-IDX-REG.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-AUD-UTILISATEUR(WS-IDX) " "
                   WS-AUD-DATE(WS-IDX) " "
                   WS-AUD-DATE(WS-IDX-2) " "
                   WS-MARQUE " "
                   WS-REG-LIBELLE(WS-IDX-REG)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "    " WS-REG-PROGRAMME-A(WS-IDX-REG) " "
                   WS-REG-ACTION-A(WS-IDX-REG) " "
                   WS-AUD-CLE-LIGNE(WS-IDX)(1:20) " / "
                   WS-REG-ACTION-B(WS-IDX-REG) " "
                   WS-AUD-CLE-LIGNE(WS-IDX-2)(1:20)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-IDX-2 TO WS-IDX-REF.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-MAX-AUD
               IF WS-AUD-REGLE(WS-IDX-2) = WS-AUD-REGLE(WS-IDX)
               AND WS-AUD-UTILISATEUR(WS-IDX-2)
                   = WS-AUD-UTILISATEUR(WS-IDX)
               AND WS-AUD-CLE(WS-IDX-2) = WS-AUD-CLE(WS-IDX)
                   MOVE "O" TO WS-AUD-SIGNALE(WS-IDX-2)
               END-IF
           END-PERFORM.
           MOVE WS-IDX-REF TO WS-IDX-2.

           EXIT.

       0310-LIGNE-CONFLIT-FIN.

      *-----------------------------------------------------------------

      *Pour chaque regle, les comptes dont le role porte les deux
      *cotes (ligne du programme pour l'action ou pour TOUT)
       0400-ROLES-A-RISQUE-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "COMPTES DONT LE ROLE PERMET LES DEUX COTES :"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           IF WS-CONFIG-PRESENTE-N
               MOVE "  permissions.cfg absent : toutes les actions "
                 TO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
               MOVE "  sont permises a tous les comptes."
                 TO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
               MOVE WS-MAX-CPT TO WS-NB-COMPTES-A-RISQUE
               GO TO 0400-ROLES-A-RISQUE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-MAX-REG
               PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                       UNTIL WS-IDX-CPT > WS-MAX-CPT
                   MOVE WS-CPT-ROLE(WS-IDX-CPT) TO WS-ROLE-TESTE
                   MOVE WS-REG-PROGRAMME-A(WS-IDX-REG)
                     TO WS-PROGRAMME-TESTE
                   MOVE WS-REG-ACTION-A(WS-IDX-REG)
                     TO WS-ACTION-TESTEE
                   PERFORM 0450-PERMISSION-DEB
                      THRU 0450-PERMISSION-FIN
                   MOVE WS-PERMIS TO WS-PERMIS-A
                   MOVE WS-REG-PROGRAMME-B(WS-IDX-REG)
                     TO WS-PROGRAMME-TESTE
                   MOVE WS-REG-ACTION-B(WS-IDX-REG)
                     TO WS-ACTION-TESTEE
                   PERFORM 0450-PERMISSION-DEB
                      THRU 0450-PERMISSION-FIN
                   IF WS-PERMIS-A = "O"
                   AND WS-PERMIS-O
                       ADD 1 TO WS-NB-COMPTES-A-RISQUE
                       MOVE SPACES TO WS-IMPRIM-LIGNE
                       STRING "  " WS-CPT-IDENTIFIANT(WS-IDX-CPT)
                               " role " WS-CPT-ROLE(WS-IDX-CPT)
                               " : " WS-REG-LIBELLE(WS-IDX-REG)
                           DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
                       PERFORM 0900-APPEL-IMPRIM-DEB
                          THRU 0900-APPEL-IMPRIM-FIN
                   END-IF
               END-PERFORM
           END-PERFORM.

           IF WS-NB-COMPTES-A-RISQUE = 0
               MOVE "  aucun" TO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-IF.

           EXIT.

       0400-ROLES-A-RISQUE-FIN.

      *-----------------------------------------------------------------

      *Le role WS-ROLE-TESTE a-t-il une ligne pour le programme et
      *l'action testes (ou TOUT) dans permissions.cfg ?
       0450-PERMISSION-DEB.

           SET WS-PERMIS-N TO TRUE.

           PERFORM VARYING WS-IDX-PRM FROM 1 BY 1
                   UNTIL WS-IDX-PRM > WS-MAX-PRM
               IF WS-PRM-ROLE(WS-IDX-PRM) = WS-ROLE-TESTE
               AND WS-PRM-PROGRAMME(WS-IDX-PRM) = WS-PROGRAMME-TESTE
               AND (WS-PRM-ACTION(WS-IDX-PRM) = WS-ACTION-TESTEE
                    OR WS-PRM-ACTION(WS-IDX-PRM) = "TOUT")
                   SET WS-PERMIS-O TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       0450-PERMISSION-FIN.

      *-----------------------------------------------------------------

       0700-TOTAUX-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Audit lu : " WS-NB-LUS
                   " - cas : " WS-NB-CONFLITS
                   " dont nouveaux : " WS-NB-NOUVEAUX
                   " - comptes : " WS-NB-COMPTES-A-RISQUE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Cas de separation des fonctions : " WS-NB-CONFLITS
                   " dont " WS-NB-NOUVEAUX " nouveau(x).".
           DISPLAY "Comptes dont le role cumule deux actions "
                   "incompatibles : " WS-NB-COMPTES-A-RISQUE.
           DISPLAY "Etat ecrit dans separation-fonctions.txt.".

           EXIT.

       0700-TOTAUX-FIN.

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

      *-----------------------------------------------------------------

       END PROGRAM separfon.
