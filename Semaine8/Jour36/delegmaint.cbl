      *Tenue des autorisations temporaires : quand un agent doit
      *couvrir le travail d'un valideur pendant une semaine,
      *l'administrateur ne touche plus au role du compte dans
      *comptes.dat (et n'oublie plus de le remettre) mais lui accorde
      *une autorisation datee dans autorisations-temporaires.txt :
      *compte, programme, action (ou TOUT), date de debut, date de
      *fin incluse, accordant (identite de la session) et motif.
      *autorise et validsin ne l'honorent que dans ses dates (module
      *delegue). Le menu liste les autorisations avec leur etat (A
      *VENIR, EN COURS, ECHUE) et retire les autorisations echues
      *apres copie de generation ; securite signale chaque jour
      *celles qui sont echues et les usages du jour. Reserve au role
      *administrateur ; accords et retraits partent au journal
      *d'audit central.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. delegmaint.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TEMPORAIRES
       ASSIGN TO "autorisations-temporaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-COMPTES ASSIGN TO "comptes.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CPT.

       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-TEMPORAIRES.
       01 F-TEMPORAIRE.
           05 F-TMP-IDENTIFIANT      PIC X(20).
           05 F-TMP-PROGRAMME        PIC X(10).
           05 F-TMP-ACTION           PIC X(10).
           05 F-TMP-DEBUT            PIC X(08).
           05 F-TMP-FIN              PIC X(08).
           05 F-TMP-ACCORDE-PAR      PIC X(20).
           05 F-TMP-MOTIF            PIC X(40).

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

       FD FICHIER-SESSION.
       01 F-SESSION-IDENTIFIANT      PIC X(20).

       WORKING-STORAGE SECTION.

      *Autorisations chargees pour la liste et le retrait
       01 WS-TABLEAU-TMP.
           05 WS-TMP OCCURS 500 TIMES.
               10 WS-TMP-LIGNE       PIC X(116).
               10 WS-TMP-ECHUE       PIC X(01).

       77 WS-IDX                     PIC 9(03).
       01 WS-MAX-TMP                 PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-TMP            PIC 9(03)   VALUE 500.
       01 WS-NB-ECHUES               PIC 9(03).

       01 WS-STATUT-CPT              PIC X(02).
           88 WS-STATUT-CPT-OK               VALUE "00".

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

       01 WS-CHOIX                   PIC X.
           88 WS-CHOIX-ACCORDER              VALUE "1".
           88 WS-CHOIX-LISTER                VALUE "2".
           88 WS-CHOIX-RETIRER               VALUE "3".
           88 WS-CHOIX-QUITTER               VALUE "4".

      *Identite de session et controle du role
       01 WS-UTILISATEUR             PIC X(20).
       01 WS-ADMIN                   PIC X.
           88 WS-ADMIN-O                     VALUE "O".
           88 WS-ADMIN-N                     VALUE "N".

       01 WS-DATE-DU-JOUR            PIC X(08).

      *Saisies de l'autorisation
       01 WS-SAISIE-COMPTE           PIC X(20).
       01 WS-SAISIE-PROGRAMME        PIC X(10).
       01 WS-SAISIE-ACTION           PIC X(10).
       01 WS-SAISIE-DEBUT            PIC X(08).
       01 WS-SAISIE-FIN              PIC X(08).
       01 WS-SAISIE-MOTIF            PIC X(40).

       01 WS-COMPTE-TROUVE           PIC X.
           88 WS-COMPTE-TROUVE-O             VALUE "O".
           88 WS-COMPTE-TROUVE-N             VALUE "N".

       01 WS-ETAT                    PIC X(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION        PIC X(05).
       01 WS-DATUTIL-DATE-1          PIC 9(08).
       01 WS-DATUTIL-DATE-2          PIC 9(08).
       01 WS-DATUTIL-NOMBRE          PIC S9(07).
       01 WS-DATUTIL-RESULTAT        PIC 9(01).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-TMP         PIC X(30)
               VALUE "autorisations-temporaires.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CONTROLE-ROLE-DEB
              THRU 0100-CONTROLE-ROLE-FIN.

           IF WS-ADMIN-N
               DISPLAY "Acces reserve au role administrateur, fin."
               STOP RUN
           END-IF.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *L'identite de la session (session.dat) doit porter le role A
      *et un compte actif dans comptes.dat
       0100-CONTROLE-ROLE-DEB.

           SET WS-ADMIN-N TO TRUE.
           MOVE SPACES TO WS-UTILISATEUR.

           OPEN INPUT FICHIER-SESSION.

           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
           END-READ.

           CLOSE FICHIER-SESSION.

           IF WS-UTILISATEUR = SPACES
               DISPLAY "Aucune session ouverte (session.dat vide), "
                       "se connecter par screen d'abord."
               GO TO 0100-CONTROLE-ROLE-FIN
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-COMPTES.

           IF NOT WS-STATUT-CPT-OK
               DISPLAY "Fichier des comptes introuvable (statut "
                       WS-STATUT-CPT ")."
               GO TO 0100-CONTROLE-ROLE-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-COMPTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-IDENTIFIANT-COMPTE = WS-UTILISATEUR
                       AND F-ROLE-COMPTE = "A"
                       AND F-STATUT-COMPTE NOT = "D"
                       AND F-STATUT-COMPTE NOT = "B"
                           SET WS-ADMIN-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-COMPTES.

           EXIT.

       0100-CONTROLE-ROLE-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Autorisations temporaires.".
           DISPLAY "1 - Accorder une autorisation temporaire".
           DISPLAY "2 - Lister les autorisations".
           DISPLAY "3 - Retirer les autorisations echues".
           DISPLAY "4 - Quitter".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-ACCORDER
                   PERFORM 0300-ACCORD-DEB
                      THRU 0300-ACCORD-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0400-LISTE-DEB
                      THRU 0400-LISTE-FIN

               WHEN WS-CHOIX-RETIRER
                   PERFORM 0500-RETRAIT-ECHUES-DEB
                      THRU 0500-RETRAIT-ECHUES-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Controle de WS-DATUTIL-DATE-1 par le module de dates commun
       0250-CONTROLE-DATE-DEB.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           EXIT.

       0250-CONTROLE-DATE-FIN.

      *-----------------------------------------------------------------

       0300-ACCORD-DEB.

           DISPLAY "Compte beneficiaire : ".
           ACCEPT WS-SAISIE-COMPTE.

           SET WS-COMPTE-TROUVE-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-COMPTES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-COMPTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-IDENTIFIANT-COMPTE = WS-SAISIE-COMPTE
                       AND F-STATUT-COMPTE NOT = "D"
                           SET WS-COMPTE-TROUVE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-COMPTES.

           IF WS-COMPTE-TROUVE-N
               DISPLAY "Compte inconnu ou desactive, autorisation "
                       "refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           DISPLAY "Programme (ex. validsin) : ".
           ACCEPT WS-SAISIE-PROGRAMME.
           DISPLAY "Action (TOUT = toutes les actions) : ".
           ACCEPT WS-SAISIE-ACTION.

           IF WS-SAISIE-PROGRAMME = SPACES
           OR WS-SAISIE-ACTION = SPACES
               DISPLAY "Programme et action obligatoires, "
                       "autorisation refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           DISPLAY "Date de debut (AAAAMMJJ, vide = aujourd'hui) : ".
           ACCEPT WS-SAISIE-DEBUT.

           IF WS-SAISIE-DEBUT = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DEBUT
           END-IF.

           DISPLAY "Date de fin incluse (AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-FIN.

           IF WS-SAISIE-DEBUT NOT NUMERIC
           OR WS-SAISIE-FIN NOT NUMERIC
               DISPLAY "Dates illisibles, autorisation refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           MOVE WS-SAISIE-DEBUT TO WS-DATUTIL-DATE-1.
           PERFORM 0250-CONTROLE-DATE-DEB
              THRU 0250-CONTROLE-DATE-FIN.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date de debut invalide, autorisation refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           MOVE WS-SAISIE-FIN TO WS-DATUTIL-DATE-1.
           PERFORM 0250-CONTROLE-DATE-DEB
              THRU 0250-CONTROLE-DATE-FIN.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date de fin invalide, autorisation refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           IF WS-SAISIE-FIN < WS-SAISIE-DEBUT
           OR WS-SAISIE-FIN < WS-DATE-DU-JOUR
               DISPLAY "Periode incoherente ou deja passee, "
                       "autorisation refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           DISPLAY "Motif : ".
           ACCEPT WS-SAISIE-MOTIF.

           IF WS-SAISIE-MOTIF = SPACES
               DISPLAY "Motif obligatoire, autorisation refusee."
               GO TO 0300-ACCORD-FIN
           END-IF.

           OPEN EXTEND FICHIER-TEMPORAIRES.

           MOVE SPACES TO F-TEMPORAIRE.
           MOVE WS-SAISIE-COMPTE TO F-TMP-IDENTIFIANT.
           MOVE WS-SAISIE-PROGRAMME TO F-TMP-PROGRAMME.
           MOVE WS-SAISIE-ACTION TO F-TMP-ACTION.
           MOVE WS-SAISIE-DEBUT TO F-TMP-DEBUT.
           MOVE WS-SAISIE-FIN TO F-TMP-FIN.
           MOVE WS-UTILISATEUR TO F-TMP-ACCORDE-PAR.
           MOVE WS-SAISIE-MOTIF TO F-TMP-MOTIF.
           WRITE F-TEMPORAIRE.

           CLOSE FICHIER-TEMPORAIRES.

           MOVE "delegmaint" TO AUDIT-PROGRAMME.
           MOVE "ACCORD" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-COMPTE " " WS-SAISIE-PROGRAMME
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Autorisation accordee a " WS-SAISIE-COMPTE
                   " du " WS-SAISIE-DEBUT " au " WS-SAISIE-FIN ".".

           EXIT.

       0300-ACCORD-FIN.

      *-----------------------------------------------------------------

      *Chargement des autorisations avec le temoin d'echeance
       0350-CHARGE-DEB.

           MOVE 0 TO WS-MAX-TMP.
           MOVE 0 TO WS-NB-ECHUES.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TEMPORAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-TEMPORAIRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-TMP < WS-CAPACITE-TMP
                           ADD 1 TO WS-MAX-TMP
                           MOVE F-TEMPORAIRE
                             TO WS-TMP-LIGNE(WS-MAX-TMP)
                           MOVE "N" TO WS-TMP-ECHUE(WS-MAX-TMP)
                           IF F-TMP-FIN < WS-DATE-DU-JOUR
                               MOVE "O" TO WS-TMP-ECHUE(WS-MAX-TMP)
                               ADD 1 TO WS-NB-ECHUES
                           END-IF
                       ELSE
                           DISPLAY "Attention : table des "
                                   "autorisations pleine."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TEMPORAIRES.

           EXIT.

       0350-CHARGE-FIN.

      *-----------------------------------------------------------------

       0400-LISTE-DEB.

           PERFORM 0350-CHARGE-DEB
              THRU 0350-CHARGE-FIN.

           IF WS-MAX-TMP = 0
               DISPLAY "Aucune autorisation temporaire."
               GO TO 0400-LISTE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TMP

               MOVE WS-TMP-LIGNE(WS-IDX) TO F-TEMPORAIRE

               EVALUATE TRUE
                   WHEN F-TMP-FIN < WS-DATE-DU-JOUR
                       MOVE "ECHUE" TO WS-ETAT
                   WHEN F-TMP-DEBUT > WS-DATE-DU-JOUR
                       MOVE "A VENIR" TO WS-ETAT
                   WHEN OTHER
                       MOVE "EN COURS" TO WS-ETAT
               END-EVALUATE

               DISPLAY F-TMP-IDENTIFIANT " " F-TMP-PROGRAMME " "
                       F-TMP-ACTION " " F-TMP-DEBUT "-" F-TMP-FIN
                       " " WS-ETAT
               DISPLAY "    par " F-TMP-ACCORDE-PAR " : " F-TMP-MOTIF

           END-PERFORM.

           DISPLAY WS-MAX-TMP " autorisation(s) dont " WS-NB-ECHUES
                   " echue(s).".

           EXIT.

       0400-LISTE-FIN.

      *-----------------------------------------------------------------

      *Les autorisations echues quittent le fichier ; l'etat
      *precedent part en copie de generation
       0500-RETRAIT-ECHUES-DEB.

           PERFORM 0350-CHARGE-DEB
              THRU 0350-CHARGE-FIN.

           IF WS-NB-ECHUES = 0
               DISPLAY "Aucune autorisation echue a retirer."
               GO TO 0500-RETRAIT-ECHUES-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-TMP
           END-CALL.

           OPEN OUTPUT FICHIER-TEMPORAIRES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TMP
               IF WS-TMP-ECHUE(WS-IDX) = "N"
                   MOVE WS-TMP-LIGNE(WS-IDX) TO F-TEMPORAIRE
                   WRITE F-TEMPORAIRE
               END-IF
           END-PERFORM.

           CLOSE FICHIER-TEMPORAIRES.

           MOVE "delegmaint" TO AUDIT-PROGRAMME.
           MOVE "RETRAIT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-NB-ECHUES " autorisation(s) echue(s)"
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY WS-NB-ECHUES " autorisation(s) echue(s) retiree(s).".

           EXIT.

       0500-RETRAIT-ECHUES-FIN.
