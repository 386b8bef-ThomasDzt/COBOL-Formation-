      *Controle des autorisations temporaires, commun a autorise et
      *aux programmes qui reservent une action a un role : quand un
      *agent remplace un valideur pour quelques jours, un
      *administrateur lui accorde par delegmaint une autorisation
      *temporaire (autorisations-temporaires.txt : compte, programme,
      *action ou TOUT, date de debut, date de fin, accordant, motif)
      *au lieu de changer son role dans comptes.dat. L'autorisation
      *ne vaut que du debut a la fin incluse ; chaque usage part au
      *journal d'audit central (action DELEGATION) pour le rapport
      *quotidien de securite.
      *
      *LK-RESULTAT : 0 = autorisation temporaire en cours,
      *              1 = aucune.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. delegue.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TEMPORAIRES
       ASSIGN TO "autorisations-temporaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

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

       FD FICHIER-SESSION.
       01 F-SESSION-IDENTIFIANT      PIC X(20).

       WORKING-STORAGE SECTION.

       01 WS-UTILISATEUR             PIC X(20).
       01 WS-DATE-DU-JOUR            PIC X(08).
       01 WS-ACCORDE-PAR             PIC X(20).

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

      *Zone d'echange du journal d'audit central
       COPY audit.

       LINKAGE SECTION.

       01 LK-PROGRAMME               PIC X(10).
       01 LK-ACTION                  PIC X(10).

      *0 = autorisation temporaire en cours, 1 = aucune
       01 LK-RESULTAT                PIC 9(01).


       PROCEDURE DIVISION USING LK-PROGRAMME,
                                LK-ACTION,
                                LK-RESULTAT.

           MOVE 1 TO LK-RESULTAT.

           PERFORM 0100-IDENTITE-SESSION-DEB
              THRU 0100-IDENTITE-SESSION-FIN.

           IF WS-UTILISATEUR NOT = SPACES
               PERFORM 0200-RECHERCHE-DEB
                  THRU 0200-RECHERCHE-FIN
           END-IF.

           IF LK-RESULTAT = 0
               PERFORM 0300-TRACE-USAGE-DEB
                  THRU 0300-TRACE-USAGE-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-IDENTITE-SESSION-DEB.

           MOVE SPACES TO WS-UTILISATEUR.

           OPEN INPUT FICHIER-SESSION.

           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
           END-READ.

           CLOSE FICHIER-SESSION.

           EXIT.

       0100-IDENTITE-SESSION-FIN.

      *-----------------------------------------------------------------

      *Une ligne du compte pour le programme, portant l'action
      *demandee ou TOUT, dont la periode couvre le jour
       0200-RECHERCHE-DEB.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TEMPORAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TEMPORAIRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-TMP-IDENTIFIANT = WS-UTILISATEUR
                       AND F-TMP-PROGRAMME = LK-PROGRAMME
                       AND (F-TMP-ACTION = LK-ACTION
                            OR F-TMP-ACTION = "TOUT")
                       AND F-TMP-DEBUT <= WS-DATE-DU-JOUR
                       AND F-TMP-FIN >= WS-DATE-DU-JOUR
                           MOVE 0 TO LK-RESULTAT
                           MOVE F-TMP-ACCORDE-PAR TO WS-ACCORDE-PAR
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TEMPORAIRES.

           EXIT.

       0200-RECHERCHE-FIN.

      *-----------------------------------------------------------------

      *Chaque usage d'une autorisation temporaire est trace, avec
      *l'action couverte et l'administrateur qui l'a accordee
       0300-TRACE-USAGE-DEB.

           MOVE LK-PROGRAMME TO AUDIT-PROGRAMME.
           MOVE "DELEGATION" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING LK-ACTION " par " WS-ACCORDE-PAR
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0300-TRACE-USAGE-FIN.

      *-----------------------------------------------------------------

       END PROGRAM delegue.
