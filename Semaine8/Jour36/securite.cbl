      *  - la comparaison avec la semaine precedente (cumuls tenus
      *    dans securite-hebdo.txt, ecart de jours par le module de
      *    dates commun) : une montee brutale des echecs se voit.
      *  - les autorisations temporaires (autorisations-temporaires
      *    .txt, tenu par delegmaint) utilisees dans la journee,
      *    d'apres les lignes DELEGATION du journal d'audit, et
      *    celles dont la date de fin est passee, a retirer.
      *En tete du rapport, la derniere verification de la chaine du
      *journal d'audit (audit-verification.txt, ecrit par auditver) :
      *une chaine rompue sort en INCIDENT CRITIQUE, avec la sequence
      *et la nature de la rupture ; une chaine non verifiee du jour
      *est signalee.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. securite.
       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-securite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-TEMPORAIRES
       ASSIGN TO "autorisations-temporaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-VERIFICATION
       ASSIGN TO "audit-verification.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 F-AUDIT-ACTION         PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CLE            PIC X(30).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-SEQUENCE       PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CHAINE         PIC X(17).

      *Cumuls du jour, gardes de passage en passage pour la
      *comparaison de semaine en semaine
       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(100).

      *Autorisation temporaire au dessin tenu par delegmaint
       FD FICHIER-TEMPORAIRES.
       01 F-TEMPORAIRE.
           05 F-TMP-IDENTIFIANT      PIC X(20).
           05 F-TMP-PROGRAMME        PIC X(10).
           05 F-TMP-ACTION           PIC X(10).
           05 F-TMP-DEBUT            PIC X(08).
           05 F-TMP-FIN              PIC X(08).
           05 F-TMP-ACCORDE-PAR      PIC X(20).
           05 F-TMP-MOTIF            PIC X(40).

      *Resultat des verifications de la chaine d'audit (auditver)
       FD FICHIER-VERIFICATION.
       01 F-VERIFICATION.
           05 F-VER-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-VER-HEURE            PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-VER-STATUT           PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-VER-SEQUENCE         PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-VER-NATURE           PIC X(30).

       WORKING-STORAGE SECTION.

      *Comptes charges avec leur etat de la veille rapproche
       01 WS-TOTAL-ECHECS            PIC 9(05)   VALUE 0.
       01 WS-NB-HORS-HEURES          PIC 9(04)   VALUE 0.
       01 WS-NB-ACTIONS-ADMIN        PIC 9(04)   VALUE 0.
       01 WS-NB-DELEGATIONS          PIC 9(04)   VALUE 0.
       01 WS-NB-TMP-ECHUES           PIC 9(04)   VALUE 0.

       01 WS-REF-TROUVEE             PIC X       VALUE "N".
           88 WS-REF-TROUVEE-OUI             VALUE "O".

       01 WS-ROLE-UTILISATEUR        PIC X(01).

      *Derniere verification de la chaine du journal d'audit
       01 WS-VERIF-TROUVEE           PIC X       VALUE "N".
           88 WS-VERIF-TROUVEE-OUI           VALUE "O".
       01 WS-VERIF-LIGNE             PIC X(57).
       01 WS-VERIF-LIGNE-R REDEFINES WS-VERIF-LIGNE.
           05 WS-VERIF-DATE          PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-VERIF-HEURE         PIC X(06).
           05 FILLER                 PIC X(01).
           05 WS-VERIF-STATUT        PIC X(01).
           05 FILLER                 PIC X(01).
           05 WS-VERIF-SEQUENCE      PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-VERIF-NATURE        PIC X(30).
       01 WS-NB-INCIDENTS-CRITIQUES  PIC 9(04)   VALUE 0.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION        PIC X(05).
       01 WS-DATUTIL-DATE-1          PIC 9(08).
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM 0180-CHAINE-AUDIT-DEB
              THRU 0180-CHAINE-AUDIT-FIN.

           PERFORM 0200-COMPTES-SENSIBLES-DEB
              THRU 0200-COMPTES-SENSIBLES-FIN.

           PERFORM 0400-ACTIONS-ADMIN-DEB
              THRU 0400-ACTIONS-ADMIN-FIN.

           PERFORM 0450-AUTORISATIONS-TEMP-DEB
              THRU 0450-AUTORISATIONS-TEMP-FIN.

           PERFORM 0500-COMPARAISON-HEBDO-DEB
              THRU 0500-COMPARAISON-HEBDO-FIN.

              THRU 0600-MEMORISE-ETAT-FIN.

           DISPLAY "Rapport de securite ecrit : "
                   WS-NB-INCIDENTS-CRITIQUES
                   " incident(s) critique(s), "
                   WS-NB-NOUVEAUX-BLOQUES " nouveau(x) blocage(s), "
                   WS-NB-HORS-HEURES " connexion(s) hors heures, "
                   WS-NB-DELEGATIONS " usage(s) d'autorisation "
                   "temporaire.".

           STOP RUN.


      *-----------------------------------------------------------------

      *Derniere ligne de audit-verification.txt : une chaine rompue
      *est un incident critique, une verification absente du jour
      *laisse le journal sans garantie et se signale
       0180-CHAINE-AUDIT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-VERIFICATION.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-VERIFICATION
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       SET WS-VERIF-TROUVEE-OUI TO TRUE
                       MOVE F-VERIFICATION TO WS-VERIF-LIGNE
               END-READ

           END-PERFORM.

           CLOSE FICHIER-VERIFICATION.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           MOVE "CHAINE DU JOURNAL D'AUDIT :" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.

           IF NOT WS-VERIF-TROUVEE-OUI
               MOVE "  jamais verifiee (auditver)" TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               GO TO 0180-CHAINE-AUDIT-FIN
           END-IF.

           IF WS-VERIF-STATUT = "R"
               ADD 1 TO WS-NB-INCIDENTS-CRITIQUES
               STRING "  *** INCIDENT CRITIQUE *** chaine rompue le "
                       WS-VERIF-DATE " sequence "
                       WS-VERIF-SEQUENCE " : "
                       WS-VERIF-NATURE
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
           ELSE
               STRING "  intacte au " WS-VERIF-DATE
                       " jusqu'a la sequence " WS-VERIF-SEQUENCE
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
           END-IF.

           WRITE F-LIGNE-RAPPORT.

           IF WS-VERIF-DATE NOT = WS-DATE-DU-JOUR
               MOVE SPACES TO F-LIGNE-RAPPORT
               MOVE "  pas de verification aujourd'hui"
                 TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

           EXIT.

       0180-CHAINE-AUDIT-FIN.

      *-----------------------------------------------------------------

      *Comptes nouvellement bloques et comptes au niveau d'alerte
       0200-COMPTES-SENSIBLES-DEB.


      *-----------------------------------------------------------------

      *Usages du jour des autorisations temporaires (lignes
      *DELEGATION du journal d'audit, posees par le module delegue)
      *puis autorisations dont la fin est passee, encore au fichier
       0450-AUTORISATIONS-TEMP-DEB.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           MOVE "USAGES DU JOUR D'AUTORISATIONS TEMPORAIRES :"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AUDIT.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AUDIT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-AUDIT-DATE = WS-DATE-DU-JOUR
                       AND F-AUDIT-ACTION = "DELEGATION"
                           ADD 1 TO WS-NB-DELEGATIONS
                           MOVE SPACES TO F-LIGNE-RAPPORT
                           STRING "  " F-AUDIT-HEURE " "
                                   F-AUDIT-UTILISATEUR " "
                                   F-AUDIT-PROGRAMME " "
                                   F-AUDIT-CLE
                               DELIMITED BY SIZE
                               INTO F-LIGNE-RAPPORT
                           WRITE F-LIGNE-RAPPORT
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AUDIT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           MOVE "AUTORISATIONS TEMPORAIRES ECHUES (a retirer) :"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TEMPORAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TEMPORAIRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-TMP-FIN < WS-DATE-DU-JOUR
                           ADD 1 TO WS-NB-TMP-ECHUES
                           MOVE SPACES TO F-LIGNE-RAPPORT
                           STRING "  " F-TMP-IDENTIFIANT " "
                                   F-TMP-PROGRAMME " "
                                   F-TMP-ACTION " fin "
                                   F-TMP-FIN " accordee par "
                                   F-TMP-ACCORDE-PAR
                               DELIMITED BY SIZE
                               INTO F-LIGNE-RAPPORT
                           WRITE F-LIGNE-RAPPORT
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TEMPORAIRES.

           EXIT.

       0450-AUTORISATIONS-TEMP-FIN.

      *-----------------------------------------------------------------

      *Comparaison avec la semaine precedente : la derniere ligne de
      *securite-hebdo.txt datee d'au moins 7 jours sert de
      *reference, puis les cumuls du jour s'ajoutent au fichier
