      *pose dans session.dat par screen a la connexion, INCONNU a
      *defaut), l'action et la cle de l'enregistrement touche.
      *Premiere reponse a la question "qui a change ca ?".
      *Chaque ligne porte aussi un numero de sequence et un
      *condensat chaine sur la ligne precedente (module auditcha,
      *qui s'appuie sur mdphash) : supprimer ou retoucher une ligne
      *casse la chaine, ce que auditver fait ressortir. Le dernier
      *maillon (date, sequence, lignes du jour, condensat) se garde
      *dans audit-chaine.dat, reconstitue depuis le journal s'il
      *manque. Au premier appel d'un nouveau jour, une ligne de
      *sceau (action SCEAU, utilisateur SYSTEME) ferme la journee
      *precedente dans la chaine et se recopie dans
      *audit-sceaux.txt, hors du journal : une fin de journal
      *tronquee ne passe plus inapercue.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditlog.
       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Dernier maillon de la chaine et sceaux quotidiens
       SELECT OPTIONAL FICHIER-ETAT-CHAINE
       ASSIGN TO "audit-chaine.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SCEAUX ASSIGN TO "audit-sceaux.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-AUDIT.
       01 F-LIGNE-AUDIT.
           05 F-AUDIT-CONTENU.
               10 F-AUDIT-DATE       PIC X(08).
               10 FILLER             PIC X(01).
               10 F-AUDIT-HEURE      PIC X(06).
               10 FILLER             PIC X(01).
               10 F-AUDIT-PROGRAMME  PIC X(10).
               10 FILLER             PIC X(01).
               10 F-AUDIT-UTILISATEUR PIC X(20).
               10 FILLER             PIC X(01).
               10 F-AUDIT-ACTION     PIC X(10).
               10 FILLER             PIC X(01).
               10 F-AUDIT-CLE        PIC X(30).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-SEQUENCE       PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CHAINE         PIC X(17).

       FD FICHIER-SESSION.
       01 F-SESSION-IDENTIFIANT      PIC X(20).

       FD FICHIER-ETAT-CHAINE.
       01 F-ETAT-CHAINE.
           05 F-ETC-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-ETC-SEQUENCE         PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-ETC-NB-JOUR          PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-ETC-CHAINE           PIC X(17).

       FD FICHIER-SCEAUX.
       01 F-SCEAU.
           05 F-SCE-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-SCE-SEQUENCE         PIC 9(08).
           05 FILLER                 PIC X(01).
           05 F-SCE-NB-JOUR          PIC 9(06).
           05 FILLER                 PIC X(01).
           05 F-SCE-CHAINE           PIC X(17).

       WORKING-STORAGE SECTION.


       01 WS-HORODATAGE              PIC X(21).

      *Dernier maillon de la chaine : date de la derniere ligne,
      *sequence, lignes ecrites ce jour-la et condensat
       01 WS-ETC-DATE                PIC X(08).
       01 WS-ETC-SEQUENCE            PIC 9(08).
       01 WS-ETC-NB-JOUR             PIC 9(06).
       01 WS-ETC-CHAINE              PIC X(17).

      *Condensat de depart de la chaine, avant la premiere ligne
       01 WS-ANCRE                   PIC X(17)
               VALUE "#0000000000000000".

       01 WS-ETAT-TROUVE             PIC X.
           88 WS-ETAT-TROUVE-O               VALUE "O".
           88 WS-ETAT-TROUVE-N               VALUE "N".

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

       01 WS-SEQUENCE-LIGNE          PIC 9(08).

       LINKAGE SECTION.

       COPY audit REPLACING ==AUDIT-DEMANDE== BY ==LK-AUDIT-DEMANDE==.
           PERFORM 0100-LIT-SESSION-DEB
              THRU 0100-LIT-SESSION-FIN.

           PERFORM 0150-LIT-ETAT-CHAINE-DEB
              THRU 0150-LIT-ETAT-CHAINE-FIN.

           PERFORM 0200-ECRIT-AUDIT-DEB
              THRU 0200-ECRIT-AUDIT-FIN.

           PERFORM 0400-MEMORISE-CHAINE-DEB
              THRU 0400-MEMORISE-CHAINE-FIN.

           EXIT PROGRAM.

      ******************************************************************

      *-----------------------------------------------------------------

      *Dernier maillon memorise ; a defaut, il se reconstitue en
      *relisant le journal (les lignes d'avant le chainage, sans
      *sequence, sont passees)
       0150-LIT-ETAT-CHAINE-DEB.

           SET WS-ETAT-TROUVE-N TO TRUE.

           OPEN INPUT FICHIER-ETAT-CHAINE.

           READ FICHIER-ETAT-CHAINE
               AT END
                   CONTINUE
               NOT AT END
                   IF F-ETC-SEQUENCE IS NUMERIC
                   AND F-ETC-NB-JOUR IS NUMERIC
                       SET WS-ETAT-TROUVE-O TO TRUE
                       MOVE F-ETC-DATE     TO WS-ETC-DATE
                       MOVE F-ETC-SEQUENCE TO WS-ETC-SEQUENCE
                       MOVE F-ETC-NB-JOUR  TO WS-ETC-NB-JOUR
                       MOVE F-ETC-CHAINE   TO WS-ETC-CHAINE
                   END-IF
           END-READ.

           CLOSE FICHIER-ETAT-CHAINE.

           IF WS-ETAT-TROUVE-O
               GO TO 0150-LIT-ETAT-CHAINE-FIN
           END-IF.

           MOVE SPACES   TO WS-ETC-DATE.
           MOVE 0        TO WS-ETC-SEQUENCE.
           MOVE 0        TO WS-ETC-NB-JOUR.
           MOVE WS-ANCRE TO WS-ETC-CHAINE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AUDIT.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AUDIT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-AUDIT-SEQUENCE IS NUMERIC
                           IF F-AUDIT-DATE NOT = WS-ETC-DATE
                               MOVE 0 TO WS-ETC-NB-JOUR
                           END-IF
                           IF F-AUDIT-ACTION NOT = "SCEAU"
                               ADD 1 TO WS-ETC-NB-JOUR
                           END-IF
                           MOVE F-AUDIT-DATE     TO WS-ETC-DATE
                           MOVE F-AUDIT-SEQUENCE TO WS-ETC-SEQUENCE
                           MOVE F-AUDIT-CHAINE   TO WS-ETC-CHAINE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AUDIT.

           EXIT.

       0150-LIT-ETAT-CHAINE-FIN.

      *-----------------------------------------------------------------

      *La journee precedente se scelle avant la premiere ligne du
      *jour ; la ligne demandee est ensuite chainee a la derniere
       0200-ECRIT-AUDIT-DEB.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.

           OPEN EXTEND FICHIER-AUDIT.

           IF WS-ETC-DATE NOT = SPACES
           AND WS-ETC-DATE < WS-HORODATAGE(1:8)
           AND WS-ETC-NB-JOUR > 0
               PERFORM 0300-SCELLE-JOURNEE-DEB
                  THRU 0300-SCELLE-JOURNEE-FIN
           END-IF.

           IF WS-ETC-DATE NOT = WS-HORODATAGE(1:8)
               MOVE WS-HORODATAGE(1:8) TO WS-ETC-DATE
               MOVE 0 TO WS-ETC-NB-JOUR
           END-IF.

           MOVE SPACES TO F-LIGNE-AUDIT.
           MOVE WS-HORODATAGE(1:8)  TO F-AUDIT-DATE.
           MOVE WS-HORODATAGE(9:6)  TO F-AUDIT-HEURE.
             TO F-AUDIT-ACTION.
           MOVE AUDIT-CLE IN LK-AUDIT-DEMANDE
             TO F-AUDIT-CLE.

           PERFORM 0250-CHAINE-LIGNE-DEB
              THRU 0250-CHAINE-LIGNE-FIN.

           WRITE F-LIGNE-AUDIT.

           ADD 1 TO WS-ETC-NB-JOUR.

           CLOSE FICHIER-AUDIT.

           EXIT.

       0200-ECRIT-AUDIT-FIN.

      *-----------------------------------------------------------------

      *Sequence suivante et condensat sur le maillon precedent
       0250-CHAINE-LIGNE-DEB.

           ADD 1 TO WS-ETC-SEQUENCE.
           MOVE WS-ETC-SEQUENCE TO WS-SEQUENCE-LIGNE.
           MOVE WS-SEQUENCE-LIGNE TO F-AUDIT-SEQUENCE.

           CALL "auditcha" USING F-AUDIT-CONTENU,
                                 WS-SEQUENCE-LIGNE,
                                 WS-ETC-CHAINE,
                                 F-AUDIT-CHAINE
           END-CALL.

           MOVE F-AUDIT-CHAINE TO WS-ETC-CHAINE.

           EXIT.

       0250-CHAINE-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Sceau de la journee precedente : une ligne chainee au journal,
      *datee de cette journee a 23:59:59, et sa copie dans
      *audit-sceaux.txt avec le nombre de lignes scellees
       0300-SCELLE-JOURNEE-DEB.

           MOVE SPACES TO F-LIGNE-AUDIT.
           MOVE WS-ETC-DATE         TO F-AUDIT-DATE.
           MOVE "235959"            TO F-AUDIT-HEURE.
           MOVE "auditlog"          TO F-AUDIT-PROGRAMME.
           MOVE "SYSTEME"           TO F-AUDIT-UTILISATEUR.
           MOVE "SCEAU"             TO F-AUDIT-ACTION.
           STRING WS-ETC-NB-JOUR " ligne(s) scellee(s)"
               DELIMITED BY SIZE INTO F-AUDIT-CLE.

           PERFORM 0250-CHAINE-LIGNE-DEB
              THRU 0250-CHAINE-LIGNE-FIN.

           WRITE F-LIGNE-AUDIT.

           OPEN EXTEND FICHIER-SCEAUX.

           MOVE SPACES          TO F-SCEAU.
           MOVE WS-ETC-DATE     TO F-SCE-DATE.
           MOVE WS-ETC-SEQUENCE TO F-SCE-SEQUENCE.
           MOVE WS-ETC-NB-JOUR  TO F-SCE-NB-JOUR.
           MOVE WS-ETC-CHAINE   TO F-SCE-CHAINE.
           WRITE F-SCEAU.

           CLOSE FICHIER-SCEAUX.

           EXIT.

       0300-SCELLE-JOURNEE-FIN.

      *-----------------------------------------------------------------

       0400-MEMORISE-CHAINE-DEB.

           OPEN OUTPUT FICHIER-ETAT-CHAINE.

           MOVE SPACES          TO F-ETAT-CHAINE.
           MOVE WS-ETC-DATE     TO F-ETC-DATE.
           MOVE WS-ETC-SEQUENCE TO F-ETC-SEQUENCE.
           MOVE WS-ETC-NB-JOUR  TO F-ETC-NB-JOUR.
           MOVE WS-ETC-CHAINE   TO F-ETC-CHAINE.
           WRITE F-ETAT-CHAINE.

           CLOSE FICHIER-ETAT-CHAINE.

           EXIT.

       0400-MEMORISE-CHAINE-FIN.

      *-----------------------------------------------------------------

       END PROGRAM auditlog.
