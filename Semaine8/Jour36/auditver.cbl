      *Verification de nuit de la chaine du journal d'audit central :
      *chaque ligne chainee par auditlog est relue, son condensat
      *recalcule sur le maillon precedent (module auditcha) et sa
      *sequence comparee a la precedente. La premiere rupture sort
      *dans l'etat verification-audit.txt avec sa nature :
      *  - ligne alteree (condensat recalcule different)
      *  - ligne(s) manquante(s) (saut de sequence, fin de journal
      *    en deca du dernier maillon audit-chaine.dat ou d'un
      *    sceau de audit-sceaux.txt)
      *  - ligne hors chaine (sans sequence apres le debut du
      *    chainage, ou sequence deja passee)
      *  - sceau non conforme a sa copie de audit-sceaux.txt.
      *Les lignes d'avant le chainage (sans sequence) sont comptees
      *sans controle. Quand archfich a archive le journal, sa
      *premiere ligne (action REPRISE) donne l'annee de la plus
      *ancienne archive : les archive-audit-AAAA.txt sont relues
      *d'annee en annee avant le journal vivant et leur dernier
      *maillon doit etre celui que porte la ligne de reprise. Le
      *resultat du jour s'ajoute a audit-verification.txt, que le
      *rapport de securite reprend (chaine rompue = incident
      *critique), et la verification elle-meme part au journal
      *d'audit (action VERIFIE), ce qui scelle la veille au besoin.
      *Execution tracee au journal des executions batch.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * ETC = ETAT DE LA CHAINE ; LIG = LIGNE RELUE ; SCE = SCEAU ;
      * VER = VERIFICATION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditver.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-AUDIT ASSIGN TO "audit-journal.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ARCHIVE
       ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ETAT-CHAINE
       ASSIGN TO "audit-chaine.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SCEAUX ASSIGN TO "audit-sceaux.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RESULTAT
       ASSIGN TO "audit-verification.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-AUDIT.
       01 F-LIGNE-AUDIT              PIC X(116).

       FD FICHIER-ARCHIVE.
       01 F-LIGNE-ARCHIVE            PIC X(116).

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
           05 F-SCE-SEQUENCE         PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-SCE-NB-JOUR          PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-SCE-CHAINE           PIC X(17).

      *Resultat de chaque verification : I = chaine intacte,
      *R = chaine rompue, avec la sequence et la nature de la rupture
       FD FICHIER-RESULTAT.
       01 F-RESULTAT.
           05 F-RES-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-RES-HEURE            PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-RES-STATUT           PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-RES-SEQUENCE         PIC 9(08).
           05 FILLER                 PIC X(01).
           05 F-RES-NATURE           PIC X(30).

       WORKING-STORAGE SECTION.

      *Ligne relue, au dessin ecrit par auditlog
       01 WS-LIGNE-AUDIT.
           05 WS-LIG-CONTENU.
               10 WS-LIG-DATE        PIC X(08).
               10 FILLER             PIC X(01).
               10 WS-LIG-HEURE       PIC X(06).
               10 FILLER             PIC X(01).
               10 WS-LIG-PROGRAMME   PIC X(10).
               10 FILLER             PIC X(01).
               10 WS-LIG-UTILISATEUR PIC X(20).
               10 FILLER             PIC X(01).
               10 WS-LIG-ACTION      PIC X(10).
               10 FILLER             PIC X(01).
               10 WS-LIG-CLE         PIC X(30).
           05 FILLER                 PIC X(01).
           05 WS-LIG-SEQUENCE        PIC X(08).
           05 FILLER                 PIC X(01).
           05 WS-LIG-CHAINE          PIC X(17).

       01 WS-LIGNE-AUDIT-R REDEFINES WS-LIGNE-AUDIT.
           05 WS-LIG-DEBUT           PIC X(80).
           05 FILLER                 PIC X(36).

      *Sceaux quotidiens copies hors du journal
       01 WS-TABLEAU-SCEAUX.
           05 WS-SCE OCCURS 2000 TIMES.
               10 WS-SCE-SEQUENCE    PIC 9(08).
               10 WS-SCE-CHAINE      PIC X(17).
               10 WS-SCE-VU          PIC X(01).

       01 WS-MAX-SCE                 PIC 9(04)   VALUE 0.
       77 WS-IDX-SCE                 PIC 9(04).

      *Maillon courant de la verification
       01 WS-VER-SEQUENCE            PIC 9(08)   VALUE 0.
       01 WS-VER-CHAINE              PIC X(17)
               VALUE "#0000000000000000".
       01 WS-VER-ATTENDUE            PIC 9(08).
       01 WS-VER-RECALCUL            PIC X(17).
       01 WS-SEQUENCE-LIGNE          PIC 9(08).
       01 WS-NB-MANQUANTES           PIC 9(08).

       01 WS-CHAINE-COMMENCEE        PIC X       VALUE "N".
           88 WS-CHAINE-COMMENCEE-O          VALUE "O".

      *Dernier maillon memorise par auditlog
       01 WS-ETC-TROUVE              PIC X       VALUE "N".
           88 WS-ETC-TROUVE-O                VALUE "O".
       01 WS-ETC-SEQUENCE            PIC 9(08)   VALUE 0.
       01 WS-ETC-CHAINE              PIC X(17).

      *Ligne de reprise posee par archfich en tete du journal
       01 WS-REPRISE                 PIC X       VALUE "N".
           88 WS-REPRISE-O                   VALUE "O".
       01 WS-REPRISE-ANNEE           PIC 9(04).
       01 WS-REPRISE-SEQUENCE        PIC 9(08).
       01 WS-REPRISE-CHAINE          PIC X(17).
       01 WS-ANNEE                   PIC 9(04).
       01 WS-ANNEE-DU-JOUR           PIC 9(04).

       01 WS-NOM-ARCHIVE             PIC X(40).
       01 WS-NOM-SOURCE              PIC X(30).
       77 WS-RANG                    PIC 9(07).

      *Premiere rupture rencontree
       01 WS-RUPTURE                 PIC X       VALUE "N".
           88 WS-RUPTURE-O                   VALUE "O".
       01 WS-RUP-NATURE              PIC X(30).
       01 WS-RUP-SOURCE              PIC X(30).
       01 WS-RUP-RANG                PIC 9(07).
       01 WS-RUP-SEQUENCE            PIC 9(08)   VALUE 0.
       01 WS-RUP-DETAIL              PIC X(80).
       01 WS-RUP-LIGNE               PIC X(80).

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

       01 WS-HORODATAGE              PIC X(21).
       01 WS-DATE-DU-JOUR            PIC X(08).

      *Compteurs de l'execution
       01 WS-NB-LUS                  PIC 9(07)   VALUE 0.
       01 WS-NB-SOURCE               PIC 9(07).
       01 WS-NB-CHAINEES             PIC 9(07)   VALUE 0.
       01 WS-NB-ANTERIEURES          PIC 9(07)   VALUE 0.
       01 WS-NB-SCEAUX-VUS           PIC 9(05)   VALUE 0.
       01 WS-NB-ARCHIVES             PIC 9(03)   VALUE 0.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION           PIC X(05).
       01 WS-IMPRIM-FICHIER          PIC X(30)
               VALUE "verification-audit.txt".
       01 WS-IMPRIM-TITRE            PIC X(40)
               VALUE "VERIFICATION DU JOURNAL D'AUDIT".
       01 WS-IMPRIM-ENTETE           PIC X(80).
       01 WS-IMPRIM-LIGNE            PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           MOVE "auditver" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.
           MOVE WS-HORODATAGE(1:8) TO WS-DATE-DU-JOUR.
           MOVE WS-HORODATAGE(1:4) TO WS-ANNEE-DU-JOUR.

           PERFORM 0100-CHARGE-SCEAUX-DEB
              THRU 0100-CHARGE-SCEAUX-FIN.

           PERFORM 0150-LIT-ETAT-CHAINE-DEB
              THRU 0150-LIT-ETAT-CHAINE-FIN.

           MOVE SPACES TO WS-IMPRIM-ENTETE.
           MOVE "SOURCE RELUE                   LIGNES"
             TO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM 0200-REPRISE-ARCHIVES-DEB
              THRU 0200-REPRISE-ARCHIVES-FIN.

           PERFORM 0300-JOURNAL-VIVANT-DEB
              THRU 0300-JOURNAL-VIVANT-FIN.

           PERFORM 0500-CONTROLES-FINAUX-DEB
              THRU 0500-CONTROLES-FINAUX-FIN.

           PERFORM 0700-RESULTAT-DEB
              THRU 0700-RESULTAT-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           IF WS-RUPTURE-O
               MOVE 1 TO EXEC-ECRITS
           ELSE
               MOVE 0 TO EXEC-ECRITS
           END-IF.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-CHARGE-SCEAUX-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-SCEAUX.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-SCEAUX
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-SCE-SEQUENCE IS NUMERIC
                       AND WS-MAX-SCE < 2000
                           ADD 1 TO WS-MAX-SCE
                           MOVE F-SCE-SEQUENCE
                             TO WS-SCE-SEQUENCE(WS-MAX-SCE)
                           MOVE F-SCE-CHAINE
                             TO WS-SCE-CHAINE(WS-MAX-SCE)
                           MOVE "N" TO WS-SCE-VU(WS-MAX-SCE)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-SCEAUX.

           EXIT.

       0100-CHARGE-SCEAUX-FIN.

      *-----------------------------------------------------------------

       0150-LIT-ETAT-CHAINE-DEB.

           OPEN INPUT FICHIER-ETAT-CHAINE.

           READ FICHIER-ETAT-CHAINE
               AT END
                   CONTINUE
               NOT AT END
                   IF F-ETC-SEQUENCE IS NUMERIC
                       SET WS-ETC-TROUVE-O TO TRUE
                       MOVE F-ETC-SEQUENCE TO WS-ETC-SEQUENCE
                       MOVE F-ETC-CHAINE   TO WS-ETC-CHAINE
                   END-IF
           END-READ.

           CLOSE FICHIER-ETAT-CHAINE.

           EXIT.

       0150-LIT-ETAT-CHAINE-FIN.

      *-----------------------------------------------------------------

      *Une ligne REPRISE en tete du journal vivant renvoie aux
      *archives : elles sont relues de l'annee qu'elle indique a
      *l'annee en cours, puis leur dernier maillon est rapproche du
      *sien
       0200-REPRISE-ARCHIVES-DEB.

           OPEN INPUT FICHIER-AUDIT.

           READ FICHIER-AUDIT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-LIGNE-AUDIT TO WS-LIGNE-AUDIT
                   IF WS-LIG-ACTION = "REPRISE"
                   AND WS-LIG-PROGRAMME = "archfich"
                   AND WS-LIG-CLE(17:4) IS NUMERIC
                   AND WS-LIG-SEQUENCE IS NUMERIC
                       SET WS-REPRISE-O TO TRUE
                       MOVE WS-LIG-CLE(17:4) TO WS-REPRISE-ANNEE
                       MOVE WS-LIG-SEQUENCE TO WS-REPRISE-SEQUENCE
                       MOVE WS-LIG-CHAINE TO WS-REPRISE-CHAINE
                   END-IF
           END-READ.

           CLOSE FICHIER-AUDIT.

           IF NOT WS-REPRISE-O
               GO TO 0200-REPRISE-ARCHIVES-FIN
           END-IF.

           PERFORM 0250-RELIT-ARCHIVE-DEB
              THRU 0250-RELIT-ARCHIVE-FIN
              VARYING WS-ANNEE FROM WS-REPRISE-ANNEE BY 1
              UNTIL WS-ANNEE > WS-ANNEE-DU-JOUR.

           IF WS-RUPTURE-O
               GO TO 0200-REPRISE-ARCHIVES-FIN
           END-IF.

           IF WS-VER-SEQUENCE NOT = WS-REPRISE-SEQUENCE
           OR WS-VER-CHAINE NOT = WS-REPRISE-CHAINE
               SET WS-RUPTURE-O TO TRUE
               MOVE "REPRISE NON CONFORME" TO WS-RUP-NATURE
               MOVE "audit-journal.txt" TO WS-RUP-SOURCE
               MOVE 1 TO WS-RUP-RANG
               MOVE WS-REPRISE-SEQUENCE TO WS-RUP-SEQUENCE
               MOVE SPACES TO WS-RUP-DETAIL
               STRING "archives closes a la sequence "
                       WS-VER-SEQUENCE
                       ", reprise a la sequence "
                       WS-REPRISE-SEQUENCE
                   DELIMITED BY SIZE INTO WS-RUP-DETAIL
               MOVE WS-LIG-DEBUT TO WS-RUP-LIGNE
           END-IF.

           EXIT.

       0200-REPRISE-ARCHIVES-FIN.

      *-----------------------------------------------------------------

       0250-RELIT-ARCHIVE-DEB.

           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "archive-audit-" WS-ANNEE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-ARCHIVE.
           MOVE WS-NOM-ARCHIVE TO WS-NOM-SOURCE.

           MOVE 0 TO WS-RANG.
           MOVE 0 TO WS-NB-SOURCE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ARCHIVE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ARCHIVE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RANG
                       ADD 1 TO WS-NB-SOURCE
                       MOVE F-LIGNE-ARCHIVE TO WS-LIGNE-AUDIT
                       PERFORM 0400-CONTROLE-LIGNE-DEB
                          THRU 0400-CONTROLE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ARCHIVE.

           IF WS-NB-SOURCE > 0
               ADD 1 TO WS-NB-ARCHIVES
               PERFORM 0290-LIGNE-SOURCE-DEB
                  THRU 0290-LIGNE-SOURCE-FIN
           END-IF.

           EXIT.

       0250-RELIT-ARCHIVE-FIN.

      *-----------------------------------------------------------------

       0290-LIGNE-SOURCE-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-NOM-SOURCE " " WS-NB-SOURCE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0290-LIGNE-SOURCE-FIN.

      *-----------------------------------------------------------------

      *Journal vivant ; sa ligne de reprise a deja servi et n'est
      *pas un maillon
       0300-JOURNAL-VIVANT-DEB.

           MOVE "audit-journal.txt" TO WS-NOM-SOURCE.
           MOVE 0 TO WS-RANG.
           MOVE 0 TO WS-NB-SOURCE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AUDIT.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AUDIT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RANG
                       ADD 1 TO WS-NB-SOURCE
                       MOVE F-LIGNE-AUDIT TO WS-LIGNE-AUDIT
                       IF WS-RANG = 1
                       AND WS-REPRISE-O
                           ADD 1 TO WS-NB-LUS
                       ELSE
                           PERFORM 0400-CONTROLE-LIGNE-DEB
                              THRU 0400-CONTROLE-LIGNE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AUDIT.

           PERFORM 0290-LIGNE-SOURCE-DEB
              THRU 0290-LIGNE-SOURCE-FIN.

           EXIT.

       0300-JOURNAL-VIVANT-FIN.

      *-----------------------------------------------------------------

      *Controle d'une ligne : sequence attendue, condensat recalcule
      *sur le maillon precedent, sceau rapproche de sa copie. Apres
      *la premiere rupture, les lignes sont seulement comptees
       0400-CONTROLE-LIGNE-DEB.

           ADD 1 TO WS-NB-LUS.

           IF WS-RUPTURE-O
               GO TO 0400-CONTROLE-LIGNE-FIN
           END-IF.

           IF WS-LIG-SEQUENCE NOT NUMERIC
               IF WS-CHAINE-COMMENCEE-O
                   MOVE "LIGNE HORS CHAINE" TO WS-RUP-NATURE
                   MOVE SPACES TO WS-RUP-DETAIL
                   MOVE "ligne sans sequence ajoutee dans la chaine"
                     TO WS-RUP-DETAIL
                   PERFORM 0450-NOTE-RUPTURE-DEB
                      THRU 0450-NOTE-RUPTURE-FIN
               ELSE
                   ADD 1 TO WS-NB-ANTERIEURES
               END-IF
               GO TO 0400-CONTROLE-LIGNE-FIN
           END-IF.

           SET WS-CHAINE-COMMENCEE-O TO TRUE.
           MOVE WS-LIG-SEQUENCE TO WS-SEQUENCE-LIGNE.
           COMPUTE WS-VER-ATTENDUE = WS-VER-SEQUENCE + 1.

           IF WS-SEQUENCE-LIGNE > WS-VER-ATTENDUE
               COMPUTE WS-NB-MANQUANTES =
                   WS-SEQUENCE-LIGNE - WS-VER-ATTENDUE
               MOVE "LIGNE(S) MANQUANTE(S)" TO WS-RUP-NATURE
               MOVE SPACES TO WS-RUP-DETAIL
               STRING WS-NB-MANQUANTES " ligne(s) retiree(s) avant "
                       "celle-ci, sequence attendue "
                       WS-VER-ATTENDUE
                   DELIMITED BY SIZE INTO WS-RUP-DETAIL
               PERFORM 0450-NOTE-RUPTURE-DEB
                  THRU 0450-NOTE-RUPTURE-FIN
               GO TO 0400-CONTROLE-LIGNE-FIN
           END-IF.

           IF WS-SEQUENCE-LIGNE < WS-VER-ATTENDUE
               MOVE "LIGNE HORS CHAINE" TO WS-RUP-NATURE
               MOVE SPACES TO WS-RUP-DETAIL
               STRING "sequence deja passee, attendue "
                       WS-VER-ATTENDUE
                   DELIMITED BY SIZE INTO WS-RUP-DETAIL
               PERFORM 0450-NOTE-RUPTURE-DEB
                  THRU 0450-NOTE-RUPTURE-FIN
               GO TO 0400-CONTROLE-LIGNE-FIN
           END-IF.

           CALL "auditcha" USING WS-LIG-CONTENU,
                                 WS-SEQUENCE-LIGNE,
                                 WS-VER-CHAINE,
                                 WS-VER-RECALCUL
           END-CALL.

           IF WS-VER-RECALCUL NOT = WS-LIG-CHAINE
               MOVE "LIGNE ALTEREE" TO WS-RUP-NATURE
               MOVE SPACES TO WS-RUP-DETAIL
               STRING "condensat ecrit " WS-LIG-CHAINE
                       " recalcule " WS-VER-RECALCUL
                   DELIMITED BY SIZE INTO WS-RUP-DETAIL
               PERFORM 0450-NOTE-RUPTURE-DEB
                  THRU 0450-NOTE-RUPTURE-FIN
               GO TO 0400-CONTROLE-LIGNE-FIN
           END-IF.

           IF WS-LIG-ACTION = "SCEAU"
               PERFORM 0480-CONTROLE-SCEAU-DEB
                  THRU 0480-CONTROLE-SCEAU-FIN
           END-IF.

           ADD 1 TO WS-NB-CHAINEES.
           MOVE WS-SEQUENCE-LIGNE TO WS-VER-SEQUENCE.
           MOVE WS-LIG-CHAINE TO WS-VER-CHAINE.

           EXIT.

       0400-CONTROLE-LIGNE-FIN.

      *-----------------------------------------------------------------

       0450-NOTE-RUPTURE-DEB.

           SET WS-RUPTURE-O TO TRUE.
           MOVE WS-NOM-SOURCE TO WS-RUP-SOURCE.
           MOVE WS-RANG TO WS-RUP-RANG.
           IF WS-LIG-SEQUENCE IS NUMERIC
               MOVE WS-LIG-SEQUENCE TO WS-RUP-SEQUENCE
           ELSE
               MOVE WS-VER-SEQUENCE TO WS-RUP-SEQUENCE
           END-IF.
           MOVE WS-LIG-DEBUT TO WS-RUP-LIGNE.

           EXIT.

       0450-NOTE-RUPTURE-FIN.

      *-----------------------------------------------------------------

      *Le sceau du journal doit etre celui recopie hors du journal
       0480-CONTROLE-SCEAU-DEB.

           PERFORM VARYING WS-IDX-SCE FROM 1 BY 1
                   UNTIL WS-IDX-SCE > WS-MAX-SCE
               IF WS-SCE-SEQUENCE(WS-IDX-SCE) = WS-SEQUENCE-LIGNE
                   MOVE "O" TO WS-SCE-VU(WS-IDX-SCE)
                   ADD 1 TO WS-NB-SCEAUX-VUS
                   IF WS-SCE-CHAINE(WS-IDX-SCE) NOT = WS-LIG-CHAINE
                       MOVE "SCEAU NON CONFORME" TO WS-RUP-NATURE
                       MOVE SPACES TO WS-RUP-DETAIL
                       STRING "copie audit-sceaux.txt "
                               WS-SCE-CHAINE(WS-IDX-SCE)
                           DELIMITED BY SIZE INTO WS-RUP-DETAIL
                       PERFORM 0450-NOTE-RUPTURE-DEB
                          THRU 0450-NOTE-RUPTURE-FIN
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       0480-CONTROLE-SCEAU-FIN.

      *-----------------------------------------------------------------

      *Fin de journal : le dernier maillon memorise et les sceaux
      *recopies ne doivent pas aller au-dela de la derniere ligne
       0500-CONTROLES-FINAUX-DEB.

           IF WS-RUPTURE-O
               GO TO 0500-CONTROLES-FINAUX-FIN
           END-IF.

           MOVE "audit-journal.txt" TO WS-RUP-SOURCE.
           MOVE WS-RANG TO WS-RUP-RANG.
           MOVE SPACES TO WS-RUP-LIGNE.

           IF WS-ETC-TROUVE-O
           AND WS-ETC-SEQUENCE > WS-VER-SEQUENCE
               SET WS-RUPTURE-O TO TRUE
               MOVE "LIGNE(S) MANQUANTE(S)" TO WS-RUP-NATURE
               MOVE WS-ETC-SEQUENCE TO WS-RUP-SEQUENCE
               MOVE SPACES TO WS-RUP-DETAIL
               STRING "fin de journal a la sequence "
                       WS-VER-SEQUENCE ", dernier maillon "
                       WS-ETC-SEQUENCE
                   DELIMITED BY SIZE INTO WS-RUP-DETAIL
               GO TO 0500-CONTROLES-FINAUX-FIN
           END-IF.

           IF WS-ETC-TROUVE-O
           AND WS-ETC-SEQUENCE = WS-VER-SEQUENCE
           AND WS-ETC-CHAINE NOT = WS-VER-CHAINE
               SET WS-RUPTURE-O TO TRUE
               MOVE "LIGNE ALTEREE" TO WS-RUP-NATURE
               MOVE WS-ETC-SEQUENCE TO WS-RUP-SEQUENCE
               MOVE SPACES TO WS-RUP-DETAIL
               STRING "derniere ligne reecrite, dernier maillon "
                       WS-ETC-CHAINE
                   DELIMITED BY SIZE INTO WS-RUP-DETAIL
               GO TO 0500-CONTROLES-FINAUX-FIN
           END-IF.

           PERFORM VARYING WS-IDX-SCE FROM 1 BY 1
                   UNTIL WS-IDX-SCE > WS-MAX-SCE
                      OR WS-RUPTURE-O
               IF WS-SCE-VU(WS-IDX-SCE) = "N"
                   SET WS-RUPTURE-O TO TRUE
                   MOVE "LIGNE(S) MANQUANTE(S)" TO WS-RUP-NATURE
                   MOVE WS-SCE-SEQUENCE(WS-IDX-SCE)
                     TO WS-RUP-SEQUENCE
                   MOVE SPACES TO WS-RUP-DETAIL
                   STRING "sceau de la sequence "
                           WS-SCE-SEQUENCE(WS-IDX-SCE)
                           " absent du journal"
                       DELIMITED BY SIZE INTO WS-RUP-DETAIL
               END-IF
           END-PERFORM.

           EXIT.

       0500-CONTROLES-FINAUX-FIN.

      *-----------------------------------------------------------------

      *Bilan dans l'etat, resultat pour le rapport de securite et
      *trace de la verification au journal d'audit
       0700-RESULTAT-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Lignes lues : " WS-NB-LUS
                   " - chainees : " WS-NB-CHAINEES
                   " - anterieures au chainage : " WS-NB-ANTERIEURES
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Sceaux controles : " WS-NB-SCEAUX-VUS
                   " - archives relues : " WS-NB-ARCHIVES
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           IF WS-RUPTURE-O
               PERFORM 0750-DETAIL-RUPTURE-DEB
                  THRU 0750-DETAIL-RUPTURE-FIN
           ELSE
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "CHAINE INTACTE jusqu'a la sequence "
                       WS-VER-SEQUENCE
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-IF.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           OPEN EXTEND FICHIER-RESULTAT.

           MOVE SPACES TO F-RESULTAT.
           MOVE WS-DATE-DU-JOUR TO F-RES-DATE.
           MOVE WS-HORODATAGE(9:6) TO F-RES-HEURE.
           IF WS-RUPTURE-O
               MOVE "R" TO F-RES-STATUT
               MOVE WS-RUP-SEQUENCE TO F-RES-SEQUENCE
               MOVE WS-RUP-NATURE TO F-RES-NATURE
           ELSE
               MOVE "I" TO F-RES-STATUT
               MOVE WS-VER-SEQUENCE TO F-RES-SEQUENCE
               MOVE "CHAINE INTACTE" TO F-RES-NATURE
           END-IF.
           WRITE F-RESULTAT.

           CLOSE FICHIER-RESULTAT.

           MOVE "auditver" TO AUDIT-PROGRAMME.
           MOVE "VERIFIE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           IF WS-RUPTURE-O
               STRING "ROMPUE " WS-RUP-SEQUENCE
                   DELIMITED BY SIZE INTO AUDIT-CLE
           ELSE
               STRING "INTACTE " WS-VER-SEQUENCE
                   DELIMITED BY SIZE INTO AUDIT-CLE
           END-IF.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           IF WS-RUPTURE-O
               DISPLAY "CHAINE D'AUDIT ROMPUE : "
                       FUNCTION TRIM(WS-RUP-NATURE)
                       " a la sequence " WS-RUP-SEQUENCE
           ELSE
               DISPLAY "Chaine d'audit intacte jusqu'a la sequence "
                       WS-VER-SEQUENCE "."
           END-IF.
           DISPLAY "Etat ecrit dans verification-audit.txt.".

           EXIT.

       0700-RESULTAT-FIN.

      *-----------------------------------------------------------------

       0750-DETAIL-RUPTURE-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "CHAINE ROMPUE : " WS-RUP-NATURE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  " WS-RUP-SOURCE " ligne " WS-RUP-RANG
                   " sequence " WS-RUP-SEQUENCE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  " WS-RUP-DETAIL
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           IF WS-RUP-LIGNE NOT = SPACES
               MOVE WS-RUP-LIGNE TO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-IF.

           EXIT.

       0750-DETAIL-RUPTURE-FIN.

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

       END PROGRAM auditver.
