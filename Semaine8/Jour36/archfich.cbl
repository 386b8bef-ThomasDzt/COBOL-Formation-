      *rien ne s'est perdu. Rien a voir avec les generations de
      *gensauve, qui protegent d'une mauvaise execution : ici on
      *maitrise la taille des fichiers vivants.
      *Le journal d'audit est chaine ligne a ligne (auditlog) : les
      *lignes archivees gardent leur sequence et leur condensat, et
      *le journal vivant reecrit commence par une ligne de reprise
      *(programme archfich, action REPRISE, cle "archives depuis
      *AAAA") portant la sequence et le condensat de la derniere
      *ligne archivee, ainsi que l'annee de la plus ancienne
      *archive. auditver relit les archives de cette annee a
      *l'annee en cours puis le journal vivant sans rupture. La
      *ligne de reprise d'un archivage precedent est remplacee.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. archfich.

       FILE SECTION.
       FD FICHIER-VIVANT.
       01 F-LIGNE-VIVANT             PIC X(200).

       FD FICHIER-ARCHIVE.
       01 F-LIGNE-ARCHIVE            PIC X(200).

       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(80).

      *Lignes gardees au fichier vivant, pour la reecriture compacte
       01 WS-TABLEAU-GARDEES.
           05 WS-GARDEE OCCURS 2000 TIMES PIC X(200).

       77 WS-IDX                     PIC 9(04).
       01 WS-NB-GARDEES              PIC 9(04)   VALUE 0.
       77 WS-NB-ARCHIVEES            PIC 9(05)   VALUE 0.
       77 WS-CONTROLE                PIC 9(05).

      *Report de la chaine du journal d'audit : ligne de reprise
      *trouvee en tete, dernier maillon archive, annee de la plus
      *ancienne archive
       01 WS-REPRISE-TROUVEE         PIC X       VALUE "N".
           88 WS-REPRISE-TROUVEE-OUI         VALUE "O".
       01 WS-REPRISE-ANNEE           PIC X(04)   VALUE SPACES.
       01 WS-REPRISE-SEQUENCE        PIC X(08)   VALUE SPACES.
       01 WS-REPRISE-CHAINE          PIC X(17)   VALUE SPACES.
       77 WS-NB-REPRISES             PIC 9(01)   VALUE 0.

       01 WS-LIGNE-REPRISE.
           05 WS-REP-DATE            PIC X(08).
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-HEURE           PIC X(06)   VALUE "000000".
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-PROGRAMME       PIC X(10)   VALUE "archfich".
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-UTILISATEUR     PIC X(20)   VALUE "SYSTEME".
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-ACTION          PIC X(10)   VALUE "REPRISE".
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-CLE             PIC X(30).
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-SEQUENCE        PIC X(08).
           05 FILLER                 PIC X(01)   VALUE SPACE.
           05 WS-REP-CHAINE          PIC X(17).

      *Nom du fichier vivant remis au module de copies de generation
       01 WS-NOM-FICHIER-MAITRE      PIC X(30).


           SET WS-A-ARCHIVER-NON TO TRUE.

      *L'ancienne ligne de reprise du journal d'audit ne s'archive ni
      *ne se garde : une nouvelle la remplace a la reecriture
           IF WS-CHOIX-AUDIT
           AND WS-NB-LUES = 1
           AND F-LIGNE-VIVANT(17:10) = "archfich"
           AND F-LIGNE-VIVANT(49:10) = "REPRISE"
               SET WS-REPRISE-TROUVEE-OUI TO TRUE
               MOVE 1 TO WS-NB-REPRISES
               MOVE F-LIGNE-VIVANT(76:4) TO WS-REPRISE-ANNEE
               MOVE F-LIGNE-VIVANT(91:8) TO WS-REPRISE-SEQUENCE
               MOVE F-LIGNE-VIVANT(100:17) TO WS-REPRISE-CHAINE
               GO TO 0250-CLASSE-LIGNE-FIN
           END-IF.

           MOVE F-LIGNE-VIVANT(WS-POS-DATE:8) TO WS-DATE-LIGNE.

      *Une date illisible garde la ligne au fichier vivant : on

           ADD 1 TO WS-NB-ARCHIVEES.

      *Dernier maillon archive et annee de la premiere archive
           IF WS-CHOIX-AUDIT
               IF WS-REPRISE-ANNEE = SPACES
                   MOVE WS-DATE-LIGNE(1:4) TO WS-REPRISE-ANNEE
               END-IF
               IF F-LIGNE-VIVANT(91:8) IS NUMERIC
                   MOVE F-LIGNE-VIVANT(91:8) TO WS-REPRISE-SEQUENCE
                   MOVE F-LIGNE-VIVANT(100:17) TO WS-REPRISE-CHAINE
               END-IF
           END-IF.

           EXIT.

       0300-ARCHIVE-LIGNE-FIN.

           OPEN OUTPUT FICHIER-VIVANT.

           IF WS-CHOIX-AUDIT
           AND (WS-REPRISE-TROUVEE-OUI OR WS-NB-ARCHIVEES > 0)
               PERFORM 0450-LIGNE-REPRISE-DEB
                  THRU 0450-LIGNE-REPRISE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-GARDEES


      *-----------------------------------------------------------------

      *Ligne de reprise en tete du journal d'audit, datee du pivot :
      *sequence et condensat de la derniere ligne archivee (ancre de
      *la chaine si aucune ligne archivee n'etait chainee)
       0450-LIGNE-REPRISE-DEB.

           IF WS-REPRISE-SEQUENCE = SPACES
               MOVE "00000000" TO WS-REPRISE-SEQUENCE
               MOVE "#0000000000000000" TO WS-REPRISE-CHAINE
           END-IF.

           MOVE WS-DATE-PIVOT TO WS-REP-DATE.
           MOVE SPACES TO WS-REP-CLE.
           STRING "archives depuis " WS-REPRISE-ANNEE
               DELIMITED BY SIZE INTO WS-REP-CLE.
           MOVE WS-REPRISE-SEQUENCE TO WS-REP-SEQUENCE.
           MOVE WS-REPRISE-CHAINE TO WS-REP-CHAINE.

           MOVE SPACES TO F-LIGNE-VIVANT.
           MOVE WS-LIGNE-REPRISE TO F-LIGNE-VIVANT.
           WRITE F-LIGNE-VIVANT.

           EXIT.

       0450-LIGNE-REPRISE-FIN.

      *-----------------------------------------------------------------

      *Rapport de comptage : lus = gardes + archives, la preuve que
      *rien ne s'est perdu en route
       0500-RAPPORT-DEB.

           COMPUTE WS-CONTROLE = WS-NB-GARDEES + WS-NB-ARCHIVEES
                               + WS-NB-REPRISES.

           OPEN EXTEND FICHIER-RAPPORT.

