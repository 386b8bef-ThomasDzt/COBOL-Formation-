      *A partir de ce fichier, calculer la moyenne par étudiant et la 
      *la moyenne générale par matière en tenant compte des différents coefficients par matière
      *Générer un fichier avec les noms, notes, moyenne et appréciations
      *Les exclusions de l'annee scolaire relevees au registre de
      *discipline sont mentionnees avec les absences


      ****************************************************************** 
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS F-STATUT-ABSENCES.

      *Registre de discipline (programme discipline) : les exclusions
      *de l'annee scolaire sont mentionnees au bulletin
           SELECT OPTIONAL FICHIER-DISCIPLINE
           ASSIGN TO 'registre-discipline.txt'
           ORGANIZATION IS LINE SEQUENTIAL.

      *Mode courrier : un bulletin imprimable par eleve, le nom du
      *fichier est construit avec le nom de l'eleve
           SELECT FICHIER-BULLETIN
               03 F-ABS-DATE        PIC X(08).
               03 F-ABS-JUSTIFIEE   PIC X(01).

      *Un incident du registre ; seules les exclusions (sanction E)
      *sont retenues ici
       FD  FICHIER-DISCIPLINE.

           01 F-INCIDENT.
               03 F-DIS-MATRICULE   PIC X(06).
               03 F-DIS-NOM         PIC X(15).
               03 F-DIS-DATE        PIC X(08).
               03 F-DIS-CATEGORIE   PIC X(01).
               03 F-DIS-DESCRIPTION PIC X(40).
               03 F-DIS-SIGNALE-PAR PIC X(20).
               03 F-DIS-SANCTION    PIC X(01).
               03 F-DIS-EXCL-DEBUT  PIC X(08).
               03 F-DIS-EXCL-FIN    PIC X(08).
               03 F-DIS-DEMI-JOURNEES PIC 9(02).

       FD  FICHIER-BULLETIN.

           01 F-BULLETIN            PIC X(100).
           05 WS-DJ-JOUR            PIC 9(02).
       01  WS-ANNEE-CALC            PIC 9(04).

      *Premier jour de l'annee scolaire (AAAA0901) : les exclusions
      *anterieures ne figurent plus au bulletin
       01  WS-DEBUT-ANNEE-SCOL      PIC X(08).

       01  WS-FIN-DISCIPLINE        PIC X       VALUE "N".
           88 WS-FIN-DISCIPLINE-OUI             VALUE "O".

      *Ligne du plus fourni du tableau ou 0300 a pose les moyennes
      *par matiere (indice etudiant + 1, convention de 0300/0400)
       77  WS-IDX-MAT               PIC 9(03)   VALUE 0.
               10 WS-NB-ABS           PIC 9(03).
               10 WS-NB-ABS-NJ        PIC 9(03).

      *Matricule porte par l'enregistrement 01 (colonnes 18-23) et
      *exclusions de l'annee lues au registre de discipline
               10 WS-MATRICULE-ETUD   PIC X(06).
               10 WS-NB-EXCL          PIC 9(02).
               10 WS-NB-DEMI-EXCL     PIC 9(03).

               10 WS-COURS     OCCURS 999 TIMES.
                               

       PERFORM 0150-CHARGE-ABSENCES-DEBUT
          THRU 0150-CHARGE-ABSENCES-FIN.

       PERFORM 0160-CHARGE-EXCLUSIONS-DEBUT
          THRU 0160-CHARGE-EXCLUSIONS-FIN.

       PERFORM 0200-MOYENNE-ETU-DEBUT
          THRU 0200-MOYENNE-ETU-FIN.
 
       0150-CHARGE-ABSENCES-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Exclusions de l'annee scolaire en cours (bascule au 1er
      *septembre), rattachees par le matricule, ou par le nom pour
      *les eleves lus sans matricule ; les demi-journees exclues sont
      *deja aux absences justifiees
       0160-CHARGE-EXCLUSIONS-DEBUT.

       ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

       IF WS-DJ-MOIS >= 09
           MOVE WS-DJ-ANNEE TO WS-ANNEE-CALC
       ELSE
           COMPUTE WS-ANNEE-CALC = WS-DJ-ANNEE - 1
       END-IF.

       MOVE SPACES TO WS-DEBUT-ANNEE-SCOL.
       STRING WS-ANNEE-CALC DELIMITED BY SIZE
              "0901" DELIMITED BY SIZE
       INTO WS-DEBUT-ANNEE-SCOL
       END-STRING.

       MOVE "N" TO WS-FIN-DISCIPLINE.

       OPEN INPUT FICHIER-DISCIPLINE.

       PERFORM UNTIL WS-FIN-DISCIPLINE-OUI

        READ FICHIER-DISCIPLINE
           AT END
             SET WS-FIN-DISCIPLINE-OUI TO TRUE

           NOT AT END
             IF F-DIS-SANCTION = "E"
             AND F-DIS-EXCL-DEBUT >= WS-DEBUT-ANNEE-SCOL
                 PERFORM VARYING WS-IDX-ETUD FROM 1 BY 1
                         UNTIL WS-IDX-ETUD > WS-NBRE-ETUDIANT
                     IF (WS-MATRICULE-ETUD(WS-IDX-ETUD) NOT = SPACES
                         AND WS-MATRICULE-ETUD(WS-IDX-ETUD)
                             = F-DIS-MATRICULE)
                     OR (WS-MATRICULE-ETUD(WS-IDX-ETUD) = SPACES
                         AND WS-NOM(WS-IDX-ETUD) = F-DIS-NOM(1:7))
                         ADD 1 TO WS-NB-EXCL(WS-IDX-ETUD)
                         ADD F-DIS-DEMI-JOURNEES
                           TO WS-NB-DEMI-EXCL(WS-IDX-ETUD)
                     END-IF
                 END-PERFORM
             END-IF

        END-READ
       END-PERFORM.

       CLOSE FICHIER-DISCIPLINE.

       0160-CHARGE-EXCLUSIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------
       0110-TRAITEMENT-LECT-DEBUT.

            MOVE WS-ENREG-COURANT(16:2) TO WS-AGE(WS-IDX-ETUD)
            MOVE 0 TO WS-NB-ABS(WS-IDX-ETUD)
            MOVE 0 TO WS-NB-ABS-NJ(WS-IDX-ETUD)
            MOVE WS-ENREG-COURANT(18:6)
              TO WS-MATRICULE-ETUD(WS-IDX-ETUD)
            MOVE 0 TO WS-NB-EXCL(WS-IDX-ETUD)
            MOVE 0 TO WS-NB-DEMI-EXCL(WS-IDX-ETUD)



             END-STRING
             WRITE F-SORTIE
         END-IF

      *Mention des exclusions de l'annee scolaire
         IF WS-NB-EXCL(WS-IDX-ETUD) > 0
             MOVE ALL SPACES TO F-SORTIE
             STRING
                 "  EXCLUSION(S) : " DELIMITED BY SIZE
                 WS-NB-EXCL(WS-IDX-ETUD) DELIMITED BY SIZE
                 " - DEMI-JOURNEES EXCLUES : " DELIMITED BY SIZE
                 WS-NB-DEMI-EXCL(WS-IDX-ETUD) DELIMITED BY SIZE
             INTO F-SORTIE
             END-STRING
             WRITE F-SORTIE
         END-IF
       END-PERFORM.
       
       MOVE ALL "-" TO F-SORTIE.
       END-STRING.
       WRITE F-BULLETIN.

       IF WS-NB-EXCL(WS-IDX-ETUD) > 0
           MOVE SPACES TO F-BULLETIN
           STRING "EXCLUSION(S) : " DELIMITED BY SIZE
                  WS-NB-EXCL(WS-IDX-ETUD) DELIMITED BY SIZE
                  " - DEMI-JOURNEES EXCLUES : " DELIMITED BY SIZE
                  WS-NB-DEMI-EXCL(WS-IDX-ETUD) DELIMITED BY SIZE
           INTO F-BULLETIN
           END-STRING
           WRITE F-BULLETIN
       END-IF.

       MOVE SPACES TO F-BULLETIN.
       WRITE F-BULLETIN.

