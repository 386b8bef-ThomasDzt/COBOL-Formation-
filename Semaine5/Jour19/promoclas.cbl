      *les sortants de CM2 dans un fichier estampille de l'annee
      *scolaire, reecrit la fiche de la nouvelle annee et produit un
      *rapport de promotion (promus, sortants, inclassables).
      *Les decisions de redoublement prises au conseil de classe du
      *troisieme trimestre de l'annee ecoulee (decisions-conseil.txt,
      *saisies par conseil) priment sur l'echelle : l'eleve reste
      *dans sa classe, y compris en CM2, et figure au rapport comme
      *redoublant.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. promoclas.
       SELECT FICHIER-RAPPORT ASSIGN TO "promotion-rapport.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-DECISIONS
       ASSIGN TO "decisions-conseil.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(60).

      *Decision du conseil de classe au dessin ecrit par conseil
      *(R = redoublement)
       FD FICHIER-DECISIONS.
           01 F-DECISION.
               05 F-DEC-ANNEE              PIC X(09).
               05 F-DEC-TRIMESTRE          PIC X(01).
               05 F-DEC-CLASSE             PIC X(03).
               05 F-DEC-NOM                PIC X(09).
               05 F-DEC-PRENOM             PIC X(08).
               05 F-DEC-MATRICULE          PIC X(06).
               05 F-DEC-PROPOSITION        PIC X(01).
               05 F-DEC-DECISION           PIC X(01).
               05 F-DEC-DATE               PIC X(08).


       WORKING-STORAGE SECTION.

                   88 WS-DEVENIR-PROMU             VALUE "P".
                   88 WS-DEVENIR-SORTANT           VALUE "S".
                   88 WS-DEVENIR-INCONNU           VALUE "I".
                   88 WS-DEVENIR-REDOUBLANT        VALUE "R".
               10 WS-REDOUBLEMENT          PIC X.
                   88 WS-REDOUBLEMENT-DECIDE       VALUE "O".

      *Echelle des niveaux de l'ecole, du CP a la sortie
       01 WS-ECHELLE-NIVEAUX.
       01 WS-NB-PROMUS                     PIC 9(03)   VALUE 0.
       01 WS-NB-SORTANTS                   PIC 9(03)   VALUE 0.
       01 WS-NB-INCONNUS                   PIC 9(03)   VALUE 0.
       01 WS-NB-REDOUBLANTS                PIC 9(03)   VALUE 0.

      *Annee scolaire ecoulee, celle des decisions du conseil
       01 WS-ANNEE-PRECEDENTE              PIC 9(04).
       01 WS-ANNEE-ECOULEE                 PIC X(09).


       PROCEDURE DIVISION.
           STRING WS-DJ-ANNEE "-" WS-ANNEE-SUIVANTE
               DELIMITED BY SIZE INTO WS-ANNEE-SCOLAIRE.

           COMPUTE WS-ANNEE-PRECEDENTE = WS-DJ-ANNEE - 1.
           MOVE SPACES TO WS-ANNEE-ECOULEE.
           STRING WS-ANNEE-PRECEDENTE "-" WS-DJ-ANNEE
               DELIMITED BY SIZE INTO WS-ANNEE-ECOULEE.

           MOVE SPACES TO WS-NOM-SORTANTS.
           STRING "sortants-" WS-ANNEE-SCOLAIRE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-SORTANTS.
                             TO WS-NOM-ELEVE(WS-IDX)
                           MOVE F-PRENOM-ELEVE
                             TO WS-PRENOM-ELEVE(WS-IDX)
                           MOVE "N" TO WS-REDOUBLEMENT(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fiche tronquee, "

           CLOSE FICHIER-CLASSE.

           PERFORM 0250-DECISIONS-CONSEIL-DEB
              THRU 0250-DECISIONS-CONSEIL-FIN.

           EXIT.

       0200-LECTURE-FICHE-FIN.

      *-----------------------------------------------------------------

      *Redoublements decides au conseil du troisieme trimestre de
      *l'annee ecoulee, rattaches par classe, nom et prenom
       0250-DECISIONS-CONSEIL-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-DECISIONS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-DECISIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-DEC-ANNEE = WS-ANNEE-ECOULEE
                       AND F-DEC-TRIMESTRE = "3"
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                                   UNTIL WS-IDX > WS-NB-ELEVES
                               IF WS-CLASSE-AVANT(WS-IDX)
                                  = F-DEC-CLASSE
                               AND WS-NOM-ELEVE(WS-IDX) = F-DEC-NOM
                               AND WS-PRENOM-ELEVE(WS-IDX)
                                   = F-DEC-PRENOM
                                   IF F-DEC-DECISION = "R"
                                       MOVE "O"
                                         TO WS-REDOUBLEMENT(WS-IDX)
                                   ELSE
                                       MOVE "N"
                                         TO WS-REDOUBLEMENT(WS-IDX)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-DECISIONS.

           EXIT.

       0250-DECISIONS-CONSEIL-FIN.

      *-----------------------------------------------------------------

      *Calcul de la classe d'arrivee de chaque eleve par l'echelle
      *des niveaux : promu, sortant (fin de CM2) ou inclassable
       0300-PROMOTION-DEB.

               END-PERFORM

               IF WS-REDOUBLEMENT-DECIDE(WS-IDX)
                   SET WS-DEVENIR-REDOUBLANT(WS-IDX) TO TRUE
                   MOVE WS-CLASSE-AVANT(WS-IDX)
                     TO WS-CLASSE-APRES(WS-IDX)
               END-IF

               EVALUATE TRUE
                   WHEN WS-DEVENIR-PROMU(WS-IDX)
                       ADD 1 TO WS-NB-PROMUS
                   WHEN WS-DEVENIR-REDOUBLANT(WS-IDX)
                       ADD 1 TO WS-NB-REDOUBLANTS
                   WHEN WS-DEVENIR-SORTANT(WS-IDX)
                       ADD 1 TO WS-NB-SORTANTS
                   WHEN OTHER
                               WS-CLASSE-APRES(WS-IDX)
                           DELIMITED BY SIZE INTO F-LIGNE-RAPPORT

                   WHEN WS-DEVENIR-REDOUBLANT(WS-IDX)
                       STRING WS-NOM-ELEVE(WS-IDX) " "
                               WS-PRENOM-ELEVE(WS-IDX)
                               " : redouble en "
                               WS-CLASSE-AVANT(WS-IDX)
                               " (conseil de classe)"
                           DELIMITED BY SIZE INTO F-LIGNE-RAPPORT

                   WHEN WS-DEVENIR-SORTANT(WS-IDX)
                       STRING WS-NOM-ELEVE(WS-IDX) " "
                               WS-PRENOM-ELEVE(WS-IDX)
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "        " WS-NB-REDOUBLANTS
                   " redoublant(s) sur decision du conseil"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Promus : " WS-NB-PROMUS
                   " - Sortants : " WS-NB-SORTANTS
                   " - Inclassables : " WS-NB-INCONNUS
                   " - Redoublants : " WS-NB-REDOUBLANTS.

           EXIT.

