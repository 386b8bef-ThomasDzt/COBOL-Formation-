      *portant le programme, le type (D = debut, F = fin), les
      *compteurs lus/ecrits et le code de fin. La nuit laisse enfin
      *une trace exploitable au matin.
      *A la fin normale d'un programme, les regles d'equilibre
      *bloquantes de equilibres.cfg ou il est consommateur (colonne
      *BLOQUANT a O, posee d'accord avec l'exploitation) comparent
      *son compteur a celui de la derniere fin du producteur au
      *journal : un ecart au-dela de la tolerance est journalise avec
      *le code 0012 et rendu en RETURN-CODE, ce qui arrete chainuit
      *avant l'etape suivante. En fin d'execution, le code de fin
      *transmis est rendu a l'appelant en RETURN-CODE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ctrlexec.
       ASSIGN TO "journal-executions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-EQUILIBRES
       ASSIGN TO "equilibres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 FILLER                 PIC X(01).
           05 F-JRN-CODE             PIC 9(04).

      *Regle d'equilibre : compteur (L = lus, E = ecrits) du
      *producteur contre celui du consommateur, a la tolerance pres
       FD FICHIER-EQUILIBRES.
       01 F-EQUILIBRE.
           05 F-EQU-PRODUCTEUR       PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-EQU-COMPTEUR-PROD    PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-EQU-CONSOMMATEUR     PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-EQU-COMPTEUR-CONS    PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-EQU-TOLERANCE        PIC X(07).
           05 FILLER                 PIC X(01).
           05 F-EQU-BLOQUANT         PIC X(01).

       WORKING-STORAGE SECTION.

       01 WS-HORODATAGE              PIC X(14).

      *Regles bloquantes du programme qui se termine, avec le
      *compteur de la derniere fin journalisee du producteur
       01 WS-TABLEAU-REGLES.
           05 WS-REGLE OCCURS 10 TIMES.
               10 WS-REG-PRODUCTEUR      PIC X(10).
               10 WS-REG-COMPTEUR-PROD   PIC X(01).
               10 WS-REG-COMPTEUR-CONS   PIC X(01).
               10 WS-REG-TOLERANCE       PIC 9(07).
               10 WS-REG-VU              PIC X(01).
                   88 WS-REG-VU-OUI              VALUE "O".
               10 WS-REG-ATTENDU         PIC 9(07).

       77 WS-IDX                     PIC 9(02).
       01 WS-NB-REGLES               PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-REGLES         PIC 9(02)   VALUE 10.

       01 WS-FIN-LECTURE             PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI             VALUE "O".

       01 WS-COMPTE-CONS             PIC 9(07).
       01 WS-ECART                   PIC S9(08).

       01 WS-EQUILIBRE-ROMPU         PIC X       VALUE "N".
           88 WS-EQUILIBRE-ROMPU-OUI         VALUE "O".

       LINKAGE SECTION.

       COPY ctrlexec REPLACING ==EXEC-DEMANDE== BY ==LK-EXEC-DEMANDE==.

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HORODATAGE.

           MOVE "N" TO WS-EQUILIBRE-ROMPU.

           IF EXEC-TYPE IN LK-EXEC-DEMANDE = "F"
           AND EXEC-CODE IN LK-EXEC-DEMANDE = 0
               PERFORM 0100-EQUILIBRES-DEB
                  THRU 0100-EQUILIBRES-FIN
           END-IF.

           OPEN EXTEND FICHIER-JOURNAL.

           MOVE SPACES TO F-LIGNE-JOURNAL.

           CLOSE FICHIER-JOURNAL.

      *Le code de fin de l'appelant lui est rendu en RETURN-CODE, que
      *le retour d'appel remettrait sinon a zero
           IF EXEC-TYPE IN LK-EXEC-DEMANDE = "F"
               MOVE EXEC-CODE IN LK-EXEC-DEMANDE TO RETURN-CODE
           END-IF.

           IF WS-EQUILIBRE-ROMPU-OUI
               MOVE 12 TO RETURN-CODE
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Regles bloquantes ou le programme est consommateur, puis
      *derniere fin journalisee de chaque producteur
       0100-EQUILIBRES-DEB.

           MOVE 0 TO WS-NB-REGLES.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-EQUILIBRES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-EQUILIBRES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-EQU-CONSOMMATEUR
                          = EXEC-PROGRAMME IN LK-EXEC-DEMANDE
                       AND F-EQU-BLOQUANT = "O"
                       AND F-EQU-TOLERANCE IS NUMERIC
                       AND WS-NB-REGLES < WS-CAPACITE-REGLES
                           ADD 1 TO WS-NB-REGLES
                           MOVE F-EQU-PRODUCTEUR
                             TO WS-REG-PRODUCTEUR(WS-NB-REGLES)
                           MOVE F-EQU-COMPTEUR-PROD
                             TO WS-REG-COMPTEUR-PROD(WS-NB-REGLES)
                           MOVE F-EQU-COMPTEUR-CONS
                             TO WS-REG-COMPTEUR-CONS(WS-NB-REGLES)
                           MOVE F-EQU-TOLERANCE
                             TO WS-REG-TOLERANCE(WS-NB-REGLES)
                           MOVE "N" TO WS-REG-VU(WS-NB-REGLES)
                           MOVE 0 TO WS-REG-ATTENDU(WS-NB-REGLES)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-EQUILIBRES.

           IF WS-NB-REGLES = 0
               GO TO 0100-EQUILIBRES-FIN
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-JOURNAL.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-JOURNAL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-JRN-TYPE = "F"
                           PERFORM 0150-RELEVE-PRODUCTEUR-DEB
                              THRU 0150-RELEVE-PRODUCTEUR-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-JOURNAL.

           PERFORM 0200-COMPARE-DEB
              THRU 0200-COMPARE-FIN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-NB-REGLES.

           EXIT.

       0100-EQUILIBRES-FIN.

      *-----------------------------------------------------------------

      *La derniere fin du producteur au journal fait foi
       0150-RELEVE-PRODUCTEUR-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-REGLES
               IF WS-REG-PRODUCTEUR(WS-IDX) = F-JRN-PROGRAMME
                   SET WS-REG-VU-OUI(WS-IDX) TO TRUE
                   IF WS-REG-COMPTEUR-PROD(WS-IDX) = "L"
                       MOVE F-JRN-LUS TO WS-REG-ATTENDU(WS-IDX)
                   ELSE
                       MOVE F-JRN-ECRITS TO WS-REG-ATTENDU(WS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       0150-RELEVE-PRODUCTEUR-FIN.

      *-----------------------------------------------------------------

      *Un producteur jamais journalise ne bloque pas : le rapport
      *d'equilibre le signale
       0200-COMPARE-DEB.

           IF NOT WS-REG-VU-OUI(WS-IDX)
               GO TO 0200-COMPARE-FIN
           END-IF.

           IF WS-REG-COMPTEUR-CONS(WS-IDX) = "E"
               MOVE EXEC-ECRITS IN LK-EXEC-DEMANDE TO WS-COMPTE-CONS
           ELSE
               MOVE EXEC-LUS IN LK-EXEC-DEMANDE TO WS-COMPTE-CONS
           END-IF.

           COMPUTE WS-ECART = WS-COMPTE-CONS - WS-REG-ATTENDU(WS-IDX).

           IF WS-ECART < 0
               COMPUTE WS-ECART = 0 - WS-ECART
           END-IF.

           IF WS-ECART > WS-REG-TOLERANCE(WS-IDX)
               SET WS-EQUILIBRE-ROMPU-OUI TO TRUE
               MOVE 12 TO EXEC-CODE IN LK-EXEC-DEMANDE
               DISPLAY "Equilibre rompu : "
                       EXEC-PROGRAMME IN LK-EXEC-DEMANDE " compte "
                       WS-COMPTE-CONS " contre " WS-REG-ATTENDU(WS-IDX)
                       " annonce(s) par " WS-REG-PRODUCTEUR(WS-IDX)
                       ", arret de la chaine."
           END-IF.

           EXIT.

       0200-COMPARE-FIN.

       END PROGRAM ctrlexec.
