      * Rapport du matin de la liste de taches partagee (todo) : pour
      * chaque compte actif de comptes.dat, ses taches ouvertes (non
      * terminees) avec les taches en retard signalees, puis les
      * taches assignees a un compte inconnu ou inactif et enfin les
      * taches ouvertes restees sans assignation depuis plus d'un
      * jour (date de creation anterieure a la veille, ou inconnue
      * pour les taches d'avant le partage). Le rapport est ecrit
      * dans todo-matin.txt, a lancer en debut de journee.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. todomatin.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-TODO ASSIGN TO "todo.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-COMPTES ASSIGN TO "comptes.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "todo-matin.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      * Meme enregistrement que dans todo.
       FD FICHIER-TODO.
       01 F-TACHE.
           05 F-TACHE-TEXTE        PIC X(50).
           05 F-TACHE-DATE         PIC X(08).
           05 F-TACHE-PRIORITE     PIC X(01).
           05 F-TACHE-STATUT       PIC X(01).
           05 F-TACHE-CREATEUR     PIC X(20).
           05 F-TACHE-ASSIGNE      PIC X(20).
           05 F-TACHE-CREATION     PIC X(08).

       FD FICHIER-COMPTES
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01 F-COMPTE.
           05 F-IDENTIFIANT-COMPTE PIC X(20).
           05 F-MDP-COMPTE         PIC X(20).
           05 F-ROLE-COMPTE        PIC X(01).
           05 F-DATE-MDP-COMPTE    PIC X(08).
           05 F-STATUT-COMPTE      PIC X(01).
           05 F-ECHECS-COMPTE      PIC X(01).

       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT          PIC X(80).


       WORKING-STORAGE SECTION.

       01 WS-FIN-FICHIER       PIC X       VALUE "N".
           88 WS-FIN-FICHIER-OUI               VALUE "O".

      * Taches chargees depuis todo.dat.
       01 WS-NB-TACHES         PIC 9(03)   VALUE 0.
       01 WS-TABLEAU-TACHES.
           05 WS-TACHE OCCURS 100 TIMES.
               10 WS-NOM-TACHE             PIC X(50).
               10 WS-DATE-TACHE            PIC 9(08).
               10 WS-PRIORITE-TACHE        PIC X(01).
               10 WS-STATUT-TACHE          PIC X(01).
                   88 WS-STATUT-TERMINEE               VALUE "T".
               10 WS-ASSIGNE-TACHE         PIC X(20).
               10 WS-CREATION-TACHE        PIC 9(08).
               10 WS-TACHE-SIGNALEE        PIC X(01).
                   88 WS-TACHE-SIGNALEE-O              VALUE "O".
       77 WS-IDX               PIC 9(03).

      * Comptes actifs (ni desactives ni bloques).
       01 WS-NB-COMPTES        PIC 9(03)   VALUE 0.
       01 WS-TABLEAU-COMPTES.
           05 WS-COMPTE OCCURS 100 TIMES    PIC X(20).
       77 WS-IDX-CPT           PIC 9(03).

      * Compteurs par utilisateur et totaux du rapport.
       01 WS-NB-OUVERTES       PIC 9(03).
       01 WS-NB-RETARDS        PIC 9(03).
       01 WS-TOT-OUVERTES      PIC 9(05)   VALUE 0.
       01 WS-TOT-RETARDS       PIC 9(05)   VALUE 0.
       01 WS-TOT-ORPHELINES    PIC 9(05)   VALUE 0.
       01 WS-TOT-NON-ASSIGNEES PIC 9(05)   VALUE 0.

      * Date du jour et veille : une tache non assignee creee avant la
      * veille l'est depuis plus d'un jour.
       01 WS-DATE-DU-JOUR      PIC 9(08).
       01 WS-DATE-VEILLE       PIC 9(08).

       01 WS-DATUTIL-FONCTION  PIC X(05).
       01 WS-DATUTIL-DATE-1    PIC 9(08).
       01 WS-DATUTIL-DATE-2    PIC 9(08).
       01 WS-DATUTIL-NOMBRE    PIC S9(07).
       01 WS-DATUTIL-RESULTAT  PIC 9(01).

      * Ligne de detail d'une tache.
       01 WS-LIGNE-TACHE.
           05 FILLER               PIC X(04)   VALUE SPACES.
           05 FILLER               PIC X(02)   VALUE "[P".
           05 WS-LT-PRIORITE       PIC X(01).
           05 FILLER               PIC X(02)   VALUE "] ".
           05 WS-LT-ECHEANCE       PIC X(08).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WS-LT-TEXTE          PIC X(50).
           05 FILLER               PIC X(01)   VALUE SPACE.
           05 WS-LT-RETARD         PIC X(11).

       01 WS-CADRE             PIC X(80)   VALUE ALL "=".


       PROCEDURE DIVISION.

           PERFORM 0100-PRINCIPAL-DEB
              THRU 0100-PRINCIPAL-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-PRINCIPAL-DEB.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-DATE-DU-JOUR TO WS-DATUTIL-DATE-1.
           MOVE -1 TO WS-DATUTIL-NOMBRE.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE WS-DATUTIL-DATE-2 TO WS-DATE-VEILLE.

           PERFORM 0200-CHARGE-COMPTES-DEB
              THRU 0200-CHARGE-COMPTES-FIN.

           PERFORM 0210-CHARGE-TACHES-DEB
              THRU 0210-CHARGE-TACHES-FIN.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE WS-CADRE TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "RAPPORT DU MATIN DES TACHES DU " DELIMITED BY SIZE
                  WS-DATE-DU-JOUR DELIMITED BY SIZE
             INTO F-LIGNE-RAPPORT
           END-STRING.
           WRITE F-LIGNE-RAPPORT.
           MOVE WS-CADRE TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                   UNTIL WS-IDX-CPT > WS-NB-COMPTES
               PERFORM 0300-UTILISATEUR-DEB
                  THRU 0300-UTILISATEUR-FIN
           END-PERFORM.

           PERFORM 0400-ORPHELINES-DEB
              THRU 0400-ORPHELINES-FIN.

           PERFORM 0500-NON-ASSIGNEES-DEB
              THRU 0500-NON-ASSIGNEES-FIN.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE WS-CADRE TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TOTAL : " DELIMITED BY SIZE
                  WS-TOT-OUVERTES DELIMITED BY SIZE
                  " ouverte(s) assignee(s) dont " DELIMITED BY SIZE
                  WS-TOT-RETARDS DELIMITED BY SIZE
                  " en retard" DELIMITED BY SIZE
             INTO F-LIGNE-RAPPORT
           END-STRING.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "        " DELIMITED BY SIZE
                  WS-TOT-ORPHELINES DELIMITED BY SIZE
                  " a reassigner, " DELIMITED BY SIZE
                  WS-TOT-NON-ASSIGNEES DELIMITED BY SIZE
                  " sans assignation" DELIMITED BY SIZE
             INTO F-LIGNE-RAPPORT
           END-STRING.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Rapport du matin ecrit dans todo-matin.txt ("
                   WS-TOT-OUVERTES " tache(s) ouverte(s), "
                   WS-TOT-NON-ASSIGNEES " sans assignation).".

           EXIT.

       0100-PRINCIPAL-FIN.

      *-----------------------------------------------------------------

      * Comptes actifs de comptes.dat, dans l'ordre du fichier.
       0200-CHARGE-COMPTES-DEB.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-COMPTES.
           PERFORM UNTIL WS-FIN-FICHIER-OUI OR WS-NB-COMPTES >= 100
               READ FICHIER-COMPTES
                   AT END
                       SET WS-FIN-FICHIER-OUI TO TRUE
                   NOT AT END
                       IF F-STATUT-COMPTE NOT = "D"
                       AND F-STATUT-COMPTE NOT = "B"
                       AND F-IDENTIFIANT-COMPTE NOT = SPACES
                           ADD 1 TO WS-NB-COMPTES
                           MOVE F-IDENTIFIANT-COMPTE
                             TO WS-COMPTE(WS-NB-COMPTES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTES.

           EXIT.

       0200-CHARGE-COMPTES-FIN.

      *-----------------------------------------------------------------

      * Taches ouvertes de todo.dat ; les taches terminees sont
      * ecartees des le chargement.
       0210-CHARGE-TACHES-DEB.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-TODO.
           PERFORM UNTIL WS-FIN-FICHIER-OUI OR WS-NB-TACHES >= 100
               READ FICHIER-TODO
                   AT END
                       SET WS-FIN-FICHIER-OUI TO TRUE
                   NOT AT END
                       IF F-TACHE-STATUT NOT = "T"
                       AND F-TACHE-TEXTE NOT = SPACES
                           ADD 1 TO WS-NB-TACHES
                           MOVE F-TACHE-TEXTE
                             TO WS-NOM-TACHE(WS-NB-TACHES)
                           IF F-TACHE-DATE IS NUMERIC
                               MOVE F-TACHE-DATE
                                 TO WS-DATE-TACHE(WS-NB-TACHES)
                           ELSE
                               MOVE 0 TO WS-DATE-TACHE(WS-NB-TACHES)
                           END-IF
                           MOVE F-TACHE-PRIORITE
                             TO WS-PRIORITE-TACHE(WS-NB-TACHES)
                           MOVE F-TACHE-STATUT
                             TO WS-STATUT-TACHE(WS-NB-TACHES)
                           MOVE F-TACHE-ASSIGNE
                             TO WS-ASSIGNE-TACHE(WS-NB-TACHES)
                           IF F-TACHE-CREATION IS NUMERIC
                               MOVE F-TACHE-CREATION
                                 TO WS-CREATION-TACHE(WS-NB-TACHES)
                           ELSE
                               MOVE 0
                                 TO WS-CREATION-TACHE(WS-NB-TACHES)
                           END-IF
                           MOVE "N"
                             TO WS-TACHE-SIGNALEE(WS-NB-TACHES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-TODO.

           EXIT.

       0210-CHARGE-TACHES-FIN.

      *-----------------------------------------------------------------

      * Bloc d'un utilisateur : ses taches ouvertes, en retard
      * signalees, puis son decompte.
       0300-UTILISATEUR-DEB.

           MOVE 0 TO WS-NB-OUVERTES.
           MOVE 0 TO WS-NB-RETARDS.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "UTILISATEUR " DELIMITED BY SIZE
                  WS-COMPTE(WS-IDX-CPT) DELIMITED BY SPACE
             INTO F-LIGNE-RAPPORT
           END-STRING.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TACHES
               IF WS-ASSIGNE-TACHE(WS-IDX) = WS-COMPTE(WS-IDX-CPT)
                   MOVE "O" TO WS-TACHE-SIGNALEE(WS-IDX)
                   ADD 1 TO WS-NB-OUVERTES
                   PERFORM 0600-LIGNE-TACHE-DEB
                      THRU 0600-LIGNE-TACHE-FIN
                   IF WS-LT-RETARD NOT = SPACES
                       ADD 1 TO WS-NB-RETARDS
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           IF WS-NB-OUVERTES = 0
               MOVE "    Aucune tache ouverte." TO F-LIGNE-RAPPORT
           ELSE
               STRING "    " DELIMITED BY SIZE
                      WS-NB-OUVERTES DELIMITED BY SIZE
                      " tache(s) ouverte(s) dont " DELIMITED BY SIZE
                      WS-NB-RETARDS DELIMITED BY SIZE
                      " en retard" DELIMITED BY SIZE
                 INTO F-LIGNE-RAPPORT
               END-STRING
           END-IF.
           WRITE F-LIGNE-RAPPORT.

           ADD WS-NB-OUVERTES TO WS-TOT-OUVERTES.
           ADD WS-NB-RETARDS TO WS-TOT-RETARDS.

           EXIT.

       0300-UTILISATEUR-FIN.

      *-----------------------------------------------------------------

      * Taches assignees a un compte qui n'est plus actif (desactive,
      * bloque ou supprime) : a reassigner.
       0400-ORPHELINES-DEB.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "ASSIGNEES A UN COMPTE INCONNU OU INACTIF"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TACHES
               IF WS-ASSIGNE-TACHE(WS-IDX) NOT = SPACES
               AND NOT WS-TACHE-SIGNALEE-O(WS-IDX)
                   ADD 1 TO WS-TOT-ORPHELINES
                   PERFORM 0600-LIGNE-TACHE-DEB
                      THRU 0600-LIGNE-TACHE-FIN
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "        assignee a " DELIMITED BY SIZE
                          WS-ASSIGNE-TACHE(WS-IDX) DELIMITED BY SPACE
                     INTO F-LIGNE-RAPPORT
                   END-STRING
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

           IF WS-TOT-ORPHELINES = 0
               MOVE "    Aucune." TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

           EXIT.

       0400-ORPHELINES-FIN.

      *-----------------------------------------------------------------

      * Taches ouvertes sans assignation creees avant la veille.
       0500-NON-ASSIGNEES-DEB.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE "NON ASSIGNEES DEPUIS PLUS D'UN JOUR"
             TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TACHES
               IF WS-ASSIGNE-TACHE(WS-IDX) = SPACES
               AND WS-CREATION-TACHE(WS-IDX) < WS-DATE-VEILLE
                   ADD 1 TO WS-TOT-NON-ASSIGNEES
                   PERFORM 0600-LIGNE-TACHE-DEB
                      THRU 0600-LIGNE-TACHE-FIN
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   IF WS-CREATION-TACHE(WS-IDX) = 0
                       MOVE "        creee a une date inconnue"
                         TO F-LIGNE-RAPPORT
                   ELSE
                       STRING "        creee le " DELIMITED BY SIZE
                              WS-CREATION-TACHE(WS-IDX)
                                  DELIMITED BY SIZE
                         INTO F-LIGNE-RAPPORT
                       END-STRING
                   END-IF
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

           IF WS-TOT-NON-ASSIGNEES = 0
               MOVE "    Aucune." TO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
           END-IF.

           EXIT.

       0500-NON-ASSIGNEES-FIN.

      *-----------------------------------------------------------------

      * Ecrit la ligne de la tache WS-IDX, en retard si son echeance
      * est passee.
       0600-LIGNE-TACHE-DEB.

           MOVE WS-PRIORITE-TACHE(WS-IDX) TO WS-LT-PRIORITE.
           MOVE WS-NOM-TACHE(WS-IDX) TO WS-LT-TEXTE.
           MOVE SPACES TO WS-LT-RETARD.

           IF WS-DATE-TACHE(WS-IDX) = 0
               MOVE "--------" TO WS-LT-ECHEANCE
           ELSE
               MOVE WS-DATE-TACHE(WS-IDX) TO WS-LT-ECHEANCE
               IF WS-DATE-TACHE(WS-IDX) < WS-DATE-DU-JOUR
                   MOVE "EN RETARD" TO WS-LT-RETARD
               END-IF
           END-IF.

           MOVE WS-LIGNE-TACHE TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0600-LIGNE-TACHE-FIN.

      *-----------------------------------------------------------------
