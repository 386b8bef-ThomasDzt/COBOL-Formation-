      * Rapport des foyers : les membres de chaque foyer tenu par
      * personne (foyers-personnes.txt) sont listes avec leur date de
      * naissance, lue dans personnes.txt, et leur age revolu a la
      * date d'execution, calcule comme dans pyramage ; suivent les
      * liens (liens-personnes.txt) entre membres du meme foyer.
      * Marketing, assurance (beneficiaires) et ecole (tuteurs
      * legaux) partent de ce rapport.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. foyers.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-PERSONNE ASSIGN TO "personnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-FOYERS ASSIGN TO "foyers-personnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-LIENS ASSIGN TO "liens-personnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-foyers.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-PERSONNE.
       01 F-LIGNE                  PIC X(50).

       FD FICHIER-FOYERS.
       01 F-FOYER.
           05 F-FOYER-NUMERO       PIC 9(05).
           05 FILLER               PIC X(01).
           05 F-FOYER-NOM          PIC X(15).
           05 F-FOYER-PRENOM       PIC X(15).

       FD FICHIER-LIENS.
       01 F-LIEN.
           05 F-LIEN-NOM-1         PIC X(15).
           05 F-LIEN-PRENOM-1      PIC X(15).
           05 FILLER               PIC X(01).
           05 F-LIEN-TYPE          PIC X(08).
           05 FILLER               PIC X(01).
           05 F-LIEN-NOM-2         PIC X(15).
           05 F-LIEN-PRENOM-2      PIC X(15).
           05 FILLER               PIC X(01).
           05 F-LIEN-DEBUT         PIC 9(08).

       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT          PIC X(80).


       WORKING-STORAGE SECTION.

       01 WS-FIN-LECTURE           PIC X.
           88 WS-FIN-LECTURE-N                     VALUE "N".
           88 WS-FIN-LECTURE-O                     VALUE "O".

      *Personnes du fichier texte, pour les dates de naissance
       01 WS-NB-PERSONNES          PIC 9(03)   VALUE 0.
       01 WS-TABLEAU-PERSONNES.
           05 WS-PERSONNE OCCURS 500 TIMES.
               10 WS-PER-NOM       PIC X(15).
               10 WS-PER-PRENOM    PIC X(15).
               10 WS-PER-MOIS      PIC 9(02).
               10 WS-PER-JOUR      PIC 9(02).
               10 WS-PER-ANNEE     PIC 9(04).

      *Membres des foyers, tries par foyer puis par nom
       01 WS-NB-MEMBRES            PIC 9(03)   VALUE 0.
       01 WS-TABLEAU-FOYERS.
           05 WS-MEMBRE OCCURS 1 TO 500 TIMES
                        DEPENDING ON WS-NB-MEMBRES.
               10 WS-MBR-FOYER     PIC 9(05).
               10 WS-MBR-NOM       PIC X(15).
               10 WS-MBR-PRENOM    PIC X(15).

      *Liens entre personnes
       01 WS-NB-LIENS              PIC 9(03)   VALUE 0.
       01 WS-TABLEAU-LIENS.
           05 WS-LIEN OCCURS 500 TIMES.
               10 WS-LIEN-NOM-1    PIC X(15).
               10 WS-LIEN-PRENOM-1 PIC X(15).
               10 WS-LIEN-TYPE     PIC X(08).
               10 WS-LIEN-NOM-2    PIC X(15).
               10 WS-LIEN-PRENOM-2 PIC X(15).
               10 WS-LIEN-DEBUT    PIC 9(08).
               10 WS-LIEN-DEBUT-R REDEFINES WS-LIEN-DEBUT.
                   15 WS-LIEN-ANNEE PIC 9(04).
                   15 WS-LIEN-MOIS  PIC 9(02).
                   15 WS-LIEN-JOUR  PIC 9(02).

       77 WS-IDX                   PIC 9(03).
       77 WS-IDX-PER               PIC 9(03).
       77 WS-IDX-LIEN              PIC 9(03).
       77 WS-IDX-AUTRE             PIC 9(03).

       01 WS-FOYER-COURANT         PIC 9(05).
       01 WS-NB-DU-FOYER           PIC 9(03).
       01 WS-NB-FOYERS             PIC 9(05)   VALUE 0.

      *Les deux personnes d'un lien sont-elles dans le foyer courant
       01 WS-MEMBRE-1              PIC X.
       01 WS-MEMBRE-2              PIC X.

      *Date de naissance de la personne en cours de traitement
       01 WS-JOUR                  PIC 9(02).
       01 WS-MOIS                  PIC 9(02).
       01 WS-ANNEE                 PIC 9(04).

      *Date du jour decomposee pour le calcul d'anniversaire
       01 WS-DATE-ACTU.
           05 WS-ANNEE-ACTU        PIC 9(04).
           05 WS-MOIS-ACTU         PIC 9(02).
           05 WS-JOUR-ACTU         PIC 9(02).

       01 WS-AGE                   PIC 9(03).


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           PERFORM 0300-ECRITURE-RAPPORT-DEB
              THRU 0300-ECRITURE-RAPPORT-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-CHARGEMENT-DEB.

           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANNEE-ACTU.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MOIS-ACTU.
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-JOUR-ACTU.

           DISPLAY "Ouverture du fichier personnes.txt".
           OPEN INPUT FICHIER-PERSONNE.

           SET WS-FIN-LECTURE-N TO TRUE.
           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PERSONNE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-PERSONNES < 500
                           ADD 1 TO WS-NB-PERSONNES
                           MOVE F-LIGNE(1:15)
                             TO WS-PER-NOM(WS-NB-PERSONNES)
                           MOVE F-LIGNE(16:15)
                             TO WS-PER-PRENOM(WS-NB-PERSONNES)
                           MOVE F-LIGNE(31:2)
                             TO WS-PER-MOIS(WS-NB-PERSONNES)
                           MOVE F-LIGNE(33:2)
                             TO WS-PER-JOUR(WS-NB-PERSONNES)
                           MOVE F-LIGNE(35:4)
                             TO WS-PER-ANNEE(WS-NB-PERSONNES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PERSONNE.

           OPEN INPUT FICHIER-FOYERS.

           SET WS-FIN-LECTURE-N TO TRUE.
           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-FOYERS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-MEMBRES < 500
                           ADD 1 TO WS-NB-MEMBRES
                           MOVE F-FOYER-NUMERO
                             TO WS-MBR-FOYER(WS-NB-MEMBRES)
                           MOVE F-FOYER-NOM
                             TO WS-MBR-NOM(WS-NB-MEMBRES)
                           MOVE F-FOYER-PRENOM
                             TO WS-MBR-PRENOM(WS-NB-MEMBRES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FOYERS.

           OPEN INPUT FICHIER-LIENS.

           SET WS-FIN-LECTURE-N TO TRUE.
           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-LIENS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-LIENS < 500
                           ADD 1 TO WS-NB-LIENS
                           MOVE F-LIEN-NOM-1
                             TO WS-LIEN-NOM-1(WS-NB-LIENS)
                           MOVE F-LIEN-PRENOM-1
                             TO WS-LIEN-PRENOM-1(WS-NB-LIENS)
                           MOVE F-LIEN-TYPE
                             TO WS-LIEN-TYPE(WS-NB-LIENS)
                           MOVE F-LIEN-NOM-2
                             TO WS-LIEN-NOM-2(WS-NB-LIENS)
                           MOVE F-LIEN-PRENOM-2
                             TO WS-LIEN-PRENOM-2(WS-NB-LIENS)
                           MOVE F-LIEN-DEBUT
                             TO WS-LIEN-DEBUT(WS-NB-LIENS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-LIENS.

           IF WS-NB-MEMBRES > 0
               SORT WS-MEMBRE ON ASCENDING KEY WS-MBR-FOYER
                                               WS-MBR-NOM
                                               WS-MBR-PRENOM
           END-IF.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Age revolu a la date du jour : l'annee d'ecart est reduite de 1
      *si l'anniversaire n'est pas encore passe cette annee
       0200-CALCUL-AGE-DEB.

           COMPUTE WS-AGE = WS-ANNEE-ACTU - WS-ANNEE.

           IF WS-MOIS-ACTU < WS-MOIS
           OR (WS-MOIS-ACTU = WS-MOIS AND WS-JOUR-ACTU < WS-JOUR)
               SUBTRACT 1 FROM WS-AGE
           END-IF.

           EXIT.

       0200-CALCUL-AGE-FIN.

      *-----------------------------------------------------------------

       0300-ECRITURE-RAPPORT-DEB.

           DISPLAY "Ecriture du rapport des foyers".
           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "FOYERS AU " WS-JOUR-ACTU "/"
                   WS-MOIS-ACTU "/" WS-ANNEE-ACTU
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE 0 TO WS-FOYER-COURANT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-MEMBRES

               IF WS-MBR-FOYER(WS-IDX) NOT = WS-FOYER-COURANT
                   IF WS-FOYER-COURANT NOT = 0
                       PERFORM 0400-LIENS-FOYER-DEB
                          THRU 0400-LIENS-FOYER-FIN
                   END-IF
                   PERFORM 0320-ENTETE-FOYER-DEB
                      THRU 0320-ENTETE-FOYER-FIN
               END-IF

               PERFORM 0350-LIGNE-MEMBRE-DEB
                  THRU 0350-LIGNE-MEMBRE-FIN

           END-PERFORM.

           IF WS-FOYER-COURANT NOT = 0
               PERFORM 0400-LIENS-FOYER-DEB
                  THRU 0400-LIENS-FOYER-FIN
           END-IF.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TOTAL : " WS-NB-FOYERS " foyer(s), "
                   WS-NB-MEMBRES " personne(s), "
                   WS-NB-LIENS " lien(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Foyers : " WS-NB-FOYERS
                   ", personnes : " WS-NB-MEMBRES
                   ", liens : " WS-NB-LIENS.

           EXIT.

       0300-ECRITURE-RAPPORT-FIN.

      *-----------------------------------------------------------------

      *En-tete d'un foyer avec son nombre de membres
       0320-ENTETE-FOYER-DEB.

           MOVE WS-MBR-FOYER(WS-IDX) TO WS-FOYER-COURANT.
           ADD 1 TO WS-NB-FOYERS.

           MOVE 0 TO WS-NB-DU-FOYER.
           PERFORM VARYING WS-IDX-AUTRE FROM WS-IDX BY 1
                   UNTIL WS-IDX-AUTRE > WS-NB-MEMBRES
               IF WS-MBR-FOYER(WS-IDX-AUTRE) = WS-FOYER-COURANT
                   ADD 1 TO WS-NB-DU-FOYER
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.
           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "FOYER " WS-FOYER-COURANT " - "
                   WS-NB-DU-FOYER " membre(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0320-ENTETE-FOYER-FIN.

      *-----------------------------------------------------------------

      *Un membre : nom, prenom, date de naissance et age ; une
      *personne radiee entre-temps de personnes.txt est signalee
       0350-LIGNE-MEMBRE-DEB.

           MOVE SPACES TO F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-NB-PERSONNES
               IF WS-PER-NOM(WS-IDX-PER) = WS-MBR-NOM(WS-IDX)
               AND WS-PER-PRENOM(WS-IDX-PER) = WS-MBR-PRENOM(WS-IDX)
                   MOVE WS-PER-JOUR(WS-IDX-PER) TO WS-JOUR
                   MOVE WS-PER-MOIS(WS-IDX-PER) TO WS-MOIS
                   MOVE WS-PER-ANNEE(WS-IDX-PER) TO WS-ANNEE
                   PERFORM 0200-CALCUL-AGE-DEB
                      THRU 0200-CALCUL-AGE-FIN
                   STRING "  " WS-MBR-NOM(WS-IDX) " "
                           WS-MBR-PRENOM(WS-IDX) " "
                           WS-JOUR "/" WS-MOIS "/" WS-ANNEE "  "
                           WS-AGE " an(s)"
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
                   GO TO 0350-LIGNE-MEMBRE-FIN
               END-IF
           END-PERFORM.

           STRING "  " WS-MBR-NOM(WS-IDX) " "
                   WS-MBR-PRENOM(WS-IDX)
                   " absent de personnes.txt"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0350-LIGNE-MEMBRE-FIN.

      *-----------------------------------------------------------------

      *Liens dont les deux personnes sont membres du foyer courant
       0400-LIENS-FOYER-DEB.

           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS

               MOVE "N" TO WS-MEMBRE-1 WS-MEMBRE-2

               PERFORM VARYING WS-IDX-AUTRE FROM 1 BY 1
                       UNTIL WS-IDX-AUTRE > WS-NB-MEMBRES
                   IF WS-MBR-FOYER(WS-IDX-AUTRE) = WS-FOYER-COURANT
                       IF WS-MBR-NOM(WS-IDX-AUTRE)
                          = WS-LIEN-NOM-1(WS-IDX-LIEN)
                       AND WS-MBR-PRENOM(WS-IDX-AUTRE)
                          = WS-LIEN-PRENOM-1(WS-IDX-LIEN)
                           MOVE "O" TO WS-MEMBRE-1
                       END-IF
                       IF WS-MBR-NOM(WS-IDX-AUTRE)
                          = WS-LIEN-NOM-2(WS-IDX-LIEN)
                       AND WS-MBR-PRENOM(WS-IDX-AUTRE)
                          = WS-LIEN-PRENOM-2(WS-IDX-LIEN)
                           MOVE "O" TO WS-MEMBRE-2
                       END-IF
                   END-IF
               END-PERFORM

               IF WS-MEMBRE-1 = "O" AND WS-MEMBRE-2 = "O"
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "    " FUNCTION TRIM(WS-LIEN-PRENOM-1
                                                (WS-IDX-LIEN)) " "
                           FUNCTION TRIM(WS-LIEN-NOM-1(WS-IDX-LIEN))
                           " " FUNCTION TRIM(WS-LIEN-TYPE(WS-IDX-LIEN))
                           " de "
                           FUNCTION TRIM(WS-LIEN-PRENOM-2(WS-IDX-LIEN))
                           " " FUNCTION TRIM(WS-LIEN-NOM-2(WS-IDX-LIEN))
                           " depuis le " WS-LIEN-JOUR(WS-IDX-LIEN) "/"
                           WS-LIEN-MOIS(WS-IDX-LIEN) "/"
                           WS-LIEN-ANNEE(WS-IDX-LIEN)
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF

           END-PERFORM.

           EXIT.

       0400-LIENS-FOYER-FIN.
