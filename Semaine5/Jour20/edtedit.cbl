      *Edition de l'emploi du temps hebdomadaire tenu par edtmaint :
      *une grille par classe puis une grille par professeur (creneaux
      *de 08h00 a 16h30 en lignes, lundi a vendredi en colonnes) dans
      *emplois-du-temps.txt, pretes a afficher ou distribuer. Le
      *controle des volumes horaires compare ensuite, pour chaque
      *classe et matiere du programme (programme-horaires.cfg :
      *classe, matiere de matieres.cfg, heures hebdomadaires dues),
      *les heures placees aux heures dues ; les ecarts et les cours
      *places hors programme partent dans controle-horaires.txt.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * EDT = EMPLOI DU TEMPS ; PRF = PROFESSEUR ;
      * PRG = PROGRAMME HORAIRE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtedit.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-EDT ASSIGN TO "emploi-temps.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS F-STATUT-EDT.

       SELECT OPTIONAL FICHIER-PROFS ASSIGN TO "professeurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PROGRAMME
       ASSIGN TO "programme-horaires.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-GRILLES ASSIGN TO "emplois-du-temps.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CONTROLE ASSIGN TO "controle-horaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-EDT.
           01 F-COURS.
               05 F-EDT-JOUR               PIC X(01).
               05 F-EDT-CRENEAU            PIC X(01).
               05 F-EDT-CLASSE             PIC X(03).
               05 F-EDT-MATIERE            PIC X(21).
               05 F-EDT-PROF               PIC X(20).
               05 F-EDT-SALLE              PIC X(06).

       FD FICHIER-PROFS.
           01 F-PROF.
               05 F-PRF-IDENTIFIANT        PIC X(20).
               05 F-PRF-NOM                PIC X(20).

      *Heures hebdomadaires dues par classe et matiere
       FD FICHIER-PROGRAMME.
           01 F-PROGRAMME.
               05 F-PRG-CLASSE             PIC X(03).
               05 F-PRG-MATIERE            PIC X(21).
               05 F-PRG-HEURES             PIC X(02).

       FD FICHIER-GRILLES.
           01 F-LIGNE-GRILLE               PIC X(80).

       FD FICHIER-CONTROLE.
           01 F-LIGNE-CONTROLE             PIC X(80).


       WORKING-STORAGE SECTION.

       01 F-STATUT-EDT                     PIC X(02).
           88 F-STATUT-EDT-OK                          VALUE "00".

       01 WS-TABLEAU-EDT.
           05 WS-EDT OCCURS 600 TIMES.
               10 WS-EDT-JOUR              PIC 9(01).
               10 WS-EDT-CRENEAU           PIC 9(01).
               10 WS-EDT-CLASSE            PIC X(03).
               10 WS-EDT-MATIERE           PIC X(21).
               10 WS-EDT-PROF              PIC X(20).
               10 WS-EDT-SALLE             PIC X(06).
      *        O quand le cours est couvert par le programme horaire
               10 WS-EDT-AU-PROGRAMME      PIC X(01).

       01 WS-TABLEAU-PRF.
           05 WS-PRF OCCURS 100 TIMES.
               10 WS-PRF-IDENTIFIANT       PIC X(20).
               10 WS-PRF-NOM               PIC X(20).

      *Classes et professeurs presents a l'emploi du temps, dans
      *l'ordre de premiere apparition
       01 WS-TABLEAU-CLASSES.
           05 WS-CLASSE-VUE OCCURS 50 TIMES
                                           PIC X(03).

       01 WS-TABLEAU-PROFS-VUS.
           05 WS-PROF-VU OCCURS 100 TIMES
                                           PIC X(20).

      *Grille de la semaine : 8 creneaux de 5 jours
       01 WS-GRILLE.
           05 WS-GRI-LIGNE OCCURS 8 TIMES.
               10 WS-GRI-CASE OCCURS 5 TIMES
                                           PIC X(14).

      *Libelles des jours et heures de debut des creneaux
       01 WS-LIBELLES-JOURS                PIC X(40)
               VALUE "LUNDI   MARDI   MERCREDIJEUDI   VENDREDI".
       01 WS-LIBELLES-JOURS-R REDEFINES WS-LIBELLES-JOURS.
           05 WS-LIB-JOUR OCCURS 5 TIMES   PIC X(08).

       01 WS-HEURES-CRENEAUX               PIC X(40)
               VALUE "08h0009h0010h0011h0013h3014h3015h3016h30".
       01 WS-HEURES-CRENEAUX-R REDEFINES WS-HEURES-CRENEAUX.
           05 WS-HEURE-CRENEAU OCCURS 8 TIMES
                                           PIC X(05).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX-VU                        PIC 9(03).
       77 WS-IDX-JOUR                      PIC 9(01).
       77 WS-IDX-CRENEAU                   PIC 9(01).

       01 WS-MAX-EDT                       PIC 9(03)   VALUE 0.
       01 WS-MAX-PRF                       PIC 9(03)   VALUE 0.
       01 WS-NB-CLASSES                    PIC 9(02)   VALUE 0.
       01 WS-NB-PROFS-VUS                  PIC 9(03)   VALUE 0.
       01 WS-TROUVE                        PIC 9(03).

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Critere de la grille en cours : classe ou professeur
       01 WS-CLASSE-GRILLE                 PIC X(03).
       01 WS-PROF-GRILLE                   PIC X(20).
       01 WS-NOM-GRILLE                    PIC X(20).

      *Controle des volumes horaires
       01 WS-HEURES-DUES                   PIC 9(02).
       01 WS-HEURES-PLACEES                PIC 9(02).
       01 WS-ECART                         PIC S9(02).
       01 WS-ECART-ED                      PIC --9.
       01 WS-STATUT-VOLUME                 PIC X(17).

       77 WS-NB-LIGNES-PRG                 PIC 9(04)   VALUE 0.
       77 WS-NB-ECARTS                     PIC 9(04)   VALUE 0.
       77 WS-NB-HORS-PRG                   PIC 9(04)   VALUE 0.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           OPEN OUTPUT FICHIER-GRILLES.

           PERFORM VARYING WS-IDX-VU FROM 1 BY 1
                   UNTIL WS-IDX-VU > WS-NB-CLASSES
               PERFORM 0300-GRILLE-CLASSE-DEB
                  THRU 0300-GRILLE-CLASSE-FIN
           END-PERFORM.

           PERFORM VARYING WS-IDX-VU FROM 1 BY 1
                   UNTIL WS-IDX-VU > WS-NB-PROFS-VUS
               PERFORM 0400-GRILLE-PROF-DEB
                  THRU 0400-GRILLE-PROF-FIN
           END-PERFORM.

           CLOSE FICHIER-GRILLES.

           DISPLAY "Grilles ecrites : " WS-NB-CLASSES " classe(s), "
                   WS-NB-PROFS-VUS " professeur(s).".

           PERFORM 0600-CONTROLE-VOLUMES-DEB
              THRU 0600-CONTROLE-VOLUMES-FIN.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-CHARGEMENT-DEB.

           OPEN INPUT FICHIER-EDT.

           IF NOT F-STATUT-EDT-OK
               DISPLAY "Erreur : emploi-temps.txt introuvable (statut "
                       F-STATUT-EDT "), arret."
               STOP RUN
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-EDT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-EDT < 600
                       AND F-EDT-JOUR >= "1" AND F-EDT-JOUR <= "5"
                       AND F-EDT-CRENEAU >= "1"
                       AND F-EDT-CRENEAU <= "8"
                           ADD 1 TO WS-MAX-EDT
                           MOVE F-EDT-JOUR
                             TO WS-EDT-JOUR(WS-MAX-EDT)
                           MOVE F-EDT-CRENEAU
                             TO WS-EDT-CRENEAU(WS-MAX-EDT)
                           MOVE F-EDT-CLASSE
                             TO WS-EDT-CLASSE(WS-MAX-EDT)
                           MOVE F-EDT-MATIERE
                             TO WS-EDT-MATIERE(WS-MAX-EDT)
                           MOVE F-EDT-PROF
                             TO WS-EDT-PROF(WS-MAX-EDT)
                           MOVE F-EDT-SALLE
                             TO WS-EDT-SALLE(WS-MAX-EDT)
                           MOVE "N"
                             TO WS-EDT-AU-PROGRAMME(WS-MAX-EDT)
                           PERFORM 0150-VUS-DEB
                              THRU 0150-VUS-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-EDT.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PROFS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PROFS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PRF < 100
                           ADD 1 TO WS-MAX-PRF
                           MOVE F-PRF-IDENTIFIANT
                             TO WS-PRF-IDENTIFIANT(WS-MAX-PRF)
                           MOVE F-PRF-NOM TO WS-PRF-NOM(WS-MAX-PRF)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PROFS.

           DISPLAY "Cours lus : " WS-MAX-EDT.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Classe et professeur du cours lu ajoutes a leur liste s'ils
      *n'y sont pas encore
       0150-VUS-DEB.

           MOVE 0 TO WS-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLASSES
               IF WS-CLASSE-VUE(WS-IDX) = F-EDT-CLASSE
                   MOVE WS-IDX TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0 AND WS-NB-CLASSES < 50
               ADD 1 TO WS-NB-CLASSES
               MOVE F-EDT-CLASSE TO WS-CLASSE-VUE(WS-NB-CLASSES)
           END-IF.

           MOVE 0 TO WS-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PROFS-VUS
               IF WS-PROF-VU(WS-IDX) = F-EDT-PROF
                   MOVE WS-IDX TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0 AND WS-NB-PROFS-VUS < 100
               ADD 1 TO WS-NB-PROFS-VUS
               MOVE F-EDT-PROF TO WS-PROF-VU(WS-NB-PROFS-VUS)
           END-IF.

           EXIT.

       0150-VUS-FIN.

      *-----------------------------------------------------------------

      *Grille d'une classe : matiere et salle dans chaque case
       0300-GRILLE-CLASSE-DEB.

           MOVE WS-CLASSE-VUE(WS-IDX-VU) TO WS-CLASSE-GRILLE.
           MOVE SPACES TO WS-GRILLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT
               IF WS-EDT-CLASSE(WS-IDX) = WS-CLASSE-GRILLE
                   MOVE WS-EDT-MATIERE(WS-IDX)(1:8)
                     TO WS-GRI-CASE(WS-EDT-CRENEAU(WS-IDX)
                                    WS-EDT-JOUR(WS-IDX))(1:8)
                   MOVE WS-EDT-SALLE(WS-IDX)(1:5)
                     TO WS-GRI-CASE(WS-EDT-CRENEAU(WS-IDX)
                                    WS-EDT-JOUR(WS-IDX))(10:5)
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-GRILLE.
           WRITE F-LIGNE-GRILLE.

           MOVE SPACES TO F-LIGNE-GRILLE.
           STRING "EMPLOI DU TEMPS DE LA CLASSE " WS-CLASSE-GRILLE
               DELIMITED BY SIZE INTO F-LIGNE-GRILLE.
           WRITE F-LIGNE-GRILLE.

           PERFORM 0500-ECRIT-GRILLE-DEB
              THRU 0500-ECRIT-GRILLE-FIN.

           EXIT.

       0300-GRILLE-CLASSE-FIN.

      *-----------------------------------------------------------------

      *Grille d'un professeur : classe et matiere dans chaque case
       0400-GRILLE-PROF-DEB.

           MOVE WS-PROF-VU(WS-IDX-VU) TO WS-PROF-GRILLE.
           MOVE SPACES TO WS-GRILLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT
               IF WS-EDT-PROF(WS-IDX) = WS-PROF-GRILLE
                   MOVE WS-EDT-CLASSE(WS-IDX)
                     TO WS-GRI-CASE(WS-EDT-CRENEAU(WS-IDX)
                                    WS-EDT-JOUR(WS-IDX))(1:3)
                   MOVE WS-EDT-MATIERE(WS-IDX)(1:10)
                     TO WS-GRI-CASE(WS-EDT-CRENEAU(WS-IDX)
                                    WS-EDT-JOUR(WS-IDX))(5:10)
               END-IF
           END-PERFORM.

           MOVE WS-PROF-GRILLE TO WS-NOM-GRILLE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRF
               IF WS-PRF-IDENTIFIANT(WS-IDX) = WS-PROF-GRILLE
                   MOVE WS-PRF-NOM(WS-IDX) TO WS-NOM-GRILLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-GRILLE.
           WRITE F-LIGNE-GRILLE.

           MOVE SPACES TO F-LIGNE-GRILLE.
           STRING "EMPLOI DU TEMPS DE " WS-NOM-GRILLE " ("
                   DELIMITED BY SIZE
                   WS-PROF-GRILLE DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
               INTO F-LIGNE-GRILLE.
           WRITE F-LIGNE-GRILLE.

           PERFORM 0500-ECRIT-GRILLE-DEB
              THRU 0500-ECRIT-GRILLE-FIN.

           EXIT.

       0400-GRILLE-PROF-FIN.

      *-----------------------------------------------------------------

      *Entete des jours puis une ligne par creneau : heure sur 6,
      *cinq cases de 14
       0500-ECRIT-GRILLE-DEB.

           MOVE SPACES TO F-LIGNE-GRILLE.
           MOVE "Heure" TO F-LIGNE-GRILLE(1:5).

           PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                   UNTIL WS-IDX-JOUR > 5
               COMPUTE WS-IDX = 7 + (WS-IDX-JOUR - 1) * 14
               MOVE WS-LIB-JOUR(WS-IDX-JOUR)
                 TO F-LIGNE-GRILLE(WS-IDX:8)
           END-PERFORM.

           WRITE F-LIGNE-GRILLE.

           PERFORM VARYING WS-IDX-CRENEAU FROM 1 BY 1
                   UNTIL WS-IDX-CRENEAU > 8
               MOVE SPACES TO F-LIGNE-GRILLE
               MOVE WS-HEURE-CRENEAU(WS-IDX-CRENEAU)
                 TO F-LIGNE-GRILLE(1:5)
               PERFORM VARYING WS-IDX-JOUR FROM 1 BY 1
                       UNTIL WS-IDX-JOUR > 5
                   COMPUTE WS-IDX = 7 + (WS-IDX-JOUR - 1) * 14
                   MOVE WS-GRI-CASE(WS-IDX-CRENEAU WS-IDX-JOUR)
                     TO F-LIGNE-GRILLE(WS-IDX:14)
               END-PERFORM
               WRITE F-LIGNE-GRILLE
           END-PERFORM.

           EXIT.

       0500-ECRIT-GRILLE-FIN.

      *-----------------------------------------------------------------

      *Heures placees contre heures dues : une ligne par classe et
      *matiere du programme, puis les cours places hors programme
       0600-CONTROLE-VOLUMES-DEB.

           OPEN OUTPUT FICHIER-CONTROLE.

           MOVE SPACES TO F-LIGNE-CONTROLE.
           MOVE "CONTROLE DES VOLUMES HORAIRES HEBDOMADAIRES"
             TO F-LIGNE-CONTROLE.
           WRITE F-LIGNE-CONTROLE.

           MOVE SPACES TO F-LIGNE-CONTROLE.
           MOVE "Cla Matiere               Dues Placees Ecart Statut"
             TO F-LIGNE-CONTROLE.
           WRITE F-LIGNE-CONTROLE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PROGRAMME.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PROGRAMME
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LIGNES-PRG
                       PERFORM 0650-VOLUME-LIGNE-DEB
                          THRU 0650-VOLUME-LIGNE-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PROGRAMME.

      *Cours qu'aucune ligne du programme ne couvre
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT
               IF WS-EDT-AU-PROGRAMME(WS-IDX) = "N"
                   ADD 1 TO WS-NB-HORS-PRG
                   MOVE SPACES TO F-LIGNE-CONTROLE
                   STRING WS-EDT-CLASSE(WS-IDX) " "
                           WS-EDT-MATIERE(WS-IDX) " "
                           WS-LIB-JOUR(WS-EDT-JOUR(WS-IDX)) " "
                           WS-HEURE-CRENEAU(WS-EDT-CRENEAU(WS-IDX))
                           " HORS PROGRAMME"
                       DELIMITED BY SIZE INTO F-LIGNE-CONTROLE
                   WRITE F-LIGNE-CONTROLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-CONTROLE.
           STRING "TOTAL : " WS-NB-LIGNES-PRG " ligne(s) au programme, "
                   WS-NB-ECARTS " ecart(s), " WS-NB-HORS-PRG
                   " cours hors programme"
               DELIMITED BY SIZE INTO F-LIGNE-CONTROLE.
           WRITE F-LIGNE-CONTROLE.

           CLOSE FICHIER-CONTROLE.

           DISPLAY "Controle des volumes : " WS-NB-ECARTS
                   " ecart(s), " WS-NB-HORS-PRG
                   " cours hors programme.".

           EXIT.

       0600-CONTROLE-VOLUMES-FIN.

      *-----------------------------------------------------------------

       0650-VOLUME-LIGNE-DEB.

           IF F-PRG-HEURES IS NUMERIC
               MOVE F-PRG-HEURES TO WS-HEURES-DUES
           ELSE
               MOVE 0 TO WS-HEURES-DUES
           END-IF.

           MOVE 0 TO WS-HEURES-PLACEES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT
               IF WS-EDT-CLASSE(WS-IDX) = F-PRG-CLASSE
               AND WS-EDT-MATIERE(WS-IDX) = F-PRG-MATIERE
                   ADD 1 TO WS-HEURES-PLACEES
                   MOVE "O" TO WS-EDT-AU-PROGRAMME(WS-IDX)
               END-IF
           END-PERFORM.

           COMPUTE WS-ECART = WS-HEURES-PLACEES - WS-HEURES-DUES.
           MOVE WS-ECART TO WS-ECART-ED.

           EVALUATE TRUE
               WHEN WS-ECART = 0
                   MOVE "OK" TO WS-STATUT-VOLUME
               WHEN WS-ECART < 0
                   MOVE "HEURES MANQUANTES" TO WS-STATUT-VOLUME
                   ADD 1 TO WS-NB-ECARTS
               WHEN OTHER
                   MOVE "HEURES EN TROP" TO WS-STATUT-VOLUME
                   ADD 1 TO WS-NB-ECARTS
           END-EVALUATE.

           MOVE SPACES TO F-LIGNE-CONTROLE.
           STRING F-PRG-CLASSE " " F-PRG-MATIERE " "
                   WS-HEURES-DUES "   " WS-HEURES-PLACEES "      "
                   WS-ECART-ED "   " WS-STATUT-VOLUME
               DELIMITED BY SIZE INTO F-LIGNE-CONTROLE.
           WRITE F-LIGNE-CONTROLE.

           EXIT.

       0650-VOLUME-LIGNE-FIN.
