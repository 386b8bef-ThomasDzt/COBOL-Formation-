      *Maintenance de l'emploi du temps hebdomadaire de l'ecole :
      *chaque ligne de emploi-temps.txt place une classe de la fiche
      *des classes, une matiere de matieres.cfg, un professeur de
      *professeurs.txt (profmaint) et une salle sur un jour (1 lundi
      *a 5 vendredi) et un creneau d'une heure (1 a 8, de 08h00 a
      *16h30). Toute reservation en conflit est refusee : un meme
      *professeur, une meme salle ou une meme classe deja places sur
      *le jour et le creneau. Un professeur place hors de ses
      *affectations (affectations-profs.txt) n'est que signale, les
      *affectations etant tenues par trimestre. Le fichier part en
      *copie de generation avant reecriture et chaque changement est
      *trace au journal d'audit. L'edition des emplois du temps et le
      *controle des volumes horaires sont faits par edtedit.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * EDT = EMPLOI DU TEMPS ; PRF = PROFESSEUR ;
      * AFP = AFFECTATION PROFESSEUR ; CFG = MATIERE CONFIGUREE ;
      * CLS = CLASSE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. edtmaint.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-EDT ASSIGN TO "emploi-temps.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CLASSE ASSIGN TO "input-classes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS F-STATUT-CLASSE.

       SELECT FICHIER-MATIERES ASSIGN TO "matieres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS F-STATUT-MATIERES.

       SELECT OPTIONAL FICHIER-PROFS ASSIGN TO "professeurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations-profs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Un cours : jour, creneau, classe, matiere, professeur, salle
       FD FICHIER-EDT.
           01 F-COURS.
               05 F-EDT-JOUR               PIC X(01).
               05 F-EDT-CRENEAU            PIC X(01).
               05 F-EDT-CLASSE             PIC X(03).
               05 F-EDT-MATIERE            PIC X(21).
               05 F-EDT-PROF               PIC X(20).
               05 F-EDT-SALLE              PIC X(06).

       FD FICHIER-CLASSE.
           01 F-LIGNE-CLASSE.
               05 F-CLASSE                 PIC X(03).
               05 FILLER                   PIC X(75).

       FD FICHIER-MATIERES.
           01 F-MATIERE-CFG.
               05 F-CFG-MATIERE            PIC X(21).
               05 F-CFG-COEF               PIC X(03).

       FD FICHIER-PROFS.
           01 F-PROF.
               05 F-PRF-IDENTIFIANT        PIC X(20).
               05 F-PRF-NOM                PIC X(20).

       FD FICHIER-AFFECTATIONS.
           01 F-AFFECTATION.
               05 F-AFP-PROF               PIC X(20).
               05 F-AFP-CLASSE             PIC X(03).
               05 F-AFP-MATIERE            PIC X(21).
               05 F-AFP-TRIMESTRE          PIC X(01).


       WORKING-STORAGE SECTION.

       01 F-STATUT-CLASSE                  PIC X(02).
           88 F-STATUT-CLASSE-OK                       VALUE "00".

       01 F-STATUT-MATIERES                PIC X(02).
           88 F-STATUT-MATIERES-OK                     VALUE "00".

       01 WS-TABLEAU-EDT.
           05 WS-EDT OCCURS 600 TIMES.
               10 WS-EDT-JOUR              PIC X(01).
               10 WS-EDT-CRENEAU           PIC X(01).
               10 WS-EDT-CLASSE            PIC X(03).
               10 WS-EDT-MATIERE           PIC X(21).
               10 WS-EDT-PROF              PIC X(20).
               10 WS-EDT-SALLE             PIC X(06).

       01 WS-TABLEAU-CLS.
           05 WS-CLS-CLASSE OCCURS 50 TIMES
                                           PIC X(03).

       01 WS-TABLEAU-CFG.
           05 WS-CFG-MATIERE OCCURS 99 TIMES
                                           PIC X(21).

       01 WS-TABLEAU-PRF.
           05 WS-PRF-IDENTIFIANT OCCURS 100 TIMES
                                           PIC X(20).

       01 WS-TABLEAU-AFP.
           05 WS-AFP OCCURS 500 TIMES.
               10 WS-AFP-PROF              PIC X(20).
               10 WS-AFP-CLASSE            PIC X(03).
               10 WS-AFP-MATIERE           PIC X(21).

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
       77 WS-IDX-SUIV                      PIC 9(03).
       01 WS-MAX-EDT                       PIC 9(03)   VALUE 0.
       01 WS-NB-CLS                        PIC 9(02)   VALUE 0.
       01 WS-NB-CFG                        PIC 9(02)   VALUE 0.
       01 WS-MAX-PRF                       PIC 9(03)   VALUE 0.
       01 WS-MAX-AFP                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-EDT                  PIC 9(03)   VALUE 600.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-AJOUTER                         VALUE "1".
           88 WS-CHOIX-SUPPRIMER                       VALUE "2".
           88 WS-CHOIX-LISTER                          VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies de la maintenance
       01 WS-SAISIE-JOUR                   PIC X(01).
           88 WS-JOUR-VALIDE                           VALUE "1" THRU
                                                             "5".
       01 WS-SAISIE-CRENEAU                PIC X(01).
           88 WS-CRENEAU-VALIDE                        VALUE "1" THRU
                                                             "8".
       01 WS-SAISIE-CLASSE                 PIC X(03).
       01 WS-SAISIE-MATIERE                PIC X(21).
       01 WS-SAISIE-PROF                   PIC X(20).
       01 WS-SAISIE-SALLE                  PIC X(06).

       01 WS-NUM-JOUR                      PIC 9(01).
       01 WS-NUM-CRENEAU                   PIC 9(01).

       01 WS-TROUVE                        PIC 9(03).
       01 WS-EDT-TROUVE                    PIC 9(03).

      *Resultat du controle des conflits
       01 WS-CONFLIT                       PIC X.
           88 WS-CONFLIT-O                             VALUE "O".
           88 WS-CONFLIT-N                             VALUE "N".

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-EDT               PIC X(30)
               VALUE "emploi-temps.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           PERFORM 0150-CHARGE-REFERENTIELS-DEB
              THRU 0150-CHARGE-REFERENTIELS-FIN.

           SET WS-MODIFIE-N TO TRUE.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           IF WS-MODIFIE-O
               PERFORM 0700-SAUVEGARDE-DEB
                  THRU 0700-SAUVEGARDE-FIN
           END-IF.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-CHARGEMENT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-EDT.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-EDT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-EDT < WS-CAPACITE-EDT
                           ADD 1 TO WS-MAX-EDT
                           MOVE F-COURS TO WS-EDT(WS-MAX-EDT)
                       ELSE
                           DISPLAY "Attention : emploi du temps "
                               "tronque, capacite maximale atteinte ("
                               WS-CAPACITE-EDT ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-EDT.

           DISPLAY "Cours a l'emploi du temps : " WS-MAX-EDT.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Classes, matieres, professeurs et affectations servant au
      *controle des saisies
       0150-CHARGE-REFERENTIELS-DEB.

           OPEN INPUT FICHIER-CLASSE.

           IF NOT F-STATUT-CLASSE-OK
               DISPLAY "Erreur : input-classes.txt introuvable "
                       "(statut " F-STATUT-CLASSE "), arret."
               STOP RUN
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-CLASSE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-TROUVE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NB-CLS
                           IF WS-CLS-CLASSE(WS-IDX) = F-CLASSE
                               MOVE WS-IDX TO WS-TROUVE
                           END-IF
                       END-PERFORM
                       IF WS-TROUVE = 0 AND WS-NB-CLS < 50
                           ADD 1 TO WS-NB-CLS
                           MOVE F-CLASSE TO WS-CLS-CLASSE(WS-NB-CLS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLASSE.

           OPEN INPUT FICHIER-MATIERES.

           IF NOT F-STATUT-MATIERES-OK
               DISPLAY "Erreur : matieres.cfg introuvable (statut "
                       F-STATUT-MATIERES "), arret."
               STOP RUN
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-MATIERES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-CFG < 99
                           ADD 1 TO WS-NB-CFG
                           MOVE F-CFG-MATIERE
                             TO WS-CFG-MATIERE(WS-NB-CFG)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-MATIERES.

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
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PROFS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AFFECTATIONS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-AFFECTATIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-AFP < 500
                           ADD 1 TO WS-MAX-AFP
                           MOVE F-AFP-PROF
                             TO WS-AFP-PROF(WS-MAX-AFP)
                           MOVE F-AFP-CLASSE
                             TO WS-AFP-CLASSE(WS-MAX-AFP)
                           MOVE F-AFP-MATIERE
                             TO WS-AFP-MATIERE(WS-MAX-AFP)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           DISPLAY "Classes : " WS-NB-CLS " - matieres : " WS-NB-CFG
                   " - professeurs : " WS-MAX-PRF.

           EXIT.

       0150-CHARGE-REFERENTIELS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Emploi du temps hebdomadaire.".
           DISPLAY "1 - Placer un cours".
           DISPLAY "2 - Retirer un cours".
           DISPLAY "3 - Lister les cours d'un jour".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-AJOUTER
                   PERFORM 0300-AJOUTER-DEB
                      THRU 0300-AJOUTER-FIN

               WHEN WS-CHOIX-SUPPRIMER
                   PERFORM 0500-SUPPRIMER-DEB
                      THRU 0500-SUPPRIMER-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0550-LISTER-DEB
                      THRU 0550-LISTER-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Jour et creneau, communs au placement et au retrait
       0250-SAISIE-CRENEAU-DEB.

           MOVE SPACE TO WS-SAISIE-JOUR.

           PERFORM UNTIL WS-JOUR-VALIDE
               DISPLAY "Jour (1 lundi a 5 vendredi) : "
               ACCEPT WS-SAISIE-JOUR
               IF NOT WS-JOUR-VALIDE
                   DISPLAY "Jour invalide."
               END-IF
           END-PERFORM.

           MOVE SPACE TO WS-SAISIE-CRENEAU.

           PERFORM UNTIL WS-CRENEAU-VALIDE
               DISPLAY "Creneau (1 a 8, 1 = 08h00, 5 = 13h30) : "
               ACCEPT WS-SAISIE-CRENEAU
               IF NOT WS-CRENEAU-VALIDE
                   DISPLAY "Creneau invalide."
               END-IF
           END-PERFORM.

           MOVE WS-SAISIE-JOUR TO WS-NUM-JOUR.
           MOVE WS-SAISIE-CRENEAU TO WS-NUM-CRENEAU.

           EXIT.

       0250-SAISIE-CRENEAU-FIN.

      *-----------------------------------------------------------------

       0300-AJOUTER-DEB.

           IF WS-MAX-EDT >= WS-CAPACITE-EDT
               DISPLAY "Emploi du temps plein, placement impossible."
               GO TO 0300-AJOUTER-FIN
           END-IF.

           PERFORM 0250-SAISIE-CRENEAU-DEB
              THRU 0250-SAISIE-CRENEAU-FIN.

           DISPLAY "Classe (ex. CM1) : ".
           ACCEPT WS-SAISIE-CLASSE.

           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CLS
               IF WS-CLS-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
                   MOVE WS-IDX TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0
               DISPLAY "Classe absente de la fiche des classes, "
                       "cours refuse."
               GO TO 0300-AJOUTER-FIN
           END-IF.

           DISPLAY "Matiere (telle que dans matieres.cfg) : ".
           ACCEPT WS-SAISIE-MATIERE.

           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CFG
               IF WS-CFG-MATIERE(WS-IDX) = WS-SAISIE-MATIERE
                   MOVE WS-IDX TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0
               DISPLAY "Matiere absente de matieres.cfg, cours refuse."
               GO TO 0300-AJOUTER-FIN
           END-IF.

           DISPLAY "Identifiant du professeur : ".
           ACCEPT WS-SAISIE-PROF.

           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRF
               IF WS-PRF-IDENTIFIANT(WS-IDX) = WS-SAISIE-PROF
                   MOVE WS-IDX TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0
               DISPLAY "Professeur inconnu de professeurs.txt, "
                       "cours refuse."
               GO TO 0300-AJOUTER-FIN
           END-IF.

           DISPLAY "Salle : ".
           ACCEPT WS-SAISIE-SALLE.

           IF WS-SAISIE-SALLE = SPACES
               DISPLAY "Salle vide, cours refuse."
               GO TO 0300-AJOUTER-FIN
           END-IF.

           PERFORM 0350-CONTROLE-CONFLITS-DEB
              THRU 0350-CONTROLE-CONFLITS-FIN.

           IF WS-CONFLIT-O
               DISPLAY "Cours refuse."
               GO TO 0300-AJOUTER-FIN
           END-IF.

      *Simple signalement : les affectations vont par trimestre,
      *l'emploi du temps vaut pour l'annee
           MOVE 0 TO WS-TROUVE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AFP
               IF WS-AFP-PROF(WS-IDX) = WS-SAISIE-PROF
               AND WS-AFP-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
               AND WS-AFP-MATIERE(WS-IDX) = WS-SAISIE-MATIERE
                   MOVE WS-IDX TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE = 0
               DISPLAY "Attention : professeur non affecte a cette "
                       "classe et matiere (profmaint)."
           END-IF.

           ADD 1 TO WS-MAX-EDT.
           MOVE WS-SAISIE-JOUR    TO WS-EDT-JOUR(WS-MAX-EDT).
           MOVE WS-SAISIE-CRENEAU TO WS-EDT-CRENEAU(WS-MAX-EDT).
           MOVE WS-SAISIE-CLASSE  TO WS-EDT-CLASSE(WS-MAX-EDT).
           MOVE WS-SAISIE-MATIERE TO WS-EDT-MATIERE(WS-MAX-EDT).
           MOVE WS-SAISIE-PROF    TO WS-EDT-PROF(WS-MAX-EDT).
           MOVE WS-SAISIE-SALLE   TO WS-EDT-SALLE(WS-MAX-EDT).

           SET WS-MODIFIE-O TO TRUE.

           MOVE "PLACEMENT" TO AUDIT-ACTION.
           PERFORM 0600-TRACE-AUDIT-DEB
              THRU 0600-TRACE-AUDIT-FIN.

           DISPLAY "Cours place le " WS-LIB-JOUR(WS-NUM-JOUR)
                   " a " WS-HEURE-CRENEAU(WS-NUM-CRENEAU) ".".

           EXIT.

       0300-AJOUTER-FIN.

      *-----------------------------------------------------------------

      *Un professeur, une salle ou une classe ne peut tenir qu'un
      *cours par jour et creneau : chaque conflit est affiche
       0350-CONTROLE-CONFLITS-DEB.

           SET WS-CONFLIT-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT

               IF WS-EDT-JOUR(WS-IDX) = WS-SAISIE-JOUR
               AND WS-EDT-CRENEAU(WS-IDX) = WS-SAISIE-CRENEAU

                   IF WS-EDT-PROF(WS-IDX) = WS-SAISIE-PROF
                       SET WS-CONFLIT-O TO TRUE
                       DISPLAY "Conflit : professeur deja en "
                               WS-EDT-CLASSE(WS-IDX) " "
                               WS-EDT-MATIERE(WS-IDX)
                   END-IF

                   IF WS-EDT-SALLE(WS-IDX) = WS-SAISIE-SALLE
                       SET WS-CONFLIT-O TO TRUE
                       DISPLAY "Conflit : salle " WS-SAISIE-SALLE
                               " deja prise par "
                               WS-EDT-CLASSE(WS-IDX)
                   END-IF

                   IF WS-EDT-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
                       SET WS-CONFLIT-O TO TRUE
                       DISPLAY "Conflit : classe deja en "
                               WS-EDT-MATIERE(WS-IDX)
                   END-IF

               END-IF

           END-PERFORM.

           EXIT.

       0350-CONTROLE-CONFLITS-FIN.

      *-----------------------------------------------------------------

      *Retrait du cours d'une classe sur un jour et un creneau
       0500-SUPPRIMER-DEB.

           PERFORM 0250-SAISIE-CRENEAU-DEB
              THRU 0250-SAISIE-CRENEAU-FIN.

           DISPLAY "Classe : ".
           ACCEPT WS-SAISIE-CLASSE.

           MOVE 0 TO WS-EDT-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT
               IF WS-EDT-JOUR(WS-IDX) = WS-SAISIE-JOUR
               AND WS-EDT-CRENEAU(WS-IDX) = WS-SAISIE-CRENEAU
               AND WS-EDT-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
                   MOVE WS-IDX TO WS-EDT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-EDT-TROUVE = 0
               DISPLAY "Aucun cours pour cette classe sur ce "
                       "creneau."
               GO TO 0500-SUPPRIMER-FIN
           END-IF.

           MOVE WS-EDT-MATIERE(WS-EDT-TROUVE) TO WS-SAISIE-MATIERE.
           MOVE WS-EDT-PROF(WS-EDT-TROUVE) TO WS-SAISIE-PROF.

      *Tassement de la table sur le cours retire
           PERFORM VARYING WS-IDX FROM WS-EDT-TROUVE BY 1
                   UNTIL WS-IDX >= WS-MAX-EDT
               COMPUTE WS-IDX-SUIV = WS-IDX + 1
               MOVE WS-EDT(WS-IDX-SUIV) TO WS-EDT(WS-IDX)
           END-PERFORM.

           SUBTRACT 1 FROM WS-MAX-EDT.
           SET WS-MODIFIE-O TO TRUE.

           MOVE "RETRAIT" TO AUDIT-ACTION.
           PERFORM 0600-TRACE-AUDIT-DEB
              THRU 0600-TRACE-AUDIT-FIN.

           DISPLAY "Cours retire.".

           EXIT.

       0500-SUPPRIMER-FIN.

      *-----------------------------------------------------------------

       0550-LISTER-DEB.

           MOVE SPACE TO WS-SAISIE-JOUR.

           PERFORM UNTIL WS-JOUR-VALIDE
               DISPLAY "Jour (1 lundi a 5 vendredi) : "
               ACCEPT WS-SAISIE-JOUR
           END-PERFORM.

           MOVE WS-SAISIE-JOUR TO WS-NUM-JOUR.

           DISPLAY WS-LIB-JOUR(WS-NUM-JOUR).
           DISPLAY "Heure Cla Matiere               Professeur"
                   "           Salle".

           PERFORM VARYING WS-NUM-CRENEAU FROM 1 BY 1
                   UNTIL WS-NUM-CRENEAU > 8
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MAX-EDT
                   IF WS-EDT-JOUR(WS-IDX) = WS-SAISIE-JOUR
                   AND WS-EDT-CRENEAU(WS-IDX) = WS-NUM-CRENEAU
                       DISPLAY WS-HEURE-CRENEAU(WS-NUM-CRENEAU) " "
                               WS-EDT-CLASSE(WS-IDX) " "
                               WS-EDT-MATIERE(WS-IDX) " "
                               WS-EDT-PROF(WS-IDX) " "
                               WS-EDT-SALLE(WS-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

           EXIT.

       0550-LISTER-FIN.

      *-----------------------------------------------------------------

      *Trace de la maintenance au journal d'audit central : cle =
      *jour, creneau, classe, matiere
       0600-TRACE-AUDIT-DEB.

           MOVE "edtmaint" TO AUDIT-PROGRAMME.
           MOVE SPACES TO AUDIT-CLE.
           STRING "J" WS-SAISIE-JOUR " C" WS-SAISIE-CRENEAU " "
                   WS-SAISIE-CLASSE " " WS-SAISIE-MATIERE
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0600-TRACE-AUDIT-FIN.

      *-----------------------------------------------------------------

       0700-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-EDT
           END-CALL.

           DISPLAY "Reecriture de l'emploi du temps.".

           OPEN OUTPUT FICHIER-EDT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-EDT
               MOVE WS-EDT(WS-IDX) TO F-COURS
               WRITE F-COURS
           END-PERFORM.

           CLOSE FICHIER-EDT.

           EXIT.

       0700-SAUVEGARDE-FIN.
