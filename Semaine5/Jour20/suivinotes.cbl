      *Suivi de la saisie des notes, a passer AVANT buildbull : pour
      *le trimestre demande, chaque classe de la fiche des classes
      *(input-classes.txt) est croisee avec chaque matiere de
      *matieres.cfg ; les eleves de la classe sans aucune note du
      *trimestre dans carnet-notes.txt pour la matiere sont listes
      *dans notes-manquantes-T<n>.txt sous le professeur responsable
      *(affectations-profs.txt et professeurs.txt tenus par
      *profmaint), ou sous la mention AUCUN PROFESSEUR quand la
      *classe et la matiere ne sont confiees a personne. Un eleve est
      *reconnu dans le carnet par son matricule quand la note en
      *porte un, par son nom a defaut, comme dans buildbull.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CLS = ELEVE DE LA FICHE DES CLASSES ; CFG = MATIERE CONFIGUREE
      * PRF = PROFESSEUR ; AFP = AFFECTATION PROFESSEUR
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. suivinotes.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-CLASSE ASSIGN TO "input-classes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS F-STATUT-CLASSE.

       SELECT FICHIER-MATIERES ASSIGN TO "matieres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS F-STATUT-MATIERES.

      *Un carnet absent laisse simplement toutes les notes manquantes
       SELECT OPTIONAL FICHIER-CARNET ASSIGN TO "carnet-notes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PROFS ASSIGN TO "professeurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations-profs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Rapport du trimestre, nomme avec son numero
       SELECT FICHIER-RAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLASSE.
           01 F-LIGNE-CLASSE.
               05 F-CLASSE                 PIC X(03).
               05 FILLER                   PIC X(02).
               05 F-NOM-ELEVE              PIC X(09).
               05 F-PRENOM-ELEVE           PIC X(08).
               05 F-RESP-NOM               PIC X(20).
               05 F-RESP-ADRESSE           PIC X(30).
               05 F-MATRICULE              PIC X(06).

       FD FICHIER-MATIERES.
           01 F-MATIERE-CFG.
               05 F-CFG-MATIERE            PIC X(21).
               05 F-CFG-COEF               PIC X(03).

       FD FICHIER-CARNET.
           01 F-NOTE.
               05 F-NOTE-ELEVE             PIC X(15).
               05 F-NOTE-MATIERE           PIC X(15).
               05 F-NOTE-DATE              PIC X(08).
               05 F-NOTE-VALEUR            PIC 9(02)V9(02).
               05 F-NOTE-TRIMESTRE         PIC X(01).
               05 F-NOTE-MATRICULE         PIC X(06).

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

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(80).


       WORKING-STORAGE SECTION.

       01 F-STATUT-CLASSE                  PIC X(02).
           88 F-STATUT-CLASSE-OK                       VALUE "00".

       01 F-STATUT-MATIERES                PIC X(02).
           88 F-STATUT-MATIERES-OK                     VALUE "00".

      *Eleves de la fiche des classes ; WS-CLS-FAIT(eleve, matiere)
      *passe a O des qu'une note du trimestre est trouvee
       01 WS-TABLEAU-CLS.
           05 WS-CLS OCCURS 300 TIMES.
               10 WS-CLS-CLASSE            PIC X(03).
               10 WS-CLS-NOM               PIC X(15).
               10 WS-CLS-PRENOM            PIC X(08).
               10 WS-CLS-MATRICULE         PIC X(06).
               10 WS-CLS-FAIT OCCURS 99 TIMES
                                           PIC X(01).

      *Classes distinctes, dans l'ordre de la fiche
       01 WS-TABLEAU-CLASSES.
           05 WS-CLASSE-VUE OCCURS 50 TIMES
                                           PIC X(03).

       01 WS-TABLEAU-CFG.
           05 WS-CFG-MATIERE OCCURS 99 TIMES
                                           PIC X(21).

       01 WS-TABLEAU-PRF.
           05 WS-PRF OCCURS 100 TIMES.
               10 WS-PRF-IDENTIFIANT       PIC X(20).
               10 WS-PRF-NOM               PIC X(20).

       01 WS-TABLEAU-AFP.
           05 WS-AFP OCCURS 500 TIMES.
               10 WS-AFP-PROF              PIC X(20).
               10 WS-AFP-CLASSE            PIC X(03).
               10 WS-AFP-MATIERE           PIC X(21).
               10 WS-AFP-TRIMESTRE         PIC X(01).

       77 WS-IDX-CLS                       PIC 9(03).
       77 WS-IDX-CLASSE                    PIC 9(02).
       77 WS-IDX-CFG                       PIC 9(02).
       77 WS-IDX-PRF                       PIC 9(03).
       77 WS-IDX-AFP                       PIC 9(03).

       01 WS-MAX-CLS                       PIC 9(03)   VALUE 0.
       01 WS-NB-CLASSES                    PIC 9(02)   VALUE 0.
       01 WS-NB-CFG                        PIC 9(02)   VALUE 0.
       01 WS-MAX-PRF                       PIC 9(03)   VALUE 0.
       01 WS-MAX-AFP                       PIC 9(03)   VALUE 0.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-SAISIE-TRIMESTRE              PIC X(01).
           88 WS-TRIMESTRE-VALIDE                      VALUE "1" "2"
                                                             "3".

       01 WS-NOM-RAPPORT                   PIC X(30).

      *Note lue : trimestre (anciennes lignes reprises a 1) et
      *matiere alignee sur la largeur de la configuration
       01 WS-TRIMESTRE-NOTE                PIC X(01).
       01 WS-MATIERE-LARGE                 PIC X(21).

       01 WS-CFG-TROUVE                    PIC 9(02).
       01 WS-CLASSE-TROUVEE                PIC 9(02).

      *Professeur responsable du bloc en cours
       01 WS-PROF-RESPONSABLE              PIC X(20).
       01 WS-NOM-RESPONSABLE               PIC X(20).

       01 WS-NB-MANQUANTS-BLOC             PIC 9(03).

       77 WS-NB-NOTES-LUES                 PIC 9(05)   VALUE 0.
       77 WS-NB-MANQUANTS                  PIC 9(05)   VALUE 0.
       77 WS-NB-BLOCS                      PIC 9(04)   VALUE 0.
       77 WS-NB-SANS-PROF                  PIC 9(04)   VALUE 0.


       PROCEDURE DIVISION.

           MOVE SPACE TO WS-SAISIE-TRIMESTRE.

           PERFORM UNTIL WS-TRIMESTRE-VALIDE
               DISPLAY "Trimestre a controler (1/2/3) : "
               ACCEPT WS-SAISIE-TRIMESTRE
               IF NOT WS-TRIMESTRE-VALIDE
                   DISPLAY "Trimestre invalide."
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-NOM-RAPPORT.
           STRING "notes-manquantes-T" WS-SAISIE-TRIMESTRE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-RAPPORT.

           PERFORM 0100-CHARGE-MATIERES-DEB
              THRU 0100-CHARGE-MATIERES-FIN.

           PERFORM 0200-CHARGE-CLASSES-DEB
              THRU 0200-CHARGE-CLASSES-FIN.

           PERFORM 0300-CHARGE-PROFS-DEB
              THRU 0300-CHARGE-PROFS-FIN.

           PERFORM 0400-LECTURE-CARNET-DEB
              THRU 0400-LECTURE-CARNET-FIN.

           PERFORM 0500-RAPPORT-DEB
              THRU 0500-RAPPORT-FIN.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-CHARGE-MATIERES-DEB.

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

           EXIT.

       0100-CHARGE-MATIERES-FIN.

      *-----------------------------------------------------------------

       0200-CHARGE-CLASSES-DEB.

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
                       IF WS-MAX-CLS < 300
                           ADD 1 TO WS-MAX-CLS
                           MOVE F-CLASSE
                             TO WS-CLS-CLASSE(WS-MAX-CLS)
                           MOVE F-NOM-ELEVE
                             TO WS-CLS-NOM(WS-MAX-CLS)
                           MOVE F-PRENOM-ELEVE
                             TO WS-CLS-PRENOM(WS-MAX-CLS)
                           MOVE F-MATRICULE
                             TO WS-CLS-MATRICULE(WS-MAX-CLS)
                           PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                                   UNTIL WS-IDX-CFG > WS-NB-CFG
                               MOVE "N"
                                 TO WS-CLS-FAIT(WS-MAX-CLS WS-IDX-CFG)
                           END-PERFORM
                           PERFORM 0250-CLASSE-VUE-DEB
                              THRU 0250-CLASSE-VUE-FIN
                       ELSE
                           DISPLAY "Attention : fiche des classes "
                                   "tronquee a 300 eleves."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLASSE.

           DISPLAY "Eleves : " WS-MAX-CLS
                   " - classes : " WS-NB-CLASSES
                   " - matieres : " WS-NB-CFG.

           EXIT.

       0200-CHARGE-CLASSES-FIN.

      *-----------------------------------------------------------------

       0250-CLASSE-VUE-DEB.

           MOVE 0 TO WS-CLASSE-TROUVEE.

           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               IF WS-CLASSE-VUE(WS-IDX-CLASSE) = F-CLASSE
                   MOVE WS-IDX-CLASSE TO WS-CLASSE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-CLASSE-TROUVEE = 0 AND WS-NB-CLASSES < 50
               ADD 1 TO WS-NB-CLASSES
               MOVE F-CLASSE TO WS-CLASSE-VUE(WS-NB-CLASSES)
           END-IF.

           EXIT.

       0250-CLASSE-VUE-FIN.

      *-----------------------------------------------------------------

       0300-CHARGE-PROFS-DEB.

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

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AFFECTATIONS.

      *Seules les affectations du trimestre controle sont retenues
           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-AFFECTATIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-AFP-TRIMESTRE = WS-SAISIE-TRIMESTRE
                       AND WS-MAX-AFP < 500
                           ADD 1 TO WS-MAX-AFP
                           MOVE F-AFP-PROF
                             TO WS-AFP-PROF(WS-MAX-AFP)
                           MOVE F-AFP-CLASSE
                             TO WS-AFP-CLASSE(WS-MAX-AFP)
                           MOVE F-AFP-MATIERE
                             TO WS-AFP-MATIERE(WS-MAX-AFP)
                           MOVE F-AFP-TRIMESTRE
                             TO WS-AFP-TRIMESTRE(WS-MAX-AFP)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           EXIT.

       0300-CHARGE-PROFS-FIN.

      *-----------------------------------------------------------------

       0400-LECTURE-CARNET-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CARNET.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-CARNET
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-NOTES-LUES
                       PERFORM 0450-POINTE-NOTE-DEB
                          THRU 0450-POINTE-NOTE-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CARNET.

           DISPLAY "Notes lues au carnet : " WS-NB-NOTES-LUES.

           EXIT.

       0400-LECTURE-CARNET-FIN.

      *-----------------------------------------------------------------

      *Une note du trimestre et d'une matiere configuree pointe
      *l'eleve correspondant : par matricule quand la note et la
      *fiche en portent un, par nom sinon
       0450-POINTE-NOTE-DEB.

           IF F-NOTE-TRIMESTRE = "2" OR "3"
               MOVE F-NOTE-TRIMESTRE TO WS-TRIMESTRE-NOTE
           ELSE
               MOVE "1" TO WS-TRIMESTRE-NOTE
           END-IF.

           IF WS-TRIMESTRE-NOTE NOT = WS-SAISIE-TRIMESTRE
               GO TO 0450-POINTE-NOTE-FIN
           END-IF.

           MOVE SPACES TO WS-MATIERE-LARGE.
           MOVE F-NOTE-MATIERE TO WS-MATIERE-LARGE(1:15).

           MOVE 0 TO WS-CFG-TROUVE.

           PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                   UNTIL WS-IDX-CFG > WS-NB-CFG
               IF WS-CFG-MATIERE(WS-IDX-CFG) = WS-MATIERE-LARGE
                   MOVE WS-IDX-CFG TO WS-CFG-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CFG-TROUVE = 0
               GO TO 0450-POINTE-NOTE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS

               IF F-NOTE-MATRICULE NOT = SPACES
               AND WS-CLS-MATRICULE(WS-IDX-CLS) NOT = SPACES
                   IF WS-CLS-MATRICULE(WS-IDX-CLS) = F-NOTE-MATRICULE
                       MOVE "O"
                         TO WS-CLS-FAIT(WS-IDX-CLS WS-CFG-TROUVE)
                   END-IF
               ELSE
                   IF WS-CLS-NOM(WS-IDX-CLS) = F-NOTE-ELEVE
                       MOVE "O"
                         TO WS-CLS-FAIT(WS-IDX-CLS WS-CFG-TROUVE)
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0450-POINTE-NOTE-FIN.

      *-----------------------------------------------------------------

       0500-RAPPORT-DEB.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "NOTES MANQUANTES DU TRIMESTRE " WS-SAISIE-TRIMESTRE
                   " PAR CLASSE ET MATIERE"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                       UNTIL WS-IDX-CFG > WS-NB-CFG
                   PERFORM 0550-BLOC-DEB
                      THRU 0550-BLOC-FIN
               END-PERFORM
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TOTAL : " WS-NB-MANQUANTS " note(s) manquante(s), "
                   WS-NB-BLOCS " bloc(s), " WS-NB-SANS-PROF
                   " sans professeur"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Rapport " FUNCTION TRIM(WS-NOM-RAPPORT)
                   " ecrit : " WS-NB-MANQUANTS
                   " note(s) manquante(s).".

           EXIT.

       0500-RAPPORT-FIN.

      *-----------------------------------------------------------------

      *Une classe et une matiere : entete avec le responsable puis
      *un eleve sans note par ligne ; rien n'est ecrit quand la
      *classe est complete
       0550-BLOC-DEB.

           MOVE 0 TO WS-NB-MANQUANTS-BLOC.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS)
                  = WS-CLASSE-VUE(WS-IDX-CLASSE)
               AND WS-CLS-FAIT(WS-IDX-CLS WS-IDX-CFG) = "N"
                   ADD 1 TO WS-NB-MANQUANTS-BLOC
               END-IF
           END-PERFORM.

           IF WS-NB-MANQUANTS-BLOC = 0
               GO TO 0550-BLOC-FIN
           END-IF.

           PERFORM 0600-RESPONSABLE-DEB
              THRU 0600-RESPONSABLE-FIN.

           ADD 1 TO WS-NB-BLOCS.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING WS-CLASSE-VUE(WS-IDX-CLASSE) " "
                   WS-CFG-MATIERE(WS-IDX-CFG) " "
                   WS-NOM-RESPONSABLE " " WS-PROF-RESPONSABLE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS)
                  = WS-CLASSE-VUE(WS-IDX-CLASSE)
               AND WS-CLS-FAIT(WS-IDX-CLS WS-IDX-CFG) = "N"
                   ADD 1 TO WS-NB-MANQUANTS
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "    " WS-CLS-NOM(WS-IDX-CLS)(1:9) " "
                           WS-CLS-PRENOM(WS-IDX-CLS) " "
                           WS-CLS-MATRICULE(WS-IDX-CLS)
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF
           END-PERFORM.

           EXIT.

       0550-BLOC-FIN.

      *-----------------------------------------------------------------

       0600-RESPONSABLE-DEB.

           MOVE SPACES TO WS-PROF-RESPONSABLE.
           MOVE "AUCUN PROFESSEUR" TO WS-NOM-RESPONSABLE.

           PERFORM VARYING WS-IDX-AFP FROM 1 BY 1
                   UNTIL WS-IDX-AFP > WS-MAX-AFP
               IF WS-AFP-CLASSE(WS-IDX-AFP)
                  = WS-CLASSE-VUE(WS-IDX-CLASSE)
               AND WS-AFP-MATIERE(WS-IDX-AFP)
                  = WS-CFG-MATIERE(WS-IDX-CFG)
                   MOVE WS-AFP-PROF(WS-IDX-AFP)
                     TO WS-PROF-RESPONSABLE
               END-IF
           END-PERFORM.

           IF WS-PROF-RESPONSABLE = SPACES
               ADD 1 TO WS-NB-SANS-PROF
               GO TO 0600-RESPONSABLE-FIN
           END-IF.

           MOVE "(PROFESSEUR INCONNU)" TO WS-NOM-RESPONSABLE.

           PERFORM VARYING WS-IDX-PRF FROM 1 BY 1
                   UNTIL WS-IDX-PRF > WS-MAX-PRF
               IF WS-PRF-IDENTIFIANT(WS-IDX-PRF)
                  = WS-PROF-RESPONSABLE
                   MOVE WS-PRF-NOM(WS-IDX-PRF) TO WS-NOM-RESPONSABLE
               END-IF
           END-PERFORM.

           EXIT.

       0600-RESPONSABLE-FIN.
