      *Maitre des professeurs et affectations de service : chaque
      *professeur est connu par l'identifiant de son compte de
      *connexion (celui que screen pose dans session.dat) et son nom
      *(professeurs.txt) ; chaque affectation (affectations-profs.txt)
      *lui confie une classe de la fiche des classes, une matiere de
      *matieres.cfg et un trimestre. menunote ne laisse un
      *professeur noter que ses propres classes et matieres, et
      *suivinotes s'en sert pour designer le responsable des notes
      *manquantes avant le passage des bulletins. Les deux fichiers
      *partent en copie de generation avant reecriture et chaque
      *changement est trace au journal d'audit.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * PRF = PROFESSEUR ; AFP = AFFECTATION PROFESSEUR ;
      * CFG = CONFIGURATION DES MATIERES
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. profmaint.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PROFS ASSIGN TO "professeurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations-profs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-MATIERES ASSIGN TO "matieres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS F-STATUT-MATIERES.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-PROFS.
           01 F-PROF.
               05 F-PRF-IDENTIFIANT        PIC X(20).
               05 F-PRF-NOM                PIC X(20).

      *Une affectation : professeur, classe, matiere (largeur de la
      *configuration) et trimestre 1, 2 ou 3
       FD FICHIER-AFFECTATIONS.
           01 F-AFFECTATION.
               05 F-AFP-PROF               PIC X(20).
               05 F-AFP-CLASSE             PIC X(03).
               05 F-AFP-MATIERE            PIC X(21).
               05 F-AFP-TRIMESTRE          PIC X(01).

       FD FICHIER-MATIERES.
           01 F-MATIERE-CFG.
               05 F-CFG-MATIERE            PIC X(21).
               05 F-CFG-COEF               PIC X(03).


       WORKING-STORAGE SECTION.

       01 F-STATUT-MATIERES                PIC X(02).
           88 F-STATUT-MATIERES-OK                     VALUE "00".

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

      *Matieres de la configuration, seules affectables
       01 WS-TABLEAU-CFG.
           05 WS-CFG-MATIERE OCCURS 99 TIMES
                                           PIC X(21).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX-SUIV                      PIC 9(03).
       01 WS-MAX-PRF                       PIC 9(03)   VALUE 0.
       01 WS-MAX-AFP                       PIC 9(03)   VALUE 0.
       01 WS-NB-CFG                        PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-PRF                  PIC 9(03)   VALUE 100.
       01 WS-CAPACITE-AFP                  PIC 9(03)   VALUE 500.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-PROF                            VALUE "1".
           88 WS-CHOIX-AFFECTER                        VALUE "2".
           88 WS-CHOIX-RETIRER                         VALUE "3".
           88 WS-CHOIX-LISTER                          VALUE "4".
           88 WS-CHOIX-QUITTER                         VALUE "5".

      *Saisies de la maintenance
       01 WS-SAISIE-IDENTIFIANT            PIC X(20).
       01 WS-SAISIE-NOM                    PIC X(20).
       01 WS-SAISIE-CLASSE                 PIC X(03).
       01 WS-SAISIE-MATIERE                PIC X(21).
       01 WS-SAISIE-TRIMESTRE              PIC X(01).
           88 WS-TRIMESTRE-VALIDE                      VALUE "1" "2"
                                                             "3".

       01 WS-PRF-TROUVE                    PIC 9(03).
       01 WS-AFP-TROUVE                    PIC 9(03).
       01 WS-CFG-TROUVE                    PIC 9(02).

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

      *Noms des fichiers remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-PROFS             PIC X(30)
               VALUE "professeurs.txt".
       01 WS-NOM-FICHIER-AFFECTATIONS      PIC X(30)
               VALUE "affectations-profs.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           PERFORM 0150-CHARGE-MATIERES-DEB
              THRU 0150-CHARGE-MATIERES-FIN.

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

           OPEN INPUT FICHIER-PROFS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PROFS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PRF < WS-CAPACITE-PRF
                           ADD 1 TO WS-MAX-PRF
                           MOVE F-PRF-IDENTIFIANT
                             TO WS-PRF-IDENTIFIANT(WS-MAX-PRF)
                           MOVE F-PRF-NOM TO WS-PRF-NOM(WS-MAX-PRF)
                       ELSE
                           DISPLAY "Attention : professeurs tronques, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-PRF ")."
                           SET WS-FIN-LECTURE-O TO TRUE
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
                       IF WS-MAX-AFP < WS-CAPACITE-AFP
                           ADD 1 TO WS-MAX-AFP
                           MOVE F-AFP-PROF
                             TO WS-AFP-PROF(WS-MAX-AFP)
                           MOVE F-AFP-CLASSE
                             TO WS-AFP-CLASSE(WS-MAX-AFP)
                           MOVE F-AFP-MATIERE
                             TO WS-AFP-MATIERE(WS-MAX-AFP)
                           MOVE F-AFP-TRIMESTRE
                             TO WS-AFP-TRIMESTRE(WS-MAX-AFP)
                       ELSE
                           DISPLAY "Attention : affectations "
                               "tronquees, capacite maximale "
                               "atteinte (" WS-CAPACITE-AFP ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           DISPLAY "Professeurs : " WS-MAX-PRF
                   " - affectations : " WS-MAX-AFP.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Sans configuration des matieres, aucune affectation ne peut
      *etre controlee : arret comme buildbull
       0150-CHARGE-MATIERES-DEB.

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

       0150-CHARGE-MATIERES-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Professeurs et affectations.".
           DISPLAY "1 - Creer ou renommer un professeur".
           DISPLAY "2 - Affecter une classe et une matiere".
           DISPLAY "3 - Retirer une affectation".
           DISPLAY "4 - Lister les affectations".
           DISPLAY "5 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-PROF
                   PERFORM 0300-PROFESSEUR-DEB
                      THRU 0300-PROFESSEUR-FIN

               WHEN WS-CHOIX-AFFECTER
                   PERFORM 0400-AFFECTER-DEB
                      THRU 0400-AFFECTER-FIN

               WHEN WS-CHOIX-RETIRER
                   PERFORM 0500-RETIRER-DEB
                      THRU 0500-RETIRER-FIN

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

      *Un identifiant inconnu cree le professeur, un identifiant
      *connu le renomme
       0300-PROFESSEUR-DEB.

           DISPLAY "Identifiant de connexion du professeur : ".
           ACCEPT WS-SAISIE-IDENTIFIANT.

           IF WS-SAISIE-IDENTIFIANT = SPACES
               DISPLAY "Identifiant vide, saisie refusee."
               GO TO 0300-PROFESSEUR-FIN
           END-IF.

           PERFORM 0350-TROUVE-PROF-DEB
              THRU 0350-TROUVE-PROF-FIN.

           IF WS-PRF-TROUVE = 0
           AND WS-MAX-PRF >= WS-CAPACITE-PRF
               DISPLAY "Maitre plein, creation impossible."
               GO TO 0300-PROFESSEUR-FIN
           END-IF.

           DISPLAY "Nom du professeur : ".
           ACCEPT WS-SAISIE-NOM.

           IF WS-SAISIE-NOM = SPACES
               DISPLAY "Nom vide, saisie refusee."
               GO TO 0300-PROFESSEUR-FIN
           END-IF.

           IF WS-PRF-TROUVE = 0
               ADD 1 TO WS-MAX-PRF
               MOVE WS-MAX-PRF TO WS-PRF-TROUVE
               MOVE WS-SAISIE-IDENTIFIANT
                 TO WS-PRF-IDENTIFIANT(WS-PRF-TROUVE)
               MOVE "CREATION" TO AUDIT-ACTION
               DISPLAY "Professeur cree."
           ELSE
               MOVE "MODIF" TO AUDIT-ACTION
               DISPLAY "Professeur renomme."
           END-IF.

           MOVE WS-SAISIE-NOM TO WS-PRF-NOM(WS-PRF-TROUVE).
           SET WS-MODIFIE-O TO TRUE.

           MOVE WS-SAISIE-IDENTIFIANT TO AUDIT-CLE.
           PERFORM 0600-TRACE-AUDIT-DEB
              THRU 0600-TRACE-AUDIT-FIN.

           EXIT.

       0300-PROFESSEUR-FIN.

      *-----------------------------------------------------------------

       0350-TROUVE-PROF-DEB.

           MOVE 0 TO WS-PRF-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRF
               IF WS-PRF-IDENTIFIANT(WS-IDX) = WS-SAISIE-IDENTIFIANT
                   MOVE WS-IDX TO WS-PRF-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0350-TROUVE-PROF-FIN.

      *-----------------------------------------------------------------

      *Saisie commune a l'affectation et au retrait : professeur
      *connu, classe, matiere de la configuration, trimestre
       0380-SAISIE-AFFECTATION-DEB.

           DISPLAY "Identifiant du professeur : ".
           ACCEPT WS-SAISIE-IDENTIFIANT.

           PERFORM 0350-TROUVE-PROF-DEB
              THRU 0350-TROUVE-PROF-FIN.

           IF WS-PRF-TROUVE = 0
               DISPLAY "Professeur inconnu : " WS-SAISIE-IDENTIFIANT
               GO TO 0380-SAISIE-AFFECTATION-FIN
           END-IF.

           DISPLAY "Classe (ex. CM1) : ".
           ACCEPT WS-SAISIE-CLASSE.

           IF WS-SAISIE-CLASSE = SPACES
               DISPLAY "Classe vide, saisie refusee."
               MOVE 0 TO WS-PRF-TROUVE
               GO TO 0380-SAISIE-AFFECTATION-FIN
           END-IF.

           DISPLAY "Matiere (telle que dans matieres.cfg) : ".
           ACCEPT WS-SAISIE-MATIERE.

           MOVE 0 TO WS-CFG-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CFG
               IF WS-CFG-MATIERE(WS-IDX) = WS-SAISIE-MATIERE
                   MOVE WS-IDX TO WS-CFG-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CFG-TROUVE = 0
               DISPLAY "Matiere absente de matieres.cfg, saisie "
                       "refusee."
               MOVE 0 TO WS-PRF-TROUVE
               GO TO 0380-SAISIE-AFFECTATION-FIN
           END-IF.

           MOVE SPACE TO WS-SAISIE-TRIMESTRE.

           PERFORM UNTIL WS-TRIMESTRE-VALIDE
               DISPLAY "Trimestre (1/2/3) : "
               ACCEPT WS-SAISIE-TRIMESTRE
               IF NOT WS-TRIMESTRE-VALIDE
                   DISPLAY "Trimestre invalide."
               END-IF
           END-PERFORM.

      *Affectation deja presente (tous professeurs confondus)
           MOVE 0 TO WS-AFP-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AFP
               IF WS-AFP-CLASSE(WS-IDX) = WS-SAISIE-CLASSE
               AND WS-AFP-MATIERE(WS-IDX) = WS-SAISIE-MATIERE
               AND WS-AFP-TRIMESTRE(WS-IDX) = WS-SAISIE-TRIMESTRE
                   MOVE WS-IDX TO WS-AFP-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0380-SAISIE-AFFECTATION-FIN.

      *-----------------------------------------------------------------

      *Une classe, une matiere et un trimestre n'ont qu'un seul
      *responsable : une affectation existante passe au nouveau
      *professeur
       0400-AFFECTER-DEB.

           PERFORM 0380-SAISIE-AFFECTATION-DEB
              THRU 0380-SAISIE-AFFECTATION-FIN.

           IF WS-PRF-TROUVE = 0
               GO TO 0400-AFFECTER-FIN
           END-IF.

           IF WS-AFP-TROUVE = 0
               IF WS-MAX-AFP >= WS-CAPACITE-AFP
                   DISPLAY "Table des affectations pleine."
                   GO TO 0400-AFFECTER-FIN
               END-IF
               ADD 1 TO WS-MAX-AFP
               MOVE WS-MAX-AFP TO WS-AFP-TROUVE
               MOVE WS-SAISIE-CLASSE TO WS-AFP-CLASSE(WS-AFP-TROUVE)
               MOVE WS-SAISIE-MATIERE
                 TO WS-AFP-MATIERE(WS-AFP-TROUVE)
               MOVE WS-SAISIE-TRIMESTRE
                 TO WS-AFP-TRIMESTRE(WS-AFP-TROUVE)
               MOVE "AFFECTE" TO AUDIT-ACTION
           ELSE
               DISPLAY "Classe et matiere tenues jusqu'ici par "
                       WS-AFP-PROF(WS-AFP-TROUVE)
               MOVE "REAFFECTE" TO AUDIT-ACTION
           END-IF.

           MOVE WS-SAISIE-IDENTIFIANT TO WS-AFP-PROF(WS-AFP-TROUVE).
           SET WS-MODIFIE-O TO TRUE.

           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-CLASSE " " WS-SAISIE-MATIERE " T"
                   WS-SAISIE-TRIMESTRE
               DELIMITED BY SIZE INTO AUDIT-CLE.
           PERFORM 0600-TRACE-AUDIT-DEB
              THRU 0600-TRACE-AUDIT-FIN.

           DISPLAY "Affectation enregistree.".

           EXIT.

       0400-AFFECTER-FIN.

      *-----------------------------------------------------------------

       0500-RETIRER-DEB.

           PERFORM 0380-SAISIE-AFFECTATION-DEB
              THRU 0380-SAISIE-AFFECTATION-FIN.

           IF WS-PRF-TROUVE = 0
               GO TO 0500-RETIRER-FIN
           END-IF.

           IF WS-AFP-TROUVE = 0
               DISPLAY "Affectation inconnue."
               GO TO 0500-RETIRER-FIN
           END-IF.

           IF WS-AFP-PROF(WS-AFP-TROUVE) NOT = WS-SAISIE-IDENTIFIANT
               DISPLAY "Affectation tenue par "
                       WS-AFP-PROF(WS-AFP-TROUVE) ", rien retire."
               GO TO 0500-RETIRER-FIN
           END-IF.

      *Tassement de la table sur l'affectation retiree
           PERFORM VARYING WS-IDX FROM WS-AFP-TROUVE BY 1
                   UNTIL WS-IDX >= WS-MAX-AFP
               COMPUTE WS-IDX-SUIV = WS-IDX + 1
               MOVE WS-AFP(WS-IDX-SUIV) TO WS-AFP(WS-IDX)
           END-PERFORM.

           SUBTRACT 1 FROM WS-MAX-AFP.
           SET WS-MODIFIE-O TO TRUE.

           MOVE "RETRAIT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-CLASSE " " WS-SAISIE-MATIERE " T"
                   WS-SAISIE-TRIMESTRE
               DELIMITED BY SIZE INTO AUDIT-CLE.
           PERFORM 0600-TRACE-AUDIT-DEB
              THRU 0600-TRACE-AUDIT-FIN.

           DISPLAY "Affectation retiree.".

           EXIT.

       0500-RETIRER-FIN.

      *-----------------------------------------------------------------

       0550-LISTER-DEB.

           DISPLAY "Professeur           Nom                  "
                   "Cla Matiere               T".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AFP

               MOVE WS-AFP-PROF(WS-IDX) TO WS-SAISIE-IDENTIFIANT
               PERFORM 0350-TROUVE-PROF-DEB
                  THRU 0350-TROUVE-PROF-FIN

               IF WS-PRF-TROUVE = 0
                   MOVE "(INCONNU)" TO WS-SAISIE-NOM
               ELSE
                   MOVE WS-PRF-NOM(WS-PRF-TROUVE) TO WS-SAISIE-NOM
               END-IF

               DISPLAY WS-AFP-PROF(WS-IDX) " "
                       WS-SAISIE-NOM " "
                       WS-AFP-CLASSE(WS-IDX) " "
                       WS-AFP-MATIERE(WS-IDX) " "
                       WS-AFP-TRIMESTRE(WS-IDX)

           END-PERFORM.

           EXIT.

       0550-LISTER-FIN.

      *-----------------------------------------------------------------

      *Trace de la maintenance au journal d'audit central
       0600-TRACE-AUDIT-DEB.

           MOVE "profmaint" TO AUDIT-PROGRAMME.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0600-TRACE-AUDIT-FIN.

      *-----------------------------------------------------------------

       0700-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-PROFS
           END-CALL.

           CALL "gensauve" USING WS-NOM-FICHIER-AFFECTATIONS
           END-CALL.

           DISPLAY "Reecriture des professeurs et affectations.".

           OPEN OUTPUT FICHIER-PROFS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRF
               MOVE SPACES TO F-PROF
               MOVE WS-PRF-IDENTIFIANT(WS-IDX) TO F-PRF-IDENTIFIANT
               MOVE WS-PRF-NOM(WS-IDX)         TO F-PRF-NOM
               WRITE F-PROF
           END-PERFORM.

           CLOSE FICHIER-PROFS.

           OPEN OUTPUT FICHIER-AFFECTATIONS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-AFP
               MOVE SPACES TO F-AFFECTATION
               MOVE WS-AFP-PROF(WS-IDX)      TO F-AFP-PROF
               MOVE WS-AFP-CLASSE(WS-IDX)    TO F-AFP-CLASSE
               MOVE WS-AFP-MATIERE(WS-IDX)   TO F-AFP-MATIERE
               MOVE WS-AFP-TRIMESTRE(WS-IDX) TO F-AFP-TRIMESTRE
               WRITE F-AFFECTATION
           END-PERFORM.

           CLOSE FICHIER-AFFECTATIONS.

           EXIT.

       0700-SAUVEGARDE-FIN.
