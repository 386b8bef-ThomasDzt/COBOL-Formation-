      * lister par eleve, de lister par matiere, et d'afficher les
      * moyennes par matiere. L'outil capte enfin de vraies donnees au
      * lieu de les perdre a la sortie.
      * La saisie d'une note est reservee au professeur connecte
      * (identifiant de session.dat, connu de professeurs.txt) et
      * limitee a ses affectations (affectations-profs.txt tenu par
      * profmaint) : la classe de l'eleve, lue dans la fiche des
      * classes, la matiere et le trimestre doivent lui etre confies.
      * Les listes et moyennes restent ouvertes en consultation.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. menunote.
       SELECT OPTIONAL FICHIER-MAITRE ASSIGN TO "eleves-maitre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      * Identite de la session posee par screen a la connexion.
       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

      * Professeurs et affectations de service tenus par profmaint.
       SELECT OPTIONAL FICHIER-PROFS ASSIGN TO "professeurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AFFECTATIONS
       ASSIGN TO "affectations-profs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      * Fiche des classes : donne la classe de l'eleve note.
       SELECT OPTIONAL FICHIER-CLASSE ASSIGN TO "input-classes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 F-ELV-NAISSANCE      PIC X(08).
           05 F-ELV-ANNEE-ENTREE   PIC X(04).

       FD FICHIER-SESSION.
       01 F-SESSION-IDENTIFIANT    PIC X(20).

       FD FICHIER-PROFS.
       01 F-PROF.
           05 F-PRF-IDENTIFIANT    PIC X(20).
           05 F-PRF-NOM            PIC X(20).

       FD FICHIER-AFFECTATIONS.
       01 F-AFFECTATION.
           05 F-AFP-PROF           PIC X(20).
           05 F-AFP-CLASSE         PIC X(03).
           05 F-AFP-MATIERE        PIC X(21).
           05 F-AFP-TRIMESTRE      PIC X(01).

      * Meme dessin que LireClas ; seuls la classe, le nom et le
      * matricule servent ici.
       FD FICHIER-CLASSE.
       01 F-LIGNE-CLASSE.
           05 F-CLASSE             PIC X(03).
           05 FILLER               PIC X(02).
           05 F-NOM-ELEVE          PIC X(09).
           05 F-PRENOM-ELEVE       PIC X(08).
           05 F-RESP-NOM           PIC X(20).
           05 F-RESP-ADRESSE       PIC X(30).
           05 F-MATRICULE          PIC X(06).

       WORKING-STORAGE SECTION.

      * Carnet charge en memoire.

       01 WS-DATE-DU-JOUR      PIC 9(08).

      * Professeur connecte et ses seules affectations.
       01 WS-UTILISATEUR       PIC X(20).
       01 WS-NOM-PROF          PIC X(20).
       01 WS-PROF-CONNU        PIC X           VALUE "N".
           88 WS-PROF-CONNU-O                  VALUE "O".

       01 WS-TABLEAU-AFFECTATIONS.
           05 WS-AFP OCCURS 200 TIMES.
               10 WS-AFP-CLASSE    PIC X(03).
               10 WS-AFP-MATIERE   PIC X(21).
               10 WS-AFP-TRIMESTRE PIC X(01).

       77 WS-IDX-AFP           PIC 9(03).
       01 WS-MAX-AFP           PIC 9(03)       VALUE 0.

      * Fiche des classes : classe, nom et matricule de chaque eleve.
       01 WS-TABLEAU-CLASSES.
           05 WS-CLS OCCURS 300 TIMES.
               10 WS-CLS-CLASSE    PIC X(03).
               10 WS-CLS-NOM       PIC X(15).
               10 WS-CLS-MATRICULE PIC X(06).

       77 WS-IDX-CLS           PIC 9(03).
       01 WS-MAX-CLS           PIC 9(03)       VALUE 0.

      * Resultat du controle de l'affectation a la saisie.
       01 WS-ELEVE-EN-CLASSE   PIC X.
           88 WS-ELEVE-EN-CLASSE-O             VALUE "O".
           88 WS-ELEVE-EN-CLASSE-N             VALUE "N".
       01 WS-AFFECTATION-OK    PIC X.
           88 WS-AFFECTATION-OK-O              VALUE "O".
           88 WS-AFFECTATION-OK-N              VALUE "N".
       01 WS-MATIERE-LARGE     PIC X(21).

      * Critere des listes par eleve ou par matiere.
       01 WS-CHERCHE           PIC X(15).
       01 WS-NB-TROUVEES       PIC 9(03).
           PERFORM 0050-CHARGE-MAITRE-DEB
              THRU 0050-CHARGE-MAITRE-FIN.

      * Identite du professeur connecte et ses affectations, puis
      * la fiche des classes pour retrouver la classe de l'eleve.
           PERFORM 0060-CHARGE-HABILITATION-DEB
              THRU 0060-CHARGE-HABILITATION-FIN.

           PERFORM 0070-CHARGE-CLASSES-DEB
              THRU 0070-CHARGE-CLASSES-FIN.

      * Boucle principale du programme.
           PERFORM 0100-MENU-DEB
              THRU 0100-MENU-FIN.

      *-----------------------------------------------------------------

      * Le compte de session doit etre celui d'un professeur de
      * professeurs.txt ; seules ses affectations sont retenues.
       0060-CHARGE-HABILITATION-DEB.

           MOVE SPACES TO WS-UTILISATEUR.

           OPEN INPUT FICHIER-SESSION.

           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
           END-READ.

           CLOSE FICHIER-SESSION.

           IF WS-UTILISATEUR = SPACES
               DISPLAY "Aucune session ouverte : consultation seule."
               GO TO 0060-CHARGE-HABILITATION-FIN
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-PROFS.

           PERFORM UNTIL WS-FIN-FICHIER-OUI
               READ FICHIER-PROFS
                   AT END
                       SET WS-FIN-FICHIER-OUI TO TRUE
                   NOT AT END
                       IF F-PRF-IDENTIFIANT = WS-UTILISATEUR
                           SET WS-PROF-CONNU-O TO TRUE
                           MOVE F-PRF-NOM TO WS-NOM-PROF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PROFS.

           IF NOT WS-PROF-CONNU-O
               DISPLAY "Compte " WS-UTILISATEUR
                       " inconnu des professeurs : consultation seule."
               GO TO 0060-CHARGE-HABILITATION-FIN
           END-IF.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-AFFECTATIONS.

           PERFORM UNTIL WS-FIN-FICHIER-OUI
               READ FICHIER-AFFECTATIONS
                   AT END
                       SET WS-FIN-FICHIER-OUI TO TRUE
                   NOT AT END
                       IF F-AFP-PROF = WS-UTILISATEUR
                       AND WS-MAX-AFP < 200
                           ADD 1 TO WS-MAX-AFP
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

           DISPLAY "Professeur connecte : " WS-NOM-PROF
                   " - affectations : " WS-MAX-AFP.

           EXIT.

       0060-CHARGE-HABILITATION-FIN.

      *-----------------------------------------------------------------

       0070-CHARGE-CLASSES-DEB.

           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-CLASSE.

           PERFORM UNTIL WS-FIN-FICHIER-OUI
               READ FICHIER-CLASSE
                   AT END
                       SET WS-FIN-FICHIER-OUI TO TRUE
                   NOT AT END
                       IF WS-MAX-CLS < 300
                           ADD 1 TO WS-MAX-CLS
                           MOVE F-CLASSE
                             TO WS-CLS-CLASSE(WS-MAX-CLS)
                           MOVE F-NOM-ELEVE
                             TO WS-CLS-NOM(WS-MAX-CLS)
                           MOVE F-MATRICULE
                             TO WS-CLS-MATRICULE(WS-MAX-CLS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLASSE.

           EXIT.

       0070-CHARGE-CLASSES-FIN.

      *-----------------------------------------------------------------

      * Reecrit le carnet d'apres le contenu actuel de la liste en
      * memoire.
       0040-SAUVEGARDE-DEB.
               GO TO 0200-AJOUT-NOTE-FIN
           END-IF.

           IF NOT WS-PROF-CONNU-O
               DISPLAY "Saisie reservee aux professeurs connectes."
               GO TO 0200-AJOUT-NOTE-FIN
           END-IF.

      * La saisie par matricule resout le nom depuis le maitre des
      * eleves ; un matricule vide retombe sur le nom tape (notes
      * anterieures au maitre).
           DISPLAY "Matiere : ".
           ACCEPT WS-SAISIE-MATIERE.

      * Trimestre de la note, redemande tant qu'il n'est pas 1, 2
      * ou 3 (la chaine des bulletins tourne par trimestre).
           MOVE SPACE TO WS-SAISIE-TRIMESTRE.

           PERFORM UNTIL WS-TRIMESTRE-VALIDE
               DISPLAY "Trimestre (1/2/3) : " WITH NO ADVANCING
               ACCEPT WS-SAISIE-TRIMESTRE
               IF NOT WS-TRIMESTRE-VALIDE
                   DISPLAY "Trimestre invalide."
               END-IF
           END-PERFORM.

      * Classe de l'eleve, matiere et trimestre doivent figurer aux
      * affectations du professeur avant toute saisie de la note.
           PERFORM 0260-CONTROLE-AFFECTATION-DEB
              THRU 0260-CONTROLE-AFFECTATION-FIN.

           IF WS-ELEVE-EN-CLASSE-N
               DISPLAY "Eleve absent de la fiche des classes, "
                       "note refusee."
               GO TO 0200-AJOUT-NOTE-FIN
           END-IF.

           IF WS-AFFECTATION-OK-N
               DISPLAY "Classe, matiere ou trimestre hors de vos "
                       "affectations, note refusee."
               GO TO 0200-AJOUT-NOTE-FIN
           END-IF.

           SET WS-ERR-SAISIE-O TO TRUE.

      * Boucle se terminant lorsque la saisie de la note est correcte.

           END-PERFORM.

           ADD 1 TO WS-NB-NOTES.
           MOVE WS-SAISIE-ELEVE   TO WS-ELEVE(WS-NB-NOTES).
           MOVE WS-SAISIE-MATIERE TO WS-MATIERE(WS-NB-NOTES).

       0250-CONTROLE-SAISIE-FIN.

      *-----------------------------------------------------------------

      * L'eleve est retrouve dans la fiche des classes par son
      * matricule, ou par son nom pour une saisie au nom ; la note
      * passe si l'une de ses classes est affectee au professeur pour
      * la matiere et le trimestre saisis.
       0260-CONTROLE-AFFECTATION-DEB.

           SET WS-ELEVE-EN-CLASSE-N TO TRUE.
           SET WS-AFFECTATION-OK-N TO TRUE.

           MOVE SPACES TO WS-MATIERE-LARGE.
           MOVE WS-SAISIE-MATIERE TO WS-MATIERE-LARGE(1:15).

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS

               IF (WS-SAISIE-MATRICULE NOT = SPACES
                   AND WS-CLS-MATRICULE(WS-IDX-CLS)
                       = WS-SAISIE-MATRICULE)
               OR (WS-SAISIE-MATRICULE = SPACES
                   AND WS-CLS-NOM(WS-IDX-CLS) = WS-SAISIE-ELEVE)

                   SET WS-ELEVE-EN-CLASSE-O TO TRUE

                   PERFORM VARYING WS-IDX-AFP FROM 1 BY 1
                           UNTIL WS-IDX-AFP > WS-MAX-AFP
                       IF WS-AFP-CLASSE(WS-IDX-AFP)
                          = WS-CLS-CLASSE(WS-IDX-CLS)
                       AND WS-AFP-MATIERE(WS-IDX-AFP)
                          = WS-MATIERE-LARGE
                       AND WS-AFP-TRIMESTRE(WS-IDX-AFP)
                          = WS-SAISIE-TRIMESTRE
                           SET WS-AFFECTATION-OK-O TO TRUE
                       END-IF
                   END-PERFORM

               END-IF

           END-PERFORM.

           EXIT.

       0260-CONTROLE-AFFECTATION-FIN.

      *-----------------------------------------------------------------

       0300-LISTE-PAR-ELEVE-DEB.
