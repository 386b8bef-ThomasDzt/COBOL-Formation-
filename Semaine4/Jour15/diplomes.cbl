      * inscrit au registre central registre-diplomes.txt : un eleve
      * deja au registre n'est pas delivre deux fois, et le programme
      * de verification verifdip repond aux employeurs qui appellent.
      * Apres une session de rattrapage, la liste des admis est lue
      * dans reussit2-final.txt (ecrit par rattrap) au lieu de
      * reussit2.txt : les admis au rattrapage y sont marques R, leur
      * certificat le porte en toutes lettres et le registre les
      * signale par un R en colonne 39.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. diplomes.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *reussit2-final.txt s'il existe, sinon reussit2.txt
       SELECT FICHIER-REUSSI ASSIGN TO DYNAMIC WS-NOM-REUSSI
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-REUSSI.

           01 F-LIGNE-REUSSI.
               05 F-NOM-ELEVE          PIC X(10).
               05 F-NOTE-ELEVE         PIC 9(02).
               05 F-SESSION-ELEVE      PIC X(01).
               05 FILLER               PIC X(67).

       FD FICHIER-CERTIFICAT.

               05 F-REG-NOM            PIC X(10).
               05 F-REG-MENTION        PIC X(12).
               05 F-REG-DATE           PIC X(08).
               05 F-REG-SESSION        PIC X(01).


       WORKING-STORAGE SECTION.
           88 WS-FIN-LECTURE-O                 VALUE "O".

       01 WS-NOM-CERTIFICAT            PIC X(25).
       01 WS-NOM-REUSSI                PIC X(30).

      *Marque de session de la ligne lue : R = admis au rattrapage
       01 WS-SESSION                   PIC X(01).
           88 WS-SESSION-RATTRAPAGE            VALUE "R".

      *Mention deduite de la note, bornes basses incluses
       01 WS-MENTION                   PIC X(12).
           SET WS-FIN-LECTURE-N TO TRUE.

           DISPLAY "Ouverture de la liste des admis".
           MOVE "reussit2-final.txt" TO WS-NOM-REUSSI.
           OPEN INPUT FICHIER-REUSSI.

           IF NOT WS-STATUT-REUSSI-OK
               MOVE "reussit2.txt" TO WS-NOM-REUSSI
               OPEN INPUT FICHIER-REUSSI
           END-IF.

           IF NOT WS-STATUT-REUSSI-OK
               DISPLAY "Erreur : reussit2.txt introuvable (statut "
                       WS-STATUT-REUSSI "), lancer reussit2 d'abord."
               STOP RUN
           END-IF.

           DISPLAY "Liste des admis lue : " WS-NOM-REUSSI.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REUSSI
               GO TO 0200-EDITE-CERTIFICAT-FIN
           END-IF.

           IF F-SESSION-ELEVE = "R"
               MOVE "R" TO WS-SESSION
           ELSE
               MOVE SPACE TO WS-SESSION
           END-IF.

           COMPUTE WS-NUM-SEQ = WS-MAX-REG + 1.
           MOVE SPACES TO WS-NUM-SERIE.
           STRING "DIP" WS-NUM-SEQ
               DELIMITED BY SIZE INTO F-LIGNE-CERTIFICAT.
           WRITE F-LIGNE-CERTIFICAT.

           IF WS-SESSION-RATTRAPAGE
               MOVE SPACES TO F-LIGNE-CERTIFICAT
               MOVE "Admis a l'issue de la session de rattrapage"
                 TO F-LIGNE-CERTIFICAT
               WRITE F-LIGNE-CERTIFICAT
           END-IF.

           MOVE SPACES TO F-LIGNE-CERTIFICAT.
           STRING "Fait le " WS-JOUR-JOUR "/" WS-MOIS-JOUR "/"
                   WS-ANNEE-JOUR
           MOVE F-NOM-ELEVE     TO F-REG-NOM.
           MOVE WS-MENTION      TO F-REG-MENTION.
           MOVE WS-DATE-DU-JOUR TO F-REG-DATE.
           MOVE WS-SESSION      TO F-REG-SESSION.
           WRITE F-REGISTRE.

           CLOSE FICHIER-REGISTRE.
