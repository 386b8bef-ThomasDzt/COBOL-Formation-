      * Session de rattrapage entre les resultats de reussit2 et la
      * delivrance des diplomes. Les candidats sont les eleves de
      * echec.txt (convoques par convoc) ; leurs notes de rattrapage
      * sont saisies par matiere (matieres de matieres.cfg, avec leur
      * coefficient, une matiere non repassee reste vide) et gardees
      * dans notes-rattrapage.txt, une nouvelle saisie remplacant la
      * precedente. La deliberation calcule la note de rattrapage
      * (moyenne ponderee des matieres repassees, arrondie a l'entier
      * comme les notes de reussit2) puis la note retenue selon la
      * regle de rattrapage.cfg : M = meilleure des deux notes (par
      * defaut), R = la note de rattrapage remplace celle de la
      * session. Le candidat est admis si la note retenue depasse le
      * seuil de reussit2, comme a la premiere session. Le proces-
      * verbal resultats-rattrapage.txt liste tous les candidats ;
      * reussit2-final.txt reprend les admis de reussit2.txt puis les
      * admis au rattrapage marques R en colonne 13 : c'est ce
      * fichier que diplomes lit pour les certificats et le registre
      * des diplomes. La deliberation est a relancer apres tout
      * nouveau passage de reussit2.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rattrap.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-ECHEC ASSIGN TO "echec.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-ECH.

       SELECT FICHIER-MATIERES ASSIGN TO "matieres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-MAT.

       SELECT OPTIONAL FICHIER-CONFIG ASSIGN TO "rattrapage.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-NOTES ASSIGN TO "notes-rattrapage.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-REUSSI ASSIGN TO "reussit2.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-REUSSI.

       SELECT FICHIER-FINAL ASSIGN TO "reussit2-final.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-PV ASSIGN TO "resultats-rattrapage.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-ECHEC.
           01 F-LIGNE-ECHEC.
               05 F-ECH-NOM                PIC X(10).
               05 F-ECH-NOTE               PIC 9(02).

      *Libelle de matiere et coefficient au format 9,9
       FD FICHIER-MATIERES.
           01 F-MATIERE-CFG.
               05 F-CFG-MATIERE            PIC X(21).
               05 F-CFG-COEF.
                   10 F-CFG-COEF-ENT       PIC 9(01).
                   10 FILLER               PIC X(01).
                   10 F-CFG-COEF-DEC       PIC 9(01).

      *Regle de la note retenue : M meilleure des deux, R remplace
       FD FICHIER-CONFIG.
           01 F-CONFIG-RATTRAPAGE.
               05 F-CFG-REGLE              PIC X(01).

       FD FICHIER-NOTES.
           01 F-NOTE-RATTRAPAGE.
               05 F-RAT-NOM                PIC X(10).
               05 F-RAT-MATIERE            PIC X(21).
               05 F-RAT-NOTE               PIC 9(02).

      *Etat des admis de reussit2, habillage du module d'edition
      *compris (filtre comme dans diplomes)
       FD FICHIER-REUSSI.
           01 F-LIGNE-REUSSI.
               05 F-NOM-ELEVE              PIC X(10).
               05 F-NOTE-ELEVE             PIC 9(02).
               05 FILLER                   PIC X(68).

      *Admis definitifs : nom, note, session (blanc = premiere
      *session, R = rattrapage)
       FD FICHIER-FINAL.
           01 F-LIGNE-FINAL.
               05 F-FIN-NOM                PIC X(10).
               05 F-FIN-NOTE               PIC 9(02).
               05 F-FIN-SESSION            PIC X(01).

       FD FICHIER-PV.
           01 F-LIGNE-PV                   PIC X(80).


       WORKING-STORAGE SECTION.

      *Candidats au rattrapage et resultat de la deliberation
       01 WS-TABLEAU-CAND.
           05 WS-CAND OCCURS 100 TIMES.
               10 WS-CAND-NOM              PIC X(10).
               10 WS-CAND-NOTE             PIC 9(02).
               10 WS-CAND-NOTE-RAT         PIC 9(02).
               10 WS-CAND-NOTE-RETENUE     PIC 9(02).
               10 WS-CAND-RESULTAT         PIC X(01).
                   88 WS-CAND-ADMIS                    VALUE "A".
                   88 WS-CAND-AJOURNE                  VALUE "J".
                   88 WS-CAND-ABSENT                   VALUE "B".

       01 WS-TABLEAU-MAT.
           05 WS-MAT OCCURS 30 TIMES.
               10 WS-MAT-LIBELLE           PIC X(21).
               10 WS-MAT-COEF              PIC 9(01)V9(01).

       01 WS-TABLEAU-RAT.
           05 WS-RAT OCCURS 2000 TIMES.
               10 WS-RAT-NOM               PIC X(10).
               10 WS-RAT-MATIERE           PIC X(21).
               10 WS-RAT-NOTE              PIC 9(02).

      *Notes saisies pour le candidat en cours, par matiere
       01 WS-TABLEAU-SAISIE.
           05 WS-SAISIE-NOTE-MAT OCCURS 30 TIMES
                                           PIC X(02).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX-CAND                      PIC 9(03).
       77 WS-IDX-MAT                       PIC 9(02).
       77 WS-IDX-DEST                      PIC 9(04).
       01 WS-MAX-CAND                      PIC 9(03)   VALUE 0.
       01 WS-MAX-MAT                       PIC 9(02)   VALUE 0.
       01 WS-MAX-RAT                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-RAT                  PIC 9(04)   VALUE 2000.

       01 WS-STATUT-ECH                    PIC X(02).
           88 WS-STATUT-ECH-OK                         VALUE "00".

       01 WS-STATUT-MAT                    PIC X(02).
           88 WS-STATUT-MAT-OK                         VALUE "00".

       01 WS-STATUT-REUSSI                 PIC X(02).
           88 WS-STATUT-REUSSI-OK                      VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-SAISIR                          VALUE "1".
           88 WS-CHOIX-DELIBERER                       VALUE "2".
           88 WS-CHOIX-QUITTER                         VALUE "3".

      *Regle de rattrapage.cfg, M par defaut
       01 WS-REGLE                         PIC X(01)   VALUE "M".
           88 WS-REGLE-MEILLEURE                       VALUE "M".
           88 WS-REGLE-REMPLACE                        VALUE "R".

       01 WS-SAISIE-NOM                    PIC X(10).
       01 WS-SAISIE-SEUIL                  PIC X(02).
       01 WS-SEUIL                         PIC 9(02).
       01 WS-CAND-TROUVE                   PIC 9(03).
       01 WS-NB-SAISIES                    PIC 9(02).
       01 WS-NOTE-NUM                      PIC 9(02).

      *Calcul de la moyenne ponderee des matieres repassees
       01 WS-SOMME-PONDEREE                PIC 9(05)V9(02).
       01 WS-SOMME-COEF                    PIC 9(03)V9(01).

       77 WS-NB-ADMIS-SESSION              PIC 9(03).
       77 WS-NB-ADMIS-RAT                  PIC 9(03).
       77 WS-NB-AJOURNES                   PIC 9(03).
       77 WS-NB-ABSENTS                    PIC 9(03).

       01 WS-LIBELLE-RESULTAT              PIC X(22).
       01 WS-LIBELLE-REGLE                 PIC X(30).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture des notes de rattrapage
       01 WS-NOM-FICHIER-NOTES             PIC X(30)
               VALUE "notes-rattrapage.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Candidats de echec.txt, matieres, regle et notes deja saisies
       0100-CHARGEMENT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ECHEC.

           IF NOT WS-STATUT-ECH-OK
               DISPLAY "Erreur : echec.txt introuvable (statut "
                       WS-STATUT-ECH "), lancer reussit2 d'abord."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ECHEC
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CAND < 100
                       AND F-ECH-NOM NOT = SPACES
                           ADD 1 TO WS-MAX-CAND
                           MOVE F-ECH-NOM TO WS-CAND-NOM(WS-MAX-CAND)
                           MOVE F-ECH-NOTE
                             TO WS-CAND-NOTE(WS-MAX-CAND)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ECHEC.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-MATIERES.

           IF NOT WS-STATUT-MAT-OK
               DISPLAY "Erreur : matieres.cfg introuvable (statut "
                       WS-STATUT-MAT "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-MATIERES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-MAT < 30
                       AND F-CFG-MATIERE NOT = SPACES
                       AND F-CFG-COEF-ENT IS NUMERIC
                       AND F-CFG-COEF-DEC IS NUMERIC
                           ADD 1 TO WS-MAX-MAT
                           MOVE F-CFG-MATIERE
                             TO WS-MAT-LIBELLE(WS-MAX-MAT)
                           COMPUTE WS-MAT-COEF(WS-MAX-MAT) =
                                   F-CFG-COEF-ENT
                                 + F-CFG-COEF-DEC / 10
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-MATIERES.

           OPEN INPUT FICHIER-CONFIG.

           READ FICHIER-CONFIG
               AT END
                   CONTINUE
               NOT AT END
                   IF F-CFG-REGLE = "M" OR F-CFG-REGLE = "R"
                       MOVE F-CFG-REGLE TO WS-REGLE
                   END-IF
           END-READ.

           CLOSE FICHIER-CONFIG.

           IF WS-REGLE-MEILLEURE
               MOVE "meilleure des deux notes" TO WS-LIBELLE-REGLE
           ELSE
               MOVE "note de rattrapage seule" TO WS-LIBELLE-REGLE
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-NOTES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-NOTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-RAT < WS-CAPACITE-RAT
                           ADD 1 TO WS-MAX-RAT
                           MOVE F-RAT-NOM TO WS-RAT-NOM(WS-MAX-RAT)
                           MOVE F-RAT-MATIERE
                             TO WS-RAT-MATIERE(WS-MAX-RAT)
                           MOVE F-RAT-NOTE
                             TO WS-RAT-NOTE(WS-MAX-RAT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           DISPLAY "Candidats au rattrapage : " WS-MAX-CAND
                   " - matieres : " WS-MAX-MAT.
           DISPLAY "Regle de la note retenue : " WS-LIBELLE-REGLE.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Session de rattrapage.".
           DISPLAY "1 - Saisir les notes d'un candidat".
           DISPLAY "2 - Deliberation".
           DISPLAY "3 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-SAISIR
                   PERFORM 0300-SAISIE-NOTES-DEB
                      THRU 0300-SAISIE-NOTES-FIN

               WHEN WS-CHOIX-DELIBERER
                   PERFORM 0500-DELIBERATION-DEB
                      THRU 0500-DELIBERATION-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Notes d'un candidat, matiere par matiere ; les notes deja
      *saisies pour lui sont remplacees
       0300-SAISIE-NOTES-DEB.

           DISPLAY "Candidats (nom, note de la session) :".

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-MAX-CAND
               DISPLAY "  " WS-CAND-NOM(WS-IDX-CAND) " "
                       WS-CAND-NOTE(WS-IDX-CAND)
           END-PERFORM.

           DISPLAY "Nom du candidat : ".
           ACCEPT WS-SAISIE-NOM.

           MOVE 0 TO WS-CAND-TROUVE.

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-MAX-CAND
               IF WS-CAND-NOM(WS-IDX-CAND) = WS-SAISIE-NOM
                   MOVE WS-IDX-CAND TO WS-CAND-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CAND-TROUVE = 0
               DISPLAY "Eleve absent de echec.txt, saisie refusee."
               GO TO 0300-SAISIE-NOTES-FIN
           END-IF.

           MOVE 0 TO WS-NB-SAISIES.

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-MAX-MAT
               DISPLAY WS-MAT-LIBELLE(WS-IDX-MAT)
                       " (0 a 20, vide = non repassee) : "
               ACCEPT WS-SAISIE-NOTE-MAT(WS-IDX-MAT)
               IF WS-SAISIE-NOTE-MAT(WS-IDX-MAT)(2:1) = SPACE
               AND WS-SAISIE-NOTE-MAT(WS-IDX-MAT)(1:1) NOT = SPACE
                   MOVE WS-SAISIE-NOTE-MAT(WS-IDX-MAT)(1:1)
                     TO WS-SAISIE-NOTE-MAT(WS-IDX-MAT)(2:1)
                   MOVE "0" TO WS-SAISIE-NOTE-MAT(WS-IDX-MAT)(1:1)
               END-IF
               IF WS-SAISIE-NOTE-MAT(WS-IDX-MAT) NOT = SPACES
                   ADD 1 TO WS-NB-SAISIES
               END-IF
           END-PERFORM.

      *Controle de l'ensemble avant toute mise a jour
           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-MAX-MAT
               IF WS-SAISIE-NOTE-MAT(WS-IDX-MAT) NOT = SPACES
                   IF WS-SAISIE-NOTE-MAT(WS-IDX-MAT) NOT NUMERIC
                       DISPLAY "Note illisible en "
                               WS-MAT-LIBELLE(WS-IDX-MAT)
                               ", saisie refusee."
                       GO TO 0300-SAISIE-NOTES-FIN
                   END-IF
                   MOVE WS-SAISIE-NOTE-MAT(WS-IDX-MAT) TO WS-NOTE-NUM
                   IF WS-NOTE-NUM > 20
                       DISPLAY "Note superieure a 20 en "
                               WS-MAT-LIBELLE(WS-IDX-MAT)
                               ", saisie refusee."
                       GO TO 0300-SAISIE-NOTES-FIN
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM 0350-RETIRE-NOTES-DEB
              THRU 0350-RETIRE-NOTES-FIN.

           PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                   UNTIL WS-IDX-MAT > WS-MAX-MAT
               IF WS-SAISIE-NOTE-MAT(WS-IDX-MAT) NOT = SPACES
               AND WS-MAX-RAT < WS-CAPACITE-RAT
                   ADD 1 TO WS-MAX-RAT
                   MOVE WS-SAISIE-NOM TO WS-RAT-NOM(WS-MAX-RAT)
                   MOVE WS-MAT-LIBELLE(WS-IDX-MAT)
                     TO WS-RAT-MATIERE(WS-MAX-RAT)
                   MOVE WS-SAISIE-NOTE-MAT(WS-IDX-MAT)
                     TO WS-RAT-NOTE(WS-MAX-RAT)
               END-IF
           END-PERFORM.

           PERFORM 0400-SAUVEGARDE-NOTES-DEB
              THRU 0400-SAUVEGARDE-NOTES-FIN.

           DISPLAY "Notes de rattrapage enregistrees : " WS-NB-SAISIES
                   " matiere(s) pour " WS-SAISIE-NOM.

           MOVE "rattrap" TO AUDIT-PROGRAMME.
           MOVE "SAISIE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-NOM " " WS-NB-SAISIES " matiere(s)"
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0300-SAISIE-NOTES-FIN.

      *-----------------------------------------------------------------

      *Retrait des notes precedentes du candidat, la table est
      *resserree sur place
       0350-RETIRE-NOTES-DEB.

           MOVE 0 TO WS-IDX-DEST.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RAT
               IF WS-RAT-NOM(WS-IDX) NOT = WS-SAISIE-NOM
                   ADD 1 TO WS-IDX-DEST
                   MOVE WS-RAT(WS-IDX) TO WS-RAT(WS-IDX-DEST)
               END-IF
           END-PERFORM.

           MOVE WS-IDX-DEST TO WS-MAX-RAT.

           EXIT.

       0350-RETIRE-NOTES-FIN.

      *-----------------------------------------------------------------

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase (genrest pour revenir en arriere)
       0400-SAUVEGARDE-NOTES-DEB.

           CALL "gensauve" USING WS-NOM-FICHIER-NOTES
           END-CALL.

           OPEN OUTPUT FICHIER-NOTES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RAT
               MOVE SPACES TO F-NOTE-RATTRAPAGE
               MOVE WS-RAT-NOM(WS-IDX) TO F-RAT-NOM
               MOVE WS-RAT-MATIERE(WS-IDX) TO F-RAT-MATIERE
               MOVE WS-RAT-NOTE(WS-IDX) TO F-RAT-NOTE
               WRITE F-NOTE-RATTRAPAGE
           END-PERFORM.

           CLOSE FICHIER-NOTES.

           EXIT.

       0400-SAUVEGARDE-NOTES-FIN.

      *-----------------------------------------------------------------

      *Note de rattrapage, note retenue et resultat de chaque
      *candidat, puis proces-verbal et admis definitifs
       0500-DELIBERATION-DEB.

           DISPLAY "Seuil de reussite applique par reussit2 : ".
           ACCEPT WS-SAISIE-SEUIL.

           IF WS-SAISIE-SEUIL NOT NUMERIC
               DISPLAY "Seuil non numerique, deliberation abandonnee."
               GO TO 0500-DELIBERATION-FIN
           END-IF.

           MOVE WS-SAISIE-SEUIL TO WS-SEUIL.

           MOVE 0 TO WS-NB-ADMIS-RAT.
           MOVE 0 TO WS-NB-AJOURNES.
           MOVE 0 TO WS-NB-ABSENTS.

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-MAX-CAND
               PERFORM 0550-RESULTAT-CANDIDAT-DEB
                  THRU 0550-RESULTAT-CANDIDAT-FIN
           END-PERFORM.

           PERFORM 0600-ECRIT-PV-DEB
              THRU 0600-ECRIT-PV-FIN.

           PERFORM 0700-ECRIT-FINAL-DEB
              THRU 0700-ECRIT-FINAL-FIN.

           DISPLAY "Admis au rattrapage : " WS-NB-ADMIS-RAT
                   " - ajournes : " WS-NB-AJOURNES
                   " - absents : " WS-NB-ABSENTS.
           DISPLAY "Admis de la premiere session repris : "
                   WS-NB-ADMIS-SESSION.

           MOVE "rattrap" TO AUDIT-PROGRAMME.
           MOVE "DELIBERE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING "regle " WS-REGLE " seuil " WS-SEUIL " admis "
                   WS-NB-ADMIS-RAT
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0500-DELIBERATION-FIN.

      *-----------------------------------------------------------------

      *Moyenne ponderee des matieres repassees ; sans aucune note le
      *candidat est absent et reste ajourne sur sa note de session
       0550-RESULTAT-CANDIDAT-DEB.

           MOVE 0 TO WS-SOMME-PONDEREE.
           MOVE 0 TO WS-SOMME-COEF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-RAT
               IF WS-RAT-NOM(WS-IDX) = WS-CAND-NOM(WS-IDX-CAND)
                   PERFORM VARYING WS-IDX-MAT FROM 1 BY 1
                           UNTIL WS-IDX-MAT > WS-MAX-MAT
                       IF WS-MAT-LIBELLE(WS-IDX-MAT)
                          = WS-RAT-MATIERE(WS-IDX)
                           COMPUTE WS-SOMME-PONDEREE =
                                   WS-SOMME-PONDEREE
                                 + WS-RAT-NOTE(WS-IDX)
                                 * WS-MAT-COEF(WS-IDX-MAT)
                           ADD WS-MAT-COEF(WS-IDX-MAT)
                             TO WS-SOMME-COEF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           IF WS-SOMME-COEF = 0
               MOVE 0 TO WS-CAND-NOTE-RAT(WS-IDX-CAND)
               MOVE WS-CAND-NOTE(WS-IDX-CAND)
                 TO WS-CAND-NOTE-RETENUE(WS-IDX-CAND)
               SET WS-CAND-ABSENT(WS-IDX-CAND) TO TRUE
               ADD 1 TO WS-NB-ABSENTS
               GO TO 0550-RESULTAT-CANDIDAT-FIN
           END-IF.

           COMPUTE WS-CAND-NOTE-RAT(WS-IDX-CAND) ROUNDED =
                   WS-SOMME-PONDEREE / WS-SOMME-COEF.

           IF WS-REGLE-MEILLEURE
           AND WS-CAND-NOTE(WS-IDX-CAND)
               > WS-CAND-NOTE-RAT(WS-IDX-CAND)
               MOVE WS-CAND-NOTE(WS-IDX-CAND)
                 TO WS-CAND-NOTE-RETENUE(WS-IDX-CAND)
           ELSE
               MOVE WS-CAND-NOTE-RAT(WS-IDX-CAND)
                 TO WS-CAND-NOTE-RETENUE(WS-IDX-CAND)
           END-IF.

      *Meme regle que reussit2 : admis au-dela du seuil
           IF WS-CAND-NOTE-RETENUE(WS-IDX-CAND) > WS-SEUIL
               SET WS-CAND-ADMIS(WS-IDX-CAND) TO TRUE
               ADD 1 TO WS-NB-ADMIS-RAT
           ELSE
               SET WS-CAND-AJOURNE(WS-IDX-CAND) TO TRUE
               ADD 1 TO WS-NB-AJOURNES
           END-IF.

           EXIT.

       0550-RESULTAT-CANDIDAT-FIN.

      *-----------------------------------------------------------------

       0600-ECRIT-PV-DEB.

           OPEN OUTPUT FICHIER-PV.

           MOVE "PROCES-VERBAL DE LA SESSION DE RATTRAPAGE"
             TO F-LIGNE-PV.
           WRITE F-LIGNE-PV.

           MOVE SPACES TO F-LIGNE-PV.
           STRING "Regle : " WS-LIBELLE-REGLE " - seuil : " WS-SEUIL
               DELIMITED BY SIZE INTO F-LIGNE-PV.
           WRITE F-LIGNE-PV.

           MOVE SPACES TO F-LIGNE-PV.
           WRITE F-LIGNE-PV.

           MOVE "NOM        SESSION RATTRAPAGE RETENUE RESULTAT"
             TO F-LIGNE-PV.
           WRITE F-LIGNE-PV.

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-MAX-CAND

               EVALUATE TRUE
                   WHEN WS-CAND-ADMIS(WS-IDX-CAND)
                       MOVE "ADMIS AU RATTRAPAGE"
                         TO WS-LIBELLE-RESULTAT
                   WHEN WS-CAND-AJOURNE(WS-IDX-CAND)
                       MOVE "AJOURNE" TO WS-LIBELLE-RESULTAT
                   WHEN OTHER
                       MOVE "ABSENT, AJOURNE" TO WS-LIBELLE-RESULTAT
               END-EVALUATE

               MOVE SPACES TO F-LIGNE-PV
               IF WS-CAND-ABSENT(WS-IDX-CAND)
                   STRING WS-CAND-NOM(WS-IDX-CAND) "      "
                           WS-CAND-NOTE(WS-IDX-CAND)
                           "         --      "
                           WS-CAND-NOTE-RETENUE(WS-IDX-CAND) " "
                           WS-LIBELLE-RESULTAT
                       DELIMITED BY SIZE INTO F-LIGNE-PV
               ELSE
                   STRING WS-CAND-NOM(WS-IDX-CAND) "      "
                           WS-CAND-NOTE(WS-IDX-CAND)
                           "         "
                           WS-CAND-NOTE-RAT(WS-IDX-CAND) "      "
                           WS-CAND-NOTE-RETENUE(WS-IDX-CAND) " "
                           WS-LIBELLE-RESULTAT
                       DELIMITED BY SIZE INTO F-LIGNE-PV
               END-IF
               WRITE F-LIGNE-PV

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-PV.
           WRITE F-LIGNE-PV.

           MOVE SPACES TO F-LIGNE-PV.
           STRING "Admis : " WS-NB-ADMIS-RAT " - ajournes : "
                   WS-NB-AJOURNES " - absents : " WS-NB-ABSENTS
               DELIMITED BY SIZE INTO F-LIGNE-PV.
           WRITE F-LIGNE-PV.

           CLOSE FICHIER-PV.

           EXIT.

       0600-ECRIT-PV-FIN.

      *-----------------------------------------------------------------

      *Admis definitifs : ceux de reussit2.txt (lignes de donnees
      *seulement) puis les admis au rattrapage, marques R
       0700-ECRIT-FINAL-DEB.

           MOVE 0 TO WS-NB-ADMIS-SESSION.

           OPEN OUTPUT FICHIER-FINAL.

           OPEN INPUT FICHIER-REUSSI.

           IF NOT WS-STATUT-REUSSI-OK
               DISPLAY "Attention : reussit2.txt introuvable (statut "
                       WS-STATUT-REUSSI "), seuls les admis au "
                       "rattrapage sont repris."
           ELSE
               SET WS-FIN-LECTURE-N TO TRUE
               PERFORM UNTIL WS-FIN-LECTURE-O
                   READ FICHIER-REUSSI
                       AT END
                           SET WS-FIN-LECTURE-O TO TRUE
                       NOT AT END
                           IF F-NOM-ELEVE NOT = SPACES
                           AND F-NOM-ELEVE(1:1) NOT = "="
                           AND F-NOM-ELEVE(1:1) NOT = "-"
                           AND F-NOM-ELEVE(1:1) NOT = "*"
                           AND F-NOTE-ELEVE IS NUMERIC
                               MOVE SPACES TO F-LIGNE-FINAL
                               MOVE F-NOM-ELEVE TO F-FIN-NOM
                               MOVE F-NOTE-ELEVE TO F-FIN-NOTE
                               WRITE F-LIGNE-FINAL
                               ADD 1 TO WS-NB-ADMIS-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FICHIER-REUSSI
           END-IF.

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-MAX-CAND
               IF WS-CAND-ADMIS(WS-IDX-CAND)
                   MOVE SPACES TO F-LIGNE-FINAL
                   MOVE WS-CAND-NOM(WS-IDX-CAND) TO F-FIN-NOM
                   MOVE WS-CAND-NOTE-RETENUE(WS-IDX-CAND)
                     TO F-FIN-NOTE
                   MOVE "R" TO F-FIN-SESSION
                   WRITE F-LIGNE-FINAL
               END-IF
           END-PERFORM.

           CLOSE FICHIER-FINAL.

           DISPLAY "Proces-verbal : resultats-rattrapage.txt - "
                   "admis definitifs : reussit2-final.txt".

           EXIT.

       0700-ECRIT-FINAL-FIN.
