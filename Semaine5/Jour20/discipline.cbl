      *Registre de discipline des eleves, tenu jusqu'ici sur un
      *cahier au secretariat : chaque incident (registre-
      *discipline.txt) porte le matricule de l'eleve au maitre des
      *eleves (elmaint), la date, la categorie, une description, le
      *membre du personnel qui l'a signale (l'identite de session par
      *defaut), la sanction (avertissement, retenue, exclusion ou
      *aucune) et, pour une exclusion, ses dates de debut et de fin
      *avec le nombre de demi-journees exclues (deux par jour ouvre
      *du lundi au vendredi). Les demi-journees d'exclusion passent
      *dans absences.txt comme absences justifiees : les lignes deja
      *saisies non justifiees sur ces jours sont requalifiees, les
      *manquantes ajoutees, apres copie de generation du fichier.
      *bullt2 mentionne les exclusions au bulletin. La synthese
      *trimestrielle par classe (synthese-discipline-T<n>.txt) sert
      *au conseil de classe.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * DIS = INCIDENT DE DISCIPLINE ; ELV = ELEVE DU MAITRE ;
      * CLS = ELEVE DE LA FICHE DES CLASSES ; ABS = ABSENCE ;
      * SYN = SYNTHESE TRIMESTRIELLE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. discipline.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "registre-discipline.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-CLASSE ASSIGN TO "input-classes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ABSENCES ASSIGN TO "absences.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Synthese du trimestre, nommee avec son numero
       SELECT FICHIER-SYNTHESE ASSIGN TO DYNAMIC WS-NOM-SYNTHESE
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Un incident. Categorie : C comportement, V violence,
      *T tricherie, R retards repetes, D degradation, A autre.
      *Sanction : N aucune, A avertissement, R retenue, E exclusion
       FD FICHIER-REGISTRE.
           01 F-INCIDENT.
               05 F-DIS-MATRICULE          PIC X(06).
               05 F-DIS-NOM                PIC X(15).
               05 F-DIS-DATE               PIC X(08).
               05 F-DIS-CATEGORIE          PIC X(01).
               05 F-DIS-DESCRIPTION        PIC X(40).
               05 F-DIS-SIGNALE-PAR        PIC X(20).
               05 F-DIS-SANCTION           PIC X(01).
               05 F-DIS-EXCL-DEBUT         PIC X(08).
               05 F-DIS-EXCL-FIN           PIC X(08).
               05 F-DIS-DEMI-JOURNEES      PIC 9(02).

       FD FICHIER-ELEVES.
           01 F-ELEVE.
               05 F-ELV-MATRICULE          PIC X(06).
               05 F-ELV-NOM                PIC X(15).
               05 F-ELV-PRENOM             PIC X(15).
               05 F-ELV-NAISSANCE          PIC X(08).
               05 F-ELV-ANNEE-ENTREE       PIC X(04).

       FD FICHIER-CLASSE.
           01 F-LIGNE-CLASSE.
               05 F-CLASSE                 PIC X(03).
               05 FILLER                   PIC X(02).
               05 F-NOM-ELEVE              PIC X(09).
               05 F-PRENOM-ELEVE           PIC X(08).
               05 F-RESP-NOM               PIC X(20).
               05 F-RESP-ADRESSE           PIC X(30).
               05 F-MATRICULE              PIC X(06).

       FD FICHIER-SESSION.
           01 F-SESSION-IDENTIFIANT        PIC X(20).

      *Une ligne par demi-journee d'absence, dessin lu par bullt2
       FD FICHIER-ABSENCES.
           01 F-ABSENCE.
               05 F-ABS-NOM                PIC X(07).
               05 F-ABS-DATE               PIC X(08).
               05 F-ABS-JUSTIFIEE          PIC X(01).

       FD FICHIER-SYNTHESE.
           01 F-LIGNE-SYNTHESE             PIC X(80).


       WORKING-STORAGE SECTION.

       01 WS-TABLEAU-ELV.
           05 WS-ELV OCCURS 300 TIMES.
               10 WS-ELV-MATRICULE         PIC X(06).
               10 WS-ELV-NOM               PIC X(15).
               10 WS-ELV-PRENOM            PIC X(15).

       01 WS-TABLEAU-CLS.
           05 WS-CLS OCCURS 300 TIMES.
               10 WS-CLS-CLASSE            PIC X(03).
               10 WS-CLS-NOM               PIC X(09).
               10 WS-CLS-MATRICULE         PIC X(06).

      *Absences chargees pour la requalification des exclusions
       01 WS-TABLEAU-ABS.
           05 WS-ABS OCCURS 3000 TIMES.
               10 WS-ABS-NOM               PIC X(07).
               10 WS-ABS-DATE              PIC X(08).
               10 WS-ABS-JUSTIFIEE         PIC X(01).

      *Cumuls de la synthese par eleve de la classe en cours
       01 WS-TABLEAU-SYN.
           05 WS-SYN OCCURS 300 TIMES.
               10 WS-SYN-INCIDENTS         PIC 9(03).
               10 WS-SYN-AVERTISSEMENTS    PIC 9(03).
               10 WS-SYN-RETENUES          PIC 9(03).
               10 WS-SYN-EXCLUSIONS        PIC 9(03).
               10 WS-SYN-DEMI-JOURNEES     PIC 9(03).

       01 WS-TABLEAU-CLASSES.
           05 WS-CLASSE-VUE OCCURS 50 TIMES
                                           PIC X(03).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX-CLS                       PIC 9(03).
       77 WS-IDX-CLASSE                    PIC 9(02).
       01 WS-MAX-ELV                       PIC 9(03)   VALUE 0.
       01 WS-MAX-CLS                       PIC 9(03)   VALUE 0.
       01 WS-MAX-ABS                       PIC 9(04)   VALUE 0.
       01 WS-NB-CLASSES                    PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-ABS                  PIC 9(04)   VALUE 3000.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-SAISIR                          VALUE "1".
           88 WS-CHOIX-LISTER                          VALUE "2".
           88 WS-CHOIX-SYNTHESE                        VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

       01 WS-UTILISATEUR                   PIC X(20).

      *Saisies de l'incident
       01 WS-SAISIE-MATRICULE              PIC X(06).
       01 WS-SAISIE-DATE                   PIC X(08).
       01 WS-SAISIE-CATEGORIE              PIC X(01).
           88 WS-CATEGORIE-VALIDE                      VALUE "C" "V"
                                                   "T" "R" "D" "A".
       01 WS-SAISIE-DESCRIPTION            PIC X(40).
       01 WS-SAISIE-SIGNALE-PAR            PIC X(20).
       01 WS-SAISIE-SANCTION               PIC X(01).
           88 WS-SANCTION-VALIDE                       VALUE "N" "A"
                                                         "R" "E".
           88 WS-SANCTION-EXCLUSION                    VALUE "E".
       01 WS-SAISIE-DEBUT                  PIC X(08).
       01 WS-SAISIE-FIN                    PIC X(08).

       01 WS-ELV-TROUVE                    PIC 9(03).
       01 WS-CLS-TROUVE                    PIC 9(03).

      *Nom de l'eleve au dessin d'absences.txt (7 caracteres)
       01 WS-NOM-ABSENCE                   PIC X(07).

      *Parcours des jours de l'exclusion
       01 WS-DATE-COURANTE                 PIC 9(08).
       01 WS-NB-JOURS-PARCOURUS            PIC 9(03).
       01 WS-NB-DEMI                       PIC 9(02).
       01 WS-NB-LIGNES-JOUR                PIC 9(02).
       77 WS-NB-REQUALIFIEES               PIC 9(03).
       77 WS-NB-AJOUTEES                   PIC 9(03).

      *Synthese trimestrielle
       01 WS-SAISIE-TRIMESTRE              PIC X(01).
           88 WS-TRIMESTRE-VALIDE                      VALUE "1" "2"
                                                             "3".
       01 WS-PERIODE-DEBUT                 PIC X(08).
       01 WS-PERIODE-FIN                   PIC X(08).
       01 WS-NOM-SYNTHESE                  PIC X(30).
       01 WS-TOT-INCIDENTS                 PIC 9(04).
       01 WS-TOT-EXCLUSIONS                PIC 9(04).
       01 WS-TOT-DEMI-JOURNEES             PIC 9(04).
       77 WS-NB-HORS-FICHE                 PIC 9(04).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture des absences
       01 WS-NOM-FICHIER-ABSENCES          PIC X(30)
               VALUE "absences.txt".

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

      *Maitre des eleves, fiche des classes et identite de session
       0100-CHARGEMENT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ELEVES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-ELV < 300
                           ADD 1 TO WS-MAX-ELV
                           MOVE F-ELV-MATRICULE
                             TO WS-ELV-MATRICULE(WS-MAX-ELV)
                           MOVE F-ELV-NOM TO WS-ELV-NOM(WS-MAX-ELV)
                           MOVE F-ELV-PRENOM
                             TO WS-ELV-PRENOM(WS-MAX-ELV)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLASSE.

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
                           MOVE F-MATRICULE
                             TO WS-CLS-MATRICULE(WS-MAX-CLS)
                           PERFORM 0150-CLASSE-VUE-DEB
                              THRU 0150-CLASSE-VUE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLASSE.

           MOVE SPACES TO WS-UTILISATEUR.

           OPEN INPUT FICHIER-SESSION.

           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
           END-READ.

           CLOSE FICHIER-SESSION.

           DISPLAY "Eleves au maitre : " WS-MAX-ELV
                   " - a la fiche des classes : " WS-MAX-CLS.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

       0150-CLASSE-VUE-DEB.

           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               IF WS-CLASSE-VUE(WS-IDX-CLASSE) = F-CLASSE
                   GO TO 0150-CLASSE-VUE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-CLASSES < 50
               ADD 1 TO WS-NB-CLASSES
               MOVE F-CLASSE TO WS-CLASSE-VUE(WS-NB-CLASSES)
           END-IF.

           EXIT.

       0150-CLASSE-VUE-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Registre de discipline.".
           DISPLAY "1 - Enregistrer un incident".
           DISPLAY "2 - Lister les incidents d'un eleve".
           DISPLAY "3 - Synthese trimestrielle par classe".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-SAISIR
                   PERFORM 0300-SAISIE-INCIDENT-DEB
                      THRU 0300-SAISIE-INCIDENT-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0500-LISTE-ELEVE-DEB
                      THRU 0500-LISTE-ELEVE-FIN

               WHEN WS-CHOIX-SYNTHESE
                   PERFORM 0600-SYNTHESE-DEB
                      THRU 0600-SYNTHESE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Controle de WS-DATUTIL-DATE-1 par le module de dates commun
       0250-CONTROLE-DATE-DEB.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           EXIT.

       0250-CONTROLE-DATE-FIN.

      *-----------------------------------------------------------------

       0300-SAISIE-INCIDENT-DEB.

           DISPLAY "Matricule de l'eleve (ex. M00001) : ".
           ACCEPT WS-SAISIE-MATRICULE.

           MOVE 0 TO WS-ELV-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ELV
               IF WS-ELV-MATRICULE(WS-IDX) = WS-SAISIE-MATRICULE
                   MOVE WS-IDX TO WS-ELV-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ELV-TROUVE = 0
               DISPLAY "Matricule inconnu du maitre des eleves, "
                       "incident refuse."
               GO TO 0300-SAISIE-INCIDENT-FIN
           END-IF.

           DISPLAY "Eleve : " WS-ELV-NOM(WS-ELV-TROUVE) " "
                   WS-ELV-PRENOM(WS-ELV-TROUVE).

           DISPLAY "Date de l'incident (AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date illisible, incident refuse."
               GO TO 0300-SAISIE-INCIDENT-FIN
           END-IF.

           MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1.
           PERFORM 0250-CONTROLE-DATE-DEB
              THRU 0250-CONTROLE-DATE-FIN.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date invalide, incident refuse."
               GO TO 0300-SAISIE-INCIDENT-FIN
           END-IF.

           DISPLAY "Categorie (C comportement, V violence, "
                   "T tricherie, R retards, D degradation, A autre) : ".
           ACCEPT WS-SAISIE-CATEGORIE.

           IF NOT WS-CATEGORIE-VALIDE
               DISPLAY "Categorie inconnue, incident refuse."
               GO TO 0300-SAISIE-INCIDENT-FIN
           END-IF.

           DISPLAY "Description : ".
           ACCEPT WS-SAISIE-DESCRIPTION.

           DISPLAY "Signale par (vide = " WS-UTILISATEUR ") : ".
           ACCEPT WS-SAISIE-SIGNALE-PAR.

           IF WS-SAISIE-SIGNALE-PAR = SPACES
               MOVE WS-UTILISATEUR TO WS-SAISIE-SIGNALE-PAR
           END-IF.

           IF WS-SAISIE-SIGNALE-PAR = SPACES
               DISPLAY "Auteur du signalement inconnu, incident "
                       "refuse."
               GO TO 0300-SAISIE-INCIDENT-FIN
           END-IF.

           DISPLAY "Sanction (N aucune, A avertissement, R retenue, "
                   "E exclusion) : ".
           ACCEPT WS-SAISIE-SANCTION.

           IF NOT WS-SANCTION-VALIDE
               DISPLAY "Sanction inconnue, incident refuse."
               GO TO 0300-SAISIE-INCIDENT-FIN
           END-IF.

           MOVE SPACES TO WS-SAISIE-DEBUT.
           MOVE SPACES TO WS-SAISIE-FIN.
           MOVE 0 TO WS-NB-DEMI.

           IF WS-SANCTION-EXCLUSION
               PERFORM 0350-SAISIE-EXCLUSION-DEB
                  THRU 0350-SAISIE-EXCLUSION-FIN
               IF WS-NB-DEMI = 0
                   GO TO 0300-SAISIE-INCIDENT-FIN
               END-IF
           END-IF.

           OPEN EXTEND FICHIER-REGISTRE.

           MOVE SPACES TO F-INCIDENT.
           MOVE WS-SAISIE-MATRICULE    TO F-DIS-MATRICULE.
           MOVE WS-ELV-NOM(WS-ELV-TROUVE) TO F-DIS-NOM.
           MOVE WS-SAISIE-DATE         TO F-DIS-DATE.
           MOVE WS-SAISIE-CATEGORIE    TO F-DIS-CATEGORIE.
           MOVE WS-SAISIE-DESCRIPTION  TO F-DIS-DESCRIPTION.
           MOVE WS-SAISIE-SIGNALE-PAR  TO F-DIS-SIGNALE-PAR.
           MOVE WS-SAISIE-SANCTION     TO F-DIS-SANCTION.
           MOVE WS-SAISIE-DEBUT        TO F-DIS-EXCL-DEBUT.
           MOVE WS-SAISIE-FIN          TO F-DIS-EXCL-FIN.
           MOVE WS-NB-DEMI             TO F-DIS-DEMI-JOURNEES.
           WRITE F-INCIDENT.

           CLOSE FICHIER-REGISTRE.

      *Les demi-journees d'exclusion partent aux absences justifiees
           IF WS-SANCTION-EXCLUSION
               PERFORM 0450-REECRIT-ABSENCES-DEB
                  THRU 0450-REECRIT-ABSENCES-FIN
           END-IF.

           MOVE "INCIDENT" TO AUDIT-ACTION.
           PERFORM 0700-TRACE-AUDIT-DEB
              THRU 0700-TRACE-AUDIT-FIN.

           DISPLAY "Incident enregistre.".

           EXIT.

       0300-SAISIE-INCIDENT-FIN.

      *-----------------------------------------------------------------

      *Dates de l'exclusion ; WS-NB-DEMI reste a 0 si elles sont
      *refusees
       0350-SAISIE-EXCLUSION-DEB.

           DISPLAY "Premier jour d'exclusion (AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-DEBUT.

           IF WS-SAISIE-DEBUT NOT NUMERIC
               DISPLAY "Date illisible, incident refuse."
               GO TO 0350-SAISIE-EXCLUSION-FIN
           END-IF.

           MOVE WS-SAISIE-DEBUT TO WS-DATUTIL-DATE-1.
           PERFORM 0250-CONTROLE-DATE-DEB
              THRU 0250-CONTROLE-DATE-FIN.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date invalide, incident refuse."
               GO TO 0350-SAISIE-EXCLUSION-FIN
           END-IF.

           DISPLAY "Dernier jour d'exclusion (AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-FIN.

           IF WS-SAISIE-FIN NOT NUMERIC
               DISPLAY "Date illisible, incident refuse."
               GO TO 0350-SAISIE-EXCLUSION-FIN
           END-IF.

           MOVE WS-SAISIE-FIN TO WS-DATUTIL-DATE-1.
           PERFORM 0250-CONTROLE-DATE-DEB
              THRU 0250-CONTROLE-DATE-FIN.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date invalide, incident refuse."
               GO TO 0350-SAISIE-EXCLUSION-FIN
           END-IF.

           IF WS-SAISIE-FIN < WS-SAISIE-DEBUT
               DISPLAY "Fin avant le debut, incident refuse."
               GO TO 0350-SAISIE-EXCLUSION-FIN
           END-IF.

      *Nom de l'eleve tel que absaisie l'ecrit : celui de la fiche
      *des classes, a defaut celui du maitre
           MOVE WS-ELV-NOM(WS-ELV-TROUVE)(1:7) TO WS-NOM-ABSENCE.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-MATRICULE(WS-IDX-CLS) = WS-SAISIE-MATRICULE
                   MOVE WS-CLS-NOM(WS-IDX-CLS)(1:7) TO WS-NOM-ABSENCE
               END-IF
           END-PERFORM.

           PERFORM 0400-APPLIQUE-EXCLUSION-DEB
              THRU 0400-APPLIQUE-EXCLUSION-FIN.

           IF WS-NB-DEMI = 0
               DISPLAY "Aucun jour ouvre dans la periode, incident "
                       "refuse."
           ELSE
               DISPLAY "Demi-journees d'exclusion : " WS-NB-DEMI
           END-IF.

           EXIT.

       0350-SAISIE-EXCLUSION-FIN.

      *-----------------------------------------------------------------

      *Pour chaque jour ouvre de l'exclusion (lundi a vendredi, au
      *plus 62 jours parcourus) : les absences deja saisies de
      *l'eleve ce jour passent a J, et le jour est complete a deux
      *demi-journees
       0400-APPLIQUE-EXCLUSION-DEB.

           MOVE 0 TO WS-MAX-ABS.
           MOVE 0 TO WS-NB-DEMI.
           MOVE 0 TO WS-NB-REQUALIFIEES.
           MOVE 0 TO WS-NB-AJOUTEES.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ABSENCES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ABSENCES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-ABS < WS-CAPACITE-ABS
                           ADD 1 TO WS-MAX-ABS
                           MOVE F-ABSENCE TO WS-ABS(WS-MAX-ABS)
                       ELSE
                           DISPLAY "Erreur : absences.txt depasse "
                                   WS-CAPACITE-ABS " lignes."
                           SET WS-FIN-LECTURE-O TO TRUE
                           MOVE 0 TO WS-NB-DEMI
                           CLOSE FICHIER-ABSENCES
                           GO TO 0400-APPLIQUE-EXCLUSION-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ABSENCES.

           MOVE WS-SAISIE-DEBUT TO WS-DATE-COURANTE.
           MOVE 0 TO WS-NB-JOURS-PARCOURUS.

           PERFORM UNTIL WS-DATE-COURANTE > WS-SAISIE-FIN
                   OR WS-NB-JOURS-PARCOURUS >= 62

               MOVE "JSEM " TO WS-DATUTIL-FONCTION
               MOVE WS-DATE-COURANTE TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL

               IF WS-DATUTIL-RESULTAT <= 5
                   ADD 2 TO WS-NB-DEMI
                   PERFORM 0420-JOUR-EXCLU-DEB
                      THRU 0420-JOUR-EXCLU-FIN
               END-IF

               MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
               MOVE WS-DATE-COURANTE TO WS-DATUTIL-DATE-1
               MOVE 1 TO WS-DATUTIL-NOMBRE
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-DATE-2 TO WS-DATE-COURANTE
               ADD 1 TO WS-NB-JOURS-PARCOURUS

           END-PERFORM.

           MOVE 0 TO RETURN-CODE.

           EXIT.

       0400-APPLIQUE-EXCLUSION-FIN.

      *-----------------------------------------------------------------

       0420-JOUR-EXCLU-DEB.

           MOVE 0 TO WS-NB-LIGNES-JOUR.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ABS
               IF WS-ABS-NOM(WS-IDX) = WS-NOM-ABSENCE
               AND WS-ABS-DATE(WS-IDX) = WS-DATE-COURANTE
                   ADD 1 TO WS-NB-LIGNES-JOUR
                   IF WS-ABS-JUSTIFIEE(WS-IDX) NOT = "J"
                       MOVE "J" TO WS-ABS-JUSTIFIEE(WS-IDX)
                       ADD 1 TO WS-NB-REQUALIFIEES
                   END-IF
               END-IF
           END-PERFORM.

           PERFORM UNTIL WS-NB-LIGNES-JOUR >= 2
                   OR WS-MAX-ABS >= WS-CAPACITE-ABS
               ADD 1 TO WS-MAX-ABS
               MOVE WS-NOM-ABSENCE TO WS-ABS-NOM(WS-MAX-ABS)
               MOVE WS-DATE-COURANTE TO WS-ABS-DATE(WS-MAX-ABS)
               MOVE "J" TO WS-ABS-JUSTIFIEE(WS-MAX-ABS)
               ADD 1 TO WS-NB-LIGNES-JOUR
               ADD 1 TO WS-NB-AJOUTEES
           END-PERFORM.

           EXIT.

       0420-JOUR-EXCLU-FIN.

      *-----------------------------------------------------------------

      *L'etat precedent des absences part en copie de generation
      *avant la reecriture (genrest pour revenir en arriere)
       0450-REECRIT-ABSENCES-DEB.

           CALL "gensauve" USING WS-NOM-FICHIER-ABSENCES
           END-CALL.

           OPEN OUTPUT FICHIER-ABSENCES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ABS
               MOVE WS-ABS(WS-IDX) TO F-ABSENCE
               WRITE F-ABSENCE
           END-PERFORM.

           CLOSE FICHIER-ABSENCES.

           DISPLAY "Absences justifiees : " WS-NB-AJOUTEES
                   " ajoutee(s), " WS-NB-REQUALIFIEES
                   " requalifiee(s).".

           EXIT.

       0450-REECRIT-ABSENCES-FIN.

      *-----------------------------------------------------------------

       0500-LISTE-ELEVE-DEB.

           DISPLAY "Matricule de l'eleve : ".
           ACCEPT WS-SAISIE-MATRICULE.

           DISPLAY "Date     Cat Sanction Signale par          "
                   "Description".

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-TOT-INCIDENTS.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-DIS-MATRICULE = WS-SAISIE-MATRICULE
                           ADD 1 TO WS-TOT-INCIDENTS
                           DISPLAY F-DIS-DATE " " F-DIS-CATEGORIE
                                   "   " F-DIS-SANCTION
                                   "        " F-DIS-SIGNALE-PAR " "
                                   F-DIS-DESCRIPTION
                           IF F-DIS-SANCTION = "E"
                               DISPLAY "         exclusion du "
                                       F-DIS-EXCL-DEBUT " au "
                                       F-DIS-EXCL-FIN " ("
                                       F-DIS-DEMI-JOURNEES
                                       " demi-journees)"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           IF WS-TOT-INCIDENTS = 0
               DISPLAY "Aucun incident pour ce matricule."
           END-IF.

           EXIT.

       0500-LISTE-ELEVE-FIN.

      *-----------------------------------------------------------------

      *Synthese du trimestre pour le conseil de classe : par classe
      *de la fiche, les eleves ayant eu au moins un incident dans la
      *periode, avec leurs sanctions, puis le total de la classe
       0600-SYNTHESE-DEB.

           MOVE SPACE TO WS-SAISIE-TRIMESTRE.

           PERFORM UNTIL WS-TRIMESTRE-VALIDE
               DISPLAY "Trimestre (1/2/3) : "
               ACCEPT WS-SAISIE-TRIMESTRE
           END-PERFORM.

           DISPLAY "Debut du trimestre (AAAAMMJJ) : ".
           ACCEPT WS-PERIODE-DEBUT.
           DISPLAY "Fin du trimestre (AAAAMMJJ) : ".
           ACCEPT WS-PERIODE-FIN.

           IF WS-PERIODE-DEBUT NOT NUMERIC
           OR WS-PERIODE-FIN NOT NUMERIC
           OR WS-PERIODE-FIN < WS-PERIODE-DEBUT
               DISPLAY "Periode invalide, synthese abandonnee."
               GO TO 0600-SYNTHESE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               INITIALIZE WS-SYN(WS-IDX-CLS)
           END-PERFORM.

           MOVE 0 TO WS-NB-HORS-FICHE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-DIS-DATE >= WS-PERIODE-DEBUT
                       AND F-DIS-DATE <= WS-PERIODE-FIN
                           PERFORM 0650-CUMUL-INCIDENT-DEB
                              THRU 0650-CUMUL-INCIDENT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           MOVE SPACES TO WS-NOM-SYNTHESE.
           STRING "synthese-discipline-T" WS-SAISIE-TRIMESTRE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-SYNTHESE.

           OPEN OUTPUT FICHIER-SYNTHESE.

           MOVE SPACES TO F-LIGNE-SYNTHESE.
           STRING "SYNTHESE DE DISCIPLINE DU TRIMESTRE "
                   WS-SAISIE-TRIMESTRE " (" WS-PERIODE-DEBUT " AU "
                   WS-PERIODE-FIN ")"
               DELIMITED BY SIZE INTO F-LIGNE-SYNTHESE.
           WRITE F-LIGNE-SYNTHESE.

           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               PERFORM 0680-SYNTHESE-CLASSE-DEB
                  THRU 0680-SYNTHESE-CLASSE-FIN
           END-PERFORM.

           IF WS-NB-HORS-FICHE > 0
               MOVE SPACES TO F-LIGNE-SYNTHESE
               WRITE F-LIGNE-SYNTHESE
               MOVE SPACES TO F-LIGNE-SYNTHESE
               STRING WS-NB-HORS-FICHE " incident(s) d'eleves hors "
                       "fiche des classes"
                   DELIMITED BY SIZE INTO F-LIGNE-SYNTHESE
               WRITE F-LIGNE-SYNTHESE
           END-IF.

           CLOSE FICHIER-SYNTHESE.

           DISPLAY "Synthese ecrite : " WS-NOM-SYNTHESE.

           EXIT.

       0600-SYNTHESE-FIN.

      *-----------------------------------------------------------------

       0650-CUMUL-INCIDENT-DEB.

           MOVE 0 TO WS-CLS-TROUVE.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-MATRICULE(WS-IDX-CLS) = F-DIS-MATRICULE
                   MOVE WS-IDX-CLS TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CLS-TROUVE = 0
               ADD 1 TO WS-NB-HORS-FICHE
               GO TO 0650-CUMUL-INCIDENT-FIN
           END-IF.

           ADD 1 TO WS-SYN-INCIDENTS(WS-CLS-TROUVE).

           EVALUATE F-DIS-SANCTION
               WHEN "A"
                   ADD 1 TO WS-SYN-AVERTISSEMENTS(WS-CLS-TROUVE)
               WHEN "R"
                   ADD 1 TO WS-SYN-RETENUES(WS-CLS-TROUVE)
               WHEN "E"
                   ADD 1 TO WS-SYN-EXCLUSIONS(WS-CLS-TROUVE)
                   ADD F-DIS-DEMI-JOURNEES
                     TO WS-SYN-DEMI-JOURNEES(WS-CLS-TROUVE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.

       0650-CUMUL-INCIDENT-FIN.

      *-----------------------------------------------------------------

       0680-SYNTHESE-CLASSE-DEB.

           MOVE 0 TO WS-TOT-INCIDENTS.
           MOVE 0 TO WS-TOT-EXCLUSIONS.
           MOVE 0 TO WS-TOT-DEMI-JOURNEES.

           MOVE SPACES TO F-LIGNE-SYNTHESE.
           WRITE F-LIGNE-SYNTHESE.

           MOVE SPACES TO F-LIGNE-SYNTHESE.
           STRING "CLASSE " WS-CLASSE-VUE(WS-IDX-CLASSE)
               DELIMITED BY SIZE INTO F-LIGNE-SYNTHESE.
           WRITE F-LIGNE-SYNTHESE.

           MOVE "  Nom       Matric Incid Avert Reten Exclu Demi-j"
             TO F-LIGNE-SYNTHESE.
           WRITE F-LIGNE-SYNTHESE.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS)
                  = WS-CLASSE-VUE(WS-IDX-CLASSE)
               AND WS-SYN-INCIDENTS(WS-IDX-CLS) > 0
                   ADD WS-SYN-INCIDENTS(WS-IDX-CLS)
                     TO WS-TOT-INCIDENTS
                   ADD WS-SYN-EXCLUSIONS(WS-IDX-CLS)
                     TO WS-TOT-EXCLUSIONS
                   ADD WS-SYN-DEMI-JOURNEES(WS-IDX-CLS)
                     TO WS-TOT-DEMI-JOURNEES
                   MOVE SPACES TO F-LIGNE-SYNTHESE
                   STRING "  " WS-CLS-NOM(WS-IDX-CLS) " "
                           WS-CLS-MATRICULE(WS-IDX-CLS) "   "
                           WS-SYN-INCIDENTS(WS-IDX-CLS) "   "
                           WS-SYN-AVERTISSEMENTS(WS-IDX-CLS) "   "
                           WS-SYN-RETENUES(WS-IDX-CLS) "   "
                           WS-SYN-EXCLUSIONS(WS-IDX-CLS) "   "
                           WS-SYN-DEMI-JOURNEES(WS-IDX-CLS)
                       DELIMITED BY SIZE INTO F-LIGNE-SYNTHESE
                   WRITE F-LIGNE-SYNTHESE
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-SYNTHESE.
           STRING "  TOTAL : " WS-TOT-INCIDENTS
                   " incident(s), " WS-TOT-EXCLUSIONS
                   " exclusion(s), " WS-TOT-DEMI-JOURNEES
                   " demi-journee(s)"
               DELIMITED BY SIZE INTO F-LIGNE-SYNTHESE.
           WRITE F-LIGNE-SYNTHESE.

           EXIT.

       0680-SYNTHESE-CLASSE-FIN.

      *-----------------------------------------------------------------

      *Trace au journal d'audit central, cle = matricule et date
       0700-TRACE-AUDIT-DEB.

           MOVE "discipline" TO AUDIT-PROGRAMME.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-MATRICULE " " WS-SAISIE-DATE " "
                   WS-SAISIE-SANCTION
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0700-TRACE-AUDIT-FIN.
