      *Preparation du conseil de classe : le professeur principal ne
      *rassemble plus a la main quatre editions differentes. Pour le
      *trimestre demande, chaque eleve de la fiche des classes
      *(input-classes.txt) recoit une ligne de la fiche du conseil
      *(conseil-classe-T<n>.txt, une page par classe) avec ses
      *moyennes generales des trimestres deja archives par buildbull
      *(moyennes-T<n>.txt, ponderees par les coefficients de
      *matieres.cfg comme dans bullt2), la moyenne annuelle et
      *l'indicateur de progression au sens de bullan, son rang dans
      *la classe sur le trimestre, ses demi-journees d'absence non
      *justifiees (absences.txt) et ses incidents, avertissements et
      *exclusions du registre de discipline sur la periode. Une
      *proposition automatique (felicitations, encouragements,
      *avertissement travail ou conduite, redoublement au troisieme
      *trimestre) est tiree des regles de conseil.cfg, valeurs par
      *defaut a defaut du fichier, et une colonne reste pour la
      *decision du conseil. Les decisions saisies en seance
      *(decisions-conseil.txt) reviennent dans la colonne a la
      *reedition ; celles du troisieme trimestre alimentent le
      *passage de classe (promoclas).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CLS = ELEVE DE LA FICHE DES CLASSES ; CFG = MATIERE CONFIGUREE;
      * ARC = MOYENNE ARCHIVEE DU TRIMESTRE ; ABS = ABSENCE ;
      * DIS = INCIDENT DE DISCIPLINE ; REG = REGLE DE PROPOSITION ;
      * DEC = DECISION DU CONSEIL ; LIB = LIBELLE DE PROPOSITION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. conseil.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
      *Meme convention decimale que la chaine des bulletins (virgule)
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-CLASSE ASSIGN TO "input-classes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CLASSE.

       SELECT OPTIONAL FICHIER-MATIERES ASSIGN TO "matieres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ARCHIVE
       ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ABSENCES ASSIGN TO "absences.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "registre-discipline.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REGLES ASSIGN TO "conseil.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-DECISIONS
       ASSIGN TO "decisions-conseil.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fiche du conseil, nommee avec le numero du trimestre
       SELECT FICHIER-FICHE ASSIGN TO DYNAMIC WS-NOM-FICHE
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
           01 F-MATIERE.
               05 F-CFG-MATIERE            PIC X(21).
               05 F-CFG-COEF               PIC X(03).

      *Moyenne d'une matiere au dessin ecrit par buildbull (eleve sur
      *15 : nom sur 7 puis prenom sur 6)
       FD FICHIER-ARCHIVE.
           01 F-LIGNE-ARCHIVE.
               05 F-ARC-ELEVE              PIC X(15).
               05 F-ARC-MATIERE            PIC X(21).
               05 F-ARC-MOYENNE            PIC 99,99.

      *Une ligne par demi-journee d'absence, dessin lu par bullt2
       FD FICHIER-ABSENCES.
           01 F-ABSENCE.
               05 F-ABS-NOM                PIC X(07).
               05 F-ABS-DATE               PIC X(08).
               05 F-ABS-JUSTIFIEE          PIC X(01).

      *Un incident au dessin du registre de discipline
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

      *Une regle de proposition : code et seuil (ex. FEL1600).
      *FEL felicitations a partir de, ENC encouragements a partir
      *de, ATR avertissement travail en dessous de, RED redoublement
      *en dessous de (moyenne annuelle, troisieme trimestre), ANJ
      *demi-journees non justifiees toleres, INC incidents a partir
      *desquels l'avertissement conduite est propose
       FD FICHIER-REGLES.
           01 F-REGLE.
               05 F-REG-CODE               PIC X(03).
               05 F-REG-VALEUR             PIC 9(02)V9(02).

      *Une decision du conseil. Codes : F felicitations,
      *E encouragements, T avertissement travail, C avertissement
      *conduite, R redoublement, N rien a signaler
       FD FICHIER-DECISIONS.
           01 F-DECISION.
               05 F-DEC-ANNEE              PIC X(09).
               05 F-DEC-TRIMESTRE          PIC X(01).
               05 F-DEC-CLASSE             PIC X(03).
               05 F-DEC-NOM                PIC X(09).
               05 F-DEC-PRENOM             PIC X(08).
               05 F-DEC-MATRICULE          PIC X(06).
               05 F-DEC-PROPOSITION        PIC X(01).
               05 F-DEC-DECISION           PIC X(01).
               05 F-DEC-DATE               PIC X(08).

       FD FICHIER-FICHE.
           01 F-LIGNE-FICHE                PIC X(120).


       WORKING-STORAGE SECTION.

      *Eleves de la fiche des classes et leurs chiffres du conseil
       01 WS-TABLEAU-CLS.
           05 WS-CLS OCCURS 300 TIMES.
               10 WS-CLS-CLASSE            PIC X(03).
               10 WS-CLS-NOM               PIC X(09).
               10 WS-CLS-PRENOM            PIC X(08).
               10 WS-CLS-MATRICULE         PIC X(06).
               10 WS-CLS-TRIM OCCURS 3 TIMES.
                   15 WS-CLS-SOMME         PIC 9(05)V9(03).
                   15 WS-CLS-TOT-COEF      PIC 9(03)V9.
                   15 WS-CLS-MOY           PIC 9(02)V9(02).
                   15 WS-CLS-PRESENT       PIC X(01).
               10 WS-CLS-MOY-ANNUELLE      PIC 9(02)V9(02).
               10 WS-CLS-NB-TRIM           PIC 9(01).
               10 WS-CLS-PROGRESSION       PIC X(10).
               10 WS-CLS-RANG              PIC 9(03).
               10 WS-CLS-EFFECTIF          PIC 9(03).
               10 WS-CLS-ABS-NJ            PIC 9(03).
               10 WS-CLS-INCIDENTS         PIC 9(03).
               10 WS-CLS-AVERTISSEMENTS    PIC 9(03).
               10 WS-CLS-EXCLUSIONS        PIC 9(03).
               10 WS-CLS-PROPOSITION       PIC X(01).
               10 WS-CLS-DECISION          PIC X(01).

       01 WS-TABLEAU-CLASSES.
           05 WS-CLASSE-VUE OCCURS 50 TIMES
                                           PIC X(03).

       01 WS-TABLEAU-CFG.
           05 WS-CFG OCCURS 99 TIMES.
               10 WS-CFG-MATIERE           PIC X(21).
               10 WS-CFG-COEF              PIC 9V9.

      *Decisions deja enregistrees, conservees telles quelles pour
      *la reecriture du fichier
       01 WS-TABLEAU-DEC.
           05 WS-DEC OCCURS 2000 TIMES     PIC X(46).

      *Libelles des propositions et decisions
       01 WS-LIBELLES.
           05 FILLER PIC X(23) VALUE "FFELICITATIONS".
           05 FILLER PIC X(23) VALUE "EENCOURAGEMENTS".
           05 FILLER PIC X(23) VALUE "TAVERTISSEMENT TRAVAIL".
           05 FILLER PIC X(23) VALUE "CAVERTISSEMENT CONDUITE".
           05 FILLER PIC X(23) VALUE "RREDOUBLEMENT".
           05 FILLER PIC X(23) VALUE "NAUCUNE".
       01 WS-LIBELLES-R REDEFINES WS-LIBELLES.
           05 WS-LIB OCCURS 6 TIMES.
               10 WS-LIB-CODE              PIC X(01).
               10 WS-LIB-TEXTE             PIC X(22).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX-CLS                       PIC 9(03).
       77 WS-IDX-CLS2                      PIC 9(03).
       77 WS-IDX-CLASSE                    PIC 9(02).
       77 WS-IDX-CFG                       PIC 9(02).
       77 WS-IDX-TRIM                      PIC 9(01).
       77 WS-IDX-LIB                       PIC 9(01).
       01 WS-MAX-CLS                       PIC 9(03)   VALUE 0.
       01 WS-NB-CLASSES                    PIC 9(02)   VALUE 0.
       01 WS-NB-CFG                        PIC 9(02)   VALUE 0.
       01 WS-MAX-DEC                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-DEC                  PIC 9(04)   VALUE 2000.

       01 WS-STATUT-CLASSE                 PIC X(02).
           88 WS-STATUT-CLASSE-OK                      VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-EDITER                          VALUE "1".
           88 WS-CHOIX-DECIDER                         VALUE "2".
           88 WS-CHOIX-QUITTER                         VALUE "3".

      *Regles de proposition (valeurs par defaut reprises a defaut
      *de conseil.cfg)
       01 WS-SEUIL-FELICITATIONS           PIC 9(02)V9(02).
       01 WS-SEUIL-ENCOURAGEMENTS          PIC 9(02)V9(02).
       01 WS-SEUIL-AVERT-TRAVAIL           PIC 9(02)V9(02).
       01 WS-SEUIL-REDOUBLEMENT            PIC 9(02)V9(02).
       01 WS-MAX-ABS-NJ                    PIC 9(02)V9(02).
       01 WS-MAX-INCIDENTS                 PIC 9(02)V9(02).

      *Trimestre et periode du conseil
       01 WS-SAISIE-TRIMESTRE              PIC X(01).
           88 WS-TRIMESTRE-VALIDE                      VALUE "1" "2"
                                                             "3".
       01 WS-TRIMESTRE                     PIC 9(01).
       01 WS-PERIODE-DEBUT                 PIC X(08).
       01 WS-PERIODE-DEBUT-R REDEFINES WS-PERIODE-DEBUT.
           05 WS-PD-ANNEE                  PIC 9(04).
           05 WS-PD-MOIS                   PIC 9(02).
           05 WS-PD-JOUR                   PIC 9(02).
       01 WS-PERIODE-FIN                   PIC X(08).
       01 WS-ANNEE-CALC                    PIC 9(04).
       01 WS-ANNEE-SCOLAIRE                PIC X(09).

       01 WS-PREPARATION                   PIC X(01).
           88 WS-PREPARATION-OK                        VALUE "O".

       01 WS-NOM-ARCHIVE                   PIC X(30).
       01 WS-NOM-FICHE                     PIC X(30).
       01 WS-SAISIE-CLASSE                 PIC X(03).
       01 WS-SAISIE-DECISION               PIC X(01).
       01 WS-DECISION-VALIDE               PIC X(01).
           88 WS-DECISION-VALIDE-OUI                   VALUE "O".

       01 WS-CLS-TROUVE                    PIC 9(03).
       01 WS-CFG-TROUVE                    PIC 9(02).
       01 WS-COEF                          PIC 9V9.
       01 WS-MOY-ARCHIVE                   PIC 9(02)V9(02).
       01 WS-NB-MEILLEURS                  PIC 9(03).
       01 WS-SOMME-ANNUELLE                PIC 9(03)V9(02).
       01 WS-PREMIER-TRIM                  PIC 9(01).
       01 WS-DERNIER-TRIM                  PIC 9(01).
       01 WS-NB-ELEVES-CLASSE              PIC 9(03).
       01 WS-NB-DECISIONS                  PIC 9(03).

      *Zones d'edition de la fiche
       01 WS-MOY-ED                        PIC 99,99.
       01 WS-TRIM-ED OCCURS 3 TIMES        PIC X(05).
       01 WS-ANNEE-ED                      PIC X(05).
       01 WS-RANG-ED                       PIC X(07).
       01 WS-LIB-PROPOSITION               PIC X(22).
       01 WS-LIB-DECISION                  PIC X(22).
       01 WS-CODE-LIBELLE                  PIC X(01).
       01 WS-LIBELLE                       PIC X(22).

       01 WS-DATE-JOUR                     PIC X(08).

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture des decisions
       01 WS-NOM-FICHIER-DECISIONS         PIC X(30)
               VALUE "decisions-conseil.txt".

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

      *Fiche des classes, matieres configurees et regles
       0100-CHARGEMENT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLASSE.

           IF NOT WS-STATUT-CLASSE-OK
               DISPLAY "Erreur : input-classes.txt introuvable "
                       "(statut " WS-STATUT-CLASSE "), arret."
               STOP RUN
           END-IF.

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
                           PERFORM 0150-CLASSE-VUE-DEB
                              THRU 0150-CLASSE-VUE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLASSE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-MATIERES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-MATIERES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-CFG < 99
                           ADD 1 TO WS-NB-CFG
                           MOVE F-CFG-MATIERE
                             TO WS-CFG-MATIERE(WS-NB-CFG)
                           MOVE FUNCTION NUMVAL(F-CFG-COEF)
                             TO WS-CFG-COEF(WS-NB-CFG)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-MATIERES.

           MOVE 16,00 TO WS-SEUIL-FELICITATIONS.
           MOVE 14,00 TO WS-SEUIL-ENCOURAGEMENTS.
           MOVE 08,00 TO WS-SEUIL-AVERT-TRAVAIL.
           MOVE 07,00 TO WS-SEUIL-REDOUBLEMENT.
           MOVE 10,00 TO WS-MAX-ABS-NJ.
           MOVE 03,00 TO WS-MAX-INCIDENTS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGLES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REGLES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-REG-VALEUR IS NUMERIC
                           EVALUATE F-REG-CODE
                               WHEN "FEL"
                                   MOVE F-REG-VALEUR
                                     TO WS-SEUIL-FELICITATIONS
                               WHEN "ENC"
                                   MOVE F-REG-VALEUR
                                     TO WS-SEUIL-ENCOURAGEMENTS
                               WHEN "ATR"
                                   MOVE F-REG-VALEUR
                                     TO WS-SEUIL-AVERT-TRAVAIL
                               WHEN "RED"
                                   MOVE F-REG-VALEUR
                                     TO WS-SEUIL-REDOUBLEMENT
                               WHEN "ANJ"
                                   MOVE F-REG-VALEUR
                                     TO WS-MAX-ABS-NJ
                               WHEN "INC"
                                   MOVE F-REG-VALEUR
                                     TO WS-MAX-INCIDENTS
                               WHEN OTHER
                                   DISPLAY "Regle inconnue ignoree : "
                                           F-REG-CODE
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGLES.

           DISPLAY "Eleves a la fiche des classes : " WS-MAX-CLS
                   " - classes : " WS-NB-CLASSES
                   " - matieres : " WS-NB-CFG.

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

           DISPLAY "Conseil de classe.".
           DISPLAY "1 - Editer les fiches du conseil".
           DISPLAY "2 - Saisir les decisions d'une classe".
           DISPLAY "3 - Quitter".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-EDITER
                   PERFORM 0300-PREPARATION-DEB
                      THRU 0300-PREPARATION-FIN
                   IF WS-PREPARATION-OK
                       PERFORM 0400-EDITION-FICHES-DEB
                          THRU 0400-EDITION-FICHES-FIN
                   END-IF

               WHEN WS-CHOIX-DECIDER
                   PERFORM 0300-PREPARATION-DEB
                      THRU 0300-PREPARATION-FIN
                   IF WS-PREPARATION-OK
                       PERFORM 0500-SAISIE-DECISIONS-DEB
                          THRU 0500-SAISIE-DECISIONS-FIN
                   END-IF

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Trimestre et periode du conseil, puis calcul des chiffres de
      *chaque eleve : moyennes, rang, absences, discipline,
      *proposition et decision deja enregistree
       0300-PREPARATION-DEB.

           MOVE "N" TO WS-PREPARATION.
           MOVE SPACE TO WS-SAISIE-TRIMESTRE.

           PERFORM UNTIL WS-TRIMESTRE-VALIDE
               DISPLAY "Trimestre (1/2/3) : "
               ACCEPT WS-SAISIE-TRIMESTRE
           END-PERFORM.

           MOVE WS-SAISIE-TRIMESTRE TO WS-TRIMESTRE.

           DISPLAY "Debut du trimestre (AAAAMMJJ) : ".
           ACCEPT WS-PERIODE-DEBUT.
           DISPLAY "Fin du trimestre (AAAAMMJJ) : ".
           ACCEPT WS-PERIODE-FIN.

           IF WS-PERIODE-DEBUT NOT NUMERIC
           OR WS-PERIODE-FIN NOT NUMERIC
           OR WS-PERIODE-FIN < WS-PERIODE-DEBUT
               DISPLAY "Periode invalide, operation abandonnee."
               GO TO 0300-PREPARATION-FIN
           END-IF.

      *Annee scolaire de la periode (bascule au 1er septembre)
           IF WS-PD-MOIS >= 09
               MOVE WS-PD-ANNEE TO WS-ANNEE-CALC
           ELSE
               COMPUTE WS-ANNEE-CALC = WS-PD-ANNEE - 1
           END-IF.

           MOVE SPACES TO WS-ANNEE-SCOLAIRE.
           MOVE WS-ANNEE-CALC TO WS-ANNEE-SCOLAIRE(1:4).
           MOVE "-" TO WS-ANNEE-SCOLAIRE(5:1).
           ADD 1 TO WS-ANNEE-CALC.
           MOVE WS-ANNEE-CALC TO WS-ANNEE-SCOLAIRE(6:4).

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                       UNTIL WS-IDX-TRIM > 3
                   MOVE 0 TO WS-CLS-SOMME(WS-IDX-CLS WS-IDX-TRIM)
                   MOVE 0 TO WS-CLS-TOT-COEF(WS-IDX-CLS WS-IDX-TRIM)
                   MOVE 0 TO WS-CLS-MOY(WS-IDX-CLS WS-IDX-TRIM)
                   MOVE "N" TO WS-CLS-PRESENT(WS-IDX-CLS WS-IDX-TRIM)
               END-PERFORM
               MOVE 0 TO WS-CLS-ABS-NJ(WS-IDX-CLS)
               MOVE 0 TO WS-CLS-INCIDENTS(WS-IDX-CLS)
               MOVE 0 TO WS-CLS-AVERTISSEMENTS(WS-IDX-CLS)
               MOVE 0 TO WS-CLS-EXCLUSIONS(WS-IDX-CLS)
               MOVE SPACE TO WS-CLS-DECISION(WS-IDX-CLS)
           END-PERFORM.

      *Les trimestres archives jusqu'a celui du conseil
           PERFORM 0310-CHARGE-TRIMESTRE-DEB
              THRU 0310-CHARGE-TRIMESTRE-FIN
              VARYING WS-IDX-TRIM FROM 1 BY 1
              UNTIL WS-IDX-TRIM > WS-TRIMESTRE.

           PERFORM 0330-ABSENCES-DEB
              THRU 0330-ABSENCES-FIN.

           PERFORM 0340-DISCIPLINE-DEB
              THRU 0340-DISCIPLINE-FIN.

           PERFORM 0350-CALCUL-ELEVE-DEB
              THRU 0350-CALCUL-ELEVE-FIN
              VARYING WS-IDX-CLS FROM 1 BY 1
              UNTIL WS-IDX-CLS > WS-MAX-CLS.

           PERFORM 0360-RANG-DEB
              THRU 0360-RANG-FIN
              VARYING WS-IDX-CLS FROM 1 BY 1
              UNTIL WS-IDX-CLS > WS-MAX-CLS.

           PERFORM 0370-CHARGE-DECISIONS-DEB
              THRU 0370-CHARGE-DECISIONS-FIN.

           MOVE "O" TO WS-PREPARATION.

           EXIT.

       0300-PREPARATION-FIN.

      *-----------------------------------------------------------------

      *Archive d'un trimestre : chaque moyenne de matiere s'ajoute,
      *ponderee par son coefficient, a l'eleve de la fiche
       0310-CHARGE-TRIMESTRE-DEB.

           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "moyennes-T" WS-IDX-TRIM ".txt"
               DELIMITED BY SIZE INTO WS-NOM-ARCHIVE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ARCHIVE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ARCHIVE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM 0320-RANGE-MOYENNE-DEB
                          THRU 0320-RANGE-MOYENNE-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ARCHIVE.

           EXIT.

       0310-CHARGE-TRIMESTRE-FIN.

      *-----------------------------------------------------------------

       0320-RANGE-MOYENNE-DEB.

           MOVE 0 TO WS-CLS-TROUVE.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-NOM(WS-IDX-CLS)(1:7) = F-ARC-ELEVE(1:7)
               AND WS-CLS-PRENOM(WS-IDX-CLS)(1:6) = F-ARC-ELEVE(8:6)
                   MOVE WS-IDX-CLS TO WS-CLS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CLS-TROUVE = 0
               GO TO 0320-RANGE-MOYENNE-FIN
           END-IF.

      *Matiere absente de la configuration : coefficient 1
           MOVE 1 TO WS-COEF.

           PERFORM VARYING WS-IDX-CFG FROM 1 BY 1
                   UNTIL WS-IDX-CFG > WS-NB-CFG
               IF WS-CFG-MATIERE(WS-IDX-CFG) = F-ARC-MATIERE
                   MOVE WS-CFG-COEF(WS-IDX-CFG) TO WS-COEF
               END-IF
           END-PERFORM.

           MOVE F-ARC-MOYENNE TO WS-MOY-ARCHIVE.

           COMPUTE WS-CLS-SOMME(WS-CLS-TROUVE WS-IDX-TRIM) =
                   WS-CLS-SOMME(WS-CLS-TROUVE WS-IDX-TRIM)
                 + WS-MOY-ARCHIVE * WS-COEF.
           ADD WS-COEF TO WS-CLS-TOT-COEF(WS-CLS-TROUVE WS-IDX-TRIM).
           MOVE "O" TO WS-CLS-PRESENT(WS-CLS-TROUVE WS-IDX-TRIM).

           EXIT.

       0320-RANGE-MOYENNE-FIN.

      *-----------------------------------------------------------------

      *Demi-journees non justifiees de la periode, rattachees par le
      *nom sur 7 comme dans bullt2
       0330-ABSENCES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ABSENCES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ABSENCES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ABS-JUSTIFIEE = "N"
                       AND F-ABS-DATE >= WS-PERIODE-DEBUT
                       AND F-ABS-DATE <= WS-PERIODE-FIN
                           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                                   UNTIL WS-IDX-CLS > WS-MAX-CLS
                               IF WS-CLS-NOM(WS-IDX-CLS)(1:7)
                                  = F-ABS-NOM
                                   ADD 1 TO WS-CLS-ABS-NJ(WS-IDX-CLS)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ABSENCES.

           EXIT.

       0330-ABSENCES-FIN.

      *-----------------------------------------------------------------

      *Incidents de la periode, rattaches par le matricule, a defaut
      *par le nom sur 7 comme dans bullt2
       0340-DISCIPLINE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-DIS-DATE >= WS-PERIODE-DEBUT
                       AND F-DIS-DATE <= WS-PERIODE-FIN
                           PERFORM 0345-INCIDENT-ELEVE-DEB
                              THRU 0345-INCIDENT-ELEVE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           EXIT.

       0340-DISCIPLINE-FIN.

      *-----------------------------------------------------------------

       0345-INCIDENT-ELEVE-DEB.

           MOVE 0 TO WS-CLS-TROUVE.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-MATRICULE(WS-IDX-CLS) NOT = SPACES
                   IF WS-CLS-MATRICULE(WS-IDX-CLS) = F-DIS-MATRICULE
                       MOVE WS-IDX-CLS TO WS-CLS-TROUVE
                   END-IF
               ELSE
                   IF WS-CLS-NOM(WS-IDX-CLS)(1:7) = F-DIS-NOM(1:7)
                       MOVE WS-IDX-CLS TO WS-CLS-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CLS-TROUVE = 0
               GO TO 0345-INCIDENT-ELEVE-FIN
           END-IF.

           ADD 1 TO WS-CLS-INCIDENTS(WS-CLS-TROUVE).

           EVALUATE F-DIS-SANCTION
               WHEN "A"
                   ADD 1 TO WS-CLS-AVERTISSEMENTS(WS-CLS-TROUVE)
               WHEN "E"
                   ADD 1 TO WS-CLS-EXCLUSIONS(WS-CLS-TROUVE)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.

       0345-INCIDENT-ELEVE-FIN.

      *-----------------------------------------------------------------

      *Moyennes generales, moyenne annuelle, progression (premier et
      *dernier trimestre connus, comme bullan) et proposition
       0350-CALCUL-ELEVE-DEB.

           MOVE 0 TO WS-SOMME-ANNUELLE.
           MOVE 0 TO WS-CLS-NB-TRIM(WS-IDX-CLS).
           MOVE 0 TO WS-CLS-MOY-ANNUELLE(WS-IDX-CLS).
           MOVE 0 TO WS-PREMIER-TRIM.
           MOVE 0 TO WS-DERNIER-TRIM.
           MOVE "-" TO WS-CLS-PROGRESSION(WS-IDX-CLS).
           MOVE "N" TO WS-CLS-PROPOSITION(WS-IDX-CLS).

           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                   UNTIL WS-IDX-TRIM > WS-TRIMESTRE
               IF WS-CLS-PRESENT(WS-IDX-CLS WS-IDX-TRIM) = "O"
               AND WS-CLS-TOT-COEF(WS-IDX-CLS WS-IDX-TRIM) > 0
                   COMPUTE WS-CLS-MOY(WS-IDX-CLS WS-IDX-TRIM) ROUNDED
                         = WS-CLS-SOMME(WS-IDX-CLS WS-IDX-TRIM)
                         / WS-CLS-TOT-COEF(WS-IDX-CLS WS-IDX-TRIM)
                   ADD WS-CLS-MOY(WS-IDX-CLS WS-IDX-TRIM)
                     TO WS-SOMME-ANNUELLE
                   ADD 1 TO WS-CLS-NB-TRIM(WS-IDX-CLS)
                   IF WS-PREMIER-TRIM = 0
                       MOVE WS-IDX-TRIM TO WS-PREMIER-TRIM
                   END-IF
                   MOVE WS-IDX-TRIM TO WS-DERNIER-TRIM
               ELSE
                   MOVE "N" TO WS-CLS-PRESENT(WS-IDX-CLS WS-IDX-TRIM)
               END-IF
           END-PERFORM.

           IF WS-CLS-NB-TRIM(WS-IDX-CLS) = 0
               GO TO 0350-CALCUL-ELEVE-FIN
           END-IF.

           COMPUTE WS-CLS-MOY-ANNUELLE(WS-IDX-CLS) ROUNDED =
                   WS-SOMME-ANNUELLE / WS-CLS-NB-TRIM(WS-IDX-CLS).

           EVALUATE TRUE
               WHEN WS-PREMIER-TRIM = WS-DERNIER-TRIM
                   MOVE "-" TO WS-CLS-PROGRESSION(WS-IDX-CLS)
               WHEN WS-CLS-MOY(WS-IDX-CLS WS-DERNIER-TRIM)
                    > WS-CLS-MOY(WS-IDX-CLS WS-PREMIER-TRIM)
                   MOVE "EN PROGRES" TO WS-CLS-PROGRESSION(WS-IDX-CLS)
               WHEN WS-CLS-MOY(WS-IDX-CLS WS-DERNIER-TRIM)
                    < WS-CLS-MOY(WS-IDX-CLS WS-PREMIER-TRIM)
                   MOVE "EN BAISSE" TO WS-CLS-PROGRESSION(WS-IDX-CLS)
               WHEN OTHER
                   MOVE "STABLE" TO WS-CLS-PROGRESSION(WS-IDX-CLS)
           END-EVALUATE.

      *Sans moyenne du trimestre du conseil, pas de proposition
           IF WS-CLS-PRESENT(WS-IDX-CLS WS-TRIMESTRE) NOT = "O"
               GO TO 0350-CALCUL-ELEVE-FIN
           END-IF.

      *Ordre des regles : redoublement, conduite, travail, puis
      *felicitations et encouragements
           EVALUATE TRUE
               WHEN WS-TRIMESTRE = 3
               AND WS-CLS-MOY-ANNUELLE(WS-IDX-CLS)
                   < WS-SEUIL-REDOUBLEMENT
                   MOVE "R" TO WS-CLS-PROPOSITION(WS-IDX-CLS)
               WHEN WS-CLS-ABS-NJ(WS-IDX-CLS) > WS-MAX-ABS-NJ
               OR   WS-CLS-INCIDENTS(WS-IDX-CLS) >= WS-MAX-INCIDENTS
               OR   WS-CLS-EXCLUSIONS(WS-IDX-CLS) > 0
                   MOVE "C" TO WS-CLS-PROPOSITION(WS-IDX-CLS)
               WHEN WS-CLS-MOY(WS-IDX-CLS WS-TRIMESTRE)
                    < WS-SEUIL-AVERT-TRAVAIL
                   MOVE "T" TO WS-CLS-PROPOSITION(WS-IDX-CLS)
               WHEN WS-CLS-MOY(WS-IDX-CLS WS-TRIMESTRE)
                    >= WS-SEUIL-FELICITATIONS
                   MOVE "F" TO WS-CLS-PROPOSITION(WS-IDX-CLS)
               WHEN WS-CLS-MOY(WS-IDX-CLS WS-TRIMESTRE)
                    >= WS-SEUIL-ENCOURAGEMENTS
               OR   WS-CLS-PROGRESSION(WS-IDX-CLS) = "EN PROGRES"
                   MOVE "E" TO WS-CLS-PROPOSITION(WS-IDX-CLS)
               WHEN OTHER
                   MOVE "N" TO WS-CLS-PROPOSITION(WS-IDX-CLS)
           END-EVALUATE.

           EXIT.

       0350-CALCUL-ELEVE-FIN.

      *-----------------------------------------------------------------

      *Rang dans la classe sur la moyenne du trimestre, a la maniere
      *de bullt2 (nombre de meilleures moyennes plus un)
       0360-RANG-DEB.

           MOVE 0 TO WS-CLS-RANG(WS-IDX-CLS).
           MOVE 0 TO WS-CLS-EFFECTIF(WS-IDX-CLS).
           MOVE 0 TO WS-NB-MEILLEURS.

           PERFORM VARYING WS-IDX-CLS2 FROM 1 BY 1
                   UNTIL WS-IDX-CLS2 > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS2) = WS-CLS-CLASSE(WS-IDX-CLS)
               AND WS-CLS-PRESENT(WS-IDX-CLS2 WS-TRIMESTRE) = "O"
                   ADD 1 TO WS-CLS-EFFECTIF(WS-IDX-CLS)
                   IF WS-CLS-MOY(WS-IDX-CLS2 WS-TRIMESTRE)
                      > WS-CLS-MOY(WS-IDX-CLS WS-TRIMESTRE)
                       ADD 1 TO WS-NB-MEILLEURS
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CLS-PRESENT(WS-IDX-CLS WS-TRIMESTRE) = "O"
               COMPUTE WS-CLS-RANG(WS-IDX-CLS) = WS-NB-MEILLEURS + 1
           END-IF.

           EXIT.

       0360-RANG-FIN.

      *-----------------------------------------------------------------

      *Decisions deja enregistrees : toutes gardees pour la
      *reecriture, celles du trimestre reportees sur les eleves
       0370-CHARGE-DECISIONS-DEB.

           MOVE 0 TO WS-MAX-DEC.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-DECISIONS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-DECISIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-DEC < WS-CAPACITE-DEC
                           ADD 1 TO WS-MAX-DEC
                           MOVE F-DECISION TO WS-DEC(WS-MAX-DEC)
                       ELSE
                           DISPLAY "Attention : table des decisions "
                                   "pleine, fin de lecture."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
                       IF F-DEC-ANNEE = WS-ANNEE-SCOLAIRE
                       AND F-DEC-TRIMESTRE = WS-SAISIE-TRIMESTRE
                           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                                   UNTIL WS-IDX-CLS > WS-MAX-CLS
                               IF WS-CLS-CLASSE(WS-IDX-CLS)
                                  = F-DEC-CLASSE
                               AND WS-CLS-NOM(WS-IDX-CLS) = F-DEC-NOM
                               AND WS-CLS-PRENOM(WS-IDX-CLS)
                                   = F-DEC-PRENOM
                                   MOVE F-DEC-DECISION
                                     TO WS-CLS-DECISION(WS-IDX-CLS)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-DECISIONS.

           EXIT.

       0370-CHARGE-DECISIONS-FIN.

      *-----------------------------------------------------------------

      *Libelle du code WS-CODE-LIBELLE dans WS-LIBELLE
       0380-LIBELLE-DEB.

           MOVE SPACES TO WS-LIBELLE.

           PERFORM VARYING WS-IDX-LIB FROM 1 BY 1
                   UNTIL WS-IDX-LIB > 6
               IF WS-LIB-CODE(WS-IDX-LIB) = WS-CODE-LIBELLE
                   MOVE WS-LIB-TEXTE(WS-IDX-LIB) TO WS-LIBELLE
               END-IF
           END-PERFORM.

           EXIT.

       0380-LIBELLE-FIN.

      *-----------------------------------------------------------------

      *Une page par classe, dans l'ordre de la fiche des classes
       0400-EDITION-FICHES-DEB.

           MOVE SPACES TO WS-NOM-FICHE.
           STRING "conseil-classe-T" WS-SAISIE-TRIMESTRE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-FICHE.

           OPEN OUTPUT FICHIER-FICHE.

           PERFORM 0450-FICHE-CLASSE-DEB
              THRU 0450-FICHE-CLASSE-FIN
              VARYING WS-IDX-CLASSE FROM 1 BY 1
              UNTIL WS-IDX-CLASSE > WS-NB-CLASSES.

           CLOSE FICHIER-FICHE.

           DISPLAY "Fiches du conseil editees dans " WS-NOM-FICHE
                   " (" WS-NB-CLASSES " classe(s)).".

           EXIT.

       0400-EDITION-FICHES-FIN.

      *-----------------------------------------------------------------

       0450-FICHE-CLASSE-DEB.

           MOVE SPACES TO F-LIGNE-FICHE.
           STRING "CONSEIL DE CLASSE - "
                   WS-CLASSE-VUE(WS-IDX-CLASSE)
                   " - TRIMESTRE " WS-SAISIE-TRIMESTRE
                   " - ANNEE " WS-ANNEE-SCOLAIRE
                   " - PERIODE DU " WS-PERIODE-DEBUT
                   " AU " WS-PERIODE-FIN
               DELIMITED BY SIZE INTO F-LIGNE-FICHE.
           WRITE F-LIGNE-FICHE.

           MOVE SPACES TO F-LIGNE-FICHE.
           STRING "NOM       PRENOM   T1    T2    T3    ANNEE "
                   "RANG    ABS INC EXC PROGRESSION PROPOSITION"
                   "            DECISION DU CONSEIL"
               DELIMITED BY SIZE INTO F-LIGNE-FICHE.
           WRITE F-LIGNE-FICHE.

           MOVE ALL "-" TO F-LIGNE-FICHE.
           WRITE F-LIGNE-FICHE.

           MOVE 0 TO WS-NB-ELEVES-CLASSE.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS)
                  = WS-CLASSE-VUE(WS-IDX-CLASSE)
                   ADD 1 TO WS-NB-ELEVES-CLASSE
                   PERFORM 0460-LIGNE-ELEVE-DEB
                      THRU 0460-LIGNE-ELEVE-FIN
               END-IF
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-FICHE.
           STRING "ABS = demi-journees non justifiees, INC = "
                   "incidents, EXC = exclusions sur la periode. "
                   "Eleves : " WS-NB-ELEVES-CLASSE
               DELIMITED BY SIZE INTO F-LIGNE-FICHE.
           WRITE F-LIGNE-FICHE.

           MOVE SPACES TO F-LIGNE-FICHE.
           WRITE F-LIGNE-FICHE.

           EXIT.

       0450-FICHE-CLASSE-FIN.

      *-----------------------------------------------------------------

       0460-LIGNE-ELEVE-DEB.

           PERFORM VARYING WS-IDX-TRIM FROM 1 BY 1
                   UNTIL WS-IDX-TRIM > 3
               IF WS-IDX-TRIM <= WS-TRIMESTRE
               AND WS-CLS-PRESENT(WS-IDX-CLS WS-IDX-TRIM) = "O"
                   MOVE WS-CLS-MOY(WS-IDX-CLS WS-IDX-TRIM) TO WS-MOY-ED
                   MOVE WS-MOY-ED TO WS-TRIM-ED(WS-IDX-TRIM)
               ELSE
                   MOVE "  -  " TO WS-TRIM-ED(WS-IDX-TRIM)
               END-IF
           END-PERFORM.

           IF WS-CLS-NB-TRIM(WS-IDX-CLS) > 0
               MOVE WS-CLS-MOY-ANNUELLE(WS-IDX-CLS) TO WS-MOY-ED
               MOVE WS-MOY-ED TO WS-ANNEE-ED
           ELSE
               MOVE "  -  " TO WS-ANNEE-ED
           END-IF.

           MOVE SPACES TO WS-RANG-ED.
           IF WS-CLS-RANG(WS-IDX-CLS) > 0
               STRING WS-CLS-RANG(WS-IDX-CLS) "/"
                       WS-CLS-EFFECTIF(WS-IDX-CLS)
                   DELIMITED BY SIZE INTO WS-RANG-ED
           ELSE
               MOVE "   -" TO WS-RANG-ED
           END-IF.

           MOVE WS-CLS-PROPOSITION(WS-IDX-CLS) TO WS-CODE-LIBELLE.
           PERFORM 0380-LIBELLE-DEB
              THRU 0380-LIBELLE-FIN.
           MOVE WS-LIBELLE TO WS-LIB-PROPOSITION.

      *Decision deja prise en seance, sinon colonne a remplir
           IF WS-CLS-DECISION(WS-IDX-CLS) = SPACE
               MOVE ALL "_" TO WS-LIB-DECISION
           ELSE
               MOVE WS-CLS-DECISION(WS-IDX-CLS) TO WS-CODE-LIBELLE
               PERFORM 0380-LIBELLE-DEB
                  THRU 0380-LIBELLE-FIN
               MOVE WS-LIBELLE TO WS-LIB-DECISION
           END-IF.

           MOVE SPACES TO F-LIGNE-FICHE.
           STRING WS-CLS-NOM(WS-IDX-CLS) " "
                   WS-CLS-PRENOM(WS-IDX-CLS) " "
                   WS-TRIM-ED(1) " " WS-TRIM-ED(2) " "
                   WS-TRIM-ED(3) " " WS-ANNEE-ED " "
                   WS-RANG-ED " "
                   WS-CLS-ABS-NJ(WS-IDX-CLS) " "
                   WS-CLS-INCIDENTS(WS-IDX-CLS) " "
                   WS-CLS-EXCLUSIONS(WS-IDX-CLS) " "
                   WS-CLS-PROGRESSION(WS-IDX-CLS) "  "
                   WS-LIB-PROPOSITION " "
                   WS-LIB-DECISION
               DELIMITED BY SIZE INTO F-LIGNE-FICHE.
           WRITE F-LIGNE-FICHE.

           EXIT.

       0460-LIGNE-ELEVE-FIN.

      *-----------------------------------------------------------------

      *Saisie en seance : pour chaque eleve de la classe, la
      *proposition est rappelee et validee par Entree ou remplacee
       0500-SAISIE-DECISIONS-DEB.

           DISPLAY "Classe : ".
           ACCEPT WS-SAISIE-CLASSE.

           MOVE 0 TO WS-NB-ELEVES-CLASSE.

           PERFORM VARYING WS-IDX-CLASSE FROM 1 BY 1
                   UNTIL WS-IDX-CLASSE > WS-NB-CLASSES
               IF WS-CLASSE-VUE(WS-IDX-CLASSE) = WS-SAISIE-CLASSE
                   MOVE 1 TO WS-NB-ELEVES-CLASSE
               END-IF
           END-PERFORM.

           IF WS-NB-ELEVES-CLASSE = 0
               DISPLAY "Classe inconnue de la fiche des classes."
               GO TO 0500-SAISIE-DECISIONS-FIN
           END-IF.

           DISPLAY "Decision : F felicitations, E encouragements, "
                   "T avert. travail, C avert. conduite, "
                   "R redoublement, N rien (Entree = proposition)".

           MOVE 0 TO WS-NB-DECISIONS.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS) = WS-SAISIE-CLASSE
                   PERFORM 0550-DECISION-ELEVE-DEB
                      THRU 0550-DECISION-ELEVE-FIN
               END-IF
           END-PERFORM.

           PERFORM 0560-ECRIT-DECISIONS-DEB
              THRU 0560-ECRIT-DECISIONS-FIN.

           MOVE "conseil" TO AUDIT-PROGRAMME.
           MOVE "DECISION" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-ANNEE-SCOLAIRE " T" WS-SAISIE-TRIMESTRE " "
                   WS-SAISIE-CLASSE
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY WS-NB-DECISIONS " decision(s) enregistree(s) pour "
                   WS-SAISIE-CLASSE ".".

           EXIT.

       0500-SAISIE-DECISIONS-FIN.

      *-----------------------------------------------------------------

       0550-DECISION-ELEVE-DEB.

           MOVE WS-CLS-PROPOSITION(WS-IDX-CLS) TO WS-CODE-LIBELLE.
           PERFORM 0380-LIBELLE-DEB
              THRU 0380-LIBELLE-FIN.

           IF WS-CLS-PRESENT(WS-IDX-CLS WS-TRIMESTRE) = "O"
               MOVE WS-CLS-MOY(WS-IDX-CLS WS-TRIMESTRE) TO WS-MOY-ED
           ELSE
               MOVE 0 TO WS-MOY-ED
           END-IF.

           DISPLAY WS-CLS-NOM(WS-IDX-CLS) " "
                   WS-CLS-PRENOM(WS-IDX-CLS)
                   " moyenne " WS-MOY-ED
                   " rang " WS-CLS-RANG(WS-IDX-CLS)
                   "/" WS-CLS-EFFECTIF(WS-IDX-CLS)
                   " abs NJ " WS-CLS-ABS-NJ(WS-IDX-CLS)
                   " incidents " WS-CLS-INCIDENTS(WS-IDX-CLS).
           DISPLAY "  proposition : " WS-LIBELLE.

           MOVE "N" TO WS-DECISION-VALIDE.

           PERFORM UNTIL WS-DECISION-VALIDE-OUI
               DISPLAY "  decision : "
               ACCEPT WS-SAISIE-DECISION
               IF WS-SAISIE-DECISION = SPACE
                   MOVE WS-CLS-PROPOSITION(WS-IDX-CLS)
                     TO WS-SAISIE-DECISION
               END-IF
               PERFORM VARYING WS-IDX-LIB FROM 1 BY 1
                       UNTIL WS-IDX-LIB > 6
                   IF WS-LIB-CODE(WS-IDX-LIB) = WS-SAISIE-DECISION
                       MOVE "O" TO WS-DECISION-VALIDE
                   END-IF
               END-PERFORM
               IF NOT WS-DECISION-VALIDE-OUI
                   DISPLAY "  Code inconnu."
               END-IF
           END-PERFORM.

           MOVE WS-SAISIE-DECISION TO WS-CLS-DECISION(WS-IDX-CLS).
           ADD 1 TO WS-NB-DECISIONS.

           EXIT.

       0550-DECISION-ELEVE-FIN.

      *-----------------------------------------------------------------

      *Reecriture du fichier des decisions : celles de la classe pour
      *ce trimestre remplacent une eventuelle saisie precedente
       0560-ECRIT-DECISIONS-DEB.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           CALL "gensauve" USING WS-NOM-FICHIER-DECISIONS
           END-CALL.

           OPEN OUTPUT FICHIER-DECISIONS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-DEC
               MOVE WS-DEC(WS-IDX) TO F-DECISION
               IF F-DEC-ANNEE NOT = WS-ANNEE-SCOLAIRE
               OR F-DEC-TRIMESTRE NOT = WS-SAISIE-TRIMESTRE
               OR F-DEC-CLASSE NOT = WS-SAISIE-CLASSE
                   WRITE F-DECISION
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               IF WS-CLS-CLASSE(WS-IDX-CLS) = WS-SAISIE-CLASSE
                   MOVE SPACES TO F-DECISION
                   MOVE WS-ANNEE-SCOLAIRE TO F-DEC-ANNEE
                   MOVE WS-SAISIE-TRIMESTRE TO F-DEC-TRIMESTRE
                   MOVE WS-SAISIE-CLASSE TO F-DEC-CLASSE
                   MOVE WS-CLS-NOM(WS-IDX-CLS) TO F-DEC-NOM
                   MOVE WS-CLS-PRENOM(WS-IDX-CLS) TO F-DEC-PRENOM
                   MOVE WS-CLS-MATRICULE(WS-IDX-CLS)
                     TO F-DEC-MATRICULE
                   MOVE WS-CLS-PROPOSITION(WS-IDX-CLS)
                     TO F-DEC-PROPOSITION
                   MOVE WS-CLS-DECISION(WS-IDX-CLS) TO F-DEC-DECISION
                   MOVE WS-DATE-JOUR TO F-DEC-DATE
                   WRITE F-DECISION
               END-IF
           END-PERFORM.

           CLOSE FICHIER-DECISIONS.

           EXIT.

       0560-ECRIT-DECISIONS-FIN.
