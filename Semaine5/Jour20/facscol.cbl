      *Facturation trimestrielle des frais de scolarite et de
      *cantine, tenue jusqu'ici sur un tableur qui ignorait les
      *departs et changements de classe. Le bareme tarifs-scolarite.
      *cfg donne, par niveau (code classe de la fiche, "***" pour
      *tous les niveaux) et par prestation, un forfait trimestriel
      *(unite T) ou un prix par repas (unite R) ; le tarif propre au
      *niveau l'emporte sur le tarif commun. Sont factures les eleves
      *de la fiche des classes input-classes.txt connus au maitre
      *des eleves (rapprochement par matricule) : un eleve parti
      *n'est plus sur la fiche, un changement de classe y est deja
      *porte. Les repas sont comptes sur le pointage quotidien de la
      *cantine (cantine-presences.txt) dans la periode du trimestre,
      *moins les jours ou l'eleve figure dans absences.txt. Chaque
      *facture est adressee au responsable legal de la fiche (meme
      *adresse que convoc), ajoutee au registre factures-
      *scolarite.txt et editee dans factures-scolarite-AAAA-T<n>.txt
      *(AAAA = annee de rentree) ; un eleve deja facture pour le
      *trimestre de l'annee scolaire n'est pas refacture, le passage
      *peut etre relance. Les
      *reglements et l'etat des impayes par famille sont tenus par
      *paiescol.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * TAR = LIGNE DU BAREME ; ELV = ELEVE DU MAITRE ;
      * CLS = ELEVE DE LA FICHE DES CLASSES ; CAN = REPAS POINTE ;
      * ABS = ABSENCE ; FSC = FACTURE DE SCOLARITE ; PRS = PRESTATION
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. facscol.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-TARIFS ASSIGN TO "tarifs-scolarite.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-TAR.

       SELECT OPTIONAL FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CLASSE ASSIGN TO "input-classes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CLA.

       SELECT OPTIONAL FICHIER-CANTINE
       ASSIGN TO "cantine-presences.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ABSENCES ASSIGN TO "absences.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "factures-scolarite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Factures du trimestre, nommees avec l'annee scolaire et le
      *numero du trimestre ; une relance du passage y ajoute les
      *nouvelles factures
       SELECT OPTIONAL FICHIER-EDITION
       ASSIGN TO DYNAMIC WS-NOM-EDITION
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Une ligne de bareme : niveau, prestation, unite (T forfait
      *trimestriel, R par repas) et montant 9(5)V99
       FD FICHIER-TARIFS.
           01 F-TARIF.
               05 F-TAR-NIVEAU             PIC X(03).
               05 F-TAR-PRESTATION         PIC X(12).
               05 F-TAR-UNITE              PIC X(01).
               05 F-TAR-MONTANT            PIC 9(05)V9(02).

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

      *Pointage de la cantine : un repas par ligne
       FD FICHIER-CANTINE.
           01 F-REPAS.
               05 F-CAN-DATE               PIC X(08).
               05 F-CAN-MATRICULE          PIC X(06).

      *Une ligne par demi-journee d'absence, dessin lu par bullt2
       FD FICHIER-ABSENCES.
           01 F-ABSENCE.
               05 F-ABS-NOM                PIC X(07).
               05 F-ABS-DATE               PIC X(08).
               05 F-ABS-JUSTIFIEE          PIC X(01).

      *Registre des factures, lu par paiescol. Annee = annee de
      *rentree de l'annee scolaire
       FD FICHIER-REGISTRE.
           01 F-FACTURE.
               05 F-FSC-NUMERO             PIC 9(06).
               05 F-FSC-DATE               PIC X(08).
               05 F-FSC-ECHEANCE           PIC X(08).
               05 F-FSC-ANNEE              PIC X(04).
               05 F-FSC-TRIMESTRE          PIC X(01).
               05 F-FSC-MATRICULE          PIC X(06).
               05 F-FSC-NOM                PIC X(15).
               05 F-FSC-PRENOM             PIC X(15).
               05 F-FSC-CLASSE             PIC X(03).
               05 F-FSC-RESP-NOM           PIC X(20).
               05 F-FSC-RESP-ADRESSE       PIC X(30).
               05 F-FSC-REPAS              PIC 9(03).
               05 F-FSC-MONTANT            PIC 9(07)V9(02).

       FD FICHIER-EDITION.
           01 F-LIGNE-EDITION              PIC X(80).


       WORKING-STORAGE SECTION.

       01 WS-TABLEAU-TAR.
           05 WS-TAR OCCURS 100 TIMES.
               10 WS-TAR-NIVEAU            PIC X(03).
               10 WS-TAR-PRESTATION        PIC X(12).
               10 WS-TAR-UNITE             PIC X(01).
               10 WS-TAR-MONTANT           PIC 9(05)V9(02).

      *Prestations distinctes du bareme, dans l'ordre du fichier
       01 WS-TABLEAU-PRS.
           05 WS-PRS OCCURS 20 TIMES       PIC X(12).

       01 WS-TABLEAU-ELV.
           05 WS-ELV OCCURS 300 TIMES.
               10 WS-ELV-MATRICULE         PIC X(06).
               10 WS-ELV-NOM               PIC X(15).
               10 WS-ELV-PRENOM            PIC X(15).

       01 WS-TABLEAU-CLS.
           05 WS-CLS OCCURS 300 TIMES.
               10 WS-CLS-CLASSE            PIC X(03).
               10 WS-CLS-NOM               PIC X(09).
               10 WS-CLS-RESP-NOM          PIC X(20).
               10 WS-CLS-RESP-ADRESSE      PIC X(30).
               10 WS-CLS-MATRICULE         PIC X(06).

      *Repas pointes dans la periode du trimestre
       01 WS-TABLEAU-CAN.
           05 WS-CAN OCCURS 9000 TIMES.
               10 WS-CAN-DATE              PIC X(08).
               10 WS-CAN-MATRICULE         PIC X(06).

       01 WS-TABLEAU-ABS.
           05 WS-ABS OCCURS 3000 TIMES.
               10 WS-ABS-NOM               PIC X(07).
               10 WS-ABS-DATE              PIC X(08).

      *Eleves deja factures pour ce trimestre de l'annee scolaire
       01 WS-TABLEAU-DEJA.
           05 WS-DEJA OCCURS 300 TIMES     PIC X(06).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX-CLS                       PIC 9(03).
       77 WS-IDX-TAR                       PIC 9(03).
       77 WS-IDX-PRS                       PIC 9(02).
       77 WS-IDX-ABS                       PIC 9(04).
       01 WS-MAX-TAR                       PIC 9(03)   VALUE 0.
       01 WS-MAX-PRS                       PIC 9(02)   VALUE 0.
       01 WS-MAX-ELV                       PIC 9(03)   VALUE 0.
       01 WS-MAX-CLS                       PIC 9(03)   VALUE 0.
       01 WS-MAX-CAN                       PIC 9(04)   VALUE 0.
       01 WS-MAX-ABS                       PIC 9(04)   VALUE 0.
       01 WS-MAX-DEJA                      PIC 9(03)   VALUE 0.

       01 WS-STATUT-TAR                    PIC X(02).
           88 WS-STATUT-TAR-OK                         VALUE "00".

       01 WS-STATUT-CLA                    PIC X(02).
           88 WS-STATUT-CLA-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Parametres du passage
       01 WS-SAISIE-TRIMESTRE              PIC X(01).
           88 WS-TRIMESTRE-VALIDE                      VALUE "1" "2"
                                                             "3".
       01 WS-PERIODE-DEBUT                 PIC X(08).
       01 WS-PERIODE-DEBUT-R REDEFINES WS-PERIODE-DEBUT.
           05 WS-PD-ANNEE                  PIC 9(04).
           05 WS-PD-MOIS                   PIC 9(02).
           05 WS-PD-JOUR                   PIC 9(02).
       01 WS-PERIODE-FIN                   PIC X(08).
       01 WS-ANNEE-SCOLAIRE                PIC 9(04).
       01 WS-NOM-EDITION                   PIC X(30).

       01 WS-DATE-JOUR                     PIC 9(08).
       01 WS-DATE-ECHEANCE                 PIC 9(08).
       01 WS-DELAI-PAIEMENT                PIC S9(07)  VALUE 30.

      *Facture en cours
       01 WS-ELV-TROUVE                    PIC 9(03).
       01 WS-DEJA-TROUVE                   PIC 9(03).
       01 WS-TAR-TROUVE                    PIC 9(03).
       01 WS-NUMERO-FACTURE                PIC 9(06)   VALUE 0.
       01 WS-NOM-ABSENCE                   PIC X(07).
       01 WS-REPAS-POINTES                 PIC 9(03).
       01 WS-REPAS-DEDUITS                 PIC 9(03).
       01 WS-REPAS-FACTURES                PIC 9(03).
       01 WS-ABSENT-CE-JOUR                PIC X.
           88 WS-ABSENT-CE-JOUR-O                      VALUE "O".
           88 WS-ABSENT-CE-JOUR-N                      VALUE "N".
       01 WS-QUANTITE                      PIC 9(03).
       01 WS-MONTANT-LIGNE                 PIC 9(07)V9(02).
       01 WS-MONTANT-FACTURE               PIC 9(07)V9(02).
       01 WS-TOTAL-PASSAGE                 PIC 9(09)V9(02) VALUE 0.

      *Zones d'edition
       01 WS-QUANTITE-ED                   PIC ZZ9.
       01 WS-PRIX-ED                       PIC ZZZZ9.99.
       01 WS-MONTANT-ED                    PIC ZZZZZZ9.99.
       01 WS-TOTAL-ED                      PIC ZZZZZZZZ9.99.

      *Compteurs du passage
       77 WS-NB-FACTURES                   PIC 9(03)   VALUE 0.
       77 WS-NB-DEJA-FACTURES              PIC 9(03)   VALUE 0.
       77 WS-NB-HORS-MAITRE                PIC 9(03)   VALUE 0.
       77 WS-NB-SANS-TARIF                 PIC 9(03)   VALUE 0.
       77 WS-NB-SANS-RESP                  PIC 9(03)   VALUE 0.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-PARAMETRES-DEB
              THRU 0100-PARAMETRES-FIN.

           PERFORM 0200-CHARGE-TARIFS-DEB
              THRU 0200-CHARGE-TARIFS-FIN.

           PERFORM 0300-CHARGEMENT-DEB
              THRU 0300-CHARGEMENT-FIN.

           PERFORM 0400-CHARGE-REGISTRE-DEB
              THRU 0400-CHARGE-REGISTRE-FIN.

           PERFORM 0500-FACTURATION-DEB
              THRU 0500-FACTURATION-FIN.

           PERFORM 0700-TRACE-AUDIT-DEB
              THRU 0700-TRACE-AUDIT-FIN.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Trimestre, periode et annee scolaire (rentree en septembre)
       0100-PARAMETRES-DEB.

           MOVE SPACE TO WS-SAISIE-TRIMESTRE.

           PERFORM UNTIL WS-TRIMESTRE-VALIDE
               DISPLAY "Trimestre a facturer (1/2/3) : "
               ACCEPT WS-SAISIE-TRIMESTRE
           END-PERFORM.

           DISPLAY "Debut du trimestre (AAAAMMJJ) : ".
           ACCEPT WS-PERIODE-DEBUT.
           DISPLAY "Fin du trimestre (AAAAMMJJ) : ".
           ACCEPT WS-PERIODE-FIN.

           IF WS-PERIODE-DEBUT NOT NUMERIC
           OR WS-PERIODE-FIN NOT NUMERIC
           OR WS-PERIODE-FIN < WS-PERIODE-DEBUT
               DISPLAY "Periode invalide, arret."
               STOP RUN
           END-IF.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.
           MOVE WS-PERIODE-DEBUT TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Debut de trimestre invalide, arret."
               STOP RUN
           END-IF.

           IF WS-PD-MOIS >= 9
               MOVE WS-PD-ANNEE TO WS-ANNEE-SCOLAIRE
           ELSE
               COMPUTE WS-ANNEE-SCOLAIRE = WS-PD-ANNEE - 1
           END-IF.

      *Echeance de paiement : date de facture + delai
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-DATE-JOUR TO WS-DATUTIL-DATE-1.
           MOVE WS-DELAI-PAIEMENT TO WS-DATUTIL-NOMBRE.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           MOVE WS-DATUTIL-DATE-2 TO WS-DATE-ECHEANCE.

           MOVE SPACES TO WS-NOM-EDITION.
           STRING "factures-scolarite-" WS-ANNEE-SCOLAIRE "-T"
                   WS-SAISIE-TRIMESTRE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-EDITION.

           EXIT.

       0100-PARAMETRES-FIN.

      *-----------------------------------------------------------------

      *Bareme et liste des prestations distinctes
       0200-CHARGE-TARIFS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TARIFS.

           IF NOT WS-STATUT-TAR-OK
               DISPLAY "Erreur : tarifs-scolarite.cfg introuvable "
                       "(statut " WS-STATUT-TAR "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-TARIFS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-TAR-NIVEAU NOT = SPACES
                       AND (F-TAR-UNITE = "T" OR F-TAR-UNITE = "R")
                       AND F-TAR-MONTANT IS NUMERIC
                       AND WS-MAX-TAR < 100
                           ADD 1 TO WS-MAX-TAR
                           MOVE F-TARIF TO WS-TAR(WS-MAX-TAR)
                           PERFORM 0250-PRESTATION-VUE-DEB
                              THRU 0250-PRESTATION-VUE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TARIFS.

           IF WS-MAX-TAR = 0
               DISPLAY "Bareme vide, aucune facture, arret."
               STOP RUN
           END-IF.

           DISPLAY "Lignes de bareme : " WS-MAX-TAR
                   " - prestations : " WS-MAX-PRS.

           EXIT.

       0200-CHARGE-TARIFS-FIN.

      *-----------------------------------------------------------------

       0250-PRESTATION-VUE-DEB.

           PERFORM VARYING WS-IDX-PRS FROM 1 BY 1
                   UNTIL WS-IDX-PRS > WS-MAX-PRS
               IF WS-PRS(WS-IDX-PRS) = F-TAR-PRESTATION
                   GO TO 0250-PRESTATION-VUE-FIN
               END-IF
           END-PERFORM.

           IF WS-MAX-PRS < 20
               ADD 1 TO WS-MAX-PRS
               MOVE F-TAR-PRESTATION TO WS-PRS(WS-MAX-PRS)
           END-IF.

           EXIT.

       0250-PRESTATION-VUE-FIN.

      *-----------------------------------------------------------------

      *Maitre des eleves, fiche des classes, repas pointes et
      *absences de la periode
       0300-CHARGEMENT-DEB.

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

           IF NOT WS-STATUT-CLA-OK
               DISPLAY "Erreur : input-classes.txt introuvable "
                       "(statut " WS-STATUT-CLA "), arret."
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
                           MOVE F-RESP-NOM
                             TO WS-CLS-RESP-NOM(WS-MAX-CLS)
                           MOVE F-RESP-ADRESSE
                             TO WS-CLS-RESP-ADRESSE(WS-MAX-CLS)
                           MOVE F-MATRICULE
                             TO WS-CLS-MATRICULE(WS-MAX-CLS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLASSE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CANTINE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-CANTINE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-CAN-DATE >= WS-PERIODE-DEBUT
                       AND F-CAN-DATE <= WS-PERIODE-FIN
                       AND WS-MAX-CAN < 9000
                           ADD 1 TO WS-MAX-CAN
                           MOVE F-REPAS TO WS-CAN(WS-MAX-CAN)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CANTINE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ABSENCES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-ABSENCES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ABS-DATE >= WS-PERIODE-DEBUT
                       AND F-ABS-DATE <= WS-PERIODE-FIN
                       AND WS-MAX-ABS < 3000
                           ADD 1 TO WS-MAX-ABS
                           MOVE F-ABS-NOM TO WS-ABS-NOM(WS-MAX-ABS)
                           MOVE F-ABS-DATE
                             TO WS-ABS-DATE(WS-MAX-ABS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ABSENCES.

           DISPLAY "Eleves au maitre : " WS-MAX-ELV
                   " - a la fiche des classes : " WS-MAX-CLS.
           DISPLAY "Repas pointes dans la periode : " WS-MAX-CAN
                   " - demi-journees d'absence : " WS-MAX-ABS.

           EXIT.

       0300-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Dernier numero attribue et eleves deja factures pour ce
      *trimestre de cette annee scolaire
       0400-CHARGE-REGISTRE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-FSC-NUMERO > WS-NUMERO-FACTURE
                           MOVE F-FSC-NUMERO TO WS-NUMERO-FACTURE
                       END-IF
                       IF F-FSC-ANNEE = WS-ANNEE-SCOLAIRE
                       AND F-FSC-TRIMESTRE = WS-SAISIE-TRIMESTRE
                       AND WS-MAX-DEJA < 300
                           ADD 1 TO WS-MAX-DEJA
                           MOVE F-FSC-MATRICULE
                             TO WS-DEJA(WS-MAX-DEJA)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           EXIT.

       0400-CHARGE-REGISTRE-FIN.

      *-----------------------------------------------------------------

      *Une facture par eleve de la fiche des classes
       0500-FACTURATION-DEB.

           OPEN EXTEND FICHIER-REGISTRE.
           OPEN EXTEND FICHIER-EDITION.

           PERFORM VARYING WS-IDX-CLS FROM 1 BY 1
                   UNTIL WS-IDX-CLS > WS-MAX-CLS
               PERFORM 0550-FACTURE-ELEVE-DEB
                  THRU 0550-FACTURE-ELEVE-FIN
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.
           CLOSE FICHIER-EDITION.

           MOVE WS-TOTAL-PASSAGE TO WS-TOTAL-ED.

           DISPLAY "Factures emises : " WS-NB-FACTURES
                   " pour un total de " WS-TOTAL-ED.
           DISPLAY "Deja facturees ce trimestre : "
                   WS-NB-DEJA-FACTURES.
           DISPLAY "Eleves de la fiche hors maitre : "
                   WS-NB-HORS-MAITRE
                   " - classe sans tarif : " WS-NB-SANS-TARIF.
           DISPLAY "Factures sans responsable legal connu : "
                   WS-NB-SANS-RESP.
           DISPLAY "Edition : " WS-NOM-EDITION.

           EXIT.

       0500-FACTURATION-FIN.

      *-----------------------------------------------------------------

       0550-FACTURE-ELEVE-DEB.

           MOVE 0 TO WS-ELV-TROUVE.

           IF WS-CLS-MATRICULE(WS-IDX-CLS) NOT = SPACES
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MAX-ELV
                   IF WS-ELV-MATRICULE(WS-IDX)
                      = WS-CLS-MATRICULE(WS-IDX-CLS)
                       MOVE WS-IDX TO WS-ELV-TROUVE
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-ELV-TROUVE = 0
               ADD 1 TO WS-NB-HORS-MAITRE
               DISPLAY "Hors maitre, non facture : "
                       WS-CLS-CLASSE(WS-IDX-CLS) " "
                       WS-CLS-NOM(WS-IDX-CLS)
               GO TO 0550-FACTURE-ELEVE-FIN
           END-IF.

           MOVE 0 TO WS-DEJA-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-DEJA
               IF WS-DEJA(WS-IDX) = WS-CLS-MATRICULE(WS-IDX-CLS)
                   MOVE WS-IDX TO WS-DEJA-TROUVE
               END-IF
           END-PERFORM.

           IF WS-DEJA-TROUVE NOT = 0
               ADD 1 TO WS-NB-DEJA-FACTURES
               GO TO 0550-FACTURE-ELEVE-FIN
           END-IF.

      *Une classe sans aucune ligne de bareme n'est pas facturee
           MOVE 0 TO WS-TAR-TROUVE.

           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-MAX-TAR
               IF WS-TAR-NIVEAU(WS-IDX-TAR)
                  = WS-CLS-CLASSE(WS-IDX-CLS)
               OR WS-TAR-NIVEAU(WS-IDX-TAR) = "***"
                   MOVE WS-IDX-TAR TO WS-TAR-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TAR-TROUVE = 0
               ADD 1 TO WS-NB-SANS-TARIF
               DISPLAY "Classe sans tarif, non facture : "
                       WS-CLS-CLASSE(WS-IDX-CLS) " "
                       WS-CLS-NOM(WS-IDX-CLS)
               GO TO 0550-FACTURE-ELEVE-FIN
           END-IF.

           PERFORM 0600-COMPTE-REPAS-DEB
              THRU 0600-COMPTE-REPAS-FIN.

           ADD 1 TO WS-NUMERO-FACTURE.
           MOVE 0 TO WS-MONTANT-FACTURE.

           PERFORM 0650-ENTETE-FACTURE-DEB
              THRU 0650-ENTETE-FACTURE-FIN.

           PERFORM VARYING WS-IDX-PRS FROM 1 BY 1
                   UNTIL WS-IDX-PRS > WS-MAX-PRS
               PERFORM 0670-LIGNE-PRESTATION-DEB
                  THRU 0670-LIGNE-PRESTATION-FIN
           END-PERFORM.

           PERFORM 0690-PIED-FACTURE-DEB
              THRU 0690-PIED-FACTURE-FIN.

           MOVE SPACES TO F-FACTURE.
           MOVE WS-NUMERO-FACTURE TO F-FSC-NUMERO.
           MOVE WS-DATE-JOUR TO F-FSC-DATE.
           MOVE WS-DATE-ECHEANCE TO F-FSC-ECHEANCE.
           MOVE WS-ANNEE-SCOLAIRE TO F-FSC-ANNEE.
           MOVE WS-SAISIE-TRIMESTRE TO F-FSC-TRIMESTRE.
           MOVE WS-CLS-MATRICULE(WS-IDX-CLS) TO F-FSC-MATRICULE.
           MOVE WS-ELV-NOM(WS-ELV-TROUVE) TO F-FSC-NOM.
           MOVE WS-ELV-PRENOM(WS-ELV-TROUVE) TO F-FSC-PRENOM.
           MOVE WS-CLS-CLASSE(WS-IDX-CLS) TO F-FSC-CLASSE.
           MOVE WS-CLS-RESP-NOM(WS-IDX-CLS) TO F-FSC-RESP-NOM.
           MOVE WS-CLS-RESP-ADRESSE(WS-IDX-CLS)
             TO F-FSC-RESP-ADRESSE.
           MOVE WS-REPAS-FACTURES TO F-FSC-REPAS.
           MOVE WS-MONTANT-FACTURE TO F-FSC-MONTANT.
           WRITE F-FACTURE.

           ADD 1 TO WS-NB-FACTURES.
           ADD WS-MONTANT-FACTURE TO WS-TOTAL-PASSAGE.

           EXIT.

       0550-FACTURE-ELEVE-FIN.

      *-----------------------------------------------------------------

      *Repas pointes de l'eleve, moins ceux des jours ou il figure
      *aux absences (nom sur 7 caracteres, dessin d'absences.txt)
       0600-COMPTE-REPAS-DEB.

           MOVE 0 TO WS-REPAS-POINTES.
           MOVE 0 TO WS-REPAS-DEDUITS.

           MOVE WS-CLS-NOM(WS-IDX-CLS)(1:7) TO WS-NOM-ABSENCE.

           IF WS-NOM-ABSENCE = SPACES
               MOVE WS-ELV-NOM(WS-ELV-TROUVE)(1:7) TO WS-NOM-ABSENCE
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CAN
               IF WS-CAN-MATRICULE(WS-IDX)
                  = WS-CLS-MATRICULE(WS-IDX-CLS)
                   ADD 1 TO WS-REPAS-POINTES
                   SET WS-ABSENT-CE-JOUR-N TO TRUE
                   PERFORM VARYING WS-IDX-ABS FROM 1 BY 1
                           UNTIL WS-IDX-ABS > WS-MAX-ABS
                              OR WS-ABSENT-CE-JOUR-O
                       IF WS-ABS-NOM(WS-IDX-ABS) = WS-NOM-ABSENCE
                       AND WS-ABS-DATE(WS-IDX-ABS)
                           = WS-CAN-DATE(WS-IDX)
                           SET WS-ABSENT-CE-JOUR-O TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-ABSENT-CE-JOUR-O
                       ADD 1 TO WS-REPAS-DEDUITS
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE WS-REPAS-FACTURES =
                   WS-REPAS-POINTES - WS-REPAS-DEDUITS.

           EXIT.

       0600-COMPTE-REPAS-FIN.

      *-----------------------------------------------------------------

      *Adresse du responsable legal, comme la convocation
       0650-ENTETE-FACTURE-DEB.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "FACTURE N. " WS-NUMERO-FACTURE
                   "                      DATE : " WS-DATE-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "                                 "
                   "  ECHEANCE : " WS-DATE-ECHEANCE
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE SPACES TO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           IF WS-CLS-RESP-NOM(WS-IDX-CLS) = SPACES
               ADD 1 TO WS-NB-SANS-RESP
               MOVE "A L'ATTENTION DES PARENTS DE L'ELEVE"
                 TO F-LIGNE-EDITION
               WRITE F-LIGNE-EDITION
               MOVE "(RESPONSABLE LEGAL NON RENSEIGNE)"
                 TO F-LIGNE-EDITION
               WRITE F-LIGNE-EDITION
           ELSE
               MOVE SPACES TO F-LIGNE-EDITION
               STRING "A L'ATTENTION DE : "
                       WS-CLS-RESP-NOM(WS-IDX-CLS)
                   DELIMITED BY SIZE INTO F-LIGNE-EDITION
               WRITE F-LIGNE-EDITION
               MOVE SPACES TO F-LIGNE-EDITION
               STRING "                   "
                       WS-CLS-RESP-ADRESSE(WS-IDX-CLS)
                   DELIMITED BY SIZE INTO F-LIGNE-EDITION
               WRITE F-LIGNE-EDITION
           END-IF.

           MOVE SPACES TO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "ELEVE : " WS-ELV-NOM(WS-ELV-TROUVE) " "
                   WS-ELV-PRENOM(WS-ELV-TROUVE) " ("
                   WS-CLS-MATRICULE(WS-IDX-CLS) ") CLASSE "
                   WS-CLS-CLASSE(WS-IDX-CLS)
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "ANNEE SCOLAIRE " WS-ANNEE-SCOLAIRE
                   " - TRIMESTRE " WS-SAISIE-TRIMESTRE
                   " (" WS-PERIODE-DEBUT " AU " WS-PERIODE-FIN ")"
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE SPACES TO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE "  PRESTATION    QTE  PRIX UNIT.     MONTANT"
             TO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           EXIT.

       0650-ENTETE-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Tarif de la prestation pour le niveau de l'eleve, a defaut le
      *tarif commun ; forfait ou repas factures
       0670-LIGNE-PRESTATION-DEB.

           MOVE 0 TO WS-TAR-TROUVE.

           PERFORM VARYING WS-IDX-TAR FROM 1 BY 1
                   UNTIL WS-IDX-TAR > WS-MAX-TAR
               IF WS-TAR-PRESTATION(WS-IDX-TAR) = WS-PRS(WS-IDX-PRS)
                   IF WS-TAR-NIVEAU(WS-IDX-TAR)
                      = WS-CLS-CLASSE(WS-IDX-CLS)
                       MOVE WS-IDX-TAR TO WS-TAR-TROUVE
                   END-IF
                   IF WS-TAR-NIVEAU(WS-IDX-TAR) = "***"
                   AND WS-TAR-TROUVE = 0
                       MOVE WS-IDX-TAR TO WS-TAR-TROUVE
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TAR-TROUVE = 0
               GO TO 0670-LIGNE-PRESTATION-FIN
           END-IF.

           IF WS-TAR-UNITE(WS-TAR-TROUVE) = "R"
               MOVE WS-REPAS-FACTURES TO WS-QUANTITE
           ELSE
               MOVE 1 TO WS-QUANTITE
           END-IF.

           IF WS-QUANTITE = 0
               GO TO 0670-LIGNE-PRESTATION-FIN
           END-IF.

           COMPUTE WS-MONTANT-LIGNE =
                   WS-TAR-MONTANT(WS-TAR-TROUVE) * WS-QUANTITE.

           ADD WS-MONTANT-LIGNE TO WS-MONTANT-FACTURE.

           MOVE WS-QUANTITE TO WS-QUANTITE-ED.
           MOVE WS-TAR-MONTANT(WS-TAR-TROUVE) TO WS-PRIX-ED.
           MOVE WS-MONTANT-LIGNE TO WS-MONTANT-ED.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "  " WS-PRS(WS-IDX-PRS) "  " WS-QUANTITE-ED
                   "    " WS-PRIX-ED "  " WS-MONTANT-ED
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           IF WS-TAR-UNITE(WS-TAR-TROUVE) = "R"
               MOVE SPACES TO F-LIGNE-EDITION
               STRING "  (REPAS POINTES " WS-REPAS-POINTES
                       " DONT " WS-REPAS-DEDUITS
                       " DEDUITS POUR ABSENCE)"
                   DELIMITED BY SIZE INTO F-LIGNE-EDITION
               WRITE F-LIGNE-EDITION
           END-IF.

           EXIT.

       0670-LIGNE-PRESTATION-FIN.

      *-----------------------------------------------------------------

       0690-PIED-FACTURE-DEB.

           MOVE WS-MONTANT-FACTURE TO WS-MONTANT-ED.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "                       TOTAL A PAYER : "
                   WS-MONTANT-ED
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE SPACES TO F-LIGNE-EDITION.
           STRING "Reglement a l'ordre de l'etablissement, en "
                   "rappelant le numero de facture."
               DELIMITED BY SIZE INTO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           MOVE ALL "-" TO F-LIGNE-EDITION.
           WRITE F-LIGNE-EDITION.

           EXIT.

       0690-PIED-FACTURE-FIN.

      *-----------------------------------------------------------------

       0700-TRACE-AUDIT-DEB.

           IF WS-NB-FACTURES = 0
               GO TO 0700-TRACE-AUDIT-FIN
           END-IF.

           MOVE "facscol" TO AUDIT-PROGRAMME.
           MOVE "FACTURE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-ANNEE-SCOLAIRE " T" WS-SAISIE-TRIMESTRE " "
                   WS-NB-FACTURES " facture(s)"
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0700-TRACE-AUDIT-FIN.
