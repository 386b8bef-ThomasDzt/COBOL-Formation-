      *Diffusion des etats de la nuit : la liste de diffusion
      *distribution.cfg (une ligne par etat et par service : nom du
      *fichier d'etat sur 30, service destinataire sur 15, nombre
      *d'exemplaires sur 2) dit quel etat va a quel service. Apres la
      *chaine, chaque service recoit un paquet date
      *paquet-<service>-AAAAMMJJ.txt : page de garde (etats attendus,
      *etats manquants ou vides signales), sommaire (pages, page de
      *depart dans le paquet, exemplaires), puis ses etats mis bout a
      *bout. Le catalogue catalogue-etats.txt garde pour chaque jour
      *l'etat, la date, le nombre de pages (60 lignes par page, le
      *format de imprim), le destinataire et le statut (P present,
      *V vide, M manquant) ; une relance du jour remplace les lignes
      *du jour. Chaque service cesse de fouiller le repertoire.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. distrib.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-DISTRIBUTION ASSIGN TO "distribution.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-DISTRIBUTION.

       SELECT FICHIER-ETAT ASSIGN TO DYNAMIC WS-NOM-ETAT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-ETAT.

       SELECT FICHIER-PAQUET ASSIGN TO DYNAMIC WS-NOM-PAQUET
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-CATALOGUE
       ASSIGN TO "catalogue-etats.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-TRAVAIL
       ASSIGN TO "catalogue-etats.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-DISTRIBUTION.
       01 F-DISTRIBUTION.
           05 F-DIS-ETAT             PIC X(30).
           05 FILLER                 PIC X(01).
           05 F-DIS-SERVICE          PIC X(15).
           05 FILLER                 PIC X(01).
           05 F-DIS-EXEMPLAIRES      PIC X(02).

       FD FICHIER-ETAT.
       01 F-LIGNE-ETAT               PIC X(200).

       FD FICHIER-PAQUET.
       01 F-LIGNE-PAQUET             PIC X(200).

      *Catalogue des etats : etat, date, pages, destinataire, statut
       FD FICHIER-CATALOGUE.
       01 F-CATALOGUE.
           05 F-CAT-ETAT             PIC X(30).
           05 FILLER                 PIC X(01).
           05 F-CAT-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-CAT-PAGES            PIC 9(04).
           05 FILLER                 PIC X(01).
           05 F-CAT-SERVICE          PIC X(15).
           05 FILLER                 PIC X(01).
           05 F-CAT-LIGNES           PIC 9(06).
           05 FILLER                 PIC X(01).
           05 F-CAT-STATUT           PIC X(01).

       FD FICHIER-TRAVAIL.
       01 F-LIGNE-TRAVAIL            PIC X(69).

       WORKING-STORAGE SECTION.

       01 WS-STATUT-DISTRIBUTION     PIC X(02).
           88 WS-STATUT-DISTRIBUTION-OK      VALUE "00".

       01 WS-STATUT-ETAT             PIC X(02).
           88 WS-STATUT-ETAT-OK              VALUE "00".

       01 WS-NOM-ETAT                PIC X(30).
       01 WS-NOM-PAQUET              PIC X(60).

       01 WS-FIN-LECTURE             PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI             VALUE "O".

      *Liste de diffusion, avec la mesure de chaque etat
       01 WS-TABLEAU-DIFFUSION.
           05 WS-DIF OCCURS 100 TIMES.
               10 WS-DIF-ETAT            PIC X(30).
               10 WS-DIF-SERVICE         PIC X(15).
               10 WS-DIF-EXEMPLAIRES     PIC 9(02).
               10 WS-DIF-LIGNES          PIC 9(06).
               10 WS-DIF-PAGES           PIC 9(04).
               10 WS-DIF-STATUT          PIC X(01).
                   88 WS-DIF-PRESENT             VALUE "P".
                   88 WS-DIF-VIDE                VALUE "V".
                   88 WS-DIF-MANQUANT            VALUE "M".

       77 WS-IDX-DIF                 PIC 9(03).
       01 WS-MAX-DIF                 PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-DIF            PIC 9(03)   VALUE 100.

      *Services destinataires
       01 WS-TABLEAU-SERVICES.
           05 WS-SERVICE OCCURS 20 TIMES PIC X(15).

       77 WS-IDX-SRV                 PIC 9(02).
       01 WS-MAX-SRV                 PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-SRV            PIC 9(02)   VALUE 20.

       01 WS-LIGNES-PAR-PAGE         PIC 9(02)   VALUE 60.

       01 WS-DATE-DU-JOUR            PIC 9(08).
       01 WS-DATE-DU-JOUR-R REDEFINES WS-DATE-DU-JOUR.
           05 WS-ANNEE-JOUR          PIC 9(04).
           05 WS-MOIS-JOUR           PIC 9(02).
           05 WS-JOUR-JOUR           PIC 9(02).

      *Paquet en cours
       01 WS-NB-ATTENDUS             PIC 9(03).
       01 WS-NB-ABSENTS              PIC 9(03).
       01 WS-PAGE-DEPART             PIC 9(04).

       77 WS-NB-ETATS-LUS            PIC 9(07)   VALUE 0.
       77 WS-NB-PAQUETS              PIC 9(07)   VALUE 0.
       77 WS-NB-ABSENTS-TOTAL        PIC 9(03)   VALUE 0.

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "distrib" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-DIFFUSION-DEB
              THRU 0100-CHARGE-DIFFUSION-FIN.

           PERFORM 0200-MESURE-ETAT-DEB
              THRU 0200-MESURE-ETAT-FIN
              VARYING WS-IDX-DIF FROM 1 BY 1
              UNTIL WS-IDX-DIF > WS-MAX-DIF.

           PERFORM 0300-PAQUET-DEB
              THRU 0300-PAQUET-FIN
              VARYING WS-IDX-SRV FROM 1 BY 1
              UNTIL WS-IDX-SRV > WS-MAX-SRV.

           PERFORM 0500-CATALOGUE-DEB
              THRU 0500-CATALOGUE-FIN.

           DISPLAY "Diffusion : " WS-NB-PAQUETS " paquet(s), "
                   WS-NB-ETATS-LUS " etat(s) diffuse(s), "
                   WS-NB-ABSENTS-TOTAL " manquant(s) ou vide(s).".

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-ETATS-LUS TO EXEC-LUS.
           MOVE WS-NB-PAQUETS TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-CHARGE-DIFFUSION-DEB.

           OPEN INPUT FICHIER-DISTRIBUTION.

           IF NOT WS-STATUT-DISTRIBUTION-OK
               DISPLAY "Erreur : distribution.cfg introuvable (statut "
                       WS-STATUT-DISTRIBUTION "), arret."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-DISTRIBUTION
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-DIS-ETAT NOT = SPACES
                       AND F-DIS-SERVICE NOT = SPACES
                       AND WS-MAX-DIF < WS-CAPACITE-DIF
                           PERFORM 0150-RETIENT-LIGNE-DEB
                              THRU 0150-RETIENT-LIGNE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-DISTRIBUTION.

           IF WS-MAX-DIF = 0
               DISPLAY "Liste de diffusion vide, rien a diffuser."
               STOP RUN
           END-IF.

           EXIT.

       0100-CHARGE-DIFFUSION-FIN.

      *-----------------------------------------------------------------

      *Un exemplaire a defaut ; le service rejoint la liste des
      *destinataires a sa premiere apparition
       0150-RETIENT-LIGNE-DEB.

           ADD 1 TO WS-MAX-DIF.
           MOVE F-DIS-ETAT TO WS-DIF-ETAT(WS-MAX-DIF).
           MOVE F-DIS-SERVICE TO WS-DIF-SERVICE(WS-MAX-DIF).

           IF F-DIS-EXEMPLAIRES IS NUMERIC
           AND F-DIS-EXEMPLAIRES NOT = "00"
               MOVE F-DIS-EXEMPLAIRES TO WS-DIF-EXEMPLAIRES(WS-MAX-DIF)
           ELSE
               MOVE 1 TO WS-DIF-EXEMPLAIRES(WS-MAX-DIF)
           END-IF.

           PERFORM VARYING WS-IDX-SRV FROM 1 BY 1
                   UNTIL WS-IDX-SRV > WS-MAX-SRV
               IF WS-SERVICE(WS-IDX-SRV) = F-DIS-SERVICE
                   GO TO 0150-RETIENT-LIGNE-FIN
               END-IF
           END-PERFORM.

           IF WS-MAX-SRV < WS-CAPACITE-SRV
               ADD 1 TO WS-MAX-SRV
               MOVE F-DIS-SERVICE TO WS-SERVICE(WS-MAX-SRV)
           END-IF.

           EXIT.

       0150-RETIENT-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Lignes et pages de l'etat ; absent ou sans ligne, il sera
      *signale sur la page de garde
       0200-MESURE-ETAT-DEB.

           MOVE 0 TO WS-DIF-LIGNES(WS-IDX-DIF).
           MOVE 0 TO WS-DIF-PAGES(WS-IDX-DIF).
           MOVE WS-DIF-ETAT(WS-IDX-DIF) TO WS-NOM-ETAT.

           OPEN INPUT FICHIER-ETAT.

           IF NOT WS-STATUT-ETAT-OK
               SET WS-DIF-MANQUANT(WS-IDX-DIF) TO TRUE
               GO TO 0200-MESURE-ETAT-FIN
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-ETAT
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DIF-LIGNES(WS-IDX-DIF)
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ETAT.

           IF WS-DIF-LIGNES(WS-IDX-DIF) = 0
               SET WS-DIF-VIDE(WS-IDX-DIF) TO TRUE
           ELSE
               SET WS-DIF-PRESENT(WS-IDX-DIF) TO TRUE
               COMPUTE WS-DIF-PAGES(WS-IDX-DIF) =
                   (WS-DIF-LIGNES(WS-IDX-DIF) + WS-LIGNES-PAR-PAGE - 1)
                   / WS-LIGNES-PAR-PAGE
           END-IF.

           EXIT.

       0200-MESURE-ETAT-FIN.

      *-----------------------------------------------------------------

      *Paquet d'un service : garde et sommaire en page 1, puis les
      *etats presents a la suite
       0300-PAQUET-DEB.

           MOVE SPACES TO WS-NOM-PAQUET.
           STRING "paquet-" DELIMITED BY SIZE
                  WS-SERVICE(WS-IDX-SRV) DELIMITED BY SPACE
                  "-" WS-DATE-DU-JOUR ".txt" DELIMITED BY SIZE
               INTO WS-NOM-PAQUET.

           MOVE 0 TO WS-NB-ATTENDUS WS-NB-ABSENTS.

           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-MAX-DIF
               IF WS-DIF-SERVICE(WS-IDX-DIF) = WS-SERVICE(WS-IDX-SRV)
                   ADD 1 TO WS-NB-ATTENDUS
                   IF NOT WS-DIF-PRESENT(WS-IDX-DIF)
                       ADD 1 TO WS-NB-ABSENTS
                   END-IF
               END-IF
           END-PERFORM.

           ADD WS-NB-ABSENTS TO WS-NB-ABSENTS-TOTAL.

           OPEN OUTPUT FICHIER-PAQUET.

      *Page de garde
           MOVE SPACES TO F-LIGNE-PAQUET.
           MOVE ALL "=" TO F-LIGNE-PAQUET(1:80).
           WRITE F-LIGNE-PAQUET.

           MOVE SPACES TO F-LIGNE-PAQUET.
           STRING "PAQUET DE DIFFUSION - SERVICE "
                   WS-SERVICE(WS-IDX-SRV) " - DU " WS-JOUR-JOUR "/"
                   WS-MOIS-JOUR "/" WS-ANNEE-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-PAQUET.
           WRITE F-LIGNE-PAQUET.

           MOVE SPACES TO F-LIGNE-PAQUET.
           MOVE ALL "=" TO F-LIGNE-PAQUET(1:80).
           WRITE F-LIGNE-PAQUET.

           MOVE SPACES TO F-LIGNE-PAQUET.
           STRING WS-NB-ATTENDUS " etat(s) attendu(s), "
                   WS-NB-ABSENTS " manquant(s) ou vide(s)"
               DELIMITED BY SIZE INTO F-LIGNE-PAQUET.
           WRITE F-LIGNE-PAQUET.

           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-MAX-DIF
               IF WS-DIF-SERVICE(WS-IDX-DIF) = WS-SERVICE(WS-IDX-SRV)
                   MOVE SPACES TO F-LIGNE-PAQUET
                   IF WS-DIF-MANQUANT(WS-IDX-DIF)
                       STRING "  *** ETAT MANQUANT : "
                               WS-DIF-ETAT(WS-IDX-DIF)
                           DELIMITED BY SIZE INTO F-LIGNE-PAQUET
                       WRITE F-LIGNE-PAQUET
                   END-IF
                   IF WS-DIF-VIDE(WS-IDX-DIF)
                       STRING "  *** ETAT VIDE : "
                               WS-DIF-ETAT(WS-IDX-DIF)
                           DELIMITED BY SIZE INTO F-LIGNE-PAQUET
                       WRITE F-LIGNE-PAQUET
                   END-IF
               END-IF
           END-PERFORM.

      *Sommaire : les etats commencent en page 2
           MOVE SPACES TO F-LIGNE-PAQUET.
           WRITE F-LIGNE-PAQUET.
           MOVE "SOMMAIRE" TO F-LIGNE-PAQUET.
           WRITE F-LIGNE-PAQUET.
           MOVE "ETAT                           PAGES  PAGE  EXEMPL."
             TO F-LIGNE-PAQUET.
           WRITE F-LIGNE-PAQUET.
           MOVE SPACES TO F-LIGNE-PAQUET.
           MOVE ALL "-" TO F-LIGNE-PAQUET(1:80).
           WRITE F-LIGNE-PAQUET.

           MOVE 2 TO WS-PAGE-DEPART.

           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-MAX-DIF
               IF WS-DIF-SERVICE(WS-IDX-DIF) = WS-SERVICE(WS-IDX-SRV)
                   MOVE SPACES TO F-LIGNE-PAQUET
                   IF WS-DIF-PRESENT(WS-IDX-DIF)
                       STRING WS-DIF-ETAT(WS-IDX-DIF) " "
                               WS-DIF-PAGES(WS-IDX-DIF) "   "
                               WS-PAGE-DEPART "  "
                               WS-DIF-EXEMPLAIRES(WS-IDX-DIF)
                           DELIMITED BY SIZE INTO F-LIGNE-PAQUET
                       ADD WS-DIF-PAGES(WS-IDX-DIF) TO WS-PAGE-DEPART
                   ELSE
                       STRING WS-DIF-ETAT(WS-IDX-DIF) " "
                               WS-DIF-PAGES(WS-IDX-DIF) "   ----  "
                               WS-DIF-EXEMPLAIRES(WS-IDX-DIF)
                               "   ABSENT DU PAQUET"
                           DELIMITED BY SIZE INTO F-LIGNE-PAQUET
                   END-IF
                   WRITE F-LIGNE-PAQUET
               END-IF
           END-PERFORM.

      *Les etats presents, chacun precede de son bandeau
           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-MAX-DIF
               IF WS-DIF-SERVICE(WS-IDX-DIF) = WS-SERVICE(WS-IDX-SRV)
               AND WS-DIF-PRESENT(WS-IDX-DIF)
                   PERFORM 0350-COPIE-ETAT-DEB
                      THRU 0350-COPIE-ETAT-FIN
               END-IF
           END-PERFORM.

           CLOSE FICHIER-PAQUET.

           ADD 1 TO WS-NB-PAQUETS.

           DISPLAY "Paquet " FUNCTION TRIM(WS-NOM-PAQUET) " : "
                   WS-NB-ATTENDUS " etat(s), " WS-NB-ABSENTS
                   " absent(s).".

           EXIT.

       0300-PAQUET-FIN.

      *-----------------------------------------------------------------

       0350-COPIE-ETAT-DEB.

           MOVE SPACES TO F-LIGNE-PAQUET.
           MOVE ALL "#" TO F-LIGNE-PAQUET(1:80).
           WRITE F-LIGNE-PAQUET.

           MOVE SPACES TO F-LIGNE-PAQUET.
           STRING "ETAT " WS-DIF-ETAT(WS-IDX-DIF) " - "
                   WS-DIF-PAGES(WS-IDX-DIF) " page(s) - A TIRER EN "
                   WS-DIF-EXEMPLAIRES(WS-IDX-DIF) " EXEMPLAIRE(S)"
               DELIMITED BY SIZE INTO F-LIGNE-PAQUET.
           WRITE F-LIGNE-PAQUET.

           MOVE SPACES TO F-LIGNE-PAQUET.
           MOVE ALL "#" TO F-LIGNE-PAQUET(1:80).
           WRITE F-LIGNE-PAQUET.

           MOVE WS-DIF-ETAT(WS-IDX-DIF) TO WS-NOM-ETAT.

           OPEN INPUT FICHIER-ETAT.

           IF NOT WS-STATUT-ETAT-OK
               GO TO 0350-COPIE-ETAT-FIN
           END-IF.

           ADD 1 TO WS-NB-ETATS-LUS.
           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-ETAT
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       MOVE F-LIGNE-ETAT TO F-LIGNE-PAQUET
                       WRITE F-LIGNE-PAQUET
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ETAT.

           EXIT.

       0350-COPIE-ETAT-FIN.

      *-----------------------------------------------------------------

      *Catalogue : les lignes des autres jours sont gardees, celles du
      *jour remplacees par la diffusion qui vient d'etre faite
       0500-CATALOGUE-DEB.

           OPEN INPUT FICHIER-CATALOGUE.
           OPEN OUTPUT FICHIER-TRAVAIL.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-CATALOGUE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-CAT-DATE NOT = WS-DATE-DU-JOUR
                           MOVE F-CATALOGUE TO F-LIGNE-TRAVAIL
                           WRITE F-LIGNE-TRAVAIL
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CATALOGUE.
           CLOSE FICHIER-TRAVAIL.

           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-CATALOGUE.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-TRAVAIL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       MOVE F-LIGNE-TRAVAIL TO F-CATALOGUE
                       WRITE F-CATALOGUE
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-IDX-DIF FROM 1 BY 1
                   UNTIL WS-IDX-DIF > WS-MAX-DIF
               MOVE SPACES TO F-CATALOGUE
               MOVE WS-DIF-ETAT(WS-IDX-DIF) TO F-CAT-ETAT
               MOVE WS-DATE-DU-JOUR TO F-CAT-DATE
               MOVE WS-DIF-PAGES(WS-IDX-DIF) TO F-CAT-PAGES
               MOVE WS-DIF-SERVICE(WS-IDX-DIF) TO F-CAT-SERVICE
               MOVE WS-DIF-LIGNES(WS-IDX-DIF) TO F-CAT-LIGNES
               MOVE WS-DIF-STATUT(WS-IDX-DIF) TO F-CAT-STATUT
               WRITE F-CATALOGUE
           END-PERFORM.

           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-CATALOGUE.

           CALL "CBL_DELETE_FILE" USING "catalogue-etats.tmp"
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           EXIT.

       0500-CATALOGUE-FIN.
