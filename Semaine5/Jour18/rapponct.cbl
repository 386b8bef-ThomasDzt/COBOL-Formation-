      *Rapport mensuel de ponctualite : les releves de ponctualite.txt
      *(saisis chaque jour par ponctrain) dont la date de circulation
      *tombe dans le mois demande (AAAAMM, vide = mois precedent) sont
      *cumules par categorie de train (TGV, COR, TER) puis par gare de
      *depart. Pour chaque groupe le rapport donne le nombre de
      *services releves, ceux arrives a l'heure (moins de 5 minutes de
      *retard a l'arrivee) et le taux de ponctualite, le retard moyen
      *et le retard maximal a l'arrivee, et le nombre de services dont
      *le retard a ouvert droit a indemnisation des passagers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapponct.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-PONCTUALITE ASSIGN TO "ponctualite.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-PONC.

       SELECT FICHIER-RAPPORT ASSIGN TO "rapport-ponctualite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.

       FD FICHIER-PONCTUALITE.
           01 F-PONCTUALITE.
               05 F-PON-STATION            PIC X(18).
               05 F-PON-HEURE              PIC X(04).
               05 F-PON-DATE               PIC X(08).
               05 F-PON-CATEGORIE          PIC X(03).
               05 F-PON-DEPART-REEL        PIC X(04).
               05 F-PON-ARRIVEE-REELLE     PIC X(04).
               05 F-PON-RETARD-DEPART      PIC 9(04).
               05 F-PON-RETARD-ARRIVEE     PIC 9(04).
               05 F-PON-PCT-INDEMNITE      PIC 9(03).

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT              PIC X(80).


       WORKING-STORAGE SECTION.

      *Cumuls par categorie de train
       01 WS-TABLEAU-CAT.
           05 WS-CAT OCCURS 10 TIMES.
               10 WS-CAT-CODE              PIC X(03).
               10 WS-CAT-RELEVES           PIC 9(05).
               10 WS-CAT-A-L-HEURE         PIC 9(05).
               10 WS-CAT-CUMUL-RETARD      PIC 9(07).
               10 WS-CAT-RETARD-MAX        PIC 9(04).
               10 WS-CAT-INDEMNISES        PIC 9(05).

       77 WS-IDX-CAT               PIC 9(02).
       01 WS-MAX-CAT               PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-CAT          PIC 9(02)   VALUE 10.
       01 WS-CAT-TROUVEE           PIC 9(02).

      *Cumuls par gare de depart
       01 WS-TABLEAU-GARE.
           05 WS-GARE OCCURS 100 TIMES.
               10 WS-GARE-STATION          PIC X(18).
               10 WS-GARE-RELEVES          PIC 9(05).
               10 WS-GARE-A-L-HEURE        PIC 9(05).
               10 WS-GARE-CUMUL-RETARD     PIC 9(07).
               10 WS-GARE-RETARD-MAX       PIC 9(04).
               10 WS-GARE-INDEMNISES       PIC 9(05).

       77 WS-IDX-GARE              PIC 9(03).
       01 WS-MAX-GARE              PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-GARE         PIC 9(03)   VALUE 100.
       01 WS-GARE-TROUVEE          PIC 9(03).

       01 WS-STATUT-PONC           PIC X(02).
           88 WS-STATUT-PONC-OK            VALUE "00".

       01 WS-FIN-LECTURE           PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI           VALUE "O".

      *Un service est a l'heure en-dessous de ce retard a l'arrivee
       01 WS-SEUIL-PONCTUEL        PIC 9(04)   VALUE 5.

       01 WS-SAISIE-MOIS           PIC X(06).
       01 WS-DATE-DU-JOUR          PIC 9(08).
       01 WS-DATE-DU-JOUR-R REDEFINES WS-DATE-DU-JOUR.
           05 WS-JOUR-ANNEE        PIC 9(04).
           05 WS-JOUR-MOIS         PIC 9(02).
           05 WS-JOUR-JOUR         PIC 9(02).

      *Ligne du groupe en cours d'edition
       01 WS-LIB-GROUPE            PIC X(18).
       01 WS-ED-RELEVES            PIC 9(05).
       01 WS-ED-A-L-HEURE          PIC 9(05).
       01 WS-ED-CUMUL-RETARD       PIC 9(07).
       01 WS-ED-RETARD-MAX         PIC 9(04).
       01 WS-ED-INDEMNISES         PIC 9(05).

       01 WS-TAUX                  PIC 9(03)V9(02).
       01 WS-TAUX-ED               PIC ZZ9.99.
       01 WS-RETARD-MOYEN          PIC 9(04)V9(01).
       01 WS-RETARD-MOYEN-ED       PIC ZZZ9.9.
       01 WS-RETARD-MAX-ED         PIC ZZZ9.

       01 WS-TOT-RELEVES           PIC 9(05)   VALUE 0.
       01 WS-TOT-A-L-HEURE         PIC 9(05)   VALUE 0.
       01 WS-TOT-CUMUL-RETARD      PIC 9(07)   VALUE 0.
       01 WS-TOT-RETARD-MAX        PIC 9(04)   VALUE 0.
       01 WS-TOT-INDEMNISES        PIC 9(05)   VALUE 0.


       PROCEDURE DIVISION.

           PERFORM 0100-SAISIE-MOIS-DEB
              THRU 0100-SAISIE-MOIS-FIN.

           PERFORM 0200-CUMUL-RELEVES-DEB
              THRU 0200-CUMUL-RELEVES-FIN.

           PERFORM 0300-RAPPORT-DEB
              THRU 0300-RAPPORT-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Mois du rapport, vide = mois precedent le jour du passage
       0100-SAISIE-MOIS-DEB.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           DISPLAY "Mois du rapport (AAAAMM, vide = mois "
                   "precedent) : ".
           ACCEPT WS-SAISIE-MOIS.

           IF WS-SAISIE-MOIS NOT = SPACES
               GO TO 0100-SAISIE-MOIS-FIN
           END-IF.

           IF WS-JOUR-MOIS = 1
               SUBTRACT 1 FROM WS-JOUR-ANNEE
               MOVE 12 TO WS-JOUR-MOIS
           ELSE
               SUBTRACT 1 FROM WS-JOUR-MOIS
           END-IF.

           MOVE WS-DATE-DU-JOUR(1:6) TO WS-SAISIE-MOIS.

           EXIT.

       0100-SAISIE-MOIS-FIN.

      *-----------------------------------------------------------------

       0200-CUMUL-RELEVES-DEB.

           DISPLAY "Ouverture du fichier des releves de ponctualite".
           OPEN INPUT FICHIER-PONCTUALITE.

           IF NOT WS-STATUT-PONC-OK
               DISPLAY "Erreur : ponctualite.txt introuvable "
                       "(statut " WS-STATUT-PONC "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-PONCTUALITE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-PON-DATE(1:6) = WS-SAISIE-MOIS
                           PERFORM 0250-CUMUL-CATEGORIE-DEB
                              THRU 0250-CUMUL-CATEGORIE-FIN
                           PERFORM 0260-CUMUL-GARE-DEB
                              THRU 0260-CUMUL-GARE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PONCTUALITE.

           DISPLAY "Services releves sur le mois : " WS-TOT-RELEVES.

           EXIT.

       0200-CUMUL-RELEVES-FIN.

      *-----------------------------------------------------------------

       0250-CUMUL-CATEGORIE-DEB.

           ADD 1 TO WS-TOT-RELEVES.
           ADD F-PON-RETARD-ARRIVEE TO WS-TOT-CUMUL-RETARD.
           IF F-PON-RETARD-ARRIVEE < WS-SEUIL-PONCTUEL
               ADD 1 TO WS-TOT-A-L-HEURE
           END-IF.
           IF F-PON-RETARD-ARRIVEE > WS-TOT-RETARD-MAX
               MOVE F-PON-RETARD-ARRIVEE TO WS-TOT-RETARD-MAX
           END-IF.
           IF F-PON-PCT-INDEMNITE > 0
               ADD 1 TO WS-TOT-INDEMNISES
           END-IF.

           MOVE 0 TO WS-CAT-TROUVEE.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-MAX-CAT

               IF WS-CAT-CODE(WS-IDX-CAT) = F-PON-CATEGORIE
                   MOVE WS-IDX-CAT TO WS-CAT-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-CAT-TROUVEE = 0
               IF WS-MAX-CAT >= WS-CAPACITE-CAT
                   DISPLAY "Attention : table des categories pleine, "
                           F-PON-CATEGORIE " ignoree."
                   GO TO 0250-CUMUL-CATEGORIE-FIN
               END-IF
               ADD 1 TO WS-MAX-CAT
               MOVE WS-MAX-CAT TO WS-CAT-TROUVEE
               MOVE F-PON-CATEGORIE TO WS-CAT-CODE(WS-CAT-TROUVEE)
               MOVE 0 TO WS-CAT-RELEVES(WS-CAT-TROUVEE)
               MOVE 0 TO WS-CAT-A-L-HEURE(WS-CAT-TROUVEE)
               MOVE 0 TO WS-CAT-CUMUL-RETARD(WS-CAT-TROUVEE)
               MOVE 0 TO WS-CAT-RETARD-MAX(WS-CAT-TROUVEE)
               MOVE 0 TO WS-CAT-INDEMNISES(WS-CAT-TROUVEE)
           END-IF.

           ADD 1 TO WS-CAT-RELEVES(WS-CAT-TROUVEE).
           ADD F-PON-RETARD-ARRIVEE
             TO WS-CAT-CUMUL-RETARD(WS-CAT-TROUVEE).
           IF F-PON-RETARD-ARRIVEE < WS-SEUIL-PONCTUEL
               ADD 1 TO WS-CAT-A-L-HEURE(WS-CAT-TROUVEE)
           END-IF.
           IF F-PON-RETARD-ARRIVEE > WS-CAT-RETARD-MAX(WS-CAT-TROUVEE)
               MOVE F-PON-RETARD-ARRIVEE
                 TO WS-CAT-RETARD-MAX(WS-CAT-TROUVEE)
           END-IF.
           IF F-PON-PCT-INDEMNITE > 0
               ADD 1 TO WS-CAT-INDEMNISES(WS-CAT-TROUVEE)
           END-IF.

           EXIT.

       0250-CUMUL-CATEGORIE-FIN.

      *-----------------------------------------------------------------

       0260-CUMUL-GARE-DEB.

           MOVE 0 TO WS-GARE-TROUVEE.

           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
                   UNTIL WS-IDX-GARE > WS-MAX-GARE

               IF WS-GARE-STATION(WS-IDX-GARE) = F-PON-STATION
                   MOVE WS-IDX-GARE TO WS-GARE-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-GARE-TROUVEE = 0
               IF WS-MAX-GARE >= WS-CAPACITE-GARE
                   DISPLAY "Attention : table des gares pleine, "
                           F-PON-STATION " ignoree."
                   GO TO 0260-CUMUL-GARE-FIN
               END-IF
               ADD 1 TO WS-MAX-GARE
               MOVE WS-MAX-GARE TO WS-GARE-TROUVEE
               MOVE F-PON-STATION TO WS-GARE-STATION(WS-GARE-TROUVEE)
               MOVE 0 TO WS-GARE-RELEVES(WS-GARE-TROUVEE)
               MOVE 0 TO WS-GARE-A-L-HEURE(WS-GARE-TROUVEE)
               MOVE 0 TO WS-GARE-CUMUL-RETARD(WS-GARE-TROUVEE)
               MOVE 0 TO WS-GARE-RETARD-MAX(WS-GARE-TROUVEE)
               MOVE 0 TO WS-GARE-INDEMNISES(WS-GARE-TROUVEE)
           END-IF.

           ADD 1 TO WS-GARE-RELEVES(WS-GARE-TROUVEE).
           ADD F-PON-RETARD-ARRIVEE
             TO WS-GARE-CUMUL-RETARD(WS-GARE-TROUVEE).
           IF F-PON-RETARD-ARRIVEE < WS-SEUIL-PONCTUEL
               ADD 1 TO WS-GARE-A-L-HEURE(WS-GARE-TROUVEE)
           END-IF.
           IF F-PON-RETARD-ARRIVEE
              > WS-GARE-RETARD-MAX(WS-GARE-TROUVEE)
               MOVE F-PON-RETARD-ARRIVEE
                 TO WS-GARE-RETARD-MAX(WS-GARE-TROUVEE)
           END-IF.
           IF F-PON-PCT-INDEMNITE > 0
               ADD 1 TO WS-GARE-INDEMNISES(WS-GARE-TROUVEE)
           END-IF.

           EXIT.

       0260-CUMUL-GARE-FIN.

      *-----------------------------------------------------------------

      *Rapport : categories, puis gares de depart, puis total du mois
       0300-RAPPORT-DEB.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "PONCTUALITE DU MOIS " WS-SAISIE-MOIS(1:4) "-"
                   WS-SAISIE-MOIS(5:2)
                   " (a l'heure = moins de " WS-SEUIL-PONCTUEL
                   " min de retard)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "PAR CATEGORIE" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM 0320-ENTETE-DEB
              THRU 0320-ENTETE-FIN.

           PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                   UNTIL WS-IDX-CAT > WS-MAX-CAT

               MOVE WS-CAT-CODE(WS-IDX-CAT) TO WS-LIB-GROUPE
               MOVE WS-CAT-RELEVES(WS-IDX-CAT) TO WS-ED-RELEVES
               MOVE WS-CAT-A-L-HEURE(WS-IDX-CAT) TO WS-ED-A-L-HEURE
               MOVE WS-CAT-CUMUL-RETARD(WS-IDX-CAT)
                 TO WS-ED-CUMUL-RETARD
               MOVE WS-CAT-RETARD-MAX(WS-IDX-CAT) TO WS-ED-RETARD-MAX
               MOVE WS-CAT-INDEMNISES(WS-IDX-CAT) TO WS-ED-INDEMNISES
               PERFORM 0350-LIGNE-GROUPE-DEB
                  THRU 0350-LIGNE-GROUPE-FIN

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "PAR GARE DE DEPART" TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM 0320-ENTETE-DEB
              THRU 0320-ENTETE-FIN.

           PERFORM VARYING WS-IDX-GARE FROM 1 BY 1
                   UNTIL WS-IDX-GARE > WS-MAX-GARE

               MOVE WS-GARE-STATION(WS-IDX-GARE) TO WS-LIB-GROUPE
               MOVE WS-GARE-RELEVES(WS-IDX-GARE) TO WS-ED-RELEVES
               MOVE WS-GARE-A-L-HEURE(WS-IDX-GARE) TO WS-ED-A-L-HEURE
               MOVE WS-GARE-CUMUL-RETARD(WS-IDX-GARE)
                 TO WS-ED-CUMUL-RETARD
               MOVE WS-GARE-RETARD-MAX(WS-IDX-GARE)
                 TO WS-ED-RETARD-MAX
               MOVE WS-GARE-INDEMNISES(WS-IDX-GARE)
                 TO WS-ED-INDEMNISES
               PERFORM 0350-LIGNE-GROUPE-DEB
                  THRU 0350-LIGNE-GROUPE-FIN

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "TOTAL DU MOIS" TO WS-LIB-GROUPE.
           MOVE WS-TOT-RELEVES TO WS-ED-RELEVES.
           MOVE WS-TOT-A-L-HEURE TO WS-ED-A-L-HEURE.
           MOVE WS-TOT-CUMUL-RETARD TO WS-ED-CUMUL-RETARD.
           MOVE WS-TOT-RETARD-MAX TO WS-ED-RETARD-MAX.
           MOVE WS-TOT-INDEMNISES TO WS-ED-INDEMNISES.
           PERFORM 0350-LIGNE-GROUPE-DEB
              THRU 0350-LIGNE-GROUPE-FIN.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Rapport ecrit dans rapport-ponctualite.txt.".

           EXIT.

       0300-RAPPORT-FIN.

      *-----------------------------------------------------------------

       0320-ENTETE-DEB.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "GROUPE             RELEVES A L'HEURE   TAUX "
                   " RET.MOY RET.MAX INDEMNISES"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0320-ENTETE-FIN.

      *-----------------------------------------------------------------

      *Ligne d'un groupe : taux de ponctualite et retard moyen a
      *l'arrivee sur les services releves
       0350-LIGNE-GROUPE-DEB.

           MOVE 0 TO WS-TAUX.
           MOVE 0 TO WS-RETARD-MOYEN.

           IF WS-ED-RELEVES > 0
               COMPUTE WS-TAUX ROUNDED =
                   WS-ED-A-L-HEURE * 100 / WS-ED-RELEVES
               COMPUTE WS-RETARD-MOYEN ROUNDED =
                   WS-ED-CUMUL-RETARD / WS-ED-RELEVES
           END-IF.

           MOVE WS-TAUX TO WS-TAUX-ED.
           MOVE WS-RETARD-MOYEN TO WS-RETARD-MOYEN-ED.
           MOVE WS-ED-RETARD-MAX TO WS-RETARD-MAX-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING WS-LIB-GROUPE " " WS-ED-RELEVES "   "
                   WS-ED-A-L-HEURE "   " WS-TAUX-ED " % "
                   WS-RETARD-MOYEN-ED "    " WS-RETARD-MAX-ED "      "
                   WS-ED-INDEMNISES
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0350-LIGNE-GROUPE-FIN.
