      *Regle de passage d'une etape de la chaine de nuit, commune a
      *chainuit qui decide des etapes a lancer et a bilanuit qui ne
      *reclame pas une etape qui n'etait pas prevue. La regle (colonne
      *de chaine-nuit.cfg) se lit pour la date LK-DATE :
      *  QUOTIDIEN ou a blanc : toutes les nuits
      *  LUNDI ... DIMANCHE   : ce jour de semaine
      *  FIN-MOIS             : dernier jour ouvre du mois
      *  FIN-TRIMESTRE        : dernier jour ouvre de mars, juin,
      *                         septembre et decembre
      *  DATE AAAAMMJJ        : cette date seulement (AAAA a 0000 :
      *                         ce jour et ce mois tous les ans)
      *Un jour ouvre va du lundi au vendredi hors jours feries du
      *calendrier jours-feries.txt (une date AAAAMMJJ par ligne, puis
      *un libelle), charge au premier appel. Jours de semaine par le
      *module de dates commun datutil.
      *
      *LK-RESULTAT : 0 = etape prevue, 1 = non prevue, 2 = regle
      *inconnue (RETURN-CODE 8).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. echeance.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-FERIES ASSIGN TO "jours-feries.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-FERIES.
       01 F-FERIE.
           05 F-FER-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-FER-LIBELLE          PIC X(30).

       WORKING-STORAGE SECTION.

      *Jours feries, charges une fois pour toute l'execution
       01 WS-TABLEAU-FERIES.
           05 WS-FERIE OCCURS 200 TIMES  PIC 9(08).

       77 WS-IDX-FER                 PIC 9(03).
       01 WS-MAX-FERIES              PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-FERIES         PIC 9(03)   VALUE 200.

       01 WS-FERIES-CHARGES          PIC X       VALUE "N".
           88 WS-FERIES-CHARGES-OUI          VALUE "O".

       01 WS-FIN-LECTURE             PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI             VALUE "O".

      *Zones d'appel du module de dates commun
       01 WS-DATUTIL-FONCTION        PIC X(05).
       01 WS-DATUTIL-DATE-1          PIC 9(08).
       01 WS-DATUTIL-DATE-2          PIC 9(08).
       01 WS-DATUTIL-NOMBRE          PIC S9(07).
       01 WS-DATUTIL-RESULTAT        PIC 9(01).

      *Jour examine et jour ouvre suivant
       01 WS-DATE-EXAMINEE           PIC 9(08).
       01 WS-DATE-EXAMINEE-R REDEFINES WS-DATE-EXAMINEE.
           05 WS-EXA-ANNEE           PIC 9(04).
           05 WS-EXA-MOIS            PIC 9(02).
           05 WS-EXA-JOUR            PIC 9(02).

       01 WS-DATE-SUIVANTE           PIC 9(08).
       01 WS-DATE-SUIVANTE-R REDEFINES WS-DATE-SUIVANTE.
           05 WS-SUI-ANNEE           PIC 9(04).
           05 WS-SUI-MOIS            PIC 9(02).
           05 WS-SUI-JOUR            PIC 9(02).

       01 WS-DATE-REGLE              PIC X(08).
       01 WS-DATE-REGLE-R REDEFINES WS-DATE-REGLE.
           05 WS-REG-ANNEE           PIC X(04).
           05 WS-REG-MOIS-JOUR       PIC X(04).

       01 WS-JOUR-SEMAINE            PIC 9(01).
       01 WS-JOUR-REGLE              PIC 9(01).
       01 WS-NB-JOURS-VUS            PIC 9(02).

       01 WS-JOUR-OUVRE              PIC X.
           88 WS-JOUR-OUVRE-OUI              VALUE "O".

       01 WS-FIN-MOIS                PIC X.
           88 WS-FIN-MOIS-OUI                VALUE "O".

       LINKAGE SECTION.

       01 LK-REGLE                   PIC X(14).
       01 LK-DATE                    PIC 9(08).
       01 LK-RESULTAT                PIC 9(01).


       PROCEDURE DIVISION USING LK-REGLE,
                                LK-DATE,
                                LK-RESULTAT.

           MOVE 0 TO RETURN-CODE.
           MOVE 1 TO LK-RESULTAT.

           IF NOT WS-FERIES-CHARGES-OUI
               PERFORM 0100-CHARGE-FERIES-DEB
                  THRU 0100-CHARGE-FERIES-FIN
           END-IF.

           MOVE 0 TO WS-JOUR-REGLE.

           EVALUATE LK-REGLE
               WHEN SPACES
               WHEN "QUOTIDIEN"
                   MOVE 0 TO LK-RESULTAT
               WHEN "LUNDI"
                   MOVE 1 TO WS-JOUR-REGLE
               WHEN "MARDI"
                   MOVE 2 TO WS-JOUR-REGLE
               WHEN "MERCREDI"
                   MOVE 3 TO WS-JOUR-REGLE
               WHEN "JEUDI"
                   MOVE 4 TO WS-JOUR-REGLE
               WHEN "VENDREDI"
                   MOVE 5 TO WS-JOUR-REGLE
               WHEN "SAMEDI"
                   MOVE 6 TO WS-JOUR-REGLE
               WHEN "DIMANCHE"
                   MOVE 7 TO WS-JOUR-REGLE
               WHEN "FIN-MOIS"
                   PERFORM 0300-FIN-DE-MOIS-DEB
                      THRU 0300-FIN-DE-MOIS-FIN
                   IF WS-FIN-MOIS-OUI
                       MOVE 0 TO LK-RESULTAT
                   END-IF
               WHEN "FIN-TRIMESTRE"
                   PERFORM 0300-FIN-DE-MOIS-DEB
                      THRU 0300-FIN-DE-MOIS-FIN
                   MOVE LK-DATE TO WS-DATE-EXAMINEE
                   IF WS-FIN-MOIS-OUI
                   AND (WS-EXA-MOIS = 3 OR 6 OR 9 OR 12)
                       MOVE 0 TO LK-RESULTAT
                   END-IF
               WHEN OTHER
                   PERFORM 0400-DATE-PRECISE-DEB
                      THRU 0400-DATE-PRECISE-FIN
           END-EVALUATE.

           IF WS-JOUR-REGLE > 0
               MOVE LK-DATE TO WS-DATE-EXAMINEE
               PERFORM 0200-JOUR-OUVRE-DEB
                  THRU 0200-JOUR-OUVRE-FIN
               IF WS-JOUR-SEMAINE = WS-JOUR-REGLE
                   MOVE 0 TO LK-RESULTAT
               END-IF
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Calendrier des jours feries : les lignes sans date AAAAMMJJ
      *(titre, commentaire) sont ignorees
       0100-CHARGE-FERIES-DEB.

           OPEN INPUT FICHIER-FERIES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-FERIES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-FER-DATE IS NUMERIC
                       AND WS-MAX-FERIES < WS-CAPACITE-FERIES
                           ADD 1 TO WS-MAX-FERIES
                           MOVE F-FER-DATE
                             TO WS-FERIE(WS-MAX-FERIES)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-FERIES.

           SET WS-FERIES-CHARGES-OUI TO TRUE.

           EXIT.

       0100-CHARGE-FERIES-FIN.

      *-----------------------------------------------------------------

      *Jour de semaine de WS-DATE-EXAMINEE et jour ouvre ou non
       0200-JOUR-OUVRE-DEB.

           MOVE "N" TO WS-JOUR-OUVRE.

           MOVE "JSEM " TO WS-DATUTIL-FONCTION.
           MOVE WS-DATE-EXAMINEE TO WS-DATUTIL-DATE-1.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.
           MOVE WS-DATUTIL-RESULTAT TO WS-JOUR-SEMAINE.
           MOVE 0 TO RETURN-CODE.

           IF WS-JOUR-SEMAINE > 5
               GO TO 0200-JOUR-OUVRE-FIN
           END-IF.

           PERFORM VARYING WS-IDX-FER FROM 1 BY 1
                   UNTIL WS-IDX-FER > WS-MAX-FERIES
               IF WS-FERIE(WS-IDX-FER) = WS-DATE-EXAMINEE
                   GO TO 0200-JOUR-OUVRE-FIN
               END-IF
           END-PERFORM.

           SET WS-JOUR-OUVRE-OUI TO TRUE.

           EXIT.

       0200-JOUR-OUVRE-FIN.

      *-----------------------------------------------------------------

      *Dernier jour ouvre du mois : LK-DATE est ouvre et le jour
      *ouvre suivant tombe dans un autre mois
       0300-FIN-DE-MOIS-DEB.

           MOVE "N" TO WS-FIN-MOIS.

           MOVE LK-DATE TO WS-DATE-EXAMINEE.
           PERFORM 0200-JOUR-OUVRE-DEB
              THRU 0200-JOUR-OUVRE-FIN.

           IF NOT WS-JOUR-OUVRE-OUI
               GO TO 0300-FIN-DE-MOIS-FIN
           END-IF.

           MOVE 0 TO WS-NB-JOURS-VUS.
           MOVE "N" TO WS-JOUR-OUVRE.

           PERFORM UNTIL WS-JOUR-OUVRE-OUI
                   OR WS-NB-JOURS-VUS >= 31
               ADD 1 TO WS-NB-JOURS-VUS
               MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
               MOVE LK-DATE TO WS-DATUTIL-DATE-1
               MOVE WS-NB-JOURS-VUS TO WS-DATUTIL-NOMBRE
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-DATE-2 TO WS-DATE-EXAMINEE
               PERFORM 0200-JOUR-OUVRE-DEB
                  THRU 0200-JOUR-OUVRE-FIN
           END-PERFORM.

           MOVE WS-DATE-EXAMINEE TO WS-DATE-SUIVANTE.
           MOVE LK-DATE TO WS-DATE-EXAMINEE.

           IF WS-SUI-MOIS NOT = WS-EXA-MOIS
               SET WS-FIN-MOIS-OUI TO TRUE
           END-IF.

           EXIT.

       0300-FIN-DE-MOIS-FIN.

      *-----------------------------------------------------------------

      *DATE AAAAMMJJ, ou DATE 0000MMJJ pour une etape annuelle
       0400-DATE-PRECISE-DEB.

           IF LK-REGLE(1:5) NOT = "DATE "
           OR LK-REGLE(6:8) NOT NUMERIC
           OR LK-REGLE(14:1) NOT = SPACE
               MOVE 2 TO LK-RESULTAT
               MOVE 8 TO RETURN-CODE
               GO TO 0400-DATE-PRECISE-FIN
           END-IF.

           MOVE LK-REGLE(6:8) TO WS-DATE-REGLE.
           MOVE LK-DATE TO WS-DATE-EXAMINEE.

           IF WS-REG-ANNEE = "0000"
               IF WS-REG-MOIS-JOUR = WS-DATE-EXAMINEE(5:4)
                   MOVE 0 TO LK-RESULTAT
               END-IF
           ELSE
               IF WS-DATE-REGLE = WS-DATE-EXAMINEE
                   MOVE 0 TO LK-RESULTAT
               END-IF
           END-IF.

           EXIT.

       0400-DATE-PRECISE-FIN.

      *-----------------------------------------------------------------

       END PROGRAM echeance.
