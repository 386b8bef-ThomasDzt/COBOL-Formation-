      *sans finir ou a fini avec un code anormal, et celle dont le
      *volume traite s'ecarte de plus de moitie de l'execution
      *precedente. Remplace le coup d'oeil aux dates des fichiers.
      *Une etape dont la regle de passage de chaine-nuit.cfg (module
      *echeance) ne la prevoyait pas cette nuit-la n'est plus
      *signalee comme n'ayant pas tourne ; une etape absente de la
      *configuration est attendue toutes les nuits.
      *Le bilan cite enfin les cinq etapes les plus longues de la
      *nuit (ecart entre les lignes D et F, au-dela de minuit s'il le
      *faut) ; le suivi des durees sur 30 nuits est dans durenuit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. bilanuit.
       SELECT FICHIER-BILAN ASSIGN TO "bilan-nuit.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-CONFIG ASSIGN TO "chaine-nuit.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-BILAN.
       01 F-LIGNE-BILAN              PIC X(80).

       FD FICHIER-CONFIG.
       01 F-LIGNE-CONFIG.
           05 F-CFG-PROGRAMME        PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-CFG-COMMANDE         PIC X(60).
           05 FILLER                 PIC X(01).
           05 F-CFG-REGLE            PIC X(14).

       WORKING-STORAGE SECTION.

       01 WS-STATUT-JOURNAL          PIC X(02).
               10 WS-ETAPE-LUS-AVANT     PIC 9(07).
               10 WS-ETAPE-AVANT-VUE     PIC X.
                   88 WS-ETAPE-AVANT-OUI         VALUE "O".
               10 WS-ETAPE-REGLE         PIC X(14).
               10 WS-ETAPE-PREVUE        PIC X.
                   88 WS-ETAPE-PREVUE-OUI        VALUE "O".

       77 WS-IDX                     PIC 9(01).
       01 WS-NB-ETAPES               PIC 9(01)   VALUE 5.
       01 WS-ECART-SEUIL             PIC 9(07).
       01 WS-ECART                   PIC S9(08).
       01 WS-NB-ANOMALIES            PIC 9(03)   VALUE 0.
       01 WS-NB-NON-PREVUES          PIC 9(01)   VALUE 0.

      *Duree de chaque programme journalise la nuit examinee
       01 WS-TABLEAU-DUREES.
           05 WS-DUR OCCURS 50 TIMES.
               10 WS-DUR-PROGRAMME       PIC X(10).
               10 WS-DUR-DEBUT-DATE      PIC X(08).
               10 WS-DUR-DEBUT-SEC       PIC 9(05).
               10 WS-DUR-SECONDES        PIC 9(06).
               10 WS-DUR-CITEE           PIC X.
                   88 WS-DUR-CITEE-OUI           VALUE "O".

       77 WS-IDX-DUR                 PIC 9(02).
       01 WS-MAX-DUR                 PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-DUR            PIC 9(02)   VALUE 50.
       01 WS-IDX-PLUS-LONG           PIC 9(02).
       01 WS-RANG-LENT               PIC 9(01).

       01 WS-HEURE                   PIC 9(06).
       01 WS-HEURE-R REDEFINES WS-HEURE.
           05 WS-HEU-HH              PIC 9(02).
           05 WS-HEU-MM              PIC 9(02).
           05 WS-HEU-SS              PIC 9(02).
       01 WS-SECONDES                PIC 9(05).
       01 WS-DUREE                   PIC S9(07).

      *Zones d'appel du module des regles de passage
       01 WS-ECH-REGLE               PIC X(14).
       01 WS-ECH-DATE                PIC 9(08).
       01 WS-ECH-RESULTAT            PIC 9(01).
           88 WS-ECH-NON-PREVUE              VALUE 1.


       PROCEDURE DIVISION.
           PERFORM 0200-PREMIERE-PASSE-DEB
              THRU 0200-PREMIERE-PASSE-FIN.

           PERFORM 0250-ECHEANCES-DEB
              THRU 0250-ECHEANCES-FIN.

           PERFORM 0300-DEUXIEME-PASSE-DEB
              THRU 0300-DEUXIEME-PASSE-FIN.

               MOVE 0 TO WS-ETAPE-CODE(WS-IDX)
               MOVE 0 TO WS-ETAPE-LUS(WS-IDX)
               MOVE 0 TO WS-ETAPE-LUS-AVANT(WS-IDX)
               MOVE SPACES TO WS-ETAPE-REGLE(WS-IDX)
               MOVE "O" TO WS-ETAPE-PREVUE(WS-IDX)
           END-PERFORM.

           EXIT.

      *-----------------------------------------------------------------

      *Regle de passage de chaque etape attendue et echeance a la
      *nuit examinee ; une regle inconnue laisse l'etape attendue
       0250-ECHEANCES-DEB.

           IF WS-DERNIERE-DATE NOT NUMERIC
               GO TO 0250-ECHEANCES-FIN
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-CONFIG.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-CONFIG
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-NB-ETAPES
                           IF F-CFG-PROGRAMME
                              = WS-ETAPE-PROGRAMME(WS-IDX)
                               MOVE F-CFG-REGLE
                                 TO WS-ETAPE-REGLE(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CONFIG.

           MOVE WS-DERNIERE-DATE TO WS-ECH-DATE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ETAPES
               MOVE WS-ETAPE-REGLE(WS-IDX) TO WS-ECH-REGLE
               CALL "echeance" USING WS-ECH-REGLE,
                                     WS-ECH-DATE,
                                     WS-ECH-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE
               IF WS-ECH-NON-PREVUE
                   MOVE "N" TO WS-ETAPE-PREVUE(WS-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       0250-ECHEANCES-FIN.

      *-----------------------------------------------------------------

      *Deuxieme passe : pour chaque etape, memoire du debut et de la
      *fin de la derniere nuit, et du volume de la fin precedente
      *pour la comparaison
                           END-IF

                       END-PERFORM
                       PERFORM 0380-DUREE-DEB
                          THRU 0380-DUREE-FIN
               END-READ

           END-PERFORM.

       0350-CUMUL-ETAPE-FIN.

      *-----------------------------------------------------------------

      *Debut memorise par programme ; une fin de la nuit examinee
      *donne la duree de l'etape (la derniere execution l'emporte)
       0380-DUREE-DEB.

           IF F-JRN-HEURE NOT NUMERIC
               GO TO 0380-DUREE-FIN
           END-IF.

           MOVE F-JRN-HEURE TO WS-HEURE.
           COMPUTE WS-SECONDES =
               WS-HEU-HH * 3600 + WS-HEU-MM * 60 + WS-HEU-SS.

           PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                   UNTIL WS-IDX-DUR > WS-MAX-DUR
                      OR WS-DUR-PROGRAMME(WS-IDX-DUR)
                         = F-JRN-PROGRAMME
               CONTINUE
           END-PERFORM.

           IF F-JRN-TYPE = "D"
               IF WS-IDX-DUR > WS-MAX-DUR
                   IF WS-MAX-DUR >= WS-CAPACITE-DUR
                       GO TO 0380-DUREE-FIN
                   END-IF
                   ADD 1 TO WS-MAX-DUR
                   MOVE F-JRN-PROGRAMME TO WS-DUR-PROGRAMME(WS-IDX-DUR)
                   MOVE 0 TO WS-DUR-SECONDES(WS-IDX-DUR)
                   MOVE "N" TO WS-DUR-CITEE(WS-IDX-DUR)
               END-IF
               MOVE F-JRN-DATE TO WS-DUR-DEBUT-DATE(WS-IDX-DUR)
               MOVE WS-SECONDES TO WS-DUR-DEBUT-SEC(WS-IDX-DUR)
               GO TO 0380-DUREE-FIN
           END-IF.

           IF F-JRN-TYPE NOT = "F"
           OR F-JRN-DATE NOT = WS-DERNIERE-DATE
           OR WS-IDX-DUR > WS-MAX-DUR
               GO TO 0380-DUREE-FIN
           END-IF.

           COMPUTE WS-DUREE =
               WS-SECONDES - WS-DUR-DEBUT-SEC(WS-IDX-DUR).

           IF WS-DUR-DEBUT-DATE(WS-IDX-DUR) NOT = F-JRN-DATE
               ADD 86400 TO WS-DUREE
           END-IF.

           IF WS-DUREE >= 0
               MOVE WS-DUREE TO WS-DUR-SECONDES(WS-IDX-DUR)
           END-IF.

           EXIT.

       0380-DUREE-FIN.

      *-----------------------------------------------------------------

       0400-ECRIT-BILAN-DEB.

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-BILAN.
           MOVE "ETAPES LES PLUS LONGUES DE LA NUIT :"
             TO F-LIGNE-BILAN.
           WRITE F-LIGNE-BILAN.

           PERFORM 0480-PLUS-LONGUE-DEB
              THRU 0480-PLUS-LONGUE-FIN
              VARYING WS-RANG-LENT FROM 1 BY 1
              UNTIL WS-RANG-LENT > 5.

           MOVE SPACES TO F-LIGNE-BILAN.

           IF WS-NB-ANOMALIES = 0

           CLOSE FICHIER-BILAN.

           DISPLAY "Bilan ecrit : " WS-NB-ANOMALIES " anomalie(s), "
                   WS-NB-NON-PREVUES " etape(s) non prevue(s).".

           EXIT.


           EVALUATE TRUE

               WHEN NOT WS-ETAPE-DEBUT-OUI(WS-IDX)
               AND NOT WS-ETAPE-PREVUE-OUI(WS-IDX)
                   ADD 1 TO WS-NB-NON-PREVUES
                   STRING WS-ETAPE-PROGRAMME(WS-IDX)
                           " : NON PREVUE CETTE NUIT ("
                           FUNCTION TRIM(WS-ETAPE-REGLE(WS-IDX)) ")"
                       DELIMITED BY SIZE INTO F-LIGNE-BILAN

               WHEN NOT WS-ETAPE-DEBUT-OUI(WS-IDX)
                   ADD 1 TO WS-NB-ANOMALIES
                   STRING WS-ETAPE-PROGRAMME(WS-IDX)
           EXIT.

       0470-CONTROLE-VOLUME-FIN.

      *-----------------------------------------------------------------

      *Etape la plus longue parmi celles pas encore citees
       0480-PLUS-LONGUE-DEB.

           MOVE 0 TO WS-IDX-PLUS-LONG.

           PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                   UNTIL WS-IDX-DUR > WS-MAX-DUR
               IF NOT WS-DUR-CITEE-OUI(WS-IDX-DUR)
               AND WS-DUR-SECONDES(WS-IDX-DUR) > 0
                   IF WS-IDX-PLUS-LONG = 0
                       MOVE WS-IDX-DUR TO WS-IDX-PLUS-LONG
                   ELSE
                       IF WS-DUR-SECONDES(WS-IDX-DUR)
                          > WS-DUR-SECONDES(WS-IDX-PLUS-LONG)
                           MOVE WS-IDX-DUR TO WS-IDX-PLUS-LONG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-IDX-PLUS-LONG = 0
               GO TO 0480-PLUS-LONGUE-FIN
           END-IF.

           SET WS-DUR-CITEE-OUI(WS-IDX-PLUS-LONG) TO TRUE.

           MOVE SPACES TO F-LIGNE-BILAN.
           STRING "  " WS-RANG-LENT ". "
                   WS-DUR-PROGRAMME(WS-IDX-PLUS-LONG) " "
                   WS-DUR-SECONDES(WS-IDX-PLUS-LONG) " seconde(s)"
               DELIMITED BY SIZE INTO F-LIGNE-BILAN.
           WRITE F-LIGNE-BILAN.

           EXIT.

       0480-PLUS-LONGUE-FIN.
