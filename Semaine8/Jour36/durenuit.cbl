      *Durees de la chaine de nuit : les lignes de debut (D) et de
      *fin (F) de journal-executions.txt donnent la duree de chaque
      *etape, rangee a la nuit de sa ligne de fin : la date de la
      *fin, ou le lendemain quand la fenetre passe minuit et que
      *l'etape finit avant minuit, apres le debut de la fenetre (la
      *nuit porte la date du matin). L'historique durees-nuit.txt
      *garde les 30 dernieres nuits, completees ou corrigees a chaque
      *passage par le journal. Le rapport durees-nuit-rapport.txt
      *donne pour la derniere nuit la duree de chaque etape, sa
      *moyenne des nuits precedentes, sa tendance (secondes gagnees
      *ou perdues par nuit) et sa part de la fenetre batch, signale
      *toute etape plus de deux fois plus longue que sa moyenne, et
      *projette par la tendance de l'heure de fin de chaine la nuit
      *ou la chaine depassera l'ouverture. La fenetre se regle dans
      *fenetre-nuit.cfg (debut puis ouverture, HHMMSS, 000000 et
      *060000 a defaut).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. durenuit.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-JOURNAL ASSIGN TO "journal-executions.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.

       SELECT OPTIONAL FICHIER-HISTORIQUE
       ASSIGN TO "durees-nuit.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-FENETRE ASSIGN TO "fenetre-nuit.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "durees-nuit-rapport.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL.
           05 F-JRN-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-JRN-HEURE            PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-JRN-PROGRAMME        PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-JRN-TYPE             PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-JRN-LUS              PIC 9(07).
           05 FILLER                 PIC X(01).
           05 F-JRN-ECRITS           PIC 9(07).
           05 FILLER                 PIC X(01).
           05 F-JRN-CODE             PIC 9(04).

      *Une etape d'une nuit : heures de debut et de fin, duree en
      *secondes
       FD FICHIER-HISTORIQUE.
       01 F-DUREE.
           05 F-DUR-NUIT             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-DUR-PROGRAMME        PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-DUR-DEBUT            PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-DUR-FIN              PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-DUR-SECONDES         PIC 9(06).

       FD FICHIER-FENETRE.
       01 F-FENETRE.
           05 F-FEN-DEBUT            PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-FEN-OUVERTURE        PIC X(06).

       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-STATUT-JOURNAL          PIC X(02).
           88 WS-STATUT-JOURNAL-OK           VALUE "00".

       01 WS-FIN-LECTURE             PIC X   VALUE "N".
           88 WS-FIN-LECTURE-OUI             VALUE "O".

      *Nuits retenues, par ordre croissant (les 30 dernieres)
       01 WS-TABLEAU-NUITS.
           05 WS-NUIT OCCURS 30 TIMES    PIC X(08).

       77 WS-IDX-NUIT                PIC 9(02).
       01 WS-NB-NUITS                PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-NUITS          PIC 9(02)   VALUE 30.
       01 WS-NUIT-CANDIDATE          PIC X(08).

      *Etapes des nuits retenues
       01 WS-TABLEAU-DUREES.
           05 WS-DUR OCCURS 1200 TIMES.
               10 WS-DUR-NUIT            PIC X(08).
               10 WS-DUR-PROGRAMME       PIC X(10).
               10 WS-DUR-DEBUT           PIC X(06).
               10 WS-DUR-FIN             PIC X(06).
               10 WS-DUR-SECONDES        PIC 9(06).

       77 WS-IDX-DUR                 PIC 9(04).
       01 WS-RANGE-NUIT              PIC X(08).
       01 WS-RANGE-PROGRAMME         PIC X(10).
       01 WS-RANGE-FIN               PIC X(06).
       01 WS-MAX-DUR                 PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-DUR            PIC 9(04)   VALUE 1200.

      *Dernier debut vu de chaque programme dans le journal
       01 WS-TABLEAU-DEBUTS.
           05 WS-DEB OCCURS 50 TIMES.
               10 WS-DEB-PROGRAMME       PIC X(10).
               10 WS-DEB-DATE            PIC X(08).
               10 WS-DEB-HEURE           PIC X(06).

       77 WS-IDX-DEB                 PIC 9(02).
       01 WS-MAX-DEB                 PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-DEB            PIC 9(02)   VALUE 50.

      *Etapes de la derniere nuit, analysees pour le rapport
       01 WS-TABLEAU-ETAPES.
           05 WS-ETP OCCURS 50 TIMES.
               10 WS-ETP-PROGRAMME       PIC X(10).
               10 WS-ETP-SECONDES        PIC 9(06).

       77 WS-IDX-ETP                 PIC 9(02).
       01 WS-MAX-ETP                 PIC 9(02)   VALUE 0.

      *Conversion HHMMSS en secondes depuis minuit
       01 WS-HEURE                   PIC 9(06).
       01 WS-HEURE-R REDEFINES WS-HEURE.
           05 WS-HEU-HH              PIC 9(02).
           05 WS-HEU-MM              PIC 9(02).
           05 WS-HEU-SS              PIC 9(02).
       01 WS-SECONDES                PIC 9(06).
       01 WS-SECONDES-DEBUT          PIC 9(06).
       01 WS-SECONDES-FIN            PIC 9(06).
       01 WS-DUREE                   PIC S9(07).

      *Fenetre batch
       01 WS-FENETRE-DEBUT           PIC X(06)   VALUE "000000".
       01 WS-FENETRE-OUVERTURE       PIC X(06)   VALUE "060000".
       01 WS-SEC-FENETRE-DEBUT       PIC 9(06).
       01 WS-SEC-OUVERTURE           PIC 9(06).
       01 WS-SEC-FENETRE             PIC 9(06).

      *Tendance par moindres carres sur les nuits retenues
       01 WS-REG-N                   PIC 9(03).
       01 WS-REG-SX                  PIC S9(09).
       01 WS-REG-SY                  PIC S9(11).
       01 WS-REG-SXY                 PIC S9(13).
       01 WS-REG-SXX                 PIC S9(11).
       01 WS-REG-DENOMINATEUR        PIC S9(13).
       01 WS-REG-PENTE               PIC S9(07)V99.
       01 WS-X                       PIC 9(03).
       01 WS-Y                       PIC 9(06).

      *Analyse d'une etape
       01 WS-CUMUL-AVANT             PIC 9(09).
       01 WS-NB-AVANT                PIC 9(03).
       01 WS-MOYENNE                 PIC 9(06).
       01 WS-PART                    PIC 9(03).
       01 WS-ALERTE                  PIC X(14).
       01 WS-TENDANCE-ED             PIC +9(05).
       01 WS-NB-ALERTES              PIC 9(03)   VALUE 0.

      *Fin de chaine de chaque nuit, en secondes depuis le debut de
      *la fenetre
       01 WS-TABLEAU-FINS.
           05 WS-FIN-CHAINE OCCURS 30 TIMES  PIC 9(06).
       01 WS-FIN-DERNIERE            PIC 9(06).
       01 WS-MARGE                   PIC S9(07).
       01 WS-MARGE-ED                PIC -9(06).
       01 WS-NB-NUITS-RESTANTES      PIC 9(05).
       01 WS-FIN-HHMMSS              PIC 9(06).

      *Zones d'appel du module de dates commun
       01 WS-DATUTIL-FONCTION        PIC X(05).
       01 WS-DATUTIL-DATE-1          PIC 9(08).
       01 WS-DATUTIL-DATE-2          PIC 9(08).
       01 WS-DATUTIL-NOMBRE          PIC S9(07).
       01 WS-DATUTIL-RESULTAT        PIC 9(01).


       PROCEDURE DIVISION.

           PERFORM 0100-FENETRE-DEB
              THRU 0100-FENETRE-FIN.

           PERFORM 0200-NUITS-DEB
              THRU 0200-NUITS-FIN.

           PERFORM 0300-DUREES-DEB
              THRU 0300-DUREES-FIN.

           PERFORM 0400-ECRIT-HISTORIQUE-DEB
              THRU 0400-ECRIT-HISTORIQUE-FIN.

           PERFORM 0500-RAPPORT-DEB
              THRU 0500-RAPPORT-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-FENETRE-DEB.

           OPEN INPUT FICHIER-FENETRE.

           READ FICHIER-FENETRE
               AT END
                   CONTINUE
               NOT AT END
                   IF F-FEN-DEBUT IS NUMERIC
                       MOVE F-FEN-DEBUT TO WS-FENETRE-DEBUT
                   END-IF
                   IF F-FEN-OUVERTURE IS NUMERIC
                       MOVE F-FEN-OUVERTURE TO WS-FENETRE-OUVERTURE
                   END-IF
           END-READ.

           CLOSE FICHIER-FENETRE.

           MOVE WS-FENETRE-DEBUT TO WS-HEURE.
           PERFORM 0900-SECONDES-DEB
              THRU 0900-SECONDES-FIN.
           MOVE WS-SECONDES TO WS-SEC-FENETRE-DEBUT.

           MOVE WS-FENETRE-OUVERTURE TO WS-HEURE.
           PERFORM 0900-SECONDES-DEB
              THRU 0900-SECONDES-FIN.
           MOVE WS-SECONDES TO WS-SEC-OUVERTURE.

      *Une fenetre ouverte la veille au soir passe minuit
           IF WS-SEC-OUVERTURE > WS-SEC-FENETRE-DEBUT
               COMPUTE WS-SEC-FENETRE =
                   WS-SEC-OUVERTURE - WS-SEC-FENETRE-DEBUT
           ELSE
               COMPUTE WS-SEC-FENETRE =
                   WS-SEC-OUVERTURE + 86400 - WS-SEC-FENETRE-DEBUT
           END-IF.

           EXIT.

       0100-FENETRE-FIN.

      *-----------------------------------------------------------------

      *Les 30 dernieres nuits, celles de l'historique et celles des
      *fins du journal
       0200-NUITS-DEB.

           OPEN INPUT FICHIER-JOURNAL.

           IF NOT WS-STATUT-JOURNAL-OK
               DISPLAY "Journal des executions introuvable (statut "
                       WS-STATUT-JOURNAL "), rien a mesurer."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-JOURNAL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-JRN-TYPE = "F"
                           PERFORM 0270-NUIT-ETAPE-DEB
                              THRU 0270-NUIT-ETAPE-FIN
                           PERFORM 0250-RETIENT-NUIT-DEB
                              THRU 0250-RETIENT-NUIT-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-JOURNAL.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-HISTORIQUE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-HISTORIQUE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       MOVE F-DUR-NUIT TO WS-NUIT-CANDIDATE
                       PERFORM 0250-RETIENT-NUIT-DEB
                          THRU 0250-RETIENT-NUIT-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-HISTORIQUE.

           IF WS-NB-NUITS = 0
               DISPLAY "Aucune fin d'etape au journal, rien a mesurer."
               STOP RUN
           END-IF.

           EXIT.

       0200-NUITS-FIN.

      *-----------------------------------------------------------------

      *Insertion triee ; table pleine, la plus ancienne nuit cede sa
      *place a une plus recente
       0250-RETIENT-NUIT-DEB.

           IF WS-NUIT-CANDIDATE NOT NUMERIC
               GO TO 0250-RETIENT-NUIT-FIN
           END-IF.

           PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                   UNTIL WS-IDX-NUIT > WS-NB-NUITS
               IF WS-NUIT(WS-IDX-NUIT) = WS-NUIT-CANDIDATE
                   GO TO 0250-RETIENT-NUIT-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-NUITS >= WS-CAPACITE-NUITS
               IF WS-NUIT-CANDIDATE < WS-NUIT(1)
                   GO TO 0250-RETIENT-NUIT-FIN
               END-IF
               PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                       UNTIL WS-IDX-NUIT >= WS-NB-NUITS
                   MOVE WS-NUIT(WS-IDX-NUIT + 1)
                     TO WS-NUIT(WS-IDX-NUIT)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-NUITS
           END-IF.

           ADD 1 TO WS-NB-NUITS.
           MOVE WS-NB-NUITS TO WS-IDX-NUIT.

           PERFORM UNTIL WS-IDX-NUIT = 1
                   OR WS-NUIT(WS-IDX-NUIT - 1) < WS-NUIT-CANDIDATE
               MOVE WS-NUIT(WS-IDX-NUIT - 1) TO WS-NUIT(WS-IDX-NUIT)
               SUBTRACT 1 FROM WS-IDX-NUIT
           END-PERFORM.

           MOVE WS-NUIT-CANDIDATE TO WS-NUIT(WS-IDX-NUIT).

           EXIT.

       0250-RETIENT-NUIT-FIN.

      *-----------------------------------------------------------------

      *Nuit d'une ligne de fin du journal, dans WS-NUIT-CANDIDATE :
      *sa date, ou le lendemain pour une fin prise entre le debut
      *d'une fenetre qui passe minuit et minuit
       0270-NUIT-ETAPE-DEB.

           MOVE F-JRN-DATE TO WS-NUIT-CANDIDATE.

           IF WS-SEC-FENETRE-DEBUT NOT > WS-SEC-OUVERTURE
           OR F-JRN-DATE NOT NUMERIC
           OR F-JRN-HEURE NOT NUMERIC
               GO TO 0270-NUIT-ETAPE-FIN
           END-IF.

           MOVE F-JRN-HEURE TO WS-HEURE.
           PERFORM 0900-SECONDES-DEB
              THRU 0900-SECONDES-FIN.

           IF WS-SECONDES < WS-SEC-FENETRE-DEBUT
               GO TO 0270-NUIT-ETAPE-FIN
           END-IF.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE F-JRN-DATE TO WS-DATUTIL-DATE-1.
           MOVE 1 TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           IF WS-DATUTIL-RESULTAT = 0
               MOVE WS-DATUTIL-DATE-2 TO WS-NUIT-CANDIDATE
           END-IF.

           EXIT.

       0270-NUIT-ETAPE-FIN.

      *-----------------------------------------------------------------

      *Durees des nuits retenues : l'historique d'abord, puis le
      *journal qui le complete ou le corrige
       0300-DUREES-DEB.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-HISTORIQUE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-HISTORIQUE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-DUR-NUIT >= WS-NUIT(1)
                       AND F-DUR-SECONDES IS NUMERIC
                           MOVE F-DUR-NUIT TO WS-RANGE-NUIT
                           MOVE F-DUR-PROGRAMME TO WS-RANGE-PROGRAMME
                           MOVE F-DUR-FIN TO WS-RANGE-FIN
                           MOVE F-DUR-SECONDES TO WS-DUREE
                           MOVE F-DUR-DEBUT TO WS-HEURE
                           PERFORM 0350-RANGE-DUREE-DEB
                              THRU 0350-RANGE-DUREE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-HISTORIQUE.

           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-JOURNAL.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-JOURNAL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       PERFORM 0320-LIGNE-JOURNAL-DEB
                          THRU 0320-LIGNE-JOURNAL-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-JOURNAL.

           EXIT.

       0300-DUREES-FIN.

      *-----------------------------------------------------------------

      *Un debut se memorise ; une fin de nuit retenue se rapproche
      *du dernier debut du meme programme
       0320-LIGNE-JOURNAL-DEB.

           IF F-JRN-HEURE NOT NUMERIC
               GO TO 0320-LIGNE-JOURNAL-FIN
           END-IF.

           PERFORM VARYING WS-IDX-DEB FROM 1 BY 1
                   UNTIL WS-IDX-DEB > WS-MAX-DEB
                      OR WS-DEB-PROGRAMME(WS-IDX-DEB)
                         = F-JRN-PROGRAMME
               CONTINUE
           END-PERFORM.

           IF F-JRN-TYPE = "D"
               IF WS-IDX-DEB > WS-MAX-DEB
                   IF WS-MAX-DEB >= WS-CAPACITE-DEB
                       GO TO 0320-LIGNE-JOURNAL-FIN
                   END-IF
                   ADD 1 TO WS-MAX-DEB
                   MOVE F-JRN-PROGRAMME TO WS-DEB-PROGRAMME(WS-IDX-DEB)
               END-IF
               MOVE F-JRN-DATE TO WS-DEB-DATE(WS-IDX-DEB)
               MOVE F-JRN-HEURE TO WS-DEB-HEURE(WS-IDX-DEB)
               GO TO 0320-LIGNE-JOURNAL-FIN
           END-IF.

           IF F-JRN-TYPE NOT = "F"
           OR WS-IDX-DEB > WS-MAX-DEB
               GO TO 0320-LIGNE-JOURNAL-FIN
           END-IF.

           PERFORM 0270-NUIT-ETAPE-DEB
              THRU 0270-NUIT-ETAPE-FIN.

           IF WS-NUIT-CANDIDATE < WS-NUIT(1)
               GO TO 0320-LIGNE-JOURNAL-FIN
           END-IF.

           IF WS-DEB-DATE(WS-IDX-DEB) = SPACES
               GO TO 0320-LIGNE-JOURNAL-FIN
           END-IF.

           MOVE WS-DEB-HEURE(WS-IDX-DEB) TO WS-HEURE.
           PERFORM 0900-SECONDES-DEB
              THRU 0900-SECONDES-FIN.
           MOVE WS-SECONDES TO WS-SECONDES-DEBUT.

           MOVE F-JRN-HEURE TO WS-HEURE.
           PERFORM 0900-SECONDES-DEB
              THRU 0900-SECONDES-FIN.
           MOVE WS-SECONDES TO WS-SECONDES-FIN.

           COMPUTE WS-DUREE = WS-SECONDES-FIN - WS-SECONDES-DEBUT.

           IF WS-DEB-DATE(WS-IDX-DEB) NOT = F-JRN-DATE
               ADD 86400 TO WS-DUREE
           END-IF.

           IF WS-DUREE < 0
               GO TO 0320-LIGNE-JOURNAL-FIN
           END-IF.

           MOVE WS-NUIT-CANDIDATE TO WS-RANGE-NUIT.
           MOVE F-JRN-PROGRAMME TO WS-RANGE-PROGRAMME.
           MOVE WS-DEB-HEURE(WS-IDX-DEB) TO WS-HEURE.
           MOVE F-JRN-HEURE TO WS-RANGE-FIN.

           PERFORM 0350-RANGE-DUREE-DEB
              THRU 0350-RANGE-DUREE-FIN.

           MOVE SPACES TO WS-DEB-DATE(WS-IDX-DEB).

           EXIT.

       0320-LIGNE-JOURNAL-FIN.

      *-----------------------------------------------------------------

      *Range la nuit et le programme WS-RANGE-..., debut WS-HEURE,
      *fin WS-RANGE-FIN et WS-DUREE : une nuit et un programme deja
      *connus sont remplaces (relance de l'etape dans la nuit)
       0350-RANGE-DUREE-DEB.

           PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                   UNTIL WS-IDX-DUR > WS-MAX-DUR
                      OR (WS-DUR-NUIT(WS-IDX-DUR) = WS-RANGE-NUIT
                      AND WS-DUR-PROGRAMME(WS-IDX-DUR)
                          = WS-RANGE-PROGRAMME)
               CONTINUE
           END-PERFORM.

           IF WS-IDX-DUR > WS-MAX-DUR
               IF WS-MAX-DUR >= WS-CAPACITE-DUR
                   GO TO 0350-RANGE-DUREE-FIN
               END-IF
               ADD 1 TO WS-MAX-DUR
           END-IF.

           MOVE WS-RANGE-NUIT TO WS-DUR-NUIT(WS-IDX-DUR).
           MOVE WS-RANGE-PROGRAMME TO WS-DUR-PROGRAMME(WS-IDX-DUR).
           MOVE WS-HEURE TO WS-DUR-DEBUT(WS-IDX-DUR).
           MOVE WS-RANGE-FIN TO WS-DUR-FIN(WS-IDX-DUR).
           MOVE WS-DUREE TO WS-DUR-SECONDES(WS-IDX-DUR).

           EXIT.

       0350-RANGE-DUREE-FIN.

      *-----------------------------------------------------------------

      *Historique reecrit nuit par nuit, dans l'ordre des nuits
       0400-ECRIT-HISTORIQUE-DEB.

           OPEN OUTPUT FICHIER-HISTORIQUE.

           PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                   UNTIL WS-IDX-NUIT > WS-NB-NUITS
               PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                       UNTIL WS-IDX-DUR > WS-MAX-DUR
                   IF WS-DUR-NUIT(WS-IDX-DUR) = WS-NUIT(WS-IDX-NUIT)
                       MOVE SPACES TO F-DUREE
                       MOVE WS-DUR-NUIT(WS-IDX-DUR) TO F-DUR-NUIT
                       MOVE WS-DUR-PROGRAMME(WS-IDX-DUR)
                         TO F-DUR-PROGRAMME
                       MOVE WS-DUR-DEBUT(WS-IDX-DUR) TO F-DUR-DEBUT
                       MOVE WS-DUR-FIN(WS-IDX-DUR) TO F-DUR-FIN
                       MOVE WS-DUR-SECONDES(WS-IDX-DUR)
                         TO F-DUR-SECONDES
                       WRITE F-DUREE
                   END-IF
               END-PERFORM
           END-PERFORM.

           CLOSE FICHIER-HISTORIQUE.

           EXIT.

       0400-ECRIT-HISTORIQUE-FIN.

      *-----------------------------------------------------------------

       0500-RAPPORT-DEB.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "DUREES DE LA CHAINE DE NUIT DU "
                   WS-NUIT(WS-NB-NUITS) " (" WS-NB-NUITS
                   " nuit(s) d'historique)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "Fenetre batch de " WS-FENETRE-DEBUT " a "
                   WS-FENETRE-OUVERTURE " : " WS-SEC-FENETRE
                   " seconde(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "ETAPE      DUREE   MOYENNE TENDANCE "
                   "      PART ALERTE"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

      *Etapes de la derniere nuit
           MOVE 0 TO WS-MAX-ETP.

           PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                   UNTIL WS-IDX-DUR > WS-MAX-DUR
               IF WS-DUR-NUIT(WS-IDX-DUR) = WS-NUIT(WS-NB-NUITS)
               AND WS-MAX-ETP < 50
                   ADD 1 TO WS-MAX-ETP
                   MOVE WS-DUR-PROGRAMME(WS-IDX-DUR)
                     TO WS-ETP-PROGRAMME(WS-MAX-ETP)
                   MOVE WS-DUR-SECONDES(WS-IDX-DUR)
                     TO WS-ETP-SECONDES(WS-MAX-ETP)
               END-IF
           END-PERFORM.

           PERFORM 0550-LIGNE-ETAPE-DEB
              THRU 0550-LIGNE-ETAPE-FIN
              VARYING WS-IDX-ETP FROM 1 BY 1
              UNTIL WS-IDX-ETP > WS-MAX-ETP.

           PERFORM 0600-PROJECTION-DEB
              THRU 0600-PROJECTION-FIN.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           IF WS-NB-ALERTES = 0
               MOVE "AUCUNE ALERTE DE DUREE" TO F-LIGNE-RAPPORT
           ELSE
               STRING "ALERTES DE DUREE : " WS-NB-ALERTES
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
           END-IF.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Durees de la nuit du " WS-NUIT(WS-NB-NUITS) " : "
                   WS-MAX-ETP " etape(s), " WS-NB-ALERTES
                   " alerte(s).".

           EXIT.

       0500-RAPPORT-FIN.

      *-----------------------------------------------------------------

      *Moyenne des nuits precedentes, tendance sur toutes les nuits
      *retenues, part de la fenetre et alerte au-dela du double
       0550-LIGNE-ETAPE-DEB.

           MOVE 0 TO WS-CUMUL-AVANT WS-NB-AVANT.
           MOVE 0 TO WS-REG-N WS-REG-SX WS-REG-SY WS-REG-SXY WS-REG-SXX.

           PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                   UNTIL WS-IDX-NUIT > WS-NB-NUITS
               PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                       UNTIL WS-IDX-DUR > WS-MAX-DUR
                   IF WS-DUR-NUIT(WS-IDX-DUR) = WS-NUIT(WS-IDX-NUIT)
                   AND WS-DUR-PROGRAMME(WS-IDX-DUR)
                       = WS-ETP-PROGRAMME(WS-IDX-ETP)
                       MOVE WS-IDX-NUIT TO WS-X
                       MOVE WS-DUR-SECONDES(WS-IDX-DUR) TO WS-Y
                       PERFORM 0800-CUMUL-TENDANCE-DEB
                          THRU 0800-CUMUL-TENDANCE-FIN
                       IF WS-IDX-NUIT < WS-NB-NUITS
                           ADD 1 TO WS-NB-AVANT
                           ADD WS-Y TO WS-CUMUL-AVANT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM 0850-PENTE-DEB
              THRU 0850-PENTE-FIN.

           MOVE SPACES TO WS-ALERTE.

           IF WS-NB-AVANT > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-CUMUL-AVANT / WS-NB-AVANT
               IF WS-ETP-SECONDES(WS-IDX-ETP) > 2 * WS-MOYENNE
                   MOVE "> 2X MOYENNE" TO WS-ALERTE
                   ADD 1 TO WS-NB-ALERTES
               END-IF
           ELSE
               MOVE WS-ETP-SECONDES(WS-IDX-ETP) TO WS-MOYENNE
           END-IF.

           IF WS-SEC-FENETRE > 0
               COMPUTE WS-PART ROUNDED =
                   WS-ETP-SECONDES(WS-IDX-ETP) * 100 / WS-SEC-FENETRE
           ELSE
               MOVE 0 TO WS-PART
           END-IF.

           MOVE WS-REG-PENTE TO WS-TENDANCE-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING WS-ETP-PROGRAMME(WS-IDX-ETP) " "
                   WS-ETP-SECONDES(WS-IDX-ETP) "  "
                   WS-MOYENNE "  " WS-TENDANCE-ED " s/nuit  "
                   WS-PART "% " WS-ALERTE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0550-LIGNE-ETAPE-FIN.

      *-----------------------------------------------------------------

      *Heure de fin de chaine par nuit (en secondes depuis le debut
      *de la fenetre) et sa tendance : la marge jusqu'a l'ouverture
      *divisee par la pente donne le nombre de nuits avant depassement
       0600-PROJECTION-DEB.

           MOVE 0 TO WS-REG-N WS-REG-SX WS-REG-SY WS-REG-SXY WS-REG-SXX.

           PERFORM VARYING WS-IDX-NUIT FROM 1 BY 1
                   UNTIL WS-IDX-NUIT > WS-NB-NUITS
               MOVE 0 TO WS-FIN-CHAINE(WS-IDX-NUIT)
               PERFORM VARYING WS-IDX-DUR FROM 1 BY 1
                       UNTIL WS-IDX-DUR > WS-MAX-DUR
                   IF WS-DUR-NUIT(WS-IDX-DUR) = WS-NUIT(WS-IDX-NUIT)
                       MOVE WS-DUR-FIN(WS-IDX-DUR) TO WS-HEURE
                       PERFORM 0900-SECONDES-DEB
                          THRU 0900-SECONDES-FIN
                       PERFORM 0950-DANS-FENETRE-DEB
                          THRU 0950-DANS-FENETRE-FIN
                       IF WS-SECONDES > WS-FIN-CHAINE(WS-IDX-NUIT)
                           MOVE WS-SECONDES
                             TO WS-FIN-CHAINE(WS-IDX-NUIT)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-IDX-NUIT TO WS-X
               MOVE WS-FIN-CHAINE(WS-IDX-NUIT) TO WS-Y
               PERFORM 0800-CUMUL-TENDANCE-DEB
                  THRU 0800-CUMUL-TENDANCE-FIN
           END-PERFORM.

           PERFORM 0850-PENTE-DEB
              THRU 0850-PENTE-FIN.

           MOVE WS-FIN-CHAINE(WS-NB-NUITS) TO WS-FIN-DERNIERE.
           COMPUTE WS-MARGE = WS-SEC-FENETRE - WS-FIN-DERNIERE.

      *Heure de fin de la derniere nuit, ramenee en HHMMSS
           COMPUTE WS-SECONDES = WS-SEC-FENETRE-DEBUT + WS-FIN-DERNIERE.
           IF WS-SECONDES >= 86400
               SUBTRACT 86400 FROM WS-SECONDES
           END-IF.
           COMPUTE WS-HEU-HH = WS-SECONDES / 3600.
           COMPUTE WS-HEU-MM =
               (WS-SECONDES - WS-HEU-HH * 3600) / 60.
           COMPUTE WS-HEU-SS =
               WS-SECONDES - WS-HEU-HH * 3600 - WS-HEU-MM * 60.
           MOVE WS-HEURE TO WS-FIN-HHMMSS.

           MOVE WS-REG-PENTE TO WS-TENDANCE-ED.
           MOVE WS-MARGE TO WS-MARGE-ED.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "Fin de chaine a " WS-FIN-HHMMSS ", marge "
                   WS-MARGE-ED " s avant ouverture, tendance "
                   WS-TENDANCE-ED " s/nuit"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.

           EVALUATE TRUE
               WHEN WS-MARGE <= 0
                   ADD 1 TO WS-NB-ALERTES
                   MOVE "*** FENETRE DEPASSEE LA DERNIERE NUIT ***"
                     TO F-LIGNE-RAPPORT
               WHEN WS-REG-PENTE <= 0
                   STRING "Projection : aucun depassement prevu "
                           "(duree stable ou en baisse)"
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WHEN OTHER
                   COMPUTE WS-NB-NUITS-RESTANTES ROUNDED =
                       WS-MARGE / WS-REG-PENTE
                   MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
                   MOVE WS-NUIT(WS-NB-NUITS) TO WS-DATUTIL-DATE-1
                   MOVE WS-NB-NUITS-RESTANTES TO WS-DATUTIL-NOMBRE
                   CALL "datutil" USING WS-DATUTIL-FONCTION,
                                        WS-DATUTIL-DATE-1,
                                        WS-DATUTIL-DATE-2,
                                        WS-DATUTIL-NOMBRE,
                                        WS-DATUTIL-RESULTAT
                   END-CALL
                   MOVE 0 TO RETURN-CODE
                   IF WS-NB-NUITS-RESTANTES <= 30
                       ADD 1 TO WS-NB-ALERTES
                   END-IF
                   STRING "Projection : depassement de l'ouverture "
                           "vers le " WS-DATUTIL-DATE-2 " (dans "
                           WS-NB-NUITS-RESTANTES " nuit(s))"
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
           END-EVALUATE.

           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0600-PROJECTION-FIN.

      *-----------------------------------------------------------------

       0800-CUMUL-TENDANCE-DEB.

           ADD 1 TO WS-REG-N.
           ADD WS-X TO WS-REG-SX.
           ADD WS-Y TO WS-REG-SY.
           COMPUTE WS-REG-SXY = WS-REG-SXY + WS-X * WS-Y.
           COMPUTE WS-REG-SXX = WS-REG-SXX + WS-X * WS-X.

           EXIT.

       0800-CUMUL-TENDANCE-FIN.

      *-----------------------------------------------------------------

      *Pente des moindres carres ; nulle sous deux points
       0850-PENTE-DEB.

           MOVE 0 TO WS-REG-PENTE.

           IF WS-REG-N < 2
               GO TO 0850-PENTE-FIN
           END-IF.

           COMPUTE WS-REG-DENOMINATEUR =
               WS-REG-N * WS-REG-SXX - WS-REG-SX * WS-REG-SX.

           IF WS-REG-DENOMINATEUR = 0
               GO TO 0850-PENTE-FIN
           END-IF.

           COMPUTE WS-REG-PENTE ROUNDED =
               (WS-REG-N * WS-REG-SXY - WS-REG-SX * WS-REG-SY)
               / WS-REG-DENOMINATEUR.

           EXIT.

       0850-PENTE-FIN.

      *-----------------------------------------------------------------

      *WS-HEURE (HHMMSS) en secondes depuis minuit
       0900-SECONDES-DEB.

           COMPUTE WS-SECONDES =
               WS-HEU-HH * 3600 + WS-HEU-MM * 60 + WS-HEU-SS.

           EXIT.

       0900-SECONDES-FIN.

      *-----------------------------------------------------------------

      *WS-SECONDES ramene au debut de la fenetre batch
       0950-DANS-FENETRE-DEB.

           IF WS-SECONDES >= WS-SEC-FENETRE-DEBUT
               SUBTRACT WS-SEC-FENETRE-DEBUT FROM WS-SECONDES
           ELSE
               COMPUTE WS-SECONDES =
                   WS-SECONDES + 86400 - WS-SEC-FENETRE-DEBUT
           END-IF.

           EXIT.

       0950-DANS-FENETRE-FIN.
