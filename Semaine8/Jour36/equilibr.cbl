      *Rapport d'equilibre de la chaine de nuit, passe apres la
      *chaine : chaque regle de equilibres.cfg (producteur et son
      *compteur L = lus ou E = ecrits, consommateur et son compteur,
      *tolerance en nombre d'enregistrements, O en colonne BLOQUANT
      *si l'ecart doit arreter la chaine) rapproche les compteurs des
      *dernieres fins journalisees par ctrlexec dans
      *journal-executions.txt, par exemple les commandes rapprochees
      *de comcli contre les lignes facturees, ou les contrats actifs
      *de lectassu contre ce que lisent les etapes de primes et de
      *commissions. Un consommateur qui n'a pas tourne la derniere
      *nuit du journal n'est pas compare. Le rapport equilibre-nuit.txt
      *liste chaque regle avec son ecart et son statut.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. equilibr.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-JOURNAL ASSIGN TO "journal-executions.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-JOURNAL.

       SELECT FICHIER-EQUILIBRES ASSIGN TO "equilibres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-REGLES.

       SELECT FICHIER-RAPPORT ASSIGN TO "equilibre-nuit.txt"
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

       FD FICHIER-EQUILIBRES.
       01 F-EQUILIBRE.
           05 F-EQU-PRODUCTEUR       PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-EQU-COMPTEUR-PROD    PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-EQU-CONSOMMATEUR     PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-EQU-COMPTEUR-CONS    PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-EQU-TOLERANCE        PIC X(07).
           05 FILLER                 PIC X(01).
           05 F-EQU-BLOQUANT         PIC X(01).

       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-STATUT-JOURNAL          PIC X(02).
           88 WS-STATUT-JOURNAL-OK           VALUE "00".

       01 WS-STATUT-REGLES           PIC X(02).
           88 WS-STATUT-REGLES-OK            VALUE "00".

       01 WS-FIN-LECTURE             PIC X   VALUE "N".
           88 WS-FIN-LECTURE-OUI             VALUE "O".

      *Derniere fin journalisee de chaque programme
       01 WS-TABLEAU-PROGRAMMES.
           05 WS-PRG OCCURS 50 TIMES.
               10 WS-PRG-NOM             PIC X(10).
               10 WS-PRG-DATE            PIC X(08).
               10 WS-PRG-LUS             PIC 9(07).
               10 WS-PRG-ECRITS          PIC 9(07).

       77 WS-IDX-PRG                 PIC 9(02).
       01 WS-MAX-PRG                 PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-PRG            PIC 9(02)   VALUE 50.

      *Derniere date presente dans le journal : la nuit a examiner
       01 WS-DERNIERE-DATE           PIC X(08)   VALUE SPACES.

      *Regle en cours de rapprochement
       01 WS-IDX-PROD                PIC 9(02).
       01 WS-IDX-CONS                PIC 9(02).
       01 WS-COMPTE-PROD             PIC 9(07).
       01 WS-COMPTE-CONS             PIC 9(07).
       01 WS-ECART                   PIC S9(08).
       01 WS-ECART-ABS               PIC 9(07).
       01 WS-TOLERANCE               PIC 9(07).
       01 WS-STATUT-REGLE            PIC X(20).

       01 WS-NB-REGLES               PIC 9(03)   VALUE 0.
       01 WS-NB-EQUILIBREES          PIC 9(03)   VALUE 0.
       01 WS-NB-ECARTS               PIC 9(03)   VALUE 0.
       01 WS-NB-NON-COMPAREES        PIC 9(03)   VALUE 0.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-JOURNAL-DEB
              THRU 0100-CHARGE-JOURNAL-FIN.

           PERFORM 0200-RAPPROCHE-DEB
              THRU 0200-RAPPROCHE-FIN.

           DISPLAY "Equilibre de la nuit du " WS-DERNIERE-DATE " : "
                   WS-NB-REGLES " regle(s), " WS-NB-ECARTS
                   " ecart(s), " WS-NB-NON-COMPAREES
                   " non comparee(s).".

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Derniere date du journal et derniere fin de chaque programme
       0100-CHARGE-JOURNAL-DEB.

           OPEN INPUT FICHIER-JOURNAL.

           IF NOT WS-STATUT-JOURNAL-OK
               DISPLAY "Journal des executions introuvable (statut "
                       WS-STATUT-JOURNAL "), rien a rapprocher."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-JOURNAL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-JRN-DATE > WS-DERNIERE-DATE
                           MOVE F-JRN-DATE TO WS-DERNIERE-DATE
                       END-IF
                       IF F-JRN-TYPE = "F"
                           PERFORM 0150-RELEVE-FIN-DEB
                              THRU 0150-RELEVE-FIN-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-JOURNAL.

           EXIT.

       0100-CHARGE-JOURNAL-FIN.

      *-----------------------------------------------------------------

       0150-RELEVE-FIN-DEB.

           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-MAX-PRG
                      OR WS-PRG-NOM(WS-IDX-PRG) = F-JRN-PROGRAMME
               CONTINUE
           END-PERFORM.

           IF WS-IDX-PRG > WS-MAX-PRG
               IF WS-MAX-PRG >= WS-CAPACITE-PRG
                   GO TO 0150-RELEVE-FIN-FIN
               END-IF
               ADD 1 TO WS-MAX-PRG
               MOVE WS-MAX-PRG TO WS-IDX-PRG
               MOVE F-JRN-PROGRAMME TO WS-PRG-NOM(WS-IDX-PRG)
           END-IF.

           MOVE F-JRN-DATE TO WS-PRG-DATE(WS-IDX-PRG).
           MOVE F-JRN-LUS TO WS-PRG-LUS(WS-IDX-PRG).
           MOVE F-JRN-ECRITS TO WS-PRG-ECRITS(WS-IDX-PRG).

           EXIT.

       0150-RELEVE-FIN-FIN.

      *-----------------------------------------------------------------

       0200-RAPPROCHE-DEB.

           OPEN INPUT FICHIER-EQUILIBRES.

           IF NOT WS-STATUT-REGLES-OK
               DISPLAY "Regles d'equilibre introuvables "
                       "(equilibres.cfg, statut " WS-STATUT-REGLES
                       "), rien a rapprocher."
               STOP RUN
           END-IF.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "EQUILIBRE DE LA CHAINE DE NUIT DU " WS-DERNIERE-DATE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "PRODUCTEUR C COMPTE   CONSOMMAT. C COMPTE  "
                   "ECART   TOLER.  STATUT"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-EQUILIBRES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-EQU-PRODUCTEUR NOT = SPACES
                       AND F-EQU-CONSOMMATEUR NOT = SPACES
                           ADD 1 TO WS-NB-REGLES
                           PERFORM 0300-REGLE-DEB
                              THRU 0300-REGLE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-EQUILIBRES.

           MOVE SPACES TO F-LIGNE-RAPPORT.

           IF WS-NB-ECARTS = 0
               STRING "CHAINE EQUILIBREE : " WS-NB-EQUILIBREES
                       " regle(s) verifiee(s), " WS-NB-NON-COMPAREES
                       " non comparee(s)"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
           ELSE
               STRING "ECARTS D'EQUILIBRE : " WS-NB-ECARTS
                       " sur " WS-NB-REGLES " regle(s)"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
           END-IF.

           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           EXIT.

       0200-RAPPROCHE-FIN.

      *-----------------------------------------------------------------

      *Une regle : les deux programmes doivent avoir une fin au
      *journal et le consommateur avoir tourne la derniere nuit
       0300-REGLE-DEB.

           MOVE 0 TO WS-IDX-PROD WS-IDX-CONS.
           MOVE 0 TO WS-COMPTE-PROD WS-COMPTE-CONS WS-ECART-ABS.

           IF F-EQU-TOLERANCE IS NUMERIC
               MOVE F-EQU-TOLERANCE TO WS-TOLERANCE
           ELSE
               MOVE 0 TO WS-TOLERANCE
           END-IF.

           PERFORM VARYING WS-IDX-PRG FROM 1 BY 1
                   UNTIL WS-IDX-PRG > WS-MAX-PRG
               IF WS-PRG-NOM(WS-IDX-PRG) = F-EQU-PRODUCTEUR
                   MOVE WS-IDX-PRG TO WS-IDX-PROD
               END-IF
               IF WS-PRG-NOM(WS-IDX-PRG) = F-EQU-CONSOMMATEUR
                   MOVE WS-IDX-PRG TO WS-IDX-CONS
               END-IF
           END-PERFORM.

           EVALUATE TRUE

               WHEN WS-IDX-PROD = 0
                   MOVE "PRODUCTEUR ABSENT" TO WS-STATUT-REGLE
                   ADD 1 TO WS-NB-NON-COMPAREES

               WHEN WS-IDX-CONS = 0
                   MOVE "CONSOMMATEUR ABSENT" TO WS-STATUT-REGLE
                   ADD 1 TO WS-NB-NON-COMPAREES

               WHEN WS-PRG-DATE(WS-IDX-CONS) NOT = WS-DERNIERE-DATE
                   MOVE "PAS PASSE CETTE NUIT" TO WS-STATUT-REGLE
                   ADD 1 TO WS-NB-NON-COMPAREES

               WHEN OTHER
                   PERFORM 0350-COMPARE-DEB
                      THRU 0350-COMPARE-FIN

           END-EVALUATE.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING F-EQU-PRODUCTEUR " " F-EQU-COMPTEUR-PROD " "
                   WS-COMPTE-PROD "  " F-EQU-CONSOMMATEUR " "
                   F-EQU-COMPTEUR-CONS " " WS-COMPTE-CONS " "
                   WS-ECART-ABS " " WS-TOLERANCE " " WS-STATUT-REGLE
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           EXIT.

       0300-REGLE-FIN.

      *-----------------------------------------------------------------

       0350-COMPARE-DEB.

           IF F-EQU-COMPTEUR-PROD = "L"
               MOVE WS-PRG-LUS(WS-IDX-PROD) TO WS-COMPTE-PROD
           ELSE
               MOVE WS-PRG-ECRITS(WS-IDX-PROD) TO WS-COMPTE-PROD
           END-IF.

           IF F-EQU-COMPTEUR-CONS = "E"
               MOVE WS-PRG-ECRITS(WS-IDX-CONS) TO WS-COMPTE-CONS
           ELSE
               MOVE WS-PRG-LUS(WS-IDX-CONS) TO WS-COMPTE-CONS
           END-IF.

           COMPUTE WS-ECART = WS-COMPTE-CONS - WS-COMPTE-PROD.

           IF WS-ECART < 0
               COMPUTE WS-ECART = 0 - WS-ECART
           END-IF.

           MOVE WS-ECART TO WS-ECART-ABS.

           IF WS-ECART-ABS > WS-TOLERANCE
               ADD 1 TO WS-NB-ECARTS
               IF F-EQU-BLOQUANT = "O"
                   MOVE "ECART BLOQUANT" TO WS-STATUT-REGLE
               ELSE
                   MOVE "ECART" TO WS-STATUT-REGLE
               END-IF
           ELSE
               ADD 1 TO WS-NB-EQUILIBREES
               MOVE "OK" TO WS-STATUT-REGLE
           END-IF.

           EXIT.

       0350-COMPARE-FIN.
