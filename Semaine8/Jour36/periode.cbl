      *Controle des periodes comptables, commun aux programmes qui
      *ecrivent une operation datee (saisiecom, mouvstock, paiecli,
      *sinistres, relprime) : les chiffres d'un mois deja arrete ne
      *bougent plus. periodes-comptables.txt porte une ligne par mois
      *dont l'etat a ete fixe par clotper (mois AAAAMM, statut O
      *ouvert / C clos, date et auteur du dernier changement) ; un
      *mois absent du fichier est ouvert, et sans fichier tout reste
      *ouvert (comportement historique). Une date d'un mois clos est
      *refusee : le refus part au journal d'audit central (action
      *PERIODE) et le module rend le premier jour du premier mois
      *ouvert qui suit, que le programme appelant propose a
      *l'operateur ou retient d'office en traitement par lot. Une
      *date non numerique n'est pas controlee.
      *
      *PERIODE-RESULTAT : 0 = periode ouverte, 1 = periode close.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. periode.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PERIODES
       ASSIGN TO "periodes-comptables.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-PERIODES.
       01 F-PERIODE.
           05 F-PER-MOIS             PIC X(06).
           05 FILLER                 PIC X(01).
           05 F-PER-STATUT           PIC X(01).
           05 FILLER                 PIC X(01).
           05 F-PER-DATE             PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-PER-UTILISATEUR      PIC X(20).

       WORKING-STORAGE SECTION.

      *Mois clos relus a chaque appel : une cloture faite pendant la
      *session d'un operateur vaut des sa saisie suivante
       01 WS-TABLEAU-CLOS.
           05 WS-MOIS-CLOS OCCURS 600 TIMES    PIC X(06).

       77 WS-IDX                     PIC 9(03).
       01 WS-MAX-CLOS                PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CLOS           PIC 9(03)   VALUE 600.

       01 WS-FIN-LECTURE             PIC X.
           88 WS-FIN-LECTURE-N               VALUE "N".
           88 WS-FIN-LECTURE-O               VALUE "O".

      *Mois examine et resultat de sa recherche parmi les mois clos
       01 WS-MOIS.
           05 WS-MOIS-ANNEE          PIC 9(04).
           05 WS-MOIS-MOIS           PIC 9(02).

       01 WS-MOIS-TROUVE             PIC X.
           88 WS-MOIS-TROUVE-O               VALUE "O".
           88 WS-MOIS-TROUVE-N               VALUE "N".

       01 WS-NB-MOIS-AVANCES         PIC 9(04).

      *Zone d'echange du journal d'audit central
       COPY audit.

       LINKAGE SECTION.

       COPY periode REPLACING ==PERIODE-DEMANDE==
                           BY ==LK-PERIODE-DEMANDE==.


       PROCEDURE DIVISION USING LK-PERIODE-DEMANDE.

           MOVE 0 TO PERIODE-RESULTAT.
           MOVE 0 TO PERIODE-PROPOSEE.

           IF PERIODE-DATE NOT NUMERIC
           OR PERIODE-DATE = 0
               EXIT PROGRAM
           END-IF.

           PERFORM 0100-CHARGE-CLOS-DEB
              THRU 0100-CHARGE-CLOS-FIN.

           MOVE PERIODE-DATE(1:6) TO WS-MOIS.

           PERFORM 0200-RECHERCHE-DEB
              THRU 0200-RECHERCHE-FIN.

           IF WS-MOIS-TROUVE-O
               MOVE 1 TO PERIODE-RESULTAT
               PERFORM 0300-PREMIER-OUVERT-DEB
                  THRU 0300-PREMIER-OUVERT-FIN
               PERFORM 0400-TRACE-REFUS-DEB
                  THRU 0400-TRACE-REFUS-FIN
           END-IF.

           EXIT PROGRAM.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-CHARGE-CLOS-DEB.

           MOVE 0 TO WS-MAX-CLOS.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PERIODES.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PERIODES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PER-STATUT = "C"
                       AND WS-MAX-CLOS < WS-CAPACITE-CLOS
                           ADD 1 TO WS-MAX-CLOS
                           MOVE F-PER-MOIS TO WS-MOIS-CLOS(WS-MAX-CLOS)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PERIODES.

           EXIT.

       0100-CHARGE-CLOS-FIN.

      *-----------------------------------------------------------------

      *WS-MOIS-TROUVE-O quand WS-MOIS est un mois clos
       0200-RECHERCHE-DEB.

           SET WS-MOIS-TROUVE-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLOS
                   OR WS-MOIS-TROUVE-O
               IF WS-MOIS-CLOS(WS-IDX) = WS-MOIS
                   SET WS-MOIS-TROUVE-O TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       0200-RECHERCHE-FIN.

      *-----------------------------------------------------------------

      *Avance de mois en mois jusqu'au premier mois non clos ; la
      *date proposee en est le premier jour
       0300-PREMIER-OUVERT-DEB.

           MOVE 0 TO WS-NB-MOIS-AVANCES.

           PERFORM UNTIL WS-MOIS-TROUVE-N
                   OR WS-NB-MOIS-AVANCES > WS-CAPACITE-CLOS

               ADD 1 TO WS-MOIS-MOIS
               IF WS-MOIS-MOIS > 12
                   MOVE 1 TO WS-MOIS-MOIS
                   ADD 1 TO WS-MOIS-ANNEE
               END-IF
               ADD 1 TO WS-NB-MOIS-AVANCES

               PERFORM 0200-RECHERCHE-DEB
                  THRU 0200-RECHERCHE-FIN

           END-PERFORM.

           MOVE WS-MOIS TO PERIODE-PROPOSEE(1:6).
           MOVE "01" TO PERIODE-PROPOSEE(7:2).

           EXIT.

       0300-PREMIER-OUVERT-FIN.

      *-----------------------------------------------------------------

      *Chaque date refusee est tracee avec le jour propose
       0400-TRACE-REFUS-DEB.

           MOVE PERIODE-PROGRAMME TO AUDIT-PROGRAMME.
           MOVE "PERIODE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING "REFUS " PERIODE-DATE " VERS " PERIODE-PROPOSEE
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0400-TRACE-REFUS-FIN.

      *-----------------------------------------------------------------

       END PROGRAM periode.
