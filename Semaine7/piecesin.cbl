      *Suivi hebdomadaire des pieces justificatives des sinistres :
      *pour chaque sinistre ouvert (statut O) de sinistres.txt, les
      *pieces parametrees pour son type dans pieces-sinistres.cfg
      *(type, code piece, obligatoire O/N, libelle ; le type TOUS
      *vaut pour tous les types) sont rapprochees des receptions
      *enregistrees par sinistres dans pieces-recues.txt. Un sinistre
      *dont au moins une piece obligatoire manque est en attente de
      *pieces : il figure, avec la liste de ce qui manque, dans
      *l'etat pieces-en-attente.txt edite par le module d'edition
      *commun, et une lettre de demande est ecrite pour l'assure dans
      *lettres-pieces.txt. L'assure est celui de la police du
      *sinistre (derniere ligne du numero dans assurances.csv) : nom
      *et adresse du fichier des assures (assures.txt) quand la police
      *porte un numero client en 125-132, sinon nom en texte libre
      *des positions 40-80. La lettre reprend toutes les pieces non
      *recues, les facultatives signalees comme telles. Execution
      *tracee au journal des executions batch.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CLI = CLIENT ; PCF = PIECE PARAMETREE ; PIE = PIECE RECUE ;
      * POL = POLICE ; SIN = SINISTRE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. piecesin.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-POL.

       SELECT OPTIONAL FICHIER-SINISTRES ASSIGN TO "sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PIECES-CFG
       ASSIGN TO "pieces-sinistres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PIECES
       ASSIGN TO "pieces-recues.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-LETTRES ASSIGN TO "lettres-pieces.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-SINISTRES.
           01 F-SINISTRE.
               05 F-SIN-NUMERO             PIC X(08).
               05 F-SIN-DATE               PIC X(08).
               05 F-SIN-TYPE               PIC X(10).
               05 F-SIN-MONTANT            PIC 9(07)V9(02).
               05 F-SIN-STATUT             PIC X(01).
               05 F-SIN-RESERVE            PIC 9(07)V9(02).
               05 F-SIN-NUM-SIN            PIC X(06).

       FD FICHIER-PIECES-CFG.
           01 F-PIECE-CFG.
               05 F-PCF-TYPE               PIC X(10).
               05 F-PCF-CODE               PIC X(06).
               05 F-PCF-OBLIGATOIRE        PIC X(01).
               05 F-PCF-LIBELLE            PIC X(30).

       FD FICHIER-PIECES.
           01 F-PIECE.
               05 F-PIE-NUM-SIN            PIC X(06).
               05 F-PIE-CODE               PIC X(06).
               05 F-PIE-DATE               PIC X(08).
               05 F-PIE-CONTROLEUR         PIC X(20).

       FD FICHIER-CLIENTS.
           01 F-CLIENT.
               05 F-CLI-NUMERO             PIC X(08).
               05 F-CLI-NOM                PIC X(41).
               05 F-CLI-ADRESSE            PIC X(40).
               05 F-CLI-CODE-POSTAL        PIC X(05).
               05 F-CLI-VILLE              PIC X(30).
               05 F-CLI-DATE-NAISSANCE     PIC X(08).
               05 F-CLI-TELEPHONE          PIC X(15).
               05 F-CLI-COURRIEL           PIC X(40).

       FD FICHIER-LETTRES.
           01 F-LIGNE-LETTRE               PIC X(80).


       WORKING-STORAGE SECTION.

      *Polices : numero client et nom de la derniere ligne du numero
       01 WS-TABLEAU-POL.
           05 WS-POL OCCURS 500 TIMES.
               10 WS-POL-NUMERO            PIC X(08).
               10 WS-POL-NUM-CLIENT        PIC X(08).
               10 WS-POL-NOM               PIC X(41).

      *Assures du fichier assures.txt
       01 WS-TABLEAU-CLI.
           05 WS-CLI OCCURS 500 TIMES.
               10 WS-CLI-NUMERO            PIC X(08).
               10 WS-CLI-NOM               PIC X(41).
               10 WS-CLI-ADRESSE           PIC X(40).
               10 WS-CLI-CODE-POSTAL       PIC X(05).
               10 WS-CLI-VILLE             PIC X(30).

      *Pieces parametrees par type de sinistre
       01 WS-TABLEAU-PCF.
           05 WS-PCF OCCURS 100 TIMES.
               10 WS-PCF-TYPE              PIC X(10).
               10 WS-PCF-CODE              PIC X(06).
               10 WS-PCF-OBLIGATOIRE       PIC X(01).
                   88 WS-PCF-OBLIGATOIRE-O             VALUE "O".
               10 WS-PCF-LIBELLE           PIC X(30).

      *Pieces recues : numero de sinistre et code piece
       01 WS-TABLEAU-PIE.
           05 WS-PIE OCCURS 500 TIMES.
               10 WS-PIE-NUM-SIN           PIC X(06).
               10 WS-PIE-CODE              PIC X(06).

      *Pieces manquantes du sinistre en cours (rang dans WS-PCF)
       01 WS-TABLEAU-MANQUE.
           05 WS-MANQUE OCCURS 100 TIMES   PIC 9(03).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX-PCF                       PIC 9(03).
       77 WS-IDX-MANQUE                    PIC 9(03).
       01 WS-MAX-POL                       PIC 9(03)   VALUE 0.
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-MAX-PCF                       PIC 9(03)   VALUE 0.
       01 WS-MAX-PIE                       PIC 9(03)   VALUE 0.
       01 WS-NB-MANQUE                     PIC 9(03).
       01 WS-NB-OBLIG-MANQUE               PIC 9(03).
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.
       01 WS-CAPACITE-PCF                  PIC 9(03)   VALUE 100.

       01 WS-STATUT-POL                    PIC X(02).
           88 WS-STATUT-POL-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-PIECE-RECUE                   PIC X.
           88 WS-PIECE-RECUE-O                         VALUE "O".
           88 WS-PIECE-RECUE-N                         VALUE "N".

      *Assure du sinistre en cours
       01 WS-POL-TROUVE                    PIC 9(03).
       01 WS-CLI-TROUVE                    PIC 9(03).
       01 WS-NOM-ASSURE                    PIC X(41).

       01 WS-MENTION-PIECE                 PIC X(13).
       01 WS-AGE-JOURS                     PIC S9(07).
       01 WS-AGE-ED                        PIC Z(04)9.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

       01 WS-NB-LUS                        PIC 9(05)   VALUE 0.
       01 WS-NB-OUVERTS                    PIC 9(05)   VALUE 0.
       01 WS-NB-EN-ATTENTE                 PIC 9(05)   VALUE 0.
       01 WS-NB-PIECES-DEMANDEES           PIC 9(05)   VALUE 0.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "pieces-en-attente.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "SINISTRES EN ATTENTE DE PIECES".
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "piecesin" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-POLICES-DEB
              THRU 0100-CHARGE-POLICES-FIN.

           PERFORM 0150-CHARGE-CLIENTS-DEB
              THRU 0150-CHARGE-CLIENTS-FIN.

           PERFORM 0200-CHARGE-PIECES-DEB
              THRU 0200-CHARGE-PIECES-FIN.

           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "SINISTRE CONTRAT  SURVENU  TYPE       "
                   "ASSURE                        JOURS"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           OPEN OUTPUT FICHIER-LETTRES.

           PERFORM 0300-SINISTRES-DEB
              THRU 0300-SINISTRES-FIN.

           CLOSE FICHIER-LETTRES.

           PERFORM 0700-TOTAUX-DEB
              THRU 0700-TOTAUX-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-EN-ATTENTE TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Une entree par numero de police, la derniere ligne du numero
      *(terme en cours) donnant l'assure
       0100-CHARGE-POLICES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-POLICES.

           IF NOT WS-STATUT-POL-OK
               DISPLAY "Erreur : assurances.csv introuvable (statut "
                       WS-STATUT-POL "), arret."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO EXEC-TYPE
               MOVE 8 TO EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-POLICES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE 0 TO WS-POL-TROUVE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-POL
                           IF WS-POL-NUMERO(WS-IDX)
                              = F-LIGNE-POLICES(1:8)
                               MOVE WS-IDX TO WS-POL-TROUVE
                           END-IF
                       END-PERFORM
                       IF WS-POL-TROUVE = 0
                       AND WS-MAX-POL < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-POL
                           MOVE WS-MAX-POL TO WS-POL-TROUVE
                           MOVE F-LIGNE-POLICES(1:8)
                             TO WS-POL-NUMERO(WS-POL-TROUVE)
                       END-IF
                       IF WS-POL-TROUVE NOT = 0
                           MOVE F-LIGNE-POLICES(125:8)
                             TO WS-POL-NUM-CLIENT(WS-POL-TROUVE)
                           MOVE F-LIGNE-POLICES(40:41)
                             TO WS-POL-NOM(WS-POL-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-POLICES.

           EXIT.

       0100-CHARGE-POLICES-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CLI < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-CLI
                           MOVE F-CLI-NUMERO
                             TO WS-CLI-NUMERO(WS-MAX-CLI)
                           MOVE F-CLI-NOM
                             TO WS-CLI-NOM(WS-MAX-CLI)
                           MOVE F-CLI-ADRESSE
                             TO WS-CLI-ADRESSE(WS-MAX-CLI)
                           MOVE F-CLI-CODE-POSTAL
                             TO WS-CLI-CODE-POSTAL(WS-MAX-CLI)
                           MOVE F-CLI-VILLE
                             TO WS-CLI-VILLE(WS-MAX-CLI)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           EXIT.

       0150-CHARGE-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Parametrage des pieces puis receptions deja enregistrees
       0200-CHARGE-PIECES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PIECES-CFG.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PIECES-CFG
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PCF < WS-CAPACITE-PCF
                       AND F-PCF-CODE NOT = SPACES
                           ADD 1 TO WS-MAX-PCF
                           MOVE F-PIECE-CFG TO WS-PCF(WS-MAX-PCF)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PIECES-CFG.

           IF WS-MAX-PCF = 0
               DISPLAY "Aucune piece parametree dans "
                       "pieces-sinistres.cfg."
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PIECES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PIECES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PIE < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-PIE
                           MOVE F-PIE-NUM-SIN
                             TO WS-PIE-NUM-SIN(WS-MAX-PIE)
                           MOVE F-PIE-CODE
                             TO WS-PIE-CODE(WS-MAX-PIE)
                       ELSE
                           DISPLAY "Attention : pieces-recues.txt "
                               "tronque, capacite maximale atteinte ("
                               WS-CAPACITE-MAX ")."
                           MOVE 4 TO RETURN-CODE
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PIECES.

           EXIT.

       0200-CHARGE-PIECES-FIN.

      *-----------------------------------------------------------------

       0300-SINISTRES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-SINISTRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-SINISTRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF F-SIN-STATUT = "O"
                           ADD 1 TO WS-NB-OUVERTS
                           PERFORM 0400-CONTROLE-SINISTRE-DEB
                              THRU 0400-CONTROLE-SINISTRE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           EXIT.

       0300-SINISTRES-FIN.

      *-----------------------------------------------------------------

      *Pieces du type du sinistre non recues ; le sinistre n'est en
      *attente que si une piece obligatoire manque
       0400-CONTROLE-SINISTRE-DEB.

           MOVE 0 TO WS-NB-MANQUE.
           MOVE 0 TO WS-NB-OBLIG-MANQUE.

           PERFORM VARYING WS-IDX-PCF FROM 1 BY 1
                   UNTIL WS-IDX-PCF > WS-MAX-PCF

               IF WS-PCF-TYPE(WS-IDX-PCF) = F-SIN-TYPE
               OR WS-PCF-TYPE(WS-IDX-PCF) = "TOUS"
                   PERFORM 0420-PIECE-RECUE-DEB
                      THRU 0420-PIECE-RECUE-FIN
               END-IF

           END-PERFORM.

           IF WS-NB-OBLIG-MANQUE = 0
               GO TO 0400-CONTROLE-SINISTRE-FIN
           END-IF.

           ADD 1 TO WS-NB-EN-ATTENTE.
           ADD WS-NB-MANQUE TO WS-NB-PIECES-DEMANDEES.

           PERFORM 0450-ASSURE-DEB
              THRU 0450-ASSURE-FIN.

           PERFORM 0500-LIGNES-ETAT-DEB
              THRU 0500-LIGNES-ETAT-FIN.

           PERFORM 0600-LETTRE-DEB
              THRU 0600-LETTRE-FIN.

           EXIT.

       0400-CONTROLE-SINISTRE-FIN.

      *-----------------------------------------------------------------

       0420-PIECE-RECUE-DEB.

           SET WS-PIECE-RECUE-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PIE

               IF WS-PIE-NUM-SIN(WS-IDX) = F-SIN-NUM-SIN
               AND WS-PIE-CODE(WS-IDX) = WS-PCF-CODE(WS-IDX-PCF)
                   SET WS-PIECE-RECUE-O TO TRUE
               END-IF

           END-PERFORM.

           IF WS-PIECE-RECUE-O
               GO TO 0420-PIECE-RECUE-FIN
           END-IF.

           ADD 1 TO WS-NB-MANQUE.
           MOVE WS-IDX-PCF TO WS-MANQUE(WS-NB-MANQUE).

           IF WS-PCF-OBLIGATOIRE-O(WS-IDX-PCF)
               ADD 1 TO WS-NB-OBLIG-MANQUE
           END-IF.

           EXIT.

       0420-PIECE-RECUE-FIN.

      *-----------------------------------------------------------------

      *Assure de la police du sinistre : fichier des assures par le
      *numero client, sinon nom en texte libre de la police
       0450-ASSURE-DEB.

           MOVE 0 TO WS-POL-TROUVE.
           MOVE 0 TO WS-CLI-TROUVE.
           MOVE SPACES TO WS-NOM-ASSURE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POL

               IF WS-POL-NUMERO(WS-IDX) = F-SIN-NUMERO
                   MOVE WS-IDX TO WS-POL-TROUVE
               END-IF

           END-PERFORM.

           IF WS-POL-TROUVE = 0
               MOVE "(police inconnue)" TO WS-NOM-ASSURE
               GO TO 0450-ASSURE-FIN
           END-IF.

           MOVE WS-POL-NOM(WS-POL-TROUVE) TO WS-NOM-ASSURE.

           IF WS-POL-NUM-CLIENT(WS-POL-TROUVE) = SPACES
               GO TO 0450-ASSURE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               IF WS-CLI-NUMERO(WS-IDX)
                  = WS-POL-NUM-CLIENT(WS-POL-TROUVE)
                   MOVE WS-IDX TO WS-CLI-TROUVE
               END-IF

           END-PERFORM.

           IF WS-CLI-TROUVE NOT = 0
               MOVE WS-CLI-NOM(WS-CLI-TROUVE) TO WS-NOM-ASSURE
           END-IF.

           EXIT.

       0450-ASSURE-FIN.

      *-----------------------------------------------------------------

      *Ligne du sinistre dans l'etat, anciennete depuis la survenance,
      *puis une ligne par piece manquante
       0500-LIGNES-ETAT-DEB.

           MOVE 0 TO WS-AGE-JOURS.

           IF F-SIN-DATE IS NUMERIC
               MOVE "ECART" TO WS-DATUTIL-FONCTION
               MOVE F-SIN-DATE TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATE-DU-JOUR,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               IF WS-DATUTIL-RESULTAT = 0
                   MOVE WS-DATUTIL-NOMBRE TO WS-AGE-JOURS
               END-IF
           END-IF.

           MOVE WS-AGE-JOURS TO WS-AGE-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING F-SIN-NUM-SIN "   " F-SIN-NUMERO " "
                   F-SIN-DATE " " F-SIN-TYPE " "
                   WS-NOM-ASSURE(1:29) " " WS-AGE-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX-MANQUE FROM 1 BY 1
                   UNTIL WS-IDX-MANQUE > WS-NB-MANQUE

               MOVE WS-MANQUE(WS-IDX-MANQUE) TO WS-IDX-PCF
               PERFORM 0550-MENTION-PIECE-DEB
                  THRU 0550-MENTION-PIECE-FIN

               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "         manque " WS-PCF-CODE(WS-IDX-PCF) " "
                       WS-PCF-LIBELLE(WS-IDX-PCF) " "
                       WS-MENTION-PIECE
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

           END-PERFORM.

           EXIT.

       0500-LIGNES-ETAT-FIN.

      *-----------------------------------------------------------------

       0550-MENTION-PIECE-DEB.

           IF WS-PCF-OBLIGATOIRE-O(WS-IDX-PCF)
               MOVE "(obligatoire)" TO WS-MENTION-PIECE
           ELSE
               MOVE "(facultative)" TO WS-MENTION-PIECE
           END-IF.

           EXIT.

       0550-MENTION-PIECE-FIN.

      *-----------------------------------------------------------------

      *Lettre de demande des pieces a l'assure
       0600-LETTRE-DEB.

           MOVE ALL "-" TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "DEMANDE DE PIECES - SINISTRE " F-SIN-NUM-SIN
                   " - CONTRAT " F-SIN-NUMERO
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING WS-NOM-ASSURE
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           IF WS-CLI-TROUVE NOT = 0
               MOVE SPACES TO F-LIGNE-LETTRE
               MOVE WS-CLI-ADRESSE(WS-CLI-TROUVE) TO F-LIGNE-LETTRE
               WRITE F-LIGNE-LETTRE
               MOVE SPACES TO F-LIGNE-LETTRE
               STRING WS-CLI-CODE-POSTAL(WS-CLI-TROUVE) " "
                       WS-CLI-VILLE(WS-CLI-TROUVE)
                   DELIMITED BY SIZE INTO F-LIGNE-LETTRE
               WRITE F-LIGNE-LETTRE
           END-IF.

           MOVE SPACES TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           STRING "Pour instruire votre sinistre du " F-SIN-DATE
                   " (" F-SIN-TYPE "), nous attendons :"
               DELIMITED BY SIZE INTO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           PERFORM VARYING WS-IDX-MANQUE FROM 1 BY 1
                   UNTIL WS-IDX-MANQUE > WS-NB-MANQUE

               MOVE WS-MANQUE(WS-IDX-MANQUE) TO WS-IDX-PCF
               PERFORM 0550-MENTION-PIECE-DEB
                  THRU 0550-MENTION-PIECE-FIN

               MOVE SPACES TO F-LIGNE-LETTRE
               STRING "  - " WS-PCF-LIBELLE(WS-IDX-PCF) " "
                       WS-MENTION-PIECE
                   DELIMITED BY SIZE INTO F-LIGNE-LETTRE
               WRITE F-LIGNE-LETTRE

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-LETTRE.
           MOVE "Aucune indemnite ne peut etre versee avant reception "
             TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           MOVE SPACES TO F-LIGNE-LETTRE.
           MOVE "des pieces obligatoires." TO F-LIGNE-LETTRE.
           WRITE F-LIGNE-LETTRE.

           EXIT.

       0600-LETTRE-FIN.

      *-----------------------------------------------------------------

       0700-TOTAUX-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Ouverts : " WS-NB-OUVERTS
                   "  en attente : " WS-NB-EN-ATTENTE
                   "  pieces demandees : " WS-NB-PIECES-DEMANDEES
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Sinistres ouverts examines : " WS-NB-OUVERTS.
           DISPLAY "En attente de pieces       : " WS-NB-EN-ATTENTE.
           DISPLAY "Etat ecrit dans pieces-en-attente.txt, lettres "
                   "dans lettres-pieces.txt.".

           EXIT.

       0700-TOTAUX-FIN.

      *-----------------------------------------------------------------

       0900-APPEL-IMPRIM-DEB.

           CALL "imprim" USING WS-IMPRIM-ACTION,
                               WS-IMPRIM-FICHIER,
                               WS-IMPRIM-TITRE,
                               WS-IMPRIM-ENTETE,
                               WS-IMPRIM-LIGNE
           END-CALL.

           EXIT.

       0900-APPEL-IMPRIM-FIN.
