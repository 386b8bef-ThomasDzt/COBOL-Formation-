      *Reprise initiale du fichier des assures : a passer une seule
      *fois, sur un fichier assures.txt vide. Les identites client
      *saisies en texte libre en positions 40-80 de assurances.csv et
      *de datassur.csv sont relevees (une entree par libelle distinct,
      *sans tenir compte de la casse ni des blancs), puis regroupees
      *en propositions : meme premier mot (nom de famille) et meme
      *initiale du mot suivant, les points, virgules, tirets et
      *apostrophes valant des blancs ("DUPONT J." et "Dupont Jean"
      *sont proposes ensemble). Chaque proposition est presentee avec
      *les contrats concernes et attend une confirmation manuelle :
      *O (ou vide) = un seul client pour tout le groupe, sous le
      *libelle le plus long ; N = un client par libelle ; un numero
      *client deja cree pendant la reprise = rattachement du groupe a
      *ce client ; A = abandon sans rien ecrire. Les clients sont
      *numerotes C0000001, C0000002... dans assures.txt (nom seul,
      *adresse et coordonnees a completer par assmaint) et leur
      *numero est porte en colonnes 125-132 de chaque ligne de
      *assurances.csv et de datassur.csv. Les trois fichiers partent
      *en copie de generation avant reecriture et chaque client cree
      *est trace au journal d'audit central.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CLI = CLIENT ; POL = POLICE ; CON = CONTRAT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. climigr.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-POL.

       SELECT FICHIER-CONTRATS ASSIGN TO "datassur.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CONT.

      *Fichier des assures tenu par assmaint
       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-CONTRATS.
           01 F-LIGNE-CONTRATS             PIC X(1000).

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


       WORKING-STORAGE SECTION.

      *Lignes des deux fichiers de contrats gardees entieres pour la
      *reecriture
       01 WS-TABLEAU-POLICES.
           05 WS-LIGNE-POLICE OCCURS 500 TIMES PIC X(133).

       01 WS-TABLEAU-CONTRATS.
           05 WS-LIGNE-CONTRAT OCCURS 500 TIMES PIC X(1000).

      *Libelles client distincts : texte d'origine, forme comparee
      *(majuscules sans blancs de tete), cle de regroupement et
      *client attribue
       01 WS-TABLEAU-NOMS.
           05 WS-NOM OCCURS 300 TIMES.
               10 WS-NOM-TEXTE             PIC X(41).
               10 WS-NOM-MAJ               PIC X(41).
               10 WS-NOM-CLE               PIC X(31).
               10 WS-NOM-CLIENT            PIC X(08).
               10 WS-NOM-NB-LIGNES         PIC 9(03).

      *Clients crees pendant la reprise
       01 WS-TABLEAU-CLI.
           05 WS-CLI OCCURS 300 TIMES.
               10 WS-CLI-NUMERO            PIC X(08).
               10 WS-CLI-NOM               PIC X(41).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX-NOM                       PIC 9(03).
       77 WS-IDX-GRP                       PIC 9(03).
       01 WS-MAX-POLICES                   PIC 9(03)   VALUE 0.
       01 WS-MAX-CONTRATS                  PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.
       01 WS-MAX-NOMS                      PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-NOMS                 PIC 9(03)   VALUE 300.
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-NB-CLIENTS-EXISTANTS          PIC 9(03)   VALUE 0.

       01 WS-STATUT-POL                    PIC X(02).
           88 WS-STATUT-POL-OK                         VALUE "00".

       01 WS-STATUT-CONT                   PIC X(02).
           88 WS-STATUT-CONT-OK                        VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-ABANDON                       PIC X       VALUE "N".
           88 WS-ABANDON-O                             VALUE "O".
           88 WS-ABANDON-N                             VALUE "N".

      *Libelle en cours de releve et calcul de sa cle
       01 WS-LIBELLE                       PIC X(41).
       01 WS-LIBELLE-MAJ                   PIC X(41).
       01 WS-NOM-TRAVAIL                   PIC X(41).
       01 WS-MOT-1                         PIC X(30).
       01 WS-MOT-2                         PIC X(30).
       01 WS-CLE                           PIC X(31).
       01 WS-NOM-TROUVE                    PIC 9(03).

      *Proposition en cours : cle, nombre de libelles, libelle le
      *plus long retenu comme nom du client
       01 WS-CLE-GROUPE                    PIC X(31).
       01 WS-NB-LIBELLES                   PIC 9(03).
       01 WS-NB-PROPOSITIONS               PIC 9(03)   VALUE 0.
       01 WS-NOM-RETENU                    PIC X(41).
       01 WS-LONGUEUR                      PIC 9(02).
       01 WS-LONGUEUR-RETENUE              PIC 9(02).

       01 WS-REPONSE                       PIC X(08).
       01 WS-CLI-TROUVE                    PIC 9(03).
       01 WS-CLIENT-GROUPE                 PIC X(08).

      *Contrats d'un libelle, pour la presentation
       01 WS-LISTE-CONTRATS                PIC X(60).
       01 WS-POINTEUR                      PIC 9(02).
       01 WS-NB-PRESENCES                  PIC 9(02).
       01 WS-NB-AFFICHES                   PIC 9(02).

      *Numero client : C suivi d'un rang sur 7 chiffres
       01 WS-NUMERO-CLIENT.
           05 WS-NUMERO-PREFIXE            PIC X(01)   VALUE "C".
           05 WS-NUMERO-RANG               PIC 9(07)   VALUE 0.

       01 WS-NB-LIGNES-POL                 PIC 9(04)   VALUE 0.
       01 WS-NB-LIGNES-CONT                PIC 9(04)   VALUE 0.

      *Noms des fichiers remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CONTROLE-CLIENTS-DEB
              THRU 0100-CONTROLE-CLIENTS-FIN.

           IF WS-NB-CLIENTS-EXISTANTS > 0
               DISPLAY "Le fichier des assures contient deja "
                       WS-NB-CLIENTS-EXISTANTS " client(s) : reprise "
                       "deja faite, passer par assmaint."
               STOP RUN
           END-IF.

           PERFORM 0150-CHARGE-CONTRATS-DEB
              THRU 0150-CHARGE-CONTRATS-FIN.

           IF WS-MAX-NOMS = 0
               DISPLAY "Aucune identite client a reprendre."
               STOP RUN
           END-IF.

           PERFORM 0300-PROPOSITIONS-DEB
              THRU 0300-PROPOSITIONS-FIN.

           IF WS-ABANDON-O
               DISPLAY "Reprise abandonnee, aucun fichier modifie."
               STOP RUN
           END-IF.

           PERFORM 0600-SAUVEGARDE-DEB
              THRU 0600-SAUVEGARDE-FIN.

           DISPLAY "Clients crees : " WS-MAX-CLI.
           DISPLAY "Lignes numerotees : assurances.csv "
                   WS-NB-LIGNES-POL " - datassur.csv "
                   WS-NB-LIGNES-CONT.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *La reprise ne se fait que sur un fichier des assures vide
       0100-CONTROLE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-CLIENTS-EXISTANTS
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           EXIT.

       0100-CONTROLE-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Chargement des deux fichiers de contrats et releve des
      *libelles client des lignes encore sans numero client
       0150-CHARGE-CONTRATS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-POLICES.

           IF NOT WS-STATUT-POL-OK
               DISPLAY "Erreur : assurances.csv introuvable (statut "
                       WS-STATUT-POL "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-POLICES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-POLICES >= WS-CAPACITE-MAX
                           DISPLAY "Erreur : assurances.csv au-dela "
                               "de la capacite (" WS-CAPACITE-MAX
                               "), reprise impossible."
                           CLOSE FICHIER-POLICES
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MAX-POLICES
                       MOVE F-LIGNE-POLICES
                         TO WS-LIGNE-POLICE(WS-MAX-POLICES)
                       IF F-LIGNE-POLICES(125:8) = SPACES
                           MOVE F-LIGNE-POLICES(40:41) TO WS-LIBELLE
                           PERFORM 0200-RELEVE-LIBELLE-DEB
                              THRU 0200-RELEVE-LIBELLE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-POLICES.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CONTRATS.

           IF NOT WS-STATUT-CONT-OK
               DISPLAY "Erreur : datassur.csv introuvable (statut "
                       WS-STATUT-CONT "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CONTRATS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CONTRATS >= WS-CAPACITE-MAX
                           DISPLAY "Erreur : datassur.csv au-dela "
                               "de la capacite (" WS-CAPACITE-MAX
                               "), reprise impossible."
                           CLOSE FICHIER-CONTRATS
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-MAX-CONTRATS
                       MOVE F-LIGNE-CONTRATS
                         TO WS-LIGNE-CONTRAT(WS-MAX-CONTRATS)
                       IF F-LIGNE-CONTRATS(125:8) = SPACES
                           MOVE F-LIGNE-CONTRATS(40:41) TO WS-LIBELLE
                           PERFORM 0200-RELEVE-LIBELLE-DEB
                              THRU 0200-RELEVE-LIBELLE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CONTRATS.

           DISPLAY "Lignes lues : assurances.csv " WS-MAX-POLICES
                   " - datassur.csv " WS-MAX-CONTRATS.
           DISPLAY "Libelles client distincts : " WS-MAX-NOMS.

           EXIT.

       0150-CHARGE-CONTRATS-FIN.

      *-----------------------------------------------------------------

      *Releve du libelle WS-LIBELLE : un libelle deja vu (a la casse
      *pres) compte une ligne de plus, un nouveau libelle est ajoute
      *avec sa cle de regroupement
       0200-RELEVE-LIBELLE-DEB.

           IF WS-LIBELLE = SPACES
               GO TO 0200-RELEVE-LIBELLE-FIN
           END-IF.

           PERFORM 0250-FORME-COMPAREE-DEB
              THRU 0250-FORME-COMPAREE-FIN.

           IF WS-NOM-TROUVE NOT = 0
               ADD 1 TO WS-NOM-NB-LIGNES(WS-NOM-TROUVE)
               GO TO 0200-RELEVE-LIBELLE-FIN
           END-IF.

           IF WS-MAX-NOMS >= WS-CAPACITE-NOMS
               DISPLAY "Erreur : plus de " WS-CAPACITE-NOMS
                       " libelles client distincts, reprise "
                       "impossible."
               STOP RUN
           END-IF.

      *Cle : premier mot et initiale du second, ponctuation ramenee
      *a des blancs
           MOVE WS-LIBELLE-MAJ TO WS-NOM-TRAVAIL.
           INSPECT WS-NOM-TRAVAIL REPLACING ALL "." BY " "
                                            ALL "," BY " "
                                            ALL "-" BY " "
                                            ALL "'" BY " ".
           MOVE FUNCTION TRIM(WS-NOM-TRAVAIL LEADING)
             TO WS-NOM-TRAVAIL.
           MOVE SPACES TO WS-MOT-1 WS-MOT-2.
           UNSTRING WS-NOM-TRAVAIL DELIMITED BY ALL SPACE
               INTO WS-MOT-1 WS-MOT-2
           END-UNSTRING.

           MOVE SPACES TO WS-CLE.
           MOVE WS-MOT-1 TO WS-CLE(1:30).
           MOVE WS-MOT-2(1:1) TO WS-CLE(31:1).

           ADD 1 TO WS-MAX-NOMS.
           MOVE FUNCTION TRIM(WS-LIBELLE LEADING)
             TO WS-NOM-TEXTE(WS-MAX-NOMS).
           MOVE WS-LIBELLE-MAJ TO WS-NOM-MAJ(WS-MAX-NOMS).
           MOVE WS-CLE TO WS-NOM-CLE(WS-MAX-NOMS).
           MOVE SPACES TO WS-NOM-CLIENT(WS-MAX-NOMS).
           MOVE 1 TO WS-NOM-NB-LIGNES(WS-MAX-NOMS).

           EXIT.

       0200-RELEVE-LIBELLE-FIN.

      *-----------------------------------------------------------------

      *Forme comparee de WS-LIBELLE (majuscules, sans blancs de tete)
      *dans WS-LIBELLE-MAJ et rang du libelle deja releve dans
      *WS-NOM-TROUVE, 0 si nouveau
       0250-FORME-COMPAREE-DEB.

           MOVE FUNCTION UPPER-CASE
                    (FUNCTION TRIM(WS-LIBELLE LEADING))
             TO WS-LIBELLE-MAJ.

           MOVE 0 TO WS-NOM-TROUVE.

           PERFORM VARYING WS-IDX-NOM FROM 1 BY 1
                   UNTIL WS-IDX-NOM > WS-MAX-NOMS
                      OR WS-NOM-TROUVE NOT = 0
               IF WS-NOM-MAJ(WS-IDX-NOM) = WS-LIBELLE-MAJ
                   MOVE WS-IDX-NOM TO WS-NOM-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0250-FORME-COMPAREE-FIN.

      *-----------------------------------------------------------------

      *Une proposition par cle, dans l'ordre de premiere apparition :
      *le premier libelle encore sans client ouvre la proposition de
      *sa cle, representee tant que la reponse est invalide
       0300-PROPOSITIONS-DEB.

           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
                   UNTIL WS-IDX-GRP > WS-MAX-NOMS
                      OR WS-ABANDON-O

               IF WS-NOM-CLIENT(WS-IDX-GRP) = SPACES
                   PERFORM 0400-PROPOSITION-DEB
                      THRU 0400-PROPOSITION-FIN
                      UNTIL WS-NOM-CLIENT(WS-IDX-GRP) NOT = SPACES
                         OR WS-ABANDON-O
               END-IF

           END-PERFORM.

           EXIT.

       0300-PROPOSITIONS-FIN.

      *-----------------------------------------------------------------

      *Presentation des libelles de la cle du libelle WS-IDX-GRP et
      *decision de l'operateur
       0400-PROPOSITION-DEB.

           MOVE WS-NOM-CLE(WS-IDX-GRP) TO WS-CLE-GROUPE.
           MOVE 0 TO WS-NB-LIBELLES.
           MOVE 0 TO WS-LONGUEUR-RETENUE.
           ADD 1 TO WS-NB-PROPOSITIONS.

           DISPLAY "----------------------------------------".
           DISPLAY "Proposition " WS-NB-PROPOSITIONS " :".

           PERFORM VARYING WS-IDX-NOM FROM WS-IDX-GRP BY 1
                   UNTIL WS-IDX-NOM > WS-MAX-NOMS

               IF WS-NOM-CLIENT(WS-IDX-NOM) = SPACES
               AND WS-NOM-CLE(WS-IDX-NOM) = WS-CLE-GROUPE
                   ADD 1 TO WS-NB-LIBELLES
                   MOVE FUNCTION LENGTH
                            (FUNCTION TRIM(WS-NOM-TEXTE(WS-IDX-NOM)))
                     TO WS-LONGUEUR
                   IF WS-LONGUEUR > WS-LONGUEUR-RETENUE
                       MOVE WS-LONGUEUR TO WS-LONGUEUR-RETENUE
                       MOVE WS-NOM-TEXTE(WS-IDX-NOM)
                         TO WS-NOM-RETENU
                   END-IF
                   PERFORM 0450-CONTRATS-DU-LIBELLE-DEB
                      THRU 0450-CONTRATS-DU-LIBELLE-FIN
                   DISPLAY "  " WS-NOM-TEXTE(WS-IDX-NOM)
                           " (" WS-NOM-NB-LIGNES(WS-IDX-NOM)
                           " ligne(s))"
                   DISPLAY "      contrats " WS-LISTE-CONTRATS
               END-IF

           END-PERFORM.

           IF WS-NB-LIBELLES > 1
               DISPLAY "Un seul client sous le nom "
                       FUNCTION TRIM(WS-NOM-RETENU) " ?"
               DISPLAY "O ou vide = un seul client, N = un client "
                       "par libelle,"
           ELSE
               DISPLAY "Nouveau client sous ce nom ?"
               DISPLAY "O ou vide = nouveau client,"
           END-IF.
           DISPLAY "numero client deja cree = rattachement, "
                   "A = abandon de la reprise : ".
           ACCEPT WS-REPONSE.

           MOVE FUNCTION UPPER-CASE(WS-REPONSE) TO WS-REPONSE.

           EVALUATE TRUE
               WHEN WS-REPONSE = "A"
                   SET WS-ABANDON-O TO TRUE

               WHEN WS-REPONSE = SPACES OR "O"
                   PERFORM 0500-CREE-CLIENT-DEB
                      THRU 0500-CREE-CLIENT-FIN
                   PERFORM 0470-ATTRIBUE-GROUPE-DEB
                      THRU 0470-ATTRIBUE-GROUPE-FIN

               WHEN WS-REPONSE = "N"
                   PERFORM VARYING WS-IDX-NOM FROM WS-IDX-GRP BY 1
                           UNTIL WS-IDX-NOM > WS-MAX-NOMS
                       IF WS-NOM-CLIENT(WS-IDX-NOM) = SPACES
                       AND WS-NOM-CLE(WS-IDX-NOM) = WS-CLE-GROUPE
                           MOVE WS-NOM-TEXTE(WS-IDX-NOM)
                             TO WS-NOM-RETENU
                           PERFORM 0500-CREE-CLIENT-DEB
                              THRU 0500-CREE-CLIENT-FIN
                           MOVE WS-CLIENT-GROUPE
                             TO WS-NOM-CLIENT(WS-IDX-NOM)
                       END-IF
                   END-PERFORM

               WHEN OTHER
                   MOVE 0 TO WS-CLI-TROUVE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-MAX-CLI
                       IF WS-CLI-NUMERO(WS-IDX) = WS-REPONSE
                           MOVE WS-IDX TO WS-CLI-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-CLI-TROUVE = 0
                       DISPLAY "Reponse invalide ou client non cree "
                               "pendant la reprise : " WS-REPONSE
                       SUBTRACT 1 FROM WS-NB-PROPOSITIONS
                       GO TO 0400-PROPOSITION-FIN
                   END-IF
                   MOVE WS-REPONSE TO WS-CLIENT-GROUPE
                   PERFORM 0470-ATTRIBUE-GROUPE-DEB
                      THRU 0470-ATTRIBUE-GROUPE-FIN
                   DISPLAY "Rattache a " WS-REPONSE " "
                           WS-CLI-NOM(WS-CLI-TROUVE)
           END-EVALUATE.

           EXIT.

       0400-PROPOSITION-FIN.

      *-----------------------------------------------------------------

      *Numeros distincts des contrats portant le libelle WS-IDX-NOM
      *(six au plus), releves dans assurances.csv puis datassur.csv
       0450-CONTRATS-DU-LIBELLE-DEB.

           MOVE SPACES TO WS-LISTE-CONTRATS.
           MOVE 1 TO WS-POINTEUR.
           MOVE 0 TO WS-NB-AFFICHES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES
                      OR WS-NB-AFFICHES >= 6
               MOVE WS-LIGNE-POLICE(WS-IDX)(40:41) TO WS-LIBELLE
               MOVE FUNCTION UPPER-CASE
                        (FUNCTION TRIM(WS-LIBELLE LEADING))
                 TO WS-LIBELLE-MAJ
               IF WS-LIBELLE-MAJ = WS-NOM-MAJ(WS-IDX-NOM)
               AND WS-LIGNE-POLICE(WS-IDX)(125:8) = SPACES
                   MOVE WS-LIGNE-POLICE(WS-IDX)(1:8) TO WS-REPONSE
                   PERFORM 0460-AJOUTE-CONTRAT-DEB
                      THRU 0460-AJOUTE-CONTRAT-FIN
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS
                      OR WS-NB-AFFICHES >= 6
               MOVE WS-LIGNE-CONTRAT(WS-IDX)(40:41) TO WS-LIBELLE
               MOVE FUNCTION UPPER-CASE
                        (FUNCTION TRIM(WS-LIBELLE LEADING))
                 TO WS-LIBELLE-MAJ
               IF WS-LIBELLE-MAJ = WS-NOM-MAJ(WS-IDX-NOM)
               AND WS-LIGNE-CONTRAT(WS-IDX)(125:8) = SPACES
                   MOVE WS-LIGNE-CONTRAT(WS-IDX)(1:8) TO WS-REPONSE
                   PERFORM 0460-AJOUTE-CONTRAT-DEB
                      THRU 0460-AJOUTE-CONTRAT-FIN
               END-IF
           END-PERFORM.

           EXIT.

       0450-CONTRATS-DU-LIBELLE-FIN.

      *-----------------------------------------------------------------

      *Ajout du numero WS-REPONSE a la liste s'il n'y figure pas
       0460-AJOUTE-CONTRAT-DEB.

           MOVE 0 TO WS-NB-PRESENCES.
           INSPECT WS-LISTE-CONTRATS TALLYING WS-NB-PRESENCES
               FOR ALL WS-REPONSE.

           IF WS-NB-PRESENCES = 0
               STRING WS-REPONSE " "
                   DELIMITED BY SIZE INTO WS-LISTE-CONTRATS
                   WITH POINTER WS-POINTEUR
               END-STRING
               ADD 1 TO WS-NB-AFFICHES
           END-IF.

           EXIT.

       0460-AJOUTE-CONTRAT-FIN.

      *-----------------------------------------------------------------

      *Attribution du client WS-CLIENT-GROUPE a tous les libelles
      *encore sans client de la cle en cours
       0470-ATTRIBUE-GROUPE-DEB.

           PERFORM VARYING WS-IDX-NOM FROM WS-IDX-GRP BY 1
                   UNTIL WS-IDX-NOM > WS-MAX-NOMS
               IF WS-NOM-CLIENT(WS-IDX-NOM) = SPACES
               AND WS-NOM-CLE(WS-IDX-NOM) = WS-CLE-GROUPE
                   MOVE WS-CLIENT-GROUPE TO WS-NOM-CLIENT(WS-IDX-NOM)
               END-IF
           END-PERFORM.

           EXIT.

       0470-ATTRIBUE-GROUPE-FIN.

      *-----------------------------------------------------------------

      *Creation d'un client sous le nom WS-NOM-RETENU ; son numero
      *reste dans WS-CLIENT-GROUPE
       0500-CREE-CLIENT-DEB.

           ADD 1 TO WS-MAX-CLI.
           ADD 1 TO WS-NUMERO-RANG.

           MOVE WS-NUMERO-CLIENT TO WS-CLI-NUMERO(WS-MAX-CLI).
           MOVE WS-NOM-RETENU TO WS-CLI-NOM(WS-MAX-CLI).
           MOVE WS-NUMERO-CLIENT TO WS-CLIENT-GROUPE.

           DISPLAY "Client " WS-NUMERO-CLIENT " : "
                   FUNCTION TRIM(WS-NOM-RETENU).

           EXIT.

       0500-CREE-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Ecriture du fichier des assures puis numerotation des lignes
      *des deux fichiers de contrats, chacun apres copie de generation
       0600-SAUVEGARDE-DEB.

           MOVE "assures.txt" TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-CLIENTS.

           MOVE "climigr" TO AUDIT-PROGRAMME.
           MOVE "REPRISE" TO AUDIT-ACTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               MOVE SPACES TO F-CLIENT
               MOVE WS-CLI-NUMERO(WS-IDX) TO F-CLI-NUMERO
               MOVE WS-CLI-NOM(WS-IDX) TO F-CLI-NOM
               WRITE F-CLIENT

               MOVE WS-CLI-NUMERO(WS-IDX) TO AUDIT-CLE
               CALL "auditlog" USING AUDIT-DEMANDE
               END-CALL

           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           MOVE "assurances.csv" TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-POLICES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES

               MOVE WS-LIGNE-POLICE(WS-IDX) TO F-LIGNE-POLICES
               IF F-LIGNE-POLICES(125:8) = SPACES
                   MOVE F-LIGNE-POLICES(40:41) TO WS-LIBELLE
                   PERFORM 0250-FORME-COMPAREE-DEB
                      THRU 0250-FORME-COMPAREE-FIN
                   IF WS-NOM-TROUVE NOT = 0
                       MOVE WS-NOM-CLIENT(WS-NOM-TROUVE)
                         TO F-LIGNE-POLICES(125:8)
                       ADD 1 TO WS-NB-LIGNES-POL
                   END-IF
               END-IF
               WRITE F-LIGNE-POLICES

           END-PERFORM.

           CLOSE FICHIER-POLICES.

           MOVE "datassur.csv" TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN OUTPUT FICHIER-CONTRATS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONTRATS

               MOVE WS-LIGNE-CONTRAT(WS-IDX) TO F-LIGNE-CONTRATS
               IF F-LIGNE-CONTRATS(125:8) = SPACES
                   MOVE F-LIGNE-CONTRATS(40:41) TO WS-LIBELLE
                   PERFORM 0250-FORME-COMPAREE-DEB
                      THRU 0250-FORME-COMPAREE-FIN
                   IF WS-NOM-TROUVE NOT = 0
                       MOVE WS-NOM-CLIENT(WS-NOM-TROUVE)
                         TO F-LIGNE-CONTRATS(125:8)
                       ADD 1 TO WS-NB-LIGNES-CONT
                   END-IF
               END-IF
               WRITE F-LIGNE-CONTRATS

           END-PERFORM.

           CLOSE FICHIER-CONTRATS.

           EXIT.

       0600-SAUVEGARDE-FIN.
