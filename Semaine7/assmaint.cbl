      *Maintenance du fichier des assures (assures.txt) : chaque client
      *porte un numero (C suivi de 7 chiffres, attribue a la creation
      *a la suite du plus grand numero connu), son nom, son adresse
      *(rue, code postal, ville), sa date de naissance et ses
      *coordonnees (telephone, courriel). Le numero client est porte
      *en colonnes 125-132 de chaque ligne de assurances.csv et de
      *datassur.csv : polsaisie l'exige a la creation d'une police et
      *y recopie le nom du fichier des assures en 40-80, relevecli,
      *factprime et les avis de renouvellement relisent le client
      *ici. Un client n'est jamais supprime, ses contrats le
      *referencent. La reprise initiale des noms deja saisis dans les
      *contrats se fait une fois par climigr. Le fichier part en
      *copie de generation avant reecriture et chaque mise a jour est
      *tracee au journal d'audit central.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CLI = CLIENT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. assmaint.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Date de naissance AAAAMMJJ, vide si inconnue
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

      *Assures charges en memoire
       01 WS-TABLEAU-CLI.
           05 WS-CLI OCCURS 500 TIMES.
               10 WS-CLI-NUMERO            PIC X(08).
               10 WS-CLI-NOM               PIC X(41).
               10 WS-CLI-ADRESSE           PIC X(40).
               10 WS-CLI-CODE-POSTAL       PIC X(05).
               10 WS-CLI-VILLE             PIC X(30).
               10 WS-CLI-DATE-NAISSANCE    PIC X(08).
               10 WS-CLI-TELEPHONE         PIC X(15).
               10 WS-CLI-COURRIEL          PIC X(40).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-SAISIR                          VALUE "1".
           88 WS-CHOIX-LISTER                          VALUE "2".
           88 WS-CHOIX-RECHERCHER                      VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies du client en cours
       01 WS-SAISIE-NUMERO                 PIC X(08).
       01 WS-SAISIE-NOM                    PIC X(41).
       01 WS-SAISIE-ADRESSE                PIC X(40).
       01 WS-SAISIE-CODE-POSTAL            PIC X(05).
       01 WS-SAISIE-VILLE                  PIC X(30).
       01 WS-SAISIE-DATE                   PIC X(08).
       01 WS-SAISIE-TELEPHONE              PIC X(15).
       01 WS-SAISIE-COURRIEL               PIC X(40).

       01 WS-CLI-TROUVE                    PIC 9(03).

      *Numero client : C suivi d'un rang sur 7 chiffres
       01 WS-NUMERO-CLIENT.
           05 WS-NUMERO-PREFIXE            PIC X(01)   VALUE "C".
           05 WS-NUMERO-RANG               PIC 9(07).
       01 WS-PLUS-GRAND-RANG               PIC 9(07)   VALUE 0.

      *Recherche par nom : fragment saisi compare en majuscules
       01 WS-FRAGMENT                      PIC X(41).
       01 WS-LONGUEUR-FRAGMENT             PIC 9(02).
       01 WS-NOM-MAJ                       PIC X(41).
       01 WS-NB-OCCURRENCES                PIC 9(02).
       01 WS-NB-TROUVES                    PIC 9(03).

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "assures.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-CLIENTS-DEB
              THRU 0100-CHARGE-CLIENTS-FIN.

           SET WS-MODIFIE-N TO TRUE.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           IF WS-MODIFIE-O
               PERFORM 0600-SAUVEGARDE-DEB
                  THRU 0600-SAUVEGARDE-FIN
           END-IF.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Chargement des assures et releve du plus grand rang attribue,
      *point de depart de la numerotation des nouveaux clients
       0100-CHARGE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-CLIENT TO WS-CLI(WS-IDX)
                           IF F-CLI-NUMERO(2:7) IS NUMERIC
                           AND F-CLI-NUMERO(2:7) > WS-PLUS-GRAND-RANG
                               MOVE F-CLI-NUMERO(2:7)
                                 TO WS-PLUS-GRAND-RANG
                           END-IF
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-MAX ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-CLI.

           CLOSE FICHIER-CLIENTS.

           DISPLAY "Assures au fichier : " WS-MAX-CLI.

           EXIT.

       0100-CHARGE-CLIENTS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Fichier des assures.".
           DISPLAY "1 - Creer ou modifier un client".
           DISPLAY "2 - Lister les clients".
           DISPLAY "3 - Rechercher un client par son nom".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-SAISIR
                   PERFORM 0300-SAISIR-DEB
                      THRU 0300-SAISIR-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0500-LISTER-DEB
                      THRU 0500-LISTER-FIN

               WHEN WS-CHOIX-RECHERCHER
                   PERFORM 0550-RECHERCHER-DEB
                      THRU 0550-RECHERCHER-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Saisie complete d'un client : numero vide = nouveau client,
      *numero connu = modification. Le nom est obligatoire, la date
      *de naissance est controlee par datutil quand elle est saisie
       0300-SAISIR-DEB.

           DISPLAY "Numero client (vide = nouveau client) : ".
           ACCEPT WS-SAISIE-NUMERO.

           IF WS-SAISIE-NUMERO = SPACES
               MOVE 0 TO WS-CLI-TROUVE
           ELSE
               PERFORM 0700-RECHERCHE-CLIENT-DEB
                  THRU 0700-RECHERCHE-CLIENT-FIN
               IF WS-CLI-TROUVE = 0
                   DISPLAY "Client inconnu : " WS-SAISIE-NUMERO
                           " - saisie refusee."
                   GO TO 0300-SAISIR-FIN
               END-IF
               DISPLAY "Nom actuel : " WS-CLI-NOM(WS-CLI-TROUVE)
           END-IF.

           DISPLAY "Nom du client (41 car.) : ".
           ACCEPT WS-SAISIE-NOM.

           IF WS-SAISIE-NOM = SPACES
               DISPLAY "Nom vide, saisie refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           DISPLAY "Adresse (40 car.) : ".
           ACCEPT WS-SAISIE-ADRESSE.

           DISPLAY "Code postal : ".
           ACCEPT WS-SAISIE-CODE-POSTAL.

           DISPLAY "Ville (30 car.) : ".
           ACCEPT WS-SAISIE-VILLE.

           DISPLAY "Date de naissance (AAAAMMJJ, vide = inconnue) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE NOT = SPACES
               IF WS-SAISIE-DATE NOT NUMERIC
                   DISPLAY "Date de naissance invalide, saisie "
                           "refusee."
                   GO TO 0300-SAISIR-FIN
               END-IF

               MOVE "VALID" TO WS-DATUTIL-FONCTION
               MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1

               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL

               IF WS-DATUTIL-RESULTAT NOT = 0
                   DISPLAY "Date de naissance invalide, saisie "
                           "refusee."
                   GO TO 0300-SAISIR-FIN
               END-IF
           END-IF.

           DISPLAY "Telephone (15 car.) : ".
           ACCEPT WS-SAISIE-TELEPHONE.

           DISPLAY "Courriel (40 car.) : ".
           ACCEPT WS-SAISIE-COURRIEL.

           IF WS-CLI-TROUVE = 0
               IF WS-MAX-CLI >= WS-CAPACITE-MAX
                   DISPLAY "Fichier des assures plein."
                   GO TO 0300-SAISIR-FIN
               END-IF
               ADD 1 TO WS-MAX-CLI
               MOVE WS-MAX-CLI TO WS-CLI-TROUVE
               ADD 1 TO WS-PLUS-GRAND-RANG
               MOVE WS-PLUS-GRAND-RANG TO WS-NUMERO-RANG
               MOVE WS-NUMERO-CLIENT TO WS-SAISIE-NUMERO
               MOVE "CREATION" TO AUDIT-ACTION
           ELSE
               MOVE "MODIF" TO AUDIT-ACTION
           END-IF.

           MOVE WS-SAISIE-NUMERO   TO WS-CLI-NUMERO(WS-CLI-TROUVE).
           MOVE WS-SAISIE-NOM      TO WS-CLI-NOM(WS-CLI-TROUVE).
           MOVE WS-SAISIE-ADRESSE  TO WS-CLI-ADRESSE(WS-CLI-TROUVE).
           MOVE WS-SAISIE-CODE-POSTAL
             TO WS-CLI-CODE-POSTAL(WS-CLI-TROUVE).
           MOVE WS-SAISIE-VILLE    TO WS-CLI-VILLE(WS-CLI-TROUVE).
           MOVE WS-SAISIE-DATE
             TO WS-CLI-DATE-NAISSANCE(WS-CLI-TROUVE).
           MOVE WS-SAISIE-TELEPHONE
             TO WS-CLI-TELEPHONE(WS-CLI-TROUVE).
           MOVE WS-SAISIE-COURRIEL
             TO WS-CLI-COURRIEL(WS-CLI-TROUVE).

           SET WS-MODIFIE-O TO TRUE.

           MOVE "assmaint" TO AUDIT-PROGRAMME.
           MOVE WS-SAISIE-NUMERO TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Client " WS-SAISIE-NUMERO " enregistre.".

           EXIT.

       0300-SAISIR-FIN.

      *-----------------------------------------------------------------

       0500-LISTER-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI
               PERFORM 0510-AFFICHE-CLIENT-DEB
                  THRU 0510-AFFICHE-CLIENT-FIN
           END-PERFORM.

           IF WS-MAX-CLI = 0
               DISPLAY "Aucun client au fichier."
           END-IF.

           EXIT.

       0500-LISTER-FIN.

      *-----------------------------------------------------------------

      *Affichage du client de rang WS-IDX
       0510-AFFICHE-CLIENT-DEB.

           DISPLAY WS-CLI-NUMERO(WS-IDX) " "
                   WS-CLI-NOM(WS-IDX).
           DISPLAY "  " WS-CLI-ADRESSE(WS-IDX) " "
                   WS-CLI-CODE-POSTAL(WS-IDX) " "
                   WS-CLI-VILLE(WS-IDX).
           DISPLAY "  ne(e) le " WS-CLI-DATE-NAISSANCE(WS-IDX)
                   "  tel. " WS-CLI-TELEPHONE(WS-IDX)
                   "  " WS-CLI-COURRIEL(WS-IDX).

           EXIT.

       0510-AFFICHE-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Recherche des clients dont le nom contient le fragment saisi,
      *sans tenir compte de la casse
       0550-RECHERCHER-DEB.

           DISPLAY "Nom ou partie du nom : ".
           ACCEPT WS-FRAGMENT.

           IF WS-FRAGMENT = SPACES
               GO TO 0550-RECHERCHER-FIN
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-FRAGMENT) TO WS-FRAGMENT.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FRAGMENT))
             TO WS-LONGUEUR-FRAGMENT.
           MOVE 0 TO WS-NB-TROUVES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               MOVE FUNCTION UPPER-CASE(WS-CLI-NOM(WS-IDX))
                 TO WS-NOM-MAJ
               MOVE 0 TO WS-NB-OCCURRENCES
               INSPECT WS-NOM-MAJ TALLYING WS-NB-OCCURRENCES
                   FOR ALL WS-FRAGMENT(1:WS-LONGUEUR-FRAGMENT)

               IF WS-NB-OCCURRENCES > 0
                   ADD 1 TO WS-NB-TROUVES
                   PERFORM 0510-AFFICHE-CLIENT-DEB
                      THRU 0510-AFFICHE-CLIENT-FIN
               END-IF

           END-PERFORM.

           DISPLAY "Clients trouves : " WS-NB-TROUVES.

           EXIT.

       0550-RECHERCHER-FIN.

      *-----------------------------------------------------------------

       0600-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           DISPLAY "Reecriture du fichier des assures.".
           OPEN OUTPUT FICHIER-CLIENTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               MOVE WS-CLI(WS-IDX) TO F-CLIENT
               WRITE F-CLIENT

           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           EXIT.

       0600-SAUVEGARDE-FIN.

      *-----------------------------------------------------------------

      *Recherche du client WS-SAISIE-NUMERO : rang dans WS-CLI-TROUVE,
      *0 si inconnu
       0700-RECHERCHE-CLIENT-DEB.

           MOVE 0 TO WS-CLI-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               IF WS-CLI-NUMERO(WS-IDX) = WS-SAISIE-NUMERO
                   MOVE WS-IDX TO WS-CLI-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0700-RECHERCHE-CLIENT-FIN.
