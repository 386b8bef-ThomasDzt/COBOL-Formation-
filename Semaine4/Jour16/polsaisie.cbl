      *controlees par le module de dates commun datutil (validite et
      *fin posterieure au debut), le numero de police doit etre
      *unique, et chaque creation part au journal d'audit central.
      *Le produit n'est plus du texte libre : il doit etre un code
      *actif du referentiel produits-assurance.txt tenu par
      *prodmaint (franchise, plafonds et types de sinistre couverts
      *appliques par sinistres).
      *Le client n'est plus saisi en texte libre : la police exige
      *le numero d'un assure du fichier assures.txt tenu par
      *assmaint, porte en colonnes 125-132, et le nom de l'assure est
      *recopie du fichier en 40-80 pour les traitements qui lisent
      *encore cette zone. La frequence de paiement de la prime est
      *portee en colonne 133 : A annuelle, S semestrielle, T
      *trimestrielle, M mensuelle ; factprime en tire l'echeancier
      *des primes au renouvellement.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * POL = POLICE ; PRD = PRODUIT ; CLI = CLIENT
      ******************************************************************

       IDENTIFICATION DIVISION.
       SELECT OPTIONAL FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Referentiel des produits d'assurance tenu par prodmaint
       SELECT OPTIONAL FICHIER-PRODUITS
       ASSIGN TO "produits-assurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier des assures tenu par assmaint
       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-PRODUITS.
           01 F-PRODUIT.
               05 F-PRD-CODE               PIC X(14).
               05 F-PRD-LIBELLE            PIC X(30).
               05 F-PRD-TYPE-FRANCHISE     PIC X(01).
               05 F-PRD-FRANCHISE          PIC 9(07)V9(02).
               05 F-PRD-PLAFOND-SIN        PIC 9(07)V9(02).
               05 F-PRD-PLAFOND-AN         PIC 9(07)V9(02).
               05 F-PRD-TYPE-COUVERT OCCURS 6 TIMES
                                           PIC X(10).
               05 F-PRD-STATUT             PIC X(01).

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
       01 WS-TABLEAU-POLICES.
           05 WS-NUMERO-POLICE OCCURS 500 TIMES PIC X(08).

      *Codes et libelles des produits actifs du referentiel
       01 WS-TABLEAU-PRD.
           05 WS-PRD OCCURS 100 TIMES.
               10 WS-PRD-CODE              PIC X(14).
               10 WS-PRD-LIBELLE           PIC X(30).

      *Numeros et noms des assures du fichier assures.txt
       01 WS-TABLEAU-CLI.
           05 WS-CLI OCCURS 500 TIMES.
               10 WS-CLI-NUMERO            PIC X(08).
               10 WS-CLI-NOM               PIC X(41).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-PRD                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-PRD                  PIC 9(03)   VALUE 100.
       01 WS-PRD-TROUVE                    PIC 9(03).
       01 WS-MAX-CLI                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CLI                  PIC 9(03)   VALUE 500.
       01 WS-CLI-TROUVE                    PIC 9(03).
       01 WS-MAX-POLICES                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-SAISIE-NUMERO                 PIC X(08).
       01 WS-SAISIE-CONTRAT                PIC X(14).
       01 WS-SAISIE-PRODUIT                PIC X(14).
       01 WS-SAISIE-CLIENT                 PIC X(08).
       01 WS-SAISIE-STATUT                 PIC X(08).
       01 WS-SAISIE-DEBUT                  PIC X(08).
       01 WS-SAISIE-FIN                    PIC X(08).
       01 WS-SAISIE-MONTANT                PIC X(10).
       01 WS-SAISIE-DEVISE                 PIC X(03).
       01 WS-SAISIE-AGENT                  PIC X(03).
       01 WS-SAISIE-FREQUENCE              PIC X(01).
           88 WS-FREQUENCE-VALIDE                      VALUE "A" "S"
                                                             "T" "M".

       01 WS-POLICE-TROUVEE                PIC 9(03).

           PERFORM 0100-CHARGE-NUMEROS-DEB
              THRU 0100-CHARGE-NUMEROS-FIN.

           PERFORM 0150-CHARGE-PRODUITS-DEB
              THRU 0150-CHARGE-PRODUITS-FIN.

           PERFORM 0170-CHARGE-CLIENTS-DEB
              THRU 0170-CHARGE-CLIENTS-FIN.

           SET WS-QUITTER-N TO TRUE.

           PERFORM 0200-SAISIE-POLICE-DEB

      *-----------------------------------------------------------------

      *Produits actifs du referentiel : seuls produits acceptes a la
      *saisie d'une police
       0150-CHARGE-PRODUITS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PRODUITS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PRODUITS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PRD-STATUT = "A"
                       AND WS-MAX-PRD < WS-CAPACITE-PRD
                           ADD 1 TO WS-MAX-PRD
                           MOVE F-PRD-CODE
                             TO WS-PRD-CODE(WS-MAX-PRD)
                           MOVE F-PRD-LIBELLE
                             TO WS-PRD-LIBELLE(WS-MAX-PRD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PRODUITS.

           DISPLAY "Produits actifs au referentiel : " WS-MAX-PRD.

           IF WS-MAX-PRD = 0
               DISPLAY "Aucun produit actif (prodmaint) : aucune "
                       "police ne pourra etre saisie."
           END-IF.

           EXIT.

       0150-CHARGE-PRODUITS-FIN.

      *-----------------------------------------------------------------

      *Assures du fichier assures.txt : seuls clients acceptes a la
      *saisie d'une police
       0170-CHARGE-CLIENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CLI < WS-CAPACITE-CLI
                           ADD 1 TO WS-MAX-CLI
                           MOVE F-CLI-NUMERO
                             TO WS-CLI-NUMERO(WS-MAX-CLI)
                           MOVE F-CLI-NOM
                             TO WS-CLI-NOM(WS-MAX-CLI)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           DISPLAY "Assures au fichier des clients : " WS-MAX-CLI.

           IF WS-MAX-CLI = 0
               DISPLAY "Aucun assure (assmaint) : aucune police ne "
                       "pourra etre saisie."
           END-IF.

           EXIT.

       0170-CHARGE-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Saisie d'une police : un numero vide met fin a la prise ; tout
      *controle en echec refuse la police sans rien ecrire
       0200-SAISIE-POLICE-DEB.
           DISPLAY "Nom du contrat (14 car.) : ".
           ACCEPT WS-SAISIE-CONTRAT.

           DISPLAY "Code produit (14 car.) : ".
           ACCEPT WS-SAISIE-PRODUIT.

           MOVE 0 TO WS-PRD-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRD

               IF WS-PRD-CODE(WS-IDX) = WS-SAISIE-PRODUIT
                   MOVE WS-IDX TO WS-PRD-TROUVE
               END-IF

           END-PERFORM.

           IF WS-PRD-TROUVE = 0
               DISPLAY "Produit inconnu ou inactif au referentiel : "
                       WS-SAISIE-PRODUIT " - saisie refusee."
               GO TO 0200-SAISIE-POLICE-FIN
           END-IF.

           DISPLAY "Produit : " WS-PRD-LIBELLE(WS-PRD-TROUVE).

           DISPLAY "Numero client (assures.txt) : ".
           ACCEPT WS-SAISIE-CLIENT.

           MOVE 0 TO WS-CLI-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               IF WS-CLI-NUMERO(WS-IDX) = WS-SAISIE-CLIENT
                   MOVE WS-IDX TO WS-CLI-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SAISIE-CLIENT = SPACES
           OR WS-CLI-TROUVE = 0
               DISPLAY "Client inconnu au fichier des assures : "
                       WS-SAISIE-CLIENT " - saisie refusee."
               GO TO 0200-SAISIE-POLICE-FIN
           END-IF.

           DISPLAY "Client : " WS-CLI-NOM(WS-CLI-TROUVE).

           DISPLAY "Statut (vide = actif) : ".
           ACCEPT WS-SAISIE-STATUT.

           DISPLAY "Code agent (3 car., vide = aucun) : ".
           ACCEPT WS-SAISIE-AGENT.

           DISPLAY "Frequence de paiement (A annuelle, S semestrielle, "
                   "T trimestrielle, M mensuelle, vide = A) : ".
           ACCEPT WS-SAISIE-FREQUENCE.

           IF WS-SAISIE-FREQUENCE = SPACE
               MOVE "A" TO WS-SAISIE-FREQUENCE
           END-IF.

           IF NOT WS-FREQUENCE-VALIDE
               DISPLAY "Frequence de paiement inconnue : "
                       WS-SAISIE-FREQUENCE " - saisie refusee."
               GO TO 0200-SAISIE-POLICE-FIN
           END-IF.

           PERFORM 0300-ECRIT-POLICE-DEB
              THRU 0300-ECRIT-POLICE-FIN.

           MOVE WS-SAISIE-NUMERO  TO F-LIGNE-POLICES(1:8).
           MOVE WS-SAISIE-CONTRAT TO F-LIGNE-POLICES(10:14).
           MOVE WS-SAISIE-PRODUIT TO F-LIGNE-POLICES(25:14).
           MOVE WS-CLI-NOM(WS-CLI-TROUVE)
             TO F-LIGNE-POLICES(40:41).
           MOVE WS-SAISIE-STATUT  TO F-LIGNE-POLICES(82:8).
           MOVE WS-SAISIE-DEBUT   TO F-LIGNE-POLICES(91:8).
           MOVE WS-SAISIE-FIN     TO F-LIGNE-POLICES(100:8).
           MOVE WS-MONTANT-ED     TO F-LIGNE-POLICES(109:9).
           MOVE WS-SAISIE-DEVISE  TO F-LIGNE-POLICES(119:3).
           MOVE WS-SAISIE-AGENT   TO F-LIGNE-POLICES(122:3).
           MOVE WS-SAISIE-CLIENT  TO F-LIGNE-POLICES(125:8).
           MOVE WS-SAISIE-FREQUENCE
                                  TO F-LIGNE-POLICES(133:1).
           WRITE F-LIGNE-POLICES.

           CLOSE FICHIER-POLICES.
