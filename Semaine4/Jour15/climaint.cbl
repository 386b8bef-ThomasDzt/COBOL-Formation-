      * du client (colonnes 31-36, zero = pas de limite) que
      * saisiecom controle a la prise de commande. Le fichier part en
      * copie de generation avant toute reecriture et chaque
      * changement est trace au journal d'audit central. Le
      * controleur de credit reprend la liste des clients en mise en
      * demeure ecrite par le passage de relances de paiecli
      * (liste-mise-en-demeure.txt) et decide, client par client, de
      * les desactiver. Le programme tient aussi les adresses de
      * livraison des clients (adresses-livraison.txt) : plusieurs
      * adresses par client, numerotees, avec code postal, ville et
      * zone transporteur, dont une par defaut ; une adresse se
      * desactive plutot que de se supprimer. saisiecom y choisit
      * l'adresse de la commande et statutcom l'imprime a
      * l'expedition.

      ******************************************************************
      *                            TRIGRAMMES                          *
       SELECT OPTIONAL FICHIER-CLI ASSIGN TO "clients.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-DEMEURE
       ASSIGN TO "liste-mise-en-demeure.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ADRESSES
       ASSIGN TO "adresses-livraison.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD FICHIER-CLI.
           01 F-LIGNE-CLI                  PIC X(36).

       FD FICHIER-DEMEURE.
           01 F-LIGNE-DEMEURE              PIC X(80).

       FD FICHIER-ADRESSES.
           COPY "adresse-record.cpy".


       WORKING-STORAGE SECTION.

                   88 WS-CLI-ACTIF                 VALUE "A".
                   88 WS-CLI-INACTIF               VALUE "I".
               10 WS-LIMITE-CLI            PIC 9(06).
      *        Deja presente au controleur lors de la revue des mises
      *        en demeure (une seule question par client)
               10 WS-REVU-CLI              PIC X(01).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-CLI                       PIC 9(03).
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 100.

      *Adresses de livraison de tous les clients, meme ordre que le
      *fichier
       01 WS-TABLEAU-ADR.
           05 WS-LIGNE-ADR OCCURS 500 TIMES.
               10 WS-ADR-CLIENT            PIC X(08).
               10 WS-ADR-NUMERO            PIC X(02).
               10 WS-ADR-DEFAUT            PIC X(01).
                   88 WS-ADR-PAR-DEFAUT            VALUE "O".
               10 WS-ADR-DESTINATAIRE      PIC X(30).
               10 WS-ADR-RUE               PIC X(30).
               10 WS-ADR-CODE-POSTAL       PIC X(05).
               10 WS-ADR-VILLE             PIC X(20).
               10 WS-ADR-ZONE              PIC X(03).
               10 WS-ADR-STATUT            PIC X(01).
                   88 WS-ADR-ACTIVE                VALUE "A".
                   88 WS-ADR-INACTIVE              VALUE "I".

       77 WS-IDX-ADR                       PIC 9(03).
       01 WS-MAX-ADR                       PIC 9(03).
       01 WS-CAPACITE-ADR                  PIC 9(03)   VALUE 500.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".
           88 WS-CHOIX-MODIFIER                        VALUE "2".
           88 WS-CHOIX-BASCULER                        VALUE "3".
           88 WS-CHOIX-LISTER                          VALUE "4".
           88 WS-CHOIX-DEMEURES                        VALUE "5".
           88 WS-CHOIX-ADRESSES                        VALUE "6".
           88 WS-CHOIX-QUITTER                         VALUE "7".

      *Sous-menu des adresses de livraison du client choisi
       01 WS-CHOIX-ADR                     PIC X.
           88 WS-CHOIX-ADR-AJOUTER                     VALUE "1".
           88 WS-CHOIX-ADR-DEFAUT                      VALUE "2".
           88 WS-CHOIX-ADR-DESACTIVER                  VALUE "3".
           88 WS-CHOIX-ADR-RETOUR                      VALUE "4".

      *Saisies de la maintenance
       01 WS-SAISIE-ID                     PIC X(08).
       01 WS-SAISIE-NOM                    PIC X(11).
       01 WS-SAISIE-PRENOM                 PIC X(10).
       01 WS-SAISIE-LIMITE                 PIC X(06).
       01 WS-REPONSE                       PIC X(01).
       01 WS-NB-DESACTIVES                 PIC 9(03).
       01 WS-SAISIE-NUMERO                 PIC X(02).
       01 WS-SAISIE-DESTINATAIRE           PIC X(30).
       01 WS-SAISIE-RUE                    PIC X(30).
       01 WS-SAISIE-CODE-POSTAL            PIC X(05).
       01 WS-SAISIE-VILLE                  PIC X(20).
       01 WS-SAISIE-ZONE                   PIC X(03).

      *Adresse retrouvee (0 si absente), dernier numero attribue au
      *client et presence d'une adresse par defaut active
       01 WS-ADRESSE-TROUVEE               PIC 9(03).
       01 WS-NUMERO-NUM                    PIC 9(02).
       01 WS-DERNIER-NUMERO                PIC 9(02).
       01 WS-NB-ADR-CLIENT                 PIC 9(02).
       01 WS-DEFAUT-PRESENT                PIC X.
           88 WS-DEFAUT-PRESENT-O                      VALUE "O".
           88 WS-DEFAUT-PRESENT-N                      VALUE "N".

       01 WS-CLIENT-TROUVE                 PIC 9(03).

           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

       01 WS-ADR-MODIFIE                   PIC X.
           88 WS-ADR-MODIFIE-O                         VALUE "O".
           88 WS-ADR-MODIFIE-N                         VALUE "N".

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "clients.txt".
       01 WS-NOM-FICHIER-ADRESSES          PIC X(30)
               VALUE "adresses-livraison.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.
           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           PERFORM 0150-CHARGEMENT-ADRESSES-DEB
              THRU 0150-CHARGEMENT-ADRESSES-FIN.

           SET WS-MODIFIE-N TO TRUE.
           SET WS-ADR-MODIFIE-N TO TRUE.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
                  THRU 0700-SAUVEGARDE-FIN
           END-IF.

           IF WS-ADR-MODIFIE-O
               PERFORM 0750-SAUVEGARDE-ADRESSES-DEB
                  THRU 0750-SAUVEGARDE-ADRESSES-FIN
           END-IF.

           STOP RUN.

      ******************************************************************

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Adresses de livraison ; fichier absent = aucune adresse
       0150-CHARGEMENT-ADRESSES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-ADR.

           OPEN INPUT FICHIER-ADRESSES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ADRESSES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-ADR < WS-CAPACITE-ADR
                           ADD 1 TO WS-MAX-ADR
                           MOVE LIGNE-ADRESSE
                             TO WS-LIGNE-ADR(WS-MAX-ADR)
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-ADR ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ADRESSES.

           EXIT.

       0150-CHARGEMENT-ADRESSES-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.
           DISPLAY "2 - Modifier nom / prenom".
           DISPLAY "3 - Desactiver / reactiver un client".
           DISPLAY "4 - Lister les clients".
           DISPLAY "5 - Revue des clients en mise en demeure".
           DISPLAY "6 - Adresses de livraison d'un client".
           DISPLAY "7 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0600-LISTER-DEB
                      THRU 0600-LISTER-FIN

               WHEN WS-CHOIX-DEMEURES
                   PERFORM 0550-REVUE-DEMEURES-DEB
                      THRU 0550-REVUE-DEMEURES-FIN

               WHEN WS-CHOIX-ADRESSES
                   PERFORM 0800-ADRESSES-DEB
                      THRU 0800-ADRESSES-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE


       0500-BASCULER-FIN.

      *-----------------------------------------------------------------

      *Revue de la liste des mises en demeure (ID client en 1-8) :
      *chaque client actif de la liste est presente une fois avec sa
      *premiere facture en cause, le controleur decide de le
      *desactiver ou non
       0550-REVUE-DEMEURES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-NB-DESACTIVES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI
               MOVE "N" TO WS-REVU-CLI(WS-IDX)
           END-PERFORM.

           OPEN INPUT FICHIER-DEMEURE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-DEMEURE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM 0560-DEMEURE-CLIENT-DEB
                          THRU 0560-DEMEURE-CLIENT-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-DEMEURE.

           DISPLAY "Clients desactives : " WS-NB-DESACTIVES.

           EXIT.

       0550-REVUE-DEMEURES-FIN.

      *-----------------------------------------------------------------

       0560-DEMEURE-CLIENT-DEB.

           MOVE F-LIGNE-DEMEURE(1:8) TO WS-SAISIE-ID.

           PERFORM 0250-TROUVE-CLIENT-DEB
              THRU 0250-TROUVE-CLIENT-FIN.

           IF WS-CLIENT-TROUVE = 0
               GO TO 0560-DEMEURE-CLIENT-FIN
           END-IF.

           IF WS-REVU-CLI(WS-CLIENT-TROUVE) = "O"
           OR WS-CLI-INACTIF(WS-CLIENT-TROUVE)
               GO TO 0560-DEMEURE-CLIENT-FIN
           END-IF.

           MOVE "O" TO WS-REVU-CLI(WS-CLIENT-TROUVE).

           DISPLAY F-LIGNE-DEMEURE.
           DISPLAY "Desactiver ce client ? (O/N) : ".
           ACCEPT WS-REPONSE.

           IF WS-REPONSE = "O" OR WS-REPONSE = "o"
               SET WS-CLI-INACTIF(WS-CLIENT-TROUVE) TO TRUE
               SET WS-MODIFIE-O TO TRUE
               ADD 1 TO WS-NB-DESACTIVES
               MOVE "DESACTIV" TO AUDIT-ACTION
               PERFORM 0650-TRACE-AUDIT-DEB
                  THRU 0650-TRACE-AUDIT-FIN
               DISPLAY "Client desactive, saisiecom refusera ses "
                       "commandes."
           END-IF.

           EXIT.

       0560-DEMEURE-CLIENT-FIN.

      *-----------------------------------------------------------------

       0600-LISTER-DEB.
           EXIT.

       0700-SAUVEGARDE-FIN.

      *-----------------------------------------------------------------

      *Reecriture des adresses de livraison apres copie de generation
       0750-SAUVEGARDE-ADRESSES-DEB.

           CALL "gensauve" USING WS-NOM-FICHIER-ADRESSES
           END-CALL.

           DISPLAY "Reecriture des adresses de livraison.".
           OPEN OUTPUT FICHIER-ADRESSES.

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR

               MOVE WS-LIGNE-ADR(WS-IDX-ADR) TO LIGNE-ADRESSE
               WRITE LIGNE-ADRESSE

           END-PERFORM.

           CLOSE FICHIER-ADRESSES.

           EXIT.

       0750-SAUVEGARDE-ADRESSES-FIN.

      *-----------------------------------------------------------------

      *Adresses de livraison d'un client existant : liste puis
      *sous-menu jusqu'au retour au menu principal
       0800-ADRESSES-DEB.

           DISPLAY "ID du client : ".
           ACCEPT WS-SAISIE-ID.

           PERFORM 0250-TROUVE-CLIENT-DEB
              THRU 0250-TROUVE-CLIENT-FIN.

           IF WS-CLIENT-TROUVE = 0
               DISPLAY "Client inconnu : " WS-SAISIE-ID
               GO TO 0800-ADRESSES-FIN
           END-IF.

           DISPLAY "Client : " WS-NOM(WS-CLIENT-TROUVE) " "
                   WS-PRENOM(WS-CLIENT-TROUVE).

           MOVE SPACE TO WS-CHOIX-ADR.

           PERFORM 0810-MENU-ADRESSES-DEB
              THRU 0810-MENU-ADRESSES-FIN
              UNTIL WS-CHOIX-ADR-RETOUR.

           EXIT.

       0800-ADRESSES-FIN.

      *-----------------------------------------------------------------

       0810-MENU-ADRESSES-DEB.

           PERFORM 0820-LISTE-ADRESSES-DEB
              THRU 0820-LISTE-ADRESSES-FIN.

           DISPLAY "1 - Ajouter une adresse".
           DISPLAY "2 - Choisir l'adresse par defaut".
           DISPLAY "3 - Desactiver une adresse".
           DISPLAY "4 - Retour".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX-ADR.

           EVALUATE TRUE
               WHEN WS-CHOIX-ADR-AJOUTER
                   PERFORM 0830-AJOUT-ADRESSE-DEB
                      THRU 0830-AJOUT-ADRESSE-FIN

               WHEN WS-CHOIX-ADR-DEFAUT
                   PERFORM 0840-ADRESSE-DEFAUT-DEB
                      THRU 0840-ADRESSE-DEFAUT-FIN

               WHEN WS-CHOIX-ADR-DESACTIVER
                   PERFORM 0850-DESACTIVE-ADRESSE-DEB
                      THRU 0850-DESACTIVE-ADRESSE-FIN

               WHEN WS-CHOIX-ADR-RETOUR
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0810-MENU-ADRESSES-FIN.

      *-----------------------------------------------------------------

      *Liste des adresses du client, avec au passage le dernier
      *numero attribue et la presence d'une adresse par defaut
       0820-LISTE-ADRESSES-DEB.

           MOVE 0 TO WS-NB-ADR-CLIENT.
           MOVE 0 TO WS-DERNIER-NUMERO.
           SET WS-DEFAUT-PRESENT-N TO TRUE.

           DISPLAY "No D S Destinataire                   "
                   "CP    Ville                Zone".

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR

               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-SAISIE-ID
                   ADD 1 TO WS-NB-ADR-CLIENT
                   IF WS-ADR-NUMERO(WS-IDX-ADR) IS NUMERIC
                       MOVE WS-ADR-NUMERO(WS-IDX-ADR) TO WS-NUMERO-NUM
                       IF WS-NUMERO-NUM > WS-DERNIER-NUMERO
                           MOVE WS-NUMERO-NUM TO WS-DERNIER-NUMERO
                       END-IF
                   END-IF
                   IF WS-ADR-ACTIVE(WS-IDX-ADR)
                   AND WS-ADR-PAR-DEFAUT(WS-IDX-ADR)
                       SET WS-DEFAUT-PRESENT-O TO TRUE
                   END-IF
                   DISPLAY WS-ADR-NUMERO(WS-IDX-ADR) " "
                           WS-ADR-DEFAUT(WS-IDX-ADR) " "
                           WS-ADR-STATUT(WS-IDX-ADR) " "
                           WS-ADR-DESTINATAIRE(WS-IDX-ADR) " "
                           WS-ADR-CODE-POSTAL(WS-IDX-ADR) " "
                           WS-ADR-VILLE(WS-IDX-ADR) " "
                           WS-ADR-ZONE(WS-IDX-ADR)
                   DISPLAY "     " WS-ADR-RUE(WS-IDX-ADR)
               END-IF

           END-PERFORM.

           IF WS-NB-ADR-CLIENT = 0
               DISPLAY "Aucune adresse de livraison."
           END-IF.

           EXIT.

       0820-LISTE-ADRESSES-FIN.

      *-----------------------------------------------------------------

      *Nouvelle adresse au numero suivant du client ; la premiere
      *adresse active devient l'adresse par defaut ; zone vide = zone
      *du departement (Z suivi des deux premiers chiffres du code
      *postal)
       0830-AJOUT-ADRESSE-DEB.

           IF WS-MAX-ADR >= WS-CAPACITE-ADR
               DISPLAY "Fichier des adresses plein, ajout impossible."
               GO TO 0830-AJOUT-ADRESSE-FIN
           END-IF.

           IF WS-DERNIER-NUMERO >= 99
               DISPLAY "Numerotation des adresses epuisee."
               GO TO 0830-AJOUT-ADRESSE-FIN
           END-IF.

           DISPLAY "Destinataire : ".
           ACCEPT WS-SAISIE-DESTINATAIRE.

           IF WS-SAISIE-DESTINATAIRE = SPACES
               DISPLAY "Destinataire vide, ajout refuse."
               GO TO 0830-AJOUT-ADRESSE-FIN
           END-IF.

           DISPLAY "Rue : ".
           ACCEPT WS-SAISIE-RUE.

           DISPLAY "Code postal (5 chiffres) : ".
           ACCEPT WS-SAISIE-CODE-POSTAL.

           IF WS-SAISIE-CODE-POSTAL NOT NUMERIC
               DISPLAY "Code postal invalide, ajout refuse."
               GO TO 0830-AJOUT-ADRESSE-FIN
           END-IF.

           DISPLAY "Ville : ".
           ACCEPT WS-SAISIE-VILLE.

           DISPLAY "Zone transporteur (vide = departement) : ".
           ACCEPT WS-SAISIE-ZONE.

           IF WS-SAISIE-ZONE = SPACES
               MOVE "Z" TO WS-SAISIE-ZONE(1:1)
               MOVE WS-SAISIE-CODE-POSTAL(1:2) TO WS-SAISIE-ZONE(2:2)
           END-IF.

           ADD 1 TO WS-DERNIER-NUMERO.
           MOVE WS-DERNIER-NUMERO TO WS-SAISIE-NUMERO.

           ADD 1 TO WS-MAX-ADR.
           MOVE WS-SAISIE-ID      TO WS-ADR-CLIENT(WS-MAX-ADR).
           MOVE WS-SAISIE-NUMERO  TO WS-ADR-NUMERO(WS-MAX-ADR).
           MOVE WS-SAISIE-DESTINATAIRE
             TO WS-ADR-DESTINATAIRE(WS-MAX-ADR).
           MOVE WS-SAISIE-RUE     TO WS-ADR-RUE(WS-MAX-ADR).
           MOVE WS-SAISIE-CODE-POSTAL
             TO WS-ADR-CODE-POSTAL(WS-MAX-ADR).
           MOVE WS-SAISIE-VILLE   TO WS-ADR-VILLE(WS-MAX-ADR).
           MOVE WS-SAISIE-ZONE    TO WS-ADR-ZONE(WS-MAX-ADR).
           SET WS-ADR-ACTIVE(WS-MAX-ADR) TO TRUE.

           IF WS-DEFAUT-PRESENT-O
               MOVE "N" TO WS-ADR-DEFAUT(WS-MAX-ADR)
           ELSE
               MOVE "O" TO WS-ADR-DEFAUT(WS-MAX-ADR)
           END-IF.

           SET WS-ADR-MODIFIE-O TO TRUE.

           MOVE "ADR-AJOUT" TO AUDIT-ACTION.
           PERFORM 0880-TRACE-ADRESSE-DEB
              THRU 0880-TRACE-ADRESSE-FIN.

           DISPLAY "Adresse " WS-SAISIE-NUMERO " ajoutee.".

           EXIT.

       0830-AJOUT-ADRESSE-FIN.

      *-----------------------------------------------------------------

      *Une seule adresse par defaut par client : les autres perdent
      *le temoin
       0840-ADRESSE-DEFAUT-DEB.

           PERFORM 0870-TROUVE-ADRESSE-DEB
              THRU 0870-TROUVE-ADRESSE-FIN.

           IF WS-ADRESSE-TROUVEE = 0
               GO TO 0840-ADRESSE-DEFAUT-FIN
           END-IF.

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR
               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-SAISIE-ID
                   MOVE "N" TO WS-ADR-DEFAUT(WS-IDX-ADR)
               END-IF
           END-PERFORM.

           MOVE "O" TO WS-ADR-DEFAUT(WS-ADRESSE-TROUVEE).

           SET WS-ADR-MODIFIE-O TO TRUE.

           MOVE "ADR-DEFAUT" TO AUDIT-ACTION.
           PERFORM 0880-TRACE-ADRESSE-DEB
              THRU 0880-TRACE-ADRESSE-FIN.

           DISPLAY "Adresse " WS-SAISIE-NUMERO " par defaut.".

           EXIT.

       0840-ADRESSE-DEFAUT-FIN.

      *-----------------------------------------------------------------

      *Desactivation ; si c'etait l'adresse par defaut, la premiere
      *adresse encore active du client prend le relais
       0850-DESACTIVE-ADRESSE-DEB.

           PERFORM 0870-TROUVE-ADRESSE-DEB
              THRU 0870-TROUVE-ADRESSE-FIN.

           IF WS-ADRESSE-TROUVEE = 0
               GO TO 0850-DESACTIVE-ADRESSE-FIN
           END-IF.

           SET WS-ADR-INACTIVE(WS-ADRESSE-TROUVEE) TO TRUE.
           SET WS-ADR-MODIFIE-O TO TRUE.

           MOVE "ADR-DESACT" TO AUDIT-ACTION.
           PERFORM 0880-TRACE-ADRESSE-DEB
              THRU 0880-TRACE-ADRESSE-FIN.

           DISPLAY "Adresse " WS-SAISIE-NUMERO " desactivee.".

           IF NOT WS-ADR-PAR-DEFAUT(WS-ADRESSE-TROUVEE)
               GO TO 0850-DESACTIVE-ADRESSE-FIN
           END-IF.

           MOVE "N" TO WS-ADR-DEFAUT(WS-ADRESSE-TROUVEE).

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR
                      OR WS-ADRESSE-TROUVEE = 0
               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-SAISIE-ID
               AND WS-ADR-ACTIVE(WS-IDX-ADR)
                   MOVE "O" TO WS-ADR-DEFAUT(WS-IDX-ADR)
                   MOVE 0 TO WS-ADRESSE-TROUVEE
                   DISPLAY "Nouvelle adresse par defaut : "
                           WS-ADR-NUMERO(WS-IDX-ADR)
               END-IF
           END-PERFORM.

           EXIT.

       0850-DESACTIVE-ADRESSE-FIN.

      *-----------------------------------------------------------------

      *Saisie d'un numero d'adresse active du client (1 ou 01) ;
      *WS-ADRESSE-TROUVEE vaut 0 si absente
       0870-TROUVE-ADRESSE-DEB.

           MOVE 0 TO WS-ADRESSE-TROUVEE.

           DISPLAY "Numero de l'adresse : ".
           ACCEPT WS-SAISIE-NUMERO.

           IF WS-SAISIE-NUMERO(2:1) = SPACE
               MOVE WS-SAISIE-NUMERO(1:1) TO WS-SAISIE-NUMERO(2:1)
               MOVE "0" TO WS-SAISIE-NUMERO(1:1)
           END-IF.

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR
               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-SAISIE-ID
               AND WS-ADR-NUMERO(WS-IDX-ADR) = WS-SAISIE-NUMERO
               AND WS-ADR-ACTIVE(WS-IDX-ADR)
                   MOVE WS-IDX-ADR TO WS-ADRESSE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-ADRESSE-TROUVEE = 0
               DISPLAY "Adresse active inconnue : " WS-SAISIE-NUMERO
           END-IF.

           EXIT.

       0870-TROUVE-ADRESSE-FIN.

      *-----------------------------------------------------------------

      *Trace au journal d'audit central, cle = client/numero
       0880-TRACE-ADRESSE-DEB.

           MOVE "climaint" TO AUDIT-PROGRAMME.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-ID DELIMITED BY SPACE
                   "/" WS-SAISIE-NUMERO DELIMITED BY SIZE
               INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0880-TRACE-ADRESSE-FIN.
