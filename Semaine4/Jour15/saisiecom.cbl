      * orphelines signalees par comcli etaient pour la plupart des
      * fautes de frappe que ce controle arrete des la saisie.
      * L'encours du client (factures du registre moins paiements de
      * paiecli et avoirs d'avoircli) est compare a sa limite de
      * credit (colonnes 31-36 de clients.txt, zero = sans limite) :
      * au-dela, la commande est bloquee sauf derogation du
      * superviseur, et le blocage comme la derogation partent au
      * journal d'audit central. L'operateur choisit enfin l'adresse
      * de livraison parmi les adresses actives du client tenues par
      * climaint (adresses-livraison.txt), l'adresse par defaut sur
      * simple validation ; son numero part en colonnes 45-46 de la
      * commande pour l'etiquette et le manifeste de statutcom.
      * Chaque commande enregistree part aussi au journal d'audit
      * (action COMMANDE, cle = ID client puis numero de commande) :
      * le controle de separation des fonctions separfon y repere la
      * derogation accordee par le compte meme qui a pris la commande.
      * La date de la commande (saisie, ou du jour par defaut) est
      * controlee par le module periode : dans un mois clos par
      * clotper, la commande n'est prise que datee du premier jour
      * ouvert propose, accepte par l'operateur ; sinon elle est
      * refusee (refus trace au journal d'audit par le module).

      ******************************************************************
      *                            TRIGRAMMES                          *
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.

      *Encours du client : factures du registre moins paiements et
      *avoirs
       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "facture-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AVOIRS ASSIGN TO "avoirs-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Adresses de livraison des clients, tenues par climaint
       SELECT OPTIONAL FICHIER-ADRESSES
       ASSIGN TO "adresses-livraison.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           01 F-LIGNE-CLI                  PIC X(36).

       FD FICHIER-COM.
           01 F-LIGNE-COM                  PIC X(46).

       FD FICHIER-CATALOGUE.
           01 F-ARTICLE-CATALOGUE.
               05 F-CAT-PRIX               PIC 9(04)V9(02).
               05 F-CAT-ACTIF              PIC X(01).
               05 F-CAT-COUT               PIC X(06).
               05 F-CAT-TVA                PIC X(01).

       FD FICHIER-REGISTRE.
           01 F-LIGNE-REGISTRE             PIC X(80).
               05 F-PAI-DATE               PIC X(08).
               05 F-PAI-MONTANT            PIC 9(08)V9(02).

       FD FICHIER-AVOIRS.
           COPY "avoir-record.cpy".

       FD FICHIER-ADRESSES.
           COPY "adresse-record.cpy".


       WORKING-STORAGE SECTION.

       01 WS-STATUT-CAT                    PIC X(02).
           88 WS-STATUT-CAT-OK                         VALUE "00".

      *Adresses de livraison actives de tous les clients
       01 WS-TABLEAU-ADR.
           05 WS-LIGNE-ADR OCCURS 500 TIMES.
               10 WS-ADR-CLIENT            PIC X(08).
               10 WS-ADR-NUMERO            PIC X(02).
               10 WS-ADR-DEFAUT            PIC X(01).
                   88 WS-ADR-PAR-DEFAUT            VALUE "O".
               10 WS-ADR-DESTINATAIRE      PIC X(30).
               10 WS-ADR-CODE-POSTAL       PIC X(05).
               10 WS-ADR-VILLE             PIC X(20).

       77 WS-IDX-ADR                       PIC 9(03).
       01 WS-MAX-ADR                       PIC 9(03).
       01 WS-CAPACITE-ADR                  PIC 9(03)   VALUE 500.

      *Adresse choisie pour la commande en cours (espaces si le
      *client n'a aucune adresse) et numero de son adresse par defaut
       01 WS-SAISIE-ADRESSE                PIC X(02).
       01 WS-ADRESSE-DEFAUT                PIC X(02).
       01 WS-NB-ADR-CLIENT                 PIC 9(02).
       01 WS-ADRESSE-TROUVEE               PIC 9(03).

      *Saisies de la commande en cours
       01 WS-SAISIE-ID                     PIC X(03).
       01 WS-SAISIE-QUANTITE               PIC X(04).
       01 WS-SAISIE-NUM                    PIC X(04).
       01 WS-SAISIE-ARTICLE                PIC X(10).
       01 WS-SAISIE-DATE-COM               PIC X(08).

       01 WS-ARTICLE-TROUVE                PIC 9(03).

      *Indice du client rapproche, pour la limite de credit
       01 WS-CLIENT-IDX                    PIC 9(03).

      *Encours par facture du registre, rapproche des paiements et
      *des avoirs
       01 WS-TABLEAU-FCT.
           05 WS-LIGNE-FCT OCCURS 500 TIMES.
               10 WS-FCT-NUMERO            PIC X(08).
               10 WS-FCT-CLIENT            PIC X(08).
               10 WS-FCT-MONTANT           PIC 9(08)V9(02).
               10 WS-FCT-PAYE              PIC 9(08)V9(02).
               10 WS-FCT-AVOIR             PIC 9(08)V9(02).

       01 WS-MAX-FCT                       PIC 9(03).
       01 WS-CAPACITE-FCT                  PIC 9(03)   VALUE 500.
       01 WS-NB-REFUS                      PIC 9(03)   VALUE 0.

      *Toute nouvelle commande part ouverte (statut "O" en colonne
      *12) et datee (AAAAMMJJ en colonnes 13-20, du jour si la date
      *n'est pas saisie), champs exploites par le suivi de cycle de
      *vie de statutcom
       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Controle des periodes comptables closes
       COPY periode.

       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                    VALUE "O" "o".


       PROCEDURE DIVISION.

           PERFORM 0170-LECTURE-ENCOURS-DEB
              THRU 0170-LECTURE-ENCOURS-FIN.

           PERFORM 0180-LECTURE-ADRESSES-DEB
              THRU 0180-LECTURE-ADRESSES-FIN.

           PERFORM 0200-SAISIE-COMMANDES-DEB
              THRU 0200-SAISIE-COMMANDES-FIN.


      *Encours clients : factures du registre (numero 1-8, ID client
      *10-17, montant 47-58, largeurs fixes de facturcli) rapprochees
      *des paiements de paiecli et des avoirs d'avoircli ; fichiers
      *absents = encours a zero
       0170-LECTURE-ENCOURS-DEB.

           IF WS-QUITTER-O
                               (F-LIGNE-REGISTRE(47:12))
                             TO WS-FCT-MONTANT(WS-MAX-FCT)
                           MOVE 0 TO WS-FCT-PAYE(WS-MAX-FCT)
                           MOVE 0 TO WS-FCT-AVOIR(WS-MAX-FCT)
                       END-IF
               END-READ


           CLOSE FICHIER-PAIEMENTS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FCT
                           IF WS-FCT-NUMERO(WS-IDX) = AV-FACTURE
                               ADD AV-MONTANT-TTC
                                 TO WS-FCT-AVOIR(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           EXIT.

       0170-LECTURE-ENCOURS-FIN.

      *-----------------------------------------------------------------

      *Adresses de livraison actives ; fichier absent = commandes
      *sans adresse, comme avant
       0180-LECTURE-ADRESSES-DEB.

           MOVE 0 TO WS-MAX-ADR.

           IF WS-QUITTER-O
               GO TO 0180-LECTURE-ADRESSES-FIN
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ADRESSES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ADRESSES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF ADR-STATUT = "A"
                       AND WS-MAX-ADR < WS-CAPACITE-ADR
                           ADD 1 TO WS-MAX-ADR
                           MOVE ADR-CLIENT
                             TO WS-ADR-CLIENT(WS-MAX-ADR)
                           MOVE ADR-NUMERO
                             TO WS-ADR-NUMERO(WS-MAX-ADR)
                           MOVE ADR-DEFAUT
                             TO WS-ADR-DEFAUT(WS-MAX-ADR)
                           MOVE ADR-DESTINATAIRE
                             TO WS-ADR-DESTINATAIRE(WS-MAX-ADR)
                           MOVE ADR-CODE-POSTAL
                             TO WS-ADR-CODE-POSTAL(WS-MAX-ADR)
                           MOVE ADR-VILLE
                             TO WS-ADR-VILLE(WS-MAX-ADR)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ADRESSES.

           EXIT.

       0180-LECTURE-ADRESSES-FIN.

      *-----------------------------------------------------------------

      *Boucle de saisie : un ID client vide met fin a la prise de
      *commandes, un ID inconnu de clients.txt est refuse
       0200-SAISIE-COMMANDES-DEB.
                   COMPUTE WS-ENCOURS = WS-ENCOURS
                       + WS-FCT-MONTANT(WS-IDX)
                       - WS-FCT-PAYE(WS-IDX)
                       - WS-FCT-AVOIR(WS-IDX)
               END-IF

           END-PERFORM.

       0300-ENREGISTRE-COMMANDE-DEB.

      *Une commande datee d'un mois clos n'est prise qu'au premier
      *jour ouvert, sur accord de l'operateur
           DISPLAY "Date de la commande (AAAAMMJJ, vide = ce jour) : ".
           ACCEPT WS-SAISIE-DATE-COM.

           IF WS-SAISIE-DATE-COM = SPACES
               ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE-COM
           END-IF.

           IF WS-SAISIE-DATE-COM NOT NUMERIC
               ADD 1 TO WS-NB-REFUS
               DISPLAY "Date non numerique, commande refusee."
               GO TO 0300-ENREGISTRE-COMMANDE-FIN
           END-IF.

           MOVE WS-SAISIE-DATE-COM TO PERIODE-DATE.

           PERFORM 0400-CONTROLE-PERIODE-DEB
              THRU 0400-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               ADD 1 TO WS-NB-REFUS
               GO TO 0300-ENREGISTRE-COMMANDE-FIN
           END-IF.

           DISPLAY "Quantite (4 chiffres) : ".
           ACCEPT WS-SAISIE-QUANTITE.

               GO TO 0300-ENREGISTRE-COMMANDE-FIN
           END-IF.

           PERFORM 0370-CHOIX-ADRESSE-DEB
              THRU 0370-CHOIX-ADRESSE-FIN.

           IF WS-NB-ADR-CLIENT > 0
           AND WS-ADRESSE-TROUVEE = 0
               ADD 1 TO WS-NB-REFUS
               GO TO 0300-ENREGISTRE-COMMANDE-FIN
           END-IF.

           MOVE SPACES TO F-LIGNE-COM.
           MOVE WS-SAISIE-ID       TO F-LIGNE-COM(1:3).
           MOVE WS-SAISIE-QUANTITE TO F-LIGNE-COM(4:4).
           MOVE WS-SAISIE-NUM      TO F-LIGNE-COM(8:4).
           MOVE "O"                TO F-LIGNE-COM(12:1).
           MOVE PERIODE-DATE       TO F-LIGNE-COM(13:8).
           MOVE WS-SAISIE-ARTICLE  TO F-LIGNE-COM(21:10).
           MOVE WS-SAISIE-ADRESSE  TO F-LIGNE-COM(45:2).

           WRITE F-LIGNE-COM.

           MOVE "saisiecom" TO AUDIT-PROGRAMME.
           MOVE "COMMANDE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-ID " " WS-SAISIE-NUM
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           ADD 1 TO WS-NB-SAISIES.
           DISPLAY "Commande enregistree.".

           EXIT.

       0350-CONTROLE-ARTICLE-FIN.

      *-----------------------------------------------------------------

      *Choix de l'adresse de livraison parmi les adresses actives du
      *client (saisie vide = adresse par defaut) ; un client sans
      *adresse commande sans, statutcom le signalera a l'expedition ;
      *WS-ADRESSE-TROUVEE vaut 0 si le numero saisi est inconnu
       0370-CHOIX-ADRESSE-DEB.

           MOVE SPACES TO WS-SAISIE-ADRESSE.
           MOVE SPACES TO WS-ADRESSE-DEFAUT.
           MOVE 0 TO WS-NB-ADR-CLIENT.
           MOVE 0 TO WS-ADRESSE-TROUVEE.

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR

               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-SAISIE-ID
                   ADD 1 TO WS-NB-ADR-CLIENT
                   IF WS-ADR-PAR-DEFAUT(WS-IDX-ADR)
                       MOVE WS-ADR-NUMERO(WS-IDX-ADR)
                         TO WS-ADRESSE-DEFAUT
                   END-IF
                   DISPLAY WS-ADR-NUMERO(WS-IDX-ADR) " "
                           WS-ADR-DEFAUT(WS-IDX-ADR) " "
                           WS-ADR-DESTINATAIRE(WS-IDX-ADR) " "
                           WS-ADR-CODE-POSTAL(WS-IDX-ADR) " "
                           WS-ADR-VILLE(WS-IDX-ADR)
               END-IF

           END-PERFORM.

           IF WS-NB-ADR-CLIENT = 0
               DISPLAY "Client sans adresse de livraison (climaint)."
               GO TO 0370-CHOIX-ADRESSE-FIN
           END-IF.

           DISPLAY "Adresse de livraison (vide = " WS-ADRESSE-DEFAUT
                   ") : ".
           ACCEPT WS-SAISIE-ADRESSE.

           IF WS-SAISIE-ADRESSE = SPACES
               MOVE WS-ADRESSE-DEFAUT TO WS-SAISIE-ADRESSE
           END-IF.

           IF WS-SAISIE-ADRESSE(2:1) = SPACE
               MOVE WS-SAISIE-ADRESSE(1:1) TO WS-SAISIE-ADRESSE(2:1)
               MOVE "0" TO WS-SAISIE-ADRESSE(1:1)
           END-IF.

           PERFORM VARYING WS-IDX-ADR FROM 1 BY 1
                   UNTIL WS-IDX-ADR > WS-MAX-ADR
               IF WS-ADR-CLIENT(WS-IDX-ADR) = WS-SAISIE-ID
               AND WS-ADR-NUMERO(WS-IDX-ADR) = WS-SAISIE-ADRESSE
                   MOVE WS-IDX-ADR TO WS-ADRESSE-TROUVEE
               END-IF
           END-PERFORM.

           IF WS-ADRESSE-TROUVEE = 0
               DISPLAY "Adresse inconnue : " WS-SAISIE-ADRESSE
                       " - commande refusee."
           END-IF.

           EXIT.

       0370-CHOIX-ADRESSE-FIN.

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0400-CONTROLE-PERIODE-DEB.

           MOVE "saisiecom" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0400-CONTROLE-PERIODE-FIN
           END-IF.

           DISPLAY "Periode close : le mois de " PERIODE-DATE(1:6)
                   " est arrete.".
           DISPLAY "Passer l'operation au " PERIODE-PROPOSEE
                   ", premier jour ouvert (O/N) : ".
           ACCEPT WS-SAISIE-REPORT.

           IF WS-REPORT-ACCEPTE
               MOVE PERIODE-PROPOSEE TO PERIODE-DATE
               MOVE 0 TO PERIODE-RESULTAT
           ELSE
               DISPLAY "Operation refusee : periode close."
           END-IF.

           EXIT.

       0400-CONTROLE-PERIODE-FIN.
