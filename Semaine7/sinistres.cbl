      * puis edite un registre des sinistres et une synthese par
      * police du total declare. Le reglement saisit un ou plusieurs
      * paiements contre le numero de sinistre (ajoutes a
      * reglements-sinistres.txt) : quand le cumul paye atteint
      * l'indemnisable, le sinistre passe automatiquement au statut
      * R (regle). L'etat des reserves en cours donne par police ce
      * qui reste a payer sur les sinistres ouverts. Les anciennes
      * lignes sans reserve ni numero sont reprises avec une reserve
      * a zero et un numero attribue d'apres leur rang.
      * Le produit de la police (colonnes 25-38 de assurances.csv)
      * est recherche dans le referentiel produits-assurance.txt tenu
      * par prodmaint : la declaration refuse un type de sinistre que
      * le produit ne couvre pas, et le reglement est plafonne a
      * l'indemnisable, soit le montant convenu moins la franchise
      * (fixe ou en pourcentage), limite au plafond par sinistre et
      * a ce qui reste du plafond annuel de la police apres les
      * reglements des autres sinistres de la meme annee. Le registre
      * detaille ce calcul sous chaque sinistre. Une police dont le
      * produit est hors referentiel (anciennes saisies en texte
      * libre) reste reglee sans franchise ni plafond.
      * Un sinistre que le controle de nuit fraudsin a mis en file
      * de validation (numero en colonnes 46-51 de
      * sinistres-attente.txt) ne se regle plus tant que validsin
      * ne l'a pas libere.
      * Les pieces justificatives exigees par type de sinistre sont
      * parametrees dans pieces-sinistres.cfg (type, code piece,
      * obligatoire O/N, libelle ; le type TOUS vaut pour tous les
      * types). La reception d'une piece s'enregistre contre le
      * numero de sinistre dans pieces-recues.txt avec sa date de
      * reception et l'identite de qui l'a controlee (session.dat,
      * sinon saisie). Le reglement liste les pieces du sinistre et
      * se refuse tant qu'une piece obligatoire manque ; l'etat
      * hebdomadaire des sinistres en attente de pieces et les
      * lettres de demande aux assures sont produits par piecesin.
      * Chaque declaration part au journal d'audit central (action
      * DECLARE, cle = contrat puis date du sinistre ou numero
      * attribue) : le controle de separation des fonctions separfon
      * y verifie qu'une declaration mise en attente n'est pas
      * approuvee dans validsin par le compte qui l'a declaree.
      * La date du sinistre declare et celle du reglement (saisie,
      * vide = ce jour) sont controlees par le module periode : dans
      * un mois clos par clotper, l'operateur peut les passer au
      * premier jour ouvert propose, sinon l'operation est refusee
      * (refus trace au journal d'audit).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * POL = POLICE ; PRD = PRODUIT ; SIN = SINISTRE
      ******************************************************************

       IDENTIFICATION DIVISION.
       SELECT FICHIER-RESERVES ASSIGN TO "reserves-en-cours.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Referentiel des produits d'assurance tenu par prodmaint
       SELECT OPTIONAL FICHIER-PRODUITS
       ASSIGN TO "produits-assurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Pieces justificatives exigees par type de sinistre
       SELECT OPTIONAL FICHIER-PIECES-CFG
       ASSIGN TO "pieces-sinistres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Pieces recues par numero de sinistre
       SELECT OPTIONAL FICHIER-PIECES
       ASSIGN TO "pieces-recues.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Identite de la session posee par screen a la connexion
       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-SINISTRES.
           01 F-SINISTRE.
               05 F-BEN-NOM                PIC X(20).
               05 F-BEN-RANG               PIC 9(01).
               05 F-BEN-PART               PIC 9(03).
               05 F-BEN-DATE-MAJ           PIC X(08).

      *Franchise : F = montant fixe, P = taux en pourcentage ;
      *plafonds a 0 = sans plafond
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

      *Obligatoire : O = bloque le reglement, N = demandee seulement
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

       FD FICHIER-SESSION.
           01 F-SESSION-IDENTIFIANT        PIC X(20).


       WORKING-STORAGE SECTION.
       01 WS-TABLEAU-POLICES.
           05 WS-LIGNE-POLICE OCCURS 500 TIMES.
               10 WS-NUMERO-POLICE         PIC X(08).
               10 WS-PRODUIT-POLICE        PIC X(14).

      *Referentiel des produits (actifs ou non : les polices deja
      *souscrites restent couvertes)
       01 WS-TABLEAU-PRD.
           05 WS-PRD OCCURS 100 TIMES.
               10 WS-PRD-CODE              PIC X(14).
               10 WS-PRD-LIBELLE           PIC X(30).
               10 WS-PRD-TYPE-FRANCHISE    PIC X(01).
               10 WS-PRD-FRANCHISE         PIC 9(07)V9(02).
               10 WS-PRD-PLAFOND-SIN       PIC 9(07)V9(02).
               10 WS-PRD-PLAFOND-AN        PIC 9(07)V9(02).
               10 WS-PRD-TYPE-COUVERT OCCURS 6 TIMES
                                           PIC X(10).
               10 WS-PRD-STATUT            PIC X(01).

       77 WS-IDX-PRD                       PIC 9(03).
       01 WS-MAX-PRD                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-PRD                  PIC 9(03)   VALUE 100.
       01 WS-MAX-TYPES                     PIC 9(01)   VALUE 6.
       01 WS-PRD-TROUVE                    PIC 9(03).
       01 WS-TYPE-COUVERT                  PIC X.
           88 WS-TYPE-COUVERT-O                        VALUE "O".
           88 WS-TYPE-COUVERT-N                        VALUE "N".

      *Pieces justificatives parametrees par type de sinistre
       01 WS-TABLEAU-PCF.
           05 WS-PCF OCCURS 100 TIMES.
               10 WS-PCF-TYPE              PIC X(10).
               10 WS-PCF-CODE              PIC X(06).
               10 WS-PCF-OBLIGATOIRE       PIC X(01).
                   88 WS-PCF-OBLIGATOIRE-O             VALUE "O".
               10 WS-PCF-LIBELLE           PIC X(30).

       77 WS-IDX-PCF                       PIC 9(03).
       01 WS-MAX-PCF                       PIC 9(03)   VALUE 0.
       01 WS-PCF-TROUVE                    PIC 9(03).

      *Controle des pieces du sinistre WS-SIN-TROUVE
       01 WS-NB-PIECES-MANQUANTES          PIC 9(02).
       01 WS-PIECE-RECUE                   PIC X.
           88 WS-PIECE-RECUE-O                         VALUE "O".
           88 WS-PIECE-RECUE-N                         VALUE "N".
       01 WS-PIECE-CHERCHEE                PIC X(06).
       01 WS-PIECE-DATE                    PIC X(08).
       01 WS-PIECE-CONTROLEUR              PIC X(20).
       01 WS-MENTION-PIECE                 PIC X(11).

      *Saisies de la reception d'une piece
       01 WS-SAISIE-PIECE                  PIC X(06).
       01 WS-SAISIE-DATE-PIECE             PIC X(08).
       01 WS-CONTROLEUR                    PIC X(20).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Cumul des sinistres par police pour la synthese
       01 WS-TABLEAU-CUMULS.
           88 WS-CHOIX-SYNTHESE                        VALUE "3".
           88 WS-CHOIX-REGLER                          VALUE "4".
           88 WS-CHOIX-RESERVES                        VALUE "5".
           88 WS-CHOIX-PIECE                           VALUE "6".
           88 WS-CHOIX-QUITTER                         VALUE "7".

      *Saisies de la declaration d'un sinistre
       01 WS-SAISIE-NUMERO                 PIC X(08).
               10 WS-SIN-PAYE              PIC 9(07)V9(02).

       77 WS-IDX-SIN                       PIC 9(03).
       77 WS-IDX-SIN2                      PIC 9(03).
       01 WS-MAX-SIN                       PIC 9(03).
       01 WS-CAPACITE-SIN                  PIC 9(03)   VALUE 500.

      *Saisies et calculs du reglement en cours
       01 WS-SAISIE-NUM-SIN                PIC X(06).
       01 WS-SIN-TROUVE                    PIC 9(03).

       01 WS-EN-REVUE                      PIC X.
           88 WS-EN-REVUE-O                            VALUE "O".
           88 WS-EN-REVUE-N                            VALUE "N".
       01 WS-RESTE-DU                      PIC S9(08)V9(02).
       01 WS-RESTE-DU-ED                   PIC Z(07)9.99.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Controle des periodes comptables closes
       COPY periode.

       01 WS-SAISIE-REPORT                 PIC X.
           88 WS-REPORT-ACCEPTE                    VALUE "O" "o".

      *Calcul de l'indemnisable du sinistre WS-SIN-CALC : franchise,
      *montant net, plafond annuel deja consomme par les autres
      *sinistres de la police dans l'annee, indemnisable retenu
       01 WS-SIN-CALC                      PIC 9(03).
       01 WS-FRANCHISE                     PIC 9(07)V9(02).
       01 WS-NET-FRANCHISE                 PIC 9(07)V9(02).
       01 WS-PLAFOND-SIN                   PIC 9(07)V9(02).
       01 WS-PLAFOND-AN                    PIC 9(07)V9(02).
       01 WS-CONSOMME-AN                   PIC 9(09)V9(02).
       01 WS-DISPONIBLE-AN                 PIC S9(09)V9(02).
       01 WS-INDEMNISABLE                  PIC 9(07)V9(02).
       01 WS-TOTAL-INDEMNISABLE            PIC 9(09)V9(02).
       01 WS-PRODUIT-CALC                  PIC X(14).

       01 WS-FRANCHISE-ED                  PIC Z(06)9.99.
       01 WS-NET-ED                        PIC Z(06)9.99.
       01 WS-PAYE-ED                       PIC Z(06)9.99.
       01 WS-PLAFOND-SIN-ED                PIC Z(06)9.99.
       01 WS-CONSOMME-ED                   PIC Z(06)9.99.
       01 WS-INDEMNISABLE-ED               PIC Z(06)9.99.

      *Cumuls de l'etat des reserves par police
       01 WS-TOTAL-RESERVES                PIC 9(09)V9(02).
       01 WS-NB-OUVERTS                    PIC 9(04).
       01 WS-SEUIL-APPROBATION             PIC 9(07)V9(02)
               VALUE 10000.

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-POLICES-DEB
              THRU 0100-CHARGE-POLICES-FIN.

           PERFORM 0150-CHARGE-PRODUITS-DEB
              THRU 0150-CHARGE-PRODUITS-FIN.

           PERFORM 0170-CHARGE-PIECES-CFG-DEB
              THRU 0170-CHARGE-PIECES-CFG-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-LIGNE-POLICES(1:8)
                             TO WS-NUMERO-POLICE(WS-IDX)
                           MOVE F-LIGNE-POLICES(25:14)
                             TO WS-PRODUIT-POLICE(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "

       0100-CHARGE-POLICES-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-PRODUITS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PRODUITS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PRODUITS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PRD < WS-CAPACITE-PRD
                           ADD 1 TO WS-MAX-PRD
                           MOVE F-PRODUIT TO WS-PRD(WS-MAX-PRD)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PRODUITS.

           DISPLAY "Produits au referentiel : " WS-MAX-PRD.

           EXIT.

       0150-CHARGE-PRODUITS-FIN.

      *-----------------------------------------------------------------

       0170-CHARGE-PIECES-CFG-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PIECES-CFG.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PIECES-CFG
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-PCF < WS-CAPACITE-PRD
                       AND F-PCF-CODE NOT = SPACES
                           ADD 1 TO WS-MAX-PCF
                           MOVE F-PIECE-CFG TO WS-PCF(WS-MAX-PCF)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PIECES-CFG.

           DISPLAY "Pieces justificatives parametrees : " WS-MAX-PCF.

           EXIT.

       0170-CHARGE-PIECES-CFG-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.
           DISPLAY "3 - Synthese par police".
           DISPLAY "4 - Regler un sinistre".
           DISPLAY "5 - Etat des reserves en cours".
           DISPLAY "6 - Enregistrer une piece justificative".
           DISPLAY "7 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0800-ETAT-RESERVES-DEB
                      THRU 0800-ETAT-RESERVES-FIN

               WHEN WS-CHOIX-PIECE
                   PERFORM 0900-PIECE-RECUE-DEB
                      THRU 0900-PIECE-RECUE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

           DISPLAY "Date du sinistre (AAAAMMJJ) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE NUMERIC
               MOVE WS-SAISIE-DATE TO PERIODE-DATE
               PERFORM 0360-CONTROLE-PERIODE-DEB
                  THRU 0360-CONTROLE-PERIODE-FIN
               IF PERIODE-CLOSE
                   GO TO 0300-DECLARER-FIN
               END-IF
               MOVE PERIODE-DATE TO WS-SAISIE-DATE
           END-IF.

           DISPLAY "Type (DEGAT EAU, INCENDIE, VOL...) : ".
           ACCEPT WS-SAISIE-TYPE.

      *Le type doit etre couvert par le produit de la police
           MOVE WS-PRODUIT-POLICE(WS-POLICE-TROUVEE)
             TO WS-PRODUIT-CALC.

           PERFORM 0660-RECHERCHE-PRODUIT-DEB
              THRU 0660-RECHERCHE-PRODUIT-FIN.

           IF WS-PRD-TROUVE = 0
               DISPLAY "Produit " WS-PRODUIT-CALC " hors referentiel,"
                       " garanties non controlees."
           ELSE
               SET WS-TYPE-COUVERT-N TO TRUE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-MAX-TYPES
                   IF WS-PRD-TYPE-COUVERT(WS-PRD-TROUVE, WS-IDX)
                      = WS-SAISIE-TYPE
                   AND WS-SAISIE-TYPE NOT = SPACES
                       SET WS-TYPE-COUVERT-O TO TRUE
                   END-IF
               END-PERFORM
               IF WS-TYPE-COUVERT-N
                   DISPLAY "Type " WS-SAISIE-TYPE " non couvert par "
                           "le produit " WS-PRODUIT-CALC
                           " - declaration refusee."
                   GO TO 0300-DECLARER-FIN
               END-IF
           END-IF.

           DISPLAY "Montant declare (ex. 1500.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)

           CLOSE FICHIER-SINISTRES.

           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-NUMERO " " WS-NUM-TRAVAIL
               DELIMITED BY SIZE INTO AUDIT-CLE.
           PERFORM 0350-TRACE-DECLARATION-DEB
              THRU 0350-TRACE-DECLARATION-FIN.

           DISPLAY "Sinistre enregistre sous le numero "
                   WS-NUM-TRAVAIL ".".


           CLOSE FICHIER-ATTENTE.

           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-NUMERO " " WS-SAISIE-DATE
               DELIMITED BY SIZE INTO AUDIT-CLE.
           PERFORM 0350-TRACE-DECLARATION-DEB
              THRU 0350-TRACE-DECLARATION-FIN.

           DISPLAY "Montant au-dela du seuil ("
                   WS-SEUIL-APPROBATION "), declaration mise en "
                   "attente d'approbation (validsin).".

       0340-DECLARE-EN-ATTENTE-FIN.

      *-----------------------------------------------------------------

      *Declaration au journal d'audit central, cle deja posee par
      *l'appelant (contrat en tete, comme les cles de validsin)
       0350-TRACE-DECLARATION-DEB.

           MOVE "sinistres" TO AUDIT-PROGRAMME.
           MOVE "DECLARE" TO AUDIT-ACTION.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0350-TRACE-DECLARATION-FIN.

      *-----------------------------------------------------------------

      *Date PERIODE-DATE controlee par le module periode : dans un
      *mois clos, l'operateur peut passer l'operation au premier jour
      *ouvert propose (PERIODE-DATE le prend et PERIODE-RESULTAT
      *repasse a 0), sinon PERIODE-CLOSE reste vrai et l'operation
      *est abandonnee
       0360-CONTROLE-PERIODE-DEB.

           MOVE "sinistres" TO PERIODE-PROGRAMME.

           CALL "periode" USING PERIODE-DEMANDE
           END-CALL.

           IF PERIODE-OUVERTE
               GO TO 0360-CONTROLE-PERIODE-FIN
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

       0360-CONTROLE-PERIODE-FIN.

      *-----------------------------------------------------------------

       0400-REGISTRE-DEB.

           PERFORM 0600-CHARGE-SINISTRES-DEB
              THRU 0600-CHARGE-SINISTRES-FIN.

           MOVE 0 TO WS-NB-SINISTRES.
           MOVE 0 TO WS-TOTAL-MONTANT.
           MOVE 0 TO WS-TOTAL-INDEMNISABLE.

           OPEN OUTPUT FICHIER-REGISTRE.

           MOVE SPACES TO F-LIGNE-REGISTRE.
           MOVE "REGISTRE DES SINISTRES" TO F-LIGNE-REGISTRE.
           WRITE F-LIGNE-REGISTRE.

      *Sous chaque sinistre, le calcul de l'indemnisable : montant
      *convenu moins franchise, plafond par sinistre, plafond annuel
      *deja consomme par les autres sinistres de l'annee
           PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN > WS-MAX-SIN

               ADD 1 TO WS-NB-SINISTRES
               ADD WS-SIN-MONTANT(WS-IDX-SIN) TO WS-TOTAL-MONTANT

               MOVE WS-SIN-MONTANT(WS-IDX-SIN) TO WS-MONTANT-ED

               MOVE SPACES TO F-LIGNE-REGISTRE
               STRING WS-SIN-POLICE(WS-IDX-SIN) " "
                       WS-SIN-DATE(WS-IDX-SIN) " "
                       WS-SIN-TYPE(WS-IDX-SIN) " " WS-MONTANT-ED " "
                       WS-SIN-STATUT(WS-IDX-SIN) " "
                       WS-SIN-NUM(WS-IDX-SIN)
                   DELIMITED BY SIZE INTO F-LIGNE-REGISTRE
               WRITE F-LIGNE-REGISTRE

               MOVE WS-IDX-SIN TO WS-SIN-CALC
               PERFORM 0650-CALCUL-INDEMNISABLE-DEB
                  THRU 0650-CALCUL-INDEMNISABLE-FIN
               ADD WS-INDEMNISABLE TO WS-TOTAL-INDEMNISABLE

               MOVE SPACES TO F-LIGNE-REGISTRE
               STRING "  produit " WS-PRODUIT-CALC " franchise "
                       WS-FRANCHISE-ED " net " WS-NET-ED
                   DELIMITED BY SIZE INTO F-LIGNE-REGISTRE
               WRITE F-LIGNE-REGISTRE

               MOVE SPACES TO F-LIGNE-REGISTRE
               STRING "  plaf. sin." WS-PLAFOND-SIN-ED " pris an"
                       WS-CONSOMME-ED " indemn." WS-INDEMNISABLE-ED
                       " paye" WS-PAYE-ED
                   DELIMITED BY SIZE INTO F-LIGNE-REGISTRE
               WRITE F-LIGNE-REGISTRE

           END-PERFORM.

               DELIMITED BY SIZE INTO F-LIGNE-REGISTRE.
           WRITE F-LIGNE-REGISTRE.

           MOVE WS-TOTAL-INDEMNISABLE TO WS-MONTANT-ED.

           MOVE SPACES TO F-LIGNE-REGISTRE.
           STRING "TOTAL INDEMNISABLE : " WS-MONTANT-ED
               DELIMITED BY SIZE INTO F-LIGNE-REGISTRE.
           WRITE F-LIGNE-REGISTRE.

           CLOSE FICHIER-REGISTRE.

           DISPLAY "Registre ecrit : " WS-NB-SINISTRES
                   " sinistre(s).".

      *-----------------------------------------------------------------

      *Indemnisable du sinistre WS-SIN-CALC : montant convenu moins
      *la franchise du produit (fixe ou en pourcentage du montant),
      *limite au plafond par sinistre puis a ce qui reste du plafond
      *annuel apres les reglements des autres sinistres de la police
      *dates de la meme annee ; sans produit au referentiel, ni
      *franchise ni plafond
       0650-CALCUL-INDEMNISABLE-DEB.

           MOVE 0 TO WS-FRANCHISE.
           MOVE 0 TO WS-PLAFOND-SIN.
           MOVE 0 TO WS-PLAFOND-AN.
           MOVE 0 TO WS-CONSOMME-AN.
           MOVE SPACES TO WS-PRODUIT-CALC.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POLICES
               IF WS-NUMERO-POLICE(WS-IDX)
                  = WS-SIN-POLICE(WS-SIN-CALC)
                   MOVE WS-PRODUIT-POLICE(WS-IDX) TO WS-PRODUIT-CALC
               END-IF
           END-PERFORM.

           PERFORM 0660-RECHERCHE-PRODUIT-DEB
              THRU 0660-RECHERCHE-PRODUIT-FIN.

           IF WS-PRD-TROUVE NOT = 0
               IF WS-PRD-TYPE-FRANCHISE(WS-PRD-TROUVE) = "P"
                   COMPUTE WS-FRANCHISE ROUNDED =
                       WS-SIN-MONTANT(WS-SIN-CALC)
                       * WS-PRD-FRANCHISE(WS-PRD-TROUVE) / 100
               ELSE
                   MOVE WS-PRD-FRANCHISE(WS-PRD-TROUVE)
                     TO WS-FRANCHISE
               END-IF
               MOVE WS-PRD-PLAFOND-SIN(WS-PRD-TROUVE)
                 TO WS-PLAFOND-SIN
               MOVE WS-PRD-PLAFOND-AN(WS-PRD-TROUVE)
                 TO WS-PLAFOND-AN
           END-IF.

           IF WS-FRANCHISE >= WS-SIN-MONTANT(WS-SIN-CALC)
               MOVE 0 TO WS-NET-FRANCHISE
           ELSE
               COMPUTE WS-NET-FRANCHISE =
                   WS-SIN-MONTANT(WS-SIN-CALC) - WS-FRANCHISE
           END-IF.

           MOVE WS-NET-FRANCHISE TO WS-INDEMNISABLE.

           IF WS-PLAFOND-SIN > 0
           AND WS-INDEMNISABLE > WS-PLAFOND-SIN
               MOVE WS-PLAFOND-SIN TO WS-INDEMNISABLE
           END-IF.

           PERFORM VARYING WS-IDX-SIN2 FROM 1 BY 1
                   UNTIL WS-IDX-SIN2 > WS-MAX-SIN
               IF WS-IDX-SIN2 NOT = WS-SIN-CALC
               AND WS-SIN-POLICE(WS-IDX-SIN2)
                   = WS-SIN-POLICE(WS-SIN-CALC)
               AND WS-SIN-DATE(WS-IDX-SIN2)(1:4)
                   = WS-SIN-DATE(WS-SIN-CALC)(1:4)
                   ADD WS-SIN-PAYE(WS-IDX-SIN2) TO WS-CONSOMME-AN
               END-IF
           END-PERFORM.

           IF WS-PLAFOND-AN > 0
               COMPUTE WS-DISPONIBLE-AN =
                   WS-PLAFOND-AN - WS-CONSOMME-AN
               IF WS-DISPONIBLE-AN < 0
                   MOVE 0 TO WS-DISPONIBLE-AN
               END-IF
               IF WS-INDEMNISABLE > WS-DISPONIBLE-AN
                   MOVE WS-DISPONIBLE-AN TO WS-INDEMNISABLE
               END-IF
           END-IF.

           MOVE WS-FRANCHISE TO WS-FRANCHISE-ED.
           MOVE WS-NET-FRANCHISE TO WS-NET-ED.
           MOVE WS-PLAFOND-SIN TO WS-PLAFOND-SIN-ED.
           MOVE WS-CONSOMME-AN TO WS-CONSOMME-ED.
           MOVE WS-INDEMNISABLE TO WS-INDEMNISABLE-ED.
           MOVE WS-SIN-PAYE(WS-SIN-CALC) TO WS-PAYE-ED.

           EXIT.

       0650-CALCUL-INDEMNISABLE-FIN.

      *-----------------------------------------------------------------

      *Recherche du produit WS-PRODUIT-CALC : rang dans
      *WS-PRD-TROUVE, 0 si hors referentiel
       0660-RECHERCHE-PRODUIT-DEB.

           MOVE 0 TO WS-PRD-TROUVE.

           PERFORM VARYING WS-IDX-PRD FROM 1 BY 1
                   UNTIL WS-IDX-PRD > WS-MAX-PRD
               IF WS-PRD-CODE(WS-IDX-PRD) = WS-PRODUIT-CALC
               AND WS-PRODUIT-CALC NOT = SPACES
                   MOVE WS-IDX-PRD TO WS-PRD-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0660-RECHERCHE-PRODUIT-FIN.

      *-----------------------------------------------------------------

      *Reglement d'un sinistre : un paiement contre son numero,
      *ajoute a reglements-sinistres.txt ; quand le cumul paye
      *atteint le montant convenu le sinistre passe au statut R et
               GO TO 0700-REGLEMENT-FIN
           END-IF.

      *Un sinistre signale par le controle de fraude attend la
      *decision du valideur avant tout reglement
           PERFORM 0710-CONTROLE-REVUE-DEB
              THRU 0710-CONTROLE-REVUE-FIN.

           IF WS-EN-REVUE-O
               DISPLAY "Sinistre en file de validation (controle "
                       "de fraude), reglement refuse."
               GO TO 0700-REGLEMENT-FIN
           END-IF.

      *Aucun reglement tant qu'une piece obligatoire manque
           PERFORM 0730-CONTROLE-PIECES-DEB
              THRU 0730-CONTROLE-PIECES-FIN.

           IF WS-NB-PIECES-MANQUANTES > 0
               DISPLAY WS-NB-PIECES-MANQUANTES
                       " piece(s) obligatoire(s) manquante(s), "
                       "reglement refuse."
               GO TO 0700-REGLEMENT-FIN
           END-IF.

      *Le reste a payer se mesure a l'indemnisable (franchise et
      *plafonds du produit deduits), non plus au montant convenu
           MOVE WS-SIN-TROUVE TO WS-SIN-CALC.
           PERFORM 0650-CALCUL-INDEMNISABLE-DEB
              THRU 0650-CALCUL-INDEMNISABLE-FIN.

           DISPLAY "Produit " WS-PRODUIT-CALC " franchise "
                   WS-FRANCHISE-ED " net " WS-NET-ED.
           DISPLAY "Plafond sinistre " WS-PLAFOND-SIN-ED
                   " deja pris sur l'annee " WS-CONSOMME-ED.
           DISPLAY "Indemnisable " WS-INDEMNISABLE-ED
                   " deja paye " WS-PAYE-ED.

           COMPUTE WS-RESTE-DU = WS-INDEMNISABLE
               - WS-SIN-PAYE(WS-SIN-TROUVE).
           MOVE WS-RESTE-DU TO WS-RESTE-DU-ED.
           DISPLAY "Reste a payer sur le sinistre : " WS-RESTE-DU-ED.

           IF WS-RESTE-DU <= 0
               DISPLAY "Indemnisable deja verse, reglement refuse."
               GO TO 0700-REGLEMENT-FIN
           END-IF.

           DISPLAY "Montant du reglement (ex. 500.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
               GO TO 0700-REGLEMENT-FIN
           END-IF.

           IF WS-MONTANT-NUM > WS-RESTE-DU
               MOVE WS-RESTE-DU TO WS-MONTANT-NUM
               DISPLAY "Reglement plafonne au reste a payer : "
                       WS-RESTE-DU-ED
           END-IF.

           DISPLAY "Date du reglement (AAAAMMJJ, vide = ce jour) : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE
           END-IF.

           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date non numerique, reglement refuse."
               GO TO 0700-REGLEMENT-FIN
           END-IF.

           MOVE WS-SAISIE-DATE    TO PERIODE-DATE.

           PERFORM 0360-CONTROLE-PERIODE-DEB
              THRU 0360-CONTROLE-PERIODE-FIN.

           IF PERIODE-CLOSE
               GO TO 0700-REGLEMENT-FIN
           END-IF.

           OPEN EXTEND FICHIER-REGLEMENTS.

           MOVE SPACES TO F-REGLEMENT.
           MOVE WS-SAISIE-NUM-SIN TO F-REG-NUM-SIN.
           MOVE PERIODE-DATE      TO F-REG-DATE.
           MOVE WS-MONTANT-NUM    TO F-REG-MONTANT.
           WRITE F-REGLEMENT.


           ADD WS-MONTANT-NUM TO WS-SIN-PAYE(WS-SIN-TROUVE).

           IF WS-SIN-PAYE(WS-SIN-TROUVE) >= WS-INDEMNISABLE
               SET WS-SIN-REGLE(WS-SIN-TROUVE) TO TRUE
               DISPLAY "Indemnisable atteint, sinistre passe au "
                       "statut R (regle)."
           ELSE
               DISPLAY "Reglement partiel enregistre."

      *-----------------------------------------------------------------

      *Recherche du numero de sinistre en colonnes 46-51 de la file
      *d'attente des validations
       0710-CONTROLE-REVUE-DEB.

           SET WS-EN-REVUE-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ATTENTE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ATTENTE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ATTENTE(46:6) = WS-SAISIE-NUM-SIN
                           SET WS-EN-REVUE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ATTENTE.

           EXIT.

       0710-CONTROLE-REVUE-FIN.

      *-----------------------------------------------------------------

      *Rappel des beneficiaires de la police reglee (benmaint), pour
      *savoir a qui verser
       0720-RAPPEL-BENEFICIAIRES-DEB.

      *-----------------------------------------------------------------

      *Pieces parametrees pour le type du sinistre WS-SIN-TROUVE :
      *chacune est affichee avec sa reception, les obligatoires non
      *recues sont comptees dans WS-NB-PIECES-MANQUANTES
       0730-CONTROLE-PIECES-DEB.

           MOVE 0 TO WS-NB-PIECES-MANQUANTES.

           PERFORM VARYING WS-IDX-PCF FROM 1 BY 1
                   UNTIL WS-IDX-PCF > WS-MAX-PCF

               IF WS-PCF-TYPE(WS-IDX-PCF) = WS-SIN-TYPE(WS-SIN-TROUVE)
               OR WS-PCF-TYPE(WS-IDX-PCF) = "TOUS"
                   PERFORM 0740-ETAT-PIECE-DEB
                      THRU 0740-ETAT-PIECE-FIN
               END-IF

           END-PERFORM.

           EXIT.

       0730-CONTROLE-PIECES-FIN.

      *-----------------------------------------------------------------

       0740-ETAT-PIECE-DEB.

           MOVE WS-PCF-CODE(WS-IDX-PCF) TO WS-PIECE-CHERCHEE.

           PERFORM 0745-RECHERCHE-PIECE-DEB
              THRU 0745-RECHERCHE-PIECE-FIN.

           IF WS-PCF-OBLIGATOIRE-O(WS-IDX-PCF)
               MOVE "obligatoire" TO WS-MENTION-PIECE
           ELSE
               MOVE "facultative" TO WS-MENTION-PIECE
           END-IF.

           IF WS-PIECE-RECUE-O
               DISPLAY "  " WS-PCF-CODE(WS-IDX-PCF) " "
                       WS-PCF-LIBELLE(WS-IDX-PCF) " recue le "
                       WS-PIECE-DATE " (" WS-PIECE-CONTROLEUR ")"
               GO TO 0740-ETAT-PIECE-FIN
           END-IF.

           DISPLAY "  " WS-PCF-CODE(WS-IDX-PCF) " "
                   WS-PCF-LIBELLE(WS-IDX-PCF) " MANQUANTE ("
                   WS-MENTION-PIECE ")".

           IF WS-PCF-OBLIGATOIRE-O(WS-IDX-PCF)
               ADD 1 TO WS-NB-PIECES-MANQUANTES
           END-IF.

           EXIT.

       0740-ETAT-PIECE-FIN.

      *-----------------------------------------------------------------

      *Reception de la piece WS-PIECE-CHERCHEE pour le sinistre
      *WS-SIN-NUM(WS-SIN-TROUVE) dans pieces-recues.txt
       0745-RECHERCHE-PIECE-DEB.

           SET WS-PIECE-RECUE-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PIECES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PIECES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-PIE-NUM-SIN = WS-SIN-NUM(WS-SIN-TROUVE)
                       AND F-PIE-CODE = WS-PIECE-CHERCHEE
                           SET WS-PIECE-RECUE-O TO TRUE
                           MOVE F-PIE-DATE TO WS-PIECE-DATE
                           MOVE F-PIE-CONTROLEUR
                             TO WS-PIECE-CONTROLEUR
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PIECES.

           EXIT.

       0745-RECHERCHE-PIECE-FIN.

      *-----------------------------------------------------------------

      *Reecriture complete de sinistres.txt avec reserve, numero et
      *statut a jour
       0750-REECRITURE-SINISTRES-DEB.
           EXIT.

       0800-ETAT-RESERVES-FIN.

      *-----------------------------------------------------------------

      *Reception d'une piece justificative : la piece doit etre
      *parametree pour le type du sinistre et pas encore recue ; le
      *controleur est l'utilisateur de la session, a defaut saisi
       0900-PIECE-RECUE-DEB.

           PERFORM 0600-CHARGE-SINISTRES-DEB
              THRU 0600-CHARGE-SINISTRES-FIN.

           DISPLAY "Numero de sinistre (ex. S00001) : ".
           ACCEPT WS-SAISIE-NUM-SIN.

           MOVE 0 TO WS-SIN-TROUVE.

           PERFORM VARYING WS-IDX-SIN FROM 1 BY 1
                   UNTIL WS-IDX-SIN > WS-MAX-SIN

               IF WS-SIN-NUM(WS-IDX-SIN) = WS-SAISIE-NUM-SIN
                   MOVE WS-IDX-SIN TO WS-SIN-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SIN-TROUVE = 0
               DISPLAY "Sinistre inconnu : " WS-SAISIE-NUM-SIN
               GO TO 0900-PIECE-RECUE-FIN
           END-IF.

           DISPLAY "Pieces du sinistre " WS-SAISIE-NUM-SIN " (type "
                   WS-SIN-TYPE(WS-SIN-TROUVE) ") :".

           PERFORM 0730-CONTROLE-PIECES-DEB
              THRU 0730-CONTROLE-PIECES-FIN.

           DISPLAY "Code de la piece recue : ".
           ACCEPT WS-SAISIE-PIECE.

           MOVE 0 TO WS-PCF-TROUVE.

           PERFORM VARYING WS-IDX-PCF FROM 1 BY 1
                   UNTIL WS-IDX-PCF > WS-MAX-PCF

               IF WS-PCF-CODE(WS-IDX-PCF) = WS-SAISIE-PIECE
               AND (WS-PCF-TYPE(WS-IDX-PCF)
                    = WS-SIN-TYPE(WS-SIN-TROUVE)
                    OR WS-PCF-TYPE(WS-IDX-PCF) = "TOUS")
                   MOVE WS-IDX-PCF TO WS-PCF-TROUVE
               END-IF

           END-PERFORM.

           IF WS-SAISIE-PIECE = SPACES
           OR WS-PCF-TROUVE = 0
               DISPLAY "Piece non prevue pour ce type de sinistre, "
                       "reception refusee."
               GO TO 0900-PIECE-RECUE-FIN
           END-IF.

           MOVE WS-SAISIE-PIECE TO WS-PIECE-CHERCHEE.

           PERFORM 0745-RECHERCHE-PIECE-DEB
              THRU 0745-RECHERCHE-PIECE-FIN.

           IF WS-PIECE-RECUE-O
               DISPLAY "Piece deja recue le " WS-PIECE-DATE
                       ", reception refusee."
               GO TO 0900-PIECE-RECUE-FIN
           END-IF.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           DISPLAY "Date de reception (AAAAMMJJ, vide = "
                   "aujourd'hui) : ".
           ACCEPT WS-SAISIE-DATE-PIECE.

           IF WS-SAISIE-DATE-PIECE = SPACES
               MOVE WS-DATE-DU-JOUR TO WS-SAISIE-DATE-PIECE
           END-IF.

           IF WS-SAISIE-DATE-PIECE NOT NUMERIC
               DISPLAY "Date de reception invalide, reception "
                       "refusee."
               GO TO 0900-PIECE-RECUE-FIN
           END-IF.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.
           MOVE WS-SAISIE-DATE-PIECE TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
           OR WS-DATUTIL-DATE-1 > WS-DATE-DU-JOUR
               DISPLAY "Date de reception invalide ou future, "
                       "reception refusee."
               GO TO 0900-PIECE-RECUE-FIN
           END-IF.

           MOVE SPACES TO WS-CONTROLEUR.

           OPEN INPUT FICHIER-SESSION.

           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-SESSION-IDENTIFIANT TO WS-CONTROLEUR
           END-READ.

           CLOSE FICHIER-SESSION.

           IF WS-CONTROLEUR = SPACES
               DISPLAY "Controle par (identifiant) : "
               ACCEPT WS-CONTROLEUR
           END-IF.

           IF WS-CONTROLEUR = SPACES
               DISPLAY "Controleur obligatoire, reception refusee."
               GO TO 0900-PIECE-RECUE-FIN
           END-IF.

           OPEN EXTEND FICHIER-PIECES.

           MOVE SPACES TO F-PIECE.
           MOVE WS-SAISIE-NUM-SIN    TO F-PIE-NUM-SIN.
           MOVE WS-SAISIE-PIECE      TO F-PIE-CODE.
           MOVE WS-SAISIE-DATE-PIECE TO F-PIE-DATE.
           MOVE WS-CONTROLEUR        TO F-PIE-CONTROLEUR.
           WRITE F-PIECE.

           CLOSE FICHIER-PIECES.

           DISPLAY "Piece " WS-SAISIE-PIECE " enregistree pour le "
                   "sinistre " WS-SAISIE-NUM-SIN " (controle par "
                   WS-CONTROLEUR ").".

           EXIT.

       0900-PIECE-RECUE-FIN.
