      * batch mouvstock applique a l'inventaire. Le suivi des
      * commandes ouvertes est solde (statut R, date de reception) et
      * un etat des commandes encore en attente donne leur anciennete.
      * Pour les articles perissables, la reception saisit le numero
      * de lot et la date de peremption, portes par le mouvement
      * d'entree (colonnes 28-37 et 38-45) : mouvstock en tient le
      * stock par lot (stock-lots.txt).
      * La quantite effectivement recue est gardee sur la ligne soldee
      * (colonnes 40-41) : le rapprochement des factures fournisseurs
      * (facfrn) la compare a la quantite facturee.
      * La confirmation du fournisseur integree par acqfrn (quantite
      * et date de livraison confirmees, date de l'accuse, colonnes
      * 42-59) est rappelee a la reception et conservee telle quelle
      * a la reecriture du suivi.

      ******************************************************************
      *                            TRIGRAMMES                          *
               05 F-OUV-DATE-EMIS          PIC X(08).
               05 F-OUV-STATUT             PIC X(01).
               05 F-OUV-DATE-RECU          PIC X(08).
               05 F-OUV-QTE-RECUE          PIC X(02).

      *        Confirmation de l'accuse fournisseur (acqfrn) : quantite,
      *        date de livraison, date de l'accuse
               05 F-OUV-CONFIRMATION.
                   10 F-OUV-QTE-CONF       PIC X(02).
                   10 F-OUV-DATE-CONF      PIC X(08).
                   10 F-OUV-DATE-ACQ       PIC X(08).

       FD FICHIER-MOUVEMENTS.
           01 F-LIGNE-MVT.
               05 F-MVT-DEPOT              PIC X(03).
               05 F-MVT-DEPOT-DEST         PIC X(03).

      *        Lot recu et sa date de peremption AAAAMMJJ (espaces
      *        pour un article non suivi par lot)
               05 F-MVT-LOT                PIC X(10).
               05 F-MVT-PEREMPTION         PIC X(08).

       FD FICHIER-ATTENTE.
           01 F-LIGNE-ATTENTE              PIC X(80).

                   88 WS-OUV-OUVERTE               VALUE "O".
                   88 WS-OUV-RECUE                 VALUE "R".
               10 WS-OUV-DATE-RECU         PIC X(08).
               10 WS-OUV-QTE-RECUE         PIC 9(02).
               10 WS-OUV-CONFIRMATION.
                   15 WS-OUV-QTE-CONF      PIC X(02).
                   15 WS-OUV-DATE-CONF     PIC X(08).
                   15 WS-OUV-DATE-ACQ      PIC X(08).

       77 WS-IDX                           PIC 9(03).
       01 WS-MAX-OUV                       PIC 9(03).
      *Depot ou la livraison est rangee (vide = D01)
       01 WS-DEPOT-RECEPTION               PIC X(03).

      *Lot et peremption de la ligne recue (lot vide = article non
      *perissable)
       01 WS-SAISIE-LOT                    PIC X(10).
       01 WS-SAISIE-PEREMPTION             PIC X(08).

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".
       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module de dates commun datutil, pour
      *l'anciennete des commandes encore ouvertes et le controle de
      *la date de peremption saisie
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08)   VALUE 0.
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

                             TO WS-OUV-STATUT(WS-IDX)
                           MOVE F-OUV-DATE-RECU
                             TO WS-OUV-DATE-RECU(WS-IDX)
                           MOVE F-OUV-CONFIRMATION
                             TO WS-OUV-CONFIRMATION(WS-IDX)

      *Reprise des lignes soldees avant la saisie de la quantite
      *recue : reputees recues conformes
                           EVALUATE TRUE
                               WHEN F-OUV-QTE-RECUE IS NUMERIC
                                   MOVE F-OUV-QTE-RECUE
                                     TO WS-OUV-QTE-RECUE(WS-IDX)
                               WHEN WS-OUV-RECUE(WS-IDX)
                                   MOVE F-OUV-QTE
                                     TO WS-OUV-QTE-RECUE(WS-IDX)
                               WHEN OTHER
                                   MOVE 0 TO WS-OUV-QTE-RECUE(WS-IDX)
                           END-EVALUATE
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "

       0350-RECOIT-LIGNE-DEB.

           IF WS-OUV-DATE-CONF(WS-IDX) IS NUMERIC
               DISPLAY "Accuse fournisseur : "
                       WS-OUV-QTE-CONF(WS-IDX)
                       " confirme(s) pour le "
                       WS-OUV-DATE-CONF(WS-IDX)
           END-IF.

           DISPLAY "Article " WS-OUV-ARTICLE(WS-IDX)
                   " commande " WS-OUV-QTE(WS-IDX)
                   " - quantite recue (vide = conforme, 0 = rien) : ".
               GO TO 0350-RECOIT-LIGNE-FIN
           END-IF.

      *Article perissable : lot et date de peremption valide exiges,
      *sinon la ligne reste ouverte
           DISPLAY "Numero de lot (vide = article non suivi) : ".
           ACCEPT WS-SAISIE-LOT.

           MOVE SPACES TO WS-SAISIE-PEREMPTION.

           IF WS-SAISIE-LOT NOT = SPACES
               DISPLAY "Date de peremption du lot (AAAAMMJJ) : "
               ACCEPT WS-SAISIE-PEREMPTION

               IF WS-SAISIE-PEREMPTION NOT NUMERIC
                   DISPLAY "Date de peremption invalide, ligne "
                           "laissee ouverte."
                   GO TO 0350-RECOIT-LIGNE-FIN
               END-IF

               MOVE "VALID" TO WS-DATUTIL-FONCTION
               MOVE WS-SAISIE-PEREMPTION TO WS-DATUTIL-DATE-1
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL

               IF WS-DATUTIL-RESULTAT NOT = 0
                   DISPLAY "Date de peremption invalide, ligne "
                           "laissee ouverte."
                   GO TO 0350-RECOIT-LIGNE-FIN
               END-IF
           END-IF.

           MOVE SPACES TO F-LIGNE-MVT.
           MOVE WS-OUV-ARTICLE(WS-IDX) TO F-MVT-OBJET.
           MOVE WS-DATE-DU-JOUR        TO F-MVT-DATE.
           MOVE "E"                    TO F-MVT-CODE.
           MOVE WS-QTE-RECUE           TO F-MVT-QTE.
           MOVE WS-DEPOT-RECEPTION     TO F-MVT-DEPOT.
           MOVE WS-SAISIE-LOT          TO F-MVT-LOT.
           MOVE WS-SAISIE-PEREMPTION   TO F-MVT-PEREMPTION.
           WRITE F-LIGNE-MVT.

           SET WS-OUV-RECUE(WS-IDX) TO TRUE.
           MOVE WS-DATE-DU-JOUR TO WS-OUV-DATE-RECU(WS-IDX).
           MOVE WS-QTE-RECUE TO WS-OUV-QTE-RECUE(WS-IDX).
           SET WS-MODIFIE-O TO TRUE.
           ADD 1 TO WS-NB-RECUES.

               MOVE WS-OUV-DATE-EMIS(WS-IDX) TO F-OUV-DATE-EMIS
               MOVE WS-OUV-STATUT(WS-IDX)    TO F-OUV-STATUT
               MOVE WS-OUV-DATE-RECU(WS-IDX) TO F-OUV-DATE-RECU
               IF WS-OUV-RECUE(WS-IDX)
                   MOVE WS-OUV-QTE-RECUE(WS-IDX) TO F-OUV-QTE-RECUE
               END-IF
               MOVE WS-OUV-CONFIRMATION(WS-IDX) TO F-OUV-CONFIRMATION
               WRITE F-LIGNE-OUV

           END-PERFORM.
