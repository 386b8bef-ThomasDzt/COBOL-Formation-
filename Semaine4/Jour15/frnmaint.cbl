      * reception du suivi commandes-ouvertes.txt tenu par reappro et
      * recepcom. Le fichier est reecrit en sortie si quelque chose a
      * change, apres copie de generation.
      * Le point de commande par article (colonnes 46-47) complete
      * l'enregistrement : pose par l'approbation des propositions de
      * pointcde, il remplace pour cet article le seuil global saisi
      * dans rupture2 (00 = pas de point propre). Il se modifie et se
      * liste ici comme les autres zones.
      * Les conditions de paiement du fournisseur (delai en jours
      * depuis la date de facture, colonnes 48-50, 000 = 30 jours par
      * defaut) donnent l'echeance des factures rapprochees par
      * facfrn.

      ******************************************************************
      *                            TRIGRAMMES                          *
               05 F-FRN-CIBLE              PIC 9(02).
               05 F-FRN-NOM                PIC X(20).
               05 F-FRN-DELAI              PIC X(03).
               05 F-FRN-SEUIL              PIC X(02).
               05 F-FRN-ECHEANCE           PIC X(03).

       FD FICHIER-OUVERTES.
           01 F-LIGNE-OUV.
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

       FD FICHIER-PERFORMANCE.
           01 F-LIGNE-PERF                 PIC X(80).
               10 WS-FRN-CIBLE             PIC 9(02).
               10 WS-FRN-NOM               PIC X(20).
               10 WS-FRN-DELAI             PIC 9(03).
               10 WS-FRN-SEUIL             PIC 9(02).
               10 WS-FRN-ECHEANCE          PIC 9(03).

      *Cumuls du rapport de performance, un poste par code
      *fournisseur rencontre dans le suivi des commandes
       01 WS-SAISIE-CIBLE                  PIC X(02).
       01 WS-SAISIE-NOM                    PIC X(20).
       01 WS-SAISIE-DELAI                  PIC X(03).
       01 WS-SAISIE-SEUIL                  PIC X(02).
       01 WS-SAISIE-ECHEANCE               PIC X(03).

       01 WS-FRN-TROUVE                    PIC 9(03).

                           ELSE
                               MOVE 0 TO WS-FRN-DELAI(WS-IDX)
                           END-IF

      *Reprise des enregistrements sans point de commande
                           IF F-FRN-SEUIL IS NUMERIC
                               MOVE F-FRN-SEUIL
                                 TO WS-FRN-SEUIL(WS-IDX)
                           ELSE
                               MOVE 0 TO WS-FRN-SEUIL(WS-IDX)
                           END-IF

      *Reprise des enregistrements sans conditions de paiement
                           IF F-FRN-ECHEANCE IS NUMERIC
                               MOVE F-FRN-ECHEANCE
                                 TO WS-FRN-ECHEANCE(WS-IDX)
                           ELSE
                               MOVE 0 TO WS-FRN-ECHEANCE(WS-IDX)
                           END-IF
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "

           DISPLAY "Maintenance du maitre des fournisseurs.".
           DISPLAY "1 - Ajouter une ligne article / fournisseur".
           DISPLAY "2 - Modifier une ligne (cible, nom, delais, point)".
           DISPLAY "3 - Lister le maitre".
           DISPLAY "4 - Rapport de performance de livraison".
           DISPLAY "5 - Quitter".
               GO TO 0300-AJOUTER-FIN
           END-IF.

           DISPLAY "Paiement a combien de jours de la facture "
                   "(3 ch., vide = 30) : ".
           ACCEPT WS-SAISIE-ECHEANCE.

           IF WS-SAISIE-ECHEANCE = SPACES
               MOVE "000" TO WS-SAISIE-ECHEANCE
           END-IF.

           IF WS-SAISIE-ECHEANCE NOT NUMERIC
               DISPLAY "Conditions de paiement non numeriques, "
                       "ajout refuse."
               GO TO 0300-AJOUTER-FIN
           END-IF.

           ADD 1 TO WS-MAX-FRN.
           MOVE WS-SAISIE-ARTICLE TO WS-FRN-ARTICLE(WS-MAX-FRN).
           MOVE WS-SAISIE-CODE    TO WS-FRN-CODE(WS-MAX-FRN).
           MOVE WS-SAISIE-CIBLE   TO WS-FRN-CIBLE(WS-MAX-FRN).
           MOVE WS-SAISIE-NOM     TO WS-FRN-NOM(WS-MAX-FRN).
           MOVE WS-SAISIE-DELAI   TO WS-FRN-DELAI(WS-MAX-FRN).
           MOVE 0                 TO WS-FRN-SEUIL(WS-MAX-FRN).
           MOVE WS-SAISIE-ECHEANCE TO WS-FRN-ECHEANCE(WS-MAX-FRN).

           SET WS-MODIFIE-O TO TRUE.


      *-----------------------------------------------------------------

      *Modification de la cible, du nom, du delai, du point de
      *commande et des conditions de paiement d'une ligne ; une
      *saisie vide conserve la valeur en place
       0400-MODIFIER-DEB.

               END-IF
           END-IF.

           DISPLAY "Point de commande actuel : "
                   WS-FRN-SEUIL(WS-FRN-TROUVE)
                   " - nouveau point (vide = inchange) : ".
           ACCEPT WS-SAISIE-SEUIL.

           IF WS-SAISIE-SEUIL NOT = SPACES
               IF WS-SAISIE-SEUIL NUMERIC
                   MOVE WS-SAISIE-SEUIL
                     TO WS-FRN-SEUIL(WS-FRN-TROUVE)
                   SET WS-MODIFIE-O TO TRUE
               ELSE
                   DISPLAY "Point de commande non numerique, "
                           "inchange."
               END-IF
           END-IF.

           DISPLAY "Paiement a (jours) actuel : "
                   WS-FRN-ECHEANCE(WS-FRN-TROUVE)
                   " - nouveau (vide = inchange) : ".
           ACCEPT WS-SAISIE-ECHEANCE.

           IF WS-SAISIE-ECHEANCE NOT = SPACES
               IF WS-SAISIE-ECHEANCE NUMERIC
                   MOVE WS-SAISIE-ECHEANCE
                     TO WS-FRN-ECHEANCE(WS-FRN-TROUVE)
                   SET WS-MODIFIE-O TO TRUE
               ELSE
                   DISPLAY "Conditions de paiement non numeriques, "
                           "inchangees."
               END-IF
           END-IF.

           DISPLAY "Ligne mise a jour.".

           EXIT.
       0500-LISTER-DEB.

           DISPLAY "Article    Code       Cible Nom"
                   "                  Delai Point Paie".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FRN
                       WS-FRN-CODE(WS-IDX) " "
                       WS-FRN-CIBLE(WS-IDX) "    "
                       WS-FRN-NOM(WS-IDX) " "
                       WS-FRN-DELAI(WS-IDX) "   "
                       WS-FRN-SEUIL(WS-IDX) "    "
                       WS-FRN-ECHEANCE(WS-IDX)

           END-PERFORM.

               MOVE WS-FRN-CIBLE(WS-IDX)   TO F-FRN-CIBLE
               MOVE WS-FRN-NOM(WS-IDX)     TO F-FRN-NOM
               MOVE WS-FRN-DELAI(WS-IDX)   TO F-FRN-DELAI
               MOVE WS-FRN-SEUIL(WS-IDX)   TO F-FRN-SEUIL
               MOVE WS-FRN-ECHEANCE(WS-IDX) TO F-FRN-ECHEANCE
               WRITE F-LIGNE-FRN

           END-PERFORM.
