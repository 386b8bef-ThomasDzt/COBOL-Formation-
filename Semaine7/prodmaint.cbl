      *Maintenance du referentiel des produits d'assurance
      *produits-assurance.txt : chaque produit porte un code (la
      *valeur ecrite par polsaisie en colonnes 25-38 de
      *assurances.csv), un libelle, une franchise fixe (montant) ou
      *proportionnelle (taux en pourcentage du montant convenu), un
      *plafond par sinistre et un plafond annuel (0 = sans plafond)
      *et la liste des types de sinistre couverts (6 au plus, memes
      *libelles que F-SIN-TYPE de sinistres). polsaisie n'accepte
      *que les produits actifs du referentiel, sinistres y controle
      *le type declare et plafonne les reglements. Un produit n'est
      *jamais supprime : il est desactive. Le fichier part en copie
      *de generation avant reecriture et chaque mise a jour est
      *tracee au journal d'audit central.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * PRD = PRODUIT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. prodmaint.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PRODUITS
       ASSIGN TO "produits-assurance.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Franchise : F = montant fixe, P = taux en pourcentage ;
      *plafonds a 0 = sans plafond ; statut A = actif, I = inactif
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


       WORKING-STORAGE SECTION.

      *Produits charges en memoire
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
                   88 WS-PRD-ACTIF                     VALUE "A".

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       01 WS-MAX-PRD                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 100.
       01 WS-MAX-TYPES                     PIC 9(01)   VALUE 6.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-SAISIR                          VALUE "1".
           88 WS-CHOIX-LISTER                          VALUE "2".
           88 WS-CHOIX-DESACTIVER                      VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies du produit en cours
       01 WS-SAISIE-CODE                   PIC X(14).
       01 WS-SAISIE-LIBELLE                PIC X(30).
       01 WS-SAISIE-TYPE-FRANCHISE         PIC X(01).
           88 WS-TYPE-FRANCHISE-VALIDE                 VALUE "F" "P".
       01 WS-SAISIE-MONTANT                PIC X(10).
       01 WS-SAISIE-TYPE                   PIC X(10).

       01 WS-FRANCHISE-NUM                 PIC 9(07)V9(02).
       01 WS-PLAFOND-SIN-NUM               PIC 9(07)V9(02).
       01 WS-PLAFOND-AN-NUM                PIC 9(07)V9(02).
       01 WS-TYPES-SAISIS.
           05 WS-SAI-TYPE OCCURS 6 TIMES   PIC X(10).
       01 WS-NB-TYPES                      PIC 9(01).

       01 WS-PRD-TROUVE                    PIC 9(03).
       01 WS-MONTANT-ED                    PIC Z(06)9.99.
       01 WS-PLAFOND-SIN-ED                PIC Z(06)9.99.
       01 WS-PLAFOND-AN-ED                 PIC Z(06)9.99.

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "produits-assurance.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGE-PRODUITS-DEB
              THRU 0100-CHARGE-PRODUITS-FIN.

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

       0100-CHARGE-PRODUITS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           OPEN INPUT FICHIER-PRODUITS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PRODUITS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-PRODUIT TO WS-PRD(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-MAX ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-PRD.

           CLOSE FICHIER-PRODUITS.

           DISPLAY "Produits au referentiel : " WS-MAX-PRD.

           EXIT.

       0100-CHARGE-PRODUITS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Referentiel des produits d'assurance.".
           DISPLAY "1 - Creer ou modifier un produit".
           DISPLAY "2 - Lister les produits".
           DISPLAY "3 - Desactiver un produit".
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

               WHEN WS-CHOIX-DESACTIVER
                   PERFORM 0550-DESACTIVER-DEB
                      THRU 0550-DESACTIVER-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Saisie complete d'un produit : un code deja connu est remplace
      *(et reactive), un nouveau code est ajoute ; il faut au moins
      *un type de sinistre couvert
       0300-SAISIR-DEB.

           DISPLAY "Code produit (14 car.) : ".
           ACCEPT WS-SAISIE-CODE.

           IF WS-SAISIE-CODE = SPACES
               DISPLAY "Code vide, saisie abandonnee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           PERFORM 0700-RECHERCHE-PRODUIT-DEB
              THRU 0700-RECHERCHE-PRODUIT-FIN.

           DISPLAY "Libelle (30 car.) : ".
           ACCEPT WS-SAISIE-LIBELLE.

           DISPLAY "Franchise fixe ou proportionnelle (F/P) : ".
           ACCEPT WS-SAISIE-TYPE-FRANCHISE.

           IF NOT WS-TYPE-FRANCHISE-VALIDE
               DISPLAY "Type de franchise inconnu : "
                       WS-SAISIE-TYPE-FRANCHISE " - saisie refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           IF WS-SAISIE-TYPE-FRANCHISE = "F"
               DISPLAY "Montant de la franchise (ex. 150.00) : "
           ELSE
               DISPLAY "Taux de la franchise en % (ex. 10.00) : "
           END-IF.
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-FRANCHISE-NUM.

           IF WS-SAISIE-TYPE-FRANCHISE = "P"
           AND WS-FRANCHISE-NUM > 100
               DISPLAY "Taux de franchise superieur a 100 %, "
                       "saisie refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           DISPLAY "Plafond par sinistre (0 = sans plafond) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-PLAFOND-SIN-NUM.

           DISPLAY "Plafond annuel (0 = sans plafond) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-PLAFOND-AN-NUM.

           MOVE SPACES TO WS-TYPES-SAISIS.
           MOVE 0 TO WS-NB-TYPES.
           SET WS-FIN-LECTURE-N TO TRUE.

           PERFORM UNTIL WS-FIN-LECTURE-O
                      OR WS-NB-TYPES >= WS-MAX-TYPES

               DISPLAY "Type de sinistre couvert (DEGAT EAU, "
                       "INCENDIE, VOL..., vide pour terminer) : "
               ACCEPT WS-SAISIE-TYPE

               IF WS-SAISIE-TYPE = SPACES
                   SET WS-FIN-LECTURE-O TO TRUE
               ELSE
                   ADD 1 TO WS-NB-TYPES
                   MOVE WS-SAISIE-TYPE TO WS-SAI-TYPE(WS-NB-TYPES)
               END-IF

           END-PERFORM.

           IF WS-NB-TYPES = 0
               DISPLAY "Aucun type de sinistre couvert, saisie "
                       "refusee."
               GO TO 0300-SAISIR-FIN
           END-IF.

           IF WS-PRD-TROUVE = 0
               IF WS-MAX-PRD >= WS-CAPACITE-MAX
                   DISPLAY "Referentiel des produits plein."
                   GO TO 0300-SAISIR-FIN
               END-IF
               ADD 1 TO WS-MAX-PRD
               MOVE WS-MAX-PRD TO WS-PRD-TROUVE
               MOVE "CREATION" TO AUDIT-ACTION
           ELSE
               MOVE "MODIF" TO AUDIT-ACTION
           END-IF.

           MOVE WS-SAISIE-CODE     TO WS-PRD-CODE(WS-PRD-TROUVE).
           MOVE WS-SAISIE-LIBELLE  TO WS-PRD-LIBELLE(WS-PRD-TROUVE).
           MOVE WS-SAISIE-TYPE-FRANCHISE
             TO WS-PRD-TYPE-FRANCHISE(WS-PRD-TROUVE).
           MOVE WS-FRANCHISE-NUM   TO WS-PRD-FRANCHISE(WS-PRD-TROUVE).
           MOVE WS-PLAFOND-SIN-NUM
             TO WS-PRD-PLAFOND-SIN(WS-PRD-TROUVE).
           MOVE WS-PLAFOND-AN-NUM
             TO WS-PRD-PLAFOND-AN(WS-PRD-TROUVE).

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TYPES
               MOVE WS-SAI-TYPE(WS-IDX)
                 TO WS-PRD-TYPE-COUVERT(WS-PRD-TROUVE, WS-IDX)
           END-PERFORM.

           SET WS-PRD-ACTIF(WS-PRD-TROUVE) TO TRUE.

           SET WS-MODIFIE-O TO TRUE.

           MOVE "prodmaint" TO AUDIT-PROGRAMME.
           MOVE WS-SAISIE-CODE TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Produit " WS-SAISIE-CODE " enregistre avec "
                   WS-NB-TYPES " type(s) couvert(s).".

           EXIT.

       0300-SAISIR-FIN.

      *-----------------------------------------------------------------

       0500-LISTER-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRD

               MOVE WS-PRD-FRANCHISE(WS-IDX) TO WS-MONTANT-ED
               MOVE WS-PRD-PLAFOND-SIN(WS-IDX) TO WS-PLAFOND-SIN-ED
               MOVE WS-PRD-PLAFOND-AN(WS-IDX) TO WS-PLAFOND-AN-ED

               DISPLAY WS-PRD-CODE(WS-IDX) " "
                       WS-PRD-LIBELLE(WS-IDX) " "
                       WS-PRD-STATUT(WS-IDX)
               DISPLAY "  franchise " WS-PRD-TYPE-FRANCHISE(WS-IDX)
                       " " WS-MONTANT-ED
                       "  plafond sinistre " WS-PLAFOND-SIN-ED
                       "  annuel " WS-PLAFOND-AN-ED

               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-MAX-TYPES
                   IF WS-PRD-TYPE-COUVERT(WS-IDX, WS-IDX2)
                      NOT = SPACES
                       DISPLAY "  couvre "
                               WS-PRD-TYPE-COUVERT(WS-IDX, WS-IDX2)
                   END-IF
               END-PERFORM

           END-PERFORM.

           IF WS-MAX-PRD = 0
               DISPLAY "Aucun produit au referentiel."
           END-IF.

           EXIT.

       0500-LISTER-FIN.

      *-----------------------------------------------------------------

      *Desactivation : les polices existantes du produit restent
      *lisibles, mais polsaisie n'en accepte plus de nouvelles
       0550-DESACTIVER-DEB.

           DISPLAY "Code produit a desactiver : ".
           ACCEPT WS-SAISIE-CODE.

           PERFORM 0700-RECHERCHE-PRODUIT-DEB
              THRU 0700-RECHERCHE-PRODUIT-FIN.

           IF WS-PRD-TROUVE = 0
               DISPLAY "Produit inconnu : " WS-SAISIE-CODE
               GO TO 0550-DESACTIVER-FIN
           END-IF.

           IF NOT WS-PRD-ACTIF(WS-PRD-TROUVE)
               DISPLAY "Produit deja inactif."
               GO TO 0550-DESACTIVER-FIN
           END-IF.

           MOVE "I" TO WS-PRD-STATUT(WS-PRD-TROUVE).

           SET WS-MODIFIE-O TO TRUE.

           MOVE "prodmaint" TO AUDIT-PROGRAMME.
           MOVE "DESACT" TO AUDIT-ACTION.
           MOVE WS-SAISIE-CODE TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Produit " WS-SAISIE-CODE " desactive.".

           EXIT.

       0550-DESACTIVER-FIN.

      *-----------------------------------------------------------------

       0600-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           DISPLAY "Reecriture du referentiel des produits.".
           OPEN OUTPUT FICHIER-PRODUITS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRD

               MOVE WS-PRD(WS-IDX) TO F-PRODUIT
               WRITE F-PRODUIT

           END-PERFORM.

           CLOSE FICHIER-PRODUITS.

           EXIT.

       0600-SAUVEGARDE-FIN.

      *-----------------------------------------------------------------

      *Recherche du produit WS-SAISIE-CODE : rang dans WS-PRD-TROUVE,
      *0 si inconnu
       0700-RECHERCHE-PRODUIT-DEB.

           MOVE 0 TO WS-PRD-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-PRD

               IF WS-PRD-CODE(WS-IDX) = WS-SAISIE-CODE
                   MOVE WS-IDX TO WS-PRD-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0700-RECHERCHE-PRODUIT-FIN.
