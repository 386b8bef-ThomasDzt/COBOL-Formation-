      * Points de commande et niveaux cibles calcules sur la demande :
      * passe mensuelle qui lit l'historique ventes-semaine.txt (une
      * ligne par produit et par semaine, les lignes "-" de correction
      * ecrites par retourcli venant en deduction de la semaine du
      * produit qu'elles corrigent) et le delai de livraison promis du
      * maitre des fournisseurs (frnmaint). Pour chaque ligne article
      * / fournisseur : demande hebdomadaire moyenne sur les 52
      * dernieres semaines au plus, ecart type, stock de securite
      * (taux de service 95 %, coefficient 1,65 x ecart type x racine
      * du delai en semaines), point de commande (demande pendant le
      * delai + stock de securite) et niveau cible (point de commande
      * + 4 semaines de demande, revue mensuelle). Les propositions
      * partent dans propositions-niveaux.txt et dans l'etat
      * niveaux-reappro.txt (module imprim), valeurs en place et
      * valeurs proposees cote a cote.
      * L'approbation (droit APPROUVE via autorise) presente chaque
      * proposition en attente, et les propositions acceptees mettent
      * a jour le point de commande (lu par rupture2) et le niveau
      * cible (lu par reappro) de fournisseurs.txt, apres copie de
      * generation, chaque mise a jour partant au journal d'audit.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FRN = FOURNISSEUR ; VTE = VENTE ; PRO = PROPOSITION ;
      * SEM = SEMAINE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. pointcde.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-VENTES ASSIGN TO "ventes-semaine.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-FOURNISSEURS
       ASSIGN TO "fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Propositions du dernier calcul et leur statut d'approbation
       SELECT OPTIONAL FICHIER-PROPOSITIONS
       ASSIGN TO "propositions-niveaux.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-VENTES.
           01 F-VENTE.
               05 F-NOM                    PIC X(10).
               05 F-PRIX-UNIT              PIC 9(04)V9(02).
               05 F-QTE-VENDUE             PIC 9(02).
               05 F-PRIX-VENTE             PIC 9(06)V9(02).
               05 F-SENS                   PIC X(01).
               05 F-DATE-VENTE             PIC 9(08).
               05 F-PRIX-CATALOGUE         PIC 9(04)V9(02).
               05 F-CAM-VENTE              PIC X(08).
               05 F-MODE-REGLEMENT         PIC X(01).
               05 F-CAISSE                 PIC X(02).

      *Meme enregistrement que frnmaint
       FD FICHIER-FOURNISSEURS.
           01 F-LIGNE-FRN.
               05 F-FRN-ARTICLE            PIC X(10).
               05 F-FRN-CODE               PIC X(10).
               05 F-FRN-CIBLE              PIC 9(02).
               05 F-FRN-NOM                PIC X(20).
               05 F-FRN-DELAI              PIC X(03).
               05 F-FRN-SEUIL              PIC X(02).
               05 F-FRN-ECHEANCE           PIC X(03).

      *Statut : P = en attente, A = approuvee, R = refusee
       FD FICHIER-PROPOSITIONS.
           01 F-LIGNE-PRO.
               05 F-PRO-ARTICLE            PIC X(10).
               05 F-PRO-CODE               PIC X(10).
               05 F-PRO-ANCIEN-SEUIL       PIC 9(02).
               05 F-PRO-NOUVEAU-SEUIL      PIC 9(02).
               05 F-PRO-ANCIENNE-CIBLE     PIC 9(02).
               05 F-PRO-NOUVELLE-CIBLE     PIC 9(02).
               05 F-PRO-MOYENNE            PIC 9(03)V9(02).
               05 F-PRO-ECART              PIC 9(03)V9(02).
               05 F-PRO-DELAI              PIC 9(03).
               05 F-PRO-SECURITE           PIC 9(03).
               05 F-PRO-NB-SEM             PIC 9(02).
               05 F-PRO-DATE               PIC 9(08).
               05 F-PRO-STATUT             PIC X(01).


       WORKING-STORAGE SECTION.

      *Maitre des fournisseurs en memoire
       01 WS-TABLEAU-FRN.
           05 WS-LIGNE-FRN OCCURS 500 TIMES.
               10 WS-FRN-ARTICLE           PIC X(10).
               10 WS-FRN-CODE              PIC X(10).
               10 WS-FRN-CIBLE             PIC 9(02).
               10 WS-FRN-NOM               PIC X(20).
               10 WS-FRN-DELAI             PIC 9(03).
               10 WS-FRN-SEUIL             PIC 9(02).
               10 WS-FRN-ECHEANCE          PIC X(03).

      *Historique des ventes nettes par produit, semaine la plus
      *ancienne en tete, 52 semaines au plus
       01 WS-TABLEAU-VTE.
           05 WS-LIGNE-VTE OCCURS 200 TIMES.
               10 WS-VTE-PRODUIT           PIC X(10).
               10 WS-VTE-NB-SEM            PIC 9(02).
               10 WS-VTE-QTE               PIC 9(03) OCCURS 52 TIMES.

      *Propositions relues pour l'approbation
       01 WS-TABLEAU-PRO.
           05 WS-LIGNE-PRO OCCURS 500 TIMES.
               10 WS-PRO-ENREG             PIC X(55).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       77 WS-IDX-SEM                       PIC 9(02).
       77 WS-IDX-FRN                       PIC 9(03).
       01 WS-MAX-FRN                       PIC 9(03).
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.
       01 WS-NB-VTE                        PIC 9(03).
       01 WS-CAPACITE-VTE                  PIC 9(03)   VALUE 200.
       01 WS-CAPACITE-SEM                  PIC 9(02)   VALUE 52.
       01 WS-NB-PRO                        PIC 9(03).

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-CALCUL                          VALUE "1".
           88 WS-CHOIX-APPROBATION                     VALUE "2".
           88 WS-CHOIX-QUITTER                         VALUE "3".

       01 WS-REPONSE                       PIC X.

      *Parametres du calcul : coefficient du taux de service 95 %,
      *periode de revue en semaines, historique minimal en semaines,
      *delai retenu quand le maitre n'en porte pas
       01 WS-COEF-SERVICE                  PIC 9(01)V9(02) VALUE 1.65.
       01 WS-SEM-REVUE                     PIC 9(02)   VALUE 4.
       01 WS-SEM-MINIMUM                   PIC 9(02)   VALUE 4.
       01 WS-DELAI-DEFAUT                  PIC 9(03)   VALUE 7.
       01 WS-NIVEAU-MAXI                   PIC 9(02)   VALUE 99.

      *Calculs par ligne article / fournisseur
       01 WS-VTE-TROUVE                    PIC 9(03).
       01 WS-NB-SEM                        PIC 9(02).
       01 WS-SOMME                         PIC 9(05).
       01 WS-MOYENNE                       PIC 9(03)V9(04).
       01 WS-SOMME-CARRES                  PIC 9(09)V9(04).
       01 WS-ECART-TYPE                    PIC 9(03)V9(04).
       01 WS-DELAI-JOURS                   PIC 9(03).
       01 WS-DELAI-SEMAINES                PIC 9(03)V9(04).
       01 WS-SECURITE                      PIC 9(05)V9(04).
       01 WS-VALEUR                        PIC 9(05)V9(04).
       01 WS-ENTIER                        PIC 9(05).
       01 WS-NOUVEAU-SEUIL                 PIC 9(02).
       01 WS-NOUVELLE-CIBLE                PIC 9(02).
       01 WS-SECURITE-ENTIERE              PIC 9(03).

      *Zones editees de l'etat
       01 WS-MOYENNE-ED                    PIC ZZ9.99.
       01 WS-ECART-ED                      PIC ZZ9.99.
       01 WS-DELAI-ED                      PIC ZZ9.
       01 WS-SECURITE-ED                   PIC ZZ9.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Compteurs
       01 WS-NB-PROPOSEES                  PIC 9(03).
       01 WS-NB-SANS-HISTO                 PIC 9(03).
       01 WS-NB-APPROUVEES                 PIC 9(03).
       01 WS-NB-REFUSEES                   PIC 9(03).

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME            PIC X(10)   VALUE "pointcde".
       01 WS-AUTORISE-ACTION               PIC X(10)   VALUE "APPROUVE".
       01 WS-AUTORISE-RESULTAT             PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "niveaux-reappro.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "POINTS DE COMMANDE : EN PLACE>PROPOSE".
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE
           "ARTICLE    FOURN.       POINT      CIBLE MOY/SEM  ECART DELA
      -    "I SECU".
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "fournisseurs.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-CHARGEMENT-FRN-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           OPEN INPUT FICHIER-FOURNISSEURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FOURNISSEURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-FRN-ARTICLE
                             TO WS-FRN-ARTICLE(WS-IDX)
                           MOVE F-FRN-CODE TO WS-FRN-CODE(WS-IDX)
                           MOVE F-FRN-CIBLE TO WS-FRN-CIBLE(WS-IDX)
                           MOVE F-FRN-NOM TO WS-FRN-NOM(WS-IDX)

      *Reprise des enregistrements sans delai ni point de commande
                           IF F-FRN-DELAI IS NUMERIC
                               MOVE F-FRN-DELAI
                                 TO WS-FRN-DELAI(WS-IDX)
                           ELSE
                               MOVE 0 TO WS-FRN-DELAI(WS-IDX)
                           END-IF
                           MOVE F-FRN-ECHEANCE
                             TO WS-FRN-ECHEANCE(WS-IDX)
                           IF F-FRN-SEUIL IS NUMERIC
                               MOVE F-FRN-SEUIL
                                 TO WS-FRN-SEUIL(WS-IDX)
                           ELSE
                               MOVE 0 TO WS-FRN-SEUIL(WS-IDX)
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

           MOVE WS-IDX TO WS-MAX-FRN.

           CLOSE FICHIER-FOURNISSEURS.

           EXIT.

       0100-CHARGEMENT-FRN-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Points de commande et niveaux cibles.".
           DISPLAY "1 - Calcul mensuel des propositions".
           DISPLAY "2 - Approbation des propositions".
           DISPLAY "3 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-CALCUL
                   PERFORM 0300-CALCUL-DEB
                      THRU 0300-CALCUL-FIN

               WHEN WS-CHOIX-APPROBATION
                   PERFORM 0600-APPROBATION-DEB
                      THRU 0600-APPROBATION-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Calcul : historique des ventes, puis une proposition par ligne
      *du maitre ; les propositions du calcul precedent sont remplacees
       0300-CALCUL-DEB.

           PERFORM 0100-CHARGEMENT-FRN-DEB
              THRU 0100-CHARGEMENT-FRN-FIN.

           PERFORM 0310-LECTURE-VENTES-DEB
              THRU 0310-LECTURE-VENTES-FIN.

           MOVE 0 TO WS-NB-PROPOSEES.
           MOVE 0 TO WS-NB-SANS-HISTO.

           OPEN OUTPUT FICHIER-PROPOSITIONS.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FRN

               PERFORM 0400-PROPOSITION-DEB
                  THRU 0400-PROPOSITION-FIN

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           STRING "TOTAL : " WS-NB-PROPOSEES " proposition(s), "
                   WS-NB-SANS-HISTO " ligne(s) sans historique "
                   "suffisant"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           CLOSE FICHIER-PROPOSITIONS.

           DISPLAY "Propositions ecrites : " WS-NB-PROPOSEES
                   " - sans historique suffisant : " WS-NB-SANS-HISTO.

           EXIT.

       0300-CALCUL-FIN.

      *-----------------------------------------------------------------

      *Une ligne normale ouvre une semaine du produit ; une ligne "-"
      *se deduit de la derniere semaine du produit, sans passer sous
      *zero. Au-dela de 52 semaines, la plus ancienne sort.
       0310-LECTURE-VENTES-DEB.

           MOVE 0 TO WS-NB-VTE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-VENTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-VENTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM 0320-RANGE-VENTE-DEB
                          THRU 0320-RANGE-VENTE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-VENTES.

           EXIT.

       0310-LECTURE-VENTES-FIN.

      *-----------------------------------------------------------------

       0320-RANGE-VENTE-DEB.

           IF F-QTE-VENDUE NOT NUMERIC
               GO TO 0320-RANGE-VENTE-FIN
           END-IF.

           MOVE 0 TO WS-VTE-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-VTE

               IF WS-VTE-PRODUIT(WS-IDX2) = F-NOM
                   MOVE WS-IDX2 TO WS-VTE-TROUVE
               END-IF

           END-PERFORM.

           IF F-SENS = "-"
               IF WS-VTE-TROUVE NOT = 0
                   MOVE WS-VTE-NB-SEM(WS-VTE-TROUVE) TO WS-IDX-SEM
                   IF WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM)
                      > F-QTE-VENDUE
                       SUBTRACT F-QTE-VENDUE
                           FROM WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM)
                   ELSE
                       MOVE 0 TO WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM)
                   END-IF
               END-IF
               GO TO 0320-RANGE-VENTE-FIN
           END-IF.

           IF WS-VTE-TROUVE = 0
               IF WS-NB-VTE >= WS-CAPACITE-VTE
                   DISPLAY "Attention : table des ventes pleine, "
                           F-NOM " ignore."
                   GO TO 0320-RANGE-VENTE-FIN
               END-IF
               ADD 1 TO WS-NB-VTE
               MOVE WS-NB-VTE TO WS-VTE-TROUVE
               MOVE F-NOM TO WS-VTE-PRODUIT(WS-VTE-TROUVE)
               MOVE 0 TO WS-VTE-NB-SEM(WS-VTE-TROUVE)
           END-IF.

           IF WS-VTE-NB-SEM(WS-VTE-TROUVE) >= WS-CAPACITE-SEM
               PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                       UNTIL WS-IDX-SEM >= WS-CAPACITE-SEM
                   MOVE WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM + 1)
                     TO WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM)
               END-PERFORM
           ELSE
               ADD 1 TO WS-VTE-NB-SEM(WS-VTE-TROUVE)
           END-IF.

           MOVE WS-VTE-NB-SEM(WS-VTE-TROUVE) TO WS-IDX-SEM.
           MOVE F-QTE-VENDUE TO WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM).

           EXIT.

       0320-RANGE-VENTE-FIN.

      *-----------------------------------------------------------------

      *Proposition pour la ligne WS-IDX du maitre
       0400-PROPOSITION-DEB.

           MOVE 0 TO WS-VTE-TROUVE.
           MOVE 0 TO WS-NB-SEM.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-VTE

               IF WS-VTE-PRODUIT(WS-IDX2) = WS-FRN-ARTICLE(WS-IDX)
                   MOVE WS-IDX2 TO WS-VTE-TROUVE
                   MOVE WS-VTE-NB-SEM(WS-IDX2) TO WS-NB-SEM
               END-IF

           END-PERFORM.

           IF WS-NB-SEM < WS-SEM-MINIMUM
               ADD 1 TO WS-NB-SANS-HISTO
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING WS-FRN-ARTICLE(WS-IDX) " "
                       WS-FRN-CODE(WS-IDX) " historique insuffisant ("
                       WS-NB-SEM " semaine(s)), niveaux inchanges"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
               GO TO 0400-PROPOSITION-FIN
           END-IF.

      *Demande moyenne et ecart type (estimateur sur n - 1)
           MOVE 0 TO WS-SOMME.

           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-NB-SEM
               ADD WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM) TO WS-SOMME
           END-PERFORM.

           COMPUTE WS-MOYENNE = WS-SOMME / WS-NB-SEM.

           MOVE 0 TO WS-SOMME-CARRES.

           PERFORM VARYING WS-IDX-SEM FROM 1 BY 1
                   UNTIL WS-IDX-SEM > WS-NB-SEM
               COMPUTE WS-SOMME-CARRES = WS-SOMME-CARRES
                   + (WS-VTE-QTE(WS-VTE-TROUVE, WS-IDX-SEM)
                      - WS-MOYENNE) ** 2
           END-PERFORM.

           COMPUTE WS-ECART-TYPE =
               FUNCTION SQRT(WS-SOMME-CARRES / (WS-NB-SEM - 1)).

      *Delai promis en semaines
           IF WS-FRN-DELAI(WS-IDX) = 0
               MOVE WS-DELAI-DEFAUT TO WS-DELAI-JOURS
           ELSE
               MOVE WS-FRN-DELAI(WS-IDX) TO WS-DELAI-JOURS
           END-IF.

           COMPUTE WS-DELAI-SEMAINES = WS-DELAI-JOURS / 7.

           COMPUTE WS-SECURITE = WS-COEF-SERVICE * WS-ECART-TYPE
               * FUNCTION SQRT(WS-DELAI-SEMAINES).

      *Point de commande, puis niveau cible, arrondis a l'unite
      *superieure et bornes a la capacite de la zone stock
           COMPUTE WS-VALEUR = WS-MOYENNE * WS-DELAI-SEMAINES
               + WS-SECURITE.
           PERFORM 0450-ARRONDI-DEB
              THRU 0450-ARRONDI-FIN.
           MOVE WS-ENTIER TO WS-NOUVEAU-SEUIL.

           COMPUTE WS-VALEUR = WS-MOYENNE * WS-DELAI-SEMAINES
               + WS-SECURITE + WS-MOYENNE * WS-SEM-REVUE.
           PERFORM 0450-ARRONDI-DEB
              THRU 0450-ARRONDI-FIN.
           MOVE WS-ENTIER TO WS-NOUVELLE-CIBLE.

           IF WS-NOUVELLE-CIBLE < WS-NOUVEAU-SEUIL
               MOVE WS-NOUVEAU-SEUIL TO WS-NOUVELLE-CIBLE
           END-IF.

           MOVE WS-SECURITE TO WS-VALEUR.
           PERFORM 0450-ARRONDI-DEB
              THRU 0450-ARRONDI-FIN.
           MOVE WS-ENTIER TO WS-SECURITE-ENTIERE.

           MOVE SPACES TO F-LIGNE-PRO.
           MOVE WS-FRN-ARTICLE(WS-IDX) TO F-PRO-ARTICLE.
           MOVE WS-FRN-CODE(WS-IDX)    TO F-PRO-CODE.
           MOVE WS-FRN-SEUIL(WS-IDX)   TO F-PRO-ANCIEN-SEUIL.
           MOVE WS-NOUVEAU-SEUIL       TO F-PRO-NOUVEAU-SEUIL.
           MOVE WS-FRN-CIBLE(WS-IDX)   TO F-PRO-ANCIENNE-CIBLE.
           MOVE WS-NOUVELLE-CIBLE      TO F-PRO-NOUVELLE-CIBLE.
           MOVE WS-MOYENNE             TO F-PRO-MOYENNE.
           MOVE WS-ECART-TYPE          TO F-PRO-ECART.
           MOVE WS-DELAI-JOURS         TO F-PRO-DELAI.
           MOVE WS-SECURITE-ENTIERE    TO F-PRO-SECURITE.
           MOVE WS-NB-SEM              TO F-PRO-NB-SEM.
           MOVE WS-DATE-DU-JOUR        TO F-PRO-DATE.
           MOVE "P"                    TO F-PRO-STATUT.
           WRITE F-LIGNE-PRO.

           ADD 1 TO WS-NB-PROPOSEES.

           MOVE WS-MOYENNE TO WS-MOYENNE-ED.
           MOVE WS-ECART-TYPE TO WS-ECART-ED.
           MOVE WS-DELAI-JOURS TO WS-DELAI-ED.
           MOVE WS-SECURITE-ENTIERE TO WS-SECURITE-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-FRN-ARTICLE(WS-IDX) " "
                   WS-FRN-CODE(WS-IDX) "   "
                   WS-FRN-SEUIL(WS-IDX) ">" WS-NOUVEAU-SEUIL
                   "      "
                   WS-FRN-CIBLE(WS-IDX) ">" WS-NOUVELLE-CIBLE
                   "  " WS-MOYENNE-ED " " WS-ECART-ED
                   "   " WS-DELAI-ED "  " WS-SECURITE-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0400-PROPOSITION-FIN.

      *-----------------------------------------------------------------

      *Arrondi de WS-VALEUR a l'entier superieur dans WS-ENTIER, borne
      *au niveau maximal que porte le maitre
       0450-ARRONDI-DEB.

           MOVE WS-VALEUR TO WS-ENTIER.

           IF WS-ENTIER < WS-VALEUR
               ADD 1 TO WS-ENTIER
           END-IF.

           IF WS-ENTIER > WS-NIVEAU-MAXI
               MOVE WS-NIVEAU-MAXI TO WS-ENTIER
           END-IF.

           EXIT.

       0450-ARRONDI-FIN.

      *-----------------------------------------------------------------

      *Approbation : chaque proposition en attente est presentee avec
      *les valeurs en place au maitre ; O l'applique, N la refuse,
      *une reponse vide la laisse en attente
       0600-APPROBATION-DEB.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a approuver les niveaux."
               GO TO 0600-APPROBATION-FIN
           END-IF.

           PERFORM 0100-CHARGEMENT-FRN-DEB
              THRU 0100-CHARGEMENT-FRN-FIN.

           MOVE 0 TO WS-NB-PRO.
           MOVE 0 TO WS-NB-APPROUVEES.
           MOVE 0 TO WS-NB-REFUSEES.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PROPOSITIONS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PROPOSITIONS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-PRO < WS-CAPACITE-MAX
                           ADD 1 TO WS-NB-PRO
                           MOVE F-LIGNE-PRO TO WS-PRO-ENREG(WS-NB-PRO)
                       ELSE
                           DISPLAY "Attention : propositions "
                               "tronquees, capacite maximale "
                               "atteinte (" WS-CAPACITE-MAX ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PROPOSITIONS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRO

               MOVE WS-PRO-ENREG(WS-IDX) TO F-LIGNE-PRO
               IF F-PRO-STATUT = "P"
                   PERFORM 0650-DECISION-DEB
                      THRU 0650-DECISION-FIN
                   MOVE F-LIGNE-PRO TO WS-PRO-ENREG(WS-IDX)
               END-IF

           END-PERFORM.

           DISPLAY "Propositions approuvees : " WS-NB-APPROUVEES
                   " - refusees : " WS-NB-REFUSEES.

           IF WS-NB-APPROUVEES + WS-NB-REFUSEES = 0
               GO TO 0600-APPROBATION-FIN
           END-IF.

           IF WS-NB-APPROUVEES > 0
               PERFORM 0800-SAUVEGARDE-DEB
                  THRU 0800-SAUVEGARDE-FIN
           END-IF.

      *Les statuts sont reportes pour ne plus representer les
      *propositions tranchees
           OPEN OUTPUT FICHIER-PROPOSITIONS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-PRO
               MOVE WS-PRO-ENREG(WS-IDX) TO F-LIGNE-PRO
               WRITE F-LIGNE-PRO
           END-PERFORM.

           CLOSE FICHIER-PROPOSITIONS.

           EXIT.

       0600-APPROBATION-FIN.

      *-----------------------------------------------------------------

       0650-DECISION-DEB.

           PERFORM 0660-TROUVE-LIGNE-DEB
              THRU 0660-TROUVE-LIGNE-FIN.

           IF WS-IDX2 = 0
               DISPLAY F-PRO-ARTICLE " " F-PRO-CODE
                       " : ligne absente du maitre, proposition "
                       "refusee."
               MOVE "R" TO F-PRO-STATUT
               ADD 1 TO WS-NB-REFUSEES
               GO TO 0650-DECISION-FIN
           END-IF.

           MOVE F-PRO-MOYENNE TO WS-MOYENNE-ED.
           MOVE F-PRO-ECART TO WS-ECART-ED.

           DISPLAY "Article " F-PRO-ARTICLE " fournisseur " F-PRO-CODE
                   " (" F-PRO-NB-SEM " semaines, moyenne "
                   WS-MOYENNE-ED ", ecart type " WS-ECART-ED ")".
           DISPLAY "  Point de commande : en place "
                   WS-FRN-SEUIL(WS-IDX2) " - propose "
                   F-PRO-NOUVEAU-SEUIL.
           DISPLAY "  Niveau cible      : en place "
                   WS-FRN-CIBLE(WS-IDX2) " - propose "
                   F-PRO-NOUVELLE-CIBLE.
           DISPLAY "Approuver (O/N, vide = plus tard) : ".
           ACCEPT WS-REPONSE.

           EVALUATE WS-REPONSE
               WHEN "O"
               WHEN "o"
                   MOVE F-PRO-NOUVEAU-SEUIL
                     TO WS-FRN-SEUIL(WS-IDX2)
                   MOVE F-PRO-NOUVELLE-CIBLE
                     TO WS-FRN-CIBLE(WS-IDX2)
                   MOVE "A" TO F-PRO-STATUT
                   ADD 1 TO WS-NB-APPROUVEES
                   PERFORM 0700-AUDIT-DEB
                      THRU 0700-AUDIT-FIN
               WHEN "N"
               WHEN "n"
                   MOVE "R" TO F-PRO-STATUT
                   ADD 1 TO WS-NB-REFUSEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.

       0650-DECISION-FIN.

      *-----------------------------------------------------------------

      *Recherche au maitre de la ligne de la proposition courante ;
      *WS-IDX2 vaut 0 si absente
       0660-TROUVE-LIGNE-DEB.

           MOVE 0 TO WS-IDX2.

           PERFORM VARYING WS-IDX-FRN FROM 1 BY 1
                   UNTIL WS-IDX-FRN > WS-MAX-FRN

               IF WS-FRN-ARTICLE(WS-IDX-FRN) = F-PRO-ARTICLE
               AND WS-FRN-CODE(WS-IDX-FRN) = F-PRO-CODE
                   MOVE WS-IDX-FRN TO WS-IDX2
               END-IF

           END-PERFORM.

           EXIT.

       0660-TROUVE-LIGNE-FIN.

      *-----------------------------------------------------------------

       0700-AUDIT-DEB.

           MOVE "pointcde" TO AUDIT-PROGRAMME.
           MOVE "APPROUVE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING F-PRO-ARTICLE " " F-PRO-CODE " "
                   F-PRO-NOUVEAU-SEUIL "/" F-PRO-NOUVELLE-CIBLE
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0700-AUDIT-FIN.

      *-----------------------------------------------------------------

       0800-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise approbation reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           DISPLAY "Reecriture du maitre des fournisseurs.".
           OPEN OUTPUT FICHIER-FOURNISSEURS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FRN

               MOVE SPACES TO F-LIGNE-FRN
               MOVE WS-FRN-ARTICLE(WS-IDX) TO F-FRN-ARTICLE
               MOVE WS-FRN-CODE(WS-IDX)    TO F-FRN-CODE
               MOVE WS-FRN-CIBLE(WS-IDX)   TO F-FRN-CIBLE
               MOVE WS-FRN-NOM(WS-IDX)     TO F-FRN-NOM
               MOVE WS-FRN-DELAI(WS-IDX)   TO F-FRN-DELAI
               MOVE WS-FRN-SEUIL(WS-IDX)   TO F-FRN-SEUIL
               MOVE WS-FRN-ECHEANCE(WS-IDX) TO F-FRN-ECHEANCE
               WRITE F-LIGNE-FRN

           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.

           EXIT.

       0800-SAUVEGARDE-FIN.

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
