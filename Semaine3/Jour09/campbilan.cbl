      * Bilan des campagnes promotionnelles et des prix de volume de
      * campagnes.txt (tenu par campagne) : pour chaque regle datee et
      * commencee, les ventes de son article pendant la campagne
      * (jusqu'a sa fin ou jusqu'a aujourd'hui si elle court encore)
      * sont comparees a celles des semaines qui la precedent, sur
      * autant de semaines que la campagne en compte. Les ventes
      * viennent des ventes de comptoir de Vente (ventes-semaine.txt,
      * lignes datees) et des lignes facturees par facturcli
      * (lignes-facturees.txt, a la date de commande) ; la marge est
      * le chiffre d'affaires net moins le prix de revient du
      * catalogue catalogue-prix.txt. L'etat bilan-campagnes.txt
      * (module imprim) donne par campagne les quantites, le chiffre
      * d'affaires, la marge, le volume hebdomadaire et son evolution,
      * et la quantite vendue au prix de la regle elle-meme. Les
      * regles permanentes (sans date de debut) n'ont pas de periode
      * de comparaison et ne figurent pas au bilan.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CAM = CAMPAGNE ; CAT = CATALOGUE ; VTE = VENTE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. campbilan.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-CAMPAGNES ASSIGN TO "campagnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CATALOGUE ASSIGN TO "catalogue-prix.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.

       SELECT OPTIONAL FICHIER-VENTES ASSIGN TO "ventes-semaine.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-LIGNES-FCT
       ASSIGN TO "lignes-facturees.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-CAMPAGNES.
           01 F-CAMPAGNE.
               05 F-CAM-CODE       PIC X(08).
               05 F-CAM-ARTICLE    PIC X(10).
               05 F-CAM-TYPE       PIC X(01).
               05 F-CAM-DEBUT      PIC 9(08).
               05 F-CAM-FIN        PIC 9(08).
               05 F-CAM-QTE-MIN    PIC 9(04).
               05 F-CAM-TAUX       PIC 9(02)V9(02).
               05 F-CAM-PRIX       PIC 9(04)V9(02).
               05 F-CAM-LIBELLE    PIC X(20).
               05 F-CAM-STATUT     PIC X(01).

       FD FICHIER-CATALOGUE.
           01 F-ARTICLE-CATALOGUE.
               05 F-CAT-NOM        PIC X(10).
               05 F-CAT-PRIX       PIC 9(04)V9(02).
               05 F-CAT-ACTIF      PIC X(01).
               05 F-CAT-COUT       PIC 9(04)V9(02).
               05 F-CAT-COUT-X REDEFINES F-CAT-COUT
                                   PIC X(06).
               05 F-CAT-TVA        PIC X(01).

       FD FICHIER-VENTES.
           01 F-VENTE.
               05 F-NOM            PIC X(10).
               05 F-PRIX-UNIT      PIC 9(04)V9(02).
               05 F-QTE-VENDUE     PIC 9(02).
               05 F-PRIX-VENTE     PIC 9(06)V9(02).
               05 F-SENS           PIC X(01).
               05 F-DATE-VENTE     PIC X(08).
               05 F-PRIX-CATALOGUE PIC 9(04)V9(02).
               05 F-CAM-VENTE      PIC X(08).
               05 F-MODE-REGLEMENT PIC X(01).
               05 F-CAISSE         PIC X(02).

       FD FICHIER-LIGNES-FCT.
           01 F-LIGNE-FACTUREE.
               05 F-LF-FACTURE     PIC X(08).
               05 F-LF-CLIENT      PIC X(08).
               05 F-LF-DATE-COM    PIC 9(08).
               05 F-LF-ARTICLE     PIC X(10).
               05 F-LF-QTE         PIC 9(04).
               05 F-LF-PRIX-CATALOGUE
                                   PIC 9(04)V9(02).
               05 F-LF-CAMPAGNE    PIC X(08).
               05 F-LF-PRIX-NET    PIC 9(04)V9(02).
               05 F-LF-MONTANT     PIC 9(08)V9(02).


       WORKING-STORAGE SECTION.

       01 WS-TABLEAU-CAMPAGNES.
           05 WS-CAMPAGNE OCCURS 200 TIMES.
               10 WS-CAM-CODE      PIC X(08).
               10 WS-CAM-ARTICLE   PIC X(10).
               10 WS-CAM-TYPE      PIC X(01).
               10 WS-CAM-DEBUT     PIC 9(08).
               10 WS-CAM-FIN       PIC 9(08).
               10 WS-CAM-QTE-MIN   PIC 9(04).
               10 WS-CAM-TAUX      PIC 9(02)V9(02).
               10 WS-CAM-PRIX      PIC 9(04)V9(02).
               10 WS-CAM-LIBELLE   PIC X(20).
               10 WS-CAM-STATUT    PIC X(01).
                   88 WS-CAM-ANNULEE       VALUE "I".

      *Prix de revient du catalogue
       01 WS-TABLEAU-CATALOGUE.
           05 WS-ARTICLE OCCURS 500 TIMES.
               10 WS-CAT-NOM       PIC X(10).
               10 WS-CAT-COUT      PIC 9(04)V9(02).

      *Lignes de vente datees des deux sources, quantites et montants
      *negatifs pour les corrections
       01 WS-TABLEAU-VENTES.
           05 WS-LIGNE-VTE OCCURS 5000 TIMES.
               10 WS-VTE-ARTICLE   PIC X(10).
               10 WS-VTE-DATE      PIC 9(08).
               10 WS-VTE-QTE       PIC S9(06).
               10 WS-VTE-MONTANT   PIC S9(08)V9(02).
               10 WS-VTE-CAMPAGNE  PIC X(08).

       77 WS-IDX                   PIC 9(04).
       77 WS-IDX2                  PIC 9(04).
       01 WS-NB-CAMPAGNES          PIC 9(04)   VALUE 0.
       01 WS-NB-CATALOGUE          PIC 9(04)   VALUE 0.
       01 WS-NB-VENTES             PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-CAM          PIC 9(04)   VALUE 200.
       01 WS-CAPACITE-CAT          PIC 9(04)   VALUE 500.
       01 WS-CAPACITE-VTE          PIC 9(04)   VALUE 5000.

       01 WS-STATUT-CAT            PIC X(02).
           88 WS-STATUT-CAT-OK             VALUE "00".

       01 WS-FIN-LECTURE           PIC X.
           88 WS-FIN-LECTURE-N             VALUE "N".
           88 WS-FIN-LECTURE-O             VALUE "O".

       01 WS-DATE-DU-JOUR          PIC 9(08).

      *Periodes de la campagne en cours : pendant (debut a fin
      *effective) et avant (autant de semaines juste avant le debut)
       01 WS-FIN-EFFECTIVE         PIC 9(08).
       01 WS-DEBUT-AVANT           PIC 9(08).
       01 WS-FIN-AVANT             PIC 9(08).
       01 WS-NB-JOURS              PIC 9(05).
       01 WS-NB-SEMAINES           PIC 9(03).
       01 WS-COUT-ARTICLE          PIC 9(04)V9(02).

      *Cumuls pendant et avant la campagne en cours
       01 WS-QTE-PENDANT           PIC S9(07).
       01 WS-CA-PENDANT            PIC S9(09)V9(02).
       01 WS-MARGE-PENDANT         PIC S9(09)V9(02).
       01 WS-QTE-PROMO             PIC S9(07).
       01 WS-QTE-AVANT             PIC S9(07).
       01 WS-CA-AVANT              PIC S9(09)V9(02).
       01 WS-MARGE-AVANT           PIC S9(09)V9(02).
       01 WS-RYTHME-PENDANT        PIC S9(06)V9(01).
       01 WS-RYTHME-AVANT          PIC S9(06)V9(01).
       01 WS-EVOLUTION             PIC S9(05)V9(01).

      *Editions
       01 WS-QTE-ED                PIC -(6)9.
       01 WS-CA-ED                 PIC -(8)9.99.
       01 WS-MARGE-ED              PIC -(8)9.99.
       01 WS-RYTHME-ED             PIC -(5)9.9.
       01 WS-EVOLUTION-ED          PIC +(5)9.9.
       01 WS-SEMAINES-ED           PIC ZZ9.
       01 WS-TEXTE-EVOLUTION       PIC X(16).
       01 WS-TEXTE-STATUT          PIC X(08).
       01 WS-NB-BILANS             PIC 9(04)   VALUE 0.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION         PIC X(05).
       01 WS-IMPRIM-FICHIER        PIC X(30)
               VALUE "bilan-campagnes.txt".
       01 WS-IMPRIM-TITRE          PIC X(40)
               VALUE "BILAN DES CAMPAGNES PROMOTIONNELLES".
       01 WS-IMPRIM-ENTETE         PIC X(80)
               VALUE
               "PERIODE     QTE        CA HT        MARGE  QTE/SEM".
       01 WS-IMPRIM-LIGNE          PIC X(80).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-CAMPAGNES-DEB
              THRU 0100-LECTURE-CAMPAGNES-FIN.

           PERFORM 0150-LECTURE-CATALOGUE-DEB
              THRU 0150-LECTURE-CATALOGUE-FIN.

           PERFORM 0200-LECTURE-VENTES-DEB
              THRU 0200-LECTURE-VENTES-FIN.

           PERFORM 0250-LECTURE-LIGNES-FCT-DEB
              THRU 0250-LECTURE-LIGNES-FCT-FIN.

           PERFORM 0300-EDITION-DEB
              THRU 0300-EDITION-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-LECTURE-CAMPAGNES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CAMPAGNES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CAMPAGNES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-CAMPAGNES < WS-CAPACITE-CAM
                           ADD 1 TO WS-NB-CAMPAGNES
                           MOVE F-CAMPAGNE
                             TO WS-CAMPAGNE(WS-NB-CAMPAGNES)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CAMPAGNES.

           DISPLAY "Regles de prix lues : " WS-NB-CAMPAGNES.

           EXIT.

       0100-LECTURE-CAMPAGNES-FIN.

      *-----------------------------------------------------------------

       0150-LECTURE-CATALOGUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CATALOGUE.

           IF NOT WS-STATUT-CAT-OK
               DISPLAY "Erreur : catalogue-prix.txt introuvable "
                       "(statut " WS-STATUT-CAT "), "
                       "le tenir a jour avec catalprix."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CATALOGUE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-CATALOGUE < WS-CAPACITE-CAT
                           ADD 1 TO WS-NB-CATALOGUE
                           MOVE F-CAT-NOM
                             TO WS-CAT-NOM(WS-NB-CATALOGUE)
                           IF F-CAT-COUT-X IS NUMERIC
                               MOVE F-CAT-COUT
                                 TO WS-CAT-COUT(WS-NB-CATALOGUE)
                           ELSE
                               MOVE 0 TO WS-CAT-COUT(WS-NB-CATALOGUE)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CATALOGUE.

           EXIT.

       0150-LECTURE-CATALOGUE-FIN.

      *-----------------------------------------------------------------

      *Ventes de comptoir : seules les lignes datees (ecrites depuis
      *que Vente date ses ventes) entrent au bilan ; une ligne "-"
      *de correction se retranche
       0200-LECTURE-VENTES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-VENTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-VENTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-DATE-VENTE IS NUMERIC
                       AND WS-NB-VENTES < WS-CAPACITE-VTE
                           ADD 1 TO WS-NB-VENTES
                           MOVE F-NOM
                             TO WS-VTE-ARTICLE(WS-NB-VENTES)
                           MOVE F-DATE-VENTE
                             TO WS-VTE-DATE(WS-NB-VENTES)
                           MOVE F-CAM-VENTE
                             TO WS-VTE-CAMPAGNE(WS-NB-VENTES)
                           IF F-SENS = "-"
                               COMPUTE WS-VTE-QTE(WS-NB-VENTES) =
                                   0 - F-QTE-VENDUE
                               COMPUTE WS-VTE-MONTANT(WS-NB-VENTES) =
                                   0 - F-PRIX-VENTE
                           ELSE
                               MOVE F-QTE-VENDUE
                                 TO WS-VTE-QTE(WS-NB-VENTES)
                               MOVE F-PRIX-VENTE
                                 TO WS-VTE-MONTANT(WS-NB-VENTES)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-VENTES.

           EXIT.

       0200-LECTURE-VENTES-FIN.

      *-----------------------------------------------------------------

      *Lignes facturees, a la date de la commande (les anciennes
      *commandes sans date sont ignorees)
       0250-LECTURE-LIGNES-FCT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-LIGNES-FCT.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-LIGNES-FCT
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-LF-DATE-COM > 0
                       AND WS-NB-VENTES < WS-CAPACITE-VTE
                           ADD 1 TO WS-NB-VENTES
                           MOVE F-LF-ARTICLE
                             TO WS-VTE-ARTICLE(WS-NB-VENTES)
                           MOVE F-LF-DATE-COM
                             TO WS-VTE-DATE(WS-NB-VENTES)
                           MOVE F-LF-QTE
                             TO WS-VTE-QTE(WS-NB-VENTES)
                           MOVE F-LF-MONTANT
                             TO WS-VTE-MONTANT(WS-NB-VENTES)
                           MOVE F-LF-CAMPAGNE
                             TO WS-VTE-CAMPAGNE(WS-NB-VENTES)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-LIGNES-FCT.

           DISPLAY "Lignes de vente datees : " WS-NB-VENTES.

           EXIT.

       0250-LECTURE-LIGNES-FCT-FIN.

      *-----------------------------------------------------------------

       0300-EDITION-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CAMPAGNES

               IF WS-CAM-DEBUT(WS-IDX) > 0
               AND WS-CAM-DEBUT(WS-IDX) <= WS-DATE-DU-JOUR
                   PERFORM 0400-BILAN-CAMPAGNE-DEB
                      THRU 0400-BILAN-CAMPAGNE-FIN
               END-IF

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Campagnes au bilan : " WS-NB-BILANS
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Bilan ecrit : " WS-NB-BILANS " campagne(s).".

           EXIT.

       0300-EDITION-FIN.

      *-----------------------------------------------------------------

      *Bilan de la campagne WS-IDX : periodes, cumuls des ventes de
      *l'article, puis trois lignes d'etat
       0400-BILAN-CAMPAGNE-DEB.

           ADD 1 TO WS-NB-BILANS.

           PERFORM 0450-PERIODES-DEB
              THRU 0450-PERIODES-FIN.

           MOVE 0 TO WS-COUT-ARTICLE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-CATALOGUE
               IF WS-CAT-NOM(WS-IDX2) = WS-CAM-ARTICLE(WS-IDX)
                   MOVE WS-CAT-COUT(WS-IDX2) TO WS-COUT-ARTICLE
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-QTE-PENDANT.
           MOVE 0 TO WS-CA-PENDANT.
           MOVE 0 TO WS-QTE-PROMO.
           MOVE 0 TO WS-QTE-AVANT.
           MOVE 0 TO WS-CA-AVANT.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-VENTES

               IF WS-VTE-ARTICLE(WS-IDX2) = WS-CAM-ARTICLE(WS-IDX)
                   EVALUATE TRUE
                       WHEN WS-VTE-DATE(WS-IDX2)
                            >= WS-CAM-DEBUT(WS-IDX)
                        AND WS-VTE-DATE(WS-IDX2) <= WS-FIN-EFFECTIVE
                           ADD WS-VTE-QTE(WS-IDX2) TO WS-QTE-PENDANT
                           ADD WS-VTE-MONTANT(WS-IDX2)
                             TO WS-CA-PENDANT
                           IF WS-VTE-CAMPAGNE(WS-IDX2)
                              = WS-CAM-CODE(WS-IDX)
                               ADD WS-VTE-QTE(WS-IDX2)
                                 TO WS-QTE-PROMO
                           END-IF
                       WHEN WS-VTE-DATE(WS-IDX2) >= WS-DEBUT-AVANT
                        AND WS-VTE-DATE(WS-IDX2) <= WS-FIN-AVANT
                           ADD WS-VTE-QTE(WS-IDX2) TO WS-QTE-AVANT
                           ADD WS-VTE-MONTANT(WS-IDX2) TO WS-CA-AVANT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF

           END-PERFORM.

           COMPUTE WS-MARGE-PENDANT =
               WS-CA-PENDANT - WS-QTE-PENDANT * WS-COUT-ARTICLE.
           COMPUTE WS-MARGE-AVANT =
               WS-CA-AVANT - WS-QTE-AVANT * WS-COUT-ARTICLE.

      *Rythmes hebdomadaires : la periode pendant compte WS-NB-JOURS
      *jours, la periode avant WS-NB-SEMAINES semaines pleines
           COMPUTE WS-RYTHME-PENDANT ROUNDED =
               WS-QTE-PENDANT * 7 / WS-NB-JOURS.
           COMPUTE WS-RYTHME-AVANT ROUNDED =
               WS-QTE-AVANT / WS-NB-SEMAINES.

           IF WS-RYTHME-AVANT > 0
               COMPUTE WS-EVOLUTION ROUNDED =
                   (WS-RYTHME-PENDANT - WS-RYTHME-AVANT) * 100
                   / WS-RYTHME-AVANT
               MOVE WS-EVOLUTION TO WS-EVOLUTION-ED
               MOVE SPACES TO WS-TEXTE-EVOLUTION
               STRING "evol. " WS-EVOLUTION-ED " %"
                   DELIMITED BY SIZE INTO WS-TEXTE-EVOLUTION
           ELSE
               MOVE "evol. n.s." TO WS-TEXTE-EVOLUTION
           END-IF.

           IF WS-CAM-ANNULEE(WS-IDX)
               MOVE "ANNULEE" TO WS-TEXTE-STATUT
           ELSE
               IF WS-FIN-EFFECTIVE < WS-CAM-FIN(WS-IDX)
                   MOVE "EN COURS" TO WS-TEXTE-STATUT
               ELSE
                   MOVE "TERMINEE" TO WS-TEXTE-STATUT
               END-IF
           END-IF.

           MOVE WS-NB-SEMAINES TO WS-SEMAINES-ED.
           MOVE WS-QTE-PROMO TO WS-QTE-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           STRING WS-CAM-CODE(WS-IDX) " " WS-CAM-ARTICLE(WS-IDX) " "
                   WS-CAM-TYPE(WS-IDX) " " WS-CAM-LIBELLE(WS-IDX)
                   " " WS-TEXTE-STATUT " qte a la regle" WS-QTE-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-QTE-PENDANT TO WS-QTE-ED.
           MOVE WS-CA-PENDANT TO WS-CA-ED.
           MOVE WS-MARGE-PENDANT TO WS-MARGE-ED.
           MOVE WS-RYTHME-PENDANT TO WS-RYTHME-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "PENDANT " WS-QTE-ED " " WS-CA-ED " " WS-MARGE-ED
                   " " WS-RYTHME-ED "  du " WS-CAM-DEBUT(WS-IDX)
                   " au " WS-FIN-EFFECTIVE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-QTE-AVANT TO WS-QTE-ED.
           MOVE WS-CA-AVANT TO WS-CA-ED.
           MOVE WS-MARGE-AVANT TO WS-MARGE-ED.
           MOVE WS-RYTHME-AVANT TO WS-RYTHME-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "AVANT   " WS-QTE-ED " " WS-CA-ED " " WS-MARGE-ED
                   " " WS-RYTHME-ED "  " WS-SEMAINES-ED " sem. "
                   WS-TEXTE-EVOLUTION
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0400-BILAN-CAMPAGNE-FIN.

      *-----------------------------------------------------------------

      *Fin effective (fin de la campagne, au plus aujourd'hui), duree
      *en jours et en semaines entamees, periode de comparaison de
      *meme nombre de semaines finissant la veille du debut
       0450-PERIODES-DEB.

           IF WS-CAM-FIN(WS-IDX) > WS-DATE-DU-JOUR
               MOVE WS-DATE-DU-JOUR TO WS-FIN-EFFECTIVE
           ELSE
               MOVE WS-CAM-FIN(WS-IDX) TO WS-FIN-EFFECTIVE
           END-IF.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-CAM-DEBUT(WS-IDX),
                                WS-FIN-EFFECTIVE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           COMPUTE WS-NB-JOURS = WS-DATUTIL-NOMBRE + 1.
           COMPUTE WS-NB-SEMAINES = (WS-NB-JOURS + 6) / 7.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           COMPUTE WS-DATUTIL-NOMBRE = 0 - WS-NB-SEMAINES * 7.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-CAM-DEBUT(WS-IDX),
                                WS-DEBUT-AVANT,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE -1 TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-CAM-DEBUT(WS-IDX),
                                WS-FIN-AVANT,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           EXIT.

       0450-PERIODES-FIN.

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
