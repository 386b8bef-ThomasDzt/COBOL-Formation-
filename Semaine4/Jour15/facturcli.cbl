      * (une ligne par palier : libelle sur 8 puis taux en clair, ex.
      * "VIP GOLD10.00" ; bareme absent = 10 % gold, 5 % vip) : la
      * facture montre le brut, la ligne de remise avec le palier, et
      * le net a regler. Les prix du catalogue s'entendent hors taxes :
      * chaque ligne prend le code de TVA de son article (colonne 24
      * du catalogue, N normal, R reduit, E exonere) et la facture
      * donne le total HT apres remise, la TVA par taux (bareme
      * taux-tva.cfg : code sur 1 puis taux en clair, ex. "N20.00" ;
      * bareme absent = 20 % normal, 5,5 % reduit, 0 % exonere) et le
      * total TTC a regler. Le registre porte la TVA de chaque
      * facture (ligne FCT-) et son detail par taux (lignes TVA-),
      * relus par la declaration de TVA declatva.
      * Une ligne de commande issue d'un devis accepte (deviscli :
      * prix HT devise en colonnes 31-36, numero du devis en colonnes
      * 37-44) se facture au prix devise et non au prix catalogue ;
      * la ligne de facture rappelle le numero du devis.
      * Hors devis, chaque ligne prend le meilleur prix en vigueur a
      * la date de la commande parmi le prix catalogue, les campagnes
      * promotionnelles et les prix de volume de campagnes.txt (tenu
      * par campagne, quantite minimale comparee a celle de la ligne) :
      * la facture montre le prix catalogue, la regle appliquee, le
      * prix net et le montant net de la ligne, et chaque ligne
      * facturee s'ajoute au journal lignes-facturees.txt relu par le
      * bilan des campagnes campbilan.
      * Chaque ligne facturee part enfin au journal d'audit central
      * (action FACTURE, cle = article puis numero de facture) : le
      * controle de separation des fonctions separfon y repere le
      * compte qui facture un article dont il a change le prix.

      ******************************************************************
      *                            TRIGRAMMES                          *
       ASSIGN TO "remises-paliers.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Bareme des taux de TVA par code
       SELECT OPTIONAL FICHIER-TAUX-TVA ASSIGN TO "taux-tva.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Campagnes promotionnelles et prix de volume tenus par campagne
       SELECT OPTIONAL FICHIER-CAMPAGNES ASSIGN TO "campagnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Journal cumulatif des lignes facturees, relu par campbilan
       SELECT OPTIONAL FICHIER-LIGNES-FCT
       ASSIGN TO "lignes-facturees.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-COM.
           01 F-LIGNE-COM                  PIC X(46).

       FD FICHIER-CLI.
           01 F-LIGNE-CLI                  PIC X(30).
               05 F-CAT-PRIX               PIC 9(04)V9(02).
               05 F-CAT-ACTIF              PIC X(01).
               05 F-CAT-COUT               PIC X(06).
               05 F-CAT-TVA                PIC X(01).

       FD FICHIER-HISTO.
           01 F-LIGNE-HISTO.
               05 F-REM-PALIER             PIC X(08).
               05 F-REM-TAUX               PIC X(06).

       FD FICHIER-TAUX-TVA.
           01 F-LIGNE-TAUX-TVA.
               05 F-TTVA-CODE              PIC X(01).
               05 F-TTVA-TAUX              PIC X(06).

       FD FICHIER-CAMPAGNES.
           01 F-CAMPAGNE.
               05 F-CAM-CODE               PIC X(08).
               05 F-CAM-ARTICLE            PIC X(10).
               05 F-CAM-TYPE               PIC X(01).
               05 F-CAM-DEBUT              PIC 9(08).
               05 F-CAM-FIN                PIC 9(08).
               05 F-CAM-QTE-MIN            PIC 9(04).
               05 F-CAM-TAUX               PIC 9(02)V9(02).
               05 F-CAM-PRIX               PIC 9(04)V9(02).
               05 F-CAM-LIBELLE            PIC X(20).
               05 F-CAM-STATUT             PIC X(01).

      *Une ligne par ligne de commande facturee : facture, client,
      *date de commande, article, quantite, prix catalogue, regle de
      *prix appliquee (a blanc si aucune), prix net et montant net HT
       FD FICHIER-LIGNES-FCT.
           01 F-LIGNE-FACTUREE.
               05 F-LF-FACTURE             PIC X(08).
               05 F-LF-CLIENT              PIC X(08).
               05 F-LF-DATE-COM            PIC 9(08).
               05 F-LF-ARTICLE             PIC X(10).
               05 F-LF-QTE                 PIC 9(04).
               05 F-LF-PRIX-CATALOGUE      PIC 9(04)V9(02).
               05 F-LF-CAMPAGNE            PIC X(08).
               05 F-LF-PRIX-NET            PIC 9(04)V9(02).
               05 F-LF-MONTANT             PIC 9(08)V9(02).


       WORKING-STORAGE SECTION.

      *        anciennes lignes)
               10 WS-ART-COM               PIC X(10).

      *        Prix HT devise (colonnes 31-36) et devis d'origine
      *        (colonnes 37-44), espaces hors devis
               10 WS-PRIX-DEVIS            PIC 9(04)V9(02).
               10 WS-DEVIS-COM             PIC X(08).

       01 WS-TABLEAU-CLI.
           05 WS-LIGNE-CLI OCCURS 100 TIMES.
               10 WS-ID-CLI                PIC X(08).
           05 WS-LIGNE-CAT OCCURS 100 TIMES.
               10 WS-CAT-NOM               PIC X(10).
               10 WS-CAT-PRIX              PIC 9(04)V9(02).
               10 WS-CAT-TVA               PIC X(01).

       01 WS-TABLEAU-HISTO.
           05 WS-LIGNE-HISTO OCCURS 500 TIMES.
       01 WS-HISTO-PREMIER                 PIC 9(03).
       01 WS-DATE-COM-NUM                  PIC 9(08).

      *Regles de prix actives de campagnes.txt (les regles annulees
      *ne sont pas chargees) et regle retenue pour la ligne en cours
       01 WS-TABLEAU-CAMPAGNES.
           05 WS-LIGNE-CAM OCCURS 200 TIMES.
               10 WS-CAM-CODE              PIC X(08).
               10 WS-CAM-ARTICLE           PIC X(10).
               10 WS-CAM-TYPE              PIC X(01).
                   88 WS-CAM-VOLUME                    VALUE "Q".
               10 WS-CAM-DEBUT             PIC 9(08).
               10 WS-CAM-FIN               PIC 9(08).
               10 WS-CAM-QTE-MIN           PIC 9(04).
               10 WS-CAM-TAUX              PIC 9(02)V9(02).
               10 WS-CAM-PRIX              PIC 9(04)V9(02).

       01 WS-MAX-CAM                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CAM                  PIC 9(03)   VALUE 200.

       01 WS-PRIX-CATALOGUE                PIC 9(04)V9(02).
       01 WS-PRIX-CATALOGUE-ED             PIC Z(03)9.99.
       01 WS-PRIX-UNITAIRE-ED              PIC Z(03)9.99.
       01 WS-PRIX-REGLE                    PIC 9(04)V9(02).
       01 WS-REMISE-REGLE                  PIC 9(04)V9(02).
       01 WS-CAMPAGNE-LIGNE                PIC X(08).
       01 WS-DATE-PRIX                     PIC 9(08).

      *Prix devise relu en clair dans l'enregistrement de commande
       01 WS-PRIX-DEVIS-X                  PIC X(06).
       01 WS-PRIX-DEVIS-LU REDEFINES WS-PRIX-DEVIS-X
                                           PIC 9(04)V9(02).

       01 WS-QUANTITE-NUM                  PIC 9(04).
       01 WS-MONTANT-LIGNE                 PIC 9(08)V9(02).
       01 WS-MONTANT-LIGNE-ED              PIC Z(07)9.99.
       01 WS-NET-FACTURE                   PIC 9(09)V9(02).
       01 WS-NET-FACTURE-ED                PIC Z(08)9.99.

      *Bareme des taux de TVA (repli N 20 %, R 5,5 %, E 0 %, que
      *taux-tva.cfg peut modifier ou completer) et, pour la facture
      *en cours, base brute, base nette de remise et TVA par taux
       01 WS-TABLEAU-TVA.
           05 WS-LIGNE-TVA OCCURS 10 TIMES.
               10 WS-TVA-CODE              PIC X(01).
               10 WS-TVA-TAUX              PIC 9(02)V9(02).
               10 WS-TVA-BASE-BRUT         PIC 9(09)V9(02).
               10 WS-TVA-BASE-NET          PIC 9(09)V9(02).
               10 WS-TVA-MONTANT           PIC 9(09)V9(02).

       01 WS-NB-TVA                        PIC 9(02)   VALUE 0.
       01 WS-TVA-TROUVE                    PIC 9(02).
       01 WS-CODE-TVA-LIGNE                PIC X(01).
       01 WS-TVA-TAUX-ED                   PIC Z9.99.
       01 WS-TVA-BASE-ED                   PIC Z(08)9.99.
       01 WS-TVA-MONTANT-ED                PIC Z(08)9.99.
       01 WS-NET-HT                        PIC 9(09)V9(02).
       01 WS-NET-HT-ED                     PIC Z(08)9.99.
       01 WS-TOTAL-TVA                     PIC 9(09)V9(02).
       01 WS-TOTAL-TVA-ED                  PIC Z(08)9.99.
       01 WS-REMISE-TAUX-LIGNE             PIC 9(09)V9(02).

      *Numerotation des factures de l'execution
       01 WS-NUMERO-FACTURE                PIC 9(04)   VALUE 0.
       01 WS-NOM-FICHIER-FCT               PIC X(20).
           05 WS-MOIS-JOUR                 PIC 9(02).
           05 WS-JOUR-JOUR                 PIC 9(02).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0140-LECTURE-PALIERS-DEB
              THRU 0140-LECTURE-PALIERS-FIN.

           PERFORM 0145-LECTURE-TAUX-TVA-DEB
              THRU 0145-LECTURE-TAUX-TVA-FIN.

           PERFORM 0160-LECTURE-CAMPAGNES-DEB
              THRU 0160-LECTURE-CAMPAGNES-FIN.

           EXIT.

       0100-INITIALISATION-FIN.

       0140-LECTURE-PALIERS-FIN.

      *-----------------------------------------------------------------

      *Taux de TVA : les trois codes du catalogue partent avec leur
      *taux legal, une ligne de taux-tva.cfg remplace le taux d'un
      *code connu ou ajoute un code nouveau
       0145-LECTURE-TAUX-TVA-DEB.

           MOVE 3 TO WS-NB-TVA.
           MOVE "N" TO WS-TVA-CODE(1).
           MOVE 20 TO WS-TVA-TAUX(1).
           MOVE "R" TO WS-TVA-CODE(2).
           MOVE 5.5 TO WS-TVA-TAUX(2).
           MOVE "E" TO WS-TVA-CODE(3).
           MOVE 0 TO WS-TVA-TAUX(3).

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TAUX-TVA.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TAUX-TVA
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-TTVA-CODE NOT = SPACE
                           MOVE F-TTVA-CODE TO WS-CODE-TVA-LIGNE
                           PERFORM 0155-CHERCHE-TAUX-TVA-DEB
                              THRU 0155-CHERCHE-TAUX-TVA-FIN
                           IF WS-TVA-TROUVE = 0 AND WS-NB-TVA < 10
                               ADD 1 TO WS-NB-TVA
                               MOVE WS-NB-TVA TO WS-TVA-TROUVE
                               MOVE F-TTVA-CODE
                                 TO WS-TVA-CODE(WS-TVA-TROUVE)
                           END-IF
                           IF WS-TVA-TROUVE > 0
                               MOVE FUNCTION NUMVAL(F-TTVA-TAUX)
                                 TO WS-TVA-TAUX(WS-TVA-TROUVE)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TAUX-TVA.

           EXIT.

       0145-LECTURE-TAUX-TVA-FIN.

      *-----------------------------------------------------------------

      *Rang du code WS-CODE-TVA-LIGNE dans le bareme, 0 si absent
       0155-CHERCHE-TAUX-TVA-DEB.

           MOVE 0 TO WS-TVA-TROUVE.

           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                   UNTIL WS-IDX3 > WS-NB-TVA

               IF WS-TVA-CODE(WS-IDX3) = WS-CODE-TVA-LIGNE
                   MOVE WS-IDX3 TO WS-TVA-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0155-CHERCHE-TAUX-TVA-FIN.

      *-----------------------------------------------------------------

       0120-LECTURE-CATALOGUE-DEB.
                           ADD 1 TO WS-IDX
                           MOVE F-CAT-NOM  TO WS-CAT-NOM(WS-IDX)
                           MOVE F-CAT-PRIX TO WS-CAT-PRIX(WS-IDX)

      *Reprise des anciennes lignes sans code de TVA : taux normal
                           IF F-CAT-TVA = SPACE
                               MOVE "N" TO WS-CAT-TVA(WS-IDX)
                           ELSE
                               MOVE F-CAT-TVA TO WS-CAT-TVA(WS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0150-PRIX-A-LA-DATE-FIN.

      *-----------------------------------------------------------------

      *Regles de prix actives ; sans fichier, facturation au prix
      *catalogue en vigueur
       0160-LECTURE-CAMPAGNES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CAMPAGNES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CAMPAGNES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-CAM-STATUT = "A"
                       AND WS-MAX-CAM < WS-CAPACITE-CAM
                           ADD 1 TO WS-MAX-CAM
                           MOVE F-CAM-CODE
                             TO WS-CAM-CODE(WS-MAX-CAM)
                           MOVE F-CAM-ARTICLE
                             TO WS-CAM-ARTICLE(WS-MAX-CAM)
                           MOVE F-CAM-TYPE
                             TO WS-CAM-TYPE(WS-MAX-CAM)
                           MOVE F-CAM-DEBUT
                             TO WS-CAM-DEBUT(WS-MAX-CAM)
                           MOVE F-CAM-FIN
                             TO WS-CAM-FIN(WS-MAX-CAM)
                           MOVE F-CAM-QTE-MIN
                             TO WS-CAM-QTE-MIN(WS-MAX-CAM)
                           MOVE F-CAM-TAUX
                             TO WS-CAM-TAUX(WS-MAX-CAM)
                           MOVE F-CAM-PRIX
                             TO WS-CAM-PRIX(WS-MAX-CAM)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CAMPAGNES.

           EXIT.

       0160-LECTURE-CAMPAGNES-FIN.

      *-----------------------------------------------------------------

      *Meilleur prix de la ligne : parmi les regles de l'article
      *WS-ART-LIGNE en vigueur a la date de la commande (date du jour
      *si inconnue) et dont la quantite minimale est atteinte, la
      *plus basse l'emporte sur le prix catalogue en vigueur
      *(campagne P : prix catalogue moins la remise, prix de volume
      *Q : prix de la regle)
       0170-PRIX-CAMPAGNES-DEB.

           MOVE WS-PRIX-UNITAIRE TO WS-PRIX-CATALOGUE.
           MOVE SPACES TO WS-CAMPAGNE-LIGNE.

           IF WS-CAT-TROUVE = 0
               GO TO 0170-PRIX-CAMPAGNES-FIN
           END-IF.

           IF WS-DATE-COM-NUM = 0
               MOVE WS-DATE-DU-JOUR TO WS-DATE-PRIX
           ELSE
               MOVE WS-DATE-COM-NUM TO WS-DATE-PRIX
           END-IF.

           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                   UNTIL WS-IDX3 > WS-MAX-CAM

               IF WS-CAM-ARTICLE(WS-IDX3) = WS-ART-LIGNE
               AND WS-CAM-DEBUT(WS-IDX3) <= WS-DATE-PRIX
               AND WS-CAM-FIN(WS-IDX3) >= WS-DATE-PRIX
               AND WS-CAM-QTE-MIN(WS-IDX3) <= WS-QUANTITE-NUM

                   IF WS-CAM-VOLUME(WS-IDX3)
                       MOVE WS-CAM-PRIX(WS-IDX3) TO WS-PRIX-REGLE
                   ELSE
                       COMPUTE WS-REMISE-REGLE ROUNDED =
                           WS-PRIX-CATALOGUE * WS-CAM-TAUX(WS-IDX3)
                           / 100
                       COMPUTE WS-PRIX-REGLE =
                           WS-PRIX-CATALOGUE - WS-REMISE-REGLE
                   END-IF

                   IF WS-PRIX-REGLE < WS-PRIX-UNITAIRE
                       MOVE WS-PRIX-REGLE TO WS-PRIX-UNITAIRE
                       MOVE WS-CAM-CODE(WS-IDX3) TO WS-CAMPAGNE-LIGNE
                   END-IF

               END-IF

           END-PERFORM.

           EXIT.

       0170-PRIX-CAMPAGNES-FIN.

      *-----------------------------------------------------------------

       0200-LECTURE-FICHIERS-DEB.

                           MOVE F-LIGNE-COM(21:10)
                             TO WS-ART-COM(WS-IDX)

                           MOVE F-LIGNE-COM(37:8)
                             TO WS-DEVIS-COM(WS-IDX)
                           IF F-LIGNE-COM(31:6) IS NUMERIC
                               MOVE F-LIGNE-COM(31:6)
                                 TO WS-PRIX-DEVIS-X
                               MOVE WS-PRIX-DEVIS-LU
                                 TO WS-PRIX-DEVIS(WS-IDX)
                           ELSE
                               MOVE 0 TO WS-PRIX-DEVIS(WS-IDX)
                               MOVE SPACES TO WS-DEVIS-COM(WS-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
              THRU 0280-NUMERO-DEPART-FIN.

           OPEN EXTEND FICHIER-REGISTRE.
           OPEN EXTEND FICHIER-LIGNES-FCT.

           MOVE SPACES TO F-LIGNE-REGISTRE.
           STRING "REGISTRE DES FACTURES DU " WS-JOUR-JOUR "/"
               DELIMITED BY SIZE INTO F-LIGNE-REGISTRE.
           WRITE F-LIGNE-REGISTRE.

           CLOSE FICHIER-LIGNES-FCT.
           CLOSE FICHIER-REGISTRE.

           DISPLAY "Factures produites : " WS-NUMERO-FACTURE.

           ADD 1 TO WS-NUMERO-FACTURE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-TVA
               MOVE 0 TO WS-TVA-BASE-BRUT(WS-IDX2)
               MOVE 0 TO WS-TVA-BASE-NET(WS-IDX2)
               MOVE 0 TO WS-TVA-MONTANT(WS-IDX2)
           END-PERFORM.

           MOVE SPACES TO WS-NOM-FICHIER-FCT.
           STRING "facture-" FUNCTION TRIM(WS-ID-CLI(WS-IDX)) ".txt"
               DELIMITED BY SIZE INTO WS-NOM-FICHIER-FCT.
           WRITE F-LIGNE-FCT.

           MOVE SPACES TO F-LIGNE-FCT.
           STRING "Cde  Article    Qte  Px cat. Promo     "
                   "Px net  Montant HT T Devis"
               DELIMITED BY SIZE INTO F-LIGNE-FCT.
           WRITE F-LIGNE-FCT.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                      THRU 0150-PRIX-A-LA-DATE-FIN

                   MOVE WS-QUANTITE(WS-IDX2) TO WS-QUANTITE-NUM

      *Le prix devise l'emporte sur le prix catalogue et sur les
      *campagnes ; hors devis, meilleure regle de prix en vigueur
                   IF WS-DEVIS-COM(WS-IDX2) NOT = SPACES
                       MOVE WS-PRIX-UNITAIRE TO WS-PRIX-CATALOGUE
                       MOVE SPACES TO WS-CAMPAGNE-LIGNE
                       MOVE WS-PRIX-DEVIS(WS-IDX2) TO WS-PRIX-UNITAIRE
                   ELSE
                       PERFORM 0170-PRIX-CAMPAGNES-DEB
                          THRU 0170-PRIX-CAMPAGNES-FIN
                   END-IF

                   COMPUTE WS-MONTANT-LIGNE =
                       WS-QUANTITE-NUM * WS-PRIX-UNITAIRE
                   ADD WS-MONTANT-LIGNE TO WS-TOTAL-FACTURE

      *Base HT cumulee au taux de TVA de l'article (taux normal pour
      *une ligne sans article, valorisee a zero de toute facon)
                   IF WS-CAT-TROUVE = 0
                       MOVE "N" TO WS-CODE-TVA-LIGNE
                   ELSE
                       MOVE WS-CAT-TVA(WS-CAT-TROUVE)
                         TO WS-CODE-TVA-LIGNE
                   END-IF
                   PERFORM 0155-CHERCHE-TAUX-TVA-DEB
                      THRU 0155-CHERCHE-TAUX-TVA-FIN
                   IF WS-TVA-TROUVE = 0
                       MOVE "N" TO WS-CODE-TVA-LIGNE
                       PERFORM 0155-CHERCHE-TAUX-TVA-DEB
                          THRU 0155-CHERCHE-TAUX-TVA-FIN
                   END-IF
                   ADD WS-MONTANT-LIGNE
                     TO WS-TVA-BASE-BRUT(WS-TVA-TROUVE)

                   MOVE WS-MONTANT-LIGNE TO WS-MONTANT-LIGNE-ED
                   MOVE WS-PRIX-CATALOGUE TO WS-PRIX-CATALOGUE-ED
                   MOVE WS-PRIX-UNITAIRE TO WS-PRIX-UNITAIRE-ED

                   MOVE SPACES TO F-LIGNE-FCT

                   IF WS-CAT-TROUVE = 0
                       STRING WS-NUM-COM(WS-IDX2) " ARTICLE?   "
                               WS-QUANTITE(WS-IDX2) "                "
                               "           "
                               WS-MONTANT-LIGNE-ED " "
                               WS-CODE-TVA-LIGNE
                           DELIMITED BY SIZE INTO F-LIGNE-FCT
                   ELSE
                       STRING WS-NUM-COM(WS-IDX2) " "
                               WS-ART-LIGNE " "
                               WS-QUANTITE(WS-IDX2) " "
                               WS-PRIX-CATALOGUE-ED " "
                               WS-CAMPAGNE-LIGNE " "
                               WS-PRIX-UNITAIRE-ED " "
                               WS-MONTANT-LIGNE-ED " "
                               WS-CODE-TVA-LIGNE " "
                               WS-DEVIS-COM(WS-IDX2)
                           DELIMITED BY SIZE INTO F-LIGNE-FCT
                   END-IF

                   WRITE F-LIGNE-FCT

                   PERFORM 0380-JOURNAL-LIGNE-DEB
                      THRU 0380-JOURNAL-LIGNE-FIN

               END-IF

           END-PERFORM.
           MOVE WS-TOTAL-FACTURE TO WS-TOTAL-FACTURE-ED.

      *Remise du palier de fidelite : brut, ligne de remise avec le
      *nom du palier, net HT, TVA par taux, puis net a regler TTC
           PERFORM 0360-REMISE-PALIER-DEB
              THRU 0360-REMISE-PALIER-FIN.

           MOVE SPACES TO F-LIGNE-FCT.
           STRING "TOTAL BRUT HT : " WS-TOTAL-FACTURE-ED
               DELIMITED BY SIZE INTO F-LIGNE-FCT.
           WRITE F-LIGNE-FCT.

           END-IF.

           MOVE SPACES TO F-LIGNE-FCT.
           STRING "TOTAL NET HT : " WS-NET-HT-ED
               DELIMITED BY SIZE INTO F-LIGNE-FCT.
           WRITE F-LIGNE-FCT.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-TVA

               IF WS-TVA-BASE-BRUT(WS-IDX2) > 0
                   MOVE WS-TVA-TAUX(WS-IDX2) TO WS-TVA-TAUX-ED
                   MOVE WS-TVA-BASE-NET(WS-IDX2) TO WS-TVA-BASE-ED
                   MOVE WS-TVA-MONTANT(WS-IDX2) TO WS-TVA-MONTANT-ED
                   MOVE SPACES TO F-LIGNE-FCT
                   STRING "TVA " WS-TVA-CODE(WS-IDX2) " "
                           WS-TVA-TAUX-ED " % SUR " WS-TVA-BASE-ED
                           " : " WS-TVA-MONTANT-ED
                       DELIMITED BY SIZE INTO F-LIGNE-FCT
                   WRITE F-LIGNE-FCT
               END-IF

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-FCT.
           STRING "TOTAL TVA : " WS-TOTAL-TVA-ED
               DELIMITED BY SIZE INTO F-LIGNE-FCT.
           WRITE F-LIGNE-FCT.

           MOVE SPACES TO F-LIGNE-FCT.
           STRING "NET A REGLER TTC : " WS-NET-FACTURE-ED
               DELIMITED BY SIZE INTO F-LIGNE-FCT.
           WRITE F-LIGNE-FCT.


      *Ligne de registre a largeurs fixes, relue par paiecli :
      *numero en 1-8, ID client en 10-17, montant en 47-58, date de
      *facture en 60-67, total de TVA en 69-80
      *Le registre porte le NET a regler TTC, c'est lui que paiecli
      *suit
           MOVE SPACES TO F-LIGNE-REGISTRE.
           STRING "FCT-" WS-NUMERO-FACTURE " "
                   WS-ID-CLI(WS-IDX) " " WS-NOM(WS-IDX) " "
                   WS-NB-LIGNES-FACTURE " commande(s) "
                   WS-NET-FACTURE-ED " "
                   WS-DATE-DU-JOUR " "
                   WS-TOTAL-TVA-ED
               DELIMITED BY SIZE INTO F-LIGNE-REGISTRE.
           WRITE F-LIGNE-REGISTRE.

      *Detail de la TVA par taux, une ligne par taux utilise : numero
      *TVA-nnnn en 1-8, code en 10, taux en 12-16, base HT nette en
      *18-29, TVA en 31-42, ID client en 44-51, date en 53-60
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-TVA

               IF WS-TVA-BASE-BRUT(WS-IDX2) > 0
                   MOVE WS-TVA-TAUX(WS-IDX2) TO WS-TVA-TAUX-ED
                   MOVE WS-TVA-BASE-NET(WS-IDX2) TO WS-TVA-BASE-ED
                   MOVE WS-TVA-MONTANT(WS-IDX2) TO WS-TVA-MONTANT-ED
                   MOVE SPACES TO F-LIGNE-REGISTRE
                   STRING "TVA-" WS-NUMERO-FACTURE " "
                           WS-TVA-CODE(WS-IDX2) " "
                           WS-TVA-TAUX-ED " "
                           WS-TVA-BASE-ED " "
                           WS-TVA-MONTANT-ED " "
                           WS-ID-CLI(WS-IDX) " "
                           WS-DATE-DU-JOUR
                       DELIMITED BY SIZE INTO F-LIGNE-REGISTRE
                   WRITE F-LIGNE-REGISTRE
               END-IF

           END-PERFORM.

           EXIT.

       0350-ECRIT-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Ligne facturee (WS-IDX2) au journal lu par le bilan des
      *campagnes
       0380-JOURNAL-LIGNE-DEB.

           MOVE SPACES TO F-LIGNE-FACTUREE.
           STRING "FCT-" WS-NUMERO-FACTURE
               DELIMITED BY SIZE INTO F-LF-FACTURE.
           MOVE WS-ID-CLI(WS-IDX)      TO F-LF-CLIENT.
           MOVE WS-DATE-COM(WS-IDX2)   TO F-LF-DATE-COM.
           MOVE WS-ART-COM(WS-IDX2)    TO F-LF-ARTICLE.
           MOVE WS-QUANTITE-NUM        TO F-LF-QTE.
           MOVE WS-PRIX-CATALOGUE      TO F-LF-PRIX-CATALOGUE.
           MOVE WS-CAMPAGNE-LIGNE      TO F-LF-CAMPAGNE.
           MOVE WS-PRIX-UNITAIRE       TO F-LF-PRIX-NET.
           MOVE WS-MONTANT-LIGNE       TO F-LF-MONTANT.
           WRITE F-LIGNE-FACTUREE.

           MOVE "facturcli" TO AUDIT-PROGRAMME.
           MOVE "FACTURE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-ART-COM(WS-IDX2) " FCT-" WS-NUMERO-FACTURE
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0380-JOURNAL-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Palier de fidelite du client courant (STANDARD a defaut) et
      *remise au taux du bareme ; palier hors bareme = pas de remise.
      *La remise s'applique a la base de chaque taux de TVA : la TVA
      *se calcule sur les bases nettes, la remise totale est l'ecart
      *entre le brut et la somme des bases nettes
       0360-REMISE-PALIER-DEB.

           MOVE "STANDARD" TO WS-PALIER-CLIENT.

           END-PERFORM.

           MOVE 0 TO WS-NET-HT.
           MOVE 0 TO WS-TOTAL-TVA.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-TVA

               COMPUTE WS-REMISE-TAUX-LIGNE ROUNDED =
                   WS-TVA-BASE-BRUT(WS-IDX2) * WS-TAUX-REMISE / 100
               COMPUTE WS-TVA-BASE-NET(WS-IDX2) =
                   WS-TVA-BASE-BRUT(WS-IDX2) - WS-REMISE-TAUX-LIGNE
               COMPUTE WS-TVA-MONTANT(WS-IDX2) ROUNDED =
                   WS-TVA-BASE-NET(WS-IDX2)
                   * WS-TVA-TAUX(WS-IDX2) / 100
               ADD WS-TVA-BASE-NET(WS-IDX2) TO WS-NET-HT
               ADD WS-TVA-MONTANT(WS-IDX2) TO WS-TOTAL-TVA

           END-PERFORM.

           COMPUTE WS-MONTANT-REMISE =
               WS-TOTAL-FACTURE - WS-NET-HT.
           COMPUTE WS-NET-FACTURE =
               WS-NET-HT + WS-TOTAL-TVA.

           MOVE WS-TAUX-REMISE TO WS-TAUX-REMISE-ED.
           MOVE WS-MONTANT-REMISE TO WS-MONTANT-REMISE-ED.
           MOVE WS-NET-HT TO WS-NET-HT-ED.
           MOVE WS-TOTAL-TVA TO WS-TOTAL-TVA-ED.
           MOVE WS-NET-FACTURE TO WS-NET-FACTURE-ED.

           EXIT.
