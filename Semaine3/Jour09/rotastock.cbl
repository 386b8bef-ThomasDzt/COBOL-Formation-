      * Analyse de rotation et de stock dormant : l'historique des
      * mouvements (mouvements-stock.txt et ses archives de l'annee en
      * cours et de l'annee precedente, archive-mouvements-AAAA.txt
      * ecrites par archfich) est croise avec le prix de revient du
      * catalogue catalogue-prix.txt et le stock de inventaire.txt.
      * Chaque article est classe A/B/C sur la valeur au prix de
      * revient de ses sorties (code S) des 12 derniers mois : A
      * jusqu'a 80 % de la valeur cumulee, B jusqu'a 95 %, C au-dela
      * et pour tout article sans sortie. Par article et depot l'etat
      * rotation-stock.txt (module imprim) donne les sorties sur 12
      * mois, la rotation (sorties / stock) et la couverture en jours
      * (stock / sortie moyenne journaliere), et signale les articles
      * en stock sans aucune sortie depuis 90 jours et depuis 180
      * jours avec la valeur immobilisee, totalisee par depot. Les
      * transferts entre depots et les ajustements d'inventaire ne
      * sont pas des sorties.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * ART = ARTICLE ; INV = INVENTAIRE ; MVT = MOUVEMENT
      * CAT = CATALOGUE ; DEP = DEPOT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rotastock.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-INV.

       SELECT FICHIER-CATALOGUE ASSIGN TO "catalogue-prix.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.

      *Fichier vivant des mouvements ou une de ses archives annuelles
       SELECT OPTIONAL FICHIER-MOUVEMENTS
       ASSIGN TO DYNAMIC WS-NOM-FICHIER-MVT
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-MVT.


       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-INVENTAIRE.
           01 F-LIGNE-INV          PIC X(30).

       FD FICHIER-CATALOGUE.
           01 F-ARTICLE-CATALOGUE.
               05 F-CAT-NOM        PIC X(10).
               05 F-CAT-PRIX       PIC 9(04)V9(02).
               05 F-CAT-ACTIF      PIC X(01).
               05 F-CAT-COUT       PIC 9(04)V9(02).
               05 F-CAT-COUT-X REDEFINES F-CAT-COUT
                                   PIC X(06).
               05 F-CAT-TVA        PIC X(01).

       FD FICHIER-MOUVEMENTS.
           01 F-LIGNE-MVT.
               05 F-MVT-OBJET      PIC X(10).
               05 F-MVT-DATE       PIC X(08).
               05 F-MVT-CODE       PIC X(01).
               05 F-MVT-QTE        PIC X(02).
               05 F-MVT-DEPOT      PIC X(03).
               05 F-MVT-DEPOT-DEST PIC X(03).
               05 F-MVT-LOT        PIC X(10).
               05 F-MVT-PEREMPTION PIC X(08).


       WORKING-STORAGE SECTION.

      *Stock par article et depot, avec les sorties relevees dans
      *l'historique
       01 WS-TABLEAU-INV.
           05 WS-LIGNE-INV OCCURS 2000 TIMES.
               10 WS-INV-OBJET         PIC X(10).
               10 WS-INV-DEPOT         PIC X(03).
               10 WS-INV-STOCK         PIC 9(02).

      *        Quantite sortie sur les 12 derniers mois et date de la
      *        derniere sortie connue (espaces = jamais sorti)
               10 WS-INV-SORTIES       PIC 9(06).
               10 WS-INV-DERN-SORTIE   PIC X(08).

      *Articles distincts de l'inventaire avec la valeur de leurs
      *sorties ; OCCURS DEPENDING pour le tri du classement ABC
       01 WS-TABLEAU-ART.
           05 WS-LIGNE-ART OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-MAX-ART.
               10 WS-ART-VALEUR        PIC 9(10)V9(02).
               10 WS-ART-NOM           PIC X(10).
               10 WS-ART-COUT          PIC 9(04)V9(02).
               10 WS-ART-AVEC-COUT     PIC X.
                   88 WS-ART-AVEC-COUT-O           VALUE "O".
                   88 WS-ART-AVEC-COUT-N           VALUE "N".
               10 WS-ART-CLASSE        PIC X.

      *Catalogue charge pour le prix de revient
       01 WS-TABLEAU-CATALOGUE.
           05 WS-ARTICLE OCCURS 500 TIMES.
               10 WS-CAT-NOM           PIC X(10).
               10 WS-CAT-COUT          PIC 9(04)V9(02).
               10 WS-CAT-AVEC-COUT     PIC X.

       77 WS-IDX                   PIC 9(04).
       77 WS-IDX2                  PIC 9(04).
       77 WS-IDX-FIC               PIC 9(01).
       01 WS-MAX-INV               PIC 9(04).
       01 WS-MAX-ART               PIC 9(04).
       01 WS-NB-CATALOGUE          PIC 9(04).
       01 WS-CAPACITE-MAX          PIC 9(04)   VALUE 2000.
       01 WS-CAPACITE-CAT          PIC 9(04)   VALUE 500.

       01 WS-STATUT-INV            PIC X(02).
           88 WS-STATUT-INV-OK             VALUE "00".

       01 WS-STATUT-CAT            PIC X(02).
           88 WS-STATUT-CAT-OK             VALUE "00".

       01 WS-STATUT-MVT            PIC X(02).

       01 WS-FIN-LECTURE           PIC X.
           88 WS-FIN-LECTURE-N             VALUE "N".
           88 WS-FIN-LECTURE-O             VALUE "O".

       01 WS-TROUVE                PIC 9(04).

      *Fichiers d'historique lus dans l'ordre : archives de l'annee
      *precedente et de l'annee en cours, puis le fichier vivant
       01 WS-NOM-FICHIER-MVT       PIC X(40).
       01 WS-ANNEE-ARCHIVE         PIC 9(04).
       01 WS-NB-MVT-LUS            PIC 9(07)   VALUE 0.
       01 WS-NB-SORTIES            PIC 9(07)   VALUE 0.

      *Seuils du classement ABC en pourcentage de la valeur cumulee
       01 WS-SEUIL-A               PIC 9(03)   VALUE 80.
       01 WS-SEUIL-B               PIC 9(03)   VALUE 95.

      *Dates de reference : debut de la periode de 12 mois et
      *limites de dormance a 90 et 180 jours
       01 WS-DATE-DU-JOUR          PIC 9(08).
       01 WS-DATE-DU-JOUR-R REDEFINES WS-DATE-DU-JOUR.
           05 WS-ANNEE-DU-JOUR     PIC 9(04).
           05 FILLER               PIC 9(04).
       01 WS-DATE-12-MOIS          PIC 9(08).
       01 WS-DATE-90-JOURS         PIC 9(08).
       01 WS-DATE-180-JOURS        PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Calculs du classement et des indicateurs
       01 WS-QTE-SORTIE            PIC 9(02).
       01 WS-VALEUR-SORTIE         PIC 9(08)V9(02).
       01 WS-TOTAL-SORTIES         PIC 9(12)V9(02) VALUE 0.
       01 WS-CUMUL-SORTIES         PIC 9(12)V9(02) VALUE 0.
       01 WS-POURCENT-AVANT        PIC 9(03)V9(01).
       01 WS-POURCENT-CUMUL        PIC 9(03)V9(01).
       01 WS-POURCENT-ED           PIC ZZ9.9.
       01 WS-VALEUR-ED             PIC Z(09)9.99.

       01 WS-ROTATION              PIC 9(04)V9(01).
       01 WS-ROTATION-ED           PIC ZZZ9.9.
       01 WS-COUVERTURE            PIC 9(06).
       01 WS-COUVERTURE-ED         PIC Z(05)9.
       01 WS-TEXTE-ROTATION        PIC X(06).
       01 WS-TEXTE-COUVERTURE      PIC X(06).
       01 WS-DORMANCE              PIC X(04).
       01 WS-CLASSE-COURANTE       PIC X.
       01 WS-VALEUR-STOCK          PIC 9(08)V9(02).
       01 WS-VALEUR-STOCK-ED       PIC Z(07)9.99.

      *Totaux de la valeur immobilisee, par depot et generaux ; le
      *tableau des depots est alimente au fil de l'etat
       01 WS-TABLEAU-DEP.
           05 WS-LIGNE-DEP OCCURS 20 TIMES.
               10 WS-DEP-CODE          PIC X(03).
               10 WS-DEP-NB-90         PIC 9(04).
               10 WS-DEP-VAL-90        PIC 9(10)V9(02).
               10 WS-DEP-NB-180        PIC 9(04).
               10 WS-DEP-VAL-180       PIC 9(10)V9(02).

       01 WS-TOTAL-VAL-90          PIC 9(10)V9(02) VALUE 0.
       01 WS-TOTAL-VAL-180         PIC 9(10)V9(02) VALUE 0.

       01 WS-MAX-DEP               PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-DEP          PIC 9(02)   VALUE 20.
       77 WS-IDX-DEP               PIC 9(02).

       01 WS-NB-A                  PIC 9(04)   VALUE 0.
       01 WS-NB-B                  PIC 9(04)   VALUE 0.
       01 WS-NB-C                  PIC 9(04)   VALUE 0.
       01 WS-NB-SANS-COUT          PIC 9(04)   VALUE 0.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION         PIC X(05).
       01 WS-IMPRIM-FICHIER        PIC X(30)
               VALUE "rotation-stock.txt".
       01 WS-IMPRIM-TITRE          PIC X(40)
               VALUE "ROTATION ET STOCK DORMANT".
       01 WS-IMPRIM-ENTETE         PIC X(80)
               VALUE
               "ARTICLE    DEP ST SORTIES ROTAT. COUV.J C DORM  VALEUR".
       01 WS-IMPRIM-LIGNE          PIC X(80).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0050-DATES-REFERENCE-DEB
              THRU 0050-DATES-REFERENCE-FIN.

           PERFORM 0100-LECTURE-CATALOGUE-DEB
              THRU 0100-LECTURE-CATALOGUE-FIN.

           PERFORM 0200-LECTURE-INVENTAIRE-DEB
              THRU 0200-LECTURE-INVENTAIRE-FIN.

           PERFORM 0300-LECTURE-HISTORIQUE-DEB
              THRU 0300-LECTURE-HISTORIQUE-FIN.

           PERFORM 0400-CLASSEMENT-ABC-DEB
              THRU 0400-CLASSEMENT-ABC-FIN.

           PERFORM 0500-EDITION-DEB
              THRU 0500-EDITION-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Debut de la periode de 12 mois et limites de dormance
       0050-DATES-REFERENCE-DEB.

           MOVE "AJOUM" TO WS-DATUTIL-FONCTION.
           MOVE -12 TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DATE-12-MOIS,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE -90 TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DATE-90-JOURS,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE -180 TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DATE-180-JOURS,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           EXIT.

       0050-DATES-REFERENCE-FIN.

      *-----------------------------------------------------------------

       0100-LECTURE-CATALOGUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.

           DISPLAY "Ouverture du catalogue des prix.".
           OPEN INPUT FICHIER-CATALOGUE.

           IF NOT WS-STATUT-CAT-OK
               DISPLAY "Erreur : catalogue-prix.txt introuvable "
                       "(statut " WS-STATUT-CAT "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CATALOGUE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-CAT
                           MOVE F-CAT-NOM TO WS-CAT-NOM(WS-IDX)

      *Reprise des anciennes lignes sans prix de revient
                           IF F-CAT-COUT-X IS NUMERIC
                               MOVE F-CAT-COUT TO WS-CAT-COUT(WS-IDX)
                               MOVE "O" TO WS-CAT-AVEC-COUT(WS-IDX)
                           ELSE
                               MOVE 0 TO WS-CAT-COUT(WS-IDX)
                               MOVE "N" TO WS-CAT-AVEC-COUT(WS-IDX)
                           END-IF
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : catalogue tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-CAT ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-NB-CATALOGUE.

           CLOSE FICHIER-CATALOGUE.

           EXIT.

       0100-LECTURE-CATALOGUE-FIN.

      *-----------------------------------------------------------------

      *Stock par article et depot ; chaque nouvel article entre dans
      *le tableau des articles avec son prix de revient
       0200-LECTURE-INVENTAIRE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           INITIALIZE WS-IDX.
           MOVE WS-CAPACITE-MAX TO WS-MAX-ART.
           MOVE 0 TO WS-IDX2.

           DISPLAY "Ouverture du fichier inventaire.".
           OPEN INPUT FICHIER-INVENTAIRE.

           IF NOT WS-STATUT-INV-OK
               DISPLAY "Erreur : inventaire.txt introuvable (statut "
                       WS-STATUT-INV "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-INVENTAIRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-IDX
                       IF WS-IDX <= WS-CAPACITE-MAX
                           MOVE F-LIGNE-INV(1:10)
                             TO WS-INV-OBJET(WS-IDX)
                           MOVE F-LIGNE-INV(11:2)
                             TO WS-INV-STOCK(WS-IDX)

      *Reprise des anciennes lignes sans code depot
                           IF F-LIGNE-INV(13:3) = SPACES
                               MOVE "D01" TO WS-INV-DEPOT(WS-IDX)
                           ELSE
                               MOVE F-LIGNE-INV(13:3)
                                 TO WS-INV-DEPOT(WS-IDX)
                           END-IF

                           MOVE 0 TO WS-INV-SORTIES(WS-IDX)
                           MOVE SPACES TO WS-INV-DERN-SORTIE(WS-IDX)

                           PERFORM 0250-AJOUT-ARTICLE-DEB
                              THRU 0250-AJOUT-ARTICLE-FIN
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-MAX ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-IDX TO WS-MAX-INV.
           MOVE WS-IDX2 TO WS-MAX-ART.

           CLOSE FICHIER-INVENTAIRE.

           EXIT.

       0200-LECTURE-INVENTAIRE-FIN.

      *-----------------------------------------------------------------

      *Article de la ligne d'inventaire WS-IDX ajoute au tableau des
      *articles s'il n'y est pas encore (WS-IDX2 = dernier poste)
       0250-AJOUT-ARTICLE-DEB.

           PERFORM VARYING WS-TROUVE FROM 1 BY 1
                   UNTIL WS-TROUVE > WS-IDX2
                   OR WS-ART-NOM(WS-TROUVE) = WS-INV-OBJET(WS-IDX)
               CONTINUE
           END-PERFORM.

           IF WS-TROUVE <= WS-IDX2
               GO TO 0250-AJOUT-ARTICLE-FIN
           END-IF.

           ADD 1 TO WS-IDX2.
           MOVE WS-INV-OBJET(WS-IDX) TO WS-ART-NOM(WS-IDX2).
           MOVE 0 TO WS-ART-VALEUR(WS-IDX2).
           MOVE 0 TO WS-ART-COUT(WS-IDX2).
           SET WS-ART-AVEC-COUT-N(WS-IDX2) TO TRUE.
           MOVE "C" TO WS-ART-CLASSE(WS-IDX2).

           PERFORM VARYING WS-TROUVE FROM 1 BY 1
                   UNTIL WS-TROUVE > WS-NB-CATALOGUE

               IF WS-CAT-NOM(WS-TROUVE) = WS-ART-NOM(WS-IDX2)
               AND WS-CAT-AVEC-COUT(WS-TROUVE) = "O"
                   MOVE WS-CAT-COUT(WS-TROUVE)
                     TO WS-ART-COUT(WS-IDX2)
                   SET WS-ART-AVEC-COUT-O(WS-IDX2) TO TRUE
               END-IF

           END-PERFORM.

           IF WS-ART-AVEC-COUT-N(WS-IDX2)
               ADD 1 TO WS-NB-SANS-COUT
           END-IF.

           EXIT.

       0250-AJOUT-ARTICLE-FIN.

      *-----------------------------------------------------------------

      *Historique complet utile : les archives annuelles de l'annee
      *precedente et de l'annee en cours couvrent la periode de 12
      *mois quand archfich a deja compacte le fichier vivant
       0300-LECTURE-HISTORIQUE-DEB.

           PERFORM VARYING WS-IDX-FIC FROM 1 BY 1
                   UNTIL WS-IDX-FIC > 3

               MOVE SPACES TO WS-NOM-FICHIER-MVT

               EVALUATE WS-IDX-FIC
                   WHEN 1
                       COMPUTE WS-ANNEE-ARCHIVE =
                           WS-ANNEE-DU-JOUR - 1
                       STRING "archive-mouvements-" WS-ANNEE-ARCHIVE
                               ".txt"
                           DELIMITED BY SIZE INTO WS-NOM-FICHIER-MVT
                   WHEN 2
                       MOVE WS-ANNEE-DU-JOUR TO WS-ANNEE-ARCHIVE
                       STRING "archive-mouvements-" WS-ANNEE-ARCHIVE
                               ".txt"
                           DELIMITED BY SIZE INTO WS-NOM-FICHIER-MVT
                   WHEN OTHER
                       MOVE "mouvements-stock.txt"
                         TO WS-NOM-FICHIER-MVT
               END-EVALUATE

               PERFORM 0350-LECTURE-MOUVEMENTS-DEB
                  THRU 0350-LECTURE-MOUVEMENTS-FIN

           END-PERFORM.

           DISPLAY "Mouvements lus : " WS-NB-MVT-LUS
                   " - sorties : " WS-NB-SORTIES.

           EXIT.

       0300-LECTURE-HISTORIQUE-FIN.

      *-----------------------------------------------------------------

       0350-LECTURE-MOUVEMENTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-MOUVEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-MOUVEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-MVT-LUS
                       IF F-MVT-CODE = "S"
                           PERFORM 0360-CUMUL-SORTIE-DEB
                              THRU 0360-CUMUL-SORTIE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-MOUVEMENTS.

           EXIT.

       0350-LECTURE-MOUVEMENTS-FIN.

      *-----------------------------------------------------------------

      *Une sortie : derniere date de sortie de l'article dans son
      *depot, et sur les 12 derniers mois quantite du depot et
      *valeur au prix de revient de l'article
       0360-CUMUL-SORTIE-DEB.

           ADD 1 TO WS-NB-SORTIES.

           MOVE FUNCTION NUMVAL(F-MVT-QTE) TO WS-QTE-SORTIE.

      *Reprise des anciens mouvements sans code depot
           IF F-MVT-DEPOT = SPACES
               MOVE "D01" TO F-MVT-DEPOT
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-INV

               IF WS-INV-OBJET(WS-IDX) = F-MVT-OBJET
               AND WS-INV-DEPOT(WS-IDX) = F-MVT-DEPOT
                   IF WS-INV-DERN-SORTIE(WS-IDX) = SPACES
                   OR F-MVT-DATE > WS-INV-DERN-SORTIE(WS-IDX)
                       MOVE F-MVT-DATE TO WS-INV-DERN-SORTIE(WS-IDX)
                   END-IF
                   IF F-MVT-DATE >= WS-DATE-12-MOIS
                       ADD WS-QTE-SORTIE TO WS-INV-SORTIES(WS-IDX)
                   END-IF
               END-IF

           END-PERFORM.

           IF F-MVT-DATE < WS-DATE-12-MOIS
               GO TO 0360-CUMUL-SORTIE-FIN
           END-IF.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-ART

               IF WS-ART-NOM(WS-IDX2) = F-MVT-OBJET
                   COMPUTE WS-VALEUR-SORTIE =
                       WS-QTE-SORTIE * WS-ART-COUT(WS-IDX2)
                   ADD WS-VALEUR-SORTIE TO WS-ART-VALEUR(WS-IDX2)
                   ADD WS-VALEUR-SORTIE TO WS-TOTAL-SORTIES
               END-IF

           END-PERFORM.

           EXIT.

       0360-CUMUL-SORTIE-FIN.

      *-----------------------------------------------------------------

      *Classement ABC : articles tries par valeur de sorties
      *decroissante ; un article est A tant que le cumul AVANT lui
      *n'atteint pas le seuil A (le premier article est donc toujours
      *A), B tant qu'il n'atteint pas le seuil B, C sinon ; un article
      *sans sortie valorisee est C
       0400-CLASSEMENT-ABC-DEB.

           IF WS-MAX-ART = 0
               GO TO 0400-CLASSEMENT-ABC-FIN
           END-IF.

           SORT WS-LIGNE-ART ON DESCENDING KEY WS-ART-VALEUR.

           MOVE 0 TO WS-CUMUL-SORTIES.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-ART

               IF WS-TOTAL-SORTIES = 0
                   MOVE 0 TO WS-POURCENT-AVANT
               ELSE
                   COMPUTE WS-POURCENT-AVANT =
                       WS-CUMUL-SORTIES * 100 / WS-TOTAL-SORTIES
               END-IF

               EVALUATE TRUE
                   WHEN WS-ART-VALEUR(WS-IDX2) = 0
                       MOVE "C" TO WS-ART-CLASSE(WS-IDX2)
                       ADD 1 TO WS-NB-C
                   WHEN WS-POURCENT-AVANT < WS-SEUIL-A
                       MOVE "A" TO WS-ART-CLASSE(WS-IDX2)
                       ADD 1 TO WS-NB-A
                   WHEN WS-POURCENT-AVANT < WS-SEUIL-B
                       MOVE "B" TO WS-ART-CLASSE(WS-IDX2)
                       ADD 1 TO WS-NB-B
                   WHEN OTHER
                       MOVE "C" TO WS-ART-CLASSE(WS-IDX2)
                       ADD 1 TO WS-NB-C
               END-EVALUATE

               ADD WS-ART-VALEUR(WS-IDX2) TO WS-CUMUL-SORTIES

           END-PERFORM.

           EXIT.

       0400-CLASSEMENT-ABC-FIN.

      *-----------------------------------------------------------------

      *Etat en deux parties : le classement ABC par article, puis la
      *rotation et la dormance par depot, suivies des totaux de
      *valeur immobilisee par depot
       0500-EDITION-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Sorties du " WS-DATE-12-MOIS " au "
                   WS-DATE-DU-JOUR " - dormance " WS-DATE-90-JOURS
                   "/" WS-DATE-180-JOURS " (90/180 j)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "CLASSEMENT ABC (VALEUR DES SORTIES AU PRIX DE REVIENT)"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE 0 TO WS-CUMUL-SORTIES.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-ART

               ADD WS-ART-VALEUR(WS-IDX2) TO WS-CUMUL-SORTIES
               IF WS-TOTAL-SORTIES = 0
                   MOVE 0 TO WS-POURCENT-CUMUL
               ELSE
                   COMPUTE WS-POURCENT-CUMUL =
                       WS-CUMUL-SORTIES * 100 / WS-TOTAL-SORTIES
               END-IF
               MOVE WS-POURCENT-CUMUL TO WS-POURCENT-ED
               MOVE WS-ART-VALEUR(WS-IDX2) TO WS-VALEUR-ED

               MOVE SPACES TO WS-IMPRIM-LIGNE
               IF WS-ART-AVEC-COUT-O(WS-IDX2)
                   STRING "  " WS-ART-NOM(WS-IDX2) " "
                           WS-ART-CLASSE(WS-IDX2) " "
                           WS-VALEUR-ED " cumul " WS-POURCENT-ED " %"
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               ELSE
                   STRING "  " WS-ART-NOM(WS-IDX2) " "
                           WS-ART-CLASSE(WS-IDX2) " "
                           WS-VALEUR-ED " cumul " WS-POURCENT-ED " %"
                           " SANS PRIX DE REVIENT"
                       DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               END-IF
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

           END-PERFORM.

           MOVE WS-TOTAL-SORTIES TO WS-VALEUR-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Total des sorties " WS-VALEUR-ED " : "
                   WS-NB-A " A, " WS-NB-B " B, " WS-NB-C " C"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "ROTATION, COUVERTURE ET DORMANCE PAR DEPOT"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-INV
               PERFORM 0550-LIGNE-DEPOT-DEB
                  THRU 0550-LIGNE-DEPOT-FIN
           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "VALEUR IMMOBILISEE EN STOCK DORMANT PAR DEPOT"
             TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-MAX-DEP

               MOVE SPACES TO WS-IMPRIM-LIGNE
               MOVE WS-DEP-VAL-90(WS-IDX-DEP) TO WS-VALEUR-ED
               STRING "  " WS-DEP-CODE(WS-IDX-DEP) " sans sortie "
                       "90 j : " WS-DEP-NB-90(WS-IDX-DEP)
                       " article(s) " WS-VALEUR-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

               MOVE SPACES TO WS-IMPRIM-LIGNE
               MOVE WS-DEP-VAL-180(WS-IDX-DEP) TO WS-VALEUR-ED
               STRING "      dont 180 j : " WS-DEP-NB-180(WS-IDX-DEP)
                       " article(s) " WS-VALEUR-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           MOVE WS-TOTAL-VAL-90 TO WS-VALEUR-ED.
           STRING "TOTAL IMMOBILISE 90 j : " WS-VALEUR-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           MOVE WS-TOTAL-VAL-180 TO WS-VALEUR-ED.
           STRING "   dont 180 j        : " WS-VALEUR-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Analyse ecrite : " WS-NB-A " A, " WS-NB-B " B, "
                   WS-NB-C " C, " WS-NB-SANS-COUT
                   " sans prix de revient.".

           EXIT.

       0500-EDITION-FIN.

      *-----------------------------------------------------------------

      *Ligne d'inventaire WS-IDX : rotation = sorties 12 mois / stock,
      *couverture = stock x 365 / sorties 12 mois ; dormance 90J ou
      *180J pour un stock sans sortie depuis (ou jamais sorti), avec
      *la valeur immobilisee au prix de revient cumulee par depot
       0550-LIGNE-DEPOT-DEB.

           MOVE "C" TO WS-CLASSE-COURANTE.
           MOVE 0 TO WS-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-ART
               IF WS-ART-NOM(WS-IDX2) = WS-INV-OBJET(WS-IDX)
                   MOVE WS-ART-CLASSE(WS-IDX2) TO WS-CLASSE-COURANTE
                   MOVE WS-IDX2 TO WS-TROUVE
               END-IF
           END-PERFORM.

           IF WS-TROUVE > 0
               COMPUTE WS-VALEUR-STOCK =
                   WS-INV-STOCK(WS-IDX) * WS-ART-COUT(WS-TROUVE)
           ELSE
               MOVE 0 TO WS-VALEUR-STOCK
           END-IF.

           EVALUATE TRUE
               WHEN WS-INV-SORTIES(WS-IDX) = 0
                   MOVE "     -" TO WS-TEXTE-ROTATION
                   MOVE "  ----" TO WS-TEXTE-COUVERTURE
               WHEN WS-INV-STOCK(WS-IDX) = 0
                   MOVE "     -" TO WS-TEXTE-ROTATION
                   MOVE "     0" TO WS-TEXTE-COUVERTURE
               WHEN OTHER
                   COMPUTE WS-ROTATION ROUNDED =
                       WS-INV-SORTIES(WS-IDX) / WS-INV-STOCK(WS-IDX)
                   MOVE WS-ROTATION TO WS-ROTATION-ED
                   MOVE WS-ROTATION-ED TO WS-TEXTE-ROTATION
                   COMPUTE WS-COUVERTURE ROUNDED =
                       WS-INV-STOCK(WS-IDX) * 365
                       / WS-INV-SORTIES(WS-IDX)
                   MOVE WS-COUVERTURE TO WS-COUVERTURE-ED
                   MOVE WS-COUVERTURE-ED TO WS-TEXTE-COUVERTURE
           END-EVALUATE.

           MOVE SPACES TO WS-DORMANCE.

           IF WS-INV-STOCK(WS-IDX) > 0
               EVALUATE TRUE
                   WHEN WS-INV-DERN-SORTIE(WS-IDX) = SPACES
                   WHEN WS-INV-DERN-SORTIE(WS-IDX) < WS-DATE-180-JOURS
                       MOVE "180J" TO WS-DORMANCE
                   WHEN WS-INV-DERN-SORTIE(WS-IDX) < WS-DATE-90-JOURS
                       MOVE "90J" TO WS-DORMANCE
               END-EVALUATE
           END-IF.

           IF WS-DORMANCE NOT = SPACES
               PERFORM 0560-CUMUL-DEPOT-DEB
                  THRU 0560-CUMUL-DEPOT-FIN
           END-IF.

           MOVE WS-VALEUR-STOCK TO WS-VALEUR-STOCK-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-INV-OBJET(WS-IDX) " "
                   WS-INV-DEPOT(WS-IDX) " "
                   WS-INV-STOCK(WS-IDX) " "
                   WS-INV-SORTIES(WS-IDX) " "
                   WS-TEXTE-ROTATION " "
                   WS-TEXTE-COUVERTURE " "
                   WS-CLASSE-COURANTE " "
                   WS-DORMANCE " "
                   WS-VALEUR-STOCK-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0550-LIGNE-DEPOT-FIN.

      *-----------------------------------------------------------------

      *Cumul de la valeur immobilisee de la ligne courante dans son
      *depot : un stock dormant a 180 jours l'est aussi a 90 jours
       0560-CUMUL-DEPOT-DEB.

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-MAX-DEP
                   OR WS-DEP-CODE(WS-IDX-DEP) = WS-INV-DEPOT(WS-IDX)
               CONTINUE
           END-PERFORM.

           IF WS-IDX-DEP > WS-MAX-DEP
               IF WS-MAX-DEP >= WS-CAPACITE-DEP
                   DISPLAY "Trop de depots, " WS-INV-DEPOT(WS-IDX)
                           " non totalise."
                   GO TO 0560-CUMUL-DEPOT-FIN
               END-IF
               ADD 1 TO WS-MAX-DEP
               MOVE WS-MAX-DEP TO WS-IDX-DEP
               MOVE WS-INV-DEPOT(WS-IDX) TO WS-DEP-CODE(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-NB-90(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-VAL-90(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-NB-180(WS-IDX-DEP)
               MOVE 0 TO WS-DEP-VAL-180(WS-IDX-DEP)
           END-IF.

           ADD 1 TO WS-DEP-NB-90(WS-IDX-DEP).
           ADD WS-VALEUR-STOCK TO WS-DEP-VAL-90(WS-IDX-DEP).
           ADD WS-VALEUR-STOCK TO WS-TOTAL-VAL-90.

           IF WS-DORMANCE = "180J"
               ADD 1 TO WS-DEP-NB-180(WS-IDX-DEP)
               ADD WS-VALEUR-STOCK TO WS-DEP-VAL-180(WS-IDX-DEP)
               ADD WS-VALEUR-STOCK TO WS-TOTAL-VAL-180
           END-IF.

           EXIT.

       0560-CUMUL-DEPOT-FIN.

      *-----------------------------------------------------------------

      *Appel du module d'edition commun avec les zones preparees
       0900-APPEL-IMPRIM-DEB.

           CALL "imprim" USING WS-IMPRIM-ACTION,
                               WS-IMPRIM-FICHIER,
                               WS-IMPRIM-TITRE,
                               WS-IMPRIM-ENTETE,
                               WS-IMPRIM-LIGNE
           END-CALL.

           EXIT.

       0900-APPEL-IMPRIM-FIN.
