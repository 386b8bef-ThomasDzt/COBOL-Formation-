      *D01 par defaut sur les anciennes lignes) : les alertes sortent
      *par article ET par depot, le depot repart en colonnes 13-15 de
      *rupture2.txt (reappro ne lit que les colonnes 1-12)
      *Point de commande par article : quand le maitre des
      *fournisseurs porte un point de commande propre a l'article
      *(colonnes 46-47, pose par pointcde), l'alerte se declenche a ce
      *point ; le seuil saisi ne vaut plus que pour les autres

       IDENTIFICATION DIVISION.
       PROGRAM-ID. rupture2.
       SELECT FICHIER-RUPTURE ASSIGN TO "rupture2.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-FOURNISSEURS
       ASSIGN TO "fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FD FICHIER-RUPTURE.
           01 F-LIGNE-RUP          PIC X(15).

       FD FICHIER-FOURNISSEURS.
           01 F-LIGNE-FRN.
               05 F-FRN-ARTICLE    PIC X(10).
               05 FILLER           PIC X(35).
               05 F-FRN-SEUIL      PIC X(02).
               05 FILLER           PIC X(03).


       WORKING-STORAGE SECTION.

      *totale uniquement)
       01 WS-SEUIL-REAPPRO         PIC 9(02) VALUE 0.

      *Points de commande propres aux articles (le plus haut des
      *lignes fournisseurs de l'article) et seuil retenu par ligne
       01 WS-TABLEAU-POINTS.
           05  WS-LIGNE-POINT OCCURS 500 TIMES.
               10  WS-POINT-ARTICLE PIC X(10).
               10  WS-POINT-SEUIL   PIC 9(02).

       01 WS-NB-POINTS             PIC 9(04) VALUE 0.
       01 WS-CAPACITE-POINTS       PIC 9(04) VALUE 500.
       01 WS-POINT-TROUVE          PIC 9(04).
       01 WS-SEUIL-ARTICLE         PIC 9(02).

       01 WS-FIN-LECTURE           PIC X.
           88 WS-FIN-LECTURE-N             VALUE "N".
           88 WS-FIN-LECTURE-O             VALUE "O".
           PERFORM 0300-AFFICHE-INVENTAIRE-DEB
              THRU 0300-AFFICHE-INVENTAIRE-FIN.

           PERFORM 0350-LECTURE-POINTS-DEB
              THRU 0350-LECTURE-POINTS-FIN.

           PERFORM 0400-ECRITURE-FICHIER-DEB
              THRU 0400-ECRITURE-FICHIER-FIN.

       0300-AFFICHE-INVENTAIRE-FIN.
      *-----------------------------------------------------------------

      *Chargement des points de commande du maitre des fournisseurs ;
      *absent ou sans point, tout l'inventaire suit le seuil saisi
       0350-LECTURE-POINTS-DEB.

           MOVE 0 TO WS-NB-POINTS.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-FOURNISSEURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FOURNISSEURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-FRN-SEUIL IS NUMERIC
                       AND F-FRN-SEUIL NOT = "00"
                           PERFORM 0360-RANGE-POINT-DEB
                              THRU 0360-RANGE-POINT-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.

           DISPLAY "Articles a point de commande propre : "
                   WS-NB-POINTS.

           EXIT.

       0350-LECTURE-POINTS-FIN.
      *-----------------------------------------------------------------

       0360-RANGE-POINT-DEB.

           MOVE 0 TO WS-POINT-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-POINTS

               IF WS-POINT-ARTICLE(WS-IDX2) = F-FRN-ARTICLE
                   MOVE WS-IDX2 TO WS-POINT-TROUVE
               END-IF

           END-PERFORM.

           IF WS-POINT-TROUVE = 0
               IF WS-NB-POINTS >= WS-CAPACITE-POINTS
                   DISPLAY "Attention : table des points de commande "
                           "pleine, " F-FRN-ARTICLE " ignore."
                   GO TO 0360-RANGE-POINT-FIN
               END-IF
               ADD 1 TO WS-NB-POINTS
               MOVE WS-NB-POINTS TO WS-POINT-TROUVE
               MOVE F-FRN-ARTICLE TO WS-POINT-ARTICLE(WS-POINT-TROUVE)
               MOVE 0 TO WS-POINT-SEUIL(WS-POINT-TROUVE)
           END-IF.

           IF F-FRN-SEUIL > WS-POINT-SEUIL(WS-POINT-TROUVE)
               MOVE F-FRN-SEUIL TO WS-POINT-SEUIL(WS-POINT-TROUVE)
           END-IF.

           EXIT.

       0360-RANGE-POINT-FIN.
      *-----------------------------------------------------------------

       0400-ECRITURE-FICHIER-DEB.

           DISPLAY "Seuil de reappro (0 = rupture totale) : ".

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX

               MOVE WS-SEUIL-REAPPRO TO WS-SEUIL-ARTICLE

               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-NB-POINTS

                   IF WS-POINT-ARTICLE(WS-IDX2) = WS-OBJET(WS-IDX)
                       MOVE WS-POINT-SEUIL(WS-IDX2)
                         TO WS-SEUIL-ARTICLE
                   END-IF

               END-PERFORM

               IF WS-STOCK(WS-IDX) <= WS-SEUIL-ARTICLE
                   MOVE WS-OBJET(WS-IDX) TO F-LIGNE-RUP(1:10)
                   MOVE WS-STOCK(WS-IDX) TO F-LIGNE-RUP(11:2)
                   MOVE WS-DEPOT(WS-IDX) TO F-LIGNE-RUP(13:3)
