      * de prix de vente est ajoute a l'historique des prix
      * prix-historique.txt (article, ancien prix, nouveau prix, date
      * d'effet, utilisateur de la session) : facturcli y retrouve le
      * prix en vigueur a la date d'une commande. Chaque article porte
      * enfin son code de TVA en colonne 24 (N = taux normal, R =
      * taux reduit, E = exonere, les taux sont dans taux-tva.cfg) ;
      * les anciennes lignes sans code sont reprises au taux normal.
      * Chaque changement de prix de vente part aussi au journal
      * d'audit central (action PRIX, cle = article) pour le controle
      * de separation des fonctions separfon.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. catalprix.
           05 F-CAT-COUT-X REDEFINES F-CAT-COUT
                                   PIC X(06).

      *        Code de TVA de l'article (N, R ou E)
           05 F-CAT-TVA            PIC X(01).

       FD FICHIER-HISTO.
       01 F-LIGNE-HISTO.
           05 F-HIS-ARTICLE        PIC X(10).
                   88 WS-ACTIF-N           VALUE "I".
               10 WS-COUT          PIC 9(04)V9(02).
               10 WS-COUT-ED       PIC Z(03)9.99.
               10 WS-TVA           PIC X.
                   88 WS-TVA-VALIDE        VALUE "N" "R" "E".

       77 WS-IDX                   PIC 9(03).
       01 WS-NB-ARTICLES           PIC 9(03)   VALUE 0.
           88 WS-CHOIX-ACTIF               VALUE "3".
           88 WS-CHOIX-LISTER              VALUE "4".
           88 WS-CHOIX-COUT                VALUE "5".
           88 WS-CHOIX-TVA                 VALUE "6".
           88 WS-CHOIX-QUITTER             VALUE "7".

       01 WS-SAISIE-NOM            PIC X(10).
       01 WS-SAISIE-PRIX           PIC X(08).
       01 WS-SAISIE-TVA            PIC X(01).
           88 WS-SAISIE-TVA-VALIDE         VALUE "N" "R" "E".

       01 WS-ARTICLE-TROUVE        PIC 9(03).

       01 WS-AUTORISE-ACTION       PIC X(10).
       01 WS-AUTORISE-RESULTAT     PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

                           ELSE
                               MOVE 0 TO WS-COUT(WS-IDX)
                           END-IF

      *Reprise des anciennes lignes sans code de TVA : taux normal
                           MOVE F-CAT-TVA TO WS-TVA(WS-IDX)
                           IF NOT WS-TVA-VALIDE(WS-IDX)
                               MOVE "N" TO WS-TVA(WS-IDX)
                           END-IF
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : catalogue tronque, "
           DISPLAY "3 - Activer / desactiver un produit".
           DISPLAY "4 - Lister le catalogue".
           DISPLAY "5 - Changer un prix de revient".
           DISPLAY "6 - Changer un code de TVA".
           DISPLAY "7 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

                   PERFORM 0650-CHANGER-COUT-DEB
                      THRU 0650-CHANGER-COUT-FIN

               WHEN WS-CHOIX-TVA
                   PERFORM 0680-CHANGER-TVA-DEB
                      THRU 0680-CHANGER-TVA-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

           MOVE FUNCTION NUMVAL(WS-SAISIE-PRIX)
             TO WS-COUT(WS-NB-ARTICLES).

           DISPLAY "Code TVA (N normal, R reduit, E exonere, "
                   "vide = N) : ".
           ACCEPT WS-SAISIE-TVA.

           IF WS-SAISIE-TVA = SPACE
               MOVE "N" TO WS-SAISIE-TVA
           END-IF.

           IF NOT WS-SAISIE-TVA-VALIDE
               DISPLAY "Code TVA invalide, taux normal retenu."
               MOVE "N" TO WS-SAISIE-TVA
           END-IF.

           MOVE WS-SAISIE-TVA TO WS-TVA(WS-NB-ARTICLES).

           SET WS-ACTIF-O(WS-NB-ARTICLES) TO TRUE.
           SET WS-MODIFIE-O TO TRUE.


           CLOSE FICHIER-HISTO.

           MOVE "catalprix" TO AUDIT-PROGRAMME.
           MOVE "PRIX" TO AUDIT-ACTION.
           MOVE WS-NOM(WS-ARTICLE-TROUVE) TO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0450-TRACE-HISTORIQUE-FIN.

       0600-LISTER-DEB.

           DISPLAY "Nom        Prix     Actif Revient  TVA".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ARTICLES
               MOVE WS-COUT(WS-IDX) TO WS-COUT-ED(WS-IDX)
               DISPLAY WS-NOM(WS-IDX) " " WS-PRIX-ED(WS-IDX)
                       " " WS-ACTIF(WS-IDX) "     "
                       WS-COUT-ED(WS-IDX) "  " WS-TVA(WS-IDX)

           END-PERFORM.


       0650-CHANGER-COUT-FIN.

      *-----------------------------------------------------------------

      *Le code de TVA decide du taux applique par facturcli aux
      *lignes de l'article a partir de la prochaine facturation
       0680-CHANGER-TVA-DEB.

           PERFORM 0280-CONTROLE-AUTORISATION-DEB
              THRU 0280-CONTROLE-AUTORISATION-FIN.

           IF WS-AUTORISE-RESULTAT NOT = 0
               GO TO 0680-CHANGER-TVA-FIN
           END-IF.

           DISPLAY "Nom du produit : ".
           ACCEPT WS-SAISIE-NOM.

           PERFORM 0250-TROUVE-ARTICLE-DEB
              THRU 0250-TROUVE-ARTICLE-FIN.

           IF WS-ARTICLE-TROUVE = 0
               DISPLAY "Produit inconnu : " WS-SAISIE-NOM
               GO TO 0680-CHANGER-TVA-FIN
           END-IF.

           DISPLAY "Code TVA actuel : " WS-TVA(WS-ARTICLE-TROUVE).

           DISPLAY "Nouveau code TVA (N normal, R reduit, "
                   "E exonere) : ".
           ACCEPT WS-SAISIE-TVA.

           IF NOT WS-SAISIE-TVA-VALIDE
               DISPLAY "Code TVA invalide : " WS-SAISIE-TVA
               GO TO 0680-CHANGER-TVA-FIN
           END-IF.

           MOVE WS-SAISIE-TVA TO WS-TVA(WS-ARTICLE-TROUVE).

           SET WS-MODIFIE-O TO TRUE.

           DISPLAY "Code TVA mis a jour.".

           EXIT.

       0680-CHANGER-TVA-FIN.

      *-----------------------------------------------------------------

       0700-SAUVEGARDE-DEB.
               MOVE WS-PRIX(WS-IDX)  TO F-CAT-PRIX
               MOVE WS-ACTIF(WS-IDX) TO F-CAT-ACTIF
               MOVE WS-COUT(WS-IDX)  TO F-CAT-COUT
               MOVE WS-TVA(WS-IDX)   TO F-CAT-TVA
               WRITE F-ARTICLE-CATALOGUE

           END-PERFORM.
