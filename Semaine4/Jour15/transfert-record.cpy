      *Description de l'enregistrement des propositions de transfert
      *entre depots "propositions-transferts.txt", ecrit par reequil
      *a chaque calcul et tenu a jour par valtrans a l'approbation :
      *article, depot source en excedent, depot destination en
      *manque, quantite proposee, stocks et niveaux cibles des deux
      *depots au moment du calcul, date du calcul (AAAAMMJJ).
      *Statut : P = proposee, A = approuvee (mouvement T ecrit dans
      *mouvements-stock.txt), E = appliquee (mouvement T passe par
      *mouvstock sur inventaire.txt), R = refusee.
       01 LIGNE-TRANSFERT.
           03 TRF-ARTICLE                   PIC X(10).
           03 TRF-DEPOT                     PIC X(03).
           03 TRF-DEPOT-DEST                PIC X(03).
           03 TRF-QTE                       PIC 9(02).
           03 TRF-STOCK-SOURCE              PIC 9(02).
           03 TRF-CIBLE-SOURCE              PIC 9(02).
           03 TRF-STOCK-DEST                PIC 9(02).
           03 TRF-CIBLE-DEST                PIC 9(02).
           03 TRF-DATE                      PIC X(08).
           03 TRF-STATUT                    PIC X(01).
