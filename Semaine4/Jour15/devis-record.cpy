      *Description de l'enregistrement du registre des devis
      *"devis-registre.txt" tenu par deviscli : une ligne par ligne
      *de devis, toutes les lignes d'un devis DVnnnnnn portant le
      *meme numero, le meme client (ID sur 3, comme num-commandes.txt),
      *la meme date d'emission et la meme date de fin de validite
      *(AAAAMMJJ). Le prix unitaire HT devise est en clair a 2
      *decimales implicites. Statut : O = ouvert, C = converti en
      *commande (numero de commande en fin d'enregistrement).
       01 LIGNE-DEVIS.
           03 DEV-NUMERO                    PIC X(08).
           03 DEV-CLIENT                    PIC X(03).
           03 DEV-DATE                      PIC X(08).
           03 DEV-VALIDITE                  PIC X(08).
           03 DEV-ARTICLE                   PIC X(10).
           03 DEV-QTE                       PIC 9(04).
           03 DEV-PRIX                      PIC 9(04)V9(02).
           03 DEV-STATUT                    PIC X(01).
           03 DEV-NUM-COM                   PIC X(04).
