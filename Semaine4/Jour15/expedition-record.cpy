      *Description de l'enregistrement du journal des expeditions
      *"expeditions.txt" ecrit par statutcom a chaque passage d'une
      *commande au statut E : date d'expedition, commande, client,
      *adresse de livraison retenue (numero, ville, code postal),
      *zone transporteur et nombre de colis remis. Le manifeste
      *transporteur du jour se construit a partir de ce journal.
       01 LIGNE-EXPEDITION.
           03 EXP-DATE                      PIC X(08).
           03 EXP-COMMANDE                  PIC X(04).
           03 EXP-CLIENT                    PIC X(08).
           03 EXP-ADRESSE                   PIC X(02).
           03 EXP-ZONE                      PIC X(03).
           03 EXP-CODE-POSTAL               PIC X(05).
           03 EXP-VILLE                     PIC X(20).
           03 EXP-DESTINATAIRE              PIC X(30).
           03 EXP-ARTICLE                   PIC X(10).
           03 EXP-QTE                       PIC 9(04).
           03 EXP-COLIS                     PIC 9(03).
