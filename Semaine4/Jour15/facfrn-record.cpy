      *Description de l'enregistrement du registre des factures
      *fournisseurs "factures-fournisseurs.txt" tenu par facfrn : une
      *ligne par ligne de facture, toutes les lignes d'une facture
      *portant le meme fournisseur, le meme numero de facture du
      *fournisseur, la meme date de facture et la meme commande (date
      *d'emission AAAAMMJJ de la commande dans commandes-ouvertes.txt)
      *ainsi que le montant de TVA de la facture. Chaque ligne garde
      *les trois termes du rapprochement : quantite commandee,
      *quantite recue et cout d'achat attendu (catalogue-prix.txt),
      *prix et cout a 2 decimales implicites.
      *Anomalie : CDE = article absent de la commande, QTC = facture
      *au-dela du commande, QTR = facture au-dela du recu, PRX = prix
      *au-dela du cout attendu et de sa tolerance.
      *Statut : B = bloquee, V = validee au rapprochement, D =
      *debloquee par l'acheteur.
       01 LIGNE-FACFRN.
           03 FF-CODE                       PIC X(10).
           03 FF-NUMERO                     PIC X(10).
           03 FF-DATE-FACT                  PIC X(08).
           03 FF-DATE-CDE                   PIC X(08).
           03 FF-ARTICLE                    PIC X(10).
           03 FF-QTE                        PIC 9(02).
           03 FF-PRIX                       PIC 9(04)V9(02).
           03 FF-QTE-CDE                    PIC 9(02).
           03 FF-QTE-RECUE                  PIC 9(02).
           03 FF-COUT-PREVU                 PIC 9(04)V9(02).
           03 FF-TVA                        PIC 9(07)V9(02).
           03 FF-ANOMALIE                   PIC X(03).
           03 FF-STATUT                     PIC X(01).
