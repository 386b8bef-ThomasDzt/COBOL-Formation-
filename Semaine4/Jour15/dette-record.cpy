      *Description de l'enregistrement du fichier des dettes
      *fournisseurs "dettes-fournisseurs.txt" : une ligne par facture
      *fournisseur rapprochee (ou debloquee) par facfrn, avec sa date
      *d'echeance (date de facture + conditions de paiement du
      *fournisseur) et ses montants HT, TVA et TTC a 2 decimales
      *implicites. Statut : A = a payer, P = payee (paiement declare
      *dans facfrn, la dette sort de l'echeancier).
       01 LIGNE-DETTE.
           03 DET-CODE                      PIC X(10).
           03 DET-NUMERO                    PIC X(10).
           03 DET-DATE-FACT                 PIC X(08).
           03 DET-ECHEANCE                  PIC X(08).
           03 DET-HT                        PIC 9(07)V9(02).
           03 DET-TVA                       PIC 9(07)V9(02).
           03 DET-TTC                       PIC 9(07)V9(02).
           03 DET-STATUT                    PIC X(01).
