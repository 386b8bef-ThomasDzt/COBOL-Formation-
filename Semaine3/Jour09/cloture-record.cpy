      *Description de l'enregistrement de l'historique des clotures
      *de caisse "clotures-caisses.txt" ecrit par clotcaisse : une
      *ligne par rapport Z, numerote en continu toutes caisses
      *confondues. Pour chaque mode de reglement (especes, carte,
      *cheque), le montant theorique des ventes de la caisse a la
      *date et le montant compte par le caissier ; l'ecart se deduit
      *des deux. Une caisse presente dans l'historique a une date est
      *fermee : Vente y refuse toute nouvelle vente ce jour-la.
      *Montants a 2 decimales implicites.
       01 LIGNE-CLOTURE.
           03 CLO-NUMERO                    PIC 9(04).
           03 CLO-DATE                      PIC 9(08).
           03 CLO-CAISSE                    PIC X(02).
           03 CLO-NB-VENTES                 PIC 9(05).
           03 CLO-THEO-ESPECES              PIC 9(07)V9(02).
           03 CLO-COMPTE-ESPECES            PIC 9(07)V9(02).
           03 CLO-THEO-CARTE                PIC 9(07)V9(02).
           03 CLO-COMPTE-CARTE              PIC 9(07)V9(02).
           03 CLO-THEO-CHEQUE               PIC 9(07)V9(02).
           03 CLO-COMPTE-CHEQUE             PIC 9(07)V9(02).
      *    O = au moins un ecart au-dela de la tolerance
           03 CLO-ECART-SIGNALE             PIC X(01).
