      *Description de l'enregistrement du fichier des interets de
      *retard "interets-retard.txt" ecrit par le passage de relances
      *de paiecli : une ligne par imputation d'interets sur une
      *facture FCT-nnnn du registre en retard de paiement. Les
      *interets courent au taux legal sur le reste du, du lendemain
      *de l'echeance a la date du passage ; chaque passage n'impute
      *que le complement non encore facture, le cumul des lignes
      *d'une facture donne donc les interets dus a ce jour. Montants
      *a 2 decimales implicites.
       01 LIGNE-INTERET.
           03 INT-FACTURE                   PIC X(08).
           03 INT-CLIENT                    PIC X(08).
           03 INT-DATE                      PIC X(08).
      *    Jours de retard depuis l'echeance a la date du passage
           03 INT-JOURS                     PIC 9(04).
           03 INT-TAUX                      PIC 9(02)V9(02).
           03 INT-SOLDE                     PIC 9(08)V9(02).
           03 INT-MONTANT                   PIC 9(06)V9(02).
