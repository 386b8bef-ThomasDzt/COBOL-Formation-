      *Description de l'enregistrement du registre des avoirs
      *"avoirs-registre.txt" ecrit par avoircli : un avoir AVnnnnnn
      *par ligne, emis contre une facture FCT-nnnn du registre des
      *factures, montants en clair a 2 decimales implicites. Le
      *montant TTC vient en deduction de l'encours du client
      *(paiecli, saisiecom) ; le detail par taux (jusqu'a 5 taux,
      *code a espace = poste inutilise) alimente la declaration de
      *TVA. Les avoirs sur factures anterieures a la TVA n'ont pas
      *de detail.
       01 LIGNE-AVOIR.
           03 AV-NUMERO                     PIC X(08).
           03 AV-FACTURE                    PIC X(08).
           03 AV-CLIENT                     PIC X(08).
           03 AV-DATE                       PIC X(08).
      *    Motif : PRX prix, QTE quantite, GES geste commercial,
      *    AUT autre
           03 AV-MOTIF                      PIC X(03).
           03 AV-MONTANT-TTC                PIC 9(08)V9(02).
           03 AV-MONTANT-HT                 PIC 9(08)V9(02).
           03 AV-MONTANT-TVA                PIC 9(08)V9(02).
           03 AV-DETAIL-TVA OCCURS 5 TIMES.
               05 AV-TVA-CODE               PIC X(01).
               05 AV-TVA-TAUX               PIC 9(02)V9(02).
               05 AV-TVA-BASE               PIC 9(08)V9(02).
               05 AV-TVA-MONTANT            PIC 9(08)V9(02).
