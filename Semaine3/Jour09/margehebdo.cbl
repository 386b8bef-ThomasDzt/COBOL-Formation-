      *    Sens de la ligne : "-" = correction de retour ecrite par
      *    retourcli, a retrancher des cumuls de la semaine
           05 F-SENS                PIC X(01).
      *    Date, prix catalogue et campagne de la vente, ecrits par
      *    Vente (voir campbilan)
           05 F-DATE-VENTE          PIC 9(08).
           05 F-PRIX-CATALOGUE      PIC 9(04)V9(02).
           05 F-CAM-VENTE           PIC X(08).
      *    Mode de reglement et caisse de la vente (clotcaisse)
           05 F-MODE-REGLEMENT      PIC X(01).
           05 F-CAISSE              PIC X(02).

       FD FICHIER-CATALOGUE.
       01 F-ARTICLE-CATALOGUE.
           05 F-CAT-COUT            PIC 9(04)V9(02).
           05 F-CAT-COUT-X REDEFINES F-CAT-COUT
                                    PIC X(06).
           05 F-CAT-TVA             PIC X(01).

       FD FICHIER-MARGES.
       01 F-LIGNE-MARGE             PIC X(80).
