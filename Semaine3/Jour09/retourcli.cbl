      * cessent de surestimer la demande. Chaque retour est aussi
      * inscrit au registre retours.txt avec son code motif, et un
      * recapitulatif par motif montre les produits qui reviennent.
      * La ligne de correction est datee du jour du retour, comme les
      * ventes de Vente, pour que le bilan des campagnes (campbilan)
      * la retranche de la bonne periode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. retourcli.
           05 F-CAT-PRIX            PIC 9(04)V9(02).
           05 F-CAT-ACTIF           PIC X(01).
           05 F-CAT-COUT            PIC X(06).
           05 F-CAT-TVA             PIC X(01).

       FD FICHIER-MOUVEMENTS.
       01 F-LIGNE-MVT.
           05 F-QTE-VENDUE          PIC 9(02).
           05 F-PRIX-VENTE          PIC 9(06)V9(02).
           05 F-SENS                PIC X(01).
           05 F-DATE-VENTE          PIC 9(08).
           05 F-PRIX-CATALOGUE      PIC 9(04)V9(02).
           05 F-CAM-VENTE           PIC X(08).
           05 F-MODE-REGLEMENT      PIC X(01).
           05 F-CAISSE              PIC X(02).

       FD FICHIER-RETOURS.
       01 F-RETOUR.
           MOVE WS-QTE-NUM                 TO F-QTE-VENDUE.
           MOVE WS-MONTANT                 TO F-PRIX-VENTE.
           MOVE "-"                        TO F-SENS.
           MOVE WS-DATE-DU-JOUR            TO F-DATE-VENTE.
           MOVE WS-PRIX(WS-ARTICLE-TROUVE) TO F-PRIX-CATALOGUE.
           WRITE F-VENTE.

           CLOSE FICHIER-VENTES.
