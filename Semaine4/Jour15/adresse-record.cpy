      *Description de l'enregistrement du fichier des adresses de
      *livraison "adresses-livraison.txt" tenu par climaint : une
      *ligne par adresse, un client pouvant en avoir plusieurs,
      *numerotees 01, 02... par client. Une seule adresse active par
      *client porte le temoin par defaut, c'est elle qui sert quand
      *la commande n'en designe pas. La zone transporteur regroupe
      *les expeditions sur le manifeste remis au chauffeur. Une
      *adresse n'est jamais supprimee : elle est desactivee.
       01 LIGNE-ADRESSE.
           03 ADR-CLIENT                    PIC X(08).
           03 ADR-NUMERO                    PIC X(02).
      *    O = adresse par defaut du client
           03 ADR-DEFAUT                    PIC X(01).
           03 ADR-DESTINATAIRE              PIC X(30).
           03 ADR-RUE                       PIC X(30).
           03 ADR-CODE-POSTAL               PIC X(05).
           03 ADR-VILLE                     PIC X(20).
           03 ADR-ZONE                      PIC X(03).
      *    A = active, I = inactive
           03 ADR-STATUT                    PIC X(01).
