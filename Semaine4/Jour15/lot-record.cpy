      *Description de l'enregistrement du stock par lot
      *"stock-lots.txt" tenu par mouvstock : une ligne par article,
      *depot et lot encore en stock, avec la date de peremption du
      *lot (AAAAMMJJ). Les lots naissent des receptions (mouvement E
      *portant un lot, saisi par recepcom) ; les sorties les
      *consomment dans l'ordre des peremptions (premier perime,
      *premier sorti). Un article non perissable n'a pas de lot : son
      *stock reste porte par inventaire.txt seul.
       01 LIGNE-LOT.
           03 LOT-OBJET                     PIC X(10).
           03 LOT-DEPOT                     PIC X(03).
           03 LOT-NUMERO                    PIC X(10).
           03 LOT-PEREMPTION                PIC X(08).
           03 LOT-QTE                       PIC 9(04).
