      *Zone d'echange du controle des periodes comptables : chaque
      *programme qui ecrit une operation datee y pose son nom et la
      *date de l'operation puis appelle "periode", qui lit les mois
      *clos de periodes-comptables.txt (tenu par clotper). Une date
      *d'un mois clos est refusee, le refus part au journal d'audit
      *central, et le module propose le premier jour du premier mois
      *ouvert qui suit pour y passer l'operation a la place.
       01 PERIODE-DEMANDE.
           05 PERIODE-PROGRAMME      PIC X(10).
           05 PERIODE-DATE           PIC 9(08).
      *        0 = periode ouverte, 1 = periode close (date refusee)
           05 PERIODE-RESULTAT       PIC 9(01).
               88 PERIODE-OUVERTE            VALUE 0.
               88 PERIODE-CLOSE              VALUE 1.
      *        premier jour ouvert propose quand la periode est close
           05 PERIODE-PROPOSEE       PIC 9(08).
