      *fichier de configuration, tout reste permis (comportement
      *historique) ; avec, toute action sans ligne de permission est
      *refusee et le refus part au journal d'audit central.
      *Une action que le role ne couvre pas reste permise au compte
      *qui detient une autorisation temporaire en cours pour ce
      *programme (module delegue, fichier
      *autorisations-temporaires.txt tenu par delegmaint) ; l'usage
      *en est trace au journal d'audit.
      *
      *LK-RESULTAT : 0 = autorise, 1 = refuse.

               MOVE 0 TO LK-RESULTAT
           END-IF.

      *Refus du role : une autorisation temporaire en cours peut
      *encore couvrir l'action
           IF LK-RESULTAT = 1
               CALL "delegue" USING LK-PROGRAMME,
                                    LK-ACTION,
                                    LK-RESULTAT
               END-CALL
           END-IF.

           EXIT.

       0200-CONTROLE-PERMISSION-FIN.
