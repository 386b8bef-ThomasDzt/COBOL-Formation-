       FILE SECTION.
 
       FD FICHIER-ASSURANCES.
           01  F-LIGNE-ASSURANCES          PIC X(133).

       FD FICHIER-RAPPORT-ASSURANCES.
           01 F-LIGNE-RAPPORT-ASSURANCES   PIC X(129).

       FD FICHIER-POLICES-A-RENOUVELER.
           01 F-LIGNE-POLICES-A-RENOUVELER PIC X(133).


       WORKING-STORAGE SECTION. 
              10 WS-JOUR-FIN               PIC X(3).
           
           05 WS-ASSURANCES2               PIC X(16).

      *Code agent, numero client et frequence de paiement (positions
      *122-133), repris sur l'alerte de renouvellement mais hors du
      *rapport
           05 WS-ASSURANCES3               PIC X(12).
          
          

             TO   WS-JOUR-FIN(WS-INDEX-TABLEAU)
             MOVE F-LIGNE-ASSURANCES(109:13)
             TO   WS-ASSURANCES2(WS-INDEX-TABLEAU)
             MOVE F-LIGNE-ASSURANCES(122:12)
             TO   WS-ASSURANCES3(WS-INDEX-TABLEAU)
             ADD 1 TO WS-INDEX-TABLEAU
            END-IF 
        END-READ
                   TO   F-LIGNE-POLICES-A-RENOUVELER(106:3)
                   MOVE WS-ASSURANCES2(WS-INDEX-TABLEAU)(1:13)
                   TO   F-LIGNE-POLICES-A-RENOUVELER(109:13)
                   MOVE WS-ASSURANCES3(WS-INDEX-TABLEAU)
                   TO   F-LIGNE-POLICES-A-RENOUVELER(122:12)
                   WRITE F-LIGNE-POLICES-A-RENOUVELER
               END-IF

