      * la delivrance) et le registre registre-diplomes.txt repond
      * avec l'eleve, la mention et la date de delivrance. C'est la
      * reponse aux employeurs qui appellent pour confirmer un
      * diplome. Une saisie vide met fin aux verifications. Un
      * diplome obtenu a la session de rattrapage (R en colonne 39
      * du registre) est annonce comme tel.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifdip.
               05 F-REG-NOM            PIC X(10).
               05 F-REG-MENTION        PIC X(12).
               05 F-REG-DATE           PIC X(08).
               05 F-REG-SESSION        PIC X(01).


       WORKING-STORAGE SECTION.
               10 WS-REG-NOM           PIC X(10).
               10 WS-REG-MENTION       PIC X(12).
               10 WS-REG-DATE          PIC X(08).
               10 WS-REG-SESSION       PIC X(01).

       77 WS-IDX                       PIC 9(03).
       01 WS-MAX-REG                   PIC 9(03)   VALUE 0.
                           MOVE F-REG-MENTION
                             TO WS-REG-MENTION(WS-IDX)
                           MOVE F-REG-DATE TO WS-REG-DATE(WS-IDX)
                           MOVE F-REG-SESSION
                             TO WS-REG-SESSION(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : registre tronque, "
                       WS-REG-NOM(WS-REG-TROUVE)
                       " mention " WS-REG-MENTION(WS-REG-TROUVE)
                       " delivre le " WS-REG-DATE(WS-REG-TROUVE)
               IF WS-REG-SESSION(WS-REG-TROUVE) = "R"
                   DISPLAY "Obtenu a la session de rattrapage."
               END-IF
           END-IF.

           EXIT.
