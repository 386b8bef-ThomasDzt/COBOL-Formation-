      *Cle de controle des numeros de billet, appele par CALL par la
      *reservation (attribution du numero), la saisie des controles a
      *bord et le rapprochement des controles : un numero de billet
      *compte 10 chiffres, la sequence sur 9 chiffres suivie d'une
      *cle. La cle est calculee comme celle des codes a barres : les
      *chiffres de rang impair pesent 3, ceux de rang pair 1, la cle
      *complete la somme a la dizaine superieure. Toute erreur sur un
      *chiffre et la plupart des inversions de deux chiffres voisins
      *sont detectees.
      *
      *Fonctions (LK-FONCTION) :
      *  CALC  : LK-BILLET(1:9) = sequence, la cle est posee en
      *          LK-BILLET(10:1) ; LK-RESULTAT 0
      *  VERIF : controle de LK-BILLET complet
      *          LK-RESULTAT 0 = cle juste, 1 = numero invalide
      *
      *RETURN-CODE : 0 = traite, 8 = fonction invalide.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clebillet.
       AUTHOR. ThomasD.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *Chiffres de la sequence en cours de calcul
       01 WS-SEQUENCE              PIC X(09).
       01 WS-SEQUENCE-R REDEFINES WS-SEQUENCE.
           05 WS-CHIFFRE OCCURS 9 TIMES    PIC 9(01).

       77 WS-IDX                   PIC 9(02).
       01 WS-SOMME                 PIC 9(03).
       01 WS-QUOTIENT              PIC 9(03).
       01 WS-RESTE                 PIC 9(01).
       01 WS-CLE                   PIC 9(01).

       LINKAGE SECTION.

       01 LK-FONCTION              PIC X(05).
       01 LK-BILLET                PIC X(10).
       01 LK-RESULTAT              PIC 9(01).


       PROCEDURE DIVISION USING LK-FONCTION,
                                LK-BILLET,
                                LK-RESULTAT.

           MOVE 0 TO RETURN-CODE.
           MOVE 0 TO LK-RESULTAT.

           EVALUATE LK-FONCTION

               WHEN "CALC "
                   PERFORM 0100-CALCULE-CLE-DEB
                      THRU 0100-CALCULE-CLE-FIN
                   MOVE WS-CLE TO LK-BILLET(10:1)

               WHEN "VERIF"
                   IF LK-BILLET IS NOT NUMERIC
                       MOVE 1 TO LK-RESULTAT
                   ELSE
                       PERFORM 0100-CALCULE-CLE-DEB
                          THRU 0100-CALCULE-CLE-FIN
                       IF LK-BILLET(10:1) NOT = WS-CLE
                           MOVE 1 TO LK-RESULTAT
                       END-IF
                   END-IF

               WHEN OTHER
                   MOVE 8 TO RETURN-CODE

           END-EVALUATE.

           EXIT PROGRAM.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Cle de LK-BILLET(1:9) : rangs impairs x 3, rangs pairs x 1,
      *cle = complement a 10 du reste de la somme par 10
       0100-CALCULE-CLE-DEB.

           MOVE LK-BILLET(1:9) TO WS-SEQUENCE.
           INSPECT WS-SEQUENCE REPLACING ALL SPACE BY ZERO.
           MOVE 0 TO WS-SOMME.

           PERFORM VARYING WS-IDX FROM 1 BY 2
                   UNTIL WS-IDX > 9
               COMPUTE WS-SOMME = WS-SOMME + WS-CHIFFRE(WS-IDX) * 3
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 2 BY 2
                   UNTIL WS-IDX > 8
               ADD WS-CHIFFRE(WS-IDX) TO WS-SOMME
           END-PERFORM.

           DIVIDE WS-SOMME BY 10 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE.

           IF WS-RESTE = 0
               MOVE 0 TO WS-CLE
           ELSE
               COMPUTE WS-CLE = 10 - WS-RESTE
           END-IF.

           EXIT.

       0100-CALCULE-CLE-FIN.
