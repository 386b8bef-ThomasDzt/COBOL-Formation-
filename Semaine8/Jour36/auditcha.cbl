      *Maillon de chainage du journal d'audit central, commun a
      *auditlog qui l'ecrit, a auditver qui le recalcule et a
      *archfich qui reporte la chaine d'une annee sur l'autre : le
      *condensat d'une ligne se calcule sur le condensat de la ligne
      *precedente, le numero de sequence de la ligne et ses 89
      *caracteres utiles (date a cle), par le module de condensat
      *commun mdphash, en trois passes de 50 caracteres au plus
      *(chaque passe repart du condensat de la precedente). Changer,
      *retirer ou intercaler une ligne casse tous les maillons qui
      *suivent.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditcha.
       AUTHOR. ThomasD.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *Zones d'appel du module de condensat commun mdphash
       01 WS-CLAIR                   PIC X(50).
       01 WS-CONDENSAT               PIC X(20).

       LINKAGE SECTION.

      *Ligne d'audit de la date a la cle, sans sequence ni condensat
       01 LK-LIGNE                   PIC X(89).
       01 LK-SEQUENCE                PIC 9(08).
       01 LK-PRECEDENT               PIC X(17).
       01 LK-CHAINE                  PIC X(17).


       PROCEDURE DIVISION USING LK-LIGNE,
                                LK-SEQUENCE,
                                LK-PRECEDENT,
                                LK-CHAINE.

           MOVE SPACES TO WS-CLAIR.
           STRING LK-PRECEDENT LK-SEQUENCE LK-LIGNE(1:25)
               DELIMITED BY SIZE INTO WS-CLAIR.
           PERFORM 0100-PASSE-DEB
              THRU 0100-PASSE-FIN.

           MOVE SPACES TO WS-CLAIR.
           STRING WS-CONDENSAT(1:17) LK-LIGNE(26:33)
               DELIMITED BY SIZE INTO WS-CLAIR.
           PERFORM 0100-PASSE-DEB
              THRU 0100-PASSE-FIN.

           MOVE SPACES TO WS-CLAIR.
           STRING WS-CONDENSAT(1:17) LK-LIGNE(59:31)
               DELIMITED BY SIZE INTO WS-CLAIR.
           PERFORM 0100-PASSE-DEB
              THRU 0100-PASSE-FIN.

           MOVE WS-CONDENSAT(1:17) TO LK-CHAINE.

           EXIT PROGRAM.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-PASSE-DEB.

           CALL "mdphash" USING WS-CLAIR,
                                WS-CONDENSAT
           END-CALL.

           EXIT.

       0100-PASSE-FIN.

      *-----------------------------------------------------------------

       END PROGRAM auditcha.
