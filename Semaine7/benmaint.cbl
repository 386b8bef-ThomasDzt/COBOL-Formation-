      *l'exigence de conformite que le dossier papier faisait rater.
      *Le fichier part en copie de generation avant reecriture et
      *chaque mise a jour est tracee au journal d'audit central.
      *Chaque beneficiaire porte la date de la derniere mise a jour
      *du bloc de son contrat (AAAAMMJJ) : le controle des sinistres
      *s'en sert pour reperer un changement de beneficiaire recent.

      ******************************************************************
      *                            TRIGRAMMES                          *
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-BENEFICIAIRES.
           01 F-BENEFICIAIRE.
               05 F-BEN-NOM                PIC X(20).
               05 F-BEN-RANG               PIC 9(01).
               05 F-BEN-PART               PIC 9(03).
               05 F-BEN-DATE-MAJ           PIC X(08).


       WORKING-STORAGE SECTION.
               10 WS-BEN-NOM               PIC X(20).
               10 WS-BEN-RANG              PIC 9(01).
               10 WS-BEN-PART              PIC 9(03).
               10 WS-BEN-DATE-MAJ          PIC X(08).

      *Saisie en cours d'un bloc de beneficiaires pour un contrat
       01 WS-TABLEAU-SAISIE.

       01 WS-POLICE-TROUVEE                PIC 9(03).
       01 WS-TOTAL-PARTS                   PIC 9(04).
       01 WS-DATE-JOUR                     PIC X(08).

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
                           MOVE F-BEN-NOM TO WS-BEN-NOM(WS-IDX)
                           MOVE F-BEN-RANG TO WS-BEN-RANG(WS-IDX)
                           MOVE F-BEN-PART TO WS-BEN-PART(WS-IDX)
                           MOVE F-BEN-DATE-MAJ
                             TO WS-BEN-DATE-MAJ(WS-IDX)
                       ELSE
                           SUBTRACT 1 FROM WS-IDX
                           DISPLAY "Attention : fichier tronque, "
                     TO WS-BEN-RANG(WS-IDX2)
                   MOVE WS-BEN-PART(WS-IDX)
                     TO WS-BEN-PART(WS-IDX2)
                   MOVE WS-BEN-DATE-MAJ(WS-IDX)
                     TO WS-BEN-DATE-MAJ(WS-IDX2)
               END-IF

           END-PERFORM.

           MOVE WS-IDX2 TO WS-MAX-BEN.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SAISIS

                   MOVE WS-IDX TO WS-BEN-RANG(WS-MAX-BEN)
                   MOVE WS-SAI-PART(WS-IDX)
                     TO WS-BEN-PART(WS-MAX-BEN)
                   MOVE WS-DATE-JOUR
                     TO WS-BEN-DATE-MAJ(WS-MAX-BEN)
               ELSE
                   DISPLAY "Fichier des beneficiaires plein."
               END-IF
               MOVE WS-BEN-NOM(WS-IDX)     TO F-BEN-NOM
               MOVE WS-BEN-RANG(WS-IDX)    TO F-BEN-RANG
               MOVE WS-BEN-PART(WS-IDX)    TO F-BEN-PART
               MOVE WS-BEN-DATE-MAJ(WS-IDX) TO F-BEN-DATE-MAJ
               WRITE F-BENEFICIAIRE

           END-PERFORM.
