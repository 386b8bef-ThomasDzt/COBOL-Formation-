      *l'etape en echec sans que l'operateur connaisse la chaine par
      *coeur. Une etape qui ne se journalise pas est simplement
      *relancee a chaque passage.
      *Chaque ligne porte en colonne 73 sa regle de passage (module
      *echeance : QUOTIDIEN ou a blanc, un jour de semaine, FIN-MOIS,
      *FIN-TRIMESTRE ou DATE AAAAMMJJ, jours ouvres selon le
      *calendrier jours-feries.txt) : seules les etapes prevues ce
      *soir sont lancees, les hebdomadaires, mensuelles et annuelles
      *restent dans la configuration sans intervention a la main.
      *Une regle inconnue arrete la chaine avant tout lancement.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chainuit.
           05 F-CFG-PROGRAMME        PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-CFG-COMMANDE         PIC X(60).
           05 FILLER                 PIC X(01).
           05 F-CFG-REGLE            PIC X(14).

       FD FICHIER-JOURNAL.
       01 F-LIGNE-JOURNAL.
               10 WS-ETAPE-COMMANDE      PIC X(60).
               10 WS-ETAPE-FINIE         PIC X(01).
                   88 WS-ETAPE-FINIE-OUI         VALUE "O".
               10 WS-ETAPE-REGLE         PIC X(14).
               10 WS-ETAPE-PREVUE        PIC X(01).
                   88 WS-ETAPE-PREVUE-OUI        VALUE "O".

       77 WS-IDX                     PIC 9(02).
       01 WS-NB-ETAPES               PIC 9(02)   VALUE 0.

       77 WS-NB-LANCEES              PIC 9(02)   VALUE 0.
       77 WS-NB-SAUTEES              PIC 9(02)   VALUE 0.
       77 WS-NB-NON-PREVUES          PIC 9(02)   VALUE 0.

      *Zones d'appel du module des regles de passage
       01 WS-ECH-REGLE               PIC X(14).
       01 WS-ECH-DATE                PIC 9(08).
       01 WS-ECH-RESULTAT            PIC 9(01).
           88 WS-ECH-PREVUE                  VALUE 0.
           88 WS-ECH-INCONNUE                VALUE 2.

       01 WS-CHAINE-ARRETEE          PIC X       VALUE "N".
           88 WS-CHAINE-ARRETEE-OUI          VALUE "O".
           PERFORM 0100-CHARGE-CONFIG-DEB
              THRU 0100-CHARGE-CONFIG-FIN.

           PERFORM 0150-ECHEANCES-DEB
              THRU 0150-ECHEANCES-FIN.

           PERFORM 0200-RELIT-JOURNAL-DEB
              THRU 0200-RELIT-JOURNAL-FIN.

           ELSE
               DISPLAY "Chaine terminee : " WS-NB-LANCEES
                       " etape(s) lancee(s), " WS-NB-SAUTEES
                       " sautee(s), " WS-NB-NON-PREVUES
                       " non prevue(s) ce soir."
           END-IF.

           STOP RUN.
                             TO WS-ETAPE-COMMANDE(WS-NB-ETAPES)
                           MOVE "N"
                             TO WS-ETAPE-FINIE(WS-NB-ETAPES)
                           MOVE F-CFG-REGLE
                             TO WS-ETAPE-REGLE(WS-NB-ETAPES)
                       END-IF
               END-READ


      *-----------------------------------------------------------------

      *Etapes prevues ce soir selon leur regle de passage ; une regle
      *mal saisie arrete tout plutot que de lancer une etape
      *mensuelle chaque nuit ou d'en oublier une
       0150-ECHEANCES-DEB.

           MOVE WS-DATE-DU-JOUR TO WS-ECH-DATE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ETAPES

               MOVE WS-ETAPE-REGLE(WS-IDX) TO WS-ECH-REGLE
               CALL "echeance" USING WS-ECH-REGLE,
                                     WS-ECH-DATE,
                                     WS-ECH-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE

               IF WS-ECH-INCONNUE
                   DISPLAY "Erreur : regle de passage inconnue pour "
                           WS-ETAPE-PROGRAMME(WS-IDX) " ("
                           WS-ETAPE-REGLE(WS-IDX) "), arret."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF WS-ECH-PREVUE
                   SET WS-ETAPE-PREVUE-OUI(WS-IDX) TO TRUE
               ELSE
                   MOVE "N" TO WS-ETAPE-PREVUE(WS-IDX)
               END-IF

           END-PERFORM.

           EXIT.

       0150-ECHEANCES-FIN.

      *-----------------------------------------------------------------

      *Relecture du journal des executions (ctrlexec) : les etapes
      *deja finies normalement a la date du jour seront sautees a la
      *relance
      *fin non nul arrete la chaine a cette etape
       0300-LANCE-ETAPE-DEB.

           IF NOT WS-ETAPE-PREVUE-OUI(WS-IDX)
               ADD 1 TO WS-NB-NON-PREVUES
               DISPLAY "Etape " WS-ETAPE-PROGRAMME(WS-IDX)
                       " non prevue ce soir ("
                       FUNCTION TRIM(WS-ETAPE-REGLE(WS-IDX)) ")."
               GO TO 0300-LANCE-ETAPE-FIN
           END-IF.

           IF WS-ETAPE-FINIE-OUI(WS-IDX)
               ADD 1 TO WS-NB-SAUTEES
               DISPLAY "Etape " WS-ETAPE-PROGRAMME(WS-IDX)
