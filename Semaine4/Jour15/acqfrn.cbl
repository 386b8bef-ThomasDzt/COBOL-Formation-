      * Accuses de reception des commandes fournisseurs : pour chaque
      * fournisseur qui a des lignes ouvertes dans
      * commandes-ouvertes.txt, le fichier d'accuses qu'il a renvoye
      * (accuse-<code fournisseur>.txt, meme nom que le bon de
      * commande emis par reappro) est integre ligne par ligne :
      * commande (date d'emission portee sur le bon, colonnes 1-8),
      * article (9-18), quantite confirmee (19-20) et date de
      * livraison confirmee AAAAMMJJ (21-28). La ligne ouverte de la
      * commande recoit la quantite et la date confirmees (colonnes
      * 42-43 et 44-51) et la date d'integration de l'accuse (52-59) ;
      * recepcom la solde ensuite a la reception comme avant. Le
      * suivi est reecrit apres copie de generation.
      * L'etat des exceptions (exceptions-accuses.txt, module imprim)
      * liste les accuses rejetes puis les lignes encore ouvertes
      * confirmees en quantite inferieure a la commande, confirmees
      * au-dela du delai promis du fournisseur (fournisseurs.txt,
      * colonnes 43-45, la premiere ligne du maitre a son code
      * faisant foi) ou toujours sans accuse plus de N jours apres
      * l'emission (N lu dans delai-accuses.cfg, 5 jours a defaut) :
      * l'acheteur peut recommander ailleurs avant la rupture.
      * Se lance a l'arrivee des accuses ; un fichier deja integre
      * peut etre relu sans effet.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FRN = FOURNISSEUR ; OUV = COMMANDE OUVERTE ; ACQ = ACCUSE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. acqfrn.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-OUVERTES ASSIGN TO "commandes-ouvertes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-OUV.

       SELECT OPTIONAL FICHIER-FOURNISSEURS
       ASSIGN TO "fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Accuses renvoyes par un fournisseur, nommes avec son code
       SELECT OPTIONAL FICHIER-ACCUSES
       ASSIGN TO DYNAMIC WS-NOM-FICHIER-ACQ
       ORGANIZATION IS LINE SEQUENTIAL.

      *Nombre de jours toleres sans accuse apres l'emission (3
      *chiffres)
       SELECT OPTIONAL FICHIER-DELAI ASSIGN TO "delai-accuses.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-OUVERTES.
           01 F-LIGNE-OUV.
               05 F-OUV-ARTICLE            PIC X(10).
               05 F-OUV-CODE               PIC X(10).
               05 F-OUV-QTE                PIC 9(02).
               05 F-OUV-DATE-EMIS          PIC X(08).
               05 F-OUV-STATUT             PIC X(01).
               05 F-OUV-DATE-RECU          PIC X(08).
               05 F-OUV-QTE-RECUE          PIC X(02).
               05 F-OUV-QTE-CONF           PIC X(02).
               05 F-OUV-DATE-CONF          PIC X(08).
               05 F-OUV-DATE-ACQ           PIC X(08).

       FD FICHIER-FOURNISSEURS.
           01 F-FOURNISSEUR.
               05 F-FRN-ARTICLE            PIC X(10).
               05 F-FRN-CODE               PIC X(10).
               05 F-FRN-CIBLE              PIC X(02).
               05 F-FRN-NOM                PIC X(20).
               05 F-FRN-DELAI              PIC X(03).
               05 F-FRN-SEUIL              PIC X(02).
               05 F-FRN-ECHEANCE           PIC X(03).

       FD FICHIER-ACCUSES.
           01 F-ACCUSE.
               05 F-ACQ-COMMANDE           PIC X(08).
               05 F-ACQ-ARTICLE            PIC X(10).
               05 F-ACQ-QTE                PIC X(02).
               05 F-ACQ-DATE-LIVR          PIC X(08).

       FD FICHIER-DELAI.
           01 F-DELAI-CFG                  PIC X(03).


       WORKING-STORAGE SECTION.

      *Suivi des commandes ouvertes charge en memoire
       01 WS-TABLEAU-OUV.
           05 WS-LIGNE-OUV OCCURS 500 TIMES.
               10 WS-OUV-ARTICLE           PIC X(10).
               10 WS-OUV-CODE              PIC X(10).
               10 WS-OUV-QTE               PIC 9(02).
               10 WS-OUV-DATE-EMIS         PIC X(08).
               10 WS-OUV-STATUT            PIC X(01).
                   88 WS-OUV-OUVERTE               VALUE "O".
               10 WS-OUV-DATE-RECU         PIC X(08).
               10 WS-OUV-QTE-RECUE         PIC X(02).
               10 WS-OUV-QTE-CONF          PIC X(02).
               10 WS-OUV-DATE-CONF         PIC X(08).
               10 WS-OUV-DATE-ACQ          PIC X(08).

      *Delai promis par code fournisseur (premiere ligne du maitre)
       01 WS-TABLEAU-FRN.
           05 WS-LIGNE-FRN OCCURS 500 TIMES.
               10 WS-FRN-CODE              PIC X(10).
               10 WS-FRN-DELAI             PIC 9(03).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).
       01 WS-MAX-OUV                       PIC 9(04).
       01 WS-CAPACITE-OUV                  PIC 9(04)   VALUE 500.
       01 WS-MAX-FRN                       PIC 9(04).
       01 WS-CAPACITE-FRN                  PIC 9(04)   VALUE 500.

       01 WS-STATUT-OUV                    PIC X(02).
           88 WS-STATUT-OUV-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-DEJA-VU                       PIC X.
           88 WS-DEJA-VU-O                             VALUE "O".
           88 WS-DEJA-VU-N                             VALUE "N".

       01 WS-MODIFIE                       PIC X.
           88 WS-MODIFIE-O                             VALUE "O".
           88 WS-MODIFIE-N                             VALUE "N".

      *Fichier d'accuses du fournisseur en cours
       01 WS-NOM-FICHIER-ACQ               PIC X(25).
       01 WS-CODE-COURANT                  PIC X(10).
       01 WS-OUV-TROUVEE                   PIC 9(04).
       01 WS-MOTIF-REJET                   PIC X(30).

      *Jours toleres sans accuse, delai promis et controles d'une
      *ligne
       01 WS-JOURS-SANS-ACCUSE             PIC 9(03)   VALUE 5.
       01 WS-DELAI-PROMIS                  PIC 9(03).
       01 WS-DATE-PROMISE                  PIC 9(08).
       01 WS-QTE-CONF                      PIC 9(02).
       01 WS-MANQUE                        PIC 9(02).
       01 WS-ANCIENNETE                    PIC 9(04).
       01 WS-MOTIF                         PIC X(34).

       01 WS-COURTE                        PIC X.
           88 WS-COURTE-O                              VALUE "O".
           88 WS-COURTE-N                              VALUE "N".

       01 WS-RETARD                        PIC X.
           88 WS-RETARD-O                              VALUE "O".
           88 WS-RETARD-N                              VALUE "N".

      *Compteurs
       01 WS-NB-FOURNISSEURS               PIC 9(04)   VALUE 0.
       01 WS-NB-LUS                        PIC 9(05)   VALUE 0.
       01 WS-NB-INTEGRES                   PIC 9(05)   VALUE 0.
       01 WS-NB-INCHANGES                  PIC 9(05)   VALUE 0.
       01 WS-NB-REJETS                     PIC 9(05)   VALUE 0.
       01 WS-NB-COURTES                    PIC 9(05)   VALUE 0.
       01 WS-NB-RETARDS                    PIC 9(05)   VALUE 0.
       01 WS-NB-SANS-ACCUSE                PIC 9(05)   VALUE 0.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "exceptions-accuses.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "EXCEPTIONS DES ACCUSES FOURNISSEURS".
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE
           "ARTICLE    FOURNISS.  EMISE LE QT CF LIV.CONF MOTIF".
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "commandes-ouvertes.txt".

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "acqfrn" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-OUVERTES-DEB
              THRU 0100-LECTURE-OUVERTES-FIN.

           IF WS-STATUT-OUV-OK
               PERFORM 0150-LECTURE-FOURNISSEURS-DEB
                  THRU 0150-LECTURE-FOURNISSEURS-FIN

               PERFORM 0170-LECTURE-DELAI-DEB
                  THRU 0170-LECTURE-DELAI-FIN

               PERFORM 0200-INTEGRATION-DEB
                  THRU 0200-INTEGRATION-FIN

               PERFORM 0400-EXCEPTIONS-DEB
                  THRU 0400-EXCEPTIONS-FIN

               IF WS-MODIFIE-O
                   PERFORM 0500-REECRITURE-OUVERTES-DEB
                      THRU 0500-REECRITURE-OUVERTES-FIN
               END-IF
           END-IF.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-INTEGRES TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Suivi des commandes ; les lignes ecrites avant les accuses ont
      *leurs zones de confirmation a blanc
       0100-LECTURE-OUVERTES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-OUV.

           OPEN INPUT FICHIER-OUVERTES.

           IF NOT WS-STATUT-OUV-OK
               DISPLAY "Erreur : commandes-ouvertes.txt introuvable "
                       "(statut " WS-STATUT-OUV "), lancer reappro."
               MOVE 8 TO RETURN-CODE
               GO TO 0100-LECTURE-OUVERTES-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-OUVERTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-OUV < WS-CAPACITE-OUV
                           ADD 1 TO WS-MAX-OUV
                           MOVE F-OUV-ARTICLE
                             TO WS-OUV-ARTICLE(WS-MAX-OUV)
                           MOVE F-OUV-CODE TO WS-OUV-CODE(WS-MAX-OUV)
                           MOVE F-OUV-QTE TO WS-OUV-QTE(WS-MAX-OUV)
                           MOVE F-OUV-DATE-EMIS
                             TO WS-OUV-DATE-EMIS(WS-MAX-OUV)
                           MOVE F-OUV-STATUT
                             TO WS-OUV-STATUT(WS-MAX-OUV)
                           MOVE F-OUV-DATE-RECU
                             TO WS-OUV-DATE-RECU(WS-MAX-OUV)
                           MOVE F-OUV-QTE-RECUE
                             TO WS-OUV-QTE-RECUE(WS-MAX-OUV)
                           MOVE F-OUV-QTE-CONF
                             TO WS-OUV-QTE-CONF(WS-MAX-OUV)
                           MOVE F-OUV-DATE-CONF
                             TO WS-OUV-DATE-CONF(WS-MAX-OUV)
                           MOVE F-OUV-DATE-ACQ
                             TO WS-OUV-DATE-ACQ(WS-MAX-OUV)
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-OUV ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-OUVERTES.

           SET WS-MODIFIE-N TO TRUE.

           DISPLAY "Lignes de commande suivies : " WS-MAX-OUV.

           EXIT.

       0100-LECTURE-OUVERTES-FIN.

      *-----------------------------------------------------------------

      *Delai promis de chaque code fournisseur : la premiere ligne du
      *maitre a son code fait foi (le delai est le meme sur toutes) ;
      *un delai absent ou non numerique vaut 0, pas de controle
       0150-LECTURE-FOURNISSEURS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-FRN.

           OPEN INPUT FICHIER-FOURNISSEURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FOURNISSEURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       SET WS-DEJA-VU-N TO TRUE
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FRN
                           IF WS-FRN-CODE(WS-IDX) = F-FRN-CODE
                               SET WS-DEJA-VU-O TO TRUE
                           END-IF
                       END-PERFORM

                       IF WS-DEJA-VU-N
                       AND WS-MAX-FRN < WS-CAPACITE-FRN
                           ADD 1 TO WS-MAX-FRN
                           MOVE F-FRN-CODE TO WS-FRN-CODE(WS-MAX-FRN)
                           IF F-FRN-DELAI IS NUMERIC
                               MOVE F-FRN-DELAI
                                 TO WS-FRN-DELAI(WS-MAX-FRN)
                           ELSE
                               MOVE 0 TO WS-FRN-DELAI(WS-MAX-FRN)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.

           EXIT.

       0150-LECTURE-FOURNISSEURS-FIN.

      *-----------------------------------------------------------------

      *Jours toleres sans accuse ; sans fichier ou valeur non
      *numerique, la valeur par defaut reste
       0170-LECTURE-DELAI-DEB.

           OPEN INPUT FICHIER-DELAI.

           READ FICHIER-DELAI
               AT END
                   CONTINUE
               NOT AT END
                   IF F-DELAI-CFG IS NUMERIC
                       MOVE F-DELAI-CFG TO WS-JOURS-SANS-ACCUSE
                   END-IF
           END-READ.

           CLOSE FICHIER-DELAI.

           EXIT.

       0170-LECTURE-DELAI-FIN.

      *-----------------------------------------------------------------

      *Un fichier d'accuses par fournisseur ayant des lignes ouvertes,
      *chaque code n'etant traite qu'une fois ; l'etat des exceptions
      *s'ouvre ici sur la liste des accuses rejetes
       0200-INTEGRATION-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE "ACCUSES REJETES" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-OUV

               IF WS-OUV-OUVERTE(WS-IDX)
                   SET WS-DEJA-VU-N TO TRUE
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 >= WS-IDX
                       IF WS-OUV-OUVERTE(WS-IDX2)
                       AND WS-OUV-CODE(WS-IDX2) = WS-OUV-CODE(WS-IDX)
                           SET WS-DEJA-VU-O TO TRUE
                       END-IF
                   END-PERFORM

                   IF WS-DEJA-VU-N
                       MOVE WS-OUV-CODE(WS-IDX) TO WS-CODE-COURANT
                       PERFORM 0250-FICHIER-ACCUSES-DEB
                          THRU 0250-FICHIER-ACCUSES-FIN
                   END-IF
               END-IF

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  " WS-NB-REJETS " accuse(s) rejete(s) sur "
                   WS-NB-LUS " lu(s) pour " WS-NB-FOURNISSEURS
                   " fournisseur(s)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Accuses lus : " WS-NB-LUS ", integres : "
                   WS-NB-INTEGRES ", deja integres : "
                   WS-NB-INCHANGES ", rejetes : " WS-NB-REJETS.

           EXIT.

       0200-INTEGRATION-FIN.

      *-----------------------------------------------------------------

      *Fichier accuse-<code>.txt du fournisseur WS-CODE-COURANT ;
      *absent = pas encore d'accuse
       0250-FICHIER-ACCUSES-DEB.

           MOVE SPACES TO WS-NOM-FICHIER-ACQ.
           STRING "accuse-" FUNCTION TRIM(WS-CODE-COURANT) ".txt"
               DELIMITED BY SIZE INTO WS-NOM-FICHIER-ACQ.

           ADD 1 TO WS-NB-FOURNISSEURS.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ACCUSES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ACCUSES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ACCUSE NOT = SPACES
                           ADD 1 TO WS-NB-LUS
                           PERFORM 0300-APPLIQUE-ACCUSE-DEB
                              THRU 0300-APPLIQUE-ACCUSE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ACCUSES.

           EXIT.

       0250-FICHIER-ACCUSES-FIN.

      *-----------------------------------------------------------------

      *Un accuse : zones numeriques et date de livraison valide, puis
      *ligne encore ouverte de la meme commande et du meme article ;
      *un accuse identique a la confirmation en place ne change rien
       0300-APPLIQUE-ACCUSE-DEB.

           MOVE SPACES TO WS-MOTIF-REJET.

           IF F-ACQ-COMMANDE NOT NUMERIC
           OR F-ACQ-QTE NOT NUMERIC
           OR F-ACQ-DATE-LIVR NOT NUMERIC
               MOVE "zones non numeriques" TO WS-MOTIF-REJET
               GO TO 0300-APPLIQUE-ACCUSE-REJET
           END-IF.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.
           MOVE F-ACQ-DATE-LIVR TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
               MOVE "date de livraison invalide" TO WS-MOTIF-REJET
               MOVE 0 TO RETURN-CODE
               GO TO 0300-APPLIQUE-ACCUSE-REJET
           END-IF.

           MOVE 0 TO WS-OUV-TROUVEE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-OUV

               IF WS-OUV-OUVERTE(WS-IDX2)
               AND WS-OUV-CODE(WS-IDX2) = WS-CODE-COURANT
               AND WS-OUV-DATE-EMIS(WS-IDX2) = F-ACQ-COMMANDE
               AND WS-OUV-ARTICLE(WS-IDX2) = F-ACQ-ARTICLE
                   MOVE WS-IDX2 TO WS-OUV-TROUVEE
               END-IF

           END-PERFORM.

           IF WS-OUV-TROUVEE = 0
               MOVE "aucune ligne ouverte" TO WS-MOTIF-REJET
               GO TO 0300-APPLIQUE-ACCUSE-REJET
           END-IF.

           IF WS-OUV-QTE-CONF(WS-OUV-TROUVEE) = F-ACQ-QTE
           AND WS-OUV-DATE-CONF(WS-OUV-TROUVEE) = F-ACQ-DATE-LIVR
               ADD 1 TO WS-NB-INCHANGES
               GO TO 0300-APPLIQUE-ACCUSE-FIN
           END-IF.

           MOVE F-ACQ-QTE TO WS-OUV-QTE-CONF(WS-OUV-TROUVEE).
           MOVE F-ACQ-DATE-LIVR TO WS-OUV-DATE-CONF(WS-OUV-TROUVEE).
           MOVE WS-DATE-DU-JOUR TO WS-OUV-DATE-ACQ(WS-OUV-TROUVEE).
           SET WS-MODIFIE-O TO TRUE.
           ADD 1 TO WS-NB-INTEGRES.

           GO TO 0300-APPLIQUE-ACCUSE-FIN.

       0300-APPLIQUE-ACCUSE-REJET.

           ADD 1 TO WS-NB-REJETS.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-CODE-COURANT " " F-ACQ-COMMANDE " "
                   F-ACQ-ARTICLE " " F-ACQ-QTE " " F-ACQ-DATE-LIVR
                   " : " WS-MOTIF-REJET
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0300-APPLIQUE-ACCUSE-FIN.

      *-----------------------------------------------------------------

      *Lignes encore ouvertes a surveiller : confirmees courtes ou
      *au-dela du delai promis, ou sans accuse depuis trop longtemps
       0400-EXCEPTIONS-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.
           MOVE "LIGNES OUVERTES A SURVEILLER" TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-OUV

               IF WS-OUV-OUVERTE(WS-IDX)
               AND WS-OUV-DATE-EMIS(WS-IDX) IS NUMERIC
                   IF WS-OUV-DATE-CONF(WS-IDX) IS NUMERIC
                       PERFORM 0450-LIGNE-CONFIRMEE-DEB
                          THRU 0450-LIGNE-CONFIRMEE-FIN
                   ELSE
                       PERFORM 0470-LIGNE-SANS-ACCUSE-DEB
                          THRU 0470-LIGNE-SANS-ACCUSE-FIN
                   END-IF
               END-IF

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           STRING "TOTAL : " WS-NB-COURTES " courte(s), "
                   WS-NB-RETARDS " en retard, " WS-NB-SANS-ACCUSE
                   " sans accuse a plus de "
                   WS-JOURS-SANS-ACCUSE " j"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Exceptions : " WS-NB-COURTES " courte(s), "
                   WS-NB-RETARDS " en retard, " WS-NB-SANS-ACCUSE
                   " sans accuse (exceptions-accuses.txt).".

           EXIT.

       0400-EXCEPTIONS-FIN.

      *-----------------------------------------------------------------

      *Ligne confirmee WS-IDX : quantite confirmee inferieure a la
      *commande, date confirmee posterieure a emission + delai promis
       0450-LIGNE-CONFIRMEE-DEB.

           SET WS-COURTE-N TO TRUE.
           SET WS-RETARD-N TO TRUE.
           MOVE 0 TO WS-MANQUE.

           IF WS-OUV-QTE-CONF(WS-IDX) IS NUMERIC
               MOVE WS-OUV-QTE-CONF(WS-IDX) TO WS-QTE-CONF
               IF WS-QTE-CONF < WS-OUV-QTE(WS-IDX)
                   SET WS-COURTE-O TO TRUE
                   COMPUTE WS-MANQUE = WS-OUV-QTE(WS-IDX)
                                     - WS-QTE-CONF
               END-IF
           END-IF.

           MOVE 0 TO WS-DELAI-PROMIS.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-FRN
               IF WS-FRN-CODE(WS-IDX2) = WS-OUV-CODE(WS-IDX)
                   MOVE WS-FRN-DELAI(WS-IDX2) TO WS-DELAI-PROMIS
               END-IF
           END-PERFORM.

           MOVE 0 TO WS-DATE-PROMISE.

           IF WS-DELAI-PROMIS > 0
               MOVE "AJOUJ" TO WS-DATUTIL-FONCTION
               MOVE WS-OUV-DATE-EMIS(WS-IDX) TO WS-DATUTIL-DATE-1
               MOVE WS-DELAI-PROMIS TO WS-DATUTIL-NOMBRE
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               IF RETURN-CODE = 0
                   MOVE WS-DATUTIL-DATE-2 TO WS-DATE-PROMISE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF WS-DATE-PROMISE > 0
           AND WS-OUV-DATE-CONF(WS-IDX) > WS-DATE-PROMISE
               SET WS-RETARD-O TO TRUE
           END-IF.

           MOVE SPACES TO WS-MOTIF.

           EVALUATE TRUE
               WHEN WS-COURTE-O AND WS-RETARD-O
                   ADD 1 TO WS-NB-COURTES
                   ADD 1 TO WS-NB-RETARDS
                   STRING "COURTE + RETARD, PREVU " WS-DATE-PROMISE
                       DELIMITED BY SIZE INTO WS-MOTIF
               WHEN WS-COURTE-O
                   ADD 1 TO WS-NB-COURTES
                   STRING "COURTE DE " WS-MANQUE
                       DELIMITED BY SIZE INTO WS-MOTIF
               WHEN WS-RETARD-O
                   ADD 1 TO WS-NB-RETARDS
                   STRING "RETARD, PREVU " WS-DATE-PROMISE
                       DELIMITED BY SIZE INTO WS-MOTIF
               WHEN OTHER
                   GO TO 0450-LIGNE-CONFIRMEE-FIN
           END-EVALUATE.

           PERFORM 0480-EDITE-EXCEPTION-DEB
              THRU 0480-EDITE-EXCEPTION-FIN.

           EXIT.

       0450-LIGNE-CONFIRMEE-FIN.

      *-----------------------------------------------------------------

      *Ligne WS-IDX sans accuse : anciennete depuis l'emission
       0470-LIGNE-SANS-ACCUSE-DEB.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.
           MOVE WS-OUV-DATE-EMIS(WS-IDX) TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATE-DU-JOUR,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               GO TO 0470-LIGNE-SANS-ACCUSE-FIN
           END-IF.

           IF WS-DATUTIL-NOMBRE <= WS-JOURS-SANS-ACCUSE
               GO TO 0470-LIGNE-SANS-ACCUSE-FIN
           END-IF.

           ADD 1 TO WS-NB-SANS-ACCUSE.
           MOVE WS-DATUTIL-NOMBRE TO WS-ANCIENNETE.

           MOVE SPACES TO WS-MOTIF.
           STRING "SANS ACCUSE DEPUIS " WS-ANCIENNETE " J"
               DELIMITED BY SIZE INTO WS-MOTIF.

           PERFORM 0480-EDITE-EXCEPTION-DEB
              THRU 0480-EDITE-EXCEPTION-FIN.

           EXIT.

       0470-LIGNE-SANS-ACCUSE-FIN.

      *-----------------------------------------------------------------

       0480-EDITE-EXCEPTION-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-OUV-ARTICLE(WS-IDX) " "
                   WS-OUV-CODE(WS-IDX) " "
                   WS-OUV-DATE-EMIS(WS-IDX) " "
                   WS-OUV-QTE(WS-IDX) " "
                   WS-OUV-QTE-CONF(WS-IDX) " "
                   WS-OUV-DATE-CONF(WS-IDX) " "
                   WS-MOTIF
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0480-EDITE-EXCEPTION-FIN.

      *-----------------------------------------------------------------

      *Reecriture complete du suivi avec les confirmations
       0500-REECRITURE-OUVERTES-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           DISPLAY "Reecriture du suivi des commandes ouvertes.".
           OPEN OUTPUT FICHIER-OUVERTES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-OUV

               MOVE SPACES TO F-LIGNE-OUV
               MOVE WS-OUV-ARTICLE(WS-IDX)   TO F-OUV-ARTICLE
               MOVE WS-OUV-CODE(WS-IDX)      TO F-OUV-CODE
               MOVE WS-OUV-QTE(WS-IDX)       TO F-OUV-QTE
               MOVE WS-OUV-DATE-EMIS(WS-IDX) TO F-OUV-DATE-EMIS
               MOVE WS-OUV-STATUT(WS-IDX)    TO F-OUV-STATUT
               MOVE WS-OUV-DATE-RECU(WS-IDX) TO F-OUV-DATE-RECU
               MOVE WS-OUV-QTE-RECUE(WS-IDX) TO F-OUV-QTE-RECUE
               MOVE WS-OUV-QTE-CONF(WS-IDX)  TO F-OUV-QTE-CONF
               MOVE WS-OUV-DATE-CONF(WS-IDX) TO F-OUV-DATE-CONF
               MOVE WS-OUV-DATE-ACQ(WS-IDX)  TO F-OUV-DATE-ACQ
               WRITE F-LIGNE-OUV

           END-PERFORM.

           CLOSE FICHIER-OUVERTES.

           EXIT.

       0500-REECRITURE-OUVERTES-FIN.

      *-----------------------------------------------------------------

       0900-APPEL-IMPRIM-DEB.

           CALL "imprim" USING WS-IMPRIM-ACTION,
                               WS-IMPRIM-FICHIER,
                               WS-IMPRIM-TITRE,
                               WS-IMPRIM-ENTETE,
                               WS-IMPRIM-LIGNE
           END-CALL.

           EXIT.

       0900-APPEL-IMPRIM-FIN.
