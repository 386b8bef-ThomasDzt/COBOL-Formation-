      * Reequilibrage du stock entre depots avant reapprovisionnement :
      * le stock de chaque article dans chaque depot (inventaire.txt)
      * est compare au point d'alerte et au niveau cible du depot. Les
      * niveaux propres a un depot se lisent dans niveaux-depots.cfg
      * (article sur 10, depot sur 3, point d'alerte sur 2, niveau
      * cible sur 2) ; a defaut, ce sont ceux de l'article dans
      * fournisseurs.txt (point de commande colonnes 46-47, niveau
      * cible colonnes 21-22, le plus haut des lignes de l'article).
      * Un depot a ou sous son point d'alerte est complete jusqu'a sa
      * cible par le stock qui depasse la cible d'un autre depot, sans
      * jamais faire passer celui-ci sous sa propre cible.
      * Les transferts proposes sont ecrits dans
      * propositions-transferts.txt (transfert-record.cpy) et edites
      * dans transferts-proposes.txt (module imprim) ; ils sont
      * approuves par valtrans, qui ecrit les mouvements T appliques
      * par mouvstock, et reappro ne commande plus que ce que les
      * transferts approuves ne couvrent pas. Se lance avant reappro.
      * Les transferts approuves dont mouvstock n'a pas encore applique
      * le mouvement T (statut A) sont reportes tels quels en tete du
      * nouveau fichier et comptes comme deja cedes par le depot
      * source et recus par le depot destination ; les propositions
      * en attente, refusees ou appliquees (E) ne sont pas reprises.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * INV = INVENTAIRE ; NIV = NIVEAU ; FRN = FOURNISSEUR
      * TRF = TRANSFERT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. reequil.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-INVENTAIRE ASSIGN TO "inventaire.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-INV.

      *Niveaux propres a un depot, facultatifs
       SELECT OPTIONAL FICHIER-NIVEAUX ASSIGN TO "niveaux-depots.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-FOURNISSEURS
       ASSIGN TO "fournisseurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-TRANSFERTS
       ASSIGN TO "propositions-transferts.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-INVENTAIRE.
           01 F-LIGNE-INV                  PIC X(30).

       FD FICHIER-NIVEAUX.
           01 F-NIVEAU.
               05 F-NIV-ARTICLE            PIC X(10).
               05 F-NIV-DEPOT              PIC X(03).
               05 F-NIV-SEUIL              PIC X(02).
               05 F-NIV-CIBLE              PIC X(02).

       FD FICHIER-FOURNISSEURS.
           01 F-FOURNISSEUR.
               05 F-FRN-ARTICLE            PIC X(10).
               05 F-FRN-CODE               PIC X(10).
               05 F-FRN-CIBLE              PIC X(02).
               05 F-FRN-NOM                PIC X(20).
               05 F-FRN-DELAI              PIC X(03).
               05 F-FRN-SEUIL              PIC X(02).
               05 F-FRN-ECHEANCE           PIC X(03).

       FD FICHIER-TRANSFERTS.
           COPY "transfert-record.cpy".


       WORKING-STORAGE SECTION.

      *Stock par article et par depot, avec les niveaux retenus et ce
      *que le depot cede ou recoit deja dans les propositions
       01 WS-TABLEAU-INV.
           05 WS-LIGNE-INV OCCURS 2000 TIMES.
               10 WS-INV-ARTICLE           PIC X(10).
               10 WS-INV-DEPOT             PIC X(03).
               10 WS-INV-STOCK             PIC 9(02).
               10 WS-INV-SEUIL             PIC 9(02).
               10 WS-INV-CIBLE             PIC 9(02).
               10 WS-INV-NIVEAUX           PIC X.
                   88 WS-INV-NIVEAUX-O                 VALUE "O".
                   88 WS-INV-NIVEAUX-N                 VALUE "N".
               10 WS-INV-CEDE              PIC 9(02).
               10 WS-INV-RECU              PIC 9(02).

       01 WS-TABLEAU-NIV.
           05 WS-LIGNE-NIV OCCURS 500 TIMES.
               10 WS-NIV-ARTICLE           PIC X(10).
               10 WS-NIV-DEPOT             PIC X(03).
               10 WS-NIV-SEUIL             PIC 9(02).
               10 WS-NIV-CIBLE             PIC 9(02).

      *Niveaux de l'article tous depots confondus (fournisseurs.txt)
       01 WS-TABLEAU-ART.
           05 WS-LIGNE-ART OCCURS 500 TIMES.
               10 WS-ART-ARTICLE           PIC X(10).
               10 WS-ART-SEUIL             PIC 9(02).
               10 WS-ART-CIBLE             PIC 9(02).

      *Transferts approuves non encore appliques, reportes dans le
      *nouveau fichier des propositions
       01 WS-TABLEAU-TRF.
           05 WS-LIGNE-TRF OCCURS 500 TIMES.
               10 WS-TRF-ENREG             PIC X(35).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).
       01 WS-MAX-TRF                       PIC 9(04).
       01 WS-CAPACITE-TRF                  PIC 9(04)   VALUE 500.
       01 WS-MAX-INV                       PIC 9(04).
       01 WS-CAPACITE-INV                  PIC 9(04)   VALUE 2000.
       01 WS-MAX-NIV                       PIC 9(04).
       01 WS-CAPACITE-NIV                  PIC 9(04)   VALUE 500.
       01 WS-MAX-ART                       PIC 9(04).
       01 WS-CAPACITE-ART                  PIC 9(04)   VALUE 500.

       01 WS-STATUT-INV                    PIC X(02).
           88 WS-STATUT-INV-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-ART-TROUVE                    PIC 9(04).

      *Calcul d'un transfert
       01 WS-BESOIN                        PIC 9(02).
       01 WS-EXCEDENT                      PIC S9(03).
       01 WS-QTE-TRANSFERT                 PIC 9(02).

      *Compteurs
       01 WS-NB-LUS                        PIC 9(05)   VALUE 0.
       01 WS-NB-PROPOSES                   PIC 9(05)   VALUE 0.
       01 WS-QTE-PROPOSEE                  PIC 9(07)   VALUE 0.
       01 WS-NB-MANQUES                    PIC 9(05)   VALUE 0.
       01 WS-NB-SANS-NIVEAU                PIC 9(05)   VALUE 0.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "transferts-proposes.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "TRANSFERTS ENTRE DEPOTS PROPOSES".
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE
           "ARTICLE    DE   STOCK CIBLE VERS STOCK ALERTE CIBLE QTE".
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "reequil" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-NIVEAUX-DEB
              THRU 0100-LECTURE-NIVEAUX-FIN.

           PERFORM 0150-LECTURE-FOURNISSEURS-DEB
              THRU 0150-LECTURE-FOURNISSEURS-FIN.

           PERFORM 0200-LECTURE-INVENTAIRE-DEB
              THRU 0200-LECTURE-INVENTAIRE-FIN.

           IF WS-STATUT-INV-OK
               PERFORM 0300-LECTURE-TRANSFERTS-DEB
                  THRU 0300-LECTURE-TRANSFERTS-FIN
               PERFORM 0400-PROPOSITIONS-DEB
                  THRU 0400-PROPOSITIONS-FIN
           END-IF.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-PROPOSES TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Niveaux par depot ; une ligne non numerique est ignoree
       0100-LECTURE-NIVEAUX-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-NIV.

           OPEN INPUT FICHIER-NIVEAUX.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-NIVEAUX
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-NIV-SEUIL IS NUMERIC
                       AND F-NIV-CIBLE IS NUMERIC
                           IF WS-MAX-NIV < WS-CAPACITE-NIV
                               ADD 1 TO WS-MAX-NIV
                               MOVE F-NIV-ARTICLE
                                 TO WS-NIV-ARTICLE(WS-MAX-NIV)
                               MOVE F-NIV-DEPOT
                                 TO WS-NIV-DEPOT(WS-MAX-NIV)
                               MOVE F-NIV-SEUIL
                                 TO WS-NIV-SEUIL(WS-MAX-NIV)
                               MOVE F-NIV-CIBLE
                                 TO WS-NIV-CIBLE(WS-MAX-NIV)
                           ELSE
                               DISPLAY "Attention : fichier tronque, "
                                   "capacite maximale atteinte ("
                                   WS-CAPACITE-NIV ")."
                               SET WS-FIN-LECTURE-O TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-NIVEAUX.

           EXIT.

       0100-LECTURE-NIVEAUX-FIN.

      *-----------------------------------------------------------------

      *Niveaux de l'article : le plus haut point de commande et la
      *plus haute cible des lignes fournisseurs de l'article
       0150-LECTURE-FOURNISSEURS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-ART.

           OPEN INPUT FICHIER-FOURNISSEURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-FOURNISSEURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM 0160-RANGE-ARTICLE-DEB
                          THRU 0160-RANGE-ARTICLE-FIN
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FOURNISSEURS.

           EXIT.

       0150-LECTURE-FOURNISSEURS-FIN.

      *-----------------------------------------------------------------

       0160-RANGE-ARTICLE-DEB.

           MOVE 0 TO WS-ART-TROUVE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-ART
               IF WS-ART-ARTICLE(WS-IDX2) = F-FRN-ARTICLE
                   MOVE WS-IDX2 TO WS-ART-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ART-TROUVE = 0
               IF WS-MAX-ART >= WS-CAPACITE-ART
                   DISPLAY "Attention : table des articles pleine, "
                           F-FRN-ARTICLE " ignore."
                   GO TO 0160-RANGE-ARTICLE-FIN
               END-IF
               ADD 1 TO WS-MAX-ART
               MOVE WS-MAX-ART TO WS-ART-TROUVE
               MOVE F-FRN-ARTICLE TO WS-ART-ARTICLE(WS-ART-TROUVE)
               MOVE 0 TO WS-ART-SEUIL(WS-ART-TROUVE)
               MOVE 0 TO WS-ART-CIBLE(WS-ART-TROUVE)
           END-IF.

           IF F-FRN-SEUIL IS NUMERIC
           AND F-FRN-SEUIL > WS-ART-SEUIL(WS-ART-TROUVE)
               MOVE F-FRN-SEUIL TO WS-ART-SEUIL(WS-ART-TROUVE)
           END-IF.

           IF F-FRN-CIBLE IS NUMERIC
           AND F-FRN-CIBLE > WS-ART-CIBLE(WS-ART-TROUVE)
               MOVE F-FRN-CIBLE TO WS-ART-CIBLE(WS-ART-TROUVE)
           END-IF.

           EXIT.

       0160-RANGE-ARTICLE-FIN.

      *-----------------------------------------------------------------

      *Stock par article et depot (D01 sur les anciennes lignes sans
      *depot) et niveaux retenus pour chaque ligne
       0200-LECTURE-INVENTAIRE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-INV.

           OPEN INPUT FICHIER-INVENTAIRE.

           IF NOT WS-STATUT-INV-OK
               DISPLAY "Erreur : inventaire.txt introuvable (statut "
                       WS-STATUT-INV "), aucune proposition."
               MOVE 8 TO RETURN-CODE
               GO TO 0200-LECTURE-INVENTAIRE-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-INVENTAIRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-MAX-INV < WS-CAPACITE-INV
                           ADD 1 TO WS-MAX-INV
                           PERFORM 0250-LIGNE-INVENTAIRE-DEB
                              THRU 0250-LIGNE-INVENTAIRE-FIN
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-INV ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-INVENTAIRE.

           EXIT.

       0200-LECTURE-INVENTAIRE-FIN.

      *-----------------------------------------------------------------

      *Ligne WS-MAX-INV : niveaux du depot, sinon ceux de l'article
       0250-LIGNE-INVENTAIRE-DEB.

           MOVE F-LIGNE-INV(1:10) TO WS-INV-ARTICLE(WS-MAX-INV).

           IF F-LIGNE-INV(11:2) IS NUMERIC
               MOVE F-LIGNE-INV(11:2) TO WS-INV-STOCK(WS-MAX-INV)
           ELSE
               MOVE 0 TO WS-INV-STOCK(WS-MAX-INV)
           END-IF.

           IF F-LIGNE-INV(13:3) = SPACES
               MOVE "D01" TO WS-INV-DEPOT(WS-MAX-INV)
           ELSE
               MOVE F-LIGNE-INV(13:3) TO WS-INV-DEPOT(WS-MAX-INV)
           END-IF.

           MOVE 0 TO WS-INV-CEDE(WS-MAX-INV).
           MOVE 0 TO WS-INV-RECU(WS-MAX-INV).
           SET WS-INV-NIVEAUX-N(WS-MAX-INV) TO TRUE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-NIV
               IF WS-NIV-ARTICLE(WS-IDX2) = WS-INV-ARTICLE(WS-MAX-INV)
               AND WS-NIV-DEPOT(WS-IDX2) = WS-INV-DEPOT(WS-MAX-INV)
                   MOVE WS-NIV-SEUIL(WS-IDX2)
                     TO WS-INV-SEUIL(WS-MAX-INV)
                   MOVE WS-NIV-CIBLE(WS-IDX2)
                     TO WS-INV-CIBLE(WS-MAX-INV)
                   SET WS-INV-NIVEAUX-O(WS-MAX-INV) TO TRUE
               END-IF
           END-PERFORM.

           IF WS-INV-NIVEAUX-O(WS-MAX-INV)
               GO TO 0250-LIGNE-INVENTAIRE-FIN
           END-IF.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-ART
               IF WS-ART-ARTICLE(WS-IDX2) = WS-INV-ARTICLE(WS-MAX-INV)
               AND WS-ART-CIBLE(WS-IDX2) > 0
                   MOVE WS-ART-SEUIL(WS-IDX2)
                     TO WS-INV-SEUIL(WS-MAX-INV)
                   MOVE WS-ART-CIBLE(WS-IDX2)
                     TO WS-INV-CIBLE(WS-MAX-INV)
                   SET WS-INV-NIVEAUX-O(WS-MAX-INV) TO TRUE
               END-IF
           END-PERFORM.

           IF WS-INV-NIVEAUX-N(WS-MAX-INV)
               ADD 1 TO WS-NB-SANS-NIVEAU
           END-IF.

           EXIT.

       0250-LIGNE-INVENTAIRE-FIN.

      *-----------------------------------------------------------------

      *Transferts approuves en attente d'application (statut A) :
      *gardes pour le report et imputes au depot source (cede) et au
      *depot destination (recu) de l'article
       0300-LECTURE-TRANSFERTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-TRF.

           OPEN INPUT FICHIER-TRANSFERTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TRANSFERTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF TRF-STATUT = "A"
                           IF WS-MAX-TRF < WS-CAPACITE-TRF
                               ADD 1 TO WS-MAX-TRF
                               MOVE LIGNE-TRANSFERT
                                 TO WS-TRF-ENREG(WS-MAX-TRF)
                               PERFORM 0350-IMPUTE-TRANSFERT-DEB
                                  THRU 0350-IMPUTE-TRANSFERT-FIN
                           ELSE
                               DISPLAY "Attention : transferts "
                                   "approuves tronques, capacite "
                                   "maximale atteinte ("
                                   WS-CAPACITE-TRF ")."
                               SET WS-FIN-LECTURE-O TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           EXIT.

       0300-LECTURE-TRANSFERTS-FIN.

      *-----------------------------------------------------------------

      *Transfert approuve LIGNE-TRANSFERT : la quantite sort deja de
      *l'excedent du depot source et couvre le manque du depot
      *destination
       0350-IMPUTE-TRANSFERT-DEB.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-INV
               IF WS-INV-ARTICLE(WS-IDX2) = TRF-ARTICLE
                   IF WS-INV-DEPOT(WS-IDX2) = TRF-DEPOT
                       ADD TRF-QTE TO WS-INV-CEDE(WS-IDX2)
                   END-IF
                   IF WS-INV-DEPOT(WS-IDX2) = TRF-DEPOT-DEST
                       ADD TRF-QTE TO WS-INV-RECU(WS-IDX2)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       0350-IMPUTE-TRANSFERT-FIN.

      *-----------------------------------------------------------------

      *Pour chaque depot en alerte, recherche des depots du meme
      *article en excedent au-dessus de leur cible ; chaque transfert
      *propose est ecrit et edite au fil de l'eau
       0400-PROPOSITIONS-DEB.

           OPEN OUTPUT FICHIER-TRANSFERTS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TRF
               MOVE WS-TRF-ENREG(WS-IDX) TO LIGNE-TRANSFERT
               WRITE LIGNE-TRANSFERT
           END-PERFORM.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-INV

               IF WS-INV-NIVEAUX-O(WS-IDX)
               AND WS-INV-STOCK(WS-IDX) <= WS-INV-SEUIL(WS-IDX)
               AND WS-INV-CIBLE(WS-IDX) > WS-INV-STOCK(WS-IDX)
                   ADD 1 TO WS-NB-MANQUES
                   PERFORM 0450-DEPOT-EN-MANQUE-DEB
                      THRU 0450-DEPOT-EN-MANQUE-FIN
               END-IF

           END-PERFORM.

           CLOSE FICHIER-TRANSFERTS.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           STRING "TOTAL : " WS-NB-PROPOSES " transfert(s) pour "
                   WS-QTE-PROPOSEE " unite(s), " WS-NB-MANQUES
                   " depot(s) en alerte"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Transferts approuves non appliques reportes : "
                   WS-MAX-TRF
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Lignes d'inventaire sans niveau connu : "
                   WS-NB-SANS-NIVEAU
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Transferts proposes : " WS-NB-PROPOSES
                   " - a approuver par valtrans avant reappro.".

           EXIT.

       0400-PROPOSITIONS-FIN.

      *-----------------------------------------------------------------

      *Depot en manque WS-IDX : besoin = cible - stock, couvert par les
      *excedents des autres depots dans l'ordre de l'inventaire ; le
      *reste eventuel sera commande par reappro
       0450-DEPOT-EN-MANQUE-DEB.

           COMPUTE WS-BESOIN = WS-INV-CIBLE(WS-IDX)
                             - WS-INV-STOCK(WS-IDX).

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-INV
                   OR WS-INV-RECU(WS-IDX) >= WS-BESOIN

               IF WS-INV-ARTICLE(WS-IDX2) = WS-INV-ARTICLE(WS-IDX)
               AND WS-INV-DEPOT(WS-IDX2) NOT = WS-INV-DEPOT(WS-IDX)
               AND WS-INV-NIVEAUX-O(WS-IDX2)
                   COMPUTE WS-EXCEDENT = WS-INV-STOCK(WS-IDX2)
                                       - WS-INV-CEDE(WS-IDX2)
                                       - WS-INV-CIBLE(WS-IDX2)
                   IF WS-EXCEDENT > 0
                       PERFORM 0500-ECRIT-TRANSFERT-DEB
                          THRU 0500-ECRIT-TRANSFERT-FIN
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-INV-RECU(WS-IDX) < WS-BESOIN
               COMPUTE WS-QTE-TRANSFERT = WS-BESOIN
                                        - WS-INV-RECU(WS-IDX)
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING WS-INV-ARTICLE(WS-IDX) " "
                       WS-INV-DEPOT(WS-IDX) " : reste "
                       WS-QTE-TRANSFERT " a commander apres transferts"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-IF.

           EXIT.

       0450-DEPOT-EN-MANQUE-FIN.

      *-----------------------------------------------------------------

      *Transfert de WS-IDX2 (excedent WS-EXCEDENT) vers WS-IDX
       0500-ECRIT-TRANSFERT-DEB.

           COMPUTE WS-QTE-TRANSFERT = WS-BESOIN - WS-INV-RECU(WS-IDX).

           IF WS-QTE-TRANSFERT > WS-EXCEDENT
               MOVE WS-EXCEDENT TO WS-QTE-TRANSFERT
           END-IF.

           ADD WS-QTE-TRANSFERT TO WS-INV-CEDE(WS-IDX2).
           ADD WS-QTE-TRANSFERT TO WS-INV-RECU(WS-IDX).
           ADD 1 TO WS-NB-PROPOSES.
           ADD WS-QTE-TRANSFERT TO WS-QTE-PROPOSEE.

           MOVE SPACES TO LIGNE-TRANSFERT.
           MOVE WS-INV-ARTICLE(WS-IDX) TO TRF-ARTICLE.
           MOVE WS-INV-DEPOT(WS-IDX2) TO TRF-DEPOT.
           MOVE WS-INV-DEPOT(WS-IDX) TO TRF-DEPOT-DEST.
           MOVE WS-QTE-TRANSFERT TO TRF-QTE.
           MOVE WS-INV-STOCK(WS-IDX2) TO TRF-STOCK-SOURCE.
           MOVE WS-INV-CIBLE(WS-IDX2) TO TRF-CIBLE-SOURCE.
           MOVE WS-INV-STOCK(WS-IDX) TO TRF-STOCK-DEST.
           MOVE WS-INV-CIBLE(WS-IDX) TO TRF-CIBLE-DEST.
           MOVE WS-DATE-DU-JOUR TO TRF-DATE.
           MOVE "P" TO TRF-STATUT.
           WRITE LIGNE-TRANSFERT.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING TRF-ARTICLE " " TRF-DEPOT "   " TRF-STOCK-SOURCE
                   "    " TRF-CIBLE-SOURCE "   " TRF-DEPOT-DEST
                   "   " TRF-STOCK-DEST "     "
                   WS-INV-SEUIL(WS-IDX) "     " TRF-CIBLE-DEST
                   "   " TRF-QTE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0500-ECRIT-TRANSFERT-FIN.

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
