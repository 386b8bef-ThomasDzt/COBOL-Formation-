      * Declaration de TVA mensuelle : totalise par taux la TVA
      * collectee sur le mois a partir du detail par taux (lignes
      * TVA-nnnn) que facturcli ecrit au registre
      * facture-registre.txt, et en retranche la TVA des retours
      * clients du mois (retours.txt de retourcli, valorises au prix
      * hors taxes du catalogue et au taux du code TVA de l'article)
      * ainsi que celle des avoirs emis dans le mois (detail par taux
      * du registre des avoirs avoirs-registre.txt d'avoircli).
      * L'etat passe par le module d'edition commun imprim : pour
      * chaque taux, base et TVA des factures, des retours, des
      * avoirs et le net a declarer, puis le total general. Le
      * comptable depose la declaration sans ressaisir chaque facture.
      * Le mois se saisit en AAAAMM ; vide = mois precedent.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FCT = FACTURE ; RET = RETOUR ; TVA = TAXE SUR LA VALEUR AJOUTEE
      * AV = AVOIR
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. declatva.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-REGISTRE ASSIGN TO "facture-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-REG.

       SELECT OPTIONAL FICHIER-RETOURS ASSIGN TO "retours.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AVOIRS ASSIGN TO "avoirs-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CATALOGUE ASSIGN TO "catalogue-prix.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.

       SELECT OPTIONAL FICHIER-TAUX-TVA ASSIGN TO "taux-tva.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-REGISTRE.
           01 F-LIGNE-REGISTRE             PIC X(80).

       FD FICHIER-RETOURS.
           01 F-RETOUR.
               05 F-RET-DATE               PIC X(08).
               05 F-RET-PRODUIT            PIC X(10).
               05 F-RET-QTE                PIC 9(02).
               05 F-RET-MOTIF              PIC X(03).

       FD FICHIER-AVOIRS.
           COPY "avoir-record.cpy".

       FD FICHIER-CATALOGUE.
           01 F-ARTICLE-CATALOGUE.
               05 F-CAT-NOM                PIC X(10).
               05 F-CAT-PRIX               PIC 9(04)V9(02).
               05 F-CAT-ACTIF              PIC X(01).
               05 F-CAT-COUT               PIC X(06).
               05 F-CAT-TVA                PIC X(01).

       FD FICHIER-TAUX-TVA.
           01 F-LIGNE-TAUX-TVA.
               05 F-TTVA-CODE              PIC X(01).
               05 F-TTVA-TAUX              PIC X(06).


       WORKING-STORAGE SECTION.

      *Catalogue charge pour valoriser les retours
       01 WS-TABLEAU-CAT.
           05 WS-LIGNE-CAT OCCURS 100 TIMES.
               10 WS-CAT-NOM               PIC X(10).
               10 WS-CAT-PRIX              PIC 9(04)V9(02).
               10 WS-CAT-TVA               PIC X(01).

       01 WS-MAX-CAT                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CAT                  PIC 9(03)   VALUE 100.

      *Bareme des taux de TVA (memes valeurs de repli que facturcli)
       01 WS-TABLEAU-BAREME.
           05 WS-LIGNE-BAREME OCCURS 10 TIMES.
               10 WS-BAR-CODE              PIC X(01).
               10 WS-BAR-TAUX              PIC 9(02)V9(02).

       01 WS-NB-BAREME                     PIC 9(02)   VALUE 0.

      *Cumuls de la declaration, un poste par couple code / taux
      *(un changement de taux en cours de mois donne deux postes)
       01 WS-TABLEAU-POSTES.
           05 WS-POSTE OCCURS 20 TIMES.
               10 WS-PST-CODE              PIC X(01).
               10 WS-PST-TAUX              PIC 9(02)V9(02).
               10 WS-PST-BASE-FCT          PIC S9(09)V9(02).
               10 WS-PST-TVA-FCT           PIC S9(09)V9(02).
               10 WS-PST-BASE-RET          PIC S9(09)V9(02).
               10 WS-PST-TVA-RET           PIC S9(09)V9(02).
               10 WS-PST-BASE-AV           PIC S9(09)V9(02).
               10 WS-PST-TVA-AV            PIC S9(09)V9(02).

       01 WS-NB-POSTES                     PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-POSTES               PIC 9(02)   VALUE 20.

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX-AV                        PIC 9(02).
       01 WS-POSTE-TROUVE                  PIC 9(02).
       01 WS-BAREME-TROUVE                 PIC 9(02).
       01 WS-CAT-TROUVE                    PIC 9(03).

       01 WS-STATUT-REG                    PIC X(02).
           88 WS-STATUT-REG-OK                         VALUE "00".

       01 WS-STATUT-CAT                    PIC X(02).
           88 WS-STATUT-CAT-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Mois declare
       01 WS-SAISIE-MOIS                   PIC X(06).
       01 WS-MOIS-DECLARE                  PIC X(06).

      *Poste en cours de cumul
       01 WS-CODE-COURANT                  PIC X(01).
       01 WS-TAUX-COURANT                  PIC 9(02)V9(02).
       01 WS-BASE-COURANTE                 PIC S9(09)V9(02).
       01 WS-TVA-COURANTE                  PIC S9(09)V9(02).

      *Totaux et editions
       01 WS-TOTAL-BASE                    PIC S9(10)V9(02) VALUE 0.
       01 WS-TOTAL-TVA                     PIC S9(10)V9(02) VALUE 0.
       01 WS-BASE-NETTE                    PIC S9(09)V9(02).
       01 WS-TVA-NETTE                     PIC S9(09)V9(02).
       01 WS-TAUX-ED                       PIC Z9.99.
       01 WS-BASE-ED                       PIC -(09)9.99.
       01 WS-TVA-ED                        PIC -(09)9.99.
       01 WS-NB-FACTURES                   PIC 9(05)   VALUE 0.
       01 WS-NB-RETOURS                    PIC 9(05)   VALUE 0.
       01 WS-NB-AVOIRS                     PIC 9(05)   VALUE 0.

       01 WS-DATE-DU-JOUR                  PIC 9(08).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "declaration-tva.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80)
               VALUE "TAUX             BASE HT           TVA".
       01 WS-IMPRIM-LIGNE                  PIC X(80).


       PROCEDURE DIVISION.

           PERFORM 0100-INITIALISATION-DEB
              THRU 0100-INITIALISATION-FIN.

           PERFORM 0200-LECTURE-REGISTRE-DEB
              THRU 0200-LECTURE-REGISTRE-FIN.

           PERFORM 0300-LECTURE-RETOURS-DEB
              THRU 0300-LECTURE-RETOURS-FIN.

           PERFORM 0400-LECTURE-AVOIRS-DEB
              THRU 0400-LECTURE-AVOIRS-FIN.

           PERFORM 0500-EDITION-DEB
              THRU 0500-EDITION-FIN.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-INITIALISATION-DEB.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           DISPLAY "Mois a declarer (AAAAMM, vide = mois precedent) : ".
           ACCEPT WS-SAISIE-MOIS.

           IF WS-SAISIE-MOIS = SPACES
               MOVE "AJOUM" TO WS-DATUTIL-FONCTION
               MOVE -1 TO WS-DATUTIL-NOMBRE
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATE-DU-JOUR,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE WS-DATUTIL-DATE-2(1:6) TO WS-MOIS-DECLARE
           ELSE
               MOVE WS-SAISIE-MOIS TO WS-MOIS-DECLARE
           END-IF.

           IF WS-MOIS-DECLARE NOT NUMERIC
               DISPLAY "Mois invalide : " WS-MOIS-DECLARE ", arret."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "DECLARATION DE TVA " WS-MOIS-DECLARE(5:2) "/"
                   WS-MOIS-DECLARE(1:4)
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           PERFORM 0120-LECTURE-CATALOGUE-DEB
              THRU 0120-LECTURE-CATALOGUE-FIN.

           PERFORM 0140-LECTURE-TAUX-TVA-DEB
              THRU 0140-LECTURE-TAUX-TVA-FIN.

           EXIT.

       0100-INITIALISATION-FIN.

      *-----------------------------------------------------------------

       0120-LECTURE-CATALOGUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CATALOGUE.

           IF NOT WS-STATUT-CAT-OK
               DISPLAY "Erreur : catalogue-prix.txt introuvable "
                       "(statut " WS-STATUT-CAT "), arret."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CATALOGUE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CAT < WS-CAPACITE-CAT
                           ADD 1 TO WS-MAX-CAT
                           MOVE F-CAT-NOM TO WS-CAT-NOM(WS-MAX-CAT)
                           MOVE F-CAT-PRIX TO WS-CAT-PRIX(WS-MAX-CAT)
                           IF F-CAT-TVA = SPACE
                               MOVE "N" TO WS-CAT-TVA(WS-MAX-CAT)
                           ELSE
                               MOVE F-CAT-TVA
                                 TO WS-CAT-TVA(WS-MAX-CAT)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CATALOGUE.

           EXIT.

       0120-LECTURE-CATALOGUE-FIN.

      *-----------------------------------------------------------------

      *Bareme des taux : repli legal puis surcharge par taux-tva.cfg
       0140-LECTURE-TAUX-TVA-DEB.

           MOVE 3 TO WS-NB-BAREME.
           MOVE "N" TO WS-BAR-CODE(1).
           MOVE 20 TO WS-BAR-TAUX(1).
           MOVE "R" TO WS-BAR-CODE(2).
           MOVE 5.5 TO WS-BAR-TAUX(2).
           MOVE "E" TO WS-BAR-CODE(3).
           MOVE 0 TO WS-BAR-TAUX(3).

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-TAUX-TVA.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-TAUX-TVA
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-TTVA-CODE NOT = SPACE
                           MOVE F-TTVA-CODE TO WS-CODE-COURANT
                           PERFORM 0150-CHERCHE-BAREME-DEB
                              THRU 0150-CHERCHE-BAREME-FIN
                           IF WS-BAREME-TROUVE = 0
                           AND WS-NB-BAREME < 10
                               ADD 1 TO WS-NB-BAREME
                               MOVE WS-NB-BAREME TO WS-BAREME-TROUVE
                               MOVE F-TTVA-CODE
                                 TO WS-BAR-CODE(WS-BAREME-TROUVE)
                           END-IF
                           IF WS-BAREME-TROUVE > 0
                               MOVE FUNCTION NUMVAL(F-TTVA-TAUX)
                                 TO WS-BAR-TAUX(WS-BAREME-TROUVE)
                           END-IF
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-TAUX-TVA.

           EXIT.

       0140-LECTURE-TAUX-TVA-FIN.

      *-----------------------------------------------------------------

      *Rang du code WS-CODE-COURANT dans le bareme, 0 si absent
       0150-CHERCHE-BAREME-DEB.

           MOVE 0 TO WS-BAREME-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-BAREME

               IF WS-BAR-CODE(WS-IDX) = WS-CODE-COURANT
                   MOVE WS-IDX TO WS-BAREME-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0150-CHERCHE-BAREME-FIN.

      *-----------------------------------------------------------------

      *Poste du couple WS-CODE-COURANT / WS-TAUX-COURANT, cree au
      *besoin ; WS-POSTE-TROUVE vaut 0 si la table est pleine
       0180-CHERCHE-POSTE-DEB.

           MOVE 0 TO WS-POSTE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-POSTES

               IF WS-PST-CODE(WS-IDX) = WS-CODE-COURANT
               AND WS-PST-TAUX(WS-IDX) = WS-TAUX-COURANT
                   MOVE WS-IDX TO WS-POSTE-TROUVE
               END-IF

           END-PERFORM.

           IF WS-POSTE-TROUVE > 0
               GO TO 0180-CHERCHE-POSTE-FIN
           END-IF.

           IF WS-NB-POSTES >= WS-CAPACITE-POSTES
               DISPLAY "Attention : table des taux pleine, taux "
                       WS-CODE-COURANT " ignore."
               GO TO 0180-CHERCHE-POSTE-FIN
           END-IF.

           ADD 1 TO WS-NB-POSTES.
           MOVE WS-NB-POSTES TO WS-POSTE-TROUVE.
           MOVE WS-CODE-COURANT TO WS-PST-CODE(WS-POSTE-TROUVE).
           MOVE WS-TAUX-COURANT TO WS-PST-TAUX(WS-POSTE-TROUVE).
           MOVE 0 TO WS-PST-BASE-FCT(WS-POSTE-TROUVE)
                     WS-PST-TVA-FCT(WS-POSTE-TROUVE)
                     WS-PST-BASE-RET(WS-POSTE-TROUVE)
                     WS-PST-TVA-RET(WS-POSTE-TROUVE)
                     WS-PST-BASE-AV(WS-POSTE-TROUVE)
                     WS-PST-TVA-AV(WS-POSTE-TROUVE).

           EXIT.

       0180-CHERCHE-POSTE-FIN.

      *-----------------------------------------------------------------

      *Lignes TVA-nnnn du registre datees du mois : code en 10, taux
      *en 12-16, base HT en 18-29, TVA en 31-42, date en 53-60
      *(largeurs fixes de facturcli)
       0200-LECTURE-REGISTRE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           IF NOT WS-STATUT-REG-OK
               DISPLAY "Erreur : facture-registre.txt introuvable "
                       "(statut " WS-STATUT-REG "), lancer facturcli."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-LIGNE-REGISTRE(1:4) = "TVA-"
                       AND F-LIGNE-REGISTRE(53:6) = WS-MOIS-DECLARE
                           PERFORM 0250-CUMUL-LIGNE-TVA-DEB
                              THRU 0250-CUMUL-LIGNE-TVA-FIN
                       END-IF
                       IF F-LIGNE-REGISTRE(1:4) = "FCT-"
                       AND F-LIGNE-REGISTRE(60:6) = WS-MOIS-DECLARE
                           ADD 1 TO WS-NB-FACTURES
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           EXIT.

       0200-LECTURE-REGISTRE-FIN.

      *-----------------------------------------------------------------

       0250-CUMUL-LIGNE-TVA-DEB.

           MOVE F-LIGNE-REGISTRE(10:1) TO WS-CODE-COURANT.
           MOVE FUNCTION NUMVAL(F-LIGNE-REGISTRE(12:5))
             TO WS-TAUX-COURANT.

           PERFORM 0180-CHERCHE-POSTE-DEB
              THRU 0180-CHERCHE-POSTE-FIN.

           IF WS-POSTE-TROUVE = 0
               GO TO 0250-CUMUL-LIGNE-TVA-FIN
           END-IF.

           ADD FUNCTION NUMVAL(F-LIGNE-REGISTRE(18:12))
             TO WS-PST-BASE-FCT(WS-POSTE-TROUVE).
           ADD FUNCTION NUMVAL(F-LIGNE-REGISTRE(31:12))
             TO WS-PST-TVA-FCT(WS-POSTE-TROUVE).

           EXIT.

       0250-CUMUL-LIGNE-TVA-FIN.

      *-----------------------------------------------------------------

      *Retours du mois : quantite x prix HT du catalogue, au taux du
      *code TVA de l'article ; produit sorti du catalogue = ignore
       0300-LECTURE-RETOURS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-RETOURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-RETOURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-RET-DATE(1:6) = WS-MOIS-DECLARE
                           PERFORM 0350-CUMUL-RETOUR-DEB
                              THRU 0350-CUMUL-RETOUR-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RETOURS.

           EXIT.

       0300-LECTURE-RETOURS-FIN.

      *-----------------------------------------------------------------

       0350-CUMUL-RETOUR-DEB.

           MOVE 0 TO WS-CAT-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CAT
               IF WS-CAT-NOM(WS-IDX) = F-RET-PRODUIT
                   MOVE WS-IDX TO WS-CAT-TROUVE
               END-IF
           END-PERFORM.

           IF WS-CAT-TROUVE = 0
               DISPLAY "Retour hors catalogue ignore : "
                       F-RET-PRODUIT
               GO TO 0350-CUMUL-RETOUR-FIN
           END-IF.

           MOVE WS-CAT-TVA(WS-CAT-TROUVE) TO WS-CODE-COURANT.

           PERFORM 0150-CHERCHE-BAREME-DEB
              THRU 0150-CHERCHE-BAREME-FIN.

           IF WS-BAREME-TROUVE = 0
               MOVE "N" TO WS-CODE-COURANT
               PERFORM 0150-CHERCHE-BAREME-DEB
                  THRU 0150-CHERCHE-BAREME-FIN
           END-IF.

           MOVE WS-BAR-TAUX(WS-BAREME-TROUVE) TO WS-TAUX-COURANT.

           PERFORM 0180-CHERCHE-POSTE-DEB
              THRU 0180-CHERCHE-POSTE-FIN.

           IF WS-POSTE-TROUVE = 0
               GO TO 0350-CUMUL-RETOUR-FIN
           END-IF.

           COMPUTE WS-BASE-COURANTE =
               F-RET-QTE * WS-CAT-PRIX(WS-CAT-TROUVE).
           COMPUTE WS-TVA-COURANTE ROUNDED =
               WS-BASE-COURANTE * WS-TAUX-COURANT / 100.

           ADD WS-BASE-COURANTE TO WS-PST-BASE-RET(WS-POSTE-TROUVE).
           ADD WS-TVA-COURANTE TO WS-PST-TVA-RET(WS-POSTE-TROUVE).
           ADD 1 TO WS-NB-RETOURS.

           EXIT.

       0350-CUMUL-RETOUR-FIN.

      *-----------------------------------------------------------------

      *Avoirs dates du mois : chaque poste du detail par taux (code a
      *espace = poste inutilise) vient en deduction de son taux
       0400-LECTURE-AVOIRS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF AV-DATE(1:6) = WS-MOIS-DECLARE
                           ADD 1 TO WS-NB-AVOIRS
                           PERFORM VARYING WS-IDX-AV FROM 1 BY 1
                                   UNTIL WS-IDX-AV > 5
                               IF AV-TVA-CODE(WS-IDX-AV) NOT = SPACE
                                   PERFORM 0450-CUMUL-AVOIR-DEB
                                      THRU 0450-CUMUL-AVOIR-FIN
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           EXIT.

       0400-LECTURE-AVOIRS-FIN.

      *-----------------------------------------------------------------

       0450-CUMUL-AVOIR-DEB.

           MOVE AV-TVA-CODE(WS-IDX-AV) TO WS-CODE-COURANT.
           MOVE AV-TVA-TAUX(WS-IDX-AV) TO WS-TAUX-COURANT.

           PERFORM 0180-CHERCHE-POSTE-DEB
              THRU 0180-CHERCHE-POSTE-FIN.

           IF WS-POSTE-TROUVE = 0
               GO TO 0450-CUMUL-AVOIR-FIN
           END-IF.

           ADD AV-TVA-BASE(WS-IDX-AV)
             TO WS-PST-BASE-AV(WS-POSTE-TROUVE).
           ADD AV-TVA-MONTANT(WS-IDX-AV)
             TO WS-PST-TVA-AV(WS-POSTE-TROUVE).

           EXIT.

       0450-CUMUL-AVOIR-FIN.

      *-----------------------------------------------------------------

      *Un bloc par taux (factures, retours, avoirs, net a declarer),
      *puis le total de la TVA nette du mois
       0500-EDITION-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-POSTE-TROUVE FROM 1 BY 1
                   UNTIL WS-POSTE-TROUVE > WS-NB-POSTES

               PERFORM 0550-EDITION-POSTE-DEB
                  THRU 0550-EDITION-POSTE-FIN

           END-PERFORM.

           MOVE WS-TOTAL-BASE TO WS-BASE-ED.
           MOVE WS-TOTAL-TVA TO WS-TVA-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL A DECLARER " WS-BASE-ED " " WS-TVA-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "(" WS-NB-FACTURES " facture(s), "
                   WS-NB-RETOURS " retour(s), "
                   WS-NB-AVOIRS " avoir(s) sur le mois)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Declaration ecrite dans declaration-tva.txt, "
                   "TVA nette : " WS-TVA-ED.

           EXIT.

       0500-EDITION-FIN.

      *-----------------------------------------------------------------

       0550-EDITION-POSTE-DEB.

           MOVE WS-PST-TAUX(WS-POSTE-TROUVE) TO WS-TAUX-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TAUX " WS-PST-CODE(WS-POSTE-TROUVE) " "
                   WS-TAUX-ED " %"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-PST-BASE-FCT(WS-POSTE-TROUVE) TO WS-BASE-ED.
           MOVE WS-PST-TVA-FCT(WS-POSTE-TROUVE) TO WS-TVA-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Factures       " WS-BASE-ED " " WS-TVA-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           COMPUTE WS-BASE-ED = 0 - WS-PST-BASE-RET(WS-POSTE-TROUVE).
           COMPUTE WS-TVA-ED = 0 - WS-PST-TVA-RET(WS-POSTE-TROUVE).
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Retours        " WS-BASE-ED " " WS-TVA-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           COMPUTE WS-BASE-ED = 0 - WS-PST-BASE-AV(WS-POSTE-TROUVE).
           COMPUTE WS-TVA-ED = 0 - WS-PST-TVA-AV(WS-POSTE-TROUVE).
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Avoirs         " WS-BASE-ED " " WS-TVA-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           COMPUTE WS-BASE-NETTE = WS-PST-BASE-FCT(WS-POSTE-TROUVE)
               - WS-PST-BASE-RET(WS-POSTE-TROUVE)
               - WS-PST-BASE-AV(WS-POSTE-TROUVE).
           COMPUTE WS-TVA-NETTE = WS-PST-TVA-FCT(WS-POSTE-TROUVE)
               - WS-PST-TVA-RET(WS-POSTE-TROUVE)
               - WS-PST-TVA-AV(WS-POSTE-TROUVE).

           ADD WS-BASE-NETTE TO WS-TOTAL-BASE.
           ADD WS-TVA-NETTE TO WS-TOTAL-TVA.

           MOVE WS-BASE-NETTE TO WS-BASE-ED.
           MOVE WS-TVA-NETTE TO WS-TVA-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  Net a declarer " WS-BASE-ED " " WS-TVA-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0550-EDITION-POSTE-FIN.

      *-----------------------------------------------------------------

      *Appel du module d'edition commun avec les zones preparees
       0900-APPEL-IMPRIM-DEB.

           CALL "imprim" USING WS-IMPRIM-ACTION,
                               WS-IMPRIM-FICHIER,
                               WS-IMPRIM-TITRE,
                               WS-IMPRIM-ENTETE,
                               WS-IMPRIM-LIGNE
           END-CALL.

           EXIT.

       0900-APPEL-IMPRIM-FIN.
