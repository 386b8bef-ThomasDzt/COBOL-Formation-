      * Cloture de fin de journee d'une caisse de Vente (rapport Z).
      * Le programme cumule par mode de reglement (especes, carte,
      * cheque) les ventes du jour de la caisse dans
      * ventes-semaine.txt (une correction "-" se retranche), puis
      * fait saisir au caissier les montants comptes pour chaque mode.
      * Le rapport Z rapport-z-NNNN.txt (module imprim), numerote en
      * continu toutes caisses confondues, donne pour chaque mode le
      * theorique, le compte et l'ecart (compte - theorique). La
      * cloture est ajoutee a l'historique clotures-caisses.txt
      * (cloture-record.cpy) : la caisse est alors fermee pour la
      * journee et Vente y refuse toute nouvelle vente. Un ecart au
      * dela de la tolerance (5,00 par mode) est trace dans le
      * journal d'audit central. La cloture est reservee aux roles
      * ayant le droit CLOTURE (module autorise) ; une caisse deja
      * cloturee ce jour ne peut pas l'etre une seconde fois.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CLO = CLOTURE ; VTE = VENTE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. clotcaisse.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-VENTES ASSIGN TO "ventes-semaine.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-CLOTURES ASSIGN TO "clotures-caisses.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-VENTES.
           01 F-VENTE.
               05 F-NOM            PIC X(10).
               05 F-PRIX-UNIT      PIC 9(04)V9(02).
               05 F-QTE-VENDUE     PIC 9(02).
               05 F-PRIX-VENTE     PIC 9(06)V9(02).
               05 F-SENS           PIC X(01).
               05 F-DATE-VENTE     PIC X(08).
               05 F-PRIX-CATALOGUE PIC 9(04)V9(02).
               05 F-CAM-VENTE      PIC X(08).
               05 F-MODE-REGLEMENT PIC X(01).
               05 F-CAISSE         PIC X(02).

       FD FICHIER-CLOTURES.
       COPY "cloture-record.cpy".


       WORKING-STORAGE SECTION.

       01 WS-FIN-LECTURE           PIC X.
           88 WS-FIN-LECTURE-N             VALUE "N".
           88 WS-FIN-LECTURE-O             VALUE "O".

       01 WS-DATE-DU-JOUR          PIC 9(08).
       01 WS-DATE-DU-JOUR-X REDEFINES WS-DATE-DU-JOUR
                                   PIC X(08).

       01 WS-CAISSE                PIC X(02).

       01 WS-CAISSE-FERMEE         PIC X.
           88 WS-CAISSE-FERMEE-O           VALUE "O".
           88 WS-CAISSE-FERMEE-N           VALUE "N".

      *Dernier numero de rapport Z de l'historique
       01 WS-DERNIER-NUMERO        PIC 9(04)   VALUE 0.

      *Ecart tolere par mode de reglement avant signalement
       01 WS-TOLERANCE-CAISSE      PIC 9(03)V9(02)   VALUE 5.00.

      *Cumuls theoriques de la caisse par mode et nombre de lignes
       01 WS-NB-VENTES             PIC 9(05)   VALUE 0.
       01 WS-THEO-ESPECES          PIC S9(07)V9(02)  VALUE 0.
       01 WS-THEO-CARTE            PIC S9(07)V9(02)  VALUE 0.
       01 WS-THEO-CHEQUE           PIC S9(07)V9(02)  VALUE 0.
       01 WS-MONTANT-LIGNE         PIC S9(07)V9(02).

      *Montants comptes par le caissier
       01 WS-SAISIE-MONTANT        PIC X(12).
       01 WS-COMPTE-ESPECES        PIC 9(07)V9(02)   VALUE 0.
       01 WS-COMPTE-CARTE          PIC 9(07)V9(02)   VALUE 0.
       01 WS-COMPTE-CHEQUE         PIC 9(07)V9(02)   VALUE 0.

      *Mode en cours d'edition et son ecart
       01 WS-LIBELLE-MODE          PIC X(10).
       01 WS-CODE-MODE             PIC X(01).
       01 WS-THEO                  PIC S9(07)V9(02).
       01 WS-COMPTE                PIC 9(07)V9(02).
       01 WS-ECART                 PIC S9(07)V9(02).
       01 WS-ECART-ABSOLU          PIC 9(07)V9(02).
       01 WS-TOTAL-THEO            PIC S9(08)V9(02)  VALUE 0.
       01 WS-TOTAL-COMPTE          PIC 9(08)V9(02)   VALUE 0.
       01 WS-TOTAL-ECART           PIC S9(08)V9(02)  VALUE 0.

       01 WS-ECART-SIGNALE         PIC X(01)   VALUE "N".
           88 WS-ECART-SIGNALE-O           VALUE "O".

      *Editions
       01 WS-NUMERO-ED             PIC 9(04).
       01 WS-MONTANT-ED            PIC -(8)9.99.
       01 WS-COMPTE-ED             PIC -(8)9.99.
       01 WS-ECART-ED              PIC -(8)9.99.
       01 WS-NB-VENTES-ED          PIC Z(4)9.

      *Zone d'echange du journal d'audit central
       COPY audit.

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME    PIC X(10)   VALUE "clotcaisse".
       01 WS-AUTORISE-ACTION       PIC X(10)   VALUE "CLOTURE".
       01 WS-AUTORISE-RESULTAT     PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION         PIC X(05).
       01 WS-IMPRIM-FICHIER        PIC X(30).
       01 WS-IMPRIM-TITRE          PIC X(40).
       01 WS-IMPRIM-ENTETE         PIC X(80)
               VALUE
               "MODE         THEORIQUE       COMPTE        ECART".
       01 WS-IMPRIM-LIGNE          PIC X(80).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a cloturer une caisse."
               STOP RUN
           END-IF.

           PERFORM 0100-SAISIE-CAISSE-DEB
              THRU 0100-SAISIE-CAISSE-FIN.

           PERFORM 0150-LECTURE-CLOTURES-DEB
              THRU 0150-LECTURE-CLOTURES-FIN.

           IF WS-CAISSE-FERMEE-O
               DISPLAY "Caisse " WS-CAISSE " deja cloturee le "
                       WS-DATE-DU-JOUR "."
               STOP RUN
           END-IF.

           PERFORM 0200-CUMUL-VENTES-DEB
              THRU 0200-CUMUL-VENTES-FIN.

           PERFORM 0300-SAISIE-COMPTAGE-DEB
              THRU 0300-SAISIE-COMPTAGE-FIN.

           PERFORM 0400-RAPPORT-Z-DEB
              THRU 0400-RAPPORT-Z-FIN.

           PERFORM 0500-ECRITURE-CLOTURE-DEB
              THRU 0500-ECRITURE-CLOTURE-FIN.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

      *Numero de caisse sur deux chiffres (vide = 01, "1" = 01)
       0100-SAISIE-CAISSE-DEB.

           DISPLAY "Numero de caisse a cloturer (vide = 01) : "
           WITH NO ADVANCING.
           ACCEPT WS-CAISSE.

           IF WS-CAISSE = SPACES
               MOVE "01" TO WS-CAISSE
           END-IF.

           IF WS-CAISSE(2:1) = SPACE
               MOVE WS-CAISSE(1:1) TO WS-CAISSE(2:1)
               MOVE "0" TO WS-CAISSE(1:1)
           END-IF.

           EXIT.

       0100-SAISIE-CAISSE-FIN.

      *-----------------------------------------------------------------

      *Historique des clotures : dernier numero Z attribue et caisse
      *deja cloturee a la date du jour
       0150-LECTURE-CLOTURES-DEB.

           SET WS-CAISSE-FERMEE-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLOTURES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLOTURES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF CLO-NUMERO > WS-DERNIER-NUMERO
                           MOVE CLO-NUMERO TO WS-DERNIER-NUMERO
                       END-IF
                       IF CLO-CAISSE = WS-CAISSE
                       AND CLO-DATE = WS-DATE-DU-JOUR
                           SET WS-CAISSE-FERMEE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLOTURES.

           EXIT.

       0150-LECTURE-CLOTURES-FIN.

      *-----------------------------------------------------------------

      *Ventes du jour de la caisse, cumulees par mode de reglement
       0200-CUMUL-VENTES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-VENTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-VENTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-DATE-VENTE = WS-DATE-DU-JOUR-X
                       AND F-CAISSE = WS-CAISSE
                           ADD 1 TO WS-NB-VENTES
                           IF F-SENS = "-"
                               COMPUTE WS-MONTANT-LIGNE =
                                   0 - F-PRIX-VENTE
                           ELSE
                               MOVE F-PRIX-VENTE TO WS-MONTANT-LIGNE
                           END-IF
                           EVALUATE F-MODE-REGLEMENT
                               WHEN "E"
                                   ADD WS-MONTANT-LIGNE
                                     TO WS-THEO-ESPECES
                               WHEN "C"
                                   ADD WS-MONTANT-LIGNE
                                     TO WS-THEO-CARTE
                               WHEN "Q"
                                   ADD WS-MONTANT-LIGNE
                                     TO WS-THEO-CHEQUE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-VENTES.

           DISPLAY "Lignes de vente de la caisse " WS-CAISSE
                   " ce jour : " WS-NB-VENTES.

           EXIT.

       0200-CUMUL-VENTES-FIN.

      *-----------------------------------------------------------------

      *Montants comptes par le caissier (vide = 0)
       0300-SAISIE-COMPTAGE-DEB.

           DISPLAY "Especes comptees (ex. 150.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-COMPTE-ESPECES.

           DISPLAY "Total des tickets carte (ex. 150.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-COMPTE-CARTE.

           DISPLAY "Total des cheques (ex. 150.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-COMPTE-CHEQUE.

           EXIT.

       0300-SAISIE-COMPTAGE-FIN.

      *-----------------------------------------------------------------

      *Rapport Z numerote : une ligne par mode puis le total
       0400-RAPPORT-Z-DEB.

           COMPUTE WS-NUMERO-ED = WS-DERNIER-NUMERO + 1.

           MOVE SPACES TO WS-IMPRIM-FICHIER.
           STRING "rapport-z-" WS-NUMERO-ED ".txt"
               DELIMITED BY SIZE INTO WS-IMPRIM-FICHIER.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "RAPPORT Z " WS-NUMERO-ED " CAISSE " WS-CAISSE
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE WS-NB-VENTES TO WS-NB-VENTES-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Journee du " WS-DATE-DU-JOUR " - lignes de vente : "
                   WS-NB-VENTES-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "Especes" TO WS-LIBELLE-MODE.
           MOVE "E" TO WS-CODE-MODE.
           MOVE WS-THEO-ESPECES TO WS-THEO.
           MOVE WS-COMPTE-ESPECES TO WS-COMPTE.
           PERFORM 0450-LIGNE-MODE-DEB
              THRU 0450-LIGNE-MODE-FIN.

           MOVE "Carte" TO WS-LIBELLE-MODE.
           MOVE "C" TO WS-CODE-MODE.
           MOVE WS-THEO-CARTE TO WS-THEO.
           MOVE WS-COMPTE-CARTE TO WS-COMPTE.
           PERFORM 0450-LIGNE-MODE-DEB
              THRU 0450-LIGNE-MODE-FIN.

           MOVE "Cheque" TO WS-LIBELLE-MODE.
           MOVE "Q" TO WS-CODE-MODE.
           MOVE WS-THEO-CHEQUE TO WS-THEO.
           MOVE WS-COMPTE-CHEQUE TO WS-COMPTE.
           PERFORM 0450-LIGNE-MODE-DEB
              THRU 0450-LIGNE-MODE-FIN.

           MOVE WS-TOTAL-THEO TO WS-MONTANT-ED.
           MOVE WS-TOTAL-COMPTE TO WS-COMPTE-ED.
           MOVE WS-TOTAL-ECART TO WS-ECART-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL     " WS-MONTANT-ED " " WS-COMPTE-ED " "
                   WS-ECART-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Rapport Z " WS-NUMERO-ED " ecrit dans "
                   WS-IMPRIM-FICHIER.

           EXIT.

       0400-RAPPORT-Z-FIN.

      *-----------------------------------------------------------------

      *Ligne d'un mode : ecart compte - theorique, signale au journal
      *d'audit au dela de la tolerance
       0450-LIGNE-MODE-DEB.

           COMPUTE WS-ECART = WS-COMPTE - WS-THEO.
           ADD WS-THEO TO WS-TOTAL-THEO.
           ADD WS-COMPTE TO WS-TOTAL-COMPTE.
           ADD WS-ECART TO WS-TOTAL-ECART.

           MOVE WS-THEO TO WS-MONTANT-ED.
           MOVE WS-COMPTE TO WS-COMPTE-ED.
           MOVE WS-ECART TO WS-ECART-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-LIBELLE-MODE WS-MONTANT-ED " " WS-COMPTE-ED " "
                   WS-ECART-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.

           IF WS-ECART < 0
               COMPUTE WS-ECART-ABSOLU = 0 - WS-ECART
           ELSE
               MOVE WS-ECART TO WS-ECART-ABSOLU
           END-IF.

           IF WS-ECART-ABSOLU > WS-TOLERANCE-CAISSE
               SET WS-ECART-SIGNALE-O TO TRUE
               MOVE "  ** ECART **" TO WS-IMPRIM-LIGNE(56:)

               MOVE "clotcaisse" TO AUDIT-PROGRAMME
               MOVE "ECART" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-CLE
               STRING "Z" WS-NUMERO-ED " caisse " WS-CAISSE " "
                       WS-CODE-MODE WS-ECART-ED
                   DELIMITED BY SIZE INTO AUDIT-CLE
               CALL "auditlog" USING AUDIT-DEMANDE
               END-CALL

               DISPLAY "Ecart " WS-LIBELLE-MODE " : " WS-ECART-ED
                       " signale au journal d'audit."
           END-IF.

           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0450-LIGNE-MODE-FIN.

      *-----------------------------------------------------------------

      *Ajout de la cloture a l'historique : la caisse est fermee pour
      *la journee
       0500-ECRITURE-CLOTURE-DEB.

           OPEN EXTEND FICHIER-CLOTURES.

           MOVE WS-NUMERO-ED TO CLO-NUMERO.
           MOVE WS-DATE-DU-JOUR TO CLO-DATE.
           MOVE WS-CAISSE TO CLO-CAISSE.
           MOVE WS-NB-VENTES TO CLO-NB-VENTES.
           MOVE WS-THEO-ESPECES TO CLO-THEO-ESPECES.
           MOVE WS-COMPTE-ESPECES TO CLO-COMPTE-ESPECES.
           MOVE WS-THEO-CARTE TO CLO-THEO-CARTE.
           MOVE WS-COMPTE-CARTE TO CLO-COMPTE-CARTE.
           MOVE WS-THEO-CHEQUE TO CLO-THEO-CHEQUE.
           MOVE WS-COMPTE-CHEQUE TO CLO-COMPTE-CHEQUE.
           MOVE WS-ECART-SIGNALE TO CLO-ECART-SIGNALE.

           WRITE LIGNE-CLOTURE.

           CLOSE FICHIER-CLOTURES.

           DISPLAY "Caisse " WS-CAISSE " cloturee pour la journee.".

           EXIT.

       0500-ECRITURE-CLOTURE-FIN.

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
