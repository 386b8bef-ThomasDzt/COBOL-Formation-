      *Reglements des factures de scolarite et de cantine emises par
      *facscol, et suivi des impayes par famille. Un reglement est
      *saisi sur le numero de facture (montant, date, mode especes,
      *cheque ou virement) et ajoute a paiements-scolarite.txt avec
      *l'identite de session ; il ne peut depasser le reste du.
      *Le compte d'une famille (responsable legal de la fiche des
      *classes, porte sur chaque facture) liste ses factures, ses
      *reglements et son solde. L'etat des impayes (impayes-
      *scolarite.txt) regroupe par famille les factures non soldees
      *avec leur reste du et les jours de retard apres l'echeance,
      *puis le total de la famille et le total general.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FSC = FACTURE DE SCOLARITE ; PSC = REGLEMENT ;
      * FAM = FAMILLE (RESPONSABLE LEGAL)
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. paiescol.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "factures-scolarite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PAIEMENTS
       ASSIGN TO "paiements-scolarite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-IMPAYES ASSIGN TO "impayes-scolarite.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

      *Registre des factures, ecrit par facscol
       FD FICHIER-REGISTRE.
           01 F-FACTURE.
               05 F-FSC-NUMERO             PIC 9(06).
               05 F-FSC-DATE               PIC X(08).
               05 F-FSC-ECHEANCE           PIC X(08).
               05 F-FSC-ANNEE              PIC X(04).
               05 F-FSC-TRIMESTRE          PIC X(01).
               05 F-FSC-MATRICULE          PIC X(06).
               05 F-FSC-NOM                PIC X(15).
               05 F-FSC-PRENOM             PIC X(15).
               05 F-FSC-CLASSE             PIC X(03).
               05 F-FSC-RESP-NOM           PIC X(20).
               05 F-FSC-RESP-ADRESSE       PIC X(30).
               05 F-FSC-REPAS              PIC 9(03).
               05 F-FSC-MONTANT            PIC 9(07)V9(02).

      *Un reglement. Mode : E especes, C cheque, V virement
       FD FICHIER-PAIEMENTS.
           01 F-PAIEMENT.
               05 F-PSC-NUMERO-FACTURE     PIC 9(06).
               05 F-PSC-DATE               PIC X(08).
               05 F-PSC-MONTANT            PIC 9(07)V9(02).
               05 F-PSC-MODE               PIC X(01).
               05 F-PSC-SAISI-PAR          PIC X(20).

       FD FICHIER-SESSION.
           01 F-SESSION-IDENTIFIANT        PIC X(20).

       FD FICHIER-IMPAYES.
           01 F-LIGNE-IMPAYES              PIC X(80).


       WORKING-STORAGE SECTION.

      *Factures chargees avec le cumul de leurs reglements
       01 WS-TABLEAU-FSC.
           05 WS-FSC OCCURS 2000 TIMES.
               10 WS-FSC-NUMERO            PIC 9(06).
               10 WS-FSC-ECHEANCE          PIC X(08).
               10 WS-FSC-ANNEE             PIC X(04).
               10 WS-FSC-TRIMESTRE         PIC X(01).
               10 WS-FSC-NOM               PIC X(15).
               10 WS-FSC-PRENOM            PIC X(15).
               10 WS-FSC-RESP-NOM          PIC X(20).
               10 WS-FSC-RESP-ADRESSE      PIC X(30).
               10 WS-FSC-MONTANT           PIC 9(07)V9(02).
               10 WS-FSC-PAYE              PIC 9(07)V9(02).

      *Familles vues, dans l'ordre des factures
       01 WS-TABLEAU-FAM.
           05 WS-FAM OCCURS 500 TIMES.
               10 WS-FAM-RESP-NOM          PIC X(20).
               10 WS-FAM-RESP-ADRESSE      PIC X(30).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX-FAM                       PIC 9(03).
       01 WS-MAX-FSC                       PIC 9(04)   VALUE 0.
       01 WS-MAX-FAM                       PIC 9(03)   VALUE 0.
       01 WS-NB-REGLEMENTS-ORPHELINS       PIC 9(04)   VALUE 0.

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-REGLEMENT                       VALUE "1".
           88 WS-CHOIX-COMPTE                          VALUE "2".
           88 WS-CHOIX-IMPAYES                         VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

       01 WS-UTILISATEUR                   PIC X(20).
       01 WS-DATE-JOUR                     PIC 9(08).

      *Saisies du reglement
       01 WS-SAISIE-NUMERO                 PIC X(06).
       01 WS-SAISIE-MONTANT                PIC X(10).
       01 WS-SAISIE-DATE                   PIC X(08).
       01 WS-SAISIE-MODE                   PIC X(01).
           88 WS-MODE-VALIDE                           VALUE "E" "C"
                                                             "V".
       01 WS-SAISIE-FAMILLE                PIC X(20).

       01 WS-FSC-TROUVE                    PIC 9(04).
       01 WS-MONTANT-NUM                   PIC 9(07)V9(02).
       01 WS-RESTE-DU                      PIC 9(07)V9(02).
       01 WS-RESTE-FAMILLE                 PIC 9(09)V9(02).
       01 WS-RESTE-GENERAL                 PIC 9(09)V9(02).
       01 WS-JOURS-RETARD                  PIC S9(07).
       77 WS-NB-FACTURES-FAM               PIC 9(03).
       77 WS-NB-FAMILLES-IMPAYEES          PIC 9(03).

      *Zones d'edition
       01 WS-MONTANT-ED                    PIC ZZZZZZ9.99.
       01 WS-PAYE-ED                       PIC ZZZZZZ9.99.
       01 WS-RESTE-ED                      PIC ZZZZZZ9.99.
       01 WS-TOTAL-ED                      PIC ZZZZZZZZ9.99.
       01 WS-RETARD-ED                     PIC ZZZ9.

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           MOVE SPACES TO WS-UTILISATEUR.

           OPEN INPUT FICHIER-SESSION.

           READ FICHIER-SESSION
               AT END
                   CONTINUE
               NOT AT END
                   MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
           END-READ.

           CLOSE FICHIER-SESSION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Factures et cumul des reglements, recharges a chaque choix
      *pour tenir compte des saisies precedentes
       0100-CHARGEMENT-DEB.

           MOVE 0 TO WS-MAX-FSC.
           MOVE 0 TO WS-MAX-FAM.
           MOVE 0 TO WS-NB-REGLEMENTS-ORPHELINS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-FSC < 2000
                           ADD 1 TO WS-MAX-FSC
                           MOVE F-FSC-NUMERO
                             TO WS-FSC-NUMERO(WS-MAX-FSC)
                           MOVE F-FSC-ECHEANCE
                             TO WS-FSC-ECHEANCE(WS-MAX-FSC)
                           MOVE F-FSC-ANNEE
                             TO WS-FSC-ANNEE(WS-MAX-FSC)
                           MOVE F-FSC-TRIMESTRE
                             TO WS-FSC-TRIMESTRE(WS-MAX-FSC)
                           MOVE F-FSC-NOM TO WS-FSC-NOM(WS-MAX-FSC)
                           MOVE F-FSC-PRENOM
                             TO WS-FSC-PRENOM(WS-MAX-FSC)
                           MOVE F-FSC-RESP-NOM
                             TO WS-FSC-RESP-NOM(WS-MAX-FSC)
                           MOVE F-FSC-RESP-ADRESSE
                             TO WS-FSC-RESP-ADRESSE(WS-MAX-FSC)
                           MOVE F-FSC-MONTANT
                             TO WS-FSC-MONTANT(WS-MAX-FSC)
                           MOVE 0 TO WS-FSC-PAYE(WS-MAX-FSC)
                           PERFORM 0150-FAMILLE-VUE-DEB
                              THRU 0150-FAMILLE-VUE-FIN
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PAIEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-PAIEMENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-PSC-NUMERO-FACTURE TO WS-SAISIE-NUMERO
                       PERFORM 0180-CHERCHE-FACTURE-DEB
                          THRU 0180-CHERCHE-FACTURE-FIN
                       IF WS-FSC-TROUVE = 0
                           ADD 1 TO WS-NB-REGLEMENTS-ORPHELINS
                       ELSE
                           ADD F-PSC-MONTANT
                             TO WS-FSC-PAYE(WS-FSC-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

      *Famille = responsable legal de la fiche ; les factures sans
      *responsable sont regroupees sous un nom vide
       0150-FAMILLE-VUE-DEB.

           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                   UNTIL WS-IDX-FAM > WS-MAX-FAM
               IF WS-FAM-RESP-NOM(WS-IDX-FAM) = F-FSC-RESP-NOM
                   GO TO 0150-FAMILLE-VUE-FIN
               END-IF
           END-PERFORM.

           IF WS-MAX-FAM < 500
               ADD 1 TO WS-MAX-FAM
               MOVE F-FSC-RESP-NOM TO WS-FAM-RESP-NOM(WS-MAX-FAM)
               MOVE F-FSC-RESP-ADRESSE
                 TO WS-FAM-RESP-ADRESSE(WS-MAX-FAM)
           END-IF.

           EXIT.

       0150-FAMILLE-VUE-FIN.

      *-----------------------------------------------------------------

      *Recherche de la facture WS-SAISIE-NUMERO dans la table
       0180-CHERCHE-FACTURE-DEB.

           MOVE 0 TO WS-FSC-TROUVE.

           IF WS-SAISIE-NUMERO NOT NUMERIC
               GO TO 0180-CHERCHE-FACTURE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FSC
               IF WS-FSC-NUMERO(WS-IDX) = WS-SAISIE-NUMERO
                   MOVE WS-IDX TO WS-FSC-TROUVE
               END-IF
           END-PERFORM.

           EXIT.

       0180-CHERCHE-FACTURE-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Reglements de scolarite et de cantine.".
           DISPLAY "1 - Enregistrer un reglement".
           DISPLAY "2 - Compte d'une famille".
           DISPLAY "3 - Etat des impayes par famille".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-REGLEMENT
                   PERFORM 0100-CHARGEMENT-DEB
                      THRU 0100-CHARGEMENT-FIN
                   PERFORM 0300-SAISIE-REGLEMENT-DEB
                      THRU 0300-SAISIE-REGLEMENT-FIN

               WHEN WS-CHOIX-COMPTE
                   PERFORM 0100-CHARGEMENT-DEB
                      THRU 0100-CHARGEMENT-FIN
                   PERFORM 0400-COMPTE-FAMILLE-DEB
                      THRU 0400-COMPTE-FAMILLE-FIN

               WHEN WS-CHOIX-IMPAYES
                   PERFORM 0100-CHARGEMENT-DEB
                      THRU 0100-CHARGEMENT-FIN
                   PERFORM 0500-ETAT-IMPAYES-DEB
                      THRU 0500-ETAT-IMPAYES-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

       0300-SAISIE-REGLEMENT-DEB.

           DISPLAY "Numero de facture : ".
           ACCEPT WS-SAISIE-NUMERO.

           PERFORM 0180-CHERCHE-FACTURE-DEB
              THRU 0180-CHERCHE-FACTURE-FIN.

           IF WS-FSC-TROUVE = 0
               DISPLAY "Facture inconnue, reglement refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           COMPUTE WS-RESTE-DU = WS-FSC-MONTANT(WS-FSC-TROUVE)
                               - WS-FSC-PAYE(WS-FSC-TROUVE).

           MOVE WS-FSC-MONTANT(WS-FSC-TROUVE) TO WS-MONTANT-ED.
           MOVE WS-RESTE-DU TO WS-RESTE-ED.

           DISPLAY "Eleve : " WS-FSC-NOM(WS-FSC-TROUVE) " "
                   WS-FSC-PRENOM(WS-FSC-TROUVE) " - famille "
                   WS-FSC-RESP-NOM(WS-FSC-TROUVE).
           DISPLAY "Montant facture : " WS-MONTANT-ED
                   " - reste du : " WS-RESTE-ED.

           IF WS-RESTE-DU = 0
               DISPLAY "Facture deja soldee, reglement refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           DISPLAY "Montant regle (ex. 150.00) : ".
           ACCEPT WS-SAISIE-MONTANT.
           MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
             TO WS-MONTANT-NUM.

           IF WS-MONTANT-NUM = 0
               DISPLAY "Montant nul ou illisible, reglement refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           IF WS-MONTANT-NUM > WS-RESTE-DU
               DISPLAY "Montant superieur au reste du, reglement "
                       "refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           DISPLAY "Date du reglement (AAAAMMJJ, vide = "
                   WS-DATE-JOUR ") : ".
           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               MOVE WS-DATE-JOUR TO WS-SAISIE-DATE
           END-IF.

           IF WS-SAISIE-DATE NOT NUMERIC
               DISPLAY "Date illisible, reglement refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           MOVE "VALID" TO WS-DATUTIL-FONCTION.
           MOVE WS-SAISIE-DATE TO WS-DATUTIL-DATE-1.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO RETURN-CODE.

           IF WS-DATUTIL-RESULTAT NOT = 0
               DISPLAY "Date invalide, reglement refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           DISPLAY "Mode (E especes, C cheque, V virement) : ".
           ACCEPT WS-SAISIE-MODE.

           IF NOT WS-MODE-VALIDE
               DISPLAY "Mode inconnu, reglement refuse."
               GO TO 0300-SAISIE-REGLEMENT-FIN
           END-IF.

           OPEN EXTEND FICHIER-PAIEMENTS.

           MOVE SPACES TO F-PAIEMENT.
           MOVE WS-FSC-NUMERO(WS-FSC-TROUVE) TO F-PSC-NUMERO-FACTURE.
           MOVE WS-SAISIE-DATE TO F-PSC-DATE.
           MOVE WS-MONTANT-NUM TO F-PSC-MONTANT.
           MOVE WS-SAISIE-MODE TO F-PSC-MODE.
           MOVE WS-UTILISATEUR TO F-PSC-SAISI-PAR.
           WRITE F-PAIEMENT.

           CLOSE FICHIER-PAIEMENTS.

           SUBTRACT WS-MONTANT-NUM FROM WS-RESTE-DU.
           MOVE WS-RESTE-DU TO WS-RESTE-ED.

           DISPLAY "Reglement enregistre, reste du : " WS-RESTE-ED.

           MOVE "paiescol" TO AUDIT-PROGRAMME.
           MOVE "REGLEMENT" TO AUDIT-ACTION.
           MOVE WS-MONTANT-NUM TO WS-MONTANT-ED.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-FSC-NUMERO(WS-FSC-TROUVE) " " WS-SAISIE-MODE
                   " " WS-MONTANT-ED
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0300-SAISIE-REGLEMENT-FIN.

      *-----------------------------------------------------------------

      *Factures d'une famille avec reglements et solde
       0400-COMPTE-FAMILLE-DEB.

           DISPLAY "Nom du responsable legal : ".
           ACCEPT WS-SAISIE-FAMILLE.

           MOVE 0 TO WS-NB-FACTURES-FAM.
           MOVE 0 TO WS-RESTE-FAMILLE.

           DISPLAY "Facture Annee T Eleve           "
                   "   Facture     Regle  Reste du".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FSC
               IF WS-FSC-RESP-NOM(WS-IDX) = WS-SAISIE-FAMILLE
                   ADD 1 TO WS-NB-FACTURES-FAM
                   COMPUTE WS-RESTE-DU = WS-FSC-MONTANT(WS-IDX)
                                       - WS-FSC-PAYE(WS-IDX)
                   ADD WS-RESTE-DU TO WS-RESTE-FAMILLE
                   MOVE WS-FSC-MONTANT(WS-IDX) TO WS-MONTANT-ED
                   MOVE WS-FSC-PAYE(WS-IDX) TO WS-PAYE-ED
                   MOVE WS-RESTE-DU TO WS-RESTE-ED
                   DISPLAY WS-FSC-NUMERO(WS-IDX) "  "
                           WS-FSC-ANNEE(WS-IDX) "  "
                           WS-FSC-TRIMESTRE(WS-IDX) " "
                           WS-FSC-NOM(WS-IDX) " "
                           WS-MONTANT-ED WS-PAYE-ED WS-RESTE-ED
               END-IF
           END-PERFORM.

           IF WS-NB-FACTURES-FAM = 0
               DISPLAY "Aucune facture pour cette famille."
               GO TO 0400-COMPTE-FAMILLE-FIN
           END-IF.

           MOVE WS-RESTE-FAMILLE TO WS-TOTAL-ED.
           DISPLAY "Solde du par la famille : " WS-TOTAL-ED.

           EXIT.

       0400-COMPTE-FAMILLE-FIN.

      *-----------------------------------------------------------------

      *Etat des impayes : par famille, les factures non soldees,
      *le retard compte a partir de l'echeance
       0500-ETAT-IMPAYES-DEB.

           MOVE 0 TO WS-RESTE-GENERAL.
           MOVE 0 TO WS-NB-FAMILLES-IMPAYEES.

           OPEN OUTPUT FICHIER-IMPAYES.

           MOVE SPACES TO F-LIGNE-IMPAYES.
           STRING "ETAT DES IMPAYES DE SCOLARITE ET DE CANTINE AU "
                   WS-DATE-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           PERFORM VARYING WS-IDX-FAM FROM 1 BY 1
                   UNTIL WS-IDX-FAM > WS-MAX-FAM
               PERFORM 0550-IMPAYES-FAMILLE-DEB
                  THRU 0550-IMPAYES-FAMILLE-FIN
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           MOVE WS-RESTE-GENERAL TO WS-TOTAL-ED.
           MOVE SPACES TO F-LIGNE-IMPAYES.
           STRING "TOTAL GENERAL : " WS-TOTAL-ED " - "
                   WS-NB-FAMILLES-IMPAYEES " famille(s) debitrice(s)"
               DELIMITED BY SIZE INTO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           IF WS-NB-REGLEMENTS-ORPHELINS > 0
               MOVE SPACES TO F-LIGNE-IMPAYES
               STRING WS-NB-REGLEMENTS-ORPHELINS
                       " reglement(s) sur facture inconnue"
                   DELIMITED BY SIZE INTO F-LIGNE-IMPAYES
               WRITE F-LIGNE-IMPAYES
           END-IF.

           CLOSE FICHIER-IMPAYES.

           DISPLAY "Etat ecrit : impayes-scolarite.txt - familles "
                   "debitrices : " WS-NB-FAMILLES-IMPAYEES.

           EXIT.

       0500-ETAT-IMPAYES-FIN.

      *-----------------------------------------------------------------

       0550-IMPAYES-FAMILLE-DEB.

           MOVE 0 TO WS-RESTE-FAMILLE.
           MOVE 0 TO WS-NB-FACTURES-FAM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FSC
               IF WS-FSC-RESP-NOM(WS-IDX)
                  = WS-FAM-RESP-NOM(WS-IDX-FAM)
               AND WS-FSC-PAYE(WS-IDX) < WS-FSC-MONTANT(WS-IDX)
                   IF WS-NB-FACTURES-FAM = 0
                       PERFORM 0560-ENTETE-FAMILLE-DEB
                          THRU 0560-ENTETE-FAMILLE-FIN
                   END-IF
                   ADD 1 TO WS-NB-FACTURES-FAM
                   PERFORM 0580-LIGNE-IMPAYE-DEB
                      THRU 0580-LIGNE-IMPAYE-FIN
               END-IF
           END-PERFORM.

           IF WS-NB-FACTURES-FAM = 0
               GO TO 0550-IMPAYES-FAMILLE-FIN
           END-IF.

           ADD 1 TO WS-NB-FAMILLES-IMPAYEES.
           ADD WS-RESTE-FAMILLE TO WS-RESTE-GENERAL.

           MOVE WS-RESTE-FAMILLE TO WS-TOTAL-ED.
           MOVE SPACES TO F-LIGNE-IMPAYES.
           STRING "  TOTAL FAMILLE : " WS-TOTAL-ED
               DELIMITED BY SIZE INTO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           EXIT.

       0550-IMPAYES-FAMILLE-FIN.

      *-----------------------------------------------------------------

       0560-ENTETE-FAMILLE-DEB.

           MOVE SPACES TO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           MOVE SPACES TO F-LIGNE-IMPAYES.

           IF WS-FAM-RESP-NOM(WS-IDX-FAM) = SPACES
               MOVE "FAMILLE : RESPONSABLE LEGAL NON RENSEIGNE"
                 TO F-LIGNE-IMPAYES
           ELSE
               STRING "FAMILLE : " WS-FAM-RESP-NOM(WS-IDX-FAM) " "
                       WS-FAM-RESP-ADRESSE(WS-IDX-FAM)
                   DELIMITED BY SIZE INTO F-LIGNE-IMPAYES
           END-IF.

           WRITE F-LIGNE-IMPAYES.

           MOVE SPACES TO F-LIGNE-IMPAYES.
           STRING "  Facture Eleve           A/T    Echeance    "
                   "Reste du Retard"
               DELIMITED BY SIZE INTO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           EXIT.

       0560-ENTETE-FAMILLE-FIN.

      *-----------------------------------------------------------------

       0580-LIGNE-IMPAYE-DEB.

           COMPUTE WS-RESTE-DU = WS-FSC-MONTANT(WS-IDX)
                               - WS-FSC-PAYE(WS-IDX).
           ADD WS-RESTE-DU TO WS-RESTE-FAMILLE.

           MOVE 0 TO WS-JOURS-RETARD.

           IF WS-FSC-ECHEANCE(WS-IDX) IS NUMERIC
           AND WS-FSC-ECHEANCE(WS-IDX) < WS-DATE-JOUR
               MOVE "ECART" TO WS-DATUTIL-FONCTION
               MOVE WS-FSC-ECHEANCE(WS-IDX) TO WS-DATUTIL-DATE-1
               MOVE WS-DATE-JOUR TO WS-DATUTIL-DATE-2
               CALL "datutil" USING WS-DATUTIL-FONCTION,
                                    WS-DATUTIL-DATE-1,
                                    WS-DATUTIL-DATE-2,
                                    WS-DATUTIL-NOMBRE,
                                    WS-DATUTIL-RESULTAT
               END-CALL
               MOVE 0 TO RETURN-CODE
               MOVE WS-DATUTIL-NOMBRE TO WS-JOURS-RETARD
           END-IF.

           MOVE WS-RESTE-DU TO WS-RESTE-ED.
           MOVE WS-JOURS-RETARD TO WS-RETARD-ED.

           MOVE SPACES TO F-LIGNE-IMPAYES.
           STRING "  " WS-FSC-NUMERO(WS-IDX) "  "
                   WS-FSC-NOM(WS-IDX) " "
                   WS-FSC-ANNEE(WS-IDX) "/" WS-FSC-TRIMESTRE(WS-IDX)
                   " " WS-FSC-ECHEANCE(WS-IDX) "  " WS-RESTE-ED
                   "   " WS-RETARD-ED
               DELIMITED BY SIZE INTO F-LIGNE-IMPAYES.
           WRITE F-LIGNE-IMPAYES.

           EXIT.

       0580-LIGNE-IMPAYE-FIN.
