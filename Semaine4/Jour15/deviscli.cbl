      * Devis clients : le prix donne au telephone ne se perd plus
      * entre l'appel et la saisie de la commande. Un devis se saisit
      * pour un client de clients.txt (actif), ligne par ligne sur
      * des articles actifs de catalogue-prix.txt, au prix catalogue
      * du jour ou a un prix HT devise ; il recoit un numero DVnnnnnn
      * qui suit le dernier du registre devis-registre.txt
      * (enregistrement decrit dans devis-record.cpy), une date de fin
      * de validite (30 jours par defaut) et il est edite par le
      * module commun imprim (devis-DVnnnnnn.txt).
      * La conversion d'un devis accepte par le client et encore
      * valable ecrit ses lignes dans num-commandes.txt (ouvertes,
      * datees du jour) en y portant le prix devise (colonnes 31-36)
      * et le numero du devis (colonnes 37-44) : facturcli facture
      * alors ces lignes au prix devise. Le devis passe au statut
      * converti et la conversion part au journal d'audit central.
      * Avant conversion, l'encours du client (factures du registre
      * moins paiements et avoirs, comme saisiecom) augmente du total
      * du devis est compare a sa limite de credit (colonnes 31-36 de
      * clients.txt, zero = sans limite) : au-dela, la conversion est
      * bloquee sauf derogation d'un superviseur autorise (action
      * DEROGATION du controle des autorisations) ; blocage et
      * derogation partent au journal d'audit central.
      * L'etat de relance devis-relance.txt liste les devis ouverts
      * dont la validite expire dans la semaine en cours (lundi a
      * dimanche) sans avoir ete convertis.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * DEV = DEVIS ; CLI = CLIENT ; CAT = CATALOGUE ; COM = COMMANDE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. deviscli.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-CLI ASSIGN TO "clients.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CLI.

       SELECT FICHIER-CATALOGUE ASSIGN TO "catalogue-prix.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.

      *OPTIONAL : le premier devis cree le registre
       SELECT OPTIONAL FICHIER-DEVIS ASSIGN TO "devis-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-COM ASSIGN TO "num-commandes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Encours du client : factures du registre moins paiements et
      *avoirs
       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "facture-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PAIEMENTS
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AVOIRS ASSIGN TO "avoirs-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-CLI.
           01 F-LIGNE-CLI                  PIC X(36).

       FD FICHIER-CATALOGUE.
           01 F-ARTICLE-CATALOGUE.
               05 F-CAT-NOM                PIC X(10).
               05 F-CAT-PRIX               PIC 9(04)V9(02).
               05 F-CAT-ACTIF              PIC X(01).
               05 F-CAT-COUT               PIC X(06).
               05 F-CAT-TVA                PIC X(01).

       FD FICHIER-DEVIS.
           COPY "devis-record.cpy".

      *Ligne de commande : ID 1-3, quantite 4-7, numero 8-11, statut
      *12, date 13-20, article 21-30, prix devise 31-36, devis 37-44,
      *adresse de livraison 45-46 (vide : adresse par defaut)
       FD FICHIER-COM.
           01 F-LIGNE-COM                  PIC X(46).

       FD FICHIER-REGISTRE.
           01 F-LIGNE-REGISTRE             PIC X(80).

       FD FICHIER-PAIEMENTS.
           01 F-PAIEMENT.
               05 F-PAI-NUMERO             PIC X(08).
               05 F-PAI-DATE               PIC X(08).
               05 F-PAI-MONTANT            PIC 9(08)V9(02).

       FD FICHIER-AVOIRS.
           COPY "avoir-record.cpy".


       WORKING-STORAGE SECTION.

       01 WS-TABLEAU-CLI.
           05 WS-LIGNE-CLI OCCURS 100 TIMES.
               10 WS-ID-CLI                PIC X(08).
               10 WS-NOM                   PIC X(11).
               10 WS-PRENOM                PIC X(10).
               10 WS-TEMOIN-CLI            PIC X(01).
                   88 WS-CLI-INACTIF               VALUE "I".

      *        Limite de credit (colonnes 31-36, zero = sans limite)
               10 WS-LIMITE-CLI            PIC 9(06).

      *Encours par facture du registre, rapproche des paiements et
      *des avoirs
       01 WS-TABLEAU-FCT.
           05 WS-LIGNE-FCT OCCURS 500 TIMES.
               10 WS-FCT-NUMERO            PIC X(08).
               10 WS-FCT-CLIENT            PIC X(08).
               10 WS-FCT-MONTANT           PIC 9(08)V9(02).
               10 WS-FCT-PAYE              PIC 9(08)V9(02).
               10 WS-FCT-AVOIR             PIC 9(08)V9(02).

       01 WS-MAX-FCT                       PIC 9(03).
       01 WS-CAPACITE-FCT                  PIC 9(03)   VALUE 500.

      *Controle de credit du devis en cours de conversion
       01 WS-ENCOURS                       PIC S9(09)V9(02).
       01 WS-ENCOURS-ED                    PIC Z(08)9.99.
       01 WS-SAISIE-DEROGATION             PIC X.
           88 WS-DEROGATION-DEMANDEE               VALUE "O" "o".

       01 WS-CREDIT                        PIC X.
           88 WS-CREDIT-OK                         VALUE "O".
           88 WS-CREDIT-KO                         VALUE "N".

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME            PIC X(10)   VALUE "deviscli".
       01 WS-AUTORISE-ACTION               PIC X(10)
               VALUE "DEROGATION".
       01 WS-AUTORISE-RESULTAT             PIC 9(01).

       01 WS-TABLEAU-CAT.
           05 WS-LIGNE-CAT OCCURS 100 TIMES.
               10 WS-CAT-NOM               PIC X(10).
               10 WS-CAT-PRIX              PIC 9(04)V9(02).
               10 WS-CAT-ACTIF             PIC X(01).

      *Registre des devis en memoire, enregistrements bruts
       01 WS-TABLEAU-DEV.
           05 WS-LIGNE-DEV OCCURS 1000 TIMES.
               10 WS-DEV-ENREG             PIC X(52).

      *Lignes du devis en cours de saisie
       01 WS-TABLEAU-SAISIE.
           05 WS-LIGNE-SAISIE OCCURS 20 TIMES.
               10 WS-SAI-ARTICLE           PIC X(10).
               10 WS-SAI-QTE               PIC 9(04).
               10 WS-SAI-PRIX              PIC 9(04)V9(02).

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(04).
       01 WS-MAX-CLI                       PIC 9(03).
       01 WS-CAPACITE-CLI                  PIC 9(03)   VALUE 100.
       01 WS-MAX-CAT                       PIC 9(03).
       01 WS-CAPACITE-CAT                  PIC 9(03)   VALUE 100.
       01 WS-MAX-DEV                       PIC 9(04).
       01 WS-CAPACITE-DEV                  PIC 9(04)   VALUE 1000.
       01 WS-NB-SAISIE                     PIC 9(02).
       01 WS-CAPACITE-SAISIE               PIC 9(02)   VALUE 20.

       01 WS-STATUT-CLI                    PIC X(02).
           88 WS-STATUT-CLI-OK                         VALUE "00".
       01 WS-STATUT-CAT                    PIC X(02).
           88 WS-STATUT-CAT-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-FIN-SAISIE                    PIC X.
           88 WS-FIN-SAISIE-N                          VALUE "N".
           88 WS-FIN-SAISIE-O                          VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-ETABLIR                         VALUE "1".
           88 WS-CHOIX-CONVERTIR                       VALUE "2".
           88 WS-CHOIX-RELANCE                         VALUE "3".
           88 WS-CHOIX-QUITTER                         VALUE "4".

      *Saisies
       01 WS-SAISIE-ID                     PIC X(03).
       01 WS-SAISIE-VALIDITE               PIC X(03).
       01 WS-SAISIE-ARTICLE                PIC X(10).
       01 WS-SAISIE-QUANTITE               PIC X(04).
       01 WS-SAISIE-PRIX                   PIC X(10).
       01 WS-SAISIE-DEVIS                  PIC X(08).
       01 WS-SAISIE-NUM                    PIC X(04).
       01 WS-SAISIE-ACCORD                 PIC X.
           88 WS-ACCORD-CLIENT                         VALUE "O" "o".

       01 WS-CLIENT-IDX                    PIC 9(03).
       01 WS-ARTICLE-TROUVE                PIC 9(03).

      *Validite par defaut d'un devis, en jours
       01 WS-VALIDITE-DEFAUT               PIC 9(03)   VALUE 30.
       01 WS-VALIDITE-JOURS                PIC 9(03).

      *Numerotation des devis : DV suivi de 6 chiffres
       01 WS-NUMERO-DEVIS                  PIC 9(06)   VALUE 0.
       01 WS-NUMERO-DEVIS-X.
           05 FILLER                       PIC X(02)   VALUE "DV".
           05 WS-NUMERO-DEVIS-N            PIC 9(06).

      *Devis en cours de conversion ou de relance
       01 WS-DEV-PREMIERE                  PIC 9(04).
       01 WS-DEV-NB-LIGNES                 PIC 9(04).
       01 WS-DEV-CONVERTI                  PIC X.
           88 WS-DEV-CONVERTI-O                        VALUE "O".
           88 WS-DEV-CONVERTI-N                        VALUE "N".
       01 WS-DEV-COURANT                   PIC X(08).

       01 WS-DATE-DU-JOUR                  PIC 9(08).
       01 WS-DATE-VALIDITE                 PIC 9(08).
       01 WS-DATE-VALIDITE-R REDEFINES WS-DATE-VALIDITE.
           05 WS-ANNEE-VALIDITE            PIC 9(04).
           05 WS-MOIS-VALIDITE             PIC 9(02).
           05 WS-JOUR-VALIDITE             PIC 9(02).
       01 WS-DATE-EMISSION                 PIC 9(08).
       01 WS-DATE-EMISSION-R REDEFINES WS-DATE-EMISSION.
           05 WS-ANNEE-EMISSION            PIC 9(04).
           05 WS-MOIS-EMISSION             PIC 9(02).
           05 WS-JOUR-EMISSION             PIC 9(02).
       01 WS-LUNDI                         PIC 9(08).
       01 WS-DIMANCHE                      PIC 9(08).

      *Montants
       01 WS-MONTANT-LIGNE                 PIC 9(08)V9(02).
       01 WS-TOTAL-DEVIS                   PIC 9(08)V9(02).
       01 WS-PRIX-ED                       PIC Z(03)9.99.
       01 WS-PRIX-DEVIS                    PIC 9(04)V9(02).
       01 WS-PRIX-DEVIS-X REDEFINES WS-PRIX-DEVIS
                                           PIC X(06).
       01 WS-MONTANT-ED                    PIC Z(07)9.99.
       01 WS-QTE-ED                        PIC Z(03)9.

      *Compteurs de la relance
       01 WS-NB-RELANCES                   PIC 9(04).
       01 WS-TOTAL-RELANCES                PIC 9(08)V9(02).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30).
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Nom du registre remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-DEVIS             PIC X(30)
               VALUE "devis-registre.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-FICHIER-CLI-DEB
              THRU 0100-LECTURE-FICHIER-CLI-FIN.

           PERFORM 0150-LECTURE-CATALOGUE-DEB
              THRU 0150-LECTURE-CATALOGUE-FIN.

           PERFORM 0170-LECTURE-DEVIS-DEB
              THRU 0170-LECTURE-DEVIS-FIN.

           IF WS-MAX-CLI = 0 OR WS-MAX-CAT = 0
               SET WS-CHOIX-QUITTER TO TRUE
           END-IF.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

       0100-LECTURE-FICHIER-CLI-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-CLI.

           OPEN INPUT FICHIER-CLI.

           IF NOT WS-STATUT-CLI-OK
               DISPLAY "Erreur : clients.txt introuvable (statut "
                       WS-STATUT-CLI "), devis impossibles."
               GO TO 0100-LECTURE-FICHIER-CLI-FIN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLI
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-CLI < WS-CAPACITE-CLI
                           ADD 1 TO WS-MAX-CLI
                           MOVE F-LIGNE-CLI(1:8)
                             TO WS-ID-CLI(WS-MAX-CLI)
                           MOVE F-LIGNE-CLI(9:11)
                             TO WS-NOM(WS-MAX-CLI)
                           MOVE F-LIGNE-CLI(20:10)
                             TO WS-PRENOM(WS-MAX-CLI)
                           MOVE F-LIGNE-CLI(30:1)
                             TO WS-TEMOIN-CLI(WS-MAX-CLI)
                           IF F-LIGNE-CLI(31:6) IS NUMERIC
                               MOVE F-LIGNE-CLI(31:6)
                                 TO WS-LIMITE-CLI(WS-MAX-CLI)
                           ELSE
                               MOVE 0 TO WS-LIMITE-CLI(WS-MAX-CLI)
                           END-IF
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-CLI ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CLI.

           EXIT.

       0100-LECTURE-FICHIER-CLI-FIN.

      *-----------------------------------------------------------------

       0150-LECTURE-CATALOGUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-CAT.

           OPEN INPUT FICHIER-CATALOGUE.

           IF NOT WS-STATUT-CAT-OK
               DISPLAY "Erreur : catalogue-prix.txt introuvable "
                       "(statut " WS-STATUT-CAT "), devis "
                       "impossibles."
               GO TO 0150-LECTURE-CATALOGUE-FIN
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
                           MOVE F-CAT-ACTIF
                             TO WS-CAT-ACTIF(WS-MAX-CAT)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CATALOGUE.

           EXIT.

       0150-LECTURE-CATALOGUE-FIN.

      *-----------------------------------------------------------------

      *Registre des devis : dernier numero utilise et lignes gardees
      *en memoire pour la conversion et la relance
       0170-LECTURE-DEVIS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
           MOVE 0 TO WS-MAX-DEV.

           OPEN INPUT FICHIER-DEVIS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-DEVIS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF DEV-NUMERO(3:6) IS NUMERIC
                       AND DEV-NUMERO(3:6) > WS-NUMERO-DEVIS
                           MOVE DEV-NUMERO(3:6) TO WS-NUMERO-DEVIS
                       END-IF
                       IF WS-MAX-DEV < WS-CAPACITE-DEV
                           ADD 1 TO WS-MAX-DEV
                           MOVE LIGNE-DEVIS
                             TO WS-DEV-ENREG(WS-MAX-DEV)
                       ELSE
                           DISPLAY "Attention : registre des devis "
                               "tronque, capacite maximale atteinte ("
                               WS-CAPACITE-DEV ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-DEVIS.

           EXIT.

       0170-LECTURE-DEVIS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Devis clients.".
           DISPLAY "1 - Etablir un devis".
           DISPLAY "2 - Convertir un devis accepte en commande".
           DISPLAY "3 - Relance des devis expirant cette semaine".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-ETABLIR
                   PERFORM 0300-ETABLIR-DEB
                      THRU 0300-ETABLIR-FIN

               WHEN WS-CHOIX-CONVERTIR
                   PERFORM 0600-CONVERSION-DEB
                      THRU 0600-CONVERSION-FIN

               WHEN WS-CHOIX-RELANCE
                   PERFORM 0700-RELANCE-DEB
                      THRU 0700-RELANCE-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Recherche du client WS-SAISIE-ID, meme convention que saisiecom ;
      *WS-CLIENT-IDX vaut 0 si le client est inconnu ou desactive
       0250-CONTROLE-CLIENT-DEB.

           MOVE 0 TO WS-CLIENT-IDX.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CLI

               IF WS-SAISIE-ID = WS-ID-CLI(WS-IDX)
                   IF WS-CLI-INACTIF(WS-IDX)
                       DISPLAY "Client desactive : " WS-SAISIE-ID
                   ELSE
                       MOVE WS-IDX TO WS-CLIENT-IDX
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0250-CONTROLE-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Saisie d'un devis : client, validite, puis lignes jusqu'a un
      *article vide ; le devis n'est enregistre que s'il a des lignes
       0300-ETABLIR-DEB.

           DISPLAY "ID client : ".
           ACCEPT WS-SAISIE-ID.

           PERFORM 0250-CONTROLE-CLIENT-DEB
              THRU 0250-CONTROLE-CLIENT-FIN.

           IF WS-CLIENT-IDX = 0
               DISPLAY "Client inconnu ou desactive, devis refuse."
               GO TO 0300-ETABLIR-FIN
           END-IF.

           DISPLAY "Client : " WS-NOM(WS-CLIENT-IDX) " "
                   WS-PRENOM(WS-CLIENT-IDX).

           DISPLAY "Validite en jours (vide = " WS-VALIDITE-DEFAUT
                   ") : ".
           ACCEPT WS-SAISIE-VALIDITE.

           EVALUATE TRUE
               WHEN WS-SAISIE-VALIDITE = SPACES
                   MOVE WS-VALIDITE-DEFAUT TO WS-VALIDITE-JOURS
               WHEN WS-SAISIE-VALIDITE IS NUMERIC
                   MOVE WS-SAISIE-VALIDITE TO WS-VALIDITE-JOURS
               WHEN OTHER
                   DISPLAY "Validite non numerique, devis refuse."
                   GO TO 0300-ETABLIR-FIN
           END-EVALUATE.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           MOVE WS-VALIDITE-JOURS TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-DATE-VALIDITE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 0 TO WS-NB-SAISIE.
           SET WS-FIN-SAISIE-N TO TRUE.

           PERFORM UNTIL WS-FIN-SAISIE-O

               DISPLAY "Article (vide pour terminer) : "
               ACCEPT WS-SAISIE-ARTICLE

               IF WS-SAISIE-ARTICLE = SPACES
                   SET WS-FIN-SAISIE-O TO TRUE
               ELSE
                   PERFORM 0350-LIGNE-DEVIS-DEB
                      THRU 0350-LIGNE-DEVIS-FIN
               END-IF

           END-PERFORM.

           IF WS-NB-SAISIE = 0
               DISPLAY "Devis sans ligne, abandonne."
               GO TO 0300-ETABLIR-FIN
           END-IF.

           PERFORM 0400-ENREGISTRE-DEVIS-DEB
              THRU 0400-ENREGISTRE-DEVIS-FIN.

           PERFORM 0500-EDITION-DEVIS-DEB
              THRU 0500-EDITION-DEVIS-FIN.

           DISPLAY "Devis " WS-NUMERO-DEVIS-X " enregistre, document "
                   WS-IMPRIM-FICHIER.

           EXIT.

       0300-ETABLIR-FIN.

      *-----------------------------------------------------------------

      *Une ligne de devis : article actif au catalogue, quantite,
      *prix HT devise (vide = prix catalogue du jour)
       0350-LIGNE-DEVIS-DEB.

           IF WS-NB-SAISIE >= WS-CAPACITE-SAISIE
               DISPLAY "Devis complet (" WS-CAPACITE-SAISIE
                       " lignes), ligne refusee."
               SET WS-FIN-SAISIE-O TO TRUE
               GO TO 0350-LIGNE-DEVIS-FIN
           END-IF.

           MOVE 0 TO WS-ARTICLE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CAT

               IF WS-CAT-NOM(WS-IDX) = WS-SAISIE-ARTICLE
                   MOVE WS-IDX TO WS-ARTICLE-TROUVE
               END-IF

           END-PERFORM.

           IF WS-ARTICLE-TROUVE = 0
               DISPLAY "Article inconnu du catalogue : "
                       WS-SAISIE-ARTICLE " - ligne refusee."
               GO TO 0350-LIGNE-DEVIS-FIN
           END-IF.

           IF WS-CAT-ACTIF(WS-ARTICLE-TROUVE) = "I"
               DISPLAY "Article inactif au catalogue : "
                       WS-SAISIE-ARTICLE " - ligne refusee."
               GO TO 0350-LIGNE-DEVIS-FIN
           END-IF.

           DISPLAY "Quantite (4 chiffres) : ".
           ACCEPT WS-SAISIE-QUANTITE.

           IF WS-SAISIE-QUANTITE NOT NUMERIC
           OR WS-SAISIE-QUANTITE = "0000"
               DISPLAY "Quantite invalide, ligne refusee."
               GO TO 0350-LIGNE-DEVIS-FIN
           END-IF.

           MOVE WS-CAT-PRIX(WS-ARTICLE-TROUVE) TO WS-PRIX-ED.
           DISPLAY "Prix catalogue HT : " WS-PRIX-ED
                   " - prix devise (ex. 12.50, vide = catalogue) : ".
           ACCEPT WS-SAISIE-PRIX.

           ADD 1 TO WS-NB-SAISIE.
           MOVE WS-SAISIE-ARTICLE TO WS-SAI-ARTICLE(WS-NB-SAISIE).
           MOVE WS-SAISIE-QUANTITE TO WS-SAI-QTE(WS-NB-SAISIE).

           IF WS-SAISIE-PRIX = SPACES
               MOVE WS-CAT-PRIX(WS-ARTICLE-TROUVE)
                 TO WS-SAI-PRIX(WS-NB-SAISIE)
           ELSE
               MOVE FUNCTION NUMVAL(WS-SAISIE-PRIX)
                 TO WS-SAI-PRIX(WS-NB-SAISIE)
           END-IF.

           IF WS-SAI-PRIX(WS-NB-SAISIE) = 0
               DISPLAY "Prix nul, ligne refusee."
               SUBTRACT 1 FROM WS-NB-SAISIE
           END-IF.

           EXIT.

       0350-LIGNE-DEVIS-FIN.

      *-----------------------------------------------------------------

       0400-ENREGISTRE-DEVIS-DEB.

           ADD 1 TO WS-NUMERO-DEVIS.
           MOVE WS-NUMERO-DEVIS TO WS-NUMERO-DEVIS-N.

           OPEN EXTEND FICHIER-DEVIS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SAISIE

               MOVE SPACES TO LIGNE-DEVIS
               MOVE WS-NUMERO-DEVIS-X TO DEV-NUMERO
               MOVE WS-SAISIE-ID TO DEV-CLIENT
               MOVE WS-DATE-DU-JOUR TO DEV-DATE
               MOVE WS-DATE-VALIDITE TO DEV-VALIDITE
               MOVE WS-SAI-ARTICLE(WS-IDX) TO DEV-ARTICLE
               MOVE WS-SAI-QTE(WS-IDX) TO DEV-QTE
               MOVE WS-SAI-PRIX(WS-IDX) TO DEV-PRIX
               MOVE "O" TO DEV-STATUT
               WRITE LIGNE-DEVIS

               IF WS-MAX-DEV < WS-CAPACITE-DEV
                   ADD 1 TO WS-MAX-DEV
                   MOVE LIGNE-DEVIS TO WS-DEV-ENREG(WS-MAX-DEV)
               END-IF

           END-PERFORM.

           CLOSE FICHIER-DEVIS.

           EXIT.

       0400-ENREGISTRE-DEVIS-FIN.

      *-----------------------------------------------------------------

      *Document de devis : client, lignes au prix devise, total HT et
      *date de fin de validite
       0500-EDITION-DEVIS-DEB.

           MOVE SPACES TO WS-IMPRIM-FICHIER.
           STRING "devis-" WS-NUMERO-DEVIS-X ".txt"
               DELIMITED BY SIZE INTO WS-IMPRIM-FICHIER.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "DEVIS N° " WS-NUMERO-DEVIS-X
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           MOVE "ARTICLE    QUANTITE   PRIX UNIT. HT      MONTANT HT"
             TO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Client : " WS-ID-CLI(WS-CLIENT-IDX) " "
                   WS-NOM(WS-CLIENT-IDX) " " WS-PRENOM(WS-CLIENT-IDX)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE 0 TO WS-TOTAL-DEVIS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-SAISIE

               COMPUTE WS-MONTANT-LIGNE =
                   WS-SAI-QTE(WS-IDX) * WS-SAI-PRIX(WS-IDX)
               ADD WS-MONTANT-LIGNE TO WS-TOTAL-DEVIS

               MOVE WS-SAI-QTE(WS-IDX) TO WS-QTE-ED
               MOVE WS-SAI-PRIX(WS-IDX) TO WS-PRIX-ED
               MOVE WS-MONTANT-LIGNE TO WS-MONTANT-ED
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING WS-SAI-ARTICLE(WS-IDX) "     " WS-QTE-ED
                       "         " WS-PRIX-ED "     " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-DEVIS TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL HT : " WS-MONTANT-ED
                   " (TVA au taux de l'article en sus)"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Devis valable jusqu'au " WS-JOUR-VALIDITE "/"
                   WS-MOIS-VALIDITE "/" WS-ANNEE-VALIDITE
                   " inclus."
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0500-EDITION-DEVIS-FIN.

      *-----------------------------------------------------------------

      *Conversion d'un devis ouvert, encore valable et accepte par le
      *client : une ligne de commande ouverte par ligne de devis, au
      *prix devise, puis le devis passe au statut converti
       0600-CONVERSION-DEB.

           DISPLAY "Numero de devis (ex. DV000001) : ".
           ACCEPT WS-SAISIE-DEVIS.

           MOVE 0 TO WS-DEV-PREMIERE.
           MOVE 0 TO WS-DEV-NB-LIGNES.
           MOVE 0 TO WS-TOTAL-DEVIS.
           SET WS-DEV-CONVERTI-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-DEV

               MOVE WS-DEV-ENREG(WS-IDX) TO LIGNE-DEVIS
               IF DEV-NUMERO = WS-SAISIE-DEVIS
                   IF WS-DEV-PREMIERE = 0
                       MOVE WS-IDX TO WS-DEV-PREMIERE
                   END-IF
                   ADD 1 TO WS-DEV-NB-LIGNES
                   IF DEV-STATUT = "C"
                       SET WS-DEV-CONVERTI-O TO TRUE
                   END-IF
                   MOVE DEV-QTE TO WS-QTE-ED
                   MOVE DEV-PRIX TO WS-PRIX-ED
                   DISPLAY "  " DEV-ARTICLE " quantite " WS-QTE-ED
                           " a " WS-PRIX-ED " HT"
                   COMPUTE WS-TOTAL-DEVIS = WS-TOTAL-DEVIS
                       + DEV-QTE * DEV-PRIX
               END-IF

           END-PERFORM.

           IF WS-DEV-PREMIERE = 0
               DISPLAY "Devis inconnu du registre : " WS-SAISIE-DEVIS
               GO TO 0600-CONVERSION-FIN
           END-IF.

           IF WS-DEV-CONVERTI-O
               DISPLAY "Devis deja converti en commande."
               GO TO 0600-CONVERSION-FIN
           END-IF.

           MOVE WS-DEV-ENREG(WS-DEV-PREMIERE) TO LIGNE-DEVIS.
           MOVE DEV-VALIDITE TO WS-DATE-VALIDITE.

           IF WS-DATE-VALIDITE < WS-DATE-DU-JOUR
               DISPLAY "Devis expire le " WS-JOUR-VALIDITE "/"
                       WS-MOIS-VALIDITE "/" WS-ANNEE-VALIDITE
                       ", conversion refusee."
               GO TO 0600-CONVERSION-FIN
           END-IF.

           MOVE DEV-CLIENT TO WS-SAISIE-ID.

           PERFORM 0250-CONTROLE-CLIENT-DEB
              THRU 0250-CONTROLE-CLIENT-FIN.

           IF WS-CLIENT-IDX = 0
               DISPLAY "Client " DEV-CLIENT " inconnu ou desactive, "
                       "conversion refusee."
               GO TO 0600-CONVERSION-FIN
           END-IF.

           MOVE WS-TOTAL-DEVIS TO WS-MONTANT-ED.
           DISPLAY "Client " WS-NOM(WS-CLIENT-IDX) " "
                   WS-PRENOM(WS-CLIENT-IDX) " - total HT "
                   WS-MONTANT-ED.
           DISPLAY "Devis accepte par le client (O/N) : ".
           ACCEPT WS-SAISIE-ACCORD.

           IF NOT WS-ACCORD-CLIENT
               DISPLAY "Conversion abandonnee."
               GO TO 0600-CONVERSION-FIN
           END-IF.

           PERFORM 0620-CONTROLE-CREDIT-DEB
              THRU 0620-CONTROLE-CREDIT-FIN.

           IF WS-CREDIT-KO
               GO TO 0600-CONVERSION-FIN
           END-IF.

           DISPLAY "Numero de commande (4 caracteres) : ".
           ACCEPT WS-SAISIE-NUM.

           IF WS-SAISIE-NUM = SPACES
               DISPLAY "Numero de commande vide, conversion "
                       "refusee."
               GO TO 0600-CONVERSION-FIN
           END-IF.

           OPEN EXTEND FICHIER-COM.

           PERFORM VARYING WS-IDX FROM WS-DEV-PREMIERE BY 1
                   UNTIL WS-IDX > WS-MAX-DEV

               MOVE WS-DEV-ENREG(WS-IDX) TO LIGNE-DEVIS
               IF DEV-NUMERO = WS-SAISIE-DEVIS
                   MOVE SPACES TO F-LIGNE-COM
                   MOVE DEV-CLIENT      TO F-LIGNE-COM(1:3)
                   MOVE DEV-QTE         TO F-LIGNE-COM(4:4)
                   MOVE WS-SAISIE-NUM   TO F-LIGNE-COM(8:4)
                   MOVE "O"             TO F-LIGNE-COM(12:1)
                   MOVE WS-DATE-DU-JOUR TO F-LIGNE-COM(13:8)
                   MOVE DEV-ARTICLE     TO F-LIGNE-COM(21:10)
                   MOVE DEV-PRIX        TO WS-PRIX-DEVIS
                   MOVE WS-PRIX-DEVIS-X TO F-LIGNE-COM(31:6)
                   MOVE DEV-NUMERO      TO F-LIGNE-COM(37:8)
                   WRITE F-LIGNE-COM

                   MOVE "C" TO DEV-STATUT
                   MOVE WS-SAISIE-NUM TO DEV-NUM-COM
                   MOVE LIGNE-DEVIS TO WS-DEV-ENREG(WS-IDX)
               END-IF

           END-PERFORM.

           CLOSE FICHIER-COM.

           PERFORM 0650-REECRITURE-DEVIS-DEB
              THRU 0650-REECRITURE-DEVIS-FIN.

           MOVE "deviscli" TO AUDIT-PROGRAMME.
           MOVE "CONVERSION" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-SAISIE-DEVIS " " WS-SAISIE-NUM " " WS-SAISIE-ID
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Devis " WS-SAISIE-DEVIS " converti : "
                   WS-DEV-NB-LIGNES " ligne(s) de commande "
                   WS-SAISIE-NUM ".".

           EXIT.

       0600-CONVERSION-FIN.

      *-----------------------------------------------------------------

      *Encours clients : factures du registre (numero 1-8, ID client
      *10-17, montant 47-58, largeurs fixes de facturcli) rapprochees
      *des paiements de paiecli et des avoirs d'avoircli ; fichiers
      *absents = encours a zero. Relu a chaque conversion.
       0610-LECTURE-ENCOURS-DEB.

           MOVE 0 TO WS-MAX-FCT.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-LIGNE-REGISTRE(1:4) = "FCT-"
                       AND F-LIGNE-REGISTRE(5:4) IS NUMERIC
                       AND WS-MAX-FCT < WS-CAPACITE-FCT
                           ADD 1 TO WS-MAX-FCT
                           MOVE F-LIGNE-REGISTRE(1:8)
                             TO WS-FCT-NUMERO(WS-MAX-FCT)
                           MOVE F-LIGNE-REGISTRE(10:8)
                             TO WS-FCT-CLIENT(WS-MAX-FCT)
                           MOVE FUNCTION NUMVAL
                               (F-LIGNE-REGISTRE(47:12))
                             TO WS-FCT-MONTANT(WS-MAX-FCT)
                           MOVE 0 TO WS-FCT-PAYE(WS-MAX-FCT)
                           MOVE 0 TO WS-FCT-AVOIR(WS-MAX-FCT)
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
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FCT
                           IF WS-FCT-NUMERO(WS-IDX) = F-PAI-NUMERO
                               ADD F-PAI-MONTANT
                                 TO WS-FCT-PAYE(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FCT
                           IF WS-FCT-NUMERO(WS-IDX) = AV-FACTURE
                               ADD AV-MONTANT-TTC
                                 TO WS-FCT-AVOIR(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           EXIT.

       0610-LECTURE-ENCOURS-FIN.

      *-----------------------------------------------------------------

      *Encours du client augmente du total du devis, compare a sa
      *limite de credit : au-dela, la conversion est bloquee sauf
      *derogation d'un superviseur autorise ; les deux issues partent
      *au journal d'audit central
       0620-CONTROLE-CREDIT-DEB.

           SET WS-CREDIT-OK TO TRUE.

           IF WS-LIMITE-CLI(WS-CLIENT-IDX) = 0
               GO TO 0620-CONTROLE-CREDIT-FIN
           END-IF.

           PERFORM 0610-LECTURE-ENCOURS-DEB
              THRU 0610-LECTURE-ENCOURS-FIN.

           MOVE WS-TOTAL-DEVIS TO WS-ENCOURS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT

               IF WS-FCT-CLIENT(WS-IDX)
                  = WS-ID-CLI(WS-CLIENT-IDX)
                   COMPUTE WS-ENCOURS = WS-ENCOURS
                       + WS-FCT-MONTANT(WS-IDX)
                       - WS-FCT-PAYE(WS-IDX)
                       - WS-FCT-AVOIR(WS-IDX)
               END-IF

           END-PERFORM.

           IF WS-ENCOURS <= WS-LIMITE-CLI(WS-CLIENT-IDX)
               GO TO 0620-CONTROLE-CREDIT-FIN
           END-IF.

           MOVE WS-ENCOURS TO WS-ENCOURS-ED.
           DISPLAY "Encours avec le devis " WS-ENCOURS-ED
                   " au-dela de la limite de credit ("
                   WS-LIMITE-CLI(WS-CLIENT-IDX) ").".

           DISPLAY "Derogation superviseur (O/N) : ".
           ACCEPT WS-SAISIE-DEROGATION.

           IF WS-DEROGATION-DEMANDEE
               CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                     WS-AUTORISE-ACTION,
                                     WS-AUTORISE-RESULTAT
               END-CALL
               IF WS-AUTORISE-RESULTAT NOT = 0
                   DISPLAY "Derogation refusee : votre role n'est "
                           "pas autorise a deroger."
               END-IF
           END-IF.

           MOVE "deviscli" TO AUDIT-PROGRAMME.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-ID-CLI(WS-CLIENT-IDX) DELIMITED BY SPACE
                   " " WS-SAISIE-DEVIS DELIMITED BY SIZE
               INTO AUDIT-CLE.

           IF WS-DEROGATION-DEMANDEE
           AND WS-AUTORISE-RESULTAT = 0
               MOVE "DEROGATION" TO AUDIT-ACTION
               DISPLAY "Derogation accordee, conversion autorisee."
           ELSE
               SET WS-CREDIT-KO TO TRUE
               MOVE "BLOCAGE" TO AUDIT-ACTION
               DISPLAY "Conversion bloquee : limite de credit "
                       "depassee."
           END-IF.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0620-CONTROLE-CREDIT-FIN.

      *-----------------------------------------------------------------

       0650-REECRITURE-DEVIS-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-DEVIS
           END-CALL.

           OPEN OUTPUT FICHIER-DEVIS.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-DEV
               MOVE WS-DEV-ENREG(WS-IDX) TO LIGNE-DEVIS
               WRITE LIGNE-DEVIS
           END-PERFORM.

           CLOSE FICHIER-DEVIS.

           EXIT.

       0650-REECRITURE-DEVIS-FIN.

      *-----------------------------------------------------------------

      *Relance : devis ouverts dont la fin de validite tombe dans la
      *semaine en cours, du lundi au dimanche (datutil JSEM / AJOUJ) ;
      *les lignes d'un meme devis se suivent au registre
       0700-RELANCE-DEB.

           MOVE "JSEM " TO WS-DATUTIL-FONCTION.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-LUNDI,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE "AJOUJ" TO WS-DATUTIL-FONCTION.
           COMPUTE WS-DATUTIL-NOMBRE = 1 - WS-DATUTIL-RESULTAT.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-DU-JOUR,
                                WS-LUNDI,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE 6 TO WS-DATUTIL-NOMBRE.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-LUNDI,
                                WS-DIMANCHE,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           MOVE "devis-relance.txt" TO WS-IMPRIM-FICHIER.
           MOVE "DEVIS EXPIRANT CETTE SEMAINE" TO WS-IMPRIM-TITRE.
           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "DEVIS    CLIENT                     "
                   "EMIS LE    EXPIRE LE   MONTANT HT"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE 0 TO WS-NB-RELANCES.
           MOVE 0 TO WS-TOTAL-RELANCES.
           MOVE SPACES TO WS-DEV-COURANT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-DEV

               MOVE WS-DEV-ENREG(WS-IDX) TO LIGNE-DEVIS
               IF DEV-NUMERO NOT = WS-DEV-COURANT
                   MOVE DEV-NUMERO TO WS-DEV-COURANT
                   PERFORM 0750-DEVIS-A-RELANCER-DEB
                      THRU 0750-DEVIS-A-RELANCER-FIN
               END-IF

           END-PERFORM.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE WS-TOTAL-RELANCES TO WS-MONTANT-ED.
           STRING "TOTAL : " WS-NB-RELANCES " devis a relancer pour "
                   WS-MONTANT-ED " HT"
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Devis a relancer : " WS-NB-RELANCES
                   " - etat devis-relance.txt".

           EXIT.

       0700-RELANCE-FIN.

      *-----------------------------------------------------------------

      *Premiere ligne d'un devis (WS-IDX) : retenu s'il est ouvert et
      *expire entre lundi et dimanche, montant cumule sur ses lignes
       0750-DEVIS-A-RELANCER-DEB.

           IF DEV-STATUT NOT = "O"
               GO TO 0750-DEVIS-A-RELANCER-FIN
           END-IF.

           MOVE DEV-VALIDITE TO WS-DATE-VALIDITE.

           IF WS-DATE-VALIDITE < WS-LUNDI
           OR WS-DATE-VALIDITE > WS-DIMANCHE
               GO TO 0750-DEVIS-A-RELANCER-FIN
           END-IF.

           MOVE DEV-DATE TO WS-DATE-EMISSION.
           MOVE 0 TO WS-TOTAL-DEVIS.

           PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                   UNTIL WS-IDX2 > WS-MAX-DEV
                   OR WS-DEV-ENREG(WS-IDX2)(1:8) NOT = WS-DEV-COURANT
               MOVE WS-DEV-ENREG(WS-IDX2) TO LIGNE-DEVIS
               COMPUTE WS-TOTAL-DEVIS = WS-TOTAL-DEVIS
                   + DEV-QTE * DEV-PRIX
           END-PERFORM.

           MOVE DEV-CLIENT TO WS-SAISIE-ID.
           MOVE 0 TO WS-CLIENT-IDX.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-CLI
               IF WS-ID-CLI(WS-IDX2) = WS-SAISIE-ID
                   MOVE WS-IDX2 TO WS-CLIENT-IDX
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-RELANCES.
           ADD WS-TOTAL-DEVIS TO WS-TOTAL-RELANCES.
           MOVE WS-TOTAL-DEVIS TO WS-MONTANT-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.

           IF WS-CLIENT-IDX = 0
               STRING WS-DEV-COURANT " " DEV-CLIENT " (inconnu)"
                       "               "
                       WS-JOUR-EMISSION "/" WS-MOIS-EMISSION "/"
                       WS-ANNEE-EMISSION " "
                       WS-JOUR-VALIDITE "/" WS-MOIS-VALIDITE "/"
                       WS-ANNEE-VALIDITE " " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           ELSE
               STRING WS-DEV-COURANT " " DEV-CLIENT " "
                       WS-NOM(WS-CLIENT-IDX) " "
                       WS-PRENOM(WS-CLIENT-IDX) " "
                       WS-JOUR-EMISSION "/" WS-MOIS-EMISSION "/"
                       WS-ANNEE-EMISSION " "
                       WS-JOUR-VALIDITE "/" WS-MOIS-VALIDITE "/"
                       WS-ANNEE-VALIDITE " " WS-MONTANT-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
           END-IF.

           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0750-DEVIS-A-RELANCER-FIN.

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
