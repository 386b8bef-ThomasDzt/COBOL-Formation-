      * Maintenance des campagnes promotionnelles et des prix de
      * volume appliques par Vente et facturcli : campagnes.txt porte
      * une ligne par regle de prix sur un article du catalogue
      * catalogue-prix.txt. Type P = campagne en pourcentage de remise
      * sur le prix catalogue entre deux dates (ex. -15 % du 1er au
      * 14) ; type Q = prix unitaire de volume a partir d'une
      * quantite minimale (ex. 9.50 a partir de 10 unites), permanent
      * ou borne par des dates. Une campagne P peut aussi exiger une
      * quantite minimale. Chaque ligne de vente ou de commande prend
      * la regle la plus favorable au client parmi celles en vigueur.
      * Une regle ne se supprime pas, elle s'annule (statut I) pour
      * que le bilan des campagnes campbilan la retrouve. Le fichier
      * part en copie de generation avant toute reecriture et chaque
      * changement est trace au journal d'audit central.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * CAM = CAMPAGNE ; CAT = CATALOGUE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. campagne.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-CAMPAGNES ASSIGN TO "campagnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-CATALOGUE ASSIGN TO "catalogue-prix.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-CAT.


       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-CAMPAGNES.
       01 F-CAMPAGNE.
           05 F-CAM-CODE           PIC X(08).
           05 F-CAM-ARTICLE        PIC X(10).
      *        P = pourcentage de remise, Q = prix de volume
           05 F-CAM-TYPE           PIC X(01).
      *        Dates AAAAMMJJ ; 00000000 / 99999999 = sans borne
           05 F-CAM-DEBUT          PIC 9(08).
           05 F-CAM-FIN            PIC 9(08).
           05 F-CAM-QTE-MIN        PIC 9(04).
           05 F-CAM-TAUX           PIC 9(02)V9(02).
           05 F-CAM-PRIX           PIC 9(04)V9(02).
           05 F-CAM-LIBELLE        PIC X(20).
      *        A = active, I = annulee
           05 F-CAM-STATUT         PIC X(01).

       FD FICHIER-CATALOGUE.
       01 F-ARTICLE-CATALOGUE.
           05 F-CAT-NOM            PIC X(10).
           05 F-CAT-PRIX           PIC 9(04)V9(02).
           05 F-CAT-ACTIF          PIC X(01).
           05 F-CAT-COUT           PIC X(06).
           05 F-CAT-TVA            PIC X(01).


       WORKING-STORAGE SECTION.

       01 WS-TABLEAU-CAMPAGNES.
           05 WS-CAMPAGNE OCCURS 200 TIMES.
               10 WS-CAM-CODE      PIC X(08).
               10 WS-CAM-ARTICLE   PIC X(10).
               10 WS-CAM-TYPE      PIC X(01).
                   88 WS-CAM-POURCENT      VALUE "P".
                   88 WS-CAM-VOLUME        VALUE "Q".
               10 WS-CAM-DEBUT     PIC 9(08).
               10 WS-CAM-FIN       PIC 9(08).
               10 WS-CAM-QTE-MIN   PIC 9(04).
               10 WS-CAM-TAUX      PIC 9(02)V9(02).
               10 WS-CAM-PRIX      PIC 9(04)V9(02).
               10 WS-CAM-LIBELLE   PIC X(20).
               10 WS-CAM-STATUT    PIC X(01).
                   88 WS-CAM-ACTIVE        VALUE "A".
                   88 WS-CAM-ANNULEE       VALUE "I".

       77 WS-IDX                   PIC 9(03).
       01 WS-NB-CAMPAGNES          PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX          PIC 9(03)   VALUE 200.

      *Articles du catalogue, pour refuser une regle sur un article
      *inconnu
       01 WS-TABLEAU-CATALOGUE.
           05 WS-CAT-NOM OCCURS 100 TIMES
                                   PIC X(10).

       01 WS-NB-ARTICLES           PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-CAT          PIC 9(03)   VALUE 100.

       01 WS-STATUT-CAT            PIC X(02).
           88 WS-STATUT-CAT-OK             VALUE "00".

       01 WS-FIN-LECTURE           PIC X.
           88 WS-FIN-LECTURE-N             VALUE "N".
           88 WS-FIN-LECTURE-O             VALUE "O".

       01 WS-CHOIX                 PIC X.
           88 WS-CHOIX-CREER               VALUE "1".
           88 WS-CHOIX-ANNULER             VALUE "2".
           88 WS-CHOIX-LISTER              VALUE "3".
           88 WS-CHOIX-QUITTER             VALUE "4".

      *Saisies de la regle en cours
       01 WS-SAISIE-CODE           PIC X(08).
       01 WS-SAISIE-ARTICLE        PIC X(10).
       01 WS-SAISIE-TYPE           PIC X(01).
           88 WS-SAISIE-TYPE-VALIDE        VALUE "P" "Q".
       01 WS-SAISIE-DATE           PIC X(08).
       01 WS-SAISIE-NOMBRE         PIC X(08).
       01 WS-SAISIE-LIBELLE        PIC X(20).

       01 WS-CAMPAGNE-TROUVEE      PIC 9(03).
       01 WS-ARTICLE-TROUVE        PIC 9(03).
       01 WS-DATE-SAISIE           PIC 9(08).
       01 WS-DATE-VALIDE           PIC X.
           88 WS-DATE-VALIDE-O             VALUE "O".
           88 WS-DATE-VALIDE-N             VALUE "N".

       01 WS-CONDITIONS            PIC X.
           88 WS-CONDITIONS-OK             VALUE "O".
           88 WS-CONDITIONS-KO             VALUE "N".

       01 WS-MODIFIE               PIC X.
           88 WS-MODIFIE-O                 VALUE "O".
           88 WS-MODIFIE-N                 VALUE "N".

      *Editions de la liste
       01 WS-TAUX-ED               PIC Z9.99.
       01 WS-PRIX-ED               PIC Z(03)9.99.

      *Nom du fichier remis au module de copies de generation avant
      *la reecriture
       01 WS-NOM-FICHIER-MAITRE    PIC X(30)
               VALUE "campagnes.txt".

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME    PIC X(10)   VALUE "campagne".
       01 WS-AUTORISE-ACTION       PIC X(10)   VALUE "MAJ".
       01 WS-AUTORISE-RESULTAT     PIC 9(01).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION      PIC X(05).
       01 WS-DATUTIL-DATE-2        PIC 9(08).
       01 WS-DATUTIL-NOMBRE        PIC S9(07).
       01 WS-DATUTIL-RESULTAT      PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           PERFORM 0100-CHARGEMENT-DEB
              THRU 0100-CHARGEMENT-FIN.

           PERFORM 0150-CHARGE-CATALOGUE-DEB
              THRU 0150-CHARGE-CATALOGUE-FIN.

           SET WS-MODIFIE-N TO TRUE.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           IF WS-MODIFIE-O
               PERFORM 0700-SAUVEGARDE-DEB
                  THRU 0700-SAUVEGARDE-FIN
           END-IF.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-CHARGEMENT-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CAMPAGNES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CAMPAGNES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-CAMPAGNES < WS-CAPACITE-MAX
                           ADD 1 TO WS-NB-CAMPAGNES
                           MOVE F-CAMPAGNE
                             TO WS-CAMPAGNE(WS-NB-CAMPAGNES)
                       ELSE
                           DISPLAY "Attention : fichier tronque, "
                               "capacite maximale atteinte ("
                               WS-CAPACITE-MAX ")."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CAMPAGNES.

           DISPLAY "Regles de prix au fichier : " WS-NB-CAMPAGNES.

           EXIT.

       0100-CHARGEMENT-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-CATALOGUE-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CATALOGUE.

           IF NOT WS-STATUT-CAT-OK
               DISPLAY "Erreur : catalogue-prix.txt introuvable "
                       "(statut " WS-STATUT-CAT "), "
                       "le tenir a jour avec catalprix."
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CATALOGUE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-ARTICLES < WS-CAPACITE-CAT
                           ADD 1 TO WS-NB-ARTICLES
                           MOVE F-CAT-NOM
                             TO WS-CAT-NOM(WS-NB-ARTICLES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-CATALOGUE.

           EXIT.

       0150-CHARGE-CATALOGUE-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Campagnes promotionnelles et prix de volume.".
           DISPLAY "1 - Creer une campagne ou un prix de volume".
           DISPLAY "2 - Annuler une regle".
           DISPLAY "3 - Lister les regles".
           DISPLAY "4 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-CREER
                   PERFORM 0300-CREER-DEB
                      THRU 0300-CREER-FIN

               WHEN WS-CHOIX-ANNULER
                   PERFORM 0500-ANNULER-DEB
                      THRU 0500-ANNULER-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0600-LISTER-DEB
                      THRU 0600-LISTER-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Recherche de WS-SAISIE-CODE ; WS-CAMPAGNE-TROUVEE vaut 0 si
      *absent
       0250-TROUVE-CAMPAGNE-DEB.

           MOVE 0 TO WS-CAMPAGNE-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CAMPAGNES

               IF WS-CAM-CODE(WS-IDX) = WS-SAISIE-CODE
                   MOVE WS-IDX TO WS-CAMPAGNE-TROUVEE
               END-IF

           END-PERFORM.

           EXIT.

       0250-TROUVE-CAMPAGNE-FIN.

      *-----------------------------------------------------------------

       0280-CONTROLE-AUTORISATION-DEB.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a modifier les campagnes."
           END-IF.

           EXIT.

       0280-CONTROLE-AUTORISATION-FIN.

      *-----------------------------------------------------------------

      *Saisie d'une date AAAAMMJJ dans WS-DATE-SAISIE, controlee par
      *datutil ; une saisie vide laisse WS-DATE-SAISIE inchangee
      *(borne ouverte posee par l'appelant)
       0290-SAISIE-DATE-DEB.

           SET WS-DATE-VALIDE-O TO TRUE.

           ACCEPT WS-SAISIE-DATE.

           IF WS-SAISIE-DATE = SPACES
               GO TO 0290-SAISIE-DATE-FIN
           END-IF.

           IF WS-SAISIE-DATE IS NOT NUMERIC
               SET WS-DATE-VALIDE-N TO TRUE
               GO TO 0290-SAISIE-DATE-FIN
           END-IF.

           MOVE WS-SAISIE-DATE TO WS-DATE-SAISIE.
           MOVE "VALID" TO WS-DATUTIL-FONCTION.

           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATE-SAISIE,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT NOT = 0
               SET WS-DATE-VALIDE-N TO TRUE
           END-IF.

           EXIT.

       0290-SAISIE-DATE-FIN.

      *-----------------------------------------------------------------

       0300-CREER-DEB.

           PERFORM 0280-CONTROLE-AUTORISATION-DEB
              THRU 0280-CONTROLE-AUTORISATION-FIN.

           IF WS-AUTORISE-RESULTAT NOT = 0
               GO TO 0300-CREER-FIN
           END-IF.

           IF WS-NB-CAMPAGNES >= WS-CAPACITE-MAX
               DISPLAY "Fichier des campagnes plein, creation "
                       "impossible."
               GO TO 0300-CREER-FIN
           END-IF.

           DISPLAY "Code de la regle (8 caracteres) : ".
           ACCEPT WS-SAISIE-CODE.

           IF WS-SAISIE-CODE = SPACES
               DISPLAY "Code vide, creation refusee."
               GO TO 0300-CREER-FIN
           END-IF.

           PERFORM 0250-TROUVE-CAMPAGNE-DEB
              THRU 0250-TROUVE-CAMPAGNE-FIN.

           IF WS-CAMPAGNE-TROUVEE NOT = 0
               DISPLAY "Code deja utilise : " WS-SAISIE-CODE
               GO TO 0300-CREER-FIN
           END-IF.

           DISPLAY "Article du catalogue : ".
           ACCEPT WS-SAISIE-ARTICLE.

           MOVE 0 TO WS-ARTICLE-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-ARTICLES
               IF WS-CAT-NOM(WS-IDX) = WS-SAISIE-ARTICLE
                   MOVE WS-IDX TO WS-ARTICLE-TROUVE
               END-IF
           END-PERFORM.

           IF WS-ARTICLE-TROUVE = 0
               DISPLAY "Article inconnu du catalogue : "
                       WS-SAISIE-ARTICLE
               GO TO 0300-CREER-FIN
           END-IF.

           DISPLAY "Type (P = remise en %, Q = prix de volume) : ".
           ACCEPT WS-SAISIE-TYPE.

           IF NOT WS-SAISIE-TYPE-VALIDE
               DISPLAY "Type invalide : " WS-SAISIE-TYPE
               GO TO 0300-CREER-FIN
           END-IF.

           ADD 1 TO WS-NB-CAMPAGNES.
           MOVE WS-SAISIE-CODE    TO WS-CAM-CODE(WS-NB-CAMPAGNES).
           MOVE WS-SAISIE-ARTICLE TO WS-CAM-ARTICLE(WS-NB-CAMPAGNES).
           MOVE WS-SAISIE-TYPE    TO WS-CAM-TYPE(WS-NB-CAMPAGNES).
           MOVE 0 TO WS-CAM-TAUX(WS-NB-CAMPAGNES).
           MOVE 0 TO WS-CAM-PRIX(WS-NB-CAMPAGNES).

           PERFORM 0350-SAISIE-CONDITIONS-DEB
              THRU 0350-SAISIE-CONDITIONS-FIN.

           IF WS-CONDITIONS-KO
               SUBTRACT 1 FROM WS-NB-CAMPAGNES
               GO TO 0300-CREER-FIN
           END-IF.

           SET WS-CAM-ACTIVE(WS-NB-CAMPAGNES) TO TRUE.
           SET WS-MODIFIE-O TO TRUE.

           MOVE "CREATION" TO AUDIT-ACTION.
           PERFORM 0650-TRACE-AUDIT-DEB
              THRU 0650-TRACE-AUDIT-FIN.

           DISPLAY "Regle creee, active.".

           EXIT.

       0300-CREER-FIN.

      *-----------------------------------------------------------------

      *Periode, quantite minimale, remise ou prix de volume et
      *libelle de la regle en cours de creation ; une saisie rejetee
      *pose WS-CONDITIONS-KO pour que l'appelant abandonne la
      *creation
       0350-SAISIE-CONDITIONS-DEB.

           SET WS-CONDITIONS-OK TO TRUE.

           DISPLAY "Date de debut AAAAMMJJ (vide = sans borne) : ".
           MOVE 0 TO WS-DATE-SAISIE.
           PERFORM 0290-SAISIE-DATE-DEB
              THRU 0290-SAISIE-DATE-FIN.

           IF WS-DATE-VALIDE-N
               DISPLAY "Date invalide, creation abandonnee."
               SET WS-CONDITIONS-KO TO TRUE
               GO TO 0350-SAISIE-CONDITIONS-FIN
           END-IF.

           MOVE WS-DATE-SAISIE TO WS-CAM-DEBUT(WS-NB-CAMPAGNES).

           DISPLAY "Date de fin AAAAMMJJ (vide = sans borne) : ".
           MOVE 99999999 TO WS-DATE-SAISIE.
           PERFORM 0290-SAISIE-DATE-DEB
              THRU 0290-SAISIE-DATE-FIN.

           IF WS-DATE-VALIDE-N
           OR WS-DATE-SAISIE < WS-CAM-DEBUT(WS-NB-CAMPAGNES)
               DISPLAY "Date de fin invalide ou avant le debut, "
                       "creation abandonnee."
               SET WS-CONDITIONS-KO TO TRUE
               GO TO 0350-SAISIE-CONDITIONS-FIN
           END-IF.

           MOVE WS-DATE-SAISIE TO WS-CAM-FIN(WS-NB-CAMPAGNES).

           DISPLAY "Quantite minimale par ligne (vide = 0) : ".
           ACCEPT WS-SAISIE-NOMBRE.
           MOVE FUNCTION NUMVAL(WS-SAISIE-NOMBRE)
             TO WS-CAM-QTE-MIN(WS-NB-CAMPAGNES).

           IF WS-CAM-VOLUME(WS-NB-CAMPAGNES)
               DISPLAY "Prix unitaire de volume (ex. 9.50) : "
               ACCEPT WS-SAISIE-NOMBRE
               MOVE FUNCTION NUMVAL(WS-SAISIE-NOMBRE)
                 TO WS-CAM-PRIX(WS-NB-CAMPAGNES)
               IF WS-CAM-PRIX(WS-NB-CAMPAGNES) = 0
                   DISPLAY "Prix nul, creation abandonnee."
                   SET WS-CONDITIONS-KO TO TRUE
                   GO TO 0350-SAISIE-CONDITIONS-FIN
               END-IF
           ELSE
               DISPLAY "Remise en % (ex. 15.00) : "
               ACCEPT WS-SAISIE-NOMBRE
               MOVE FUNCTION NUMVAL(WS-SAISIE-NOMBRE)
                 TO WS-CAM-TAUX(WS-NB-CAMPAGNES)
               IF WS-CAM-TAUX(WS-NB-CAMPAGNES) = 0
                   DISPLAY "Remise nulle, creation abandonnee."
                   SET WS-CONDITIONS-KO TO TRUE
                   GO TO 0350-SAISIE-CONDITIONS-FIN
               END-IF
           END-IF.

           DISPLAY "Libelle (20 caracteres) : ".
           ACCEPT WS-SAISIE-LIBELLE.
           MOVE WS-SAISIE-LIBELLE TO WS-CAM-LIBELLE(WS-NB-CAMPAGNES).

           EXIT.

       0350-SAISIE-CONDITIONS-FIN.

      *-----------------------------------------------------------------

      *Annulation : la regle cesse de s'appliquer des la prochaine
      *vente ou facturation mais reste au fichier pour le bilan
       0500-ANNULER-DEB.

           PERFORM 0280-CONTROLE-AUTORISATION-DEB
              THRU 0280-CONTROLE-AUTORISATION-FIN.

           IF WS-AUTORISE-RESULTAT NOT = 0
               GO TO 0500-ANNULER-FIN
           END-IF.

           DISPLAY "Code de la regle : ".
           ACCEPT WS-SAISIE-CODE.

           PERFORM 0250-TROUVE-CAMPAGNE-DEB
              THRU 0250-TROUVE-CAMPAGNE-FIN.

           IF WS-CAMPAGNE-TROUVEE = 0
               DISPLAY "Regle inconnue : " WS-SAISIE-CODE
               GO TO 0500-ANNULER-FIN
           END-IF.

           IF WS-CAM-ANNULEE(WS-CAMPAGNE-TROUVEE)
               DISPLAY "Regle deja annulee : " WS-SAISIE-CODE
               GO TO 0500-ANNULER-FIN
           END-IF.

           SET WS-CAM-ANNULEE(WS-CAMPAGNE-TROUVEE) TO TRUE.
           SET WS-MODIFIE-O TO TRUE.

           MOVE "ANNULE" TO AUDIT-ACTION.
           PERFORM 0650-TRACE-AUDIT-DEB
              THRU 0650-TRACE-AUDIT-FIN.

           DISPLAY "Regle annulee.".

           EXIT.

       0500-ANNULER-FIN.

      *-----------------------------------------------------------------

       0600-LISTER-DEB.

           DISPLAY "Code     Article    T Debut    Fin      Qte  "
                   "Rem.  Prix    S Libelle".

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CAMPAGNES

               MOVE WS-CAM-TAUX(WS-IDX) TO WS-TAUX-ED
               MOVE WS-CAM-PRIX(WS-IDX) TO WS-PRIX-ED
               DISPLAY WS-CAM-CODE(WS-IDX) " "
                       WS-CAM-ARTICLE(WS-IDX) " "
                       WS-CAM-TYPE(WS-IDX) " "
                       WS-CAM-DEBUT(WS-IDX) " "
                       WS-CAM-FIN(WS-IDX) " "
                       WS-CAM-QTE-MIN(WS-IDX) " "
                       WS-TAUX-ED " "
                       WS-PRIX-ED " "
                       WS-CAM-STATUT(WS-IDX) " "
                       WS-CAM-LIBELLE(WS-IDX)

           END-PERFORM.

           EXIT.

       0600-LISTER-FIN.

      *-----------------------------------------------------------------

      *Trace de la maintenance au journal d'audit central
       0650-TRACE-AUDIT-DEB.

           MOVE "campagne" TO AUDIT-PROGRAMME.
           MOVE WS-SAISIE-CODE TO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0650-TRACE-AUDIT-FIN.

      *-----------------------------------------------------------------

       0700-SAUVEGARDE-DEB.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           DISPLAY "Reecriture du fichier des campagnes.".
           OPEN OUTPUT FICHIER-CAMPAGNES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-CAMPAGNES

               MOVE WS-CAMPAGNE(WS-IDX) TO F-CAMPAGNE
               WRITE F-CAMPAGNE

           END-PERFORM.

           CLOSE FICHIER-CAMPAGNES.

           EXIT.

       0700-SAUVEGARDE-FIN.
