      * Avoirs clients : une facture erronee (prix, quantite) ou un
      * geste commercial ne se corrigent plus a la main dans
      * facture-registre.txt. L'avoir se saisit contre un numero de
      * facture FCT-nnnn controle au registre, pour le reste
      * creditable de la facture (montant TTC moins les avoirs deja
      * emis) ou pour un montant partiel, avec un code motif. Il
      * recoit un numero AVnnnnnn qui suit le dernier du registre des
      * avoirs avoirs-registre.txt (enregistrement decrit dans
      * avoir-record.cpy), sa TVA est repartie au prorata du detail
      * par taux de la facture (lignes TVA-), le document d'avoir est
      * edite par le module commun imprim (avoir-AVnnnnnn.txt) et
      * l'emission part au journal d'audit central. paiecli et
      * saisiecom deduisent les avoirs de l'encours du client, la
      * declaration de TVA declatva en deduit la TVA.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * FCT = FACTURE ; AV = AVOIR ; CLI = CLIENT ; TVA = TAXE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. avoircli.
       AUTHOR. Thomas.
       DATE-WRITTEN. 15/10/2026 (fr).


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-REGISTRE ASSIGN TO "facture-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-REG.

      *OPTIONAL : le premier avoir cree le registre des avoirs
       SELECT OPTIONAL FICHIER-AVOIRS ASSIGN TO "avoirs-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-REGISTRE.
           01 F-LIGNE-REGISTRE             PIC X(80).

       FD FICHIER-AVOIRS.
           COPY "avoir-record.cpy".


       WORKING-STORAGE SECTION.

      *Factures du registre avec le cumul des avoirs deja emis
       01 WS-TABLEAU-FCT.
           05 WS-LIGNE-FCT OCCURS 500 TIMES.
               10 WS-FCT-NUMERO            PIC X(08).
               10 WS-FCT-CLIENT            PIC X(08).
               10 WS-FCT-NOM               PIC X(11).
               10 WS-FCT-MONTANT           PIC 9(08)V9(02).
               10 WS-FCT-DATE              PIC X(08).
               10 WS-FCT-AVOIRS            PIC 9(08)V9(02).

       01 WS-MAX-FCT                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-FCT                  PIC 9(03)   VALUE 500.

      *Detail de TVA par taux des factures (lignes TVA-nnnn)
       01 WS-TABLEAU-TVA.
           05 WS-LIGNE-TVA OCCURS 1500 TIMES.
               10 WS-TVA-NUMERO            PIC X(08).
               10 WS-TVA-CODE              PIC X(01).
               10 WS-TVA-TAUX              PIC 9(02)V9(02).
               10 WS-TVA-BASE              PIC 9(08)V9(02).
               10 WS-TVA-MONTANT           PIC 9(08)V9(02).

       01 WS-MAX-TVA                       PIC 9(04)   VALUE 0.
       01 WS-CAPACITE-TVA                  PIC 9(04)   VALUE 1500.

       77 WS-IDX                           PIC 9(04).
       77 WS-IDX2                          PIC 9(02).

       01 WS-STATUT-REG                    PIC X(02).
           88 WS-STATUT-REG-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

       01 WS-CHOIX                         PIC X.
           88 WS-CHOIX-EMETTRE                         VALUE "1".
           88 WS-CHOIX-LISTER                          VALUE "2".
           88 WS-CHOIX-QUITTER                         VALUE "3".

      *Saisies de l'avoir en cours
       01 WS-SAISIE-NUMERO                 PIC X(08).
       01 WS-SAISIE-TYPE                   PIC X(01).
           88 WS-TYPE-TOTAL                            VALUE "T" "t".
           88 WS-TYPE-PARTIEL                          VALUE "P" "p".
       01 WS-SAISIE-MONTANT                PIC X(12).
       01 WS-SAISIE-MOTIF                  PIC X(03).
           88 WS-MOTIF-VALIDE          VALUE "PRX" "QTE" "GES" "AUT".

       01 WS-FCT-TROUVEE                   PIC 9(03).

      *Calcul de l'avoir en cours
       01 WS-RESTE-CREDITABLE              PIC S9(08)V9(02).
       01 WS-MONTANT-AVOIR                 PIC 9(08)V9(02).
       01 WS-TOTAL-TVA-AVOIR               PIC 9(08)V9(02).
       01 WS-TOTAL-BASE-AVOIR              PIC 9(08)V9(02).
       01 WS-ECART-ARRONDI                 PIC S9(08)V9(02).
       01 WS-NB-DETAIL                     PIC 9(02).

      *Numerotation des avoirs : AV suivi de 6 chiffres
       01 WS-NUMERO-AVOIR                  PIC 9(06)   VALUE 0.
       01 WS-NUMERO-AVOIR-X.
           05 FILLER                       PIC X(02)   VALUE "AV".
           05 WS-NUMERO-AVOIR-N            PIC 9(06).

      *Editions
       01 WS-MONTANT-ED                    PIC Z(07)9.99.
       01 WS-MONTANT2-ED                   PIC Z(07)9.99.
       01 WS-MONTANT3-ED                   PIC Z(07)9.99.
       01 WS-TAUX-ED                       PIC Z9.99.
       01 WS-LIBELLE-MOTIF                 PIC X(20).
       01 WS-NB-AVOIRS-FACTURE             PIC 9(03).

       01 WS-DATE-DU-JOUR                  PIC 9(08).
       01 WS-DATE-DU-JOUR-R REDEFINES WS-DATE-DU-JOUR.
           05 WS-ANNEE-JOUR                PIC 9(04).
           05 WS-MOIS-JOUR                 PIC 9(02).
           05 WS-JOUR-JOUR                 PIC 9(02).

      *Zones d'appel du module d'autorisation par role (autorise)
       01 WS-AUTORISE-PROGRAMME            PIC X(10)   VALUE "avoircli".
       01 WS-AUTORISE-ACTION               PIC X(10)   VALUE "EMISSION".
       01 WS-AUTORISE-RESULTAT             PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30).
       01 WS-IMPRIM-TITRE                  PIC X(40).
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-LECTURE-REGISTRE-DEB
              THRU 0100-LECTURE-REGISTRE-FIN.

           PERFORM 0150-LECTURE-AVOIRS-DEB
              THRU 0150-LECTURE-AVOIRS-FIN.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Lignes FCT-nnnn (numero 1-8, ID client 10-17, nom 19-29,
      *montant TTC 47-58, date 60-67) et TVA-nnnn (code 10, taux
      *12-16, base 18-29, TVA 31-42) du registre de facturcli
       0100-LECTURE-REGISTRE-DEB.

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
                       EVALUATE TRUE
                           WHEN F-LIGNE-REGISTRE(1:4) = "FCT-"
                           AND F-LIGNE-REGISTRE(5:4) IS NUMERIC
                           AND WS-MAX-FCT < WS-CAPACITE-FCT
                               ADD 1 TO WS-MAX-FCT
                               MOVE F-LIGNE-REGISTRE(1:8)
                                 TO WS-FCT-NUMERO(WS-MAX-FCT)
                               MOVE F-LIGNE-REGISTRE(10:8)
                                 TO WS-FCT-CLIENT(WS-MAX-FCT)
                               MOVE F-LIGNE-REGISTRE(19:11)
                                 TO WS-FCT-NOM(WS-MAX-FCT)
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-REGISTRE(47:12))
                                 TO WS-FCT-MONTANT(WS-MAX-FCT)
                               MOVE F-LIGNE-REGISTRE(60:8)
                                 TO WS-FCT-DATE(WS-MAX-FCT)
                               MOVE 0 TO WS-FCT-AVOIRS(WS-MAX-FCT)

                           WHEN F-LIGNE-REGISTRE(1:4) = "TVA-"
                           AND WS-MAX-TVA < WS-CAPACITE-TVA
                               ADD 1 TO WS-MAX-TVA
                               MOVE "FCT-" TO WS-TVA-NUMERO(WS-MAX-TVA)
                               MOVE F-LIGNE-REGISTRE(5:4)
                                 TO WS-TVA-NUMERO(WS-MAX-TVA)(5:4)
                               MOVE F-LIGNE-REGISTRE(10:1)
                                 TO WS-TVA-CODE(WS-MAX-TVA)
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-REGISTRE(12:5))
                                 TO WS-TVA-TAUX(WS-MAX-TVA)
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-REGISTRE(18:12))
                                 TO WS-TVA-BASE(WS-MAX-TVA)
                               MOVE FUNCTION NUMVAL
                                   (F-LIGNE-REGISTRE(31:12))
                                 TO WS-TVA-MONTANT(WS-MAX-TVA)

                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           DISPLAY "Factures au registre : " WS-MAX-FCT.

           EXIT.

       0100-LECTURE-REGISTRE-FIN.

      *-----------------------------------------------------------------

      *Avoirs deja emis : dernier numero utilise et cumul par facture
       0150-LECTURE-AVOIRS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF AV-NUMERO(3:6) IS NUMERIC
                       AND AV-NUMERO(3:6) > WS-NUMERO-AVOIR
                           MOVE AV-NUMERO(3:6) TO WS-NUMERO-AVOIR
                       END-IF
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-FCT
                           IF WS-FCT-NUMERO(WS-IDX) = AV-FACTURE
                               ADD AV-MONTANT-TTC
                                 TO WS-FCT-AVOIRS(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           EXIT.

       0150-LECTURE-AVOIRS-FIN.

      *-----------------------------------------------------------------

       0200-MENU-DEB.

           DISPLAY "Avoirs clients.".
           DISPLAY "1 - Emettre un avoir".
           DISPLAY "2 - Lister les avoirs d'une facture".
           DISPLAY "3 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-EMETTRE
                   PERFORM 0300-EMISSION-DEB
                      THRU 0300-EMISSION-FIN

               WHEN WS-CHOIX-LISTER
                   PERFORM 0600-LISTE-AVOIRS-DEB
                      THRU 0600-LISTE-AVOIRS-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Recherche de WS-SAISIE-NUMERO au registre ; WS-FCT-TROUVEE
      *vaut 0 si la facture est inconnue
       0250-TROUVE-FACTURE-DEB.

           MOVE 0 TO WS-FCT-TROUVEE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-FCT

               IF WS-FCT-NUMERO(WS-IDX) = WS-SAISIE-NUMERO
                   MOVE WS-IDX TO WS-FCT-TROUVEE
               END-IF

           END-PERFORM.

           EXIT.

       0250-TROUVE-FACTURE-FIN.

      *-----------------------------------------------------------------

      *Emission d'un avoir : facture controlee au registre, montant
      *limite au reste creditable, motif code
       0300-EMISSION-DEB.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a emettre des avoirs."
               GO TO 0300-EMISSION-FIN
           END-IF.

           DISPLAY "Numero de facture (ex. FCT-0001) : ".
           ACCEPT WS-SAISIE-NUMERO.

           PERFORM 0250-TROUVE-FACTURE-DEB
              THRU 0250-TROUVE-FACTURE-FIN.

           IF WS-FCT-TROUVEE = 0
               DISPLAY "Facture inconnue du registre : "
                       WS-SAISIE-NUMERO
               GO TO 0300-EMISSION-FIN
           END-IF.

           COMPUTE WS-RESTE-CREDITABLE =
               WS-FCT-MONTANT(WS-FCT-TROUVEE)
               - WS-FCT-AVOIRS(WS-FCT-TROUVEE).

           MOVE WS-FCT-MONTANT(WS-FCT-TROUVEE) TO WS-MONTANT-ED.
           MOVE WS-FCT-AVOIRS(WS-FCT-TROUVEE) TO WS-MONTANT2-ED.
           DISPLAY "Client " WS-FCT-CLIENT(WS-FCT-TROUVEE) " "
                   WS-FCT-NOM(WS-FCT-TROUVEE)
                   " - facture TTC " WS-MONTANT-ED
                   " - deja credite " WS-MONTANT2-ED.

           IF WS-RESTE-CREDITABLE <= 0
               DISPLAY "Facture entierement creditee, avoir refuse."
               GO TO 0300-EMISSION-FIN
           END-IF.

           MOVE WS-RESTE-CREDITABLE TO WS-MONTANT-ED.
           DISPLAY "Reste creditable : " WS-MONTANT-ED.

           DISPLAY "Avoir total (T) ou partiel (P) : ".
           ACCEPT WS-SAISIE-TYPE.

           EVALUATE TRUE
               WHEN WS-TYPE-TOTAL
                   MOVE WS-RESTE-CREDITABLE TO WS-MONTANT-AVOIR

               WHEN WS-TYPE-PARTIEL
                   DISPLAY "Montant TTC de l'avoir (ex. 25.00) : "
                   ACCEPT WS-SAISIE-MONTANT
                   MOVE FUNCTION NUMVAL(WS-SAISIE-MONTANT)
                     TO WS-MONTANT-AVOIR

               WHEN OTHER
                   DISPLAY "Type invalide, avoir refuse."
                   GO TO 0300-EMISSION-FIN
           END-EVALUATE.

           IF WS-MONTANT-AVOIR = 0
               DISPLAY "Montant nul, avoir refuse."
               GO TO 0300-EMISSION-FIN
           END-IF.

           IF WS-MONTANT-AVOIR > WS-RESTE-CREDITABLE
               DISPLAY "Montant superieur au reste creditable, "
                       "avoir refuse."
               GO TO 0300-EMISSION-FIN
           END-IF.

           DISPLAY "Motif (PRX prix, QTE quantite, GES geste "
                   "commercial, AUT autre) : ".
           ACCEPT WS-SAISIE-MOTIF.

           IF NOT WS-MOTIF-VALIDE
               DISPLAY "Motif invalide : " WS-SAISIE-MOTIF
                       " - avoir refuse."
               GO TO 0300-EMISSION-FIN
           END-IF.

           PERFORM 0350-REPARTITION-TVA-DEB
              THRU 0350-REPARTITION-TVA-FIN.

           PERFORM 0400-ENREGISTRE-AVOIR-DEB
              THRU 0400-ENREGISTRE-AVOIR-FIN.

           PERFORM 0500-EDITION-AVOIR-DEB
              THRU 0500-EDITION-AVOIR-FIN.

           DISPLAY "Avoir " WS-NUMERO-AVOIR-X " emis, document "
                   FUNCTION TRIM(WS-IMPRIM-FICHIER) ".".

           EXIT.

       0300-EMISSION-FIN.

      *-----------------------------------------------------------------

      *Repartition de la TVA de l'avoir au prorata du detail par taux
      *de la facture : TVA et base de chaque taux arrondies, l'ecart
      *d'arrondi des bases reporte sur le premier taux pour que HT +
      *TVA = TTC. Facture sans detail (anterieure a la TVA) = avoir
      *tout HT, sans detail
       0350-REPARTITION-TVA-DEB.

           MOVE SPACES TO LIGNE-AVOIR.
           MOVE 0 TO WS-NB-DETAIL.
           MOVE 0 TO WS-TOTAL-TVA-AVOIR.
           MOVE 0 TO WS-TOTAL-BASE-AVOIR.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > 5
               MOVE SPACE TO AV-TVA-CODE(WS-IDX2)
               MOVE 0 TO AV-TVA-TAUX(WS-IDX2)
               MOVE 0 TO AV-TVA-BASE(WS-IDX2)
               MOVE 0 TO AV-TVA-MONTANT(WS-IDX2)
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TVA

               IF WS-TVA-NUMERO(WS-IDX) = WS-SAISIE-NUMERO
               AND WS-NB-DETAIL < 5
                   ADD 1 TO WS-NB-DETAIL
                   MOVE WS-TVA-CODE(WS-IDX)
                     TO AV-TVA-CODE(WS-NB-DETAIL)
                   MOVE WS-TVA-TAUX(WS-IDX)
                     TO AV-TVA-TAUX(WS-NB-DETAIL)
                   COMPUTE AV-TVA-BASE(WS-NB-DETAIL) ROUNDED =
                       WS-TVA-BASE(WS-IDX) * WS-MONTANT-AVOIR
                       / WS-FCT-MONTANT(WS-FCT-TROUVEE)
                   COMPUTE AV-TVA-MONTANT(WS-NB-DETAIL) ROUNDED =
                       WS-TVA-MONTANT(WS-IDX) * WS-MONTANT-AVOIR
                       / WS-FCT-MONTANT(WS-FCT-TROUVEE)
                   ADD AV-TVA-BASE(WS-NB-DETAIL)
                     TO WS-TOTAL-BASE-AVOIR
                   ADD AV-TVA-MONTANT(WS-NB-DETAIL)
                     TO WS-TOTAL-TVA-AVOIR
               END-IF

           END-PERFORM.

           MOVE WS-MONTANT-AVOIR TO AV-MONTANT-TTC.
           MOVE WS-TOTAL-TVA-AVOIR TO AV-MONTANT-TVA.
           COMPUTE AV-MONTANT-HT =
               WS-MONTANT-AVOIR - WS-TOTAL-TVA-AVOIR.

           IF WS-NB-DETAIL > 0
               COMPUTE WS-ECART-ARRONDI =
                   AV-MONTANT-HT - WS-TOTAL-BASE-AVOIR
               ADD WS-ECART-ARRONDI TO AV-TVA-BASE(1)
           END-IF.

           EXIT.

       0350-REPARTITION-TVA-FIN.

      *-----------------------------------------------------------------

       0400-ENREGISTRE-AVOIR-DEB.

           ADD 1 TO WS-NUMERO-AVOIR.
           MOVE WS-NUMERO-AVOIR TO WS-NUMERO-AVOIR-N.

           MOVE WS-NUMERO-AVOIR-X TO AV-NUMERO.
           MOVE WS-SAISIE-NUMERO TO AV-FACTURE.
           MOVE WS-FCT-CLIENT(WS-FCT-TROUVEE) TO AV-CLIENT.
           MOVE WS-DATE-DU-JOUR TO AV-DATE.
           MOVE WS-SAISIE-MOTIF TO AV-MOTIF.

           OPEN EXTEND FICHIER-AVOIRS.
           WRITE LIGNE-AVOIR.
           CLOSE FICHIER-AVOIRS.

           ADD WS-MONTANT-AVOIR TO WS-FCT-AVOIRS(WS-FCT-TROUVEE).

      *Trace de l'emission au journal d'audit central
           MOVE "avoircli" TO AUDIT-PROGRAMME.
           MOVE "EMISSION" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-NUMERO-AVOIR-X " " WS-SAISIE-NUMERO " "
                   WS-FCT-CLIENT(WS-FCT-TROUVEE)
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0400-ENREGISTRE-AVOIR-FIN.

      *-----------------------------------------------------------------

      *Document d'avoir : reference de la facture, client, motif,
      *detail de la TVA par taux et montant TTC credite
       0500-EDITION-AVOIR-DEB.

           MOVE SPACES TO WS-IMPRIM-FICHIER.
           STRING "avoir-" WS-NUMERO-AVOIR-X ".txt"
               DELIMITED BY SIZE INTO WS-IMPRIM-FICHIER.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "AVOIR N° " WS-NUMERO-AVOIR-X
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           MOVE SPACES TO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Client : " WS-FCT-CLIENT(WS-FCT-TROUVEE) " "
                   WS-FCT-NOM(WS-FCT-TROUVEE)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Facture d'origine : " WS-SAISIE-NUMERO
                   " du " WS-FCT-DATE(WS-FCT-TROUVEE)(7:2) "/"
                   WS-FCT-DATE(WS-FCT-TROUVEE)(5:2) "/"
                   WS-FCT-DATE(WS-FCT-TROUVEE)(1:4)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EVALUATE WS-SAISIE-MOTIF
               WHEN "PRX"
                   MOVE "erreur de prix" TO WS-LIBELLE-MOTIF
               WHEN "QTE"
                   MOVE "erreur de quantite" TO WS-LIBELLE-MOTIF
               WHEN "GES"
                   MOVE "geste commercial" TO WS-LIBELLE-MOTIF
               WHEN OTHER
                   MOVE "autre motif" TO WS-LIBELLE-MOTIF
           END-EVALUATE.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Motif : " WS-SAISIE-MOTIF " - " WS-LIBELLE-MOTIF
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-NB-DETAIL

               MOVE AV-TVA-TAUX(WS-IDX2) TO WS-TAUX-ED
               MOVE AV-TVA-BASE(WS-IDX2) TO WS-MONTANT-ED
               MOVE AV-TVA-MONTANT(WS-IDX2) TO WS-MONTANT2-ED
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "TVA " AV-TVA-CODE(WS-IDX2) " " WS-TAUX-ED
                       " % SUR " WS-MONTANT-ED " : " WS-MONTANT2-ED
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN

           END-PERFORM.

           MOVE AV-MONTANT-HT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL HT CREDITE : " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE AV-MONTANT-TVA TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "TOTAL TVA CREDITEE : " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE AV-MONTANT-TTC TO WS-MONTANT-ED.
           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "NET CREDITE TTC : " WS-MONTANT-ED
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0500-EDITION-AVOIR-FIN.

      *-----------------------------------------------------------------

      *Avoirs deja emis sur une facture, relus au registre des avoirs
       0600-LISTE-AVOIRS-DEB.

           DISPLAY "Numero de facture (ex. FCT-0001) : ".
           ACCEPT WS-SAISIE-NUMERO.

           MOVE 0 TO WS-NB-AVOIRS-FACTURE.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVOIRS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVOIRS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF AV-FACTURE = WS-SAISIE-NUMERO
                           ADD 1 TO WS-NB-AVOIRS-FACTURE
                           MOVE AV-MONTANT-TTC TO WS-MONTANT-ED
                           MOVE AV-MONTANT-HT TO WS-MONTANT2-ED
                           MOVE AV-MONTANT-TVA TO WS-MONTANT3-ED
                           DISPLAY AV-NUMERO " du " AV-DATE
                                   " motif " AV-MOTIF
                                   " HT " WS-MONTANT2-ED
                                   " TVA " WS-MONTANT3-ED
                                   " TTC " WS-MONTANT-ED
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVOIRS.

           DISPLAY WS-NB-AVOIRS-FACTURE " avoir(s) sur la facture "
                   WS-SAISIE-NUMERO.

           EXIT.

       0600-LISTE-AVOIRS-FIN.

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
