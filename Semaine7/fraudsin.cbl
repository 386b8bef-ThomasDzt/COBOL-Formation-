      *Controle de nuit des sinistres : chaque sinistre ouvert (statut
      *O) de sinistres.txt est note contre des indicateurs de fraude,
      *chacun avec son poids :
      *  DEBUT : sinistre survenu dans les 30 jours qui suivent le
      *          tout premier debut de la police (assurances.csv) ;
      *  FREQ  : au moins 3 sinistres du meme client (numero client
      *          en colonnes 125-132 de assurances.csv, a defaut le
      *          texte des colonnes 40-80) sur les 12 mois qui
      *          precedent ;
      *  SEUIL : montant juste sous le seuil d'approbation des gros
      *          sinistres (90 a 100 % de seuil-sinistres.cfg) ;
      *  MODIF : avenant saisi (avenants-polices.txt) ou bloc de
      *          beneficiaires mis a jour (beneficiaires.txt) dans
      *          les 60 jours qui precedent le sinistre ;
      *  BENEF : un beneficiaire du contrat porte le meme nom qu'un
      *          beneficiaire d'un autre contrat.
      *Un sinistre dont le score atteint le minimum est ajoute a la
      *file sinistres-attente.txt revue par validsin (numero de
      *sinistre en colonnes 46-51) et ses indicateurs declenches
      *sont ecrits dans sinistres-alertes.txt pour que le valideur
      *sache pourquoi. Un sinistre deja signale n'est pas remis en
      *file. L'etat fraude-sinistres.txt liste, par le module
      *d'edition commun, tout sinistre ouvert ayant au moins un
      *indicateur. Execution tracee au journal des executions batch.

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * ALR = ALERTE ; AVE = AVENANT ; BEN = BENEFICIAIRE ;
      * POL = POLICE ; SIN = SINISTRE
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. fraudsin.
       AUTHOR. ThomasD.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-POL.

       SELECT OPTIONAL FICHIER-SINISTRES ASSIGN TO "sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-BENEFICIAIRES
       ASSIGN TO "beneficiaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-AVENANTS
       ASSIGN TO "avenants-polices.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SEUIL ASSIGN TO "seuil-sinistres.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ATTENTE
       ASSIGN TO "sinistres-attente.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Indicateurs declenches par sinistre signale
       SELECT OPTIONAL FICHIER-ALERTES
       ASSIGN TO "sinistres-alertes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-SINISTRES.
           01 F-SINISTRE.
               05 F-SIN-NUMERO             PIC X(08).
               05 F-SIN-DATE               PIC X(08).
               05 F-SIN-TYPE               PIC X(10).
               05 F-SIN-MONTANT            PIC 9(07)V9(02).
               05 F-SIN-STATUT             PIC X(01).
               05 F-SIN-RESERVE            PIC 9(07)V9(02).
               05 F-SIN-NUM-SIN            PIC X(06).

       FD FICHIER-BENEFICIAIRES.
           01 F-BENEFICIAIRE.
               05 F-BEN-CONTRAT            PIC X(08).
               05 F-BEN-NOM                PIC X(20).
               05 F-BEN-RANG               PIC 9(01).
               05 F-BEN-PART               PIC 9(03).
               05 F-BEN-DATE-MAJ           PIC X(08).

      *Seules les zones d'identification de l'avenant servent ici
       FD FICHIER-AVENANTS.
           01 F-AVENANT.
               05 F-AVE-CONTRAT            PIC X(08).
               05 F-AVE-NUMERO             PIC 9(03).
               05 F-AVE-DATE-EFFET         PIC X(08).
               05 F-AVE-DATE-SAISIE        PIC X(08).
               05 FILLER                   PIC X(127).

       FD FICHIER-SEUIL.
           01 F-SEUIL-CFG                  PIC X(10).

       FD FICHIER-ATTENTE.
           01 F-ATTENTE                    PIC X(51).

       FD FICHIER-ALERTES.
           01 F-ALERTE.
               05 F-ALR-NUM-SIN            PIC X(06).
               05 F-ALR-CONTRAT            PIC X(08).
               05 F-ALR-DATE-CONTROLE      PIC X(08).
               05 F-ALR-SCORE              PIC 9(03).
               05 F-ALR-REGLE OCCURS 5 TIMES
                                           PIC X(05).


       WORKING-STORAGE SECTION.

      *Polices : premier debut connu (renouvellements compris) et
      *client de la derniere ligne du numero (numero client, ou texte
      *du client pour une ligne sans numero)
       01 WS-TABLEAU-POL.
           05 WS-POL OCCURS 500 TIMES.
               10 WS-POL-NUMERO            PIC X(08).
               10 WS-POL-DEBUT             PIC X(08).
               10 WS-POL-CLIENT            PIC X(41).

      *Sinistres avec le client de leur police
       01 WS-TABLEAU-SIN.
           05 WS-SIN OCCURS 500 TIMES.
               10 WS-SIN-POLICE            PIC X(08).
               10 WS-SIN-DATE              PIC X(08).
               10 WS-SIN-TYPE              PIC X(10).
               10 WS-SIN-MONTANT           PIC 9(07)V9(02).
               10 WS-SIN-STATUT            PIC X(01).
                   88 WS-SIN-OUVERT                    VALUE "O".
               10 WS-SIN-RESERVE           PIC 9(07)V9(02).
               10 WS-SIN-NUM               PIC X(06).
               10 WS-SIN-CLIENT            PIC X(41).

       01 WS-TABLEAU-BEN.
           05 WS-BEN OCCURS 500 TIMES.
               10 WS-BEN-CONTRAT           PIC X(08).
               10 WS-BEN-NOM               PIC X(20).
               10 WS-BEN-DATE-MAJ          PIC X(08).

       01 WS-TABLEAU-AVE.
           05 WS-AVE OCCURS 500 TIMES.
               10 WS-AVE-CONTRAT           PIC X(08).
               10 WS-AVE-DATE-SAISIE       PIC X(08).

      *Numeros de sinistre deja signales (alertes ou file d'attente)
       01 WS-TABLEAU-SIGNALES.
           05 WS-SIGNALE OCCURS 500 TIMES  PIC X(06).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       77 WS-IDX-SIN                       PIC 9(03).
       01 WS-MAX-POL                       PIC 9(03)   VALUE 0.
       01 WS-MAX-SIN                       PIC 9(03)   VALUE 0.
       01 WS-MAX-BEN                       PIC 9(03)   VALUE 0.
       01 WS-MAX-AVE                       PIC 9(03)   VALUE 0.
       01 WS-MAX-SIGNALES                  PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 500.

       01 WS-STATUT-POL                    PIC X(02).
           88 WS-STATUT-POL-OK                         VALUE "00".

       01 WS-FIN-LECTURE                   PIC X.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Parametres des indicateurs : fenetres en jours, seuils et
      *poids ajoutes au score quand l'indicateur se declenche
       01 WS-JOURS-DEBUT                   PIC 9(03)   VALUE 30.
       01 WS-JOURS-FREQUENCE               PIC 9(03)   VALUE 365.
       01 WS-NB-FREQUENCE                  PIC 9(02)   VALUE 3.
       01 WS-POURCENT-SEUIL                PIC 9(03)   VALUE 90.
       01 WS-JOURS-MODIF                   PIC 9(03)   VALUE 60.
       01 WS-POIDS-DEBUT                   PIC 9(03)   VALUE 30.
       01 WS-POIDS-FREQ                    PIC 9(03)   VALUE 25.
       01 WS-POIDS-SEUIL                   PIC 9(03)   VALUE 20.
       01 WS-POIDS-MODIF                   PIC 9(03)   VALUE 25.
       01 WS-POIDS-BENEF                   PIC 9(03)   VALUE 20.
       01 WS-SCORE-MINIMUM                 PIC 9(03)   VALUE 40.

      *Seuil d'approbation des gros sinistres (meme repli que
      *sinistres si le fichier de configuration est absent)
       01 WS-SEUIL-APPROBATION             PIC 9(07)V9(02)
               VALUE 10000.
       01 WS-SEUIL-BAS                     PIC 9(07)V9(02).

      *Notation du sinistre en cours
       01 WS-SCORE                         PIC 9(03).
       01 WS-NB-REGLES                     PIC 9(01).
       01 WS-REGLES-DECLENCHEES.
           05 WS-REGLE-DECL OCCURS 5 TIMES PIC X(05).
       01 WS-REGLE-COURANTE                PIC X(05).
       01 WS-POIDS-COURANT                 PIC 9(03).
       01 WS-NB-SIN-CLIENT                 PIC 9(03).
       01 WS-POL-TROUVE                    PIC 9(03).
       01 WS-POL-CHERCHEE                  PIC X(08).

       01 WS-INDICATEUR                    PIC X.
           88 WS-INDICATEUR-O                          VALUE "O".
           88 WS-INDICATEUR-N                          VALUE "N".

       01 WS-DEJA-SIGNALE                  PIC X.
           88 WS-DEJA-SIGNALE-O                        VALUE "O".
           88 WS-DEJA-SIGNALE-N                        VALUE "N".

      *Ecart en jours entre deux dates AAAAMMJJ (date B - date A) ;
      *WS-ECART-OK a N si l'une des dates est invalide
       01 WS-DATE-A                        PIC X(08).
       01 WS-DATE-B                        PIC X(08).
       01 WS-ECART                         PIC S9(07).
       01 WS-ECART-VALIDE                  PIC X.
           88 WS-ECART-OK                              VALUE "O".
           88 WS-ECART-KO                              VALUE "N".

       01 WS-DATE-DU-JOUR                  PIC X(08).

       01 WS-NB-LUS                        PIC 9(05)   VALUE 0.
       01 WS-NB-EXAMINES                   PIC 9(05)   VALUE 0.
       01 WS-NB-NOTES                      PIC 9(05)   VALUE 0.
       01 WS-NB-EN-ATTENTE                 PIC 9(05)   VALUE 0.

       01 WS-MONTANT-ED                    PIC Z(06)9.99.
       01 WS-SCORE-ED                      PIC ZZ9.
       01 WS-MARQUE                        PIC X(07).

      *Zones d'appel du module de dates commun datutil
       01 WS-DATUTIL-FONCTION              PIC X(05).
       01 WS-DATUTIL-DATE-1                PIC 9(08).
       01 WS-DATUTIL-DATE-2                PIC 9(08).
       01 WS-DATUTIL-NOMBRE                PIC S9(07).
       01 WS-DATUTIL-RESULTAT              PIC 9(01).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION                 PIC X(05).
       01 WS-IMPRIM-FICHIER                PIC X(30)
               VALUE "fraude-sinistres.txt".
       01 WS-IMPRIM-TITRE                  PIC X(40)
               VALUE "CONTROLE FRAUDE DES SINISTRES OUVERTS".
       01 WS-IMPRIM-ENTETE                 PIC X(80).
       01 WS-IMPRIM-LIGNE                  PIC X(80).

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.


       PROCEDURE DIVISION.

           MOVE "fraudsin" TO EXEC-PROGRAMME.
           MOVE "D" TO EXEC-TYPE.
           MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-CHARGE-POLICES-DEB
              THRU 0100-CHARGE-POLICES-FIN.

           PERFORM 0150-CHARGE-SINISTRES-DEB
              THRU 0150-CHARGE-SINISTRES-FIN.

           PERFORM 0200-CHARGE-BENEFICIAIRES-DEB
              THRU 0200-CHARGE-BENEFICIAIRES-FIN.

           PERFORM 0250-CHARGE-AVENANTS-DEB
              THRU 0250-CHARGE-AVENANTS-FIN.

           PERFORM 0300-LIT-SEUIL-DEB
              THRU 0300-LIT-SEUIL-FIN.

           PERFORM 0350-CHARGE-SIGNALES-DEB
              THRU 0350-CHARGE-SIGNALES-FIN.

           MOVE SPACES TO WS-IMPRIM-ENTETE.
           STRING "SINISTRE CONTRAT  DATE        MONTANT PTS "
                   "INDICATEURS                   FILE"
               DELIMITED BY SIZE INTO WS-IMPRIM-ENTETE.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM 0400-NOTE-SINISTRE-DEB
              THRU 0400-NOTE-SINISTRE-FIN
              VARYING WS-IDX-SIN FROM 1 BY 1
              UNTIL WS-IDX-SIN > WS-MAX-SIN.

           PERFORM 0700-TOTAUX-DEB
              THRU 0700-TOTAUX-FIN.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-NB-LUS TO EXEC-LUS.
           MOVE WS-NB-EN-ATTENTE TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

      ******************************************************************
      *                           PARAGRAPHES                          *
      ******************************************************************

      *Une entree par numero de police : le debut le plus ancien
      *parmi ses lignes et le client de la derniere ligne
       0100-CHARGE-POLICES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-POLICES.

           IF NOT WS-STATUT-POL-OK
               DISPLAY "Erreur : assurances.csv introuvable (statut "
                       WS-STATUT-POL "), arret."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO EXEC-TYPE
               MOVE 8 TO EXEC-CODE
               CALL "ctrlexec" USING EXEC-DEMANDE END-CALL
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-POLICES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-LIGNE-POLICES(1:8) TO WS-POL-CHERCHEE
                       PERFORM 0120-RECHERCHE-POLICE-DEB
                          THRU 0120-RECHERCHE-POLICE-FIN
                       IF WS-POL-TROUVE = 0
                       AND WS-MAX-POL < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-POL
                           MOVE WS-MAX-POL TO WS-POL-TROUVE
                           MOVE WS-POL-CHERCHEE
                             TO WS-POL-NUMERO(WS-POL-TROUVE)
                           MOVE F-LIGNE-POLICES(91:8)
                             TO WS-POL-DEBUT(WS-POL-TROUVE)
                       END-IF
                       IF WS-POL-TROUVE NOT = 0
                           IF F-LIGNE-POLICES(91:8) IS NUMERIC
                           AND (WS-POL-DEBUT(WS-POL-TROUVE)
                                IS NOT NUMERIC
                             OR F-LIGNE-POLICES(91:8)
                                < WS-POL-DEBUT(WS-POL-TROUVE))
                               MOVE F-LIGNE-POLICES(91:8)
                                 TO WS-POL-DEBUT(WS-POL-TROUVE)
                           END-IF
                           IF F-LIGNE-POLICES(125:8) NOT = SPACES
                               MOVE F-LIGNE-POLICES(125:8)
                                 TO WS-POL-CLIENT(WS-POL-TROUVE)
                           ELSE
                               MOVE F-LIGNE-POLICES(40:41)
                                 TO WS-POL-CLIENT(WS-POL-TROUVE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-POLICES.

           EXIT.

       0100-CHARGE-POLICES-FIN.

      *-----------------------------------------------------------------

      *Rang de WS-POL-CHERCHEE dans la table des polices, 0 si absent
       0120-RECHERCHE-POLICE-DEB.

           MOVE 0 TO WS-POL-TROUVE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-POL
                      OR WS-POL-TROUVE NOT = 0

               IF WS-POL-NUMERO(WS-IDX) = WS-POL-CHERCHEE
                   MOVE WS-IDX TO WS-POL-TROUVE
               END-IF

           END-PERFORM.

           EXIT.

       0120-RECHERCHE-POLICE-FIN.

      *-----------------------------------------------------------------

       0150-CHARGE-SINISTRES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-SINISTRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-SINISTRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       IF WS-MAX-SIN < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-SIN
                           MOVE F-SIN-NUMERO
                             TO WS-SIN-POLICE(WS-MAX-SIN)
                           MOVE F-SIN-DATE TO WS-SIN-DATE(WS-MAX-SIN)
                           MOVE F-SIN-TYPE TO WS-SIN-TYPE(WS-MAX-SIN)
                           MOVE F-SIN-MONTANT
                             TO WS-SIN-MONTANT(WS-MAX-SIN)
                           MOVE F-SIN-STATUT
                             TO WS-SIN-STATUT(WS-MAX-SIN)
                           MOVE F-SIN-RESERVE
                             TO WS-SIN-RESERVE(WS-MAX-SIN)
                           MOVE F-SIN-NUM-SIN TO WS-SIN-NUM(WS-MAX-SIN)
                           MOVE F-SIN-NUMERO TO WS-POL-CHERCHEE
                           PERFORM 0120-RECHERCHE-POLICE-DEB
                              THRU 0120-RECHERCHE-POLICE-FIN
                           IF WS-POL-TROUVE = 0
                               MOVE SPACES
                                 TO WS-SIN-CLIENT(WS-MAX-SIN)
                           ELSE
                               MOVE WS-POL-CLIENT(WS-POL-TROUVE)
                                 TO WS-SIN-CLIENT(WS-MAX-SIN)
                           END-IF
                       ELSE
                           DISPLAY "Attention : sinistres au-dela "
                               "de la capacite (" WS-CAPACITE-MAX
                               "), suite non controlee."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           DISPLAY "Sinistres lus : " WS-NB-LUS.

           EXIT.

       0150-CHARGE-SINISTRES-FIN.

      *-----------------------------------------------------------------

       0200-CHARGE-BENEFICIAIRES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-BENEFICIAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-BENEFICIAIRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-BEN < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-BEN
                           MOVE F-BEN-CONTRAT
                             TO WS-BEN-CONTRAT(WS-MAX-BEN)
                           MOVE F-BEN-NOM TO WS-BEN-NOM(WS-MAX-BEN)
                           MOVE F-BEN-DATE-MAJ
                             TO WS-BEN-DATE-MAJ(WS-MAX-BEN)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-BENEFICIAIRES.

           EXIT.

       0200-CHARGE-BENEFICIAIRES-FIN.

      *-----------------------------------------------------------------

       0250-CHARGE-AVENANTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVENANTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVENANTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-AVE < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-AVE
                           MOVE F-AVE-CONTRAT
                             TO WS-AVE-CONTRAT(WS-MAX-AVE)
                           MOVE F-AVE-DATE-SAISIE
                             TO WS-AVE-DATE-SAISIE(WS-MAX-AVE)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-AVENANTS.

           EXIT.

       0250-CHARGE-AVENANTS-FIN.

      *-----------------------------------------------------------------

       0300-LIT-SEUIL-DEB.

           OPEN INPUT FICHIER-SEUIL.

           READ FICHIER-SEUIL
               AT END
                   CONTINUE
               NOT AT END
                   IF F-SEUIL-CFG NOT = SPACES
                       MOVE FUNCTION NUMVAL(F-SEUIL-CFG)
                         TO WS-SEUIL-APPROBATION
                   END-IF
           END-READ.

           CLOSE FICHIER-SEUIL.

           COMPUTE WS-SEUIL-BAS ROUNDED =
               WS-SEUIL-APPROBATION * WS-POURCENT-SEUIL / 100.

           EXIT.

       0300-LIT-SEUIL-FIN.

      *-----------------------------------------------------------------

      *Sinistres deja signales : ceux des alertes des nuits
      *precedentes (meme revus depuis) et ceux encore en file
       0350-CHARGE-SIGNALES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ALERTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ALERTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-SIGNALES < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-SIGNALES
                           MOVE F-ALR-NUM-SIN
                             TO WS-SIGNALE(WS-MAX-SIGNALES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ALERTES.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ATTENTE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ATTENTE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ATTENTE(46:6) NOT = SPACES
                       AND WS-MAX-SIGNALES < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-SIGNALES
                           MOVE F-ATTENTE(46:6)
                             TO WS-SIGNALE(WS-MAX-SIGNALES)
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-ATTENTE.

           EXIT.

       0350-CHARGE-SIGNALES-FIN.

      *-----------------------------------------------------------------

      *Notation d'un sinistre ouvert numerote ; seuls ceux qui ont
      *au moins un indicateur paraissent a l'etat
       0400-NOTE-SINISTRE-DEB.

           IF NOT WS-SIN-OUVERT(WS-IDX-SIN)
           OR WS-SIN-NUM(WS-IDX-SIN) = SPACES
               GO TO 0400-NOTE-SINISTRE-FIN
           END-IF.

           ADD 1 TO WS-NB-EXAMINES.

           MOVE 0 TO WS-SCORE.
           MOVE 0 TO WS-NB-REGLES.
           MOVE SPACES TO WS-REGLES-DECLENCHEES.

           PERFORM 0410-REGLE-DEBUT-DEB
              THRU 0410-REGLE-DEBUT-FIN.

           PERFORM 0420-REGLE-FREQUENCE-DEB
              THRU 0420-REGLE-FREQUENCE-FIN.

           PERFORM 0430-REGLE-SEUIL-DEB
              THRU 0430-REGLE-SEUIL-FIN.

           PERFORM 0440-REGLE-MODIFICATION-DEB
              THRU 0440-REGLE-MODIFICATION-FIN.

           PERFORM 0450-REGLE-BENEFICIAIRE-DEB
              THRU 0450-REGLE-BENEFICIAIRE-FIN.

           IF WS-SCORE = 0
               GO TO 0400-NOTE-SINISTRE-FIN
           END-IF.

           ADD 1 TO WS-NB-NOTES.

           SET WS-DEJA-SIGNALE-N TO TRUE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-SIGNALES

               IF WS-SIGNALE(WS-IDX) = WS-SIN-NUM(WS-IDX-SIN)
                   SET WS-DEJA-SIGNALE-O TO TRUE
               END-IF

           END-PERFORM.

           MOVE SPACES TO WS-MARQUE.

           IF WS-SCORE >= WS-SCORE-MINIMUM
               IF WS-DEJA-SIGNALE-O
                   MOVE "DEJA" TO WS-MARQUE
               ELSE
                   PERFORM 0500-MISE-EN-ATTENTE-DEB
                      THRU 0500-MISE-EN-ATTENTE-FIN
                   MOVE "AJOUTE" TO WS-MARQUE
               END-IF
           END-IF.

           PERFORM 0600-LIGNE-ETAT-DEB
              THRU 0600-LIGNE-ETAT-FIN.

           EXIT.

       0400-NOTE-SINISTRE-FIN.

      *-----------------------------------------------------------------

      *Sinistre dans les premiers jours de la police
       0410-REGLE-DEBUT-DEB.

           MOVE WS-SIN-POLICE(WS-IDX-SIN) TO WS-POL-CHERCHEE.
           PERFORM 0120-RECHERCHE-POLICE-DEB
              THRU 0120-RECHERCHE-POLICE-FIN.

           IF WS-POL-TROUVE = 0
               GO TO 0410-REGLE-DEBUT-FIN
           END-IF.

           MOVE WS-POL-DEBUT(WS-POL-TROUVE) TO WS-DATE-A.
           MOVE WS-SIN-DATE(WS-IDX-SIN) TO WS-DATE-B.
           PERFORM 0800-ECART-DEB
              THRU 0800-ECART-FIN.

           IF WS-ECART-OK
           AND WS-ECART >= 0
           AND WS-ECART <= WS-JOURS-DEBUT
               MOVE "DEBUT" TO WS-REGLE-COURANTE
               MOVE WS-POIDS-DEBUT TO WS-POIDS-COURANT
               PERFORM 0480-AJOUTE-REGLE-DEB
                  THRU 0480-AJOUTE-REGLE-FIN
           END-IF.

           EXIT.

       0410-REGLE-DEBUT-FIN.

      *-----------------------------------------------------------------

      *Sinistres du meme client (toutes polices et tous statuts) sur
      *les 12 mois qui s'achevent a la date du sinistre, lui compris
       0420-REGLE-FREQUENCE-DEB.

           IF WS-SIN-CLIENT(WS-IDX-SIN) = SPACES
               GO TO 0420-REGLE-FREQUENCE-FIN
           END-IF.

           MOVE 0 TO WS-NB-SIN-CLIENT.
           MOVE WS-SIN-DATE(WS-IDX-SIN) TO WS-DATE-B.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-SIN

               IF WS-SIN-CLIENT(WS-IDX2) = WS-SIN-CLIENT(WS-IDX-SIN)
                   MOVE WS-SIN-DATE(WS-IDX2) TO WS-DATE-A
                   PERFORM 0800-ECART-DEB
                      THRU 0800-ECART-FIN
                   IF WS-ECART-OK
                   AND WS-ECART >= 0
                   AND WS-ECART <= WS-JOURS-FREQUENCE
                       ADD 1 TO WS-NB-SIN-CLIENT
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-NB-SIN-CLIENT >= WS-NB-FREQUENCE
               MOVE "FREQ" TO WS-REGLE-COURANTE
               MOVE WS-POIDS-FREQ TO WS-POIDS-COURANT
               PERFORM 0480-AJOUTE-REGLE-DEB
                  THRU 0480-AJOUTE-REGLE-FIN
           END-IF.

           EXIT.

       0420-REGLE-FREQUENCE-FIN.

      *-----------------------------------------------------------------

      *Montant juste sous le seuil qui aurait impose l'approbation
       0430-REGLE-SEUIL-DEB.

           IF WS-SIN-MONTANT(WS-IDX-SIN) >= WS-SEUIL-BAS
           AND WS-SIN-MONTANT(WS-IDX-SIN) <= WS-SEUIL-APPROBATION
               MOVE "SEUIL" TO WS-REGLE-COURANTE
               MOVE WS-POIDS-SEUIL TO WS-POIDS-COURANT
               PERFORM 0480-AJOUTE-REGLE-DEB
                  THRU 0480-AJOUTE-REGLE-FIN
           END-IF.

           EXIT.

       0430-REGLE-SEUIL-FIN.

      *-----------------------------------------------------------------

      *Avenant saisi ou beneficiaires changes peu avant le sinistre
       0440-REGLE-MODIFICATION-DEB.

           SET WS-INDICATEUR-N TO TRUE.
           MOVE WS-SIN-DATE(WS-IDX-SIN) TO WS-DATE-B.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-AVE

               IF WS-AVE-CONTRAT(WS-IDX2) = WS-SIN-POLICE(WS-IDX-SIN)
                   MOVE WS-AVE-DATE-SAISIE(WS-IDX2) TO WS-DATE-A
                   PERFORM 0800-ECART-DEB
                      THRU 0800-ECART-FIN
                   IF WS-ECART-OK
                   AND WS-ECART >= 0
                   AND WS-ECART <= WS-JOURS-MODIF
                       SET WS-INDICATEUR-O TO TRUE
                   END-IF
               END-IF

           END-PERFORM.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-BEN

               IF WS-BEN-CONTRAT(WS-IDX2) = WS-SIN-POLICE(WS-IDX-SIN)
                   MOVE WS-BEN-DATE-MAJ(WS-IDX2) TO WS-DATE-A
                   PERFORM 0800-ECART-DEB
                      THRU 0800-ECART-FIN
                   IF WS-ECART-OK
                   AND WS-ECART >= 0
                   AND WS-ECART <= WS-JOURS-MODIF
                       SET WS-INDICATEUR-O TO TRUE
                   END-IF
               END-IF

           END-PERFORM.

           IF WS-INDICATEUR-O
               MOVE "MODIF" TO WS-REGLE-COURANTE
               MOVE WS-POIDS-MODIF TO WS-POIDS-COURANT
               PERFORM 0480-AJOUTE-REGLE-DEB
                  THRU 0480-AJOUTE-REGLE-FIN
           END-IF.

           EXIT.

       0440-REGLE-MODIFICATION-FIN.

      *-----------------------------------------------------------------

      *Un beneficiaire du contrat se retrouve sous le meme nom sur
      *un autre contrat
       0450-REGLE-BENEFICIAIRE-DEB.

           SET WS-INDICATEUR-N TO TRUE.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-BEN

               IF WS-BEN-CONTRAT(WS-IDX2) = WS-SIN-POLICE(WS-IDX-SIN)
               AND WS-BEN-NOM(WS-IDX2) NOT = SPACES
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-MAX-BEN
                       IF WS-BEN-NOM(WS-IDX) = WS-BEN-NOM(WS-IDX2)
                       AND WS-BEN-CONTRAT(WS-IDX)
                           NOT = WS-BEN-CONTRAT(WS-IDX2)
                           SET WS-INDICATEUR-O TO TRUE
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

           IF WS-INDICATEUR-O
               MOVE "BENEF" TO WS-REGLE-COURANTE
               MOVE WS-POIDS-BENEF TO WS-POIDS-COURANT
               PERFORM 0480-AJOUTE-REGLE-DEB
                  THRU 0480-AJOUTE-REGLE-FIN
           END-IF.

           EXIT.

       0450-REGLE-BENEFICIAIRE-FIN.

      *-----------------------------------------------------------------

       0480-AJOUTE-REGLE-DEB.

           ADD 1 TO WS-NB-REGLES.
           MOVE WS-REGLE-COURANTE TO WS-REGLE-DECL(WS-NB-REGLES).
           ADD WS-POIDS-COURANT TO WS-SCORE.

           EXIT.

       0480-AJOUTE-REGLE-FIN.

      *-----------------------------------------------------------------

      *Le sinistre rejoint la file de validsin au dessin de
      *sinistres.txt, son numero en 46-51 le signalant comme deja
      *enregistre ; ses indicateurs partent aux alertes
       0500-MISE-EN-ATTENTE-DEB.

           OPEN EXTEND FICHIER-ATTENTE.

           MOVE SPACES TO F-ATTENTE.
           MOVE WS-SIN-POLICE(WS-IDX-SIN)  TO F-ATTENTE(1:8).
           MOVE WS-SIN-DATE(WS-IDX-SIN)    TO F-ATTENTE(9:8).
           MOVE WS-SIN-TYPE(WS-IDX-SIN)    TO F-ATTENTE(17:10).
           MOVE WS-SIN-MONTANT(WS-IDX-SIN) TO F-ATTENTE(27:9).
           MOVE WS-SIN-STATUT(WS-IDX-SIN)  TO F-ATTENTE(36:1).
           MOVE WS-SIN-RESERVE(WS-IDX-SIN) TO F-ATTENTE(37:9).
           MOVE WS-SIN-NUM(WS-IDX-SIN)     TO F-ATTENTE(46:6).
           WRITE F-ATTENTE.

           CLOSE FICHIER-ATTENTE.

           OPEN EXTEND FICHIER-ALERTES.

           MOVE SPACES TO F-ALERTE.
           MOVE WS-SIN-NUM(WS-IDX-SIN)    TO F-ALR-NUM-SIN.
           MOVE WS-SIN-POLICE(WS-IDX-SIN) TO F-ALR-CONTRAT.
           MOVE WS-DATE-DU-JOUR           TO F-ALR-DATE-CONTROLE.
           MOVE WS-SCORE                  TO F-ALR-SCORE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-REGLES
               MOVE WS-REGLE-DECL(WS-IDX) TO F-ALR-REGLE(WS-IDX)
           END-PERFORM.

           WRITE F-ALERTE.

           CLOSE FICHIER-ALERTES.

           ADD 1 TO WS-NB-EN-ATTENTE.

           EXIT.

       0500-MISE-EN-ATTENTE-FIN.

      *-----------------------------------------------------------------

       0600-LIGNE-ETAT-DEB.

           MOVE WS-SIN-MONTANT(WS-IDX-SIN) TO WS-MONTANT-ED.
           MOVE WS-SCORE TO WS-SCORE-ED.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING WS-SIN-NUM(WS-IDX-SIN) "   "
                   WS-SIN-POLICE(WS-IDX-SIN) " "
                   WS-SIN-DATE(WS-IDX-SIN) " "
                   WS-MONTANT-ED " "
                   WS-SCORE-ED " "
                   WS-REGLE-DECL(1) " "
                   WS-REGLE-DECL(2) " "
                   WS-REGLE-DECL(3) " "
                   WS-REGLE-DECL(4) " "
                   WS-REGLE-DECL(5) " "
                   WS-MARQUE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           EXIT.

       0600-LIGNE-ETAT-FIN.

      *-----------------------------------------------------------------

       0700-TOTAUX-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           MOVE WS-SCORE-MINIMUM TO WS-SCORE-ED.
           STRING "Ouverts examines : " WS-NB-EXAMINES
                   " - avec indicateur : " WS-NB-NOTES
                   " - en file (>=" WS-SCORE-ED
                   ") : " WS-NB-EN-ATTENTE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Sinistres ouverts examines : " WS-NB-EXAMINES.
           DISPLAY "Mis en file de validation  : " WS-NB-EN-ATTENTE.
           DISPLAY "Etat ecrit dans fraude-sinistres.txt.".

           EXIT.

       0700-TOTAUX-FIN.

      *-----------------------------------------------------------------

      *Ecart en jours de WS-DATE-A a WS-DATE-B par le module datutil
       0800-ECART-DEB.

           SET WS-ECART-KO TO TRUE.
           MOVE 0 TO WS-ECART.

           IF WS-DATE-A IS NOT NUMERIC
           OR WS-DATE-B IS NOT NUMERIC
               GO TO 0800-ECART-FIN
           END-IF.

           MOVE "ECART" TO WS-DATUTIL-FONCTION.
           MOVE WS-DATE-A TO WS-DATUTIL-DATE-1.
           MOVE WS-DATE-B TO WS-DATUTIL-DATE-2.
           CALL "datutil" USING WS-DATUTIL-FONCTION,
                                WS-DATUTIL-DATE-1,
                                WS-DATUTIL-DATE-2,
                                WS-DATUTIL-NOMBRE,
                                WS-DATUTIL-RESULTAT
           END-CALL.

           IF WS-DATUTIL-RESULTAT = 0
               MOVE WS-DATUTIL-NOMBRE TO WS-ECART
               SET WS-ECART-OK TO TRUE
           END-IF.

           EXIT.

       0800-ECART-FIN.

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
