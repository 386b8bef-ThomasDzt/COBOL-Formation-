      *Chargement de nuit des tables de restitution de testdb : les
      *factures (facture-registre.txt, lignes FCT-), les paiements
      *(paiements-factures.txt), les sinistres (sinistres.txt), les
      *reglements de sinistres (reglements-sinistres.txt) et les
      *reservations (reservations.txt) partent dans rep_facture,
      *rep_paiement, rep_sinistre, rep_reglement et rep_reservation
      *(creees au premier passage), pour que les questions de
      *gestion se posent en SQL sans passer par un etat COBOL.
      *Chaque enregistrement porte une cle naturelle (numero de
      *facture ; facture, date, montant et rang pour un paiement ;
      *numero de sinistre, ou contrat, date et type sur les
      *anciennes lignes ; sinistre, date, montant et rang pour un
      *reglement ; billet, ou service et passager sur les anciennes
      *lignes) : une ligne deja en base est mise a jour, une ligne
      *absente est inseree et compte parmi les nouveautes du jour.
      *Relancer le chargement ne cree donc jamais de doublon.
      *Connexion par PGUSER/PGPASSWORD/PGDATABASE, COMMIT par lot
      *de chargement-lot.cfg (10 a defaut) comme insertusr, point de
      *reprise dans reporting-reprise.txt (source et derniere ligne
      *validee du jour) : une relance apres incident repart de la
      *premiere ligne non validee. L'etat chargement-reporting.txt
      *rapproche par source les lignes lues, rejetees, nouvelles et
      *mises a jour du nombre de lignes vues du jour en table ; un
      *ecart rend le code de fin 8. Execution tracee au journal des
      *executions batch.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargerep.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-REGISTRE
       ASSIGN TO "facture-registre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-PAIEMENTS
       ASSIGN TO "paiements-factures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-SINISTRES ASSIGN TO "sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REGLEMENTS
       ASSIGN TO "reglements-sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RESA ASSIGN TO "reservations.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Taille du lot de COMMIT, commune avec insertusr
       SELECT OPTIONAL FICHIER-CONFIG-LOT
       ASSIGN TO "chargement-lot.cfg"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Point de reprise : date, source et derniere ligne validee
       SELECT OPTIONAL FICHIER-REPRISE
       ASSIGN TO "reporting-reprise.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-RAPPORT ASSIGN TO "chargement-reporting.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *Registre de facturcli : numero en 1-8, ID client en 10-17,
      *net TTC edite en 47-58, date en 60-67, TVA editee en 69-80
       FD FICHIER-REGISTRE.
           01 F-LIGNE-REGISTRE      PIC X(80).

       FD FICHIER-PAIEMENTS.
           01 F-PAIEMENT.
               05 F-PAI-NUMERO      PIC X(08).
               05 F-PAI-DATE        PIC X(08).
               05 F-PAI-MONTANT     PIC X(10).

       FD FICHIER-SINISTRES.
           01 F-SINISTRE.
               05 F-SIN-CONTRAT     PIC X(08).
               05 F-SIN-DATE        PIC X(08).
               05 F-SIN-TYPE        PIC X(10).
               05 F-SIN-MONTANT     PIC X(09).
               05 F-SIN-STATUT      PIC X(01).
               05 F-SIN-RESERVE     PIC X(09).
               05 F-SIN-NUM-SIN     PIC X(06).

       FD FICHIER-REGLEMENTS.
           01 F-REGLEMENT.
               05 F-REG-NUM-SIN     PIC X(06).
               05 F-REG-DATE        PIC X(08).
               05 F-REG-MONTANT     PIC X(09).

       FD FICHIER-RESA.
           01 F-RESA.
               05 F-RESA-STATION    PIC X(18).
               05 F-RESA-HEURE      PIC X(04).
               05 F-RESA-DATE       PIC X(08).
               05 F-RESA-PASSAGER   PIC X(20).
               05 F-RESA-PLACES     PIC X(03).
               05 F-RESA-STATUT     PIC X(01).
               05 F-RESA-SIEGES     PIC X(45).
               05 F-RESA-BILLET     PIC X(10).
               05 F-RESA-MONTEE     PIC X(18).
               05 F-RESA-DESCENTE   PIC X(18).

       FD FICHIER-CONFIG-LOT.
           01 F-TAILLE-LOT-CFG      PIC X(03).

       FD FICHIER-REPRISE.
           01 F-REPRISE.
               05 F-REP-DATE        PIC X(08).
               05 FILLER            PIC X(01).
               05 F-REP-SOURCE      PIC 9(01).
               05 FILLER            PIC X(01).
               05 F-REP-POSITION    PIC 9(07).

       FD FICHIER-RAPPORT.
           01 F-LIGNE-RAPPORT       PIC X(100).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  REP-CLE             PIC X(50).
       01  REP-DATE-JOUR       PIC X(08).
       01  REP-NB-LIGNES       PIC 9(09).
       01  FAC-CLIENT          PIC X(08).
       01  FAC-MONTANT         PIC 9(09)V9(02).
       01  FAC-TVA             PIC 9(09)V9(02).
       01  FAC-DATE            PIC X(08).
       01  PAI-FACTURE         PIC X(08).
       01  PAI-DATE            PIC X(08).
       01  PAI-MONTANT         PIC 9(08)V9(02).
       01  PAI-RANG            PIC 9(02).
       01  SIN-CONTRAT         PIC X(08).
       01  SIN-NUMERO          PIC X(06).
       01  SIN-DATE            PIC X(08).
       01  SIN-TYPE            PIC X(10).
       01  SIN-MONTANT         PIC 9(07)V9(02).
       01  SIN-STATUT          PIC X(01).
       01  SIN-RESERVE         PIC 9(07)V9(02).
       01  REG-SINISTRE        PIC X(06).
       01  REG-DATE            PIC X(08).
       01  REG-MONTANT         PIC 9(07)V9(02).
       01  REG-RANG            PIC 9(02).
       01  RES-BILLET          PIC X(10).
       01  RES-GARE            PIC X(18).
       01  RES-HEURE           PIC X(04).
       01  RES-DATE            PIC X(08).
       01  RES-PASSAGER        PIC X(20).
       01  RES-PLACES          PIC 9(03).
       01  RES-STATUT          PIC X(01).
       01  RES-MONTEE          PIC X(18).
       01  RES-DESCENTE        PIC X(18).
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Sources dans l'ordre du chargement, avec leurs compteurs
       01 WS-TABLEAU-SOURCES.
           05 WS-SRC OCCURS 5 TIMES.
               10 WS-SRC-FICHIER    PIC X(25).
               10 WS-SRC-TABLE      PIC X(15).
               10 WS-SRC-LUS        PIC 9(07).
               10 WS-SRC-REJETES    PIC 9(07).
               10 WS-SRC-NOUVEAUX   PIC 9(07).
               10 WS-SRC-MAJ        PIC 9(07).
               10 WS-SRC-DOUBLONS   PIC 9(07).
               10 WS-SRC-EN-BASE    PIC 9(07).
               10 WS-SRC-HISTORIQUE PIC 9(07).

       77 WS-IDX            PIC 9(01).
       01 WS-SOURCE         PIC 9(01).
           88 WS-SOURCE-FACTURES        VALUE 1.
           88 WS-SOURCE-PAIEMENTS       VALUE 2.
           88 WS-SOURCE-SINISTRES       VALUE 3.
           88 WS-SOURCE-REGLEMENTS      VALUE 4.
           88 WS-SOURCE-RESERVATIONS    VALUE 5.

      *Cles de base deja rencontrees dans la source en cours (pour
      *le rang des paiements et reglements identiques)
       01 WS-TABLEAU-VUS.
           05 WS-VU OCCURS 5000 TIMES.
               10 WS-VU-CLE         PIC X(30).
               10 WS-VU-NOMBRE      PIC 9(02).

       01 WS-MAX-VUS        PIC 9(04)  VALUE 0.
       77 WS-IDX-VU         PIC 9(04).
       01 WS-CLE-BASE       PIC X(30).
       01 WS-RANG           PIC 9(02).

       01 WS-FIN-LECTURE    PIC X   VALUE "N".
           88 WS-FIN-LECTURE-OUI    VALUE "O".

       01 WS-LIGNE-VALIDE   PIC X   VALUE "N".
           88 WS-LIGNE-VALIDE-OUI   VALUE "O".

       01 WS-DATE-DU-JOUR   PIC X(08).
       01 WS-MONTANT-X      PIC X(12).

      *Taille du lot avant un COMMIT intermediaire (10 par defaut)
       77 WS-TAILLE-LOT     PIC 9(03)  VALUE 10.
       77 WS-COMPTEUR-LOT   PIC 9(03)  VALUE 0.

      *Reprise du jour : source et position deja validees
       01 WS-REPRISE-SOURCE PIC 9(01)  VALUE 0.
       01 WS-REPRISE-POSITION PIC 9(07) VALUE 0.
       01 WS-POSITION       PIC 9(07).

       01 WS-NB-ECARTS      PIC 9(01)  VALUE 0.
       01 WS-ATTENDUS       PIC 9(07).
       01 WS-TOTAL-LUS      PIC 9(07)  VALUE 0.
       01 WS-TOTAL-NOUVEAUX PIC 9(07)  VALUE 0.

      *Zone d'echange du journal des executions batch
       COPY ctrlexec.

      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************
       PROCEDURE DIVISION.

       MOVE "chargerep" TO EXEC-PROGRAMME.
       MOVE "D" TO EXEC-TYPE.
       MOVE 0 TO EXEC-LUS EXEC-ECRITS EXEC-CODE.
       CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

      *Les valeurs par defaut (postgres/mdp/testdb) ne servent que si
      *les variables d'environnement PGUSER/PGPASSWORD/PGDATABASE ne
      *sont pas positionnees
       ACCEPT USERNAME FROM ENVIRONMENT "PGUSER"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT.
       ACCEPT PASSWD FROM ENVIRONMENT "PGPASSWORD"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT.
       ACCEPT DBNAME FROM ENVIRONMENT "PGDATABASE"
           ON EXCEPTION
               CONTINUE
       END-ACCEPT.

       DISPLAY "Connexion à la base de données...".
       EXEC SQL
            CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.
       IF SQLCODE NOT = 0
           DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-ARRET-DEBUT
              THRU 9000-ARRET-FIN
       END-IF.

       ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
       MOVE WS-DATE-DU-JOUR TO REP-DATE-JOUR.

       PERFORM 0100-PARAMETRES-DEBUT
          THRU 0100-PARAMETRES-FIN.

       PERFORM 0200-CREE-TABLES-DEBUT
          THRU 0200-CREE-TABLES-FIN.

       PERFORM 1000-FACTURES-DEBUT
          THRU 1000-FACTURES-FIN.

       PERFORM 2000-PAIEMENTS-DEBUT
          THRU 2000-PAIEMENTS-FIN.

       PERFORM 3000-SINISTRES-DEBUT
          THRU 3000-SINISTRES-FIN.

       PERFORM 4000-REGLEMENTS-DEBUT
          THRU 4000-REGLEMENTS-FIN.

       PERFORM 5000-RESERVATIONS-DEBUT
          THRU 5000-RESERVATIONS-FIN.

      *Fin normale : le point de reprise revient a zero
       MOVE 0 TO WS-SOURCE.
       MOVE 0 TO WS-POSITION.
       PERFORM 0650-POSE-REPRISE-DEBUT
          THRU 0650-POSE-REPRISE-FIN.

       PERFORM 8000-RAPPORT-DEBUT
          THRU 8000-RAPPORT-FIN.

       PERFORM 9000-ARRET-DEBUT
          THRU 9000-ARRET-FIN.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      *Taille du lot de COMMIT et point de reprise : une reprise
      *d'un autre jour ne vaut plus, tout se relit
       0100-PARAMETRES-DEBUT.

           MOVE "facture-registre.txt" TO WS-SRC-FICHIER(1).
           MOVE "rep_facture" TO WS-SRC-TABLE(1).
           MOVE "paiements-factures.txt" TO WS-SRC-FICHIER(2).
           MOVE "rep_paiement" TO WS-SRC-TABLE(2).
           MOVE "sinistres.txt" TO WS-SRC-FICHIER(3).
           MOVE "rep_sinistre" TO WS-SRC-TABLE(3).
           MOVE "reglements-sinistres.txt" TO WS-SRC-FICHIER(4).
           MOVE "rep_reglement" TO WS-SRC-TABLE(4).
           MOVE "reservations.txt" TO WS-SRC-FICHIER(5).
           MOVE "rep_reservation" TO WS-SRC-TABLE(5).

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
               MOVE 0 TO WS-SRC-LUS(WS-IDX) WS-SRC-REJETES(WS-IDX)
                         WS-SRC-NOUVEAUX(WS-IDX) WS-SRC-MAJ(WS-IDX)
                         WS-SRC-DOUBLONS(WS-IDX)
                         WS-SRC-EN-BASE(WS-IDX)
                         WS-SRC-HISTORIQUE(WS-IDX)
           END-PERFORM.

           OPEN INPUT FICHIER-CONFIG-LOT.

           READ FICHIER-CONFIG-LOT
               AT END
                   CONTINUE
               NOT AT END
                   IF F-TAILLE-LOT-CFG IS NUMERIC
                   AND F-TAILLE-LOT-CFG NOT = "000"
                       MOVE F-TAILLE-LOT-CFG TO WS-TAILLE-LOT
                   END-IF
           END-READ.

           CLOSE FICHIER-CONFIG-LOT.

           OPEN INPUT FICHIER-REPRISE.

           READ FICHIER-REPRISE
               AT END
                   CONTINUE
               NOT AT END
                   IF F-REP-DATE = WS-DATE-DU-JOUR
                   AND F-REP-SOURCE IS NUMERIC
                   AND F-REP-POSITION IS NUMERIC
                       MOVE F-REP-SOURCE TO WS-REPRISE-SOURCE
                       MOVE F-REP-POSITION TO WS-REPRISE-POSITION
                   END-IF
           END-READ.

           CLOSE FICHIER-REPRISE.

           DISPLAY "Taille du lot de COMMIT : " WS-TAILLE-LOT.

           IF WS-REPRISE-SOURCE > 0
               DISPLAY "Reprise apres incident : source "
                       WS-REPRISE-SOURCE " validee jusqu'a la ligne "
                       WS-REPRISE-POSITION "."
           END-IF.

       0100-PARAMETRES-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Tables de restitution, creees au premier passage : cle
      *naturelle, date du premier chargement et date du dernier
      *passage ou la ligne a ete vue dans sa source
       0200-CREE-TABLES-DEBUT.

       EXEC SQL
           CREATE TABLE IF NOT EXISTS rep_facture (
               cle VARCHAR(50) PRIMARY KEY, client CHAR(8),
               montant_ttc NUMERIC(11,2), montant_tva NUMERIC(11,2),
               date_facture CHAR(8), date_charge CHAR(8),
               date_vu CHAR(8))
       END-EXEC.

       EXEC SQL
           CREATE TABLE IF NOT EXISTS rep_paiement (
               cle VARCHAR(50) PRIMARY KEY, facture CHAR(8),
               date_paiement CHAR(8), montant NUMERIC(10,2),
               rang NUMERIC(2), date_charge CHAR(8),
               date_vu CHAR(8))
       END-EXEC.

       EXEC SQL
           CREATE TABLE IF NOT EXISTS rep_sinistre (
               cle VARCHAR(50) PRIMARY KEY, contrat CHAR(8),
               numero CHAR(6), date_sinistre CHAR(8), type CHAR(10),
               montant NUMERIC(9,2), statut CHAR(1),
               reserve NUMERIC(9,2), date_charge CHAR(8),
               date_vu CHAR(8))
       END-EXEC.

       EXEC SQL
           CREATE TABLE IF NOT EXISTS rep_reglement (
               cle VARCHAR(50) PRIMARY KEY, sinistre CHAR(6),
               date_reglement CHAR(8), montant NUMERIC(9,2),
               rang NUMERIC(2), date_charge CHAR(8),
               date_vu CHAR(8))
       END-EXEC.

       EXEC SQL
           CREATE TABLE IF NOT EXISTS rep_reservation (
               cle VARCHAR(50) PRIMARY KEY, billet CHAR(10),
               gare CHAR(18), heure CHAR(4), date_voyage CHAR(8),
               passager CHAR(20), places NUMERIC(3),
               statut CHAR(1), montee CHAR(18), descente CHAR(18),
               date_charge CHAR(8), date_vu CHAR(8))
       END-EXEC.

       IF SQLCODE < 0
           DISPLAY "Erreur de creation des tables SQLCODE: " SQLCODE
           EXEC SQL ROLLBACK END-EXEC
           MOVE 8 TO RETURN-CODE
           PERFORM 9000-ARRET-DEBUT
              THRU 9000-ARRET-FIN
       END-IF.

       EXEC SQL COMMIT END-EXEC.

       0200-CREE-TABLES-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Ligne lue et controlee : sautee si deja validee par
      *l'execution interrompue du jour, sinon chargee ; COMMIT et
      *point de reprise tous les WS-TAILLE-LOT enregistrements
       0600-CHARGE-LIGNE-DEBUT.

           IF NOT WS-LIGNE-VALIDE-OUI
               ADD 1 TO WS-SRC-REJETES(WS-SOURCE)
               GO TO 0600-CHARGE-LIGNE-FIN
           END-IF.

           IF WS-SOURCE < WS-REPRISE-SOURCE
           OR (WS-SOURCE = WS-REPRISE-SOURCE
               AND WS-POSITION <= WS-REPRISE-POSITION)
               GO TO 0600-CHARGE-LIGNE-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-SOURCE-FACTURES
                   PERFORM 1100-ECRIT-FACTURE-DEBUT
                      THRU 1100-ECRIT-FACTURE-FIN
               WHEN WS-SOURCE-PAIEMENTS
                   PERFORM 2100-ECRIT-PAIEMENT-DEBUT
                      THRU 2100-ECRIT-PAIEMENT-FIN
               WHEN WS-SOURCE-SINISTRES
                   PERFORM 3100-ECRIT-SINISTRE-DEBUT
                      THRU 3100-ECRIT-SINISTRE-FIN
               WHEN WS-SOURCE-REGLEMENTS
                   PERFORM 4100-ECRIT-REGLEMENT-DEBUT
                      THRU 4100-ECRIT-REGLEMENT-FIN
               WHEN WS-SOURCE-RESERVATIONS
                   PERFORM 5100-ECRIT-RESERVATION-DEBUT
                      THRU 5100-ECRIT-RESERVATION-FIN
           END-EVALUATE.

           ADD 1 TO WS-COMPTEUR-LOT.

           IF WS-COMPTEUR-LOT >= WS-TAILLE-LOT
               EXEC SQL COMMIT END-EXEC
               MOVE 0 TO WS-COMPTEUR-LOT
               PERFORM 0650-POSE-REPRISE-DEBUT
                  THRU 0650-POSE-REPRISE-FIN
           END-IF.

       0600-CHARGE-LIGNE-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Issue d'une mise a jour (ligne deja chargee un autre jour)
      *ou d'une insertion (ligne nouvelle ; rien d'insere = cle deja
      *vue aujourd'hui, doublon dans la source). Toute autre erreur
      *arrete le chargement au dernier point de reprise
       0610-ISSUE-MAJ-DEBUT.

           IF SQLCODE < 0
               PERFORM 0690-ERREUR-SQL-DEBUT
                  THRU 0690-ERREUR-SQL-FIN
           END-IF.

       0610-ISSUE-MAJ-FIN.
       EXIT.

      *-----------------------------------------------------------------

       0620-ISSUE-INSERT-DEBUT.

           IF SQLCODE < 0
               PERFORM 0690-ERREUR-SQL-DEBUT
                  THRU 0690-ERREUR-SQL-FIN
           END-IF.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-SRC-NOUVEAUX(WS-SOURCE)
           ELSE
               ADD 1 TO WS-SRC-DOUBLONS(WS-SOURCE)
           END-IF.

       0620-ISSUE-INSERT-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Le point de reprise porte la source et la derniere ligne
      *validee (zero en fin normale)
       0650-POSE-REPRISE-DEBUT.

           OPEN OUTPUT FICHIER-REPRISE.

           MOVE SPACES TO F-REPRISE.
           MOVE WS-DATE-DU-JOUR TO F-REP-DATE.
           MOVE WS-SOURCE TO F-REP-SOURCE.
           MOVE WS-POSITION TO F-REP-POSITION.
           WRITE F-REPRISE.

           CLOSE FICHIER-REPRISE.

       0650-POSE-REPRISE-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Rang d'une cle de base dans la source en cours : 1 a la
      *premiere rencontre, puis 2, 3... pour les lignes identiques
       0670-RANG-CLE-DEBUT.

           MOVE 0 TO WS-RANG.

           PERFORM VARYING WS-IDX-VU FROM 1 BY 1
                   UNTIL WS-IDX-VU > WS-MAX-VUS
                      OR WS-RANG > 0
               IF WS-VU-CLE(WS-IDX-VU) = WS-CLE-BASE
                   ADD 1 TO WS-VU-NOMBRE(WS-IDX-VU)
                   MOVE WS-VU-NOMBRE(WS-IDX-VU) TO WS-RANG
               END-IF
           END-PERFORM.

           IF WS-RANG = 0
               MOVE 1 TO WS-RANG
               IF WS-MAX-VUS < 5000
                   ADD 1 TO WS-MAX-VUS
                   MOVE WS-CLE-BASE TO WS-VU-CLE(WS-MAX-VUS)
                   MOVE 1 TO WS-VU-NOMBRE(WS-MAX-VUS)
               END-IF
           END-IF.

       0670-RANG-CLE-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Erreur SQL inattendue : le lot en cours est annule, le point
      *de reprise reste au dernier COMMIT
       0690-ERREUR-SQL-DEBUT.

           DISPLAY "Erreur SQL sur " WS-SRC-TABLE(WS-SOURCE)
                   " ligne " WS-POSITION " SQLCODE: " SQLCODE.
           EXEC SQL ROLLBACK END-EXEC.
           MOVE 8 TO RETURN-CODE.
           PERFORM 9000-ARRET-DEBUT
              THRU 9000-ARRET-FIN.

       0690-ERREUR-SQL-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Fin de source : le reliquat du lot se valide, puis la table
      *est comptee (lignes vues du jour, lignes gardees d'avant)
       0700-FIN-SOURCE-DEBUT.

           EXEC SQL COMMIT END-EXEC.
           MOVE 0 TO WS-COMPTEUR-LOT.
           PERFORM 0650-POSE-REPRISE-DEBUT
              THRU 0650-POSE-REPRISE-FIN.

           MOVE 0 TO REP-NB-LIGNES.

           EVALUATE TRUE
               WHEN WS-SOURCE-FACTURES
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_facture
                       WHERE date_vu = :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-PAIEMENTS
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_paiement
                       WHERE date_vu = :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-SINISTRES
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_sinistre
                       WHERE date_vu = :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-REGLEMENTS
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_reglement
                       WHERE date_vu = :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-RESERVATIONS
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_reservation
                       WHERE date_vu = :REP-DATE-JOUR
                   END-EXEC
           END-EVALUATE.

           MOVE REP-NB-LIGNES TO WS-SRC-EN-BASE(WS-SOURCE).

           MOVE 0 TO REP-NB-LIGNES.

           EVALUATE TRUE
               WHEN WS-SOURCE-FACTURES
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_facture
                       WHERE date_vu <> :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-PAIEMENTS
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_paiement
                       WHERE date_vu <> :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-SINISTRES
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_sinistre
                       WHERE date_vu <> :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-REGLEMENTS
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_reglement
                       WHERE date_vu <> :REP-DATE-JOUR
                   END-EXEC
               WHEN WS-SOURCE-RESERVATIONS
                   EXEC SQL SELECT COUNT(*) INTO :REP-NB-LIGNES
                       FROM rep_reservation
                       WHERE date_vu <> :REP-DATE-JOUR
                   END-EXEC
           END-EVALUATE.

           MOVE REP-NB-LIGNES TO WS-SRC-HISTORIQUE(WS-SOURCE).

           DISPLAY WS-SRC-TABLE(WS-SOURCE) " : "
                   WS-SRC-LUS(WS-SOURCE) " lue(s), "
                   WS-SRC-NOUVEAUX(WS-SOURCE) " nouvelle(s).".

       0700-FIN-SOURCE-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Factures : seules les lignes FCT-nnnn du registre comptent,
      *les titres, totaux et detail TVA passent
       1000-FACTURES-DEBUT.

           MOVE 1 TO WS-SOURCE.
           MOVE 0 TO WS-POSITION.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-REGISTRE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-REGISTRE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       IF F-LIGNE-REGISTRE(1:4) = "FCT-"
                       AND F-LIGNE-REGISTRE(5:4) IS NUMERIC
                           ADD 1 TO WS-POSITION
                           ADD 1 TO WS-SRC-LUS(WS-SOURCE)
                           PERFORM 1050-CONTROLE-FACTURE-DEBUT
                              THRU 1050-CONTROLE-FACTURE-FIN
                           PERFORM 0600-CHARGE-LIGNE-DEBUT
                              THRU 0600-CHARGE-LIGNE-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REGISTRE.

           PERFORM 0700-FIN-SOURCE-DEBUT
              THRU 0700-FIN-SOURCE-FIN.

       1000-FACTURES-FIN.
       EXIT.

      *-----------------------------------------------------------------

       1050-CONTROLE-FACTURE-DEBUT.

           MOVE "N" TO WS-LIGNE-VALIDE.

           IF F-LIGNE-REGISTRE(60:8) NOT NUMERIC
           OR F-LIGNE-REGISTRE(47:12) = SPACES
               GO TO 1050-CONTROLE-FACTURE-FIN
           END-IF.

           MOVE SPACES TO REP-CLE.
           MOVE F-LIGNE-REGISTRE(1:8) TO REP-CLE.
           MOVE F-LIGNE-REGISTRE(10:8) TO FAC-CLIENT.
           MOVE F-LIGNE-REGISTRE(60:8) TO FAC-DATE.
           MOVE F-LIGNE-REGISTRE(47:12) TO WS-MONTANT-X.
           MOVE FUNCTION NUMVAL(WS-MONTANT-X) TO FAC-MONTANT.

           IF F-LIGNE-REGISTRE(69:12) = SPACES
               MOVE 0 TO FAC-TVA
           ELSE
               MOVE F-LIGNE-REGISTRE(69:12) TO WS-MONTANT-X
               MOVE FUNCTION NUMVAL(WS-MONTANT-X) TO FAC-TVA
           END-IF.

           SET WS-LIGNE-VALIDE-OUI TO TRUE.

       1050-CONTROLE-FACTURE-FIN.
       EXIT.

      *-----------------------------------------------------------------

       1100-ECRIT-FACTURE-DEBUT.

           EXEC SQL
               UPDATE rep_facture
               SET client = :FAC-CLIENT, montant_ttc = :FAC-MONTANT,
                   montant_tva = :FAC-TVA, date_facture = :FAC-DATE,
                   date_vu = :REP-DATE-JOUR
               WHERE cle = :REP-CLE AND date_vu <> :REP-DATE-JOUR
           END-EXEC.

           PERFORM 0610-ISSUE-MAJ-DEBUT
              THRU 0610-ISSUE-MAJ-FIN.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-SRC-MAJ(WS-SOURCE)
               GO TO 1100-ECRIT-FACTURE-FIN
           END-IF.

           EXEC SQL
               INSERT INTO rep_facture (cle, client, montant_ttc,
                   montant_tva, date_facture, date_charge, date_vu)
               VALUES (:REP-CLE, :FAC-CLIENT, :FAC-MONTANT,
                   :FAC-TVA, :FAC-DATE, :REP-DATE-JOUR,
                   :REP-DATE-JOUR)
               ON CONFLICT (cle) DO NOTHING
           END-EXEC.

           PERFORM 0620-ISSUE-INSERT-DEBUT
              THRU 0620-ISSUE-INSERT-FIN.

       1100-ECRIT-FACTURE-FIN.
       EXIT.

      *-----------------------------------------------------------------

       2000-PAIEMENTS-DEBUT.

           MOVE 2 TO WS-SOURCE.
           MOVE 0 TO WS-POSITION.
           MOVE 0 TO WS-MAX-VUS.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-PAIEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-PAIEMENTS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       ADD 1 TO WS-SRC-LUS(WS-SOURCE)
                       PERFORM 2050-CONTROLE-PAIEMENT-DEBUT
                          THRU 2050-CONTROLE-PAIEMENT-FIN
                       PERFORM 0600-CHARGE-LIGNE-DEBUT
                          THRU 0600-CHARGE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PAIEMENTS.

           PERFORM 0700-FIN-SOURCE-DEBUT
              THRU 0700-FIN-SOURCE-FIN.

       2000-PAIEMENTS-FIN.
       EXIT.

      *-----------------------------------------------------------------

       2050-CONTROLE-PAIEMENT-DEBUT.

           MOVE "N" TO WS-LIGNE-VALIDE.

           IF F-PAI-NUMERO = SPACES
           OR F-PAI-DATE NOT NUMERIC
           OR F-PAI-MONTANT NOT NUMERIC
               GO TO 2050-CONTROLE-PAIEMENT-FIN
           END-IF.

           MOVE F-PAI-NUMERO TO PAI-FACTURE.
           MOVE F-PAI-DATE TO PAI-DATE.
           MOVE F-PAI-MONTANT TO PAI-MONTANT.

           MOVE SPACES TO WS-CLE-BASE.
           STRING F-PAI-NUMERO F-PAI-DATE F-PAI-MONTANT
               DELIMITED BY SIZE INTO WS-CLE-BASE.
           PERFORM 0670-RANG-CLE-DEBUT
              THRU 0670-RANG-CLE-FIN.
           MOVE WS-RANG TO PAI-RANG.

           MOVE SPACES TO REP-CLE.
           STRING WS-CLE-BASE(1:26) WS-RANG
               DELIMITED BY SIZE INTO REP-CLE.

           SET WS-LIGNE-VALIDE-OUI TO TRUE.

       2050-CONTROLE-PAIEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------

       2100-ECRIT-PAIEMENT-DEBUT.

           EXEC SQL
               UPDATE rep_paiement
               SET date_vu = :REP-DATE-JOUR
               WHERE cle = :REP-CLE AND date_vu <> :REP-DATE-JOUR
           END-EXEC.

           PERFORM 0610-ISSUE-MAJ-DEBUT
              THRU 0610-ISSUE-MAJ-FIN.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-SRC-MAJ(WS-SOURCE)
               GO TO 2100-ECRIT-PAIEMENT-FIN
           END-IF.

           EXEC SQL
               INSERT INTO rep_paiement (cle, facture,
                   date_paiement, montant, rang, date_charge,
                   date_vu)
               VALUES (:REP-CLE, :PAI-FACTURE, :PAI-DATE,
                   :PAI-MONTANT, :PAI-RANG, :REP-DATE-JOUR,
                   :REP-DATE-JOUR)
               ON CONFLICT (cle) DO NOTHING
           END-EXEC.

           PERFORM 0620-ISSUE-INSERT-DEBUT
              THRU 0620-ISSUE-INSERT-FIN.

       2100-ECRIT-PAIEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------

       3000-SINISTRES-DEBUT.

           MOVE 3 TO WS-SOURCE.
           MOVE 0 TO WS-POSITION.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-SINISTRES.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-SINISTRES
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       ADD 1 TO WS-SRC-LUS(WS-SOURCE)
                       PERFORM 3050-CONTROLE-SINISTRE-DEBUT
                          THRU 3050-CONTROLE-SINISTRE-FIN
                       PERFORM 0600-CHARGE-LIGNE-DEBUT
                          THRU 0600-CHARGE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           PERFORM 0700-FIN-SOURCE-DEBUT
              THRU 0700-FIN-SOURCE-FIN.

       3000-SINISTRES-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Cle : numero de sinistre, ou contrat, date et type sur les
      *anciennes lignes de 36 caracteres qui n'en ont pas
       3050-CONTROLE-SINISTRE-DEBUT.

           MOVE "N" TO WS-LIGNE-VALIDE.

           IF F-SIN-CONTRAT = SPACES
           OR F-SIN-DATE NOT NUMERIC
           OR F-SIN-MONTANT NOT NUMERIC
               GO TO 3050-CONTROLE-SINISTRE-FIN
           END-IF.

           MOVE F-SIN-CONTRAT TO SIN-CONTRAT.
           MOVE F-SIN-NUM-SIN TO SIN-NUMERO.
           MOVE F-SIN-DATE TO SIN-DATE.
           MOVE F-SIN-TYPE TO SIN-TYPE.
           MOVE F-SIN-MONTANT TO SIN-MONTANT.
           MOVE F-SIN-STATUT TO SIN-STATUT.

           IF F-SIN-RESERVE IS NUMERIC
               MOVE F-SIN-RESERVE TO SIN-RESERVE
           ELSE
               MOVE 0 TO SIN-RESERVE
           END-IF.

           MOVE SPACES TO REP-CLE.
           IF F-SIN-NUM-SIN NOT = SPACES
               MOVE F-SIN-NUM-SIN TO REP-CLE
           ELSE
               STRING F-SIN-CONTRAT F-SIN-DATE F-SIN-TYPE
                   DELIMITED BY SIZE INTO REP-CLE
           END-IF.

           SET WS-LIGNE-VALIDE-OUI TO TRUE.

       3050-CONTROLE-SINISTRE-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Statut, montant et reserve evoluent (validation, reglement) :
      *la mise a jour les reprend
       3100-ECRIT-SINISTRE-DEBUT.

           EXEC SQL
               UPDATE rep_sinistre
               SET contrat = :SIN-CONTRAT, numero = :SIN-NUMERO,
                   date_sinistre = :SIN-DATE, type = :SIN-TYPE,
                   montant = :SIN-MONTANT, statut = :SIN-STATUT,
                   reserve = :SIN-RESERVE,
                   date_vu = :REP-DATE-JOUR
               WHERE cle = :REP-CLE AND date_vu <> :REP-DATE-JOUR
           END-EXEC.

           PERFORM 0610-ISSUE-MAJ-DEBUT
              THRU 0610-ISSUE-MAJ-FIN.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-SRC-MAJ(WS-SOURCE)
               GO TO 3100-ECRIT-SINISTRE-FIN
           END-IF.

           EXEC SQL
               INSERT INTO rep_sinistre (cle, contrat, numero,
                   date_sinistre, type, montant, statut, reserve,
                   date_charge, date_vu)
               VALUES (:REP-CLE, :SIN-CONTRAT, :SIN-NUMERO,
                   :SIN-DATE, :SIN-TYPE, :SIN-MONTANT, :SIN-STATUT,
                   :SIN-RESERVE, :REP-DATE-JOUR, :REP-DATE-JOUR)
               ON CONFLICT (cle) DO NOTHING
           END-EXEC.

           PERFORM 0620-ISSUE-INSERT-DEBUT
              THRU 0620-ISSUE-INSERT-FIN.

       3100-ECRIT-SINISTRE-FIN.
       EXIT.

      *-----------------------------------------------------------------

       4000-REGLEMENTS-DEBUT.

           MOVE 4 TO WS-SOURCE.
           MOVE 0 TO WS-POSITION.
           MOVE 0 TO WS-MAX-VUS.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-REGLEMENTS.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-REGLEMENTS
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       ADD 1 TO WS-SRC-LUS(WS-SOURCE)
                       PERFORM 4050-CONTROLE-REGLEMENT-DEBUT
                          THRU 4050-CONTROLE-REGLEMENT-FIN
                       PERFORM 0600-CHARGE-LIGNE-DEBUT
                          THRU 0600-CHARGE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-REGLEMENTS.

           PERFORM 0700-FIN-SOURCE-DEBUT
              THRU 0700-FIN-SOURCE-FIN.

       4000-REGLEMENTS-FIN.
       EXIT.

      *-----------------------------------------------------------------

       4050-CONTROLE-REGLEMENT-DEBUT.

           MOVE "N" TO WS-LIGNE-VALIDE.

           IF F-REG-NUM-SIN = SPACES
           OR F-REG-DATE NOT NUMERIC
           OR F-REG-MONTANT NOT NUMERIC
               GO TO 4050-CONTROLE-REGLEMENT-FIN
           END-IF.

           MOVE F-REG-NUM-SIN TO REG-SINISTRE.
           MOVE F-REG-DATE TO REG-DATE.
           MOVE F-REG-MONTANT TO REG-MONTANT.

           MOVE SPACES TO WS-CLE-BASE.
           STRING F-REG-NUM-SIN F-REG-DATE F-REG-MONTANT
               DELIMITED BY SIZE INTO WS-CLE-BASE.
           PERFORM 0670-RANG-CLE-DEBUT
              THRU 0670-RANG-CLE-FIN.
           MOVE WS-RANG TO REG-RANG.

           MOVE SPACES TO REP-CLE.
           STRING WS-CLE-BASE(1:23) WS-RANG
               DELIMITED BY SIZE INTO REP-CLE.

           SET WS-LIGNE-VALIDE-OUI TO TRUE.

       4050-CONTROLE-REGLEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------

       4100-ECRIT-REGLEMENT-DEBUT.

           EXEC SQL
               UPDATE rep_reglement
               SET date_vu = :REP-DATE-JOUR
               WHERE cle = :REP-CLE AND date_vu <> :REP-DATE-JOUR
           END-EXEC.

           PERFORM 0610-ISSUE-MAJ-DEBUT
              THRU 0610-ISSUE-MAJ-FIN.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-SRC-MAJ(WS-SOURCE)
               GO TO 4100-ECRIT-REGLEMENT-FIN
           END-IF.

           EXEC SQL
               INSERT INTO rep_reglement (cle, sinistre,
                   date_reglement, montant, rang, date_charge,
                   date_vu)
               VALUES (:REP-CLE, :REG-SINISTRE, :REG-DATE,
                   :REG-MONTANT, :REG-RANG, :REP-DATE-JOUR,
                   :REP-DATE-JOUR)
               ON CONFLICT (cle) DO NOTHING
           END-EXEC.

           PERFORM 0620-ISSUE-INSERT-DEBUT
              THRU 0620-ISSUE-INSERT-FIN.

       4100-ECRIT-REGLEMENT-FIN.
       EXIT.

      *-----------------------------------------------------------------

       5000-RESERVATIONS-DEBUT.

           MOVE 5 TO WS-SOURCE.
           MOVE 0 TO WS-POSITION.
           MOVE "N" TO WS-FIN-LECTURE.

           OPEN INPUT FICHIER-RESA.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-RESA
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-POSITION
                       ADD 1 TO WS-SRC-LUS(WS-SOURCE)
                       PERFORM 5050-CONTROLE-RESERVATION-DEBUT
                          THRU 5050-CONTROLE-RESERVATION-FIN
                       PERFORM 0600-CHARGE-LIGNE-DEBUT
                          THRU 0600-CHARGE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-RESA.

           PERFORM 0700-FIN-SOURCE-DEBUT
              THRU 0700-FIN-SOURCE-FIN.

       5000-RESERVATIONS-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Cle : numero de billet, ou service (gare, heure, date) et
      *passager sur les anciennes lignes sans billet
       5050-CONTROLE-RESERVATION-DEBUT.

           MOVE "N" TO WS-LIGNE-VALIDE.

           IF F-RESA-PASSAGER = SPACES
           OR F-RESA-DATE NOT NUMERIC
           OR F-RESA-PLACES NOT NUMERIC
               GO TO 5050-CONTROLE-RESERVATION-FIN
           END-IF.

           MOVE F-RESA-BILLET TO RES-BILLET.
           MOVE F-RESA-STATION TO RES-GARE.
           MOVE F-RESA-HEURE TO RES-HEURE.
           MOVE F-RESA-DATE TO RES-DATE.
           MOVE F-RESA-PASSAGER TO RES-PASSAGER.
           MOVE F-RESA-PLACES TO RES-PLACES.
           MOVE F-RESA-STATUT TO RES-STATUT.
           MOVE F-RESA-MONTEE TO RES-MONTEE.
           MOVE F-RESA-DESCENTE TO RES-DESCENTE.

           MOVE SPACES TO REP-CLE.
           IF F-RESA-BILLET NOT = SPACES
               MOVE F-RESA-BILLET TO REP-CLE
           ELSE
               STRING F-RESA-STATION F-RESA-HEURE F-RESA-DATE
                       F-RESA-PASSAGER
                   DELIMITED BY SIZE INTO REP-CLE
           END-IF.

           SET WS-LIGNE-VALIDE-OUI TO TRUE.

       5050-CONTROLE-RESERVATION-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Une annulation (statut N) ou un changement de parcours se
      *reporte par la mise a jour
       5100-ECRIT-RESERVATION-DEBUT.

           EXEC SQL
               UPDATE rep_reservation
               SET billet = :RES-BILLET, gare = :RES-GARE,
                   heure = :RES-HEURE, date_voyage = :RES-DATE,
                   passager = :RES-PASSAGER, places = :RES-PLACES,
                   statut = :RES-STATUT, montee = :RES-MONTEE,
                   descente = :RES-DESCENTE,
                   date_vu = :REP-DATE-JOUR
               WHERE cle = :REP-CLE AND date_vu <> :REP-DATE-JOUR
           END-EXEC.

           PERFORM 0610-ISSUE-MAJ-DEBUT
              THRU 0610-ISSUE-MAJ-FIN.

           IF SQLERRD(3) > 0
               ADD 1 TO WS-SRC-MAJ(WS-SOURCE)
               GO TO 5100-ECRIT-RESERVATION-FIN
           END-IF.

           EXEC SQL
               INSERT INTO rep_reservation (cle, billet, gare, heure,
                   date_voyage, passager, places, statut, montee,
                   descente, date_charge, date_vu)
               VALUES (:REP-CLE, :RES-BILLET, :RES-GARE, :RES-HEURE,
                   :RES-DATE, :RES-PASSAGER, :RES-PLACES,
                   :RES-STATUT, :RES-MONTEE, :RES-DESCENTE,
                   :REP-DATE-JOUR, :REP-DATE-JOUR)
               ON CONFLICT (cle) DO NOTHING
           END-EXEC.

           PERFORM 0620-ISSUE-INSERT-DEBUT
              THRU 0620-ISSUE-INSERT-FIN.

       5100-ECRIT-RESERVATION-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Rapprochement par source : les lignes valides de la source
      *(lues moins rejetees, moins les doublons de cle) doivent etre
      *autant de lignes vues du jour en table. Les lignes de la table
      *non revues (source archivee ou purgee) restent en historique
       8000-RAPPORT-DEBUT.

           OPEN OUTPUT FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "CHARGEMENT DES TABLES DE RESTITUTION DU "
                   WS-DATE-DU-JOUR
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "TABLE           LUES    REJETS  NOUVEAUX MAJ     "
                   "DOUBLON EN BASE HISTORIQUE"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5

               COMPUTE WS-ATTENDUS = WS-SRC-LUS(WS-IDX)
                                   - WS-SRC-REJETES(WS-IDX)
                                   - WS-SRC-DOUBLONS(WS-IDX)

               ADD WS-SRC-LUS(WS-IDX) TO WS-TOTAL-LUS
               ADD WS-SRC-NOUVEAUX(WS-IDX) TO WS-TOTAL-NOUVEAUX

               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING WS-SRC-TABLE(WS-IDX) " "
                       WS-SRC-LUS(WS-IDX) " "
                       WS-SRC-REJETES(WS-IDX) " "
                       WS-SRC-NOUVEAUX(WS-IDX) " "
                       WS-SRC-MAJ(WS-IDX) " "
                       WS-SRC-DOUBLONS(WS-IDX) " "
                       WS-SRC-EN-BASE(WS-IDX) " "
                       WS-SRC-HISTORIQUE(WS-IDX)
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT

               IF WS-ATTENDUS NOT = WS-SRC-EN-BASE(WS-IDX)
                   ADD 1 TO WS-NB-ECARTS
                   MOVE SPACES TO F-LIGNE-RAPPORT
                   STRING "  ECART : " WS-ATTENDUS
                           " ligne(s) valide(s) dans "
                           WS-SRC-FICHIER(WS-IDX) " contre "
                           WS-SRC-EN-BASE(WS-IDX) " en table"
                       DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
                   WRITE F-LIGNE-RAPPORT
               END-IF

           END-PERFORM.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           IF WS-NB-ECARTS = 0
               MOVE "CONTROLE : tables rapprochees de leurs sources"
                 TO F-LIGNE-RAPPORT
           ELSE
               STRING "CONTROLE EN ECART sur " WS-NB-ECARTS
                       " table(s)"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE F-LIGNE-RAPPORT.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Chargement : " WS-TOTAL-LUS " ligne(s) lue(s), "
                   WS-TOTAL-NOUVEAUX " nouvelle(s), "
                   WS-NB-ECARTS " table(s) en ecart.".

       8000-RAPPORT-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Fin d'execution, normale ou sur erreur, tracee au journal des
      *executions batch
       9000-ARRET-DEBUT.

           MOVE "F" TO EXEC-TYPE.
           MOVE WS-TOTAL-LUS TO EXEC-LUS.
           MOVE WS-TOTAL-NOUVEAUX TO EXEC-ECRITS.
           MOVE RETURN-CODE TO EXEC-CODE.
           CALL "ctrlexec" USING EXEC-DEMANDE END-CALL.

           STOP RUN.

       9000-ARRET-FIN.
       EXIT.

      *-----------------------------------------------------------------
       END PROGRAM chargerep.
