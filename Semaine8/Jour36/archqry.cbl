      *Consultation des archives annuelles de archfich et
      *restitution selective : pour un type d'archive, toutes les
      *annees presentes (archive-<type>-AAAA.txt) sont relues et les
      *enregistrements retenus par cle ou par plage de dates sont
      *affiches, numerotes, et imprimables (consultation-archives.txt
      *par le module imprim). Cles de recherche par type :
      *  1 commandes     numero de commande (col 8-11) ou article
      *                  (col 21-30)
      *  2 mouvements    article (col 1-10)
      *  3 reservations  passager (col 31-50)
      *  4 sinistres     numero de sinistre (col 46-51) ou contrat
      *                  (col 1-8)
      *la plage de dates portant sur la date que archfich a utilisee
      *pour l'archivage. Le journal d'audit archive se consulte par
      *auditver et auditqry : il n'est jamais restitue, sa chaine ne
      *le supporterait pas.
      *Restitution (action RESTITUE, controlee par autorise) : les
      *lignes choisies parmi celles affichees repartent a la fin du
      *fichier vivant et sont retirees de leur archive, l'un et
      *l'autre passant d'abord en copie de generation (gensauve) ;
      *chaque ligne restituee part au journal d'audit central et le
      *compte au rapport archivage-rapport.txt. Un sinistre regle
      *restitue revient tel quel, avec son statut R.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. archqry.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT FICHIER-ARCHIVE ASSIGN TO DYNAMIC WS-NOM-ARCHIVE
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-STATUT-ARCHIVE.

       SELECT OPTIONAL FICHIER-VIVANT ASSIGN TO DYNAMIC WS-NOM-VIVANT
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-TRAVAIL
       ASSIGN TO "archive-travail.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-RAPPORT
       ASSIGN TO "archivage-rapport.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-ARCHIVE.
       01 F-LIGNE-ARCHIVE            PIC X(200).

       FD FICHIER-VIVANT.
       01 F-LIGNE-VIVANT             PIC X(200).

       FD FICHIER-TRAVAIL.
       01 F-LIGNE-TRAVAIL            PIC X(200).

       FD FICHIER-RAPPORT.
       01 F-LIGNE-RAPPORT            PIC X(80).

       WORKING-STORAGE SECTION.

       01 WS-STATUT-ARCHIVE          PIC X(02).
           88 WS-STATUT-ARCHIVE-OK           VALUE "00".

       01 WS-FIN-LECTURE             PIC X       VALUE "N".
           88 WS-FIN-LECTURE-OUI             VALUE "O".

       01 WS-CHOIX                   PIC X.
           88 WS-CHOIX-COMMANDES             VALUE "1".
           88 WS-CHOIX-MOUVEMENTS            VALUE "2".
           88 WS-CHOIX-RESERVATIONS          VALUE "3".
           88 WS-CHOIX-SINISTRES             VALUE "4".
           88 WS-CHOIX-VALIDE        VALUE "1" "2" "3" "4".

       01 WS-CRITERE                 PIC X.
           88 WS-CRITERE-CLE                 VALUE "1".
           88 WS-CRITERE-SECONDE             VALUE "2".
           88 WS-CRITERE-DATES               VALUE "3".

      *Parametres du type choisi, les memes que pour archfich
       01 WS-NOM-VIVANT              PIC X(30).
       01 WS-PREFIXE-ARCHIVE         PIC X(15).
       01 WS-POS-DATE                PIC 9(03).
       01 WS-POS-CLE                 PIC 9(03).
       01 WS-LONG-CLE                PIC 9(03).
       01 WS-LIBELLE-CLE             PIC X(20).

      *Seconde cle de recherche : article d'une commande, contrat d'un
      *sinistre ; espaces = pas de seconde cle pour le type
       01 WS-POS-CLE2                PIC 9(03).
       01 WS-LONG-CLE2               PIC 9(03).
       01 WS-LIBELLE-CLE2            PIC X(20).

       01 WS-NOM-ARCHIVE             PIC X(40).

       01 WS-CHERCHE-CLE             PIC X(20).
       01 WS-CHERCHE-DU              PIC X(08).
       01 WS-CHERCHE-AU              PIC X(08).
       01 WS-DATE-LIGNE              PIC X(08).

      *Annees parcourues : de la premiere annee possible a l'annee en
      *cours, les annees sans archive sont simplement sautees
       01 WS-PREMIERE-ANNEE          PIC 9(04)   VALUE 1980.
       01 WS-ANNEE                   PIC 9(04).
       01 WS-DATE-DU-JOUR            PIC 9(08).
       01 WS-DATE-DU-JOUR-R REDEFINES WS-DATE-DU-JOUR.
           05 WS-ANNEE-JOUR          PIC 9(04).
           05 FILLER                 PIC 9(04).

      *Enregistrements trouves, avec l'annee de leur archive et la
      *marque de restitution
       01 WS-TABLEAU-TROUVES.
           05 WS-TRV OCCURS 500 TIMES.
               10 WS-TRV-ANNEE           PIC 9(04).
               10 WS-TRV-LIGNE           PIC X(200).
               10 WS-TRV-MARQUE          PIC X(01).
                   88 WS-TRV-CHOISI              VALUE "C".
                   88 WS-TRV-RETIRE              VALUE "R".
                   88 WS-TRV-LIBRE               VALUE " ".

       77 WS-IDX                     PIC 9(03).
       77 WS-IDX-RECH                PIC 9(03).
       01 WS-NB-TROUVES              PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX            PIC 9(03)   VALUE 500.
       01 WS-TROP-DE-TROUVES         PIC X       VALUE "N".
           88 WS-TROP-DE-TROUVES-OUI         VALUE "O".

       01 WS-RETENUE                 PIC X.
           88 WS-RETENUE-OUI                 VALUE "O".
           88 WS-RETENUE-NON                 VALUE "N".

       01 WS-REPONSE                 PIC X.
       01 WS-SAISIE-NUMERO           PIC X(03).
       01 WS-NUMERO                  PIC 9(03).

       77 WS-NB-CHOISIS              PIC 9(03)   VALUE 0.
       77 WS-NB-RETIRES              PIC 9(03)   VALUE 0.
       77 WS-NB-ANNEE-LUES           PIC 9(05).
       77 WS-NB-ANNEE-GARDEES        PIC 9(05).

      *Zones d'appel du module d'edition commun imprim
       01 WS-IMPRIM-ACTION           PIC X(05).
       01 WS-IMPRIM-FICHIER          PIC X(30)
               VALUE "consultation-archives.txt".
       01 WS-IMPRIM-TITRE            PIC X(40).
       01 WS-IMPRIM-ENTETE           PIC X(80)
               VALUE "NO.  ANNEE ENREGISTREMENT".
       01 WS-IMPRIM-LIGNE            PIC X(80).

      *Nom du fichier remis au module de copies de generation
       01 WS-NOM-FICHIER-MAITRE      PIC X(30).

       01 WS-AUTORISE-PROGRAMME      PIC X(10)   VALUE "archqry".
       01 WS-AUTORISE-ACTION         PIC X(10)   VALUE "RESTITUE".
       01 WS-AUTORISE-RESULTAT       PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

           PERFORM 0100-PARAMETRES-DEB
              THRU 0100-PARAMETRES-FIN.

           PERFORM 0200-RECHERCHE-DEB
              THRU 0200-RECHERCHE-FIN
              VARYING WS-ANNEE FROM WS-PREMIERE-ANNEE BY 1
              UNTIL WS-ANNEE > WS-ANNEE-JOUR.

           PERFORM 0300-AFFICHAGE-DEB
              THRU 0300-AFFICHAGE-FIN.

           IF WS-NB-TROUVES = 0
               STOP RUN
           END-IF.

           DISPLAY "Imprimer la liste (O/N) : ".
           ACCEPT WS-REPONSE.

           IF WS-REPONSE = "O" OR WS-REPONSE = "o"
               PERFORM 0400-IMPRESSION-DEB
                  THRU 0400-IMPRESSION-FIN
           END-IF.

           DISPLAY "Restituer des enregistrements au fichier vivant "
                   "(O/N) : ".
           ACCEPT WS-REPONSE.

           IF WS-REPONSE = "O" OR WS-REPONSE = "o"
               PERFORM 0500-RESTITUTION-DEB
                  THRU 0500-RESTITUTION-FIN
           END-IF.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0100-PARAMETRES-DEB.

           DISPLAY "Archives a consulter :".
           DISPLAY "1 - commandes".
           DISPLAY "2 - mouvements de stock".
           DISPLAY "3 - reservations".
           DISPLAY "4 - sinistres".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX.

           IF NOT WS-CHOIX-VALIDE
               DISPLAY "Choix invalide, arret."
               STOP RUN
           END-IF.

           MOVE 0 TO WS-POS-CLE2 WS-LONG-CLE2.
           MOVE SPACES TO WS-LIBELLE-CLE2.

           EVALUATE TRUE
               WHEN WS-CHOIX-COMMANDES
                   MOVE "num-commandes.txt" TO WS-NOM-VIVANT
                   MOVE "commandes" TO WS-PREFIXE-ARCHIVE
                   MOVE 13 TO WS-POS-DATE
                   MOVE 8 TO WS-POS-CLE
                   MOVE 4 TO WS-LONG-CLE
                   MOVE "numero de commande" TO WS-LIBELLE-CLE
                   MOVE 21 TO WS-POS-CLE2
                   MOVE 10 TO WS-LONG-CLE2
                   MOVE "article" TO WS-LIBELLE-CLE2

               WHEN WS-CHOIX-MOUVEMENTS
                   MOVE "mouvements-stock.txt" TO WS-NOM-VIVANT
                   MOVE "mouvements" TO WS-PREFIXE-ARCHIVE
                   MOVE 11 TO WS-POS-DATE
                   MOVE 1 TO WS-POS-CLE
                   MOVE 10 TO WS-LONG-CLE
                   MOVE "article" TO WS-LIBELLE-CLE

               WHEN WS-CHOIX-RESERVATIONS
                   MOVE "reservations.txt" TO WS-NOM-VIVANT
                   MOVE "reservations" TO WS-PREFIXE-ARCHIVE
                   MOVE 23 TO WS-POS-DATE
                   MOVE 31 TO WS-POS-CLE
                   MOVE 20 TO WS-LONG-CLE
                   MOVE "passager" TO WS-LIBELLE-CLE

               WHEN WS-CHOIX-SINISTRES
                   MOVE "sinistres.txt" TO WS-NOM-VIVANT
                   MOVE "sinistres" TO WS-PREFIXE-ARCHIVE
                   MOVE 9 TO WS-POS-DATE
                   MOVE 46 TO WS-POS-CLE
                   MOVE 6 TO WS-LONG-CLE
                   MOVE "numero de sinistre" TO WS-LIBELLE-CLE
                   MOVE 1 TO WS-POS-CLE2
                   MOVE 8 TO WS-LONG-CLE2
                   MOVE "contrat" TO WS-LIBELLE-CLE2
           END-EVALUATE.

           DISPLAY "Recherche :".
           DISPLAY "1 - par " FUNCTION TRIM(WS-LIBELLE-CLE).
           IF WS-LIBELLE-CLE2 NOT = SPACES
               DISPLAY "2 - par " FUNCTION TRIM(WS-LIBELLE-CLE2)
           END-IF.
           DISPLAY "3 - par plage de dates".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CRITERE.

           IF WS-CRITERE-SECONDE AND WS-LIBELLE-CLE2 = SPACES
               MOVE "X" TO WS-CRITERE
           END-IF.

           EVALUATE TRUE
               WHEN WS-CRITERE-CLE
                   DISPLAY FUNCTION TRIM(WS-LIBELLE-CLE)
                           " recherche : "
                   ACCEPT WS-CHERCHE-CLE

               WHEN WS-CRITERE-SECONDE
                   MOVE WS-POS-CLE2 TO WS-POS-CLE
                   MOVE WS-LONG-CLE2 TO WS-LONG-CLE
                   MOVE WS-LIBELLE-CLE2 TO WS-LIBELLE-CLE
                   DISPLAY FUNCTION TRIM(WS-LIBELLE-CLE)
                           " recherche : "
                   ACCEPT WS-CHERCHE-CLE

               WHEN WS-CRITERE-DATES
                   DISPLAY "Du (AAAAMMJJ) : "
                   ACCEPT WS-CHERCHE-DU
                   DISPLAY "Au (AAAAMMJJ) : "
                   ACCEPT WS-CHERCHE-AU
                   IF WS-CHERCHE-DU NOT NUMERIC
                   OR WS-CHERCHE-AU NOT NUMERIC
                   OR WS-CHERCHE-DU > WS-CHERCHE-AU
                       DISPLAY "Plage de dates illisible, arret."
                       STOP RUN
                   END-IF

               WHEN OTHER
                   DISPLAY "Choix invalide, arret."
                   STOP RUN
           END-EVALUATE.

           MOVE SPACES TO WS-IMPRIM-TITRE.
           STRING "ARCHIVES " FUNCTION TRIM(WS-PREFIXE-ARCHIVE)
               DELIMITED BY SIZE INTO WS-IMPRIM-TITRE.

           EXIT.

       0100-PARAMETRES-FIN.

      *-----------------------------------------------------------------

      *Archive d'une annee : absente, elle est sautee
       0200-RECHERCHE-DEB.

           PERFORM 0250-NOM-ARCHIVE-DEB
              THRU 0250-NOM-ARCHIVE-FIN.

           OPEN INPUT FICHIER-ARCHIVE.

           IF NOT WS-STATUT-ARCHIVE-OK
               GO TO 0200-RECHERCHE-FIN
           END-IF.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-ARCHIVE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       PERFORM 0260-FILTRE-LIGNE-DEB
                          THRU 0260-FILTRE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ARCHIVE.

           EXIT.

       0200-RECHERCHE-FIN.

      *-----------------------------------------------------------------

       0250-NOM-ARCHIVE-DEB.

           MOVE SPACES TO WS-NOM-ARCHIVE.
           STRING "archive-"
                   FUNCTION TRIM(WS-PREFIXE-ARCHIVE)
                   "-" WS-ANNEE ".txt"
               DELIMITED BY SIZE INTO WS-NOM-ARCHIVE.

           EXIT.

       0250-NOM-ARCHIVE-FIN.

      *-----------------------------------------------------------------

       0260-FILTRE-LIGNE-DEB.

           SET WS-RETENUE-NON TO TRUE.

           IF WS-CRITERE-DATES
               MOVE F-LIGNE-ARCHIVE(WS-POS-DATE:8) TO WS-DATE-LIGNE
               IF WS-DATE-LIGNE >= WS-CHERCHE-DU
               AND WS-DATE-LIGNE <= WS-CHERCHE-AU
                   SET WS-RETENUE-OUI TO TRUE
               END-IF
           ELSE
               IF F-LIGNE-ARCHIVE(WS-POS-CLE:WS-LONG-CLE)
                  = WS-CHERCHE-CLE(1:WS-LONG-CLE)
                   SET WS-RETENUE-OUI TO TRUE
               END-IF
           END-IF.

           IF WS-RETENUE-NON
               GO TO 0260-FILTRE-LIGNE-FIN
           END-IF.

           IF WS-NB-TROUVES >= WS-CAPACITE-MAX
               SET WS-TROP-DE-TROUVES-OUI TO TRUE
               GO TO 0260-FILTRE-LIGNE-FIN
           END-IF.

           ADD 1 TO WS-NB-TROUVES.
           MOVE WS-ANNEE TO WS-TRV-ANNEE(WS-NB-TROUVES).
           MOVE F-LIGNE-ARCHIVE TO WS-TRV-LIGNE(WS-NB-TROUVES).
           SET WS-TRV-LIBRE(WS-NB-TROUVES) TO TRUE.

           EXIT.

       0260-FILTRE-LIGNE-FIN.

      *-----------------------------------------------------------------

       0300-AFFICHAGE-DEB.

           IF WS-NB-TROUVES = 0
               DISPLAY "Aucun enregistrement archive ne repond."
               GO TO 0300-AFFICHAGE-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TROUVES
               DISPLAY WS-IDX " " WS-TRV-ANNEE(WS-IDX) " "
                       FUNCTION TRIM(WS-TRV-LIGNE(WS-IDX) TRAILING)
           END-PERFORM.

           DISPLAY "Enregistrements trouves : " WS-NB-TROUVES.

           IF WS-TROP-DE-TROUVES-OUI
               DISPLAY "Attention : liste limitee a " WS-CAPACITE-MAX
                       " enregistrements, affinez la recherche."
           END-IF.

           EXIT.

       0300-AFFICHAGE-FIN.

      *-----------------------------------------------------------------

       0400-IMPRESSION-DEB.

           MOVE "OUVRE" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TROUVES
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING WS-IDX "  " WS-TRV-ANNEE(WS-IDX) "  "
                       WS-TRV-LIGNE(WS-IDX)
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0900-APPEL-IMPRIM-DEB
                  THRU 0900-APPEL-IMPRIM-FIN
           END-PERFORM.

           MOVE "FERME" TO WS-IMPRIM-ACTION.
           PERFORM 0900-APPEL-IMPRIM-DEB
              THRU 0900-APPEL-IMPRIM-FIN.

           DISPLAY "Liste imprimee dans "
                   FUNCTION TRIM(WS-IMPRIM-FICHIER) ".".

           EXIT.

       0400-IMPRESSION-FIN.

      *-----------------------------------------------------------------

      *Restitution : choix des lignes, copies de generation, ajout au
      *fichier vivant, retrait des archives, audit et rapport
       0500-RESTITUTION-DEB.

           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a restituer des archives."
               GO TO 0500-RESTITUTION-FIN
           END-IF.

           MOVE 1 TO WS-NUMERO.

           PERFORM UNTIL WS-NUMERO = 0
               DISPLAY "Numero a restituer (0 = fin du choix) : "
               ACCEPT WS-SAISIE-NUMERO
               PERFORM 0550-CHOIX-LIGNE-DEB
                  THRU 0550-CHOIX-LIGNE-FIN
           END-PERFORM.

           IF WS-NB-CHOISIS = 0
               DISPLAY "Aucun enregistrement choisi, rien restitue."
               GO TO 0500-RESTITUTION-FIN
           END-IF.

           DISPLAY WS-NB-CHOISIS " enregistrement(s) a restituer dans "
                   FUNCTION TRIM(WS-NOM-VIVANT) ", confirmer (O/N) : ".
           ACCEPT WS-REPONSE.

           IF WS-REPONSE NOT = "O" AND WS-REPONSE NOT = "o"
               DISPLAY "Restitution abandonnee."
               GO TO 0500-RESTITUTION-FIN
           END-IF.

      *Le fichier vivant passe en generation avant d'etre complete
           MOVE WS-NOM-VIVANT TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN EXTEND FICHIER-VIVANT.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TROUVES
               IF WS-TRV-CHOISI(WS-IDX)
                   MOVE WS-TRV-LIGNE(WS-IDX) TO F-LIGNE-VIVANT
                   WRITE F-LIGNE-VIVANT
               END-IF
           END-PERFORM.

           CLOSE FICHIER-VIVANT.

      *Chaque annee touchee est reecrite sans les lignes restituees
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TROUVES
               IF WS-TRV-CHOISI(WS-IDX)
                   MOVE WS-TRV-ANNEE(WS-IDX) TO WS-ANNEE
                   PERFORM 0600-RETRAIT-ARCHIVE-DEB
                      THRU 0600-RETRAIT-ARCHIVE-FIN
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-NB-TROUVES
               IF WS-TRV-RETIRE(WS-IDX)
                   PERFORM 0700-AUDIT-LIGNE-DEB
                      THRU 0700-AUDIT-LIGNE-FIN
               END-IF
           END-PERFORM.

           PERFORM 0800-RAPPORT-DEB
              THRU 0800-RAPPORT-FIN.

           EXIT.

       0500-RESTITUTION-FIN.

      *-----------------------------------------------------------------

       0550-CHOIX-LIGNE-DEB.

           IF WS-SAISIE-NUMERO = SPACES
               MOVE 0 TO WS-NUMERO
               GO TO 0550-CHOIX-LIGNE-FIN
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-SAISIE-NUMERO) NOT = 0
               DISPLAY "Numero illisible."
               MOVE 1 TO WS-NUMERO
               GO TO 0550-CHOIX-LIGNE-FIN
           END-IF.

           MOVE FUNCTION NUMVAL(WS-SAISIE-NUMERO) TO WS-NUMERO.

           IF WS-NUMERO = 0
               GO TO 0550-CHOIX-LIGNE-FIN
           END-IF.

           IF WS-NUMERO > WS-NB-TROUVES
               DISPLAY "Numero hors de la liste."
               GO TO 0550-CHOIX-LIGNE-FIN
           END-IF.

           IF WS-TRV-CHOISI(WS-NUMERO)
               DISPLAY "Deja choisi."
               GO TO 0550-CHOIX-LIGNE-FIN
           END-IF.

           SET WS-TRV-CHOISI(WS-NUMERO) TO TRUE.
           ADD 1 TO WS-NB-CHOISIS.

           EXIT.

       0550-CHOIX-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Archive d'une annee : copie de generation, recopie dans le
      *fichier de travail sans les lignes choisies de cette annee
      *(une ligne lue n'efface qu'un seul choix identique), puis
      *retour du fichier de travail a la place de l'archive
       0600-RETRAIT-ARCHIVE-DEB.

           PERFORM 0250-NOM-ARCHIVE-DEB
              THRU 0250-NOM-ARCHIVE-FIN.

           MOVE WS-NOM-ARCHIVE TO WS-NOM-FICHIER-MAITRE.
           CALL "gensauve" USING WS-NOM-FICHIER-MAITRE
           END-CALL.

           OPEN INPUT FICHIER-ARCHIVE.

           IF NOT WS-STATUT-ARCHIVE-OK
               DISPLAY "Erreur : " FUNCTION TRIM(WS-NOM-ARCHIVE)
                       " illisible (statut " WS-STATUT-ARCHIVE ")."
               MOVE 8 TO RETURN-CODE
               GO TO 0600-RETRAIT-ARCHIVE-FIN
           END-IF.

           OPEN OUTPUT FICHIER-TRAVAIL.

           MOVE 0 TO WS-NB-ANNEE-LUES WS-NB-ANNEE-GARDEES.
           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI

               READ FICHIER-ARCHIVE
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-ANNEE-LUES
                       PERFORM 0650-RETIRE-LIGNE-DEB
                          THRU 0650-RETIRE-LIGNE-FIN
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ARCHIVE.
           CLOSE FICHIER-TRAVAIL.

           OPEN INPUT FICHIER-TRAVAIL.
           OPEN OUTPUT FICHIER-ARCHIVE.

           MOVE "N" TO WS-FIN-LECTURE.

           PERFORM UNTIL WS-FIN-LECTURE-OUI
               READ FICHIER-TRAVAIL
                   AT END
                       SET WS-FIN-LECTURE-OUI TO TRUE
                   NOT AT END
                       MOVE F-LIGNE-TRAVAIL TO F-LIGNE-ARCHIVE
                       WRITE F-LIGNE-ARCHIVE
               END-READ
           END-PERFORM.

           CLOSE FICHIER-TRAVAIL.
           CLOSE FICHIER-ARCHIVE.

           CALL "CBL_DELETE_FILE" USING "archive-travail.tmp"
           END-CALL.
           MOVE 0 TO RETURN-CODE.

           DISPLAY FUNCTION TRIM(WS-NOM-ARCHIVE) " : "
                   WS-NB-ANNEE-LUES " lue(s), "
                   WS-NB-ANNEE-GARDEES " gardee(s).".

           EXIT.

       0600-RETRAIT-ARCHIVE-FIN.

      *-----------------------------------------------------------------

       0650-RETIRE-LIGNE-DEB.

           PERFORM VARYING WS-IDX-RECH FROM 1 BY 1
                   UNTIL WS-IDX-RECH > WS-NB-TROUVES
               IF WS-TRV-CHOISI(WS-IDX-RECH)
               AND WS-TRV-ANNEE(WS-IDX-RECH) = WS-ANNEE
               AND WS-TRV-LIGNE(WS-IDX-RECH) = F-LIGNE-ARCHIVE
                   SET WS-TRV-RETIRE(WS-IDX-RECH) TO TRUE
                   ADD 1 TO WS-NB-RETIRES
                   GO TO 0650-RETIRE-LIGNE-FIN
               END-IF
           END-PERFORM.

           MOVE F-LIGNE-ARCHIVE TO F-LIGNE-TRAVAIL.
           WRITE F-LIGNE-TRAVAIL.
           ADD 1 TO WS-NB-ANNEE-GARDEES.

           EXIT.

       0650-RETIRE-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Cle d'audit : type d'archive, annee et cle de l'enregistrement
       0700-AUDIT-LIGNE-DEB.

           MOVE "archqry" TO AUDIT-PROGRAMME.
           MOVE "RESTITUE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-PREFIXE-ARCHIVE(1:4) " "
                   WS-TRV-ANNEE(WS-IDX) " "
                   WS-TRV-LIGNE(WS-IDX)(WS-POS-CLE:WS-LONG-CLE)
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           EXIT.

       0700-AUDIT-LIGNE-FIN.

      *-----------------------------------------------------------------

      *Le rapport d'archivage garde la trace des restitutions, pour
      *que le comptage des archives reste explicable
       0800-RAPPORT-DEB.

           OPEN EXTEND FICHIER-RAPPORT.

           MOVE SPACES TO F-LIGNE-RAPPORT.
           STRING "RESTITUTION " FUNCTION TRIM(WS-NOM-VIVANT)
                   " le " WS-DATE-DU-JOUR " : "
                   WS-NB-CHOISIS " choisie(s), "
                   WS-NB-RETIRES " retiree(s)"
               DELIMITED BY SIZE INTO F-LIGNE-RAPPORT.
           WRITE F-LIGNE-RAPPORT.

           IF WS-NB-RETIRES NOT = WS-NB-CHOISIS
               MOVE SPACES TO F-LIGNE-RAPPORT
               STRING "  CONTROLE EN ECART : archive modifiee entre "
                       "la consultation et la restitution"
                   DELIMITED BY SIZE INTO F-LIGNE-RAPPORT
               WRITE F-LIGNE-RAPPORT
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE FICHIER-RAPPORT.

           DISPLAY "Restitution : " WS-NB-CHOISIS " choisie(s), "
                   WS-NB-RETIRES " retiree(s) des archives.".

           EXIT.

       0800-RAPPORT-FIN.

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
