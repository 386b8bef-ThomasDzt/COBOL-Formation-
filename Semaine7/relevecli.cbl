      *Releve d'assurance par client : pour le numero client saisi
      *(fichier des assures assures.txt tenu par assmaint, numero
      *porte en positions 125-132 de datassur.csv), le releve
      *reprend l'identite, l'adresse, la date de naissance et les
      *coordonnees de l'assure puis liste chaque contrat detenu
      *(produit, statut, dates de debut et de fin, prime) puis
      *chaque sinistre declare sur ces
      *contrats (sinistres.txt), avec les totaux de primes et de
      *sinistres. Edite par le module d'edition commun dans
      *releve-client.txt : la question "qu'est-ce que j'ai chez
      *vous ?" se repond en un passage. La section AVENANTS reprend
      *l'historique des avenants de chaque contrat
      *(avenants-polices.txt) : numero, date d'effet, rubrique
      *modifiee, ancienne et nouvelle valeur et ajustement de prime
      *proratise, a facturer (+) ou a rembourser (-). Le
      *rattachement ne se fait plus sur le nom en texte libre des
      *positions 40-80 : deux graphies d'un meme assure sont reunies
      *sous son numero (reprise climigr).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. relevecli.
       ASSIGN TO "beneficiaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Historique des avenants, tenu par avenant
       SELECT OPTIONAL FICHIER-AVENANTS
       ASSIGN TO "avenants-polices.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier des assures tenu par assmaint
       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
               05 F-BEN-NOM                PIC X(20).
               05 F-BEN-RANG               PIC 9(01).
               05 F-BEN-PART               PIC 9(03).
               05 F-BEN-DATE-MAJ           PIC X(08).

       FD FICHIER-AVENANTS.
           01 F-AVENANT.
               05 F-AVE-CONTRAT            PIC X(08).
               05 F-AVE-NUMERO             PIC 9(03).
               05 F-AVE-DATE-EFFET         PIC X(08).
               05 F-AVE-DATE-SAISIE        PIC X(08).
               05 F-AVE-RUBRIQUE           PIC X(08).
               05 F-AVE-ANCIENNE           PIC X(41).
               05 F-AVE-NOUVELLE           PIC X(41).
               05 F-AVE-ANCIENNE-PRIME     PIC 9(06)V9(02).
               05 F-AVE-NOUVELLE-PRIME     PIC 9(06)V9(02).
               05 F-AVE-JOURS-RESTANTS     PIC 9(05).
               05 F-AVE-JOURS-TERME        PIC 9(05).
               05 F-AVE-AJUSTEMENT         PIC 9(07)V9(02).
               05 F-AVE-SENS               PIC X(01).
               05 F-AVE-FACTURE            PIC X(01).

       FD FICHIER-CLIENTS.
           01 F-CLIENT.
               05 F-CLI-NUMERO             PIC X(08).
               05 F-CLI-NOM                PIC X(41).
               05 F-CLI-ADRESSE            PIC X(40).
               05 F-CLI-CODE-POSTAL        PIC X(05).
               05 F-CLI-VILLE              PIC X(30).
               05 F-CLI-DATE-NAISSANCE     PIC X(08).
               05 F-CLI-TELEPHONE          PIC X(15).
               05 F-CLI-COURRIEL           PIC X(40).


       WORKING-STORAGE SECTION.
           88 WS-FIN-LECTURE-N                         VALUE "N".
           88 WS-FIN-LECTURE-O                         VALUE "O".

      *Numero client recherche et fiche de l'assure retrouvee
       01 WS-SAISIE-CLIENT                 PIC X(08).
       01 WS-CLIENT.
           05 WS-CLI-NUMERO                PIC X(08).
           05 WS-CLI-NOM                   PIC X(41).
           05 WS-CLI-ADRESSE               PIC X(40).
           05 WS-CLI-CODE-POSTAL           PIC X(05).
           05 WS-CLI-VILLE                 PIC X(30).
           05 WS-CLI-DATE-NAISSANCE        PIC X(08).
           05 WS-CLI-TELEPHONE             PIC X(15).
           05 WS-CLI-COURRIEL              PIC X(40).

       01 WS-CLIENT-TROUVE                 PIC X.
           88 WS-CLIENT-TROUVE-O                       VALUE "O".
           88 WS-CLIENT-TROUVE-N                       VALUE "N".

       01 WS-MONTANT-ED                    PIC Z(08)9.99.


       PROCEDURE DIVISION.

           DISPLAY "Numero client : ".
           ACCEPT WS-SAISIE-CLIENT.

           PERFORM 0050-RECHERCHE-CLIENT-DEB
              THRU 0050-RECHERCHE-CLIENT-FIN.

           IF WS-CLIENT-TROUVE-N
               DISPLAY "Client inconnu au fichier des assures : "
                       WS-SAISIE-CLIENT
               STOP RUN
           END-IF.

           PERFORM 0100-CHARGE-CONTRATS-DEB
              THRU 0100-CHARGE-CONTRATS-FIN.

      *                          PARAGRAPHES                           *
      ******************************************************************

      *Fiche de l'assure WS-SAISIE-CLIENT au fichier des assures
       0050-RECHERCHE-CLIENT-DEB.

           SET WS-CLIENT-TROUVE-N TO TRUE.
           SET WS-FIN-LECTURE-N TO TRUE.

           IF WS-SAISIE-CLIENT = SPACES
               GO TO 0050-RECHERCHE-CLIENT-FIN
           END-IF.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-CLI-NUMERO = WS-SAISIE-CLIENT
                           MOVE F-CLIENT TO WS-CLIENT
                           SET WS-CLIENT-TROUVE-O TO TRUE
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           EXIT.

       0050-RECHERCHE-CLIENT-FIN.

      *-----------------------------------------------------------------

      *Passage sur datassur.csv : les contrats portant le numero
      *client saisi sont retenus
       0100-CHARGE-CONTRATS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-LIGNE-CONTRATS(125:8) = WS-SAISIE-CLIENT
                       AND WS-MAX-CONTRATS < WS-CAPACITE-MAX
                           ADD 1 TO WS-MAX-CONTRATS
                           MOVE F-LIGNE-CONTRATS(1:8)
           MOVE "LIGNE" TO WS-IMPRIM-ACTION.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Client : " WS-CLI-NUMERO " "
                   FUNCTION TRIM(WS-CLI-NOM)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB
              THRU 0500-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Adresse : " FUNCTION TRIM(WS-CLI-ADRESSE) " "
                   WS-CLI-CODE-POSTAL " "
                   FUNCTION TRIM(WS-CLI-VILLE)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB
              THRU 0500-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "Ne(e) le " WS-CLI-DATE-NAISSANCE
                   "  tel. " WS-CLI-TELEPHONE
                   "  " FUNCTION TRIM(WS-CLI-COURRIEL)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB
              THRU 0500-APPEL-IMPRIM-FIN.
           PERFORM 0250-LISTE-BENEFICIAIRES-DEB
              THRU 0250-LISTE-BENEFICIAIRES-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           MOVE "AVENANTS :" TO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB
              THRU 0500-APPEL-IMPRIM-FIN.

           PERFORM 0270-LISTE-AVENANTS-DEB
              THRU 0270-LISTE-AVENANTS-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           MOVE "SINISTRES :" TO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB

      *-----------------------------------------------------------------

      *Avenants des contrats retenus du client, dans l'ordre de
      *l'historique
       0270-LISTE-AVENANTS-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-AVENANTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-AVENANTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       SET WS-SIN-DU-CLIENT-N TO TRUE

                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > WS-MAX-CONTRATS
                           IF WS-CONT-NUMERO(WS-IDX) = F-AVE-CONTRAT
                               SET WS-SIN-DU-CLIENT-O TO TRUE
                           END-IF
                       END-PERFORM

                       IF WS-SIN-DU-CLIENT-O
                           PERFORM 0280-LIGNES-AVENANT-DEB
                              THRU 0280-LIGNES-AVENANT-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-AVENANTS.

           EXIT.

       0270-LISTE-AVENANTS-FIN.

      *-----------------------------------------------------------------

       0280-LIGNES-AVENANT-DEB.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "  " F-AVE-CONTRAT " avenant " F-AVE-NUMERO
                   " effet " F-AVE-DATE-EFFET " "
                   F-AVE-RUBRIQUE
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB
              THRU 0500-APPEL-IMPRIM-FIN.

           MOVE SPACES TO WS-IMPRIM-LIGNE.
           STRING "    " FUNCTION TRIM(F-AVE-ANCIENNE) " -> "
                   FUNCTION TRIM(F-AVE-NOUVELLE)
               DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE.
           PERFORM 0500-APPEL-IMPRIM-DEB
              THRU 0500-APPEL-IMPRIM-FIN.

           IF F-AVE-SENS NOT = SPACE
               MOVE F-AVE-AJUSTEMENT TO WS-MONTANT-ED
               MOVE SPACES TO WS-IMPRIM-LIGNE
               STRING "    ajustement de prime " F-AVE-SENS
                       WS-MONTANT-ED " sur " F-AVE-JOURS-RESTANTS
                       " jour(s)"
                   DELIMITED BY SIZE INTO WS-IMPRIM-LIGNE
               PERFORM 0500-APPEL-IMPRIM-DEB
                  THRU 0500-APPEL-IMPRIM-FIN
           END-IF.

           EXIT.

       0280-LIGNES-AVENANT-FIN.

      *-----------------------------------------------------------------

      *Sinistres rattaches aux contrats retenus du client
       0300-LISTE-SINISTRES-DEB.

