      *Demandes d'acces et d'effacement des donnees personnelles :
      *une meme personne peut figurer dans personnes.txt et
      *personnes.idx, assures.txt, clients.txt (clients du commerce),
      *assurances.csv, beneficiaires.txt, voyageurs.txt,
      *eleves-maitre.txt et la table utilisateur de testdb
      *(sous-programme donpersql). La recherche se fait par
      *nom (avec ou sans prenom, mot entier, sans tenir compte de la
      *casse), par date de naissance AAAAMMJJ ou par un identifiant
      *connu (numero client, numero de contrat, numero de voyageur,
      *matricule, numero utilisateur) ; une date de naissance donnee
      *avec le nom ecarte les homonymes nes un autre jour. L'extrait
      *consolide de tout ce qui est detenu part dans
      *extrait-donnees-personnelles.txt, avec la liste des
      *enregistrements a conserver et leur motif legal.
      *En effacement, apres l'extrait et une confirmation, la
      *personne est anonymisee la ou la conservation le permet : nom
      *remplace par ANONYME et un jeton, coordonnees effacees, date
      *de naissance reduite a l'annee (personnes) ; les numeros, les
      *compteurs et les pieces financieres restent. Sont conserves
      *en l'etat : les contrats d'assurance, les beneficiaires
      *designes, les clients titulaires d'un contrat et les dossiers
      *scolaires. Chaque fichier modifie part en copie de generation
      *avant reecriture (personnes.idx est mis a jour en place et se
      *reconstruit par persidx) ; chaque anonymisation et chaque
      *extrait partent au journal d'audit central, sans le nom de la
      *personne. Consultation et effacement passent par le controle
      *des autorisations (actions CONSULTER et EFFACER).

      ******************************************************************
      *                            TRIGRAMMES                          *
      *----------------------------------------------------------------*
      * BEN = BENEFICIAIRE ; CLI = CLIENT ASSURE ;
      * COM = CLIENT DU COMMERCE ; ELV = ELEVE ; PER = PERSONNE ;
      * PIX = PERSONNE INDEXEE ; POL = POLICE ; VOY = VOYAGEUR
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. donperso.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT OPTIONAL FICHIER-PERSONNE ASSIGN TO "personnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Meme dessin et meme cle que le maitre indexe de personne.cbl
       SELECT OPTIONAL FICHIER-PERS-IDX ASSIGN TO "personnes.idx"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS F-CLE-IDX
       FILE STATUS IS WS-STATUT-IDX.

       SELECT OPTIONAL FICHIER-CLIENTS ASSIGN TO "assures.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Fichier clients du commerce tenu par climaint
       SELECT OPTIONAL FICHIER-CLIENTS-COM ASSIGN TO "clients.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-POLICES ASSIGN TO "assurances.csv"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-BENEFICIAIRES
       ASSIGN TO "beneficiaires.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-VOYAGEURS ASSIGN TO "voyageurs.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-ELEVES ASSIGN TO "eleves-maitre.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FICHIER-EXTRAIT
       ASSIGN TO "extrait-donnees-personnelles.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
       FD FICHIER-PERSONNE.
       01 F-PERSONNE.
           05 F-PER-NOM                PIC X(15).
           05 F-PER-PRENOM             PIC X(15).
           05 F-PER-MOIS               PIC X(02).
           05 F-PER-JOUR               PIC X(02).
           05 F-PER-ANNEE              PIC X(04).
           05 FILLER                   PIC X(12).

       FD FICHIER-PERS-IDX.
       01 F-PERS-IDX.
           05 F-CLE-IDX.
               10 F-NOM-IDX            PIC X(15).
               10 F-PRENOM-IDX         PIC X(15).
           05 F-DATE-IDX.
               10 F-MOIS-IDX           PIC 9(02).
               10 F-JOUR-IDX           PIC 9(02).
               10 F-ANNEE-IDX          PIC 9(04).

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

       FD FICHIER-CLIENTS-COM.
       01 F-CLIENT-COM.
           05 F-COM-ID                 PIC X(08).
           05 F-COM-NOM                PIC X(11).
           05 F-COM-PRENOM             PIC X(10).
           05 F-COM-STATUT             PIC X(01).
           05 F-COM-LIMITE             PIC X(06).

       FD FICHIER-POLICES.
       01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-BENEFICIAIRES.
       01 F-BENEFICIAIRE.
           05 F-BEN-CONTRAT            PIC X(08).
           05 F-BEN-NOM                PIC X(20).
           05 F-BEN-RANG               PIC 9(01).
           05 F-BEN-PART               PIC 9(03).
           05 F-BEN-DATE-MAJ           PIC X(08).

       FD FICHIER-VOYAGEURS.
       01 F-VOYAGEUR.
           05 F-VOY-NUMERO             PIC X(06).
           05 F-VOY-NOM                PIC X(20).
           05 F-VOY-ADHESION           PIC X(08).
           05 F-VOY-TRAJETS            PIC 9(04).

       FD FICHIER-ELEVES.
       01 F-ELEVE.
           05 F-ELV-MATRICULE          PIC X(06).
           05 F-ELV-NOM                PIC X(15).
           05 F-ELV-PRENOM             PIC X(15).
           05 F-ELV-NAISSANCE          PIC X(08).
           05 F-ELV-ANNEE-ENTREE       PIC X(04).

       FD FICHIER-EXTRAIT.
       01 F-LIGNE-EXTRAIT              PIC X(100).


       WORKING-STORAGE SECTION.

      *Criteres de recherche, mis en majuscules a la saisie
       01 WS-CRIT-NOM                  PIC X(15).
       01 WS-CRIT-PRENOM               PIC X(15).
       01 WS-CRIT-NAISSANCE            PIC X(08).
       01 WS-CRIT-IDENTIFIANT          PIC X(10).

      *Nom et prenom cherches comme mots entiers : " NOM "
       01 WS-LG-NOM                    PIC 9(02).
       01 WS-LG-PRENOM                 PIC 9(02).
       01 WS-MOTIF-NOM                 PIC X(17).
       01 WS-MOTIF-PRENOM              PIC X(17).
       01 WS-LG-MOTIF-NOM              PIC 9(02).
       01 WS-LG-MOTIF-PRENOM           PIC 9(02).

      *Enregistrement soumis au rapprochement
       01 WS-CMP-TEXTE                 PIC X(64).
       01 WS-CMP-ZONE                  PIC X(66).
       01 WS-CMP-NAISSANCE             PIC X(08).
       01 WS-CMP-ID-1                  PIC X(10).
       01 WS-CMP-ID-2                  PIC X(10).
       01 WS-NB-OCC                    PIC 9(03).

       01 WS-CORRESPOND                PIC X.
           88 WS-CORRESPOND-O                  VALUE "O".
           88 WS-CORRESPOND-N                  VALUE "N".

       01 WS-MODE                      PIC X.
           88 WS-MODE-CONSULTATION             VALUE "C".
           88 WS-MODE-EFFACEMENT               VALUE "E".

      *Jeton d'anonymisation : A, date AAMMJJ, heure HHMMSS, rang
       01 WS-JETON.
           05 WS-JETON-PREFIXE         PIC X(01)   VALUE "A".
           05 WS-JETON-DATE            PIC X(06).
           05 WS-JETON-HEURE           PIC X(06).
           05 WS-JETON-RANG            PIC 9(02)   VALUE 0.

       01 WS-DATE-DU-JOUR              PIC X(08).
       01 WS-HEURE                     PIC X(08).

      *Fichier en cours charge en memoire pour la reecriture
       01 WS-TABLEAU-LIGNES.
           05 WS-LIG OCCURS 500 TIMES  PIC X(200).

       77 WS-IDX                       PIC 9(03).
       77 WS-IDX-2                     PIC 9(03).
       01 WS-MAX-LIG                   PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-LIG              PIC 9(03)   VALUE 500.

       01 WS-DEBORDEMENT               PIC X.
           88 WS-DEBORDEMENT-O                 VALUE "O".
           88 WS-DEBORDEMENT-N                 VALUE "N".

      *Cles des enregistrements anonymises du fichier en cours
       01 WS-TABLEAU-MODIFS.
           05 WS-MOD-CLE OCCURS 50 TIMES
                                       PIC X(15).
       01 WS-MAX-MOD                   PIC 9(02)   VALUE 0.
       01 WS-CAPACITE-MOD              PIC 9(02)   VALUE 50.

      *Anciennes cles de personnes.idx a remplacer
       01 WS-TABLEAU-PIX.
           05 WS-PIX OCCURS 50 TIMES.
               10 WS-PIX-ANCIEN-NOM    PIC X(15).
               10 WS-PIX-ANCIEN-PRENOM PIC X(15).

      *Numeros clients portes par un contrat de assurances.csv
       01 WS-TABLEAU-REFERENCES.
           05 WS-REF-CLIENT OCCURS 500 TIMES
                                       PIC X(08).
       01 WS-MAX-REF                   PIC 9(03)   VALUE 0.

      *Numeros clients de la personne, pour retrouver ses contrats
       01 WS-TABLEAU-CLI-TROUVES.
           05 WS-CLI-TROUVE OCCURS 50 TIMES
                                       PIC X(08).
       01 WS-MAX-CLI-TROUVE            PIC 9(02)   VALUE 0.

       01 WS-CLI-REFERENCE             PIC X.
           88 WS-CLI-REFERENCE-O               VALUE "O".
           88 WS-CLI-REFERENCE-N               VALUE "N".

      *Enregistrements a conserver et motif legal
       01 WS-TABLEAU-CONSERVES.
           05 WS-CONSERVE OCCURS 200 TIMES
                                       PIC X(100).
       01 WS-MAX-CONSERVES             PIC 9(03)   VALUE 0.
       01 WS-CONS-SOURCE               PIC X(17).
       01 WS-CONS-CLE                  PIC X(10).
       01 WS-CONS-MOTIF                PIC X(68).

       01 WS-SOURCE-LIB                PIC X(14).

       01 WS-NB-TROUVES                PIC 9(04).
       01 WS-NB-TROUVES-SOURCE         PIC 9(03).
       01 WS-NB-ANONYMISES             PIC 9(04).
       01 WS-NB-ED                     PIC Z(03)9.

       01 WS-STATUT-IDX                PIC X(02).

       01 WS-FIN-LECTURE               PIC X.
           88 WS-FIN-LECTURE-N                 VALUE "N".
           88 WS-FIN-LECTURE-O                 VALUE "O".

       01 WS-CRITERES-VALIDES          PIC X.
           88 WS-CRITERES-VALIDES-O            VALUE "O".
           88 WS-CRITERES-VALIDES-N            VALUE "N".

       01 WS-CHOIX                     PIC X.
           88 WS-CHOIX-EXTRAIT                 VALUE "1".
           88 WS-CHOIX-EFFACEMENT              VALUE "2".
           88 WS-CHOIX-QUITTER                 VALUE "3".

       01 WS-CONFIRMATION              PIC X.

      *Zones d'appel du sous-programme de la table utilisateur
       01 WS-SQL-EXTRAIT.
           05 WS-SQL-NB-LIGNES         PIC 9(02).
           05 WS-SQL-LIGNE OCCURS 20 TIMES
                                       PIC X(100).
       01 WS-SQL-NB-ANONYMISES         PIC 9(03).
       01 WS-SQL-RESULTAT              PIC 9(01).

      *Noms des fichiers remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-PER           PIC X(30)
               VALUE "personnes.txt".
       01 WS-NOM-FICHIER-CLI           PIC X(30)
               VALUE "assures.txt".
       01 WS-NOM-FICHIER-COM           PIC X(30)
               VALUE "clients.txt".
       01 WS-NOM-FICHIER-VOY           PIC X(30)
               VALUE "voyageurs.txt".

      *Zones d'appel du controle des autorisations
       01 WS-AUTORISE-PROGRAMME        PIC X(10)   VALUE "donperso".
       01 WS-AUTORISE-ACTION           PIC X(10).
       01 WS-AUTORISE-RESULTAT         PIC 9(01).

      *Zone d'echange du journal d'audit central
       COPY audit.


       PROCEDURE DIVISION.

           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE FROM TIME.
           MOVE WS-DATE-DU-JOUR(3:6) TO WS-JETON-DATE.
           MOVE WS-HEURE(1:6) TO WS-JETON-HEURE.

           MOVE "CONSULTER" TO WS-AUTORISE-ACTION.
           CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                 WS-AUTORISE-ACTION,
                                 WS-AUTORISE-RESULTAT
           END-CALL.

           IF WS-AUTORISE-RESULTAT NOT = 0
               DISPLAY "Action refusee : votre role n'est pas "
                       "autorise a consulter les donnees "
                       "personnelles."
               STOP RUN
           END-IF.

           PERFORM 0200-MENU-DEB
              THRU 0200-MENU-FIN
              UNTIL WS-CHOIX-QUITTER.

           STOP RUN.

      ******************************************************************
      *                          PARAGRAPHES                           *
      ******************************************************************

       0200-MENU-DEB.

           DISPLAY " ".
           DISPLAY "1 - Extrait des donnees d'une personne".
           DISPLAY "2 - Effacement (anonymisation) d'une personne".
           DISPLAY "3 - Quitter".
           ACCEPT WS-CHOIX.

           EVALUATE TRUE
               WHEN WS-CHOIX-EXTRAIT
                   PERFORM 0300-CRITERES-DEB
                      THRU 0300-CRITERES-FIN
                   IF WS-CRITERES-VALIDES-O
                       PERFORM 0400-TRAITEMENT-DEB
                          THRU 0400-TRAITEMENT-FIN
                   END-IF
               WHEN WS-CHOIX-EFFACEMENT
                   MOVE "EFFACER" TO WS-AUTORISE-ACTION
                   CALL "autorise" USING WS-AUTORISE-PROGRAMME,
                                         WS-AUTORISE-ACTION,
                                         WS-AUTORISE-RESULTAT
                   END-CALL
                   IF WS-AUTORISE-RESULTAT NOT = 0
                       DISPLAY "Action refusee : votre role n'est "
                               "pas autorise a effacer des donnees "
                               "personnelles."
                   ELSE
                       PERFORM 0300-CRITERES-DEB
                          THRU 0300-CRITERES-FIN
                       IF WS-CRITERES-VALIDES-O
                           PERFORM 0400-TRAITEMENT-DEB
                              THRU 0400-TRAITEMENT-FIN
                       END-IF
                   END-IF
               WHEN WS-CHOIX-QUITTER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Choix invalide."
           END-EVALUATE.

           EXIT.

       0200-MENU-FIN.

      *-----------------------------------------------------------------

      *Au moins un nom, une date de naissance ou un identifiant ; un
      *prenom seul ne suffit pas
       0300-CRITERES-DEB.

           SET WS-CRITERES-VALIDES-N TO TRUE.

           DISPLAY "Nom (vide si inconnu) : ".
           ACCEPT WS-CRIT-NOM.
           DISPLAY "Prenom (vide si inconnu) : ".
           ACCEPT WS-CRIT-PRENOM.
           DISPLAY "Date de naissance AAAAMMJJ (vide si inconnue) : ".
           ACCEPT WS-CRIT-NAISSANCE.
           DISPLAY "Identifiant connu : numero client, contrat, "
                   "voyageur, matricule... (vide si aucun) : ".
           ACCEPT WS-CRIT-IDENTIFIANT.

           INSPECT WS-CRIT-NOM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CRIT-PRENOM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CRIT-IDENTIFIANT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           IF WS-CRIT-NOM = SPACES
           AND WS-CRIT-NAISSANCE = SPACES
           AND WS-CRIT-IDENTIFIANT = SPACES
               DISPLAY "Indiquer un nom, une date de naissance ou "
                       "un identifiant."
               GO TO 0300-CRITERES-FIN
           END-IF.

           IF WS-CRIT-PRENOM NOT = SPACES
           AND WS-CRIT-NOM = SPACES
               DISPLAY "Un prenom seul ne suffit pas, indiquer "
                       "aussi le nom."
               GO TO 0300-CRITERES-FIN
           END-IF.

           IF WS-CRIT-NAISSANCE NOT = SPACES
           AND WS-CRIT-NAISSANCE IS NOT NUMERIC
               DISPLAY "Date de naissance invalide (AAAAMMJJ)."
               GO TO 0300-CRITERES-FIN
           END-IF.

           PERFORM VARYING WS-LG-NOM FROM 15 BY -1
                   UNTIL WS-LG-NOM < 1
                      OR WS-CRIT-NOM(WS-LG-NOM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           PERFORM VARYING WS-LG-PRENOM FROM 15 BY -1
                   UNTIL WS-LG-PRENOM < 1
                      OR WS-CRIT-PRENOM(WS-LG-PRENOM:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           MOVE SPACES TO WS-MOTIF-NOM.
           MOVE 0 TO WS-LG-MOTIF-NOM.
           IF WS-LG-NOM > 0
               STRING " " WS-CRIT-NOM(1:WS-LG-NOM) " "
                   DELIMITED BY SIZE INTO WS-MOTIF-NOM
               COMPUTE WS-LG-MOTIF-NOM = WS-LG-NOM + 2
           END-IF.

           MOVE SPACES TO WS-MOTIF-PRENOM.
           MOVE 0 TO WS-LG-MOTIF-PRENOM.
           IF WS-LG-PRENOM > 0
               STRING " " WS-CRIT-PRENOM(1:WS-LG-PRENOM) " "
                   DELIMITED BY SIZE INTO WS-MOTIF-PRENOM
               COMPUTE WS-LG-MOTIF-PRENOM = WS-LG-PRENOM + 2
           END-IF.

           SET WS-CRITERES-VALIDES-O TO TRUE.

           EXIT.

       0300-CRITERES-FIN.

      *-----------------------------------------------------------------

      *Premier passage : extrait et liste des donnees a conserver ;
      *en effacement, second passage apres confirmation
       0400-TRAITEMENT-DEB.

           MOVE 0 TO WS-NB-TROUVES.
           MOVE 0 TO WS-NB-ANONYMISES.
           MOVE 0 TO WS-MAX-CONSERVES.

           OPEN OUTPUT FICHIER-EXTRAIT.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           STRING "EXTRAIT DES DONNEES PERSONNELLES DU "
                   WS-DATE-DU-JOUR(7:2) "/" WS-DATE-DU-JOUR(5:2) "/"
                   WS-DATE-DU-JOUR(1:4)
               DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           STRING "Criteres : nom " WS-CRIT-NOM
                   " prenom " WS-CRIT-PRENOM
                   " naissance " WS-CRIT-NAISSANCE
                   " identifiant " WS-CRIT-IDENTIFIANT
               DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           SET WS-MODE-CONSULTATION TO TRUE.

           PERFORM 0410-SOURCES-DEB
              THRU 0410-SOURCES-FIN.

           MOVE WS-NB-TROUVES TO WS-NB-ED.
           DISPLAY "Enregistrements trouves : " WS-NB-ED.
           MOVE WS-MAX-CONSERVES TO WS-NB-ED.
           DISPLAY "Dont a conserver         : " WS-NB-ED.

           IF WS-CHOIX-EFFACEMENT
           AND WS-NB-TROUVES > WS-MAX-CONSERVES
               DISPLAY "Anonymiser les donnees qui peuvent l'etre "
                       "(O/N) : "
               ACCEPT WS-CONFIRMATION
               IF WS-CONFIRMATION = "O" OR WS-CONFIRMATION = "o"
                   MOVE SPACES TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
                   MOVE "ANONYMISATION" TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
                   SET WS-MODE-EFFACEMENT TO TRUE
                   PERFORM 0410-SOURCES-DEB
                      THRU 0410-SOURCES-FIN
                   MOVE WS-NB-ANONYMISES TO WS-NB-ED
                   DISPLAY "Enregistrements anonymises : " WS-NB-ED
               ELSE
                   DISPLAY "Effacement abandonne."
               END-IF
           END-IF.

           PERFORM 0600-CONSERVEES-DEB
              THRU 0600-CONSERVEES-FIN.

           CLOSE FICHIER-EXTRAIT.

           MOVE "donperso" TO AUDIT-PROGRAMME.
           MOVE "EXTRAIT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-NB-TROUVES " enregistrement(s)"
               DELIMITED BY SIZE INTO AUDIT-CLE.
           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

           DISPLAY "Extrait edite dans "
                   "extrait-donnees-personnelles.txt".

           EXIT.

       0400-TRAITEMENT-FIN.

      *-----------------------------------------------------------------

      *Les contrats, beneficiaires et dossiers scolaires ne sont lus
      *qu'au premier passage : ils sont conserves en l'etat
       0410-SOURCES-DEB.

           PERFORM 0500-PERSONNES-DEB
              THRU 0500-PERSONNES-FIN.

           PERFORM 0520-REFERENCES-CLIENTS-DEB
              THRU 0520-REFERENCES-CLIENTS-FIN.

           PERFORM 0530-CLIENTS-DEB
              THRU 0530-CLIENTS-FIN.

           PERFORM 0545-CLIENTS-COMMERCE-DEB
              THRU 0545-CLIENTS-COMMERCE-FIN.

           IF WS-MODE-CONSULTATION
               PERFORM 0540-POLICES-DEB
                  THRU 0540-POLICES-FIN
               PERFORM 0550-BENEFICIAIRES-DEB
                  THRU 0550-BENEFICIAIRES-FIN
           END-IF.

           PERFORM 0560-VOYAGEURS-DEB
              THRU 0560-VOYAGEURS-FIN.

           IF WS-MODE-CONSULTATION
               PERFORM 0570-ELEVES-DEB
                  THRU 0570-ELEVES-FIN
           END-IF.

           PERFORM 0580-UTILISATEUR-DEB
              THRU 0580-UTILISATEUR-FIN.

           EXIT.

       0410-SOURCES-FIN.

      *-----------------------------------------------------------------

      *personnes.txt : date MMJJAAAA en 31-38 ; l'anonymisation garde
      *l'annee de naissance (pyramide des ages)
       0500-PERSONNES-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.
           MOVE 0 TO WS-MAX-LIG.
           MOVE 0 TO WS-MAX-MOD.
           SET WS-DEBORDEMENT-N TO TRUE.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE "--- personnes.txt / personnes.idx"
                 TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-PERSONNE.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-PERSONNE
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CMP-TEXTE
                       STRING F-PER-NOM " " F-PER-PRENOM
                           DELIMITED BY SIZE INTO WS-CMP-TEXTE
                       MOVE SPACES TO WS-CMP-NAISSANCE
                       STRING F-PER-ANNEE F-PER-MOIS F-PER-JOUR
                           DELIMITED BY SIZE INTO WS-CMP-NAISSANCE
                       MOVE SPACES TO WS-CMP-ID-1
                       MOVE SPACES TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF WS-CORRESPOND-O
                           PERFORM 0505-PERSONNE-TROUVEE-DEB
                              THRU 0505-PERSONNE-TROUVEE-FIN
                       END-IF
                       IF WS-MAX-LIG < WS-CAPACITE-LIG
                           ADD 1 TO WS-MAX-LIG
                           MOVE F-PERSONNE TO WS-LIG(WS-MAX-LIG)
                       ELSE
                           SET WS-DEBORDEMENT-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PERSONNE.

           IF WS-MODE-CONSULTATION
               IF WS-NB-TROUVES-SOURCE = 0
                   MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
               END-IF
               ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES
               GO TO 0500-PERSONNES-FIN
           END-IF.

           IF WS-MAX-MOD = 0
               GO TO 0500-PERSONNES-FIN
           END-IF.

           IF WS-DEBORDEMENT-O
               DISPLAY "personnes.txt depasse " WS-CAPACITE-LIG
                       " lignes, non modifie."
               GO TO 0500-PERSONNES-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-PER
           END-CALL.

           OPEN OUTPUT FICHIER-PERSONNE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LIG
               WRITE F-PERSONNE FROM WS-LIG(WS-IDX)
           END-PERFORM.
           CLOSE FICHIER-PERSONNE.

           PERFORM 0510-PERSONNES-IDX-DEB
              THRU 0510-PERSONNES-IDX-FIN.

           MOVE "personnes" TO WS-SOURCE-LIB.
           PERFORM 0900-TRACE-EFFACEMENT-DEB
              THRU 0900-TRACE-EFFACEMENT-FIN.

           EXIT.

       0500-PERSONNES-FIN.

      *-----------------------------------------------------------------

       0505-PERSONNE-TROUVEE-DEB.

           ADD 1 TO WS-NB-TROUVES-SOURCE.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "  " F-PER-NOM " " F-PER-PRENOM
                       " ne(e) le " F-PER-JOUR "/" F-PER-MOIS "/"
                       F-PER-ANNEE
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               GO TO 0505-PERSONNE-TROUVEE-FIN
           END-IF.

           IF WS-MAX-MOD NOT < WS-CAPACITE-MOD
               DISPLAY "Plus de " WS-CAPACITE-MOD " personnes "
                       "trouvees, les suivantes restent en l'etat."
               GO TO 0505-PERSONNE-TROUVEE-FIN
           END-IF.

           ADD 1 TO WS-MAX-MOD.
           ADD 1 TO WS-JETON-RANG.
           MOVE WS-JETON TO WS-MOD-CLE(WS-MAX-MOD).
           MOVE F-PER-NOM TO WS-PIX-ANCIEN-NOM(WS-MAX-MOD).
           MOVE F-PER-PRENOM TO WS-PIX-ANCIEN-PRENOM(WS-MAX-MOD).

           MOVE "ANONYME" TO F-PER-NOM.
           MOVE WS-JETON TO F-PER-PRENOM.
           MOVE "01" TO F-PER-MOIS.
           MOVE "01" TO F-PER-JOUR.

           EXIT.

       0505-PERSONNE-TROUVEE-FIN.

      *-----------------------------------------------------------------

      *La cle NOM + PRENOM change : suppression puis ecriture sous la
      *nouvelle cle ; en cas d'echec, persidx reconstruit l'index
       0510-PERSONNES-IDX-DEB.

           OPEN I-O FICHIER-PERS-IDX.

           IF WS-STATUT-IDX NOT = "00"
           AND WS-STATUT-IDX NOT = "05"
               DISPLAY "personnes.idx non mis a jour (statut "
                       WS-STATUT-IDX "), le reconstruire par persidx."
               GO TO 0510-PERSONNES-IDX-FIN
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-MOD

               MOVE WS-PIX-ANCIEN-NOM(WS-IDX) TO F-NOM-IDX
               MOVE WS-PIX-ANCIEN-PRENOM(WS-IDX) TO F-PRENOM-IDX

               READ FICHIER-PERS-IDX KEY IS F-CLE-IDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE FICHIER-PERS-IDX RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       MOVE "ANONYME" TO F-NOM-IDX
                       MOVE WS-MOD-CLE(WS-IDX) TO F-PRENOM-IDX
                       MOVE 1 TO F-MOIS-IDX
                       MOVE 1 TO F-JOUR-IDX
                       WRITE F-PERS-IDX
                           INVALID KEY
                               DISPLAY "personnes.idx : ecriture "
                                       "refusee pour "
                                       WS-MOD-CLE(WS-IDX)
                       END-WRITE
               END-READ

           END-PERFORM.

           CLOSE FICHIER-PERS-IDX.

           EXIT.

       0510-PERSONNES-IDX-FIN.

      *-----------------------------------------------------------------

      *Un client porte par un contrat garde son identite
       0520-REFERENCES-CLIENTS-DEB.

           MOVE 0 TO WS-MAX-REF.
           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-POLICES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-POLICES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-LIGNE-POLICES(125:8) NOT = SPACES
                       AND WS-MAX-REF < 500
                           ADD 1 TO WS-MAX-REF
                           MOVE F-LIGNE-POLICES(125:8)
                             TO WS-REF-CLIENT(WS-MAX-REF)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-POLICES.

           EXIT.

       0520-REFERENCES-CLIENTS-FIN.

      *-----------------------------------------------------------------

       0530-CLIENTS-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.
           MOVE 0 TO WS-MAX-LIG.
           MOVE 0 TO WS-MAX-MOD.
           MOVE 0 TO WS-MAX-CLI-TROUVE.
           SET WS-DEBORDEMENT-N TO TRUE.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE "--- assures.txt" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-CLI-NOM TO WS-CMP-TEXTE
                       MOVE F-CLI-DATE-NAISSANCE TO WS-CMP-NAISSANCE
                       MOVE F-CLI-NUMERO TO WS-CMP-ID-1
                       MOVE SPACES TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF WS-CORRESPOND-O
                           PERFORM 0535-CLIENT-TROUVE-DEB
                              THRU 0535-CLIENT-TROUVE-FIN
                       END-IF
                       IF WS-MAX-LIG < WS-CAPACITE-LIG
                           ADD 1 TO WS-MAX-LIG
                           MOVE F-CLIENT TO WS-LIG(WS-MAX-LIG)
                       ELSE
                           SET WS-DEBORDEMENT-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLIENTS.

           IF WS-MODE-CONSULTATION
               IF WS-NB-TROUVES-SOURCE = 0
                   MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
               END-IF
               ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES
               GO TO 0530-CLIENTS-FIN
           END-IF.

           IF WS-MAX-MOD = 0
               GO TO 0530-CLIENTS-FIN
           END-IF.

           IF WS-DEBORDEMENT-O
               DISPLAY "assures.txt depasse " WS-CAPACITE-LIG
                       " lignes, non modifie."
               GO TO 0530-CLIENTS-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-CLI
           END-CALL.

           OPEN OUTPUT FICHIER-CLIENTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LIG
               WRITE F-CLIENT FROM WS-LIG(WS-IDX)
           END-PERFORM.
           CLOSE FICHIER-CLIENTS.

           MOVE "assures" TO WS-SOURCE-LIB.
           PERFORM 0900-TRACE-EFFACEMENT-DEB
              THRU 0900-TRACE-EFFACEMENT-FIN.

           EXIT.

       0530-CLIENTS-FIN.

      *-----------------------------------------------------------------

      *Le numero reste (contrats, factures, releves) ; le nom devient
      *ANONYME et un jeton, les coordonnees sont effacees
       0535-CLIENT-TROUVE-DEB.

           ADD 1 TO WS-NB-TROUVES-SOURCE.

           IF WS-MAX-CLI-TROUVE < 50
               ADD 1 TO WS-MAX-CLI-TROUVE
               MOVE F-CLI-NUMERO TO WS-CLI-TROUVE(WS-MAX-CLI-TROUVE)
           END-IF.

           SET WS-CLI-REFERENCE-N TO TRUE.
           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                   UNTIL WS-IDX-2 > WS-MAX-REF
               IF WS-REF-CLIENT(WS-IDX-2) = F-CLI-NUMERO
                   SET WS-CLI-REFERENCE-O TO TRUE
               END-IF
           END-PERFORM.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "  " F-CLI-NUMERO " " F-CLI-NOM
                       " ne(e) le " F-CLI-DATE-NAISSANCE
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "    " F-CLI-ADRESSE " " F-CLI-CODE-POSTAL
                       " " F-CLI-VILLE
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "    tel " F-CLI-TELEPHONE
                       " courriel " F-CLI-COURRIEL
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               IF WS-CLI-REFERENCE-O
                   MOVE "assures.txt" TO WS-CONS-SOURCE
                   MOVE F-CLI-NUMERO TO WS-CONS-CLE
                   MOVE SPACES TO WS-CONS-MOTIF
                   STRING "titulaire de contrat : identite gardee "
                           "(prescription 10 ans)"
                       DELIMITED BY SIZE INTO WS-CONS-MOTIF
                   PERFORM 0850-CONSERVATION-DEB
                      THRU 0850-CONSERVATION-FIN
               END-IF
               GO TO 0535-CLIENT-TROUVE-FIN
           END-IF.

           IF WS-CLI-REFERENCE-O
               GO TO 0535-CLIENT-TROUVE-FIN
           END-IF.

           IF WS-MAX-MOD NOT < WS-CAPACITE-MOD
               DISPLAY "Plus de " WS-CAPACITE-MOD " clients "
                       "trouves, les suivants restent en l'etat."
               GO TO 0535-CLIENT-TROUVE-FIN
           END-IF.

           ADD 1 TO WS-MAX-MOD.
           ADD 1 TO WS-JETON-RANG.
           MOVE F-CLI-NUMERO TO WS-MOD-CLE(WS-MAX-MOD).

           MOVE SPACES TO F-CLI-NOM.
           STRING "ANONYME " WS-JETON
               DELIMITED BY SIZE INTO F-CLI-NOM.
           MOVE SPACES TO F-CLI-ADRESSE.
           MOVE SPACES TO F-CLI-CODE-POSTAL.
           MOVE SPACES TO F-CLI-VILLE.
           MOVE SPACES TO F-CLI-DATE-NAISSANCE.
           MOVE SPACES TO F-CLI-TELEPHONE.
           MOVE SPACES TO F-CLI-COURRIEL.

           EXIT.

       0535-CLIENT-TROUVE-FIN.

      *-----------------------------------------------------------------

      *clients.txt du commerce : nom en 9-19, prenom en 20-29, pas de
      *date de naissance ; recherche par nom ou par identifiant client
       0545-CLIENTS-COMMERCE-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.
           MOVE 0 TO WS-MAX-LIG.
           MOVE 0 TO WS-MAX-MOD.
           SET WS-DEBORDEMENT-N TO TRUE.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE "--- clients.txt (commerce)" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-CLIENTS-COM.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-CLIENTS-COM
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CMP-TEXTE
                       STRING F-COM-NOM " " F-COM-PRENOM
                           DELIMITED BY SIZE INTO WS-CMP-TEXTE
                       MOVE SPACES TO WS-CMP-NAISSANCE
                       MOVE F-COM-ID TO WS-CMP-ID-1
                       MOVE SPACES TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF WS-CORRESPOND-O
                           PERFORM 0547-CLIENT-COMMERCE-TROUVE-DEB
                              THRU 0547-CLIENT-COMMERCE-TROUVE-FIN
                       END-IF
                       IF WS-MAX-LIG < WS-CAPACITE-LIG
                           ADD 1 TO WS-MAX-LIG
                           MOVE F-CLIENT-COM TO WS-LIG(WS-MAX-LIG)
                       ELSE
                           SET WS-DEBORDEMENT-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-CLIENTS-COM.

           IF WS-MODE-CONSULTATION
               IF WS-NB-TROUVES-SOURCE = 0
                   MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
               END-IF
               ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES
               GO TO 0545-CLIENTS-COMMERCE-FIN
           END-IF.

           IF WS-MAX-MOD = 0
               GO TO 0545-CLIENTS-COMMERCE-FIN
           END-IF.

           IF WS-DEBORDEMENT-O
               DISPLAY "clients.txt depasse " WS-CAPACITE-LIG
                       " lignes, non modifie."
               GO TO 0545-CLIENTS-COMMERCE-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-COM
           END-CALL.

           OPEN OUTPUT FICHIER-CLIENTS-COM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LIG
               WRITE F-CLIENT-COM FROM WS-LIG(WS-IDX)
           END-PERFORM.
           CLOSE FICHIER-CLIENTS-COM.

           MOVE "clients-com" TO WS-SOURCE-LIB.
           PERFORM 0900-TRACE-EFFACEMENT-DEB
              THRU 0900-TRACE-EFFACEMENT-FIN.

           EXIT.

       0545-CLIENTS-COMMERCE-FIN.

      *-----------------------------------------------------------------

      *L'identifiant reste (commandes, factures, reglements y sont
      *rattaches et se conservent) ; le nom devient ANONYME, le prenom
      *l'heure et le rang du jeton ; statut et plafond sont gardes.
      *Le client n'entre pas dans la liste des enregistrements a
      *conserver : son nom s'anonymise, l'extrait dit ce qui reste
       0547-CLIENT-COMMERCE-TROUVE-DEB.

           ADD 1 TO WS-NB-TROUVES-SOURCE.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "  " F-COM-ID " " F-COM-NOM " " F-COM-PRENOM
                       " statut " F-COM-STATUT
                       " plafond " F-COM-LIMITE
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "    identifiant et pieces commerciales gardes "
                       "(10 ans), nom anonymise en effacement"
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               GO TO 0547-CLIENT-COMMERCE-TROUVE-FIN
           END-IF.

           IF WS-MAX-MOD NOT < WS-CAPACITE-MOD
               DISPLAY "Plus de " WS-CAPACITE-MOD " clients "
                       "trouves, les suivants restent en l'etat."
               GO TO 0547-CLIENT-COMMERCE-TROUVE-FIN
           END-IF.

           ADD 1 TO WS-MAX-MOD.
           ADD 1 TO WS-JETON-RANG.
           MOVE F-COM-ID TO WS-MOD-CLE(WS-MAX-MOD).

           MOVE "ANONYME" TO F-COM-NOM.
           MOVE SPACES TO F-COM-PRENOM.
           STRING WS-JETON-HEURE WS-JETON-RANG
               DELIMITED BY SIZE INTO F-COM-PRENOM.

           EXIT.

       0547-CLIENT-COMMERCE-TROUVE-FIN.

      *-----------------------------------------------------------------

      *Contrat au nom de la personne (texte libre 40-80), a son
      *numero client (125-132) ou au numero donne (1-8)
       0540-POLICES-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           MOVE "--- assurances.csv" TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-POLICES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-POLICES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-LIGNE-POLICES(40:41) TO WS-CMP-TEXTE
                       MOVE SPACES TO WS-CMP-NAISSANCE
                       MOVE F-LIGNE-POLICES(1:8) TO WS-CMP-ID-1
                       MOVE F-LIGNE-POLICES(125:8) TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF F-LIGNE-POLICES(125:8) NOT = SPACES
                           PERFORM VARYING WS-IDX-2 FROM 1 BY 1
                                   UNTIL WS-IDX-2 > WS-MAX-CLI-TROUVE
                               IF WS-CLI-TROUVE(WS-IDX-2)
                                  = F-LIGNE-POLICES(125:8)
                                   SET WS-CORRESPOND-O TO TRUE
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-CORRESPOND-O
                           ADD 1 TO WS-NB-TROUVES-SOURCE
                           MOVE SPACES TO F-LIGNE-EXTRAIT
                           STRING "  contrat " F-LIGNE-POLICES(1:8)
                                   " assure " F-LIGNE-POLICES(40:41)
                                   " client " F-LIGNE-POLICES(125:8)
                               DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
                           WRITE F-LIGNE-EXTRAIT
                           MOVE "assurances.csv" TO WS-CONS-SOURCE
                           MOVE F-LIGNE-POLICES(1:8) TO WS-CONS-CLE
                           MOVE SPACES TO WS-CONS-MOTIF
                           STRING "contrat d'assurance : piece "
                                   "contractuelle et comptable (10 ans)"
                               DELIMITED BY SIZE INTO WS-CONS-MOTIF
                           PERFORM 0850-CONSERVATION-DEB
                              THRU 0850-CONSERVATION-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-POLICES.

           IF WS-NB-TROUVES-SOURCE = 0
               MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.
           ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES.

           EXIT.

       0540-POLICES-FIN.

      *-----------------------------------------------------------------

       0550-BENEFICIAIRES-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           MOVE "--- beneficiaires.txt" TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-BENEFICIAIRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-BENEFICIAIRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-BEN-NOM TO WS-CMP-TEXTE
                       MOVE SPACES TO WS-CMP-NAISSANCE
                       MOVE SPACES TO WS-CMP-ID-1
                       MOVE SPACES TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF WS-CORRESPOND-O
                           ADD 1 TO WS-NB-TROUVES-SOURCE
                           MOVE SPACES TO F-LIGNE-EXTRAIT
                           STRING "  contrat " F-BEN-CONTRAT
                                   " beneficiaire " F-BEN-NOM
                                   " rang " F-BEN-RANG
                                   " part " F-BEN-PART " %"
                               DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
                           WRITE F-LIGNE-EXTRAIT
                           MOVE "beneficiaires.txt" TO WS-CONS-SOURCE
                           MOVE F-BEN-CONTRAT TO WS-CONS-CLE
                           MOVE SPACES TO WS-CONS-MOTIF
                           STRING "beneficiaire designe au contrat : "
                                   "clause en vigueur"
                               DELIMITED BY SIZE INTO WS-CONS-MOTIF
                           PERFORM 0850-CONSERVATION-DEB
                              THRU 0850-CONSERVATION-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-BENEFICIAIRES.

           IF WS-NB-TROUVES-SOURCE = 0
               MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.
           ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES.

           EXIT.

       0550-BENEFICIAIRES-FIN.

      *-----------------------------------------------------------------

      *Le numero, la date d'adhesion et le compteur de trajets
      *restent (fidelite, ventes) ; seul le nom disparait
       0560-VOYAGEURS-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.
           MOVE 0 TO WS-MAX-LIG.
           MOVE 0 TO WS-MAX-MOD.
           SET WS-DEBORDEMENT-N TO TRUE.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE "--- voyageurs.txt" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-VOYAGEURS.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-VOYAGEURS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE F-VOY-NOM TO WS-CMP-TEXTE
                       MOVE SPACES TO WS-CMP-NAISSANCE
                       MOVE F-VOY-NUMERO TO WS-CMP-ID-1
                       MOVE SPACES TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF WS-CORRESPOND-O
                           ADD 1 TO WS-NB-TROUVES-SOURCE
                           IF WS-MODE-CONSULTATION
                               MOVE SPACES TO F-LIGNE-EXTRAIT
                               STRING "  " F-VOY-NUMERO " "
                                       F-VOY-NOM
                                       " adhesion " F-VOY-ADHESION
                                       " trajets " F-VOY-TRAJETS
                                   DELIMITED BY SIZE
                                   INTO F-LIGNE-EXTRAIT
                               WRITE F-LIGNE-EXTRAIT
                           ELSE
                               IF WS-MAX-MOD < WS-CAPACITE-MOD
                                   ADD 1 TO WS-MAX-MOD
                                   MOVE F-VOY-NUMERO
                                     TO WS-MOD-CLE(WS-MAX-MOD)
                                   MOVE "ANONYME" TO F-VOY-NOM
                               END-IF
                           END-IF
                       END-IF
                       IF WS-MAX-LIG < WS-CAPACITE-LIG
                           ADD 1 TO WS-MAX-LIG
                           MOVE F-VOYAGEUR TO WS-LIG(WS-MAX-LIG)
                       ELSE
                           SET WS-DEBORDEMENT-O TO TRUE
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-VOYAGEURS.

           IF WS-MODE-CONSULTATION
               IF WS-NB-TROUVES-SOURCE = 0
                   MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
               END-IF
               ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES
               GO TO 0560-VOYAGEURS-FIN
           END-IF.

           IF WS-MAX-MOD = 0
               GO TO 0560-VOYAGEURS-FIN
           END-IF.

           IF WS-DEBORDEMENT-O
               DISPLAY "voyageurs.txt depasse " WS-CAPACITE-LIG
                       " lignes, non modifie."
               GO TO 0560-VOYAGEURS-FIN
           END-IF.

           CALL "gensauve" USING WS-NOM-FICHIER-VOY
           END-CALL.

           OPEN OUTPUT FICHIER-VOYAGEURS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-LIG
               WRITE F-VOYAGEUR FROM WS-LIG(WS-IDX)
           END-PERFORM.
           CLOSE FICHIER-VOYAGEURS.

           MOVE "voyageurs" TO WS-SOURCE-LIB.
           PERFORM 0900-TRACE-EFFACEMENT-DEB
              THRU 0900-TRACE-EFFACEMENT-FIN.

           EXIT.

       0560-VOYAGEURS-FIN.

      *-----------------------------------------------------------------

       0570-ELEVES-DEB.

           MOVE 0 TO WS-NB-TROUVES-SOURCE.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           MOVE "--- eleves-maitre.txt" TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ELEVES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ELEVES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       MOVE SPACES TO WS-CMP-TEXTE
                       STRING F-ELV-NOM " " F-ELV-PRENOM
                           DELIMITED BY SIZE INTO WS-CMP-TEXTE
                       MOVE F-ELV-NAISSANCE TO WS-CMP-NAISSANCE
                       MOVE F-ELV-MATRICULE TO WS-CMP-ID-1
                       MOVE SPACES TO WS-CMP-ID-2
                       PERFORM 0800-CORRESPONDANCE-DEB
                          THRU 0800-CORRESPONDANCE-FIN
                       IF WS-CORRESPOND-O
                           ADD 1 TO WS-NB-TROUVES-SOURCE
                           MOVE SPACES TO F-LIGNE-EXTRAIT
                           STRING "  " F-ELV-MATRICULE " " F-ELV-NOM
                                   " " F-ELV-PRENOM
                                   " ne(e) le " F-ELV-NAISSANCE
                                   " entree " F-ELV-ANNEE-ENTREE
                               DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
                           WRITE F-LIGNE-EXTRAIT
                           MOVE "eleves-maitre.txt" TO WS-CONS-SOURCE
                           MOVE F-ELV-MATRICULE TO WS-CONS-CLE
                           MOVE SPACES TO WS-CONS-MOTIF
                           STRING "dossier scolaire : registre "
                                   "matricule des eleves (archives)"
                               DELIMITED BY SIZE INTO WS-CONS-MOTIF
                           PERFORM 0850-CONSERVATION-DEB
                              THRU 0850-CONSERVATION-FIN
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ELEVES.

           IF WS-NB-TROUVES-SOURCE = 0
               MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.
           ADD WS-NB-TROUVES-SOURCE TO WS-NB-TROUVES.

           EXIT.

       0570-ELEVES-FIN.

      *-----------------------------------------------------------------

      *Table utilisateur de testdb : recherche par nom et prenom ou
      *par numero, anonymisation dans le sous-programme SQL
       0580-UTILISATEUR-DEB.

           IF WS-MODE-CONSULTATION
               MOVE SPACES TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
               MOVE "--- table utilisateur (testdb)"
                 TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           ELSE
               ADD 1 TO WS-JETON-RANG
           END-IF.

           MOVE 0 TO WS-SQL-NB-LIGNES.
           MOVE 0 TO WS-SQL-NB-ANONYMISES.
           MOVE 0 TO WS-SQL-RESULTAT.

           CALL "donpersql" USING WS-MODE,
                                  WS-CRIT-NOM,
                                  WS-CRIT-PRENOM,
                                  WS-CRIT-IDENTIFIANT,
                                  WS-JETON,
                                  WS-SQL-EXTRAIT,
                                  WS-SQL-NB-ANONYMISES,
                                  WS-SQL-RESULTAT
               ON EXCEPTION
                   MOVE 2 TO WS-SQL-RESULTAT
           END-CALL.

           IF WS-SQL-RESULTAT = 2
               IF WS-MODE-CONSULTATION
                   MOVE "  base indisponible, table non consultee"
                     TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
               END-IF
               DISPLAY "Table utilisateur non consultee (base "
                       "indisponible)."
               GO TO 0580-UTILISATEUR-FIN
           END-IF.

           IF WS-MODE-CONSULTATION
               IF WS-SQL-NB-LIGNES = 0
                   MOVE "  aucune donnee" TO F-LIGNE-EXTRAIT
                   WRITE F-LIGNE-EXTRAIT
               END-IF
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-SQL-NB-LIGNES
                   WRITE F-LIGNE-EXTRAIT FROM WS-SQL-LIGNE(WS-IDX)
               END-PERFORM
               ADD WS-SQL-NB-LIGNES TO WS-NB-TROUVES
               GO TO 0580-UTILISATEUR-FIN
           END-IF.

           IF WS-SQL-NB-ANONYMISES > 0
               MOVE 1 TO WS-MAX-MOD
               MOVE WS-JETON TO WS-MOD-CLE(1)
               MOVE "utilisateur" TO WS-SOURCE-LIB
               PERFORM 0900-TRACE-EFFACEMENT-DEB
                  THRU 0900-TRACE-EFFACEMENT-FIN
               COMPUTE WS-NB-ANONYMISES = WS-NB-ANONYMISES
                                        + WS-SQL-NB-ANONYMISES - 1
           END-IF.

           EXIT.

       0580-UTILISATEUR-FIN.

      *-----------------------------------------------------------------

       0600-CONSERVEES-DEB.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           MOVE "DONNEES CONSERVEES ET MOTIF LEGAL" TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           IF WS-MAX-CONSERVES = 0
               MOVE "  aucune" TO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT
           END-IF.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-CONSERVES
               WRITE F-LIGNE-EXTRAIT FROM WS-CONSERVE(WS-IDX)
           END-PERFORM.

           MOVE SPACES TO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.
           MOVE SPACES TO F-LIGNE-EXTRAIT.
           STRING "Trouves : " WS-NB-TROUVES
                   " - conserves : " WS-MAX-CONSERVES
                   " - anonymises : " WS-NB-ANONYMISES
               DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT.
           WRITE F-LIGNE-EXTRAIT.

           EXIT.

       0600-CONSERVEES-FIN.

      *-----------------------------------------------------------------

      *Identifiant egal au numero de l'enregistrement, ou nom (et
      *prenom) presents comme mots entiers avec une date de
      *naissance compatible, ou date de naissance seule egale
       0800-CORRESPONDANCE-DEB.

           SET WS-CORRESPOND-N TO TRUE.

           IF WS-CRIT-IDENTIFIANT NOT = SPACES
               IF WS-CRIT-IDENTIFIANT = WS-CMP-ID-1
               OR WS-CRIT-IDENTIFIANT = WS-CMP-ID-2
                   SET WS-CORRESPOND-O TO TRUE
                   GO TO 0800-CORRESPONDANCE-FIN
               END-IF
           END-IF.

           IF WS-LG-NOM = 0
               IF WS-CRIT-IDENTIFIANT = SPACES
               AND WS-CRIT-NAISSANCE = WS-CMP-NAISSANCE
                   SET WS-CORRESPOND-O TO TRUE
               END-IF
               GO TO 0800-CORRESPONDANCE-FIN
           END-IF.

           IF WS-CMP-TEXTE = SPACES
               GO TO 0800-CORRESPONDANCE-FIN
           END-IF.

           MOVE SPACES TO WS-CMP-ZONE.
           STRING " " WS-CMP-TEXTE
               DELIMITED BY SIZE INTO WS-CMP-ZONE.
           INSPECT WS-CMP-ZONE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
            TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           MOVE 0 TO WS-NB-OCC.
           INSPECT WS-CMP-ZONE TALLYING WS-NB-OCC
               FOR ALL WS-MOTIF-NOM(1:WS-LG-MOTIF-NOM).
           IF WS-NB-OCC = 0
               GO TO 0800-CORRESPONDANCE-FIN
           END-IF.

           IF WS-LG-PRENOM > 0
               MOVE 0 TO WS-NB-OCC
               INSPECT WS-CMP-ZONE TALLYING WS-NB-OCC
                   FOR ALL WS-MOTIF-PRENOM(1:WS-LG-MOTIF-PRENOM)
               IF WS-NB-OCC = 0
                   GO TO 0800-CORRESPONDANCE-FIN
               END-IF
           END-IF.

           IF WS-CRIT-NAISSANCE NOT = SPACES
           AND WS-CMP-NAISSANCE NOT = SPACES
           AND WS-CMP-NAISSANCE NOT = ZEROS
           AND WS-CMP-NAISSANCE NOT = WS-CRIT-NAISSANCE
               GO TO 0800-CORRESPONDANCE-FIN
           END-IF.

           SET WS-CORRESPOND-O TO TRUE.

           EXIT.

       0800-CORRESPONDANCE-FIN.

      *-----------------------------------------------------------------

       0850-CONSERVATION-DEB.

           IF WS-MAX-CONSERVES < 200
               ADD 1 TO WS-MAX-CONSERVES
               MOVE SPACES TO WS-CONSERVE(WS-MAX-CONSERVES)
               STRING "  " WS-CONS-SOURCE " " WS-CONS-CLE " : "
                       WS-CONS-MOTIF
                   DELIMITED BY SIZE
                   INTO WS-CONSERVE(WS-MAX-CONSERVES)
           END-IF.

           EXIT.

       0850-CONSERVATION-FIN.

      *-----------------------------------------------------------------

      *Une ligne d'extrait et une trace d'audit par enregistrement
      *anonymise, sous son numero ou son jeton, jamais sous le nom
       0900-TRACE-EFFACEMENT-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-MOD

               ADD 1 TO WS-NB-ANONYMISES

               MOVE SPACES TO F-LIGNE-EXTRAIT
               STRING "  anonymise : " WS-SOURCE-LIB " "
                       WS-MOD-CLE(WS-IDX)
                   DELIMITED BY SIZE INTO F-LIGNE-EXTRAIT
               WRITE F-LIGNE-EXTRAIT

               MOVE "donperso" TO AUDIT-PROGRAMME
               MOVE "EFFACEMENT" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-CLE
               STRING WS-SOURCE-LIB DELIMITED BY SPACE
                       " " WS-MOD-CLE(WS-IDX) DELIMITED BY SIZE
                   INTO AUDIT-CLE
               CALL "auditlog" USING AUDIT-DEMANDE
               END-CALL

           END-PERFORM.

           EXIT.

       0900-TRACE-EFFACEMENT-FIN.

      *-----------------------------------------------------------------

       END PROGRAM donperso.
