      *Sous-programme de la demande d'acces et d'effacement des
      *donnees personnelles (donperso) pour la table utilisateur de
      *testdb (nom, prenom, age, numero) : les lignes au nom et
      *prenom demandes, ou au numero donne, reviennent a l'appelant
      *sous forme de lignes d'extrait ; en mode effacement, le nom et
      *le prenom de chaque ligne trouvee sont remplaces par le jeton
      *d'anonymisation fourni (numero et age gardes), dans une seule
      *transaction.
      *Mode : C = consultation, E = effacement.
      *Code resultat : 0 = traite, 2 = base indisponible.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. donpersql.
       AUTHOR. ThomasD.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  UTILISATEUR-NOM     PIC X(100).
       01  UTILISATEUR-PRENOM  PIC X(100).
       01  UTILISATEUR-AGE     PIC 9(03).
       01  UTILISATEUR-NUM     PIC X(10).
       01  CRITERE-NOM         PIC X(100).
       01  CRITERE-PRENOM      PIC X(100).
       01  CRITERE-NUM         PIC X(10).
       01  JETON-PRENOM        PIC X(100).
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *Nom et prenom compares sans casse ni blancs de queue ; un
      *critere vide ne retient rien
       EXEC SQL DECLARE CURSEUR-PERSONNE CURSOR FOR
           SELECT nom, prenom, age, numero
           FROM utilisateur
           WHERE (TRIM(:CRITERE-NOM) <> ''
                  AND UPPER(TRIM(nom)) = UPPER(TRIM(:CRITERE-NOM))
                  AND (TRIM(:CRITERE-PRENOM) = ''
                       OR UPPER(TRIM(prenom))
                          = UPPER(TRIM(:CRITERE-PRENOM))))
              OR (TRIM(:CRITERE-NUM) <> ''
                  AND TRIM(numero) = TRIM(:CRITERE-NUM))
           ORDER BY numero
       END-EXEC.

      *Une seule connexion par execution du programme appelant
       01 WS-CONNECTE              PIC X   VALUE "N".
           88 WS-CONNECTE-OUI              VALUE "O".

       01 WS-FIN-CURSEUR           PIC X   VALUE "N".
           88 WS-FIN-CURSEUR-OUI           VALUE "O".

       LINKAGE SECTION.

      *C = consultation, E = effacement
       01 LK-MODE                  PIC X(01).
       01 LK-NOM                   PIC X(15).
       01 LK-PRENOM                PIC X(15).
       01 LK-IDENTIFIANT           PIC X(10).
       01 LK-JETON                 PIC X(15).

      *Lignes d'extrait rendues a l'appelant
       01 LK-EXTRAIT.
           05 LK-NB-LIGNES         PIC 9(02).
           05 LK-LIGNE OCCURS 20 TIMES
                                   PIC X(100).

       01 LK-NB-ANONYMISES         PIC 9(03).

      *0 = traite, 2 = base indisponible
       01 LK-RESULTAT              PIC 9(01).


      ******************************************************************
      *                      PROCEDURE DIVISION                        *
      ******************************************************************

       PROCEDURE DIVISION USING LK-MODE,
                                LK-NOM,
                                LK-PRENOM,
                                LK-IDENTIFIANT,
                                LK-JETON,
                                LK-EXTRAIT,
                                LK-NB-ANONYMISES,
                                LK-RESULTAT.

       MOVE 0 TO LK-NB-LIGNES.
       MOVE 0 TO LK-NB-ANONYMISES.

       PERFORM 0100-CONNEXION-DEBUT
          THRU 0100-CONNEXION-FIN.

       IF LK-RESULTAT NOT = 2
           PERFORM 0200-RECHERCHE-DEBUT
              THRU 0200-RECHERCHE-FIN
       END-IF.

       EXIT PROGRAM.

      ******************************************************************
      *                         PARAGRAPHES                            *
      ******************************************************************

      *Les valeurs par defaut (postgres/mdp/testdb) ne servent que si
      *les variables d'environnement PGUSER/PGPASSWORD/PGDATABASE ne
      *sont pas positionnees
       0100-CONNEXION-DEBUT.

       MOVE 0 TO LK-RESULTAT.

       IF WS-CONNECTE-OUI
           GO TO 0100-CONNEXION-FIN
       END-IF.

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

       EXEC SQL
            CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
       END-EXEC.

       IF SQLCODE NOT = 0
           MOVE 2 TO LK-RESULTAT
       ELSE
           SET WS-CONNECTE-OUI TO TRUE
       END-IF.

       0100-CONNEXION-FIN.
       EXIT.

      *-----------------------------------------------------------------

      *Parcours des lignes retenues ; en effacement, chacune est
      *anonymisee sur son numero, validation en fin de parcours
       0200-RECHERCHE-DEBUT.

       MOVE SPACES TO CRITERE-NOM.
       MOVE LK-NOM TO CRITERE-NOM.
       MOVE SPACES TO CRITERE-PRENOM.
       MOVE LK-PRENOM TO CRITERE-PRENOM.
       MOVE LK-IDENTIFIANT TO CRITERE-NUM.
       MOVE SPACES TO JETON-PRENOM.
       MOVE LK-JETON TO JETON-PRENOM.

       EXEC SQL OPEN CURSEUR-PERSONNE END-EXEC.

       IF SQLCODE NOT = 0
           MOVE 2 TO LK-RESULTAT
           GO TO 0200-RECHERCHE-FIN
       END-IF.

       MOVE "N" TO WS-FIN-CURSEUR.

       PERFORM UNTIL WS-FIN-CURSEUR-OUI

           EXEC SQL
               FETCH CURSEUR-PERSONNE
               INTO :UTILISATEUR-NOM, :UTILISATEUR-PRENOM,
                    :UTILISATEUR-AGE, :UTILISATEUR-NUM
           END-EXEC

           IF SQLCODE = 0
               IF LK-NB-LIGNES < 20
                   ADD 1 TO LK-NB-LIGNES
                   MOVE SPACES TO LK-LIGNE(LK-NB-LIGNES)
                   STRING "  numero " UTILISATEUR-NUM
                           " nom " UTILISATEUR-NOM(1:30)
                           " prenom " UTILISATEUR-PRENOM(1:20)
                           " age " UTILISATEUR-AGE
                       DELIMITED BY SIZE
                       INTO LK-LIGNE(LK-NB-LIGNES)
               END-IF

               IF LK-MODE = "E"
                   EXEC SQL
                       UPDATE utilisateur
                       SET nom = 'ANONYME',
                           prenom = :JETON-PRENOM
                       WHERE numero = :UTILISATEUR-NUM
                   END-EXEC
                   IF SQLCODE = 0
                       ADD 1 TO LK-NB-ANONYMISES
                   END-IF
               END-IF
           ELSE
               SET WS-FIN-CURSEUR-OUI TO TRUE
           END-IF

       END-PERFORM.

       EXEC SQL CLOSE CURSEUR-PERSONNE END-EXEC.

       IF LK-MODE = "E"
           EXEC SQL COMMIT END-EXEC
       END-IF.

       0200-RECHERCHE-FIN.
       EXIT.

      *-----------------------------------------------------------------

       END PROGRAM donpersql.
