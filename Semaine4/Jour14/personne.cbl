      * Exercice : Lecture d’un fichier texte – Liste de personnes
      * Liens entre personnes : liens-personnes.txt garde les liens
      * entre deux cles NOM+PRENOM (CONJOINT, PARENT et TUTEUR de la
      * premiere vers la seconde, AUTRE) avec leur date de debut, et
      * foyers-personnes.txt le numero de foyer de chaque personne
      * regroupee a la meme adresse. Les ecrans lier, delier et
      * foyer du menu les tiennent ; la radiation d'une personne
      * retire ses liens et sa place au foyer. Le rapport des foyers
      * avec les ages est produit par foyers.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. personne.
       RECORD KEY IS F-CLE-IDX
       FILE STATUS IS WS-STATUT-IDX.

      *Liens entre personnes et regroupement en foyers, relus en
      *entier au demarrage et reecrits a chaque mise a jour
       SELECT OPTIONAL FICHIER-LIENS ASSIGN TO "liens-personnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-FOYERS ASSIGN TO "foyers-personnes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.

               10 F-JOUR-IDX       PIC 9(02).
               10 F-ANNEE-IDX      PIC 9(04).

       FD FICHIER-LIENS.

       01 F-LIEN.
           05 F-LIEN-NOM-1         PIC X(15).
           05 F-LIEN-PRENOM-1      PIC X(15).
           05 FILLER               PIC X(01).
           05 F-LIEN-TYPE          PIC X(08).
           05 FILLER               PIC X(01).
           05 F-LIEN-NOM-2         PIC X(15).
           05 F-LIEN-PRENOM-2      PIC X(15).
           05 FILLER               PIC X(01).
           05 F-LIEN-DEBUT         PIC 9(08).

       FD FICHIER-FOYERS.

       01 F-FOYER.
           05 F-FOYER-NUMERO       PIC 9(05).
           05 FILLER               PIC X(01).
           05 F-FOYER-NOM          PIC X(15).
           05 F-FOYER-PRENOM       PIC X(15).


       WORKING-STORAGE SECTION.

           88 WS-CHOIX-MODIFIER                    VALUE "4".
           88 WS-CHOIX-SUPPRIMER                   VALUE "5".
           88 WS-CHOIX-QUITTER                     VALUE "6".
           88 WS-CHOIX-LIER                        VALUE "7".
           88 WS-CHOIX-DELIER                      VALUE "8".
           88 WS-CHOIX-FOYER                       VALUE "9".

      *Saisies de la maintenance (modification/suppression en place)
       01 WS-MAJ-NOM               PIC X(15).
           05 WS-ENTETE-PRENOM    PIC X(15)        VALUE "Prenom".
           05 WS-ENTETE-DATE      PIC X(10)        VALUE "Date".

      *Liens entre personnes : la personne 1 est le conjoint, le
      *parent ou le tuteur legal de la personne 2
       01 WS-NB-LIENS              PIC 9(03)       VALUE 0.
       01 WS-CAPACITE-LIENS        PIC 9(03)       VALUE 500.
       01 WS-TABLEAU-LIENS.
           05 WS-LIEN OCCURS 500 TIMES.
               10 WS-LIEN-NOM-1    PIC X(15).
               10 WS-LIEN-PRENOM-1 PIC X(15).
               10 WS-LIEN-TYPE     PIC X(08).
               10 WS-LIEN-NOM-2    PIC X(15).
               10 WS-LIEN-PRENOM-2 PIC X(15).
               10 WS-LIEN-DEBUT    PIC 9(08).

      *Foyers : une personne appartient a un foyer au plus
       01 WS-NB-MEMBRES            PIC 9(03)       VALUE 0.
       01 WS-CAPACITE-MEMBRES      PIC 9(03)       VALUE 500.
       01 WS-TABLEAU-FOYERS.
           05 WS-MEMBRE OCCURS 500 TIMES.
               10 WS-MBR-FOYER     PIC 9(05).
               10 WS-MBR-NOM       PIC X(15).
               10 WS-MBR-PRENOM    PIC X(15).

       77 WS-IDX-LIEN              PIC 9(03).
       77 WS-IDX-MBR               PIC 9(03).
       77 WS-IDX-DEC               PIC 9(03).

      *Saisies des ecrans de liens (cles en majuscules, comme au
      *maitre indexe)
       01 WS-LIE-NOM-1             PIC X(15).
       01 WS-LIE-PRENOM-1          PIC X(15).
       01 WS-LIE-NOM-2             PIC X(15).
       01 WS-LIE-PRENOM-2          PIC X(15).
       01 WS-LIE-TYPE              PIC X(08).
           88 WS-LIE-TYPE-VALIDE   VALUE "CONJOINT" "PARENT"
                                         "TUTEUR" "AUTRE".
       01 WS-LIE-SAISIE-DEBUT      PIC X(08).
       01 WS-LIE-REPONSE           PIC X.

       01 WS-FOYER-1               PIC 9(05).
       01 WS-FOYER-2               PIC 9(05).
       01 WS-FOYER-MAX             PIC 9(05).

       01 WS-LIEN-TROUVE           PIC X.
           88 WS-LIEN-TROUVE-N                     VALUE "N".
           88 WS-LIEN-TROUVE-O                     VALUE "O".

      *Age revolu des membres du foyer affiche, calcule comme dans
      *pyramage
       01 WS-DATE-ACTU.
           05 WS-ANNEE-ACTU        PIC 9(04).
           05 WS-MOIS-ACTU         PIC 9(02).
           05 WS-JOUR-ACTU         PIC 9(02).

       01 WS-DATE-ACTU-NUM REDEFINES WS-DATE-ACTU
                                   PIC 9(08).

       01 WS-AGE                   PIC 9(03).

      *Zones d'appel du module d'autorisation par role (autorise) :
      *la modification et la radiation se reservent aux roles que
      *permissions.cfg y autorise
           PERFORM 0150-CHARGE-INDEX-DEB
              THRU 0150-CHARGE-INDEX-FIN.

           PERFORM 0170-CHARGE-LIENS-DEB
              THRU 0170-CHARGE-LIENS-FIN.

           PERFORM 0200-TRI-TABLEAU-DEB
              THRU 0200-TRI-TABLEAU-FIN.


       0150-CHARGE-INDEX-FIN.

      *-----------------------------------------------------------------

      *Chargement des liens et des foyers en memoire
       0170-CHARGE-LIENS-DEB.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-ACTU.

           SET WS-FIN-LECTURE-N TO TRUE.
           OPEN INPUT FICHIER-LIENS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-LIENS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-LIENS < WS-CAPACITE-LIENS
                           ADD 1 TO WS-NB-LIENS
                           MOVE F-LIEN-NOM-1
                             TO WS-LIEN-NOM-1(WS-NB-LIENS)
                           MOVE F-LIEN-PRENOM-1
                             TO WS-LIEN-PRENOM-1(WS-NB-LIENS)
                           MOVE F-LIEN-TYPE
                             TO WS-LIEN-TYPE(WS-NB-LIENS)
                           MOVE F-LIEN-NOM-2
                             TO WS-LIEN-NOM-2(WS-NB-LIENS)
                           MOVE F-LIEN-PRENOM-2
                             TO WS-LIEN-PRENOM-2(WS-NB-LIENS)
                           MOVE F-LIEN-DEBUT
                             TO WS-LIEN-DEBUT(WS-NB-LIENS)
                       ELSE
                           DISPLAY "Attention : liens au-dela de la "
                                   "capacite (" WS-CAPACITE-LIENS
                                   ") ignores."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-LIENS.

           MOVE 0 TO WS-FOYER-MAX.
           SET WS-FIN-LECTURE-N TO TRUE.
           OPEN INPUT FICHIER-FOYERS.

           PERFORM UNTIL WS-FIN-LECTURE-O
               READ FICHIER-FOYERS
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-NB-MEMBRES < WS-CAPACITE-MEMBRES
                           ADD 1 TO WS-NB-MEMBRES
                           MOVE F-FOYER-NUMERO
                             TO WS-MBR-FOYER(WS-NB-MEMBRES)
                           MOVE F-FOYER-NOM
                             TO WS-MBR-NOM(WS-NB-MEMBRES)
                           MOVE F-FOYER-PRENOM
                             TO WS-MBR-PRENOM(WS-NB-MEMBRES)
                           IF F-FOYER-NUMERO > WS-FOYER-MAX
                               MOVE F-FOYER-NUMERO TO WS-FOYER-MAX
                           END-IF
                       ELSE
                           DISPLAY "Attention : membres de foyer "
                                   "au-dela de la capacite ("
                                   WS-CAPACITE-MEMBRES ") ignores."
                           SET WS-FIN-LECTURE-O TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE FICHIER-FOYERS.

           EXIT.

       0170-CHARGE-LIENS-FIN.

      *-----------------------------------------------------------------

       0200-TRI-TABLEAU-DEB.
           DISPLAY "3 - Recherche par periode de naissance".
           DISPLAY "4 - Modifier une date de naissance".
           DISPLAY "5 - Supprimer une personne".
           DISPLAY "7 - Lier deux personnes".
           DISPLAY "8 - Delier deux personnes".
           DISPLAY "9 - Afficher le foyer d'une personne".
           DISPLAY "6 - Quitter".
           DISPLAY "Votre choix : ".
           ACCEPT WS-CHOIX-RECHERCHE.
                          THRU 0450-SUPPRIMER-PERSONNE-FIN
                   END-IF

               WHEN WS-CHOIX-LIER
                   PERFORM 0405-CONTROLE-AUTORISATION-DEB
                      THRU 0405-CONTROLE-AUTORISATION-FIN
                   IF WS-AUTORISE-RESULTAT = 0
                       PERFORM 0470-LIER-PERSONNES-DEB
                          THRU 0470-LIER-PERSONNES-FIN
                   END-IF

               WHEN WS-CHOIX-DELIER
                   PERFORM 0405-CONTROLE-AUTORISATION-DEB
                      THRU 0405-CONTROLE-AUTORISATION-FIN
                   IF WS-AUTORISE-RESULTAT = 0
                       PERFORM 0480-DELIER-PERSONNES-DEB
                          THRU 0480-DELIER-PERSONNES-FIN
                   END-IF

               WHEN WS-CHOIX-FOYER
                   PERFORM 0490-AFFICHER-FOYER-DEB
                      THRU 0490-AFFICHER-FOYER-FIN

               WHEN WS-CHOIX-QUITTER
                   CONTINUE

                   DISPLAY "Personne supprimee du maitre."
                   PERFORM 0455-RETIRE-TABLEAU-DEB
                      THRU 0455-RETIRE-TABLEAU-FIN
                   PERFORM 0457-RETIRE-LIENS-DEB
                      THRU 0457-RETIRE-LIENS-FIN
                   PERFORM 0460-TRACE-AUDIT-DEB
                      THRU 0460-TRACE-AUDIT-FIN


      *-----------------------------------------------------------------

      *Une personne radiee ne garde ni liens ni place au foyer
       0457-RETIRE-LIENS-DEB.

           MOVE FUNCTION UPPER-CASE(WS-MAJ-NOM)    TO WS-LIE-NOM-1.
           MOVE FUNCTION UPPER-CASE(WS-MAJ-PRENOM) TO WS-LIE-PRENOM-1.
           MOVE WS-LIE-NOM-1    TO WS-CHERCHE-NOM.
           MOVE WS-LIE-PRENOM-1 TO WS-CHERCHE-PRENOM.

           MOVE 1 TO WS-IDX-LIEN.

           PERFORM UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF (WS-LIEN-NOM-1(WS-IDX-LIEN) = WS-LIE-NOM-1
               AND WS-LIEN-PRENOM-1(WS-IDX-LIEN) = WS-LIE-PRENOM-1)
               OR (WS-LIEN-NOM-2(WS-IDX-LIEN) = WS-LIE-NOM-1
               AND WS-LIEN-PRENOM-2(WS-IDX-LIEN) = WS-LIE-PRENOM-1)
                   PERFORM 0484-RETIRE-LIEN-DEB
                      THRU 0484-RETIRE-LIEN-FIN
               ELSE
                   ADD 1 TO WS-IDX-LIEN
               END-IF
           END-PERFORM.

           PERFORM 0486-RETIRE-DU-FOYER-DEB
              THRU 0486-RETIRE-DU-FOYER-FIN.

           PERFORM 0495-SAUVE-LIENS-DEB
              THRU 0495-SAUVE-LIENS-FIN.

           EXIT.

       0457-RETIRE-LIENS-FIN.

      *-----------------------------------------------------------------

      *Trace de la modification ou de la suppression au journal
      *d'audit central, cle NOM+PRENOM de la personne touchee
       0460-TRACE-AUDIT-DEB.

           MOVE "personne" TO AUDIT-PROGRAMME.

           EVALUATE TRUE
               WHEN WS-CHOIX-MODIFIER
                   MOVE "MODIF" TO AUDIT-ACTION
               WHEN WS-CHOIX-LIER
                   MOVE "LIEN" TO AUDIT-ACTION
               WHEN WS-CHOIX-DELIER
                   MOVE "DELIEN" TO AUDIT-ACTION
               WHEN OTHER
                   MOVE "SUPPR" TO AUDIT-ACTION
           END-EVALUATE.

      *Pour un lien, la cle reprend les deux personnes
           MOVE SPACES TO AUDIT-CLE.
           IF WS-CHOIX-LIER OR WS-CHOIX-DELIER
               STRING FUNCTION TRIM(WS-LIE-NOM-1) " "
                       FUNCTION TRIM(WS-LIE-PRENOM-1) "/"
                       FUNCTION TRIM(WS-LIE-NOM-2) " "
                       FUNCTION TRIM(WS-LIE-PRENOM-2)
                   DELIMITED BY SIZE INTO AUDIT-CLE
           ELSE
               STRING FUNCTION TRIM(WS-MAJ-NOM) " "
                       FUNCTION TRIM(WS-MAJ-PRENOM)
                   DELIMITED BY SIZE INTO AUDIT-CLE
           END-IF.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.

      *-----------------------------------------------------------------

      *Lien entre deux personnes du maitre : type, date de debut
      *(controlee par datutil, vide = aujourd'hui) et, sur demande,
      *regroupement des deux personnes dans le meme foyer
       0470-LIER-PERSONNES-DEB.

           PERFORM 0472-SAISIE-PERSONNES-DEB
              THRU 0472-SAISIE-PERSONNES-FIN.

           IF WS-NOM-TROUVE-N
               GO TO 0470-LIER-PERSONNES-FIN
           END-IF.

           IF WS-LIE-NOM-1 = WS-LIE-NOM-2
           AND WS-LIE-PRENOM-1 = WS-LIE-PRENOM-2
               DISPLAY "Une personne ne se lie pas a elle-meme."
               GO TO 0470-LIER-PERSONNES-FIN
           END-IF.

           DISPLAY "Type de lien (CONJOINT, PARENT, TUTEUR, AUTRE) ; "
                   "PARENT et TUTEUR : la premiere personne l'est de "
                   "la seconde : ".
           ACCEPT WS-LIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-LIE-TYPE) TO WS-LIE-TYPE.

           IF NOT WS-LIE-TYPE-VALIDE
               DISPLAY "Type de lien inconnu."
               GO TO 0470-LIER-PERSONNES-FIN
           END-IF.

           PERFORM 0476-CHERCHE-LIEN-DEB
              THRU 0476-CHERCHE-LIEN-FIN.

           IF WS-LIEN-TROUVE-O
               DISPLAY "Lien deja enregistre entre ces deux personnes."
               GO TO 0470-LIER-PERSONNES-FIN
           END-IF.

           IF WS-NB-LIENS >= WS-CAPACITE-LIENS
               DISPLAY "Table des liens pleine (" WS-CAPACITE-LIENS
                       "), lien refuse."
               GO TO 0470-LIER-PERSONNES-FIN
           END-IF.

           MOVE 9 TO WS-DATUTIL-RESULTAT.

           PERFORM UNTIL WS-DATUTIL-RESULTAT = 0

               DISPLAY "Date de debut (AAAAMMJJ, vide = aujourd'hui) : "
               ACCEPT WS-LIE-SAISIE-DEBUT

               IF WS-LIE-SAISIE-DEBUT = SPACES
                   MOVE WS-DATE-ACTU-NUM TO WS-DATUTIL-DATE-1
                   MOVE 0 TO WS-DATUTIL-RESULTAT
               ELSE
                   MOVE "VALID" TO WS-DATUTIL-FONCTION
                   MOVE FUNCTION NUMVAL(WS-LIE-SAISIE-DEBUT)
                     TO WS-DATUTIL-DATE-1

                   CALL "datutil" USING WS-DATUTIL-FONCTION,
                                        WS-DATUTIL-DATE-1,
                                        WS-DATUTIL-DATE-2,
                                        WS-DATUTIL-NOMBRE,
                                        WS-DATUTIL-RESULTAT
                   END-CALL

                   IF WS-DATUTIL-RESULTAT NOT = 0
                       DISPLAY "Date invalide, recommencer."
                   END-IF
               END-IF

           END-PERFORM.

           ADD 1 TO WS-NB-LIENS.
           MOVE WS-LIE-NOM-1    TO WS-LIEN-NOM-1(WS-NB-LIENS).
           MOVE WS-LIE-PRENOM-1 TO WS-LIEN-PRENOM-1(WS-NB-LIENS).
           MOVE WS-LIE-TYPE     TO WS-LIEN-TYPE(WS-NB-LIENS).
           MOVE WS-LIE-NOM-2    TO WS-LIEN-NOM-2(WS-NB-LIENS).
           MOVE WS-LIE-PRENOM-2 TO WS-LIEN-PRENOM-2(WS-NB-LIENS).
           MOVE WS-DATUTIL-DATE-1 TO WS-LIEN-DEBUT(WS-NB-LIENS).

           DISPLAY "Meme foyer, meme adresse (O/N) : ".
           ACCEPT WS-LIE-REPONSE.

           IF WS-LIE-REPONSE = "O" OR WS-LIE-REPONSE = "o"
               PERFORM 0478-REGROUPE-FOYER-DEB
                  THRU 0478-REGROUPE-FOYER-FIN
           END-IF.

           PERFORM 0495-SAUVE-LIENS-DEB
              THRU 0495-SAUVE-LIENS-FIN.

           PERFORM 0460-TRACE-AUDIT-DEB
              THRU 0460-TRACE-AUDIT-FIN.

           DISPLAY "Lien enregistre.".

           EXIT.

       0470-LIER-PERSONNES-FIN.

      *-----------------------------------------------------------------

      *Saisie des deux personnes d'un lien, chacune devant exister au
      *maitre indexe (WS-NOM-TROUVE-N sinon)
       0472-SAISIE-PERSONNES-DEB.

           SET WS-NOM-TROUVE-N TO TRUE.

           DISPLAY "Nom de la premiere personne : ".
           ACCEPT WS-LIE-NOM-1.
           DISPLAY "Prenom de la premiere personne : ".
           ACCEPT WS-LIE-PRENOM-1.
           DISPLAY "Nom de la seconde personne : ".
           ACCEPT WS-LIE-NOM-2.
           DISPLAY "Prenom de la seconde personne : ".
           ACCEPT WS-LIE-PRENOM-2.

           MOVE FUNCTION UPPER-CASE(WS-LIE-NOM-1)    TO WS-LIE-NOM-1.
           MOVE FUNCTION UPPER-CASE(WS-LIE-PRENOM-1) TO WS-LIE-PRENOM-1.
           MOVE FUNCTION UPPER-CASE(WS-LIE-NOM-2)    TO WS-LIE-NOM-2.
           MOVE FUNCTION UPPER-CASE(WS-LIE-PRENOM-2) TO WS-LIE-PRENOM-2.

           OPEN INPUT FICHIER-PERS-IDX.

           IF NOT WS-STATUT-IDX-OK
               DISPLAY "Erreur : ouverture de personnes.idx impossible"
                       " (statut " WS-STATUT-IDX ")."
               GO TO 0472-SAISIE-PERSONNES-FIN
           END-IF.

           SET WS-NOM-TROUVE-O TO TRUE.

           MOVE WS-LIE-NOM-1    TO F-NOM-IDX.
           MOVE WS-LIE-PRENOM-1 TO F-PRENOM-IDX.

           READ FICHIER-PERS-IDX
               INVALID KEY
                   DISPLAY "Personne introuvable : "
                           WS-LIE-NOM-1 " " WS-LIE-PRENOM-1
                   SET WS-NOM-TROUVE-N TO TRUE
           END-READ.

           MOVE WS-LIE-NOM-2    TO F-NOM-IDX.
           MOVE WS-LIE-PRENOM-2 TO F-PRENOM-IDX.

           READ FICHIER-PERS-IDX
               INVALID KEY
                   DISPLAY "Personne introuvable : "
                           WS-LIE-NOM-2 " " WS-LIE-PRENOM-2
                   SET WS-NOM-TROUVE-N TO TRUE
           END-READ.

           CLOSE FICHIER-PERS-IDX.

           EXIT.

       0472-SAISIE-PERSONNES-FIN.

      *-----------------------------------------------------------------

      *Recherche d'un lien entre les deux personnes saisies, dans un
      *sens ou dans l'autre, du type saisi (tout type si vide) :
      *WS-IDX-LIEN designe le lien trouve
       0476-CHERCHE-LIEN-DEB.

           SET WS-LIEN-TROUVE-N TO TRUE.
           MOVE 1 TO WS-IDX-LIEN.

           PERFORM UNTIL WS-IDX-LIEN > WS-NB-LIENS
                      OR WS-LIEN-TROUVE-O

               IF ((WS-LIEN-NOM-1(WS-IDX-LIEN) = WS-LIE-NOM-1
               AND WS-LIEN-PRENOM-1(WS-IDX-LIEN) = WS-LIE-PRENOM-1
               AND WS-LIEN-NOM-2(WS-IDX-LIEN) = WS-LIE-NOM-2
               AND WS-LIEN-PRENOM-2(WS-IDX-LIEN) = WS-LIE-PRENOM-2)
               OR (WS-LIEN-NOM-1(WS-IDX-LIEN) = WS-LIE-NOM-2
               AND WS-LIEN-PRENOM-1(WS-IDX-LIEN) = WS-LIE-PRENOM-2
               AND WS-LIEN-NOM-2(WS-IDX-LIEN) = WS-LIE-NOM-1
               AND WS-LIEN-PRENOM-2(WS-IDX-LIEN) = WS-LIE-PRENOM-1))
               AND (WS-LIE-TYPE = SPACES
                 OR WS-LIEN-TYPE(WS-IDX-LIEN) = WS-LIE-TYPE)
                   SET WS-LIEN-TROUVE-O TO TRUE
               ELSE
                   ADD 1 TO WS-IDX-LIEN
               END-IF

           END-PERFORM.

           EXIT.

       0476-CHERCHE-LIEN-FIN.

      *-----------------------------------------------------------------

      *Regroupement au meme foyer : nouveau foyer si aucun des deux
      *n'en a, sinon celui qui n'en a pas rejoint l'autre ; deux
      *foyers differents sont fusionnes dans celui de la premiere
       0478-REGROUPE-FOYER-DEB.

           MOVE WS-LIE-NOM-1    TO WS-CHERCHE-NOM.
           MOVE WS-LIE-PRENOM-1 TO WS-CHERCHE-PRENOM.
           PERFORM 0488-CHERCHE-FOYER-DEB
              THRU 0488-CHERCHE-FOYER-FIN.
           MOVE WS-FOYER-2 TO WS-FOYER-1.

           MOVE WS-LIE-NOM-2    TO WS-CHERCHE-NOM.
           MOVE WS-LIE-PRENOM-2 TO WS-CHERCHE-PRENOM.
           PERFORM 0488-CHERCHE-FOYER-DEB
              THRU 0488-CHERCHE-FOYER-FIN.

           IF WS-FOYER-1 NOT = 0 AND WS-FOYER-1 = WS-FOYER-2
               DISPLAY "Deja dans le meme foyer " WS-FOYER-1 "."
               GO TO 0478-REGROUPE-FOYER-FIN
           END-IF.

           IF WS-NB-MEMBRES + 2 > WS-CAPACITE-MEMBRES
               DISPLAY "Table des foyers pleine ("
                       WS-CAPACITE-MEMBRES "), foyer non modifie."
               GO TO 0478-REGROUPE-FOYER-FIN
           END-IF.

           EVALUATE TRUE
               WHEN WS-FOYER-1 = 0 AND WS-FOYER-2 = 0
                   ADD 1 TO WS-FOYER-MAX
                   MOVE WS-FOYER-MAX TO WS-FOYER-1
                   ADD 1 TO WS-NB-MEMBRES
                   MOVE WS-FOYER-1 TO WS-MBR-FOYER(WS-NB-MEMBRES)
                   MOVE WS-LIE-NOM-1 TO WS-MBR-NOM(WS-NB-MEMBRES)
                   MOVE WS-LIE-PRENOM-1
                     TO WS-MBR-PRENOM(WS-NB-MEMBRES)
                   ADD 1 TO WS-NB-MEMBRES
                   MOVE WS-FOYER-1 TO WS-MBR-FOYER(WS-NB-MEMBRES)
                   MOVE WS-LIE-NOM-2 TO WS-MBR-NOM(WS-NB-MEMBRES)
                   MOVE WS-LIE-PRENOM-2
                     TO WS-MBR-PRENOM(WS-NB-MEMBRES)
                   DISPLAY "Nouveau foyer " WS-FOYER-1 "."

               WHEN WS-FOYER-2 = 0
                   ADD 1 TO WS-NB-MEMBRES
                   MOVE WS-FOYER-1 TO WS-MBR-FOYER(WS-NB-MEMBRES)
                   MOVE WS-LIE-NOM-2 TO WS-MBR-NOM(WS-NB-MEMBRES)
                   MOVE WS-LIE-PRENOM-2
                     TO WS-MBR-PRENOM(WS-NB-MEMBRES)
                   DISPLAY "Ajout au foyer " WS-FOYER-1 "."

               WHEN WS-FOYER-1 = 0
                   ADD 1 TO WS-NB-MEMBRES
                   MOVE WS-FOYER-2 TO WS-MBR-FOYER(WS-NB-MEMBRES)
                   MOVE WS-LIE-NOM-1 TO WS-MBR-NOM(WS-NB-MEMBRES)
                   MOVE WS-LIE-PRENOM-1
                     TO WS-MBR-PRENOM(WS-NB-MEMBRES)
                   DISPLAY "Ajout au foyer " WS-FOYER-2 "."

               WHEN OTHER
                   PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
                           UNTIL WS-IDX-MBR > WS-NB-MEMBRES
                       IF WS-MBR-FOYER(WS-IDX-MBR) = WS-FOYER-2
                           MOVE WS-FOYER-1 TO WS-MBR-FOYER(WS-IDX-MBR)
                       END-IF
                   END-PERFORM
                   DISPLAY "Foyer " WS-FOYER-2 " fusionne dans le "
                           "foyer " WS-FOYER-1 "."
           END-EVALUATE.

           EXIT.

       0478-REGROUPE-FOYER-FIN.

      *-----------------------------------------------------------------

      *Retrait des liens entre deux personnes (d'un type, ou tous)
      *et, sur demande, sortie de la seconde de son foyer
       0480-DELIER-PERSONNES-DEB.

           PERFORM 0472-SAISIE-PERSONNES-DEB
              THRU 0472-SAISIE-PERSONNES-FIN.

           IF WS-NOM-TROUVE-N
               GO TO 0480-DELIER-PERSONNES-FIN
           END-IF.

           DISPLAY "Type de lien a retirer (vide = tous) : ".
           ACCEPT WS-LIE-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-LIE-TYPE) TO WS-LIE-TYPE.

           MOVE "N" TO WS-LIE-REPONSE.

           PERFORM 0476-CHERCHE-LIEN-DEB
              THRU 0476-CHERCHE-LIEN-FIN.

           PERFORM UNTIL WS-LIEN-TROUVE-N
               PERFORM 0484-RETIRE-LIEN-DEB
                  THRU 0484-RETIRE-LIEN-FIN
               MOVE "O" TO WS-LIE-REPONSE
               PERFORM 0476-CHERCHE-LIEN-DEB
                  THRU 0476-CHERCHE-LIEN-FIN
           END-PERFORM.

           IF WS-LIE-REPONSE = "N"
               DISPLAY "Aucun lien de ce type entre ces deux personnes."
               GO TO 0480-DELIER-PERSONNES-FIN
           END-IF.

           DISPLAY "Retirer " FUNCTION TRIM(WS-LIE-NOM-2) " "
                   FUNCTION TRIM(WS-LIE-PRENOM-2)
                   " de son foyer (O/N) : ".
           ACCEPT WS-LIE-REPONSE.

           IF WS-LIE-REPONSE = "O" OR WS-LIE-REPONSE = "o"
               MOVE WS-LIE-NOM-2    TO WS-CHERCHE-NOM
               MOVE WS-LIE-PRENOM-2 TO WS-CHERCHE-PRENOM
               PERFORM 0486-RETIRE-DU-FOYER-DEB
                  THRU 0486-RETIRE-DU-FOYER-FIN
           END-IF.

           PERFORM 0495-SAUVE-LIENS-DEB
              THRU 0495-SAUVE-LIENS-FIN.

           PERFORM 0460-TRACE-AUDIT-DEB
              THRU 0460-TRACE-AUDIT-FIN.

           DISPLAY "Lien(s) retire(s).".

           EXIT.

       0480-DELIER-PERSONNES-FIN.

      *-----------------------------------------------------------------

      *Retrait du lien WS-IDX-LIEN : les liens suivants remontent
       0484-RETIRE-LIEN-DEB.

           PERFORM VARYING WS-IDX-DEC FROM WS-IDX-LIEN BY 1
                   UNTIL WS-IDX-DEC >= WS-NB-LIENS
               MOVE WS-LIEN(WS-IDX-DEC + 1) TO WS-LIEN(WS-IDX-DEC)
           END-PERFORM.

           SUBTRACT 1 FROM WS-NB-LIENS.

           EXIT.

       0484-RETIRE-LIEN-FIN.

      *-----------------------------------------------------------------

      *Sortie du foyer de la personne WS-CHERCHE-NOM/PRENOM
       0486-RETIRE-DU-FOYER-DEB.

           PERFORM 0488-CHERCHE-FOYER-DEB
              THRU 0488-CHERCHE-FOYER-FIN.

           IF WS-FOYER-2 = 0
               GO TO 0486-RETIRE-DU-FOYER-FIN
           END-IF.

           PERFORM VARYING WS-IDX-DEC FROM WS-IDX-MBR BY 1
                   UNTIL WS-IDX-DEC >= WS-NB-MEMBRES
               MOVE WS-MEMBRE(WS-IDX-DEC + 1) TO WS-MEMBRE(WS-IDX-DEC)
           END-PERFORM.

           SUBTRACT 1 FROM WS-NB-MEMBRES.

           EXIT.

       0486-RETIRE-DU-FOYER-FIN.

      *-----------------------------------------------------------------

      *Foyer de la personne WS-CHERCHE-NOM/PRENOM dans WS-FOYER-2 (0
      *sans foyer), sa place dans la table dans WS-IDX-MBR
       0488-CHERCHE-FOYER-DEB.

           MOVE 0 TO WS-FOYER-2.

           PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
                   UNTIL WS-IDX-MBR > WS-NB-MEMBRES
               IF WS-MBR-NOM(WS-IDX-MBR) = WS-CHERCHE-NOM
               AND WS-MBR-PRENOM(WS-IDX-MBR) = WS-CHERCHE-PRENOM
                   MOVE WS-MBR-FOYER(WS-IDX-MBR) TO WS-FOYER-2
                   GO TO 0488-CHERCHE-FOYER-FIN
               END-IF
           END-PERFORM.

           EXIT.

       0488-CHERCHE-FOYER-FIN.

      *-----------------------------------------------------------------

      *Foyer d'une personne : membres avec date de naissance et age,
      *puis les liens de la personne
       0490-AFFICHER-FOYER-DEB.

           DISPLAY "Nom de la personne : ".
           ACCEPT WS-CHERCHE-NOM.
           DISPLAY "Prenom de la personne : ".
           ACCEPT WS-CHERCHE-PRENOM.

           MOVE FUNCTION UPPER-CASE(WS-CHERCHE-NOM) TO WS-CHERCHE-NOM.
           MOVE FUNCTION UPPER-CASE(WS-CHERCHE-PRENOM)
             TO WS-CHERCHE-PRENOM.

           PERFORM 0488-CHERCHE-FOYER-DEB
              THRU 0488-CHERCHE-FOYER-FIN.

           IF WS-FOYER-2 = 0
               DISPLAY "Cette personne n'appartient a aucun foyer."
           ELSE
               DISPLAY "Foyer " WS-FOYER-2 " :"
               PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
                       UNTIL WS-IDX-MBR > WS-NB-MEMBRES
                   IF WS-MBR-FOYER(WS-IDX-MBR) = WS-FOYER-2
                       PERFORM 0492-AFFICHE-MEMBRE-DEB
                          THRU 0492-AFFICHE-MEMBRE-FIN
                   END-IF
               END-PERFORM
           END-IF.

           SET WS-LIEN-TROUVE-N TO TRUE.
           DISPLAY "Liens :".

           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               IF (WS-LIEN-NOM-1(WS-IDX-LIEN) = WS-CHERCHE-NOM
               AND WS-LIEN-PRENOM-1(WS-IDX-LIEN) = WS-CHERCHE-PRENOM)
               OR (WS-LIEN-NOM-2(WS-IDX-LIEN) = WS-CHERCHE-NOM
               AND WS-LIEN-PRENOM-2(WS-IDX-LIEN) = WS-CHERCHE-PRENOM)
                   SET WS-LIEN-TROUVE-O TO TRUE
                   DISPLAY "  " WS-LIEN-NOM-1(WS-IDX-LIEN)
                           WS-LIEN-PRENOM-1(WS-IDX-LIEN)
                           WS-LIEN-TYPE(WS-IDX-LIEN) " de "
                           WS-LIEN-NOM-2(WS-IDX-LIEN)
                           WS-LIEN-PRENOM-2(WS-IDX-LIEN)
                           " depuis le " WS-LIEN-DEBUT(WS-IDX-LIEN)
               END-IF
           END-PERFORM.

           IF WS-LIEN-TROUVE-N
               DISPLAY "  aucun lien enregistre."
           END-IF.

           EXIT.

       0490-AFFICHER-FOYER-FIN.

      *-----------------------------------------------------------------

      *Un membre du foyer, avec sa date de naissance et son age
      *revolu lus dans le tableau des personnes
       0492-AFFICHE-MEMBRE-DEB.

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > WS-MAX

               IF WS-NOM(WS-IDX) = WS-MBR-NOM(WS-IDX-MBR)
               AND WS-PRENOM(WS-IDX) = WS-MBR-PRENOM(WS-IDX-MBR)

                   COMPUTE WS-AGE = WS-ANNEE-ACTU - WS-ANNEE(WS-IDX)

                   IF WS-MOIS-ACTU < WS-MOIS(WS-IDX)
                   OR (WS-MOIS-ACTU = WS-MOIS(WS-IDX)
                       AND WS-JOUR-ACTU < WS-JOUR(WS-IDX))
                       SUBTRACT 1 FROM WS-AGE
                   END-IF

                   DISPLAY "  " WS-NOM(WS-IDX) WITH NO ADVANCING
                           WS-PRENOM(WS-IDX) WITH NO ADVANCING
                           WS-DATE(WS-IDX) " " WS-AGE " an(s)"
                   GO TO 0492-AFFICHE-MEMBRE-FIN
               END-IF

           END-PERFORM.

           DISPLAY "  " WS-MBR-NOM(WS-IDX-MBR)
                   WS-MBR-PRENOM(WS-IDX-MBR) "(date inconnue)".

           EXIT.

       0492-AFFICHE-MEMBRE-FIN.

      *-----------------------------------------------------------------

      *Reecriture des liens et des foyers apres chaque mise a jour
       0495-SAUVE-LIENS-DEB.

           OPEN OUTPUT FICHIER-LIENS.

           PERFORM VARYING WS-IDX-LIEN FROM 1 BY 1
                   UNTIL WS-IDX-LIEN > WS-NB-LIENS
               MOVE SPACES TO F-LIEN
               MOVE WS-LIEN-NOM-1(WS-IDX-LIEN)    TO F-LIEN-NOM-1
               MOVE WS-LIEN-PRENOM-1(WS-IDX-LIEN) TO F-LIEN-PRENOM-1
               MOVE WS-LIEN-TYPE(WS-IDX-LIEN)     TO F-LIEN-TYPE
               MOVE WS-LIEN-NOM-2(WS-IDX-LIEN)    TO F-LIEN-NOM-2
               MOVE WS-LIEN-PRENOM-2(WS-IDX-LIEN) TO F-LIEN-PRENOM-2
               MOVE WS-LIEN-DEBUT(WS-IDX-LIEN)    TO F-LIEN-DEBUT
               WRITE F-LIEN
           END-PERFORM.

           CLOSE FICHIER-LIENS.

           OPEN OUTPUT FICHIER-FOYERS.

           PERFORM VARYING WS-IDX-MBR FROM 1 BY 1
                   UNTIL WS-IDX-MBR > WS-NB-MEMBRES
               MOVE SPACES TO F-FOYER
               MOVE WS-MBR-FOYER(WS-IDX-MBR)  TO F-FOYER-NUMERO
               MOVE WS-MBR-NOM(WS-IDX-MBR)    TO F-FOYER-NOM
               MOVE WS-MBR-PRENOM(WS-IDX-MBR) TO F-FOYER-PRENOM
               WRITE F-FOYER
           END-PERFORM.

           CLOSE FICHIER-FOYERS.

           EXIT.

       0495-SAUVE-LIENS-FIN.

      *-----------------------------------------------------------------

      *Reecriture de personnes.txt depuis le maitre indexe en sortie
      *de programme : les autres lectures du fichier texte (lirepers,
      *listperson) restent alignees sur les corrections faites ici
