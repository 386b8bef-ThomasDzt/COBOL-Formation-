      * - Afficher les tâches
      * - Supprimer une tâche
      * - Quitter le programme
      * La liste est partagee par l'equipe : chaque tache porte son
      * createur et la personne a qui elle est assignee (comptes
      * actifs de comptes.dat, utilisateur courant pris dans
      * session.dat), un statut (A a faire, C en cours, T terminee)
      * et sa date de creation. Le menu ajoute la vue "mes taches",
      * la reassignation et le changement de statut ; creations,
      * statuts, reassignations et suppressions sont horodates dans
      * todo-historique.txt. Le rapport du matin est todomatin.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. todo.
       SELECT OPTIONAL FICHIER-TODO ASSIGN TO "todo.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

      * Historique horodate des changements apportes aux taches.
       SELECT OPTIONAL FICHIER-HISTORIQUE
       ASSIGN TO "todo-historique.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      * Identite de la session (posee par screen) et comptes de
      * l'equipe auxquels une tache peut etre assignee.
       SELECT OPTIONAL FICHIER-SESSION ASSIGN TO "session.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-COMPTES ASSIGN TO "comptes.dat"
       ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           05 F-TACHE-TEXTE        PIC X(50).
           05 F-TACHE-DATE         PIC X(08).
           05 F-TACHE-PRIORITE     PIC X(01).
           05 F-TACHE-STATUT       PIC X(01).
           05 F-TACHE-CREATEUR     PIC X(20).
           05 F-TACHE-ASSIGNE      PIC X(20).
           05 F-TACHE-CREATION     PIC X(08).

       FD FICHIER-HISTORIQUE.
       01 F-HISTO.
           05 F-HISTO-DATE         PIC X(08).
           05 FILLER               PIC X(01).
           05 F-HISTO-HEURE        PIC X(06).
           05 FILLER               PIC X(01).
           05 F-HISTO-UTILISATEUR  PIC X(20).
           05 FILLER               PIC X(01).
           05 F-HISTO-ACTION       PIC X(10).
           05 FILLER               PIC X(01).
           05 F-HISTO-AVANT        PIC X(20).
           05 FILLER               PIC X(01).
           05 F-HISTO-APRES        PIC X(20).
           05 FILLER               PIC X(01).
           05 F-HISTO-TACHE        PIC X(50).

       FD FICHIER-SESSION.
       01 F-SESSION-IDENTIFIANT    PIC X(20).

       FD FICHIER-COMPTES
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE IS F.
       01 F-COMPTE.
           05 F-IDENTIFIANT-COMPTE PIC X(20).
           05 F-MDP-COMPTE         PIC X(20).
           05 F-ROLE-COMPTE        PIC X(01).
           05 F-DATE-MDP-COMPTE    PIC X(08).
           05 F-STATUT-COMPTE      PIC X(01).
           05 F-ECHECS-COMPTE      PIC X(01).

       WORKING-STORAGE SECTION.

               10 WS-DATE-TACHE            PIC 9(08).
               10 WS-PRIORITE-TACHE        PIC 9(01).

      * Statut, createur, personne assignee (vide = non assignee) et
      * date de creation de la tache.
               10 WS-STATUT-TACHE          PIC X(01).
                   88 WS-STATUT-A-FAIRE                VALUE "A".
                   88 WS-STATUT-EN-COURS               VALUE "C".
                   88 WS-STATUT-TERMINEE               VALUE "T".
               10 WS-CREATEUR-TACHE        PIC X(20).
               10 WS-ASSIGNE-TACHE         PIC X(20).
               10 WS-CREATION-TACHE        PIC 9(08).

      * Flag pour vérifier l'existence de la tache.
               10 WS-TACHE-EXISTE          PIC X       VALUE "N".
                   88 WS-TACHE-EXISTE-O                VALUE "O".
           05 WS-ECH-NOM               PIC X(50).
           05 WS-ECH-DATE              PIC 9(08).
           05 WS-ECH-PRIORITE          PIC 9(01).
           05 WS-ECH-STATUT            PIC X(01).
           05 WS-ECH-CREATEUR          PIC X(20).
           05 WS-ECH-ASSIGNE           PIC X(20).
           05 WS-ECH-CREATION          PIC 9(08).

       77 WS-IDX2              PIC 9(03).
       77 WS-NB-TACHES         PIC 9(03).

       01 WS-CADRE             PIC X(50)       VALUE ALL "=".

      * Utilisateur courant (INCONNU sans session ouverte) et
      * comptes actifs de l'equipe.
       01 WS-UTILISATEUR       PIC X(20).
       01 WS-NB-COMPTES        PIC 9(03)   VALUE 0.
       01 WS-TABLEAU-COMPTES.
           05 WS-COMPTE OCCURS 100 TIMES    PIC X(20).
       77 WS-IDX-CPT           PIC 9(03).

      * Saisies de l'assignation et du statut.
       01 WS-SAISIE-ASSIGNE    PIC X(20).
       01 WS-SAISIE-STATUT     PIC X(01).
           88 WS-SAISIE-STATUT-VALIDE      VALUE "A" "C" "T".
       01 WS-ASSIGNE-VALIDE    PIC X.
           88 WS-ASSIGNE-VALIDE-O              VALUE "O".
           88 WS-ASSIGNE-VALIDE-N              VALUE "N".

      * Libelle du statut pour l'affichage.
       01 WS-LIBELLE-STATUT    PIC X(09).

      * Ligne d'historique a ecrire : action, valeur avant et apres.
       01 WS-HISTO-ACTION      PIC X(10).
       01 WS-HISTO-AVANT       PIC X(20).
       01 WS-HISTO-APRES       PIC X(20).
       01 WS-HEURE             PIC 9(08).

      * Zone d'echange du journal d'audit central.
       COPY audit.

           SET WS-QUITTER-N TO TRUE.
           ACCEPT WS-DATE-DU-JOUR FROM DATE YYYYMMDD.

      * Identite de l'utilisateur et comptes de l'equipe.
           PERFORM 0160-IDENTITE-DEB
              THRU 0160-IDENTITE-FIN.

      * Charge la liste sauvegardée lors de la dernière exécution.
           PERFORM 0130-CHARGEMENT-DEB
              THRU 0130-CHARGEMENT-FIN.
           DISPLAY WS-VIDE-2 "3-Supprimer une tache".
           DISPLAY SPACES.

           DISPLAY WS-VIDE-2 "5-Mes taches".
           DISPLAY SPACES.

           DISPLAY WS-VIDE-2 "6-Reassigner une tache".
           DISPLAY SPACES.

           DISPLAY WS-VIDE-2 "7-Changer le statut d'une tache".
           DISPLAY SPACES.

           DISPLAY WS-VIDE-2 "4-Quitter le programme".

           DISPLAY SPACES.
                   WHEN 4
                       PERFORM 0500-QUITTER-PROG-DEB
                          THRU 0500-QUITTER-PROG-FIN

                   WHEN 5
                       PERFORM 0320-MES-TACHES-DEB
                          THRU 0320-MES-TACHES-FIN

                   WHEN 6
                       PERFORM 0600-REASSIGNE-TACHE-DEB
                          THRU 0600-REASSIGNE-TACHE-FIN

                   WHEN 7
                       PERFORM 0700-STATUT-TACHE-DEB
                          THRU 0700-STATUT-TACHE-FIN
                       
                   WHEN OTHER 
                       DISPLAY "Erreur : veuillez saisir une des "
               PERFORM 0215-SAISIE-ECHEANCE-DEB
                  THRU 0215-SAISIE-ECHEANCE-FIN

               PERFORM 0230-SAISIE-ASSIGNE-DEB
                  THRU 0230-SAISIE-ASSIGNE-FIN

               PERFORM 0210-INSERTION-TACHE-DEB
                  THRU 0210-INSERTION-TACHE-FIN

                   MOVE WS-DATUTIL-DATE-1 TO WS-DATE-TACHE(WS-IDX)
                   MOVE WS-SAISIE-PRIORITE
                     TO WS-PRIORITE-TACHE(WS-IDX)
                   SET WS-STATUT-A-FAIRE(WS-IDX) TO TRUE
                   MOVE WS-UTILISATEUR TO WS-CREATEUR-TACHE(WS-IDX)
                   MOVE WS-SAISIE-ASSIGNE TO WS-ASSIGNE-TACHE(WS-IDX)
                   MOVE WS-DATE-DU-JOUR TO WS-CREATION-TACHE(WS-IDX)
                   MOVE "O" TO WS-TACHE-EXISTE(WS-IDX)
                   SET WS-TACHE-AJOUT-O TO TRUE

                   MOVE "CREATION" TO WS-HISTO-ACTION
                   MOVE SPACES TO WS-HISTO-AVANT
                   MOVE WS-SAISIE-ASSIGNE TO WS-HISTO-APRES
                   PERFORM 0800-HISTORIQUE-DEB
                      THRU 0800-HISTORIQUE-FIN
               END-IF

           END-PERFORM.

       0215-SAISIE-ECHEANCE-FIN.

      *-----------------------------------------------------------------

      * Saisie de la personne assignee, redemandee tant qu'elle n'est
      * pas un compte actif de comptes.dat (vide = non assignee).
       0230-SAISIE-ASSIGNE-DEB.

           SET WS-ASSIGNE-VALIDE-N TO TRUE.

           PERFORM UNTIL WS-ASSIGNE-VALIDE-O

               DISPLAY "Assigner a (identifiant, vide = personne) : "
               ACCEPT WS-SAISIE-ASSIGNE

               IF WS-SAISIE-ASSIGNE = SPACES
                   SET WS-ASSIGNE-VALIDE-O TO TRUE
               ELSE
                   PERFORM VARYING WS-IDX-CPT FROM 1 BY 1
                           UNTIL WS-IDX-CPT > WS-NB-COMPTES
                       IF WS-COMPTE(WS-IDX-CPT) = WS-SAISIE-ASSIGNE
                           SET WS-ASSIGNE-VALIDE-O TO TRUE
                       END-IF
                   END-PERFORM
                   IF WS-ASSIGNE-VALIDE-N
                       DISPLAY "Compte inconnu ou inactif, recommencer."
                   END-IF
               END-IF

           END-PERFORM.

           EXIT.

       0230-SAISIE-ASSIGNE-FIN.

      *-----------------------------------------------------------------
           
           0220-RETOUR-MENU-DEB.
                               WS-DATE-TACHE(WS-IDX) "] : "
                               WS-NOM-TACHE(WS-IDX)
                   END-IF
                   PERFORM 0305-DETAIL-TACHE-DEB
                      THRU 0305-DETAIL-TACHE-FIN
               END-IF 

           END-PERFORM.

      *-----------------------------------------------------------------

      * Seconde ligne d'une tache : statut, assignation et createur.
       0305-DETAIL-TACHE-DEB.

           EVALUATE TRUE
               WHEN WS-STATUT-EN-COURS(WS-IDX)
                   MOVE "en cours" TO WS-LIBELLE-STATUT
               WHEN WS-STATUT-TERMINEE(WS-IDX)
                   MOVE "terminee" TO WS-LIBELLE-STATUT
               WHEN OTHER
                   MOVE "a faire" TO WS-LIBELLE-STATUT
           END-EVALUATE.

           IF WS-ASSIGNE-TACHE(WS-IDX) = SPACES
               DISPLAY "           " WS-LIBELLE-STATUT
                       " - non assignee - creee par "
                       WS-CREATEUR-TACHE(WS-IDX)
           ELSE
               DISPLAY "           " WS-LIBELLE-STATUT
                       " - assignee a " WS-ASSIGNE-TACHE(WS-IDX)
                       " - creee par " WS-CREATEUR-TACHE(WS-IDX)
           END-IF.

           EXIT.

       0305-DETAIL-TACHE-FIN.

      *-----------------------------------------------------------------

      * Tri a bulles des taches existantes par echeance croissante ;
      * la numerotation affichee suit le nouvel ordre.
       0310-TRI-ECHEANCE-DEB.
                       MOVE WS-DATE-TACHE(WS-IDX2) TO WS-ECH-DATE
                       MOVE WS-PRIORITE-TACHE(WS-IDX2)
                         TO WS-ECH-PRIORITE
                       MOVE WS-STATUT-TACHE(WS-IDX2) TO WS-ECH-STATUT
                       MOVE WS-CREATEUR-TACHE(WS-IDX2)
                         TO WS-ECH-CREATEUR
                       MOVE WS-ASSIGNE-TACHE(WS-IDX2)
                         TO WS-ECH-ASSIGNE
                       MOVE WS-CREATION-TACHE(WS-IDX2)
                         TO WS-ECH-CREATION

                       MOVE WS-NOM-TACHE(WS-IDX2 + 1)
                         TO WS-NOM-TACHE(WS-IDX2)
                         TO WS-DATE-TACHE(WS-IDX2)
                       MOVE WS-PRIORITE-TACHE(WS-IDX2 + 1)
                         TO WS-PRIORITE-TACHE(WS-IDX2)
                       MOVE WS-STATUT-TACHE(WS-IDX2 + 1)
                         TO WS-STATUT-TACHE(WS-IDX2)
                       MOVE WS-CREATEUR-TACHE(WS-IDX2 + 1)
                         TO WS-CREATEUR-TACHE(WS-IDX2)
                       MOVE WS-ASSIGNE-TACHE(WS-IDX2 + 1)
                         TO WS-ASSIGNE-TACHE(WS-IDX2)
                       MOVE WS-CREATION-TACHE(WS-IDX2 + 1)
                         TO WS-CREATION-TACHE(WS-IDX2)

                       MOVE WS-ECH-NOM TO WS-NOM-TACHE(WS-IDX2 + 1)
                       MOVE WS-ECH-DATE
                         TO WS-DATE-TACHE(WS-IDX2 + 1)
                       MOVE WS-ECH-PRIORITE
                         TO WS-PRIORITE-TACHE(WS-IDX2 + 1)
                       MOVE WS-ECH-STATUT
                         TO WS-STATUT-TACHE(WS-IDX2 + 1)
                       MOVE WS-ECH-CREATEUR
                         TO WS-CREATEUR-TACHE(WS-IDX2 + 1)
                       MOVE WS-ECH-ASSIGNE
                         TO WS-ASSIGNE-TACHE(WS-IDX2 + 1)
                       MOVE WS-ECH-CREATION
                         TO WS-CREATION-TACHE(WS-IDX2 + 1)

                   END-IF


      *-----------------------------------------------------------------

      * Vue "mes taches" : taches non terminees assignees a
      * l'utilisateur courant, les taches en retard signalees.
       0320-MES-TACHES-DEB.

           PERFORM 0310-TRI-ECHEANCE-DEB
              THRU 0310-TRI-ECHEANCE-FIN.

           MOVE 0 TO WS-NB-TACHES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-TACHE

               IF WS-TACHE-EXISTE-O(WS-IDX)
               AND WS-ASSIGNE-TACHE(WS-IDX) = WS-UTILISATEUR
               AND NOT WS-STATUT-TERMINEE(WS-IDX)
                   ADD 1 TO WS-NB-TACHES
                   IF WS-DATE-TACHE(WS-IDX) > 0
                   AND WS-DATE-TACHE(WS-IDX) < WS-DATE-DU-JOUR
                       DISPLAY "Tache n°" WS-IDX " [P"
                               WS-PRIORITE-TACHE(WS-IDX) " pour le "
                               WS-DATE-TACHE(WS-IDX) " EN RETARD] : "
                               WS-NOM-TACHE(WS-IDX)
                   ELSE
                       DISPLAY "Tache n°" WS-IDX " [P"
                               WS-PRIORITE-TACHE(WS-IDX) " pour le "
                               WS-DATE-TACHE(WS-IDX) "] : "
                               WS-NOM-TACHE(WS-IDX)
                   END-IF
                   PERFORM 0305-DETAIL-TACHE-DEB
                      THRU 0305-DETAIL-TACHE-FIN
               END-IF

           END-PERFORM.

           DISPLAY WS-NB-TACHES " tache(s) ouverte(s) pour "
                   WS-UTILISATEUR.

           EXIT.

       0320-MES-TACHES-FIN.

      *-----------------------------------------------------------------

      * Rubrique des taches en retard, affichee d'office au
      * lancement : echeance renseignee et anterieure a aujourd'hui.
       0150-AFFICHE-RETARDS-DEB.
               IF WS-NUM-TACHE < 1 OR WS-NUM-TACHE > WS-MAX-TACHE
                   DISPLAY "Numero de tache invalide."
               ELSE
                   IF WS-TACHE-EXISTE-O(WS-NUM-TACHE)
                       MOVE WS-NUM-TACHE TO WS-IDX
                       MOVE "SUPPRIME" TO WS-HISTO-ACTION
                       MOVE WS-ASSIGNE-TACHE(WS-NUM-TACHE)
                         TO WS-HISTO-AVANT
                       MOVE SPACES TO WS-HISTO-APRES
                       PERFORM 0800-HISTORIQUE-DEB
                          THRU 0800-HISTORIQUE-FIN
                   END-IF

                   MOVE SPACES TO WS-NOM-TACHE(WS-NUM-TACHE)

      * Boucle pour réorganiser la liste des taches après suppression
                       TO   WS-DATE-TACHE(WS-IDX)
                       MOVE WS-PRIORITE-TACHE(WS-IDX + 1)
                       TO   WS-PRIORITE-TACHE(WS-IDX)
                       MOVE WS-STATUT-TACHE(WS-IDX + 1)
                       TO   WS-STATUT-TACHE(WS-IDX)
                       MOVE WS-CREATEUR-TACHE(WS-IDX + 1)
                       TO   WS-CREATEUR-TACHE(WS-IDX)
                       MOVE WS-ASSIGNE-TACHE(WS-IDX + 1)
                       TO   WS-ASSIGNE-TACHE(WS-IDX)
                       MOVE WS-CREATION-TACHE(WS-IDX + 1)
                       TO   WS-CREATION-TACHE(WS-IDX)

                       IF WS-NOM-TACHE(WS-IDX + 1) = SPACES
                           MOVE "N" TO WS-TACHE-EXISTE(WS-IDX)
                           MOVE 2 TO WS-PRIORITE-TACHE(WS-IDX)
                       END-IF

      * Les taches d'avant le partage sont a faire, sans createur ni
      * assignation, et de date de creation inconnue (zero).
                       IF F-TACHE-STATUT = "A" OR "C" OR "T"
                           MOVE F-TACHE-STATUT
                             TO WS-STATUT-TACHE(WS-IDX)
                       ELSE
                           SET WS-STATUT-A-FAIRE(WS-IDX) TO TRUE
                       END-IF

                       MOVE F-TACHE-CREATEUR
                         TO WS-CREATEUR-TACHE(WS-IDX)
                       MOVE F-TACHE-ASSIGNE
                         TO WS-ASSIGNE-TACHE(WS-IDX)

                       IF F-TACHE-CREATION IS NUMERIC
                           MOVE F-TACHE-CREATION
                             TO WS-CREATION-TACHE(WS-IDX)
                       ELSE
                           MOVE 0 TO WS-CREATION-TACHE(WS-IDX)
                       END-IF

                       SET WS-TACHE-EXISTE-O(WS-IDX) TO TRUE
               END-READ
           END-PERFORM.
                   MOVE WS-DATE-TACHE(WS-IDX) TO F-TACHE-DATE
                   MOVE WS-PRIORITE-TACHE(WS-IDX)
                     TO F-TACHE-PRIORITE
                   MOVE WS-STATUT-TACHE(WS-IDX) TO F-TACHE-STATUT
                   MOVE WS-CREATEUR-TACHE(WS-IDX) TO F-TACHE-CREATEUR
                   MOVE WS-ASSIGNE-TACHE(WS-IDX) TO F-TACHE-ASSIGNE
                   MOVE WS-CREATION-TACHE(WS-IDX) TO F-TACHE-CREATION
                   WRITE F-TACHE
               END-IF


      *-----------------------------------------------------------------

      * Utilisateur courant pris dans session.dat (INCONNU hors
      * session) et comptes actifs de comptes.dat, seuls autorises
      * a recevoir une tache.
       0160-IDENTITE-DEB.

           MOVE "INCONNU" TO WS-UTILISATEUR.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-SESSION.
           READ FICHIER-SESSION
               AT END
                   SET WS-FIN-FICHIER-OUI TO TRUE
           END-READ.
           IF NOT WS-FIN-FICHIER-OUI
           AND F-SESSION-IDENTIFIANT NOT = SPACES
               MOVE F-SESSION-IDENTIFIANT TO WS-UTILISATEUR
           END-IF.
           CLOSE FICHIER-SESSION.

           MOVE 0 TO WS-NB-COMPTES.
           MOVE "N" TO WS-FIN-FICHIER.

           OPEN INPUT FICHIER-COMPTES.
           PERFORM UNTIL WS-FIN-FICHIER-OUI OR WS-NB-COMPTES >= 100
               READ FICHIER-COMPTES
                   AT END
                       SET WS-FIN-FICHIER-OUI TO TRUE
                   NOT AT END
                       IF F-STATUT-COMPTE NOT = "D"
                       AND F-STATUT-COMPTE NOT = "B"
                       AND F-IDENTIFIANT-COMPTE NOT = SPACES
                           ADD 1 TO WS-NB-COMPTES
                           MOVE F-IDENTIFIANT-COMPTE
                             TO WS-COMPTE(WS-NB-COMPTES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FICHIER-COMPTES.

           MOVE "N" TO WS-FIN-FICHIER.

           EXIT.

       0160-IDENTITE-FIN.

      *-----------------------------------------------------------------

      * Reassigne une tache a un autre compte actif (ou la libere).
       0600-REASSIGNE-TACHE-DEB.

           DISPLAY "Saisissez le n° de la tache à reassigner : "
           WITH NO ADVANCING.
           ACCEPT WS-NUM-TACHE.

           IF WS-NUM-TACHE < 1 OR WS-NUM-TACHE > WS-MAX-TACHE
               DISPLAY "Numero de tache invalide."
               GO TO 0600-REASSIGNE-TACHE-FIN
           END-IF.

           IF NOT WS-TACHE-EXISTE-O(WS-NUM-TACHE)
               DISPLAY "Numero de tache invalide."
               GO TO 0600-REASSIGNE-TACHE-FIN
           END-IF.

           MOVE WS-NUM-TACHE TO WS-IDX.
           DISPLAY "Tache : " WS-NOM-TACHE(WS-IDX).
           PERFORM 0305-DETAIL-TACHE-DEB
              THRU 0305-DETAIL-TACHE-FIN.

           PERFORM 0230-SAISIE-ASSIGNE-DEB
              THRU 0230-SAISIE-ASSIGNE-FIN.

           IF WS-SAISIE-ASSIGNE = WS-ASSIGNE-TACHE(WS-IDX)
               DISPLAY "Assignation inchangee."
               GO TO 0600-REASSIGNE-TACHE-FIN
           END-IF.

           MOVE "ASSIGNE" TO WS-HISTO-ACTION.
           MOVE WS-ASSIGNE-TACHE(WS-IDX) TO WS-HISTO-AVANT.
           MOVE WS-SAISIE-ASSIGNE TO WS-HISTO-APRES.
           MOVE WS-SAISIE-ASSIGNE TO WS-ASSIGNE-TACHE(WS-IDX).

           PERFORM 0800-HISTORIQUE-DEB
              THRU 0800-HISTORIQUE-FIN.

           DISPLAY "Tache reassignee.".

           EXIT.

       0600-REASSIGNE-TACHE-FIN.

      *-----------------------------------------------------------------

      * Change le statut d'une tache (A a faire, C en cours,
      * T terminee).
       0700-STATUT-TACHE-DEB.

           DISPLAY "Saisissez le n° de la tache : "
           WITH NO ADVANCING.
           ACCEPT WS-NUM-TACHE.

           IF WS-NUM-TACHE < 1 OR WS-NUM-TACHE > WS-MAX-TACHE
               DISPLAY "Numero de tache invalide."
               GO TO 0700-STATUT-TACHE-FIN
           END-IF.

           IF NOT WS-TACHE-EXISTE-O(WS-NUM-TACHE)
               DISPLAY "Numero de tache invalide."
               GO TO 0700-STATUT-TACHE-FIN
           END-IF.

           MOVE WS-NUM-TACHE TO WS-IDX.
           DISPLAY "Tache : " WS-NOM-TACHE(WS-IDX).
           PERFORM 0305-DETAIL-TACHE-DEB
              THRU 0305-DETAIL-TACHE-FIN.

           MOVE SPACES TO WS-SAISIE-STATUT.

           PERFORM UNTIL WS-SAISIE-STATUT-VALIDE
               DISPLAY "Nouveau statut (A a faire, C en cours, "
                       "T terminee) : "
               WITH NO ADVANCING
               ACCEPT WS-SAISIE-STATUT
               MOVE FUNCTION UPPER-CASE(WS-SAISIE-STATUT)
                 TO WS-SAISIE-STATUT
               IF NOT WS-SAISIE-STATUT-VALIDE
                   DISPLAY "Statut invalide, recommencer."
               END-IF
           END-PERFORM.

           IF WS-SAISIE-STATUT = WS-STATUT-TACHE(WS-IDX)
               DISPLAY "Statut inchange."
               GO TO 0700-STATUT-TACHE-FIN
           END-IF.

           MOVE "STATUT" TO WS-HISTO-ACTION.
           MOVE WS-STATUT-TACHE(WS-IDX) TO WS-HISTO-AVANT.
           MOVE WS-SAISIE-STATUT TO WS-HISTO-APRES.
           MOVE WS-SAISIE-STATUT TO WS-STATUT-TACHE(WS-IDX).

           PERFORM 0800-HISTORIQUE-DEB
              THRU 0800-HISTORIQUE-FIN.

           DISPLAY "Statut mis a jour.".

           EXIT.

       0700-STATUT-TACHE-FIN.

      *-----------------------------------------------------------------

      * Ajoute a todo-historique.txt une ligne horodatee pour la tache
      * WS-IDX : date, heure, utilisateur, action, valeur avant et
      * valeur apres.
       0800-HISTORIQUE-DEB.

           ACCEPT WS-HEURE FROM TIME.

           OPEN EXTEND FICHIER-HISTORIQUE.

           MOVE SPACES TO F-HISTO.
           MOVE WS-DATE-DU-JOUR TO F-HISTO-DATE.
           MOVE WS-HEURE(1:6) TO F-HISTO-HEURE.
           MOVE WS-UTILISATEUR TO F-HISTO-UTILISATEUR.
           MOVE WS-HISTO-ACTION TO F-HISTO-ACTION.
           MOVE WS-HISTO-AVANT TO F-HISTO-AVANT.
           MOVE WS-HISTO-APRES TO F-HISTO-APRES.
           MOVE WS-NOM-TACHE(WS-IDX) TO F-HISTO-TACHE.
           WRITE F-HISTO.

           CLOSE FICHIER-HISTORIQUE.

           EXIT.

       0800-HISTORIQUE-FIN.

      *-----------------------------------------------------------------
