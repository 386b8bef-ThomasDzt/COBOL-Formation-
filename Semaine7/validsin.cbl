      *au journal d'audit central. La file d'attente est reecrite
      *avec les declarations laissees en suspens, apres copie de
      *generation.
      *La file recoit aussi les sinistres deja enregistres que le
      *controle de nuit fraudsin a signales (numero de sinistre en
      *colonnes 46-51) : leurs indicateurs declenches sont affiches
      *d'apres sinistres-alertes.txt ; l'approbation les libere pour
      *le reglement sans les reecrire dans sinistres.txt, le rejet
      *les passe au statut J (rejete) dans sinistres.txt apres copie
      *de generation.
      *Un compte sans le role A peut approuver pendant la periode
      *d'une autorisation temporaire accordee par delegmaint
      *(programme validsin, action APPROUVE ou TOUT, controle par le
      *module delegue qui trace l'usage au journal d'audit).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. validsin.
       SELECT OPTIONAL FICHIER-SINISTRES ASSIGN TO "sinistres.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

      *Indicateurs de fraude des sinistres signales par fraudsin
       SELECT OPTIONAL FICHIER-ALERTES
       ASSIGN TO "sinistres-alertes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FICHIER-REJETS
       ASSIGN TO "sinistres-rejets.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
               05 F-SIN-RESERVE            PIC 9(07)V9(02).
               05 F-SIN-NUM-SIN            PIC X(06).

       FD FICHIER-ALERTES.
           01 F-ALERTE.
               05 F-ALR-NUM-SIN            PIC X(06).
               05 F-ALR-CONTRAT            PIC X(08).
               05 F-ALR-DATE-CONTROLE      PIC X(08).
               05 F-ALR-SCORE              PIC 9(03).
               05 F-ALR-REGLE OCCURS 5 TIMES
                                           PIC X(05).

       FD FICHIER-REJETS.
           01 F-REJET.
               05 F-REJ-DECLARATION        PIC X(51).
                   88 WS-ATT-REJETE                VALUE "R".
                   88 WS-ATT-EN-SUSPENS            VALUE " ".

      *Sinistres enregistres, recharges pour passer au statut J les
      *sinistres signales qui sont rejetes
       01 WS-TABLEAU-SIN.
           05 WS-LIGNE-SIN OCCURS 500 TIMES PIC X(51).

       77 WS-IDX                           PIC 9(03).
       77 WS-IDX2                          PIC 9(03).
       01 WS-MAX-ATT                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-MAX                  PIC 9(03)   VALUE 100.
       01 WS-MAX-SIN                       PIC 9(03)   VALUE 0.
       01 WS-CAPACITE-SIN                  PIC 9(03)   VALUE 500.

       01 WS-STATUT-ATT                    PIC X(02).
           88 WS-STATUT-ATT-OK                         VALUE "00".
           88 WS-ADMIN-O                               VALUE "O".
           88 WS-ADMIN-N                               VALUE "N".

      *Recours a une autorisation temporaire hors role A
       01 WS-DELEGUE-PROGRAMME             PIC X(10)   VALUE "validsin".
       01 WS-DELEGUE-ACTION                PIC X(10)   VALUE "APPROUVE".
       01 WS-DELEGUE-RESULTAT              PIC 9(01).

       01 WS-SAISIE-DECISION               PIC X.
           88 WS-DECISION-APPROUVER                    VALUE "A" "a".
           88 WS-DECISION-REJETER                      VALUE "R" "r".

       01 WS-NB-APPROUVES                  PIC 9(03)   VALUE 0.
       01 WS-NB-REJETES                    PIC 9(03)   VALUE 0.
       01 WS-NB-REJETS-SIGNALES            PIC 9(03)   VALUE 0.
       01 WS-SCORE-ED                      PIC ZZ9.

      *Nom du fichier maitre remis au module de copies de generation
      *avant la reecriture
       01 WS-NOM-FICHIER-MAITRE            PIC X(30)
               VALUE "sinistres-attente.txt".
       01 WS-NOM-FICHIER-SINISTRES         PIC X(30)
               VALUE "sinistres.txt".

      *Zone d'echange du journal d'audit central
       COPY audit.
           PERFORM 0100-CONTROLE-ROLE-DEB
              THRU 0100-CONTROLE-ROLE-FIN.

           IF WS-ADMIN-N
           AND WS-UTILISATEUR NOT = SPACES
               CALL "delegue" USING WS-DELEGUE-PROGRAMME,
                                    WS-DELEGUE-ACTION,
                                    WS-DELEGUE-RESULTAT
               END-CALL
               IF WS-DELEGUE-RESULTAT = 0
                   DISPLAY "Approbation au titre d'une autorisation "
                           "temporaire."
                   SET WS-ADMIN-O TO TRUE
               END-IF
           END-IF.

           IF WS-ADMIN-N
               DISPLAY "Acces reserve au role administrateur, fin."
               STOP RUN
              VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-MAX-ATT.

           IF WS-NB-REJETS-SIGNALES > 0
               PERFORM 0650-REJET-SINISTRES-DEB
                  THRU 0650-REJET-SINISTRES-FIN
           END-IF.

           PERFORM 0600-REECRITURE-ATTENTE-DEB
              THRU 0600-REECRITURE-ATTENTE-FIN.

                   " du " WS-ATT-LIGNE(WS-IDX)(9:8)
                   " type " WS-ATT-LIGNE(WS-IDX)(17:10)
                   " montant " WS-MONTANT-ED.

           IF WS-ATT-LIGNE(WS-IDX)(46:6) NOT = SPACES
               PERFORM 0350-AFFICHE-ALERTES-DEB
                  THRU 0350-AFFICHE-ALERTES-FIN
           END-IF.

           DISPLAY "Decision (A=approuver, R=rejeter, "
                   "vide=laisser) : ".
           ACCEPT WS-SAISIE-DECISION.

       0300-EXAMEN-FIN.

      *-----------------------------------------------------------------

      *Sinistre deja enregistre, signale par le controle de fraude :
      *score et indicateurs de chaque signalement
       0350-AFFICHE-ALERTES-DEB.

           DISPLAY "Sinistre " WS-ATT-LIGNE(WS-IDX)(46:6)
                   " signale par le controle de fraude.".

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-ALERTES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-ALERTES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF F-ALR-NUM-SIN = WS-ATT-LIGNE(WS-IDX)(46:6)
                           MOVE F-ALR-SCORE TO WS-SCORE-ED
                           DISPLAY "  controle du "
                                   F-ALR-DATE-CONTROLE
                                   " score " WS-SCORE-ED
                                   " indicateurs : "
                                   F-ALR-REGLE(1) " "
                                   F-ALR-REGLE(2) " "
                                   F-ALR-REGLE(3) " "
                                   F-ALR-REGLE(4) " "
                                   F-ALR-REGLE(5)
                       END-IF
               END-READ

           END-PERFORM.

           CLOSE FICHIER-ALERTES.

           DISPLAY "  (DEBUT = debut de police, FREQ = sinistres "
                   "repetes du client, SEUIL = juste sous le seuil,".
           DISPLAY "   MODIF = avenant ou beneficiaires recents, "
                   "BENEF = beneficiaire sur d'autres contrats)".

           EXIT.

       0350-AFFICHE-ALERTES-FIN.

      *-----------------------------------------------------------------

       0400-APPROUVE-DEB.

      *Un sinistre signale est deja enregistre : l'approbation le
      *libere seulement pour le reglement
           IF WS-ATT-LIGNE(WS-IDX)(46:6) NOT = SPACES
               SET WS-ATT-APPROUVE(WS-IDX) TO TRUE
               ADD 1 TO WS-NB-APPROUVES
               MOVE "validsin" TO AUDIT-PROGRAMME
               MOVE "LIBERE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-CLE
               STRING WS-ATT-LIGNE(WS-IDX)(1:8) " "
                       WS-ATT-LIGNE(WS-IDX)(46:6)
                   DELIMITED BY SIZE INTO AUDIT-CLE
               CALL "auditlog" USING AUDIT-DEMANDE
               END-CALL
               DISPLAY "Liberee, sinistre "
                       WS-ATT-LIGNE(WS-IDX)(46:6) " reglable."
               GO TO 0400-APPROUVE-FIN
           END-IF.

           ADD 1 TO WS-PLUS-HAUT-NUM.
           MOVE WS-PLUS-HAUT-NUM TO WS-NUM-SEQ.
           MOVE SPACES TO WS-NUM-TRAVAIL.
           SET WS-ATT-REJETE(WS-IDX) TO TRUE.
           ADD 1 TO WS-NB-REJETES.

           IF WS-ATT-LIGNE(WS-IDX)(46:6) NOT = SPACES
               ADD 1 TO WS-NB-REJETS-SIGNALES
           END-IF.

           MOVE "validsin" TO AUDIT-PROGRAMME.
           MOVE "REJET" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-CLE.
           STRING WS-ATT-LIGNE(WS-IDX)(1:8) " "
                   WS-ATT-LIGNE(WS-IDX)(46:6)
               DELIMITED BY SIZE INTO AUDIT-CLE.

           CALL "auditlog" USING AUDIT-DEMANDE
           END-CALL.
           EXIT.

       0600-REECRITURE-ATTENTE-FIN.

      *-----------------------------------------------------------------

      *Les sinistres signales puis rejetes passent au statut J dans
      *sinistres.txt
       0650-REJET-SINISTRES-DEB.

           SET WS-FIN-LECTURE-N TO TRUE.

           OPEN INPUT FICHIER-SINISTRES.

           PERFORM UNTIL WS-FIN-LECTURE-O

               READ FICHIER-SINISTRES
                   AT END
                       SET WS-FIN-LECTURE-O TO TRUE
                   NOT AT END
                       IF WS-MAX-SIN >= WS-CAPACITE-SIN
                           DISPLAY "Erreur : sinistres.txt au-dela "
                               "de la capacite (" WS-CAPACITE-SIN
                               "), statuts J non appliques."
                           CLOSE FICHIER-SINISTRES
                           GO TO 0650-REJET-SINISTRES-FIN
                       END-IF
                       ADD 1 TO WS-MAX-SIN
                       MOVE F-SINISTRE TO WS-LIGNE-SIN(WS-MAX-SIN)
               END-READ

           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-MAX-ATT

               IF WS-ATT-REJETE(WS-IDX)
               AND WS-ATT-LIGNE(WS-IDX)(46:6) NOT = SPACES
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-MAX-SIN
                       IF WS-LIGNE-SIN(WS-IDX2)(46:6)
                          = WS-ATT-LIGNE(WS-IDX)(46:6)
                           MOVE "J" TO WS-LIGNE-SIN(WS-IDX2)(36:1)
                       END-IF
                   END-PERFORM
               END-IF

           END-PERFORM.

      *L'etat precedent part en copie de generation avant d'etre
      *ecrase : une mauvaise execution reste rattrapable (genrest)
           CALL "gensauve" USING WS-NOM-FICHIER-SINISTRES
           END-CALL.

           OPEN OUTPUT FICHIER-SINISTRES.

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-MAX-SIN
               MOVE WS-LIGNE-SIN(WS-IDX2) TO F-SINISTRE
               WRITE F-SINISTRE
           END-PERFORM.

           CLOSE FICHIER-SINISTRES.

           DISPLAY WS-NB-REJETS-SIGNALES
                   " sinistre(s) signale(s) passe(s) au statut J.".

           EXIT.

       0650-REJET-SINISTRES-FIN.
