      *police) : bareme bonus-malus.cfg, une ligne par classe (0
      *sinistre, 1 sinistre, 2 et plus), pourcentage en clair avec
      *son signe ; a defaut -10 %, 0 %, +25 %. L'ancienne prime,
      *l'ajustement et son motif partent au journal. Le nouveau terme
      *reprend le code agent (122-124), le numero client du fichier
      *des assures (125-132) et la frequence de paiement (133) de la
      *police renouvelee.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. renouvpol.
       FILE SECTION.

       FD FICHIER-A-RENOUVELER.
           01 F-LIGNE-A-RENOUVELER         PIC X(133).

       FD FICHIER-EXCLUSIONS.
           01 F-NUMERO-EXCLU               PIC X(08).

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-JOURNAL.
           01 F-LIGNE-JOURNAL              PIC X(80).
       01 WS-NB-EXCLUSIONS             PIC 9(03)   VALUE 0.

      *Enregistrement en cours de renouvellement et champs dates
       01 WS-POLICE                    PIC X(133).
       01 WS-ANNEE-TRAVAIL             PIC 9(04).

       01 WS-POLICE-EXCLUE             PIC X.
      *des polices et ligne de journal
       0300-TRAITE-POLICE-DEB.

           MOVE F-LIGNE-A-RENOUVELER TO WS-POLICE.

           SET WS-POLICE-EXCLUE-N TO TRUE.

