           01 F-LIGNE-CONTRATS             PIC X(1000).

       FD FICHIER-POLICES.
           01 F-LIGNE-POLICES              PIC X(133).

       FD FICHIER-RAPPROCHEMENT.
           01 F-LIGNE-RAPPROCHEMENT        PIC X(80).
