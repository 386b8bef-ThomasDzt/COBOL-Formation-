           05 F-AUDIT-ACTION         PIC X(10).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CLE            PIC X(30).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-SEQUENCE       PIC X(08).
           05 FILLER                 PIC X(01).
           05 F-AUDIT-CHAINE         PIC X(17).

       WORKING-STORAGE SECTION.

