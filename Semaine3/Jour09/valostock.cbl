               05 F-CAT-NOM        PIC X(10).
               05 F-CAT-PRIX       PIC 9(04)V9(02).
               05 F-CAT-ACTIF      PIC X(01).
               05 F-CAT-COUT       PIC X(06).
               05 F-CAT-TVA        PIC X(01).


       WORKING-STORAGE SECTION.
