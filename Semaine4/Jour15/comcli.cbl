       FILE SECTION.

       FD FICHIER-COM.
           01 F-LIGNE-COM                  PIC X(46).

       FD FICHIER-CLI.
           01 F-LIGNE-CLI                  PIC X(30).
