           05 SUSP-Date-Premiere              PIC X(8).
           05 SUSP-Date-Derniere              PIC X(8).
           05 SUSP-Nb-Jours                   PIC 9(5).
           05 SUSP-Source                     PIC X(3).

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(100).
