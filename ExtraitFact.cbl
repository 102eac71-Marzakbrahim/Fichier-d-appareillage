               FILE STATUS IS L-Fst-Fact.

      * Recyclage des changements rejetes par la facturation,
      * entretenu par RetourFact, ou postes hors de la chaine de nuit
      * (MaintCtr, LibereAttente, motif HCH) : les contrats qui y
      * figurent sont reemis dans l'extraction du jour a cote des
      * selections normales (voir EXTRAIRE-RECYCLES) ; fichier
      * facultatif, il n'existe qu'une fois le premier accuse traite
      * ou le premier changement hors chaine poste

           SELECT RECYCLAGE              ASSIGN TO
               DYNAMIC W-Chemin-Recyclage
       FD FACTURATION.
       01 FACT-REC                            PIC X(40).

      * Meme gabarit que le recyclage ecrit par RetourFact ; une
      * entree hors chaine (motif HCH) a sa date de derniere vue a
      * blanc tant qu'aucune extraction ne l'a emise

       FD RECYCLAGE.
       01 RECYCLAGE-REC.
           05 REC-RefCtr                      PIC X(9).
           05 REC-Motif                       PIC X(3).
               88 REC-Hors-Chaine             VALUE 'HCH'.
           05 REC-Date-Premiere               PIC X(8).
           05 REC-Date-Derniere               PIC X(8).
           05 REC-Nb-Rejets                   PIC 9(5).
           END-IF

      * Recyclage facultatif : sans lui, l'extraction reste celle des
      * seuls changements du jour. Il est ouvert en mise a jour pour
      * dater l'emission des entrees hors chaine

           SET Recyclage-Dispo-Non TO TRUE
           OPEN I-O RECYCLAGE
           IF L-Fst-Recyclage = ZERO
               SET Recyclage-Dispo-Oui TO TRUE
           ELSE
      * alors deja partie avec la selection normale et une deuxieme
      * ligne ferait doublon chez le recepteur). Une entree dont la
      * fiche a disparu (purge) est signalee : elle ne se reemettra
      * jamais et doit etre reglee avec la facturation. Une entree
      * hors chaine recoit la date du run comme date de derniere vue
      * a sa premiere emission (par le recyclage ou par la selection
      * normale) : RetourFact sait alors quel accuse l'apure

           IF Recyclage-Dispo-Non
               GO TO FIN-EXTRAIRE-RECYCLES
                               ADD 1 TO CPT-RECYCLE
                           END-IF
                   END-READ
                   IF REC-Hors-Chaine AND REC-Date-Derniere = SPACES
                       MOVE W-Run-Date TO REC-Date-Derniere
                       REWRITE RECYCLAGE-REC
                       IF L-Fst-Recyclage NOT = ZERO
                           DISPLAY 'Erreur reecriture recyclage, '
                               'RefCtr = ' REC-RefCtr
                               ' fst = ' L-Fst-Recyclage
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .
