       01 ENTREE-FIC1NON2                     PIC X(11).

       FD FIC2NON1.
       01 ENTREE-FIC2NON1                     PIC X(23).

       FD FICERR.
       01 ENTREE-FICERR                       PIC X(35).
       01 W-Maj-Orphelins                    PIC 9(10) VALUE 0.
       01 W-Maj-Trouves                      PIC 9 VALUE 0.

      * Changements retenus par le controle des transitions (compteur
      * facultatif, absent des BilanMaj_ anterieurs a ce controle)

       01 W-Maj-Attente                      PIC 9(10) VALUE 0.

      * Decoupage des lignes a libelle fixe et zones de la
      * verification d'egalite generique (voir CONTROLER-EGALITE)

               WHEN 'Orphelins journalises : '
                   MOVE W-Lig-Compte TO W-Maj-Orphelins
                   ADD 1 TO W-Maj-Trouves
               WHEN 'Mises en attente      : '
                   MOVE W-Lig-Compte TO W-Maj-Attente
           END-EVALUATE
           .

               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

      * Les changements retenus par le controle des transitions sont
      * compris dans les mises a jour rapprochees ci-dessus ; leur
      * nombre est porte au bilan pour information (ils attendent la
      * decision d'un superviseur, voir LibereAttente.cbl)

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Info  Attente : '       DELIMITED BY SIZE
               W-Maj-Attente                 DELIMITED BY SIZE
               ' changements retenus'        DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN
           .

      ***********************
