       01 ENTREE-1PAS2-PART                  PIC X(11).

       FD 2PAS1-PART.
       01 ENTREE-2PAS1-PART                  PIC X(23).

       FD ERR-PART.
       01 ENTREE-ERR-PART                    PIC X(35).
       01 SORTIE-1PAS2                       PIC X(11).

       FD 2PAS1.
       01 SORTIE-2PAS1                       PIC X(23).

       FD ERR.
       01 SORTIE-ERR                         PIC X(35).
       01 W-Tot-2Pas1                        PIC 9(10) VALUE 0.
       01 W-Tot-Ecr                          PIC 9(10) VALUE 0.
       01 W-Tot-Err                          PIC 9(10) VALUE 0.
       01 W-Rap-Trouves                      PIC 9 VALUE 0.

      * Ventilation par code situation : une entree par code lu dans
      * les Rapport_ de tranche (code en colonne 13, compteur en
      * colonne 25, libelle de la table des situations en colonne
      * 37), dans l'ordre ou les codes apparaissent, et indicateurs
      * de presence cote contrat et cote identifiant

       01 W-Sit-Max                          PIC 99 VALUE 20.
       01 W-Sit-Nb                           PIC 99 VALUE 0.
       01 W-Sit-Idx                          PIC 99.
       01 W-Sit-Table.
           05 W-Sit-Ent OCCURS 20.
               10 W-Sit-Code                  PIC X.
               10 W-Sit-Libelle               PIC X(20).
               10 W-Sit-Tot-Ctr               PIC 9(10).
               10 W-Sit-Tot-Idt               PIC 9(10).
               10 W-Sit-Ctr-Vu                PIC X.
               10 W-Sit-Idt-Vu                PIC X.
       01 W-Sit-Trv                          PIC 99.
       01 W-Lig-Sit                          PIC X.
       01 W-Lig-Sit-Libelle                  PIC X(20).

       01 W-Src-Nb                           PIC 9 VALUE 0.
       01 W-Src-Table.
           05 W-Src-Ent OCCURS 5.
               WHEN 'Erreurs               : '
                   ADD W-Lig-Compte-Num TO W-Tot-Err
                   ADD 1 TO W-Rap-Trouves
               WHEN OTHER
                   IF W-Lig-Libelle (1:9) = '  Source '
                       MOVE W-Lig-Libelle (10:3) TO W-Lig-Source
                       PERFORM CUMULER-SOURCE
                                    THRU FIN-CUMULER-SOURCE
                   END-IF
                   IF W-Lig-Libelle (1:12) = '  Sit-Ctr = '
                   OR W-Lig-Libelle (1:12) = '  Sit-Idt = '
                       MOVE W-Lig-Libelle (13:1)    TO W-Lig-Sit
                       MOVE LIGNE-RAP-PART (37:20) TO W-Lig-Sit-Libelle
                       PERFORM CUMULER-SITUATION
                                    THRU FIN-CUMULER-SITUATION
                   END-IF
           END-EVALUATE
           .

       FIN-CUMULER-SOURCE. EXIT.
      ******************
      *-----------------------------------------------------------------
      ******************
       CUMULER-SITUATION.
      ******************

      * Cumul de la ventilation par code situation a travers les
      * tranches ; le code est pris tel que l'a admis la table des
      * situations de chaque instance, et un rapport d'avant la
      * table (libelle '(Crs)' en colonne 15) se lit de la meme facon

           MOVE ZERO TO W-Sit-Trv
           PERFORM VARYING W-Sit-Idx FROM 1 BY 1
                   UNTIL W-Sit-Idx > W-Sit-Nb
               IF W-Sit-Code (W-Sit-Idx) = W-Lig-Sit
                   MOVE W-Sit-Idx TO W-Sit-Trv
               END-IF
           END-PERFORM

           IF W-Sit-Trv = ZERO
               IF W-Sit-Nb >= W-Sit-Max
                   DISPLAY 'Trop de codes situation, code ignore : '
                       W-Lig-Sit
                   GO TO FIN-CUMULER-SITUATION
               END-IF
               ADD 1 TO W-Sit-Nb
               MOVE W-Sit-Nb  TO W-Sit-Trv
               MOVE W-Lig-Sit TO W-Sit-Code    (W-Sit-Trv)
               MOVE SPACES    TO W-Sit-Libelle (W-Sit-Trv)
               MOVE ZERO      TO W-Sit-Tot-Ctr (W-Sit-Trv)
               MOVE ZERO      TO W-Sit-Tot-Idt (W-Sit-Trv)
               MOVE 'N'       TO W-Sit-Ctr-Vu  (W-Sit-Trv)
               MOVE 'N'       TO W-Sit-Idt-Vu  (W-Sit-Trv)
           END-IF

           IF W-Sit-Libelle (W-Sit-Trv) = SPACES
               MOVE W-Lig-Sit-Libelle TO W-Sit-Libelle (W-Sit-Trv)
           END-IF

           IF W-Lig-Libelle (1:12) = '  Sit-Ctr = '
               ADD W-Lig-Compte-Num TO W-Sit-Tot-Ctr (W-Sit-Trv)
               MOVE 'O' TO W-Sit-Ctr-Vu (W-Sit-Trv)
           ELSE
               ADD W-Lig-Compte-Num TO W-Sit-Tot-Idt (W-Sit-Trv)
               MOVE 'O' TO W-Sit-Idt-Vu (W-Sit-Trv)
           END-IF
           .

      **********************
       FIN-CUMULER-SITUATION. EXIT.
      **********************
      *-----------------------------------------------------------------
      ***********************
       ECRIRE-RAPPORT-GLOBAL.
      ***********************
                                            TO LIGNE-RAP
           PERFORM ECRIRE-LIGNE-RAP THRU FIN-ECRIRE-LIGNE-RAP

           MOVE 'C' TO W-Lig-Sit
           PERFORM ECRIRE-LIGNE-SIT THRU FIN-ECRIRE-LIGNE-SIT
               VARYING W-Sit-Idx FROM 1 BY 1
               UNTIL W-Sit-Idx > W-Sit-Nb

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-LIGNE-RAP THRU FIN-ECRIRE-LIGNE-RAP
                                            TO LIGNE-RAP
           PERFORM ECRIRE-LIGNE-RAP THRU FIN-ECRIRE-LIGNE-RAP

           MOVE 'I' TO W-Lig-Sit
           PERFORM ECRIRE-LIGNE-SIT THRU FIN-ECRIRE-LIGNE-SIT
               VARYING W-Sit-Idx FROM 1 BY 1
               UNTIL W-Sit-Idx > W-Sit-Nb

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-LIGNE-RAP THRU FIN-ECRIRE-LIGNE-RAP
       FIN-ECRIRE-LIGNE-SOURCE. EXIT.
      ************************
      *-----------------------------------------------------------------
      *****************
       ECRIRE-LIGNE-SIT.
      *****************

      * Une ligne par code situation vu dans les tranches, cote
      * contrat (W-Lig-Sit = C) ou cote identifiant (I), au meme
      * gabarit qu'Appariement : code, compteur, libelle

           IF W-Lig-Sit = 'C'
               IF W-Sit-Ctr-Vu (W-Sit-Idx) NOT = 'O'
                   GO TO FIN-ECRIRE-LIGNE-SIT
               END-IF
               MOVE SPACES                        TO LIGNE-RAP
               STRING "  Sit-Ctr = "            DELIMITED BY SIZE
                   W-Sit-Code (W-Sit-Idx)        DELIMITED BY SIZE
                   "         : "                 DELIMITED BY SIZE
                   W-Sit-Tot-Ctr (W-Sit-Idx)     DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   W-Sit-Libelle (W-Sit-Idx)     DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
           ELSE
               IF W-Sit-Idt-Vu (W-Sit-Idx) NOT = 'O'
                   GO TO FIN-ECRIRE-LIGNE-SIT
               END-IF
               MOVE SPACES                        TO LIGNE-RAP
               STRING "  Sit-Idt = "            DELIMITED BY SIZE
                   W-Sit-Code (W-Sit-Idx)        DELIMITED BY SIZE
                   "         : "                 DELIMITED BY SIZE
                   W-Sit-Tot-Idt (W-Sit-Idx)     DELIMITED BY SIZE
                   "  "                          DELIMITED BY SIZE
                   W-Sit-Libelle (W-Sit-Idx)     DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
           END-IF
           PERFORM ECRIRE-LIGNE-RAP THRU FIN-ECRIRE-LIGNE-RAP
           .

      *********************
       FIN-ECRIRE-LIGNE-SIT. EXIT.
      *********************
      *-----------------------------------------------------------------
      *****************
       ECRIRE-LIGNE-RAP.
      *****************
