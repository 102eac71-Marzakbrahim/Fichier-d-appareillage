      *     par ligne en colonnes fixes, en RefCtr croissant) ;
      *   - edite un rapport de stock (RapportStock_AAAAMMJJ.txt dans
      *     APPAR_RAP_DIR) : comptages par combinaison Sit-Ctr /
      *     Sit-Idt, stock par code de la table des situations avec
      *     son libelle et nombre de contrats actifs, puis, par
      *     rapprochement avec la photo precedente
      *     (APPAR_PHOTO_PREC, date de la derniere photo), les fiches
      *     creees, modifiees et purgees depuis.
      * Sans APPAR_PHOTO_PREC (toute premiere photo), le rapport ne
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Photo-Prec.

      * Table des codes situation (Situations.par dans
      * APPAR_PAR_DIR, la meme que pour Appariement), lue une fois a
      * l'initialisation (voir LIRE-SITUATIONS)

           SELECT PARAM-SIT              ASSIGN TO
               DYNAMIC W-Chemin-Sit
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Sit.

           SELECT RAPPORT                ASSIGN TO
               DYNAMIC W-Chemin-Rap
               ORGANIZATION IS LINE SEQUENTIAL
           05 FILLER                          PIC X.
           05 PHP-RESTE                       PIC X(24).

      * Code situation : code, usage (C = contrat, I = identifiant,
      * T = les deux), compte comme actif (O/N), purgeable (O/N),
      * libelle ; une ligne commencant par '*' est un commentaire

       FD PARAM-SIT.
       01 PARAM-SIT-REC.
           05 PSI-CODE                        PIC X.
           05 FILLER                          PIC X.
           05 PSI-USAGE                       PIC X.
           05 FILLER                          PIC X.
           05 PSI-ACTIF                       PIC X.
           05 FILLER                          PIC X.
           05 PSI-PURGE                       PIC X.
           05 FILLER                          PIC X.
           05 PSI-LIBELLE                     PIC X(20).

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(100).

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Photo                        PIC X(180).
       01 W-Rep-Rap                          PIC X(180).
       01 W-Rep-Param                        PIC X(180).

       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Photo                     PIC X(200).
       01 W-Chemin-Photo-Prec                PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).
       01 W-Chemin-Sit                       PIC X(200).

       01 W-Run-Date                         PIC X(8).
       01 W-Photo-Prec-Date                  PIC X(8).
       01 L-Fst-Photo                        PIC 99.
       01 L-Fst-Photo-Prec                   PIC 99.
       01 L-Fst-Rap                          PIC 99.
       01 L-Fst-Sit                          PIC 99.

       01 Lec-Master-Fin                     PIC 9.
           88 Lec-Master-Fin-Oui             VALUE 1.
           88 Prec-Dispo-Non                 VALUE 0.

      * Stock par combinaison Sit-Ctr / Sit-Idt : lignes et colonnes
      * au rang du code dans la table des situations, le rang qui
      * suit le dernier code (W-Sit-Autre) recevant tout code hors
      * table (Sit-Idt a blanc des fiches sans device comprise)

       01 W-Stock-Table.
           05 W-Stock-Ligne OCCURS 21.
               10 W-Stock-Case OCCURS 21      PIC 9(10).

       01 W-Sit-Autre                        PIC 99.
       01 W-Idx-Ctr                          PIC 99.
       01 W-Idx-Idt                          PIC 99.
       01 W-Sit-Examinee                     PIC X.
       01 W-Idx-Sit                          PIC 99.
       01 W-Lib-Sit                          PIC X(6).

      * Stock par code, cote contrat et cote identifiant (sommes des
      * lignes et des colonnes de la table ci-dessus), et contrats
      * dont la situation compte comme active

       01 W-Stock-Code-Ctr                   PIC 9(10).
       01 W-Stock-Code-Idt                   PIC 9(10).
       01 CPT-ACTIF                          PIC 9(10) VALUE 0.

      * Cles du rapprochement photo courante / photo precedente,
      * HIGH-VALUES en fin de fichier, et images completes comparees
      * pour distinguer fiche modifiee et fiche inchangee
       01 CPT-PURGE                          PIC 9(10) VALUE 0.
       01 CPT-INCHANGE                       PIC 9(10) VALUE 0.

      * Table des codes situation (voir LIRE-SITUATIONS) : usage
      * (C contrat, I identifiant, T les deux), actif, purgeable et
      * libelle ; vingt codes au plus

       01 W-Sit-Max                          PIC 99 VALUE 20.
       01 W-Sit-Nb                           PIC 99 VALUE 0.
       01 W-Sit-Idx                          PIC 99.
       01 W-Sit-Table.
           05 W-Sit-Ent OCCURS 20.
               10 W-Sit-Code                 PIC X.
               10 W-Sit-Usage                PIC X.
                   88 Sit-Usage-Ctr          VALUE 'C' 'T'.
                   88 Sit-Usage-Idt          VALUE 'I' 'T'.
               10 W-Sit-Actif                PIC X.
                   88 Sit-Actif              VALUE 'O'.
               10 W-Sit-Purge                PIC X.
                   88 Sit-Purgeable          VALUE 'O'.
               10 W-Sit-Libelle              PIC X(20).

      * Code recherche dans la table, usage demande (C ou I) et rang
      * du code trouve (voir CHERCHER-SITUATION)

       01 W-Sit-Cherchee                     PIC X.
       01 W-Sit-Usage-Cherche                PIC X.
       01 W-Sit-Trv                          PIC 99.
       01 Sit-Trouvee                        PIC 9.
           88 Sit-Trouvee-Oui                VALUE 1.
           88 Sit-Trouvee-Non                VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------


           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           PERFORM LIRE-SITUATIONS THRU FIN-LIRE-SITUATIONS
           COMPUTE W-Sit-Autre = W-Sit-Nb + 1

           MOVE ZERO TO W-Stock-Table

           OPEN INPUT CONTRAT-MASTER
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap
           END-STRING

           MOVE SPACES TO W-Rep-Param
           ACCEPT W-Rep-Param  FROM ENVIRONMENT "APPAR_PAR_DIR"
           IF W-Rep-Param = SPACES
               MOVE '.' TO W-Rep-Param
           END-IF

           MOVE SPACES TO W-Chemin-Sit
           STRING FUNCTION TRIM(W-Rep-Param) DELIMITED BY SIZE
                  '/Situations.par'            DELIMITED BY SIZE
                  INTO W-Chemin-Sit
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      *****************
       LIRE-SITUATIONS.
      *****************

      * Table des codes situation (Situations.par dans APPAR_PAR_DIR),
      * un code par ligne :
      *   c u a p libelle   code c, usage u (C contrat, I identifiant,
      *                     T les deux), actif a (O/N), purgeable p
      *                     (O/N), libelle des rapports
      * Fichier absent ou vide = table d'usine :
      *   C T O N En cours
      *   R T N O Resilie
      *   S T N O Suspendu
      * Une ligne invalide est signalee et ignoree, comme pour
      * Appariement.par

           MOVE ZERO TO W-Sit-Nb

           OPEN INPUT PARAM-SIT
           IF L-Fst-Sit = ZERO
               PERFORM LIRE-UNE-SITUATION THRU FIN-LIRE-UNE-SITUATION
                   UNTIL L-Fst-Sit NOT = ZERO
               CLOSE PARAM-SIT
           END-IF

           IF W-Sit-Nb NOT = ZERO
               DISPLAY 'Codes situation charges : ' W-Sit-Nb
               GO TO FIN-LIRE-SITUATIONS
           END-IF

           DISPLAY 'Pas de table des situations, table d''usine en'
               ' vigueur'

           MOVE 'C'        TO W-Sit-Code    (1)
           MOVE 'T'        TO W-Sit-Usage   (1)
           MOVE 'O'        TO W-Sit-Actif   (1)
           MOVE 'N'        TO W-Sit-Purge   (1)
           MOVE 'En cours' TO W-Sit-Libelle (1)

           MOVE 'R'        TO W-Sit-Code    (2)
           MOVE 'T'        TO W-Sit-Usage   (2)
           MOVE 'N'        TO W-Sit-Actif   (2)
           MOVE 'O'        TO W-Sit-Purge   (2)
           MOVE 'Resilie'  TO W-Sit-Libelle (2)

           MOVE 'S'        TO W-Sit-Code    (3)
           MOVE 'T'        TO W-Sit-Usage   (3)
           MOVE 'N'        TO W-Sit-Actif   (3)
           MOVE 'O'        TO W-Sit-Purge   (3)
           MOVE 'Suspendu' TO W-Sit-Libelle (3)

           MOVE 3 TO W-Sit-Nb
           .

      *********************
       FIN-LIRE-SITUATIONS. EXIT.
      *********************
      *-----------------------------------------------------------------
      ********************
       LIRE-UNE-SITUATION.
      ********************

           READ PARAM-SIT
           AT END
               MOVE 10 TO L-Fst-Sit
               GO TO FIN-LIRE-UNE-SITUATION
           END-READ

           IF PARAM-SIT-REC = SPACES
           OR PARAM-SIT-REC (1:1) = '*'
               GO TO FIN-LIRE-UNE-SITUATION
           END-IF

           IF PSI-CODE = SPACE
           OR (PSI-USAGE NOT = 'C' AND PSI-USAGE NOT = 'I'
                                   AND PSI-USAGE NOT = 'T')
           OR (PSI-ACTIF NOT = 'O' AND PSI-ACTIF NOT = 'N')
           OR (PSI-PURGE NOT = 'O' AND PSI-PURGE NOT = 'N')
               DISPLAY 'Code situation invalide ignore : ['
                   PARAM-SIT-REC ']'
               GO TO FIN-LIRE-UNE-SITUATION
           END-IF

           MOVE PSI-CODE TO W-Sit-Cherchee
           MOVE SPACE    TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Oui
               DISPLAY 'Code situation en double ignore : ['
                   PARAM-SIT-REC ']'
               GO TO FIN-LIRE-UNE-SITUATION
           END-IF

           IF W-Sit-Nb >= W-Sit-Max
               DISPLAY 'Table des situations pleine (' W-Sit-Max
                   ' codes), code ignore : ' PARAM-SIT-REC
               GO TO FIN-LIRE-UNE-SITUATION
           END-IF

           ADD 1 TO W-Sit-Nb
           MOVE PSI-CODE    TO W-Sit-Code    (W-Sit-Nb)
           MOVE PSI-USAGE   TO W-Sit-Usage   (W-Sit-Nb)
           MOVE PSI-ACTIF   TO W-Sit-Actif   (W-Sit-Nb)
           MOVE PSI-PURGE   TO W-Sit-Purge   (W-Sit-Nb)
           MOVE PSI-LIBELLE TO W-Sit-Libelle (W-Sit-Nb)
           .

      *************************
       FIN-LIRE-UNE-SITUATION. EXIT.
      *************************
      *-----------------------------------------------------------------
      ********************
       CHERCHER-SITUATION.
      ********************

      * Rang de W-Sit-Cherchee dans la table (W-Sit-Trv) ; avec un
      * usage demande (C contrat, I identifiant), un code reserve a
      * l'autre usage est traite comme absent

           SET Sit-Trouvee-Non TO TRUE
           MOVE ZERO TO W-Sit-Trv

           PERFORM VARYING W-Sit-Idx FROM 1 BY 1
                   UNTIL W-Sit-Idx > W-Sit-Nb
                      OR Sit-Trouvee-Oui
               IF W-Sit-Code (W-Sit-Idx) = W-Sit-Cherchee
                   SET Sit-Trouvee-Oui TO TRUE
                   MOVE W-Sit-Idx TO W-Sit-Trv
               END-IF
           END-PERFORM

           IF Sit-Trouvee-Non
               GO TO FIN-CHERCHER-SITUATION
           END-IF

           EVALUATE W-Sit-Usage-Cherche
               WHEN 'C'
                   IF NOT Sit-Usage-Ctr (W-Sit-Trv)
                       SET Sit-Trouvee-Non TO TRUE
                   END-IF
               WHEN 'I'
                   IF NOT Sit-Usage-Idt (W-Sit-Trv)
                       SET Sit-Trouvee-Non TO TRUE
                   END-IF
           END-EVALUATE
           .

      *************************
       FIN-CHERCHER-SITUATION. EXIT.
      *************************
      *-----------------------------------------------------------------
      ***************
       PHOTOGRAPHIER.
      ***************
      ***************

      * Ventile la fiche courante dans la case Sit-Ctr / Sit-Idt de
      * la table de stock (rang du code, W-Sit-Autre hors table)

           MOVE CM-Sit-Ctr TO W-Sit-Examinee
           PERFORM CODER-SITUATION THRU FIN-CODER-SITUATION
       CODER-SITUATION.
      *****************

           MOVE W-Sit-Examinee TO W-Sit-Cherchee
           MOVE SPACE          TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Oui
               MOVE W-Sit-Trv   TO W-Idx-Sit
           ELSE
               MOVE W-Sit-Autre TO W-Idx-Sit
           END-IF
           .

      ********************
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           PERFORM VARYING W-Idx-Ctr FROM 1 BY 1
                   UNTIL W-Idx-Ctr > W-Sit-Autre
               PERFORM VARYING W-Idx-Idt FROM 1 BY 1
                       UNTIL W-Idx-Idt > W-Sit-Autre
                   IF W-Stock-Case (W-Idx-Ctr, W-Idx-Idt) NOT = ZERO
                       PERFORM EDITER-CASE-STOCK
                                        THRU FIN-EDITER-CASE-STOCK
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

      * Stock par code de la table, une ligne par code admis de
      * chaque cote meme a zero, plus les codes hors table s'il y en
      * a, puis les contrats actifs

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE '--- Stock par Sit-Ctr (contrat) ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE 'C' TO W-Sit-Usage-Cherche
           PERFORM EDITER-CODE-STOCK THRU FIN-EDITER-CODE-STOCK
               VARYING W-Idx-Sit FROM 1 BY 1
               UNTIL W-Idx-Sit > W-Sit-Autre

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Contrats actifs       : ' DELIMITED BY SIZE
               CPT-ACTIF                     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE '--- Stock par Sit-Idt (identifiant) ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE 'I' TO W-Sit-Usage-Cherche
           PERFORM EDITER-CODE-STOCK THRU FIN-EDITER-CODE-STOCK
               VARYING W-Idx-Sit FROM 1 BY 1
               UNTIL W-Idx-Sit > W-Sit-Autre
           .

      *****************
       FIN-EDITER-CASE-STOCK. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       EDITER-CODE-STOCK.
      ******************

      * Stock d'un code, cote contrat (W-Sit-Usage-Cherche = C :
      * somme de la ligne) ou cote identifiant (I : somme de la
      * colonne) ; un code de l'autre usage n'est edite que s'il
      * porte du stock, comme la ligne hors table

           MOVE ZERO TO W-Stock-Code-Ctr
           MOVE ZERO TO W-Stock-Code-Idt
           PERFORM VARYING W-Idx-Idt FROM 1 BY 1
                   UNTIL W-Idx-Idt > W-Sit-Autre
               ADD W-Stock-Case (W-Idx-Sit, W-Idx-Idt)
                   TO W-Stock-Code-Ctr
               ADD W-Stock-Case (W-Idx-Idt, W-Idx-Sit)
                   TO W-Stock-Code-Idt
           END-PERFORM

           MOVE SPACES TO LIGNE-RAP

           IF W-Idx-Sit = W-Sit-Autre
               IF W-Sit-Usage-Cherche = 'C'
                   IF W-Stock-Code-Ctr = ZERO
                       GO TO FIN-EDITER-CODE-STOCK
                   END-IF
                   MOVE '  Sit-Ctr hors table  : ' TO LIGNE-RAP (1:24)
                   MOVE W-Stock-Code-Ctr TO LIGNE-RAP (25:10)
               ELSE
                   IF W-Stock-Code-Idt = ZERO
                       GO TO FIN-EDITER-CODE-STOCK
                   END-IF
                   MOVE '  Sit-Idt hors table  : ' TO LIGNE-RAP (1:24)
                   MOVE W-Stock-Code-Idt TO LIGNE-RAP (25:10)
               END-IF
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-EDITER-CODE-STOCK
           END-IF

           IF W-Sit-Usage-Cherche = 'C'
               IF NOT Sit-Usage-Ctr (W-Idx-Sit)
               AND W-Stock-Code-Ctr = ZERO
                   GO TO FIN-EDITER-CODE-STOCK
               END-IF
               MOVE '  Sit-Ctr =           : ' TO LIGNE-RAP (1:24)
               MOVE W-Stock-Code-Ctr TO LIGNE-RAP (25:10)
               IF Sit-Actif (W-Idx-Sit)
                   ADD W-Stock-Code-Ctr TO CPT-ACTIF
               END-IF
           ELSE
               IF NOT Sit-Usage-Idt (W-Idx-Sit)
               AND W-Stock-Code-Idt = ZERO
                   GO TO FIN-EDITER-CODE-STOCK
               END-IF
               MOVE '  Sit-Idt =           : ' TO LIGNE-RAP (1:24)
               MOVE W-Stock-Code-Idt TO LIGNE-RAP (25:10)
           END-IF
           MOVE W-Sit-Code (W-Idx-Sit)    TO LIGNE-RAP (13:1)
           MOVE W-Sit-Libelle (W-Idx-Sit) TO LIGNE-RAP (37:20)
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      **********************
       FIN-EDITER-CODE-STOCK. EXIT.
      **********************
      *-----------------------------------------------------------------
      ********************
       LIBELLER-SITUATION.
      ********************

           IF W-Idx-Sit < W-Sit-Autre
               MOVE W-Sit-Code (W-Idx-Sit) TO W-Lib-Sit
           ELSE
               MOVE '-' TO W-Lib-Sit
           END-IF
           .

      ***********************
