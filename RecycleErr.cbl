      * fichier d'origine, numero de ligne de l'enregistrement rejete
      * tel que porte par Fic-Err, et l'enregistrement corrige),
      * revalide chaque correction avec les memes regles que les
      * controles d'Appariement (situation admise par la table des
      * situations, RefCtr non vide, CodIdt numerique non nul),
      * fusionne les corrections acceptees en ordre de RefCtr dans le
      * FIC1/FIC2 du prochain run, et edite un rapport : corrections
      * acceptees, corrections rejetees a nouveau, et entrees du
      * Fic-Err du run corrige restees sans correction.
      * Les fichiers fusionnes sont ecrits sous les memes noms
      * FIC1.txt/FIC2.txt dans le repertoire APPAR_REC_DIR :
      * l'exploitation pointe ensuite APPAR_FIC1_DIR/APPAR_FIC2_DIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rejet.

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
           05 REJ-ENR                         PIC X(23).

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

       01 W-Rep-Fic2                         PIC X(180).
       01 W-Rep-Rec                          PIC X(180).
       01 W-Rep-Rap                          PIC X(180).
       01 W-Rep-Param                        PIC X(180).

       01 W-Chemin-Correction                PIC X(200).
       01 W-Chemin-Err                       PIC X(200).
       01 W-Chemin-Fic2-Nouv                 PIC X(200).
       01 W-Chemin-Rejet                     PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).
       01 W-Chemin-Sit                       PIC X(200).

       01 W-Run-Date                         PIC X(8).
       01 W-Err-Date                         PIC X(8).
       01 L-Fst-Fic2-Nouv                    PIC 99.
       01 L-Fst-Rejet                        PIC 99.
       01 L-Fst-Rap                          PIC 99.
       01 L-Fst-Sit                          PIC 99.

       01 Lec-Cor-Fin                        PIC 9.
           88 Lec-Cor-Fin-Oui                VALUE 1.
           05 W-Fic1-RefCtr                      PIC X(9).
           05 FILLER                             PIC X.
           05 W-Fic1-Sit-Ctr                     PIC X.

       01 W-Fic2.
           05 W-Fic2-RefCtr                      PIC X(9).
           05 W-Fic2-CodIdt                      PIC 9(7).
           05 FILLER                             PIC X.
           05 W-Fic2-Sit-Idt                     PIC X.

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

           OPEN INPUT CORRECTION
           IF L-Fst-Correction NOT = ZERO
               DISPLAY 'Fichier de corrections introuvable, fst = '
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
      ******************
       LIRE-CORRECTIONS.
      ******************

               WHEN 1
                   MOVE COR-ENR(1:11) TO W-Fic1
                   MOVE W-Fic1-Sit-Ctr TO W-Sit-Cherchee
                   MOVE 'C'            TO W-Sit-Usage-Cherche
                   PERFORM CHERCHER-SITUATION
                                    THRU FIN-CHERCHER-SITUATION
                   IF Sit-Trouvee-Non
                       SET Ctr-Non-CRS TO TRUE
                       SET Cor-Valide-Non TO TRUE
                   END-IF

               WHEN 2
                   MOVE COR-ENR       TO W-Fic2
                   MOVE W-Fic2-Sit-Idt TO W-Sit-Cherchee
                   MOVE 'I'            TO W-Sit-Usage-Cherche
                   PERFORM CHERCHER-SITUATION
                                    THRU FIN-CHERCHER-SITUATION
                   IF Sit-Trouvee-Non
                       SET Idt-Non-CRS TO TRUE
                       SET Cor-Valide-Non TO TRUE
                   END-IF
