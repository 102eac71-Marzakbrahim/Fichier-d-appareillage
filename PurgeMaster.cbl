      * annees ralentissent chaque run et polluent chaque recherche.
      * Ce programme de maintenance balaye le referentiel et deplace
      * vers un fichier historique sequentiel permanent les fiches
      * dont CM-Sit-Ctr est un code purgeable de la table des
      * situations (Situations.par : R resilie et S suspendu dans la
      * table d'usine) et dont la CM-Date-Maj est plus vieille que la
      * retention demandee (APPAR_PURGE_NJOURS, 365 jours par
      * defaut), puis les supprime du referentiel. Un rapport de
      * purge liste ce qui est parti, avec les totaux avant/apres et
      * le nombre de fiches purgees par code.
      * L'historique (MasterHisto.dat, en extension purge apres
      * purge) garde chaque fiche en colonnes fixes precedee de la
      * date de purge : le support peut donc toujours repondre sur un
               RECORD KEY IS SIT-Cle
               FILE STATUS IS L-Fst-Situ.

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
           05 SIT-Sit-Ctr                     PIC X.
           05 SIT-Date-Fin                    PIC X(8).

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
       01 W-Rep-Rap                          PIC X(180).
       01 W-Rep-Param                        PIC X(180).

       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Histo                     PIC X(200).
       01 W-Chemin-Situ                      PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).
       01 W-Chemin-Sit                       PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Histo                        PIC 99.
       01 L-Fst-Situ                         PIC 99.
       01 L-Fst-Rap                          PIC 99.
       01 L-Fst-Sit                          PIC 99.

      * Disponibilite de l'historique des situations, figee a
      * l'ouverture (site sans changements historises = ignore)
       01 CPT-RESTANT                        PIC 9(10) VALUE 0.
       01 CPT-SITU-CLOSE                     PIC 9(10) VALUE 0.

      * Fiches purgees par code situation, au rang du code dans la
      * table des situations

       01 W-Sit-Purge-Table.
           05 W-Sit-Purges OCCURS 20         PIC 9(10).

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
           INITIALIZE W-Sit-Purge-Table

      * Retention : APPAR_PURGE_NJOURS si numerique, sinon 365 jours

           MOVE SPACES TO W-Retention-Brut
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
       PURGER-MASTER.
      ***************
       EXAMINER-FICHE.
      ****************

      * Seule une situation contrat purgeable de la table fait
      * partir la fiche ; un code hors table reste au referentiel

           MOVE CM-Sit-Ctr TO W-Sit-Cherchee
           MOVE 'C'        TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Non
               ADD 1 TO CPT-RESTANT
               GO TO FIN-EXAMINER-FICHE
           END-IF

           IF NOT Sit-Purgeable (W-Sit-Trv)
               ADD 1 TO CPT-RESTANT
               GO TO FIN-EXAMINER-FICHE
           END-IF
           END-DELETE

           ADD 1 TO CPT-PURGE
           ADD 1 TO W-Sit-Purges (W-Sit-Trv)

           IF Situ-Dispo-Oui
               PERFORM CLORE-SITU-PURGE THRU FIN-CLORE-SITU-PURGE
       FIN-ECRIRE-RAPPORT. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       ECRIRE-LIGNE-SIT.
      *****************

      * Fiches purgees pour un code purgeable de la table, avec son
      * libelle (une ligne par code purgeable, meme a zero)

           IF NOT Sit-Purgeable (W-Sit-Idx)
           OR NOT Sit-Usage-Ctr (W-Sit-Idx)
               GO TO FIN-ECRIRE-LIGNE-SIT
           END-IF

           MOVE SPACES                        TO LIGNE-RAP
           STRING '  Sit-Ctr = '            DELIMITED BY SIZE
               W-Sit-Code (W-Sit-Idx)        DELIMITED BY SIZE
               '         : '                 DELIMITED BY SIZE
               W-Sit-Purges (W-Sit-Idx)      DELIMITED BY SIZE
               '  '                          DELIMITED BY SIZE
               W-Sit-Libelle (W-Sit-Idx)     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      *********************
       FIN-ECRIRE-LIGNE-SIT. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           PERFORM ECRIRE-LIGNE-SIT THRU FIN-ECRIRE-LIGNE-SIT
               VARYING W-Sit-Idx FROM 1 BY 1
               UNTIL W-Sit-Idx > W-Sit-Nb

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Fiches restantes      : ' DELIMITED BY SIZE
               CPT-RESTANT                   DELIMITED BY SIZE
