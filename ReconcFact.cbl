       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. ReconcFact.
      *-----------------------------------------------------------------

      * Rapprochement mensuel du stock de la facturation avec le
      * referentiel contrat : ExtraitFact et RetourFact garantissent
      * que chaque changement du jour arrive a la facturation, mais
      * rien ne verifie que les deux stocks concordent ; un
      * changement perdu avant la mise en place de l'accuse laisse un
      * contrat facture a tort, ou jamais facture. Ce programme lit
      * le stock mensuel envoye par la facturation
      * (StockFact_AAAAMM.txt dans APPAR_FACT_DIR, au gabarit
      * '0'/'1'/'9' de l'interface : en-tete date/emetteur, un detail
      * par contrat avec RefCtr, situation facturee, CodIdt facture et
      * date de derniere facturation, fin avec le nombre de details)
      * et le rapproche de la photo PhotoMaster de la fin du meme
      * mois (APPAR_PHOTO_DIR). Le mois est donne par APPAR_FACT_MOIS
      * (AAAAMM, par defaut le mois precedant la date du run) ; la
      * date de la photo est le dernier jour du mois, sauf
      * APPAR_FACT_PHOTO (AAAAMMJJ) si la photo a ete prise un autre
      * jour. "Actif" s'entend au sens de la table des situations,
      * des deux cotes. Le rapport (ReconcFact_AAAAMM.txt dans
      * APPAR_RAP_DIR) liste par categorie, chacune chiffree en
      * nombre de contrats :
      *   1 - factures mais non actifs au referentiel (resilies,
      *       suspendus) ;
      *   2 - actifs au referentiel mais non factures (absents du
      *       stock ou factures dans une situation non active) ;
      *   3 - factures avec un autre identifiant que le referentiel ;
      *   4 - inconnus du referentiel (presents au seul stock
      *       facturation) ; les contrats non actifs absents de la
      *       facturation sont normaux et seulement comptes.
      * Le stock est charge dans un fichier de travail indexe
      * (ReconcFactTravail.dat dans APPAR_MASTER_DIR, recree a chaque
      * run) cle categorie / RefCtr, qui recoit aussi les ecarts et
      * les restitue groupes par categorie sans tri externe. Code
      * retour 4 des qu'un ecart est trouve, 8 si le stock ou la
      * photo manque ou si l'enveloppe du stock est incomplete.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STOCK-FACT             ASSIGN TO
               DYNAMIC W-Chemin-Stock
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Stock.

           SELECT PHOTO                  ASSIGN TO
               DYNAMIC W-Chemin-Photo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Photo.

           SELECT TRAVAIL                ASSIGN TO
               DYNAMIC W-Chemin-Travail
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFT-Cle
               FILE STATUS IS L-Fst-Travail.

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
               FILE STATUS IS L-Fst-Rap.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Enregistrement du stock : le premier caractere donne le type
      * ('0' en-tete, '1' detail, '9' fin), les trois types partagent
      * le meme gabarit physique, comme l'interface aller

       FD STOCK-FACT.
       01 STOCK-REC                           PIC X(40).

      * Meme gabarit que la photo ecrite par PhotoMaster

       FD PHOTO.
       01 PHOTO-REC.
           05 PHO-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 PHO-SIT-CTR                     PIC X.
           05 FILLER                          PIC X.
           05 PHO-CODIDT                      PIC X(7).
           05 FILLER                          PIC X.
           05 PHO-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 PHO-DATE-MAJ                    PIC X(8).
           05 FILLER                          PIC X.
           05 PHO-SOURCE                      PIC X(3).

      * Contrat du stock facturation (categorie '0', marque vu quand
      * la photo le porte aussi) ou ecart a editer (categorie '1' a
      * '3'), avec les deux cotes du rapprochement

       FD TRAVAIL.
       01 TRAVAIL-REC.
           05 RFT-Cle.
               10 RFT-Cat                     PIC X.
               10 RFT-RefCtr                  PIC X(9).
           05 RFT-Sit-Fact                    PIC X.
           05 RFT-CodIdt-Fact                 PIC X(7).
           05 RFT-Date-Fact                   PIC X(8).
           05 RFT-Sit-Ref                     PIC X.
           05 RFT-CodIdt-Ref                  PIC X(7).
           05 RFT-Vu                          PIC X.

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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Gabarits des trois types d'enregistrement du stock

       01 W-Stk-Entete.
           05 W-Stk-Ent-Type                  PIC X.
           05 FILLER                          PIC X.
           05 W-Stk-Ent-Date                  PIC X(8).
           05 FILLER                          PIC X.
           05 W-Stk-Ent-Source                PIC X(12).

       01 W-Stk-Detail.
           05 W-Stk-Det-Type                  PIC X.
           05 FILLER                          PIC X.
           05 W-Stk-Det-RefCtr                PIC X(9).
           05 FILLER                          PIC X.
           05 W-Stk-Det-Sit                   PIC X.
           05 FILLER                          PIC X.
           05 W-Stk-Det-CodIdt                PIC X(7).
           05 FILLER                          PIC X.
           05 W-Stk-Det-Date                  PIC X(8).

       01 W-Stk-Fin.
           05 W-Stk-Fin-Type                  PIC X.
           05 FILLER                          PIC X.
           05 W-Stk-Fin-Nb                    PIC X(10).

       01 W-Stk-Fin-Nb-Num                    PIC 9(10).

      * Repertoires "DD", mois rapproche, dates et chemins complets

       01 W-Rep-Fact                         PIC X(180).
       01 W-Rep-Photo                        PIC X(180).
       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Rap                          PIC X(180).
       01 W-Rep-Param                        PIC X(180).

       01 W-Chemin-Stock                     PIC X(200).
       01 W-Chemin-Photo                     PIC X(200).
       01 W-Chemin-Travail                   PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).
       01 W-Chemin-Sit                       PIC X(200).

       01 W-Run-Date                         PIC X(8).
       01 W-Photo-Date                       PIC X(8).

       01 W-Mois.
           05 W-Mois-Annee                   PIC 9(4).
           05 W-Mois-Mm                      PIC 99.

       01 W-Date-Num                         PIC 9(8).
       01 W-Date-Ent                         PIC 9(8).

       01 L-Fst-Stock                        PIC 99.
       01 L-Fst-Photo                        PIC 99.
       01 L-Fst-Travail                      PIC 99.
       01 L-Fst-Rap                          PIC 99.
       01 L-Fst-Sit                          PIC 99.

      * Etat des enregistrements de controle du stock, sur le modele
      * de l'accuse

       01 Stk-Entete                         PIC 9.
           88 Stk-Entete-Vue                 VALUE 1.
           88 Stk-Entete-Non-Vue             VALUE 0.

       01 Stk-Fin-Ctl                        PIC 9.
           88 Stk-Fin-Ctl-Vue                VALUE 1.
           88 Stk-Fin-Ctl-Non-Vue            VALUE 0.

       01 Lec-Stock-Fin                      PIC 9.
           88 Lec-Stock-Fin-Oui              VALUE 1.
           88 Lec-Stock-Fin-Non              VALUE 0.

       01 Lec-Photo-Fin                      PIC 9.
           88 Lec-Photo-Fin-Oui              VALUE 1.
           88 Lec-Photo-Fin-Non              VALUE 0.

       01 Fin-Travail                        PIC 9.
           88 Fin-Travail-Oui                VALUE 1.
           88 Fin-Travail-Non                VALUE 0.

      * Situation active de chaque cote et ecart trouve pour le
      * contrat examine

       01 Ref-Actif                          PIC 9.
           88 Ref-Actif-Oui                  VALUE 1.
           88 Ref-Actif-Non                  VALUE 0.

       01 Fact-Actif                         PIC 9.
           88 Fact-Actif-Oui                 VALUE 1.
           88 Fact-Actif-Non                 VALUE 0.

       01 Stk-Trouve                         PIC 9.
           88 Stk-Trouve-Oui                 VALUE 1.
           88 Stk-Trouve-Non                 VALUE 0.

       01 Ecart-Ctr                          PIC 9.
           88 Ecart-Ctr-Oui                  VALUE 1.
           88 Ecart-Ctr-Non                  VALUE 0.

      * Ecart en cours d'ecriture et categorie en cours d'edition

       01 W-Ecart.
           05 W-Ecart-Cle.
               10 W-Ecart-Cat                 PIC X.
               10 W-Ecart-RefCtr              PIC X(9).
           05 W-Ecart-Sit-Fact                PIC X.
           05 W-Ecart-CodIdt-Fact             PIC X(7).
           05 W-Ecart-Date-Fact               PIC X(8).
           05 W-Ecart-Sit-Ref                 PIC X.
           05 W-Ecart-CodIdt-Ref              PIC X(7).
           05 W-Ecart-Vu                      PIC X.

       01 W-Cat-Editee                       PIC X.
       01 W-Cat-Titre                        PIC X(60).
       01 W-Cat-Nb                           PIC 9(10).
       01 W-Lib-Ref                          PIC X(20).
       01 W-Lib-Fact                         PIC X(20).

       01 CPT-LEC-STOCK                      PIC 9(10) VALUE 0.
       01 CPT-DOUBLON                        PIC 9(10) VALUE 0.
       01 CPT-LEC-PHOTO                      PIC 9(10) VALUE 0.
       01 CPT-CONCORDANT                     PIC 9(10) VALUE 0.
       01 CPT-FACT-INACTIF                   PIC 9(10) VALUE 0.
       01 CPT-ACTIF-NON-FACT                 PIC 9(10) VALUE 0.
       01 CPT-IDT-DIFF                       PIC 9(10) VALUE 0.
       01 CPT-INCONNU-REF                    PIC 9(10) VALUE 0.
       01 CPT-HORS-FACT                      PIC 9(10) VALUE 0.
       01 CPT-CTR-ECART                      PIC 9(10) VALUE 0.

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

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM CHARGER-STOCK         THRU FIN-CHARGER-STOCK
           PERFORM RAPPROCHER-PHOTO      THRU FIN-RAPPROCHER-PHOTO
           PERFORM EDITER-ECARTS         THRU FIN-EDITER-ECARTS
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Rapprochement stock facturation / master  ***'
           DISPLAY '***************************************************'

           SET Lec-Stock-Fin-Non    TO TRUE
           SET Lec-Photo-Fin-Non    TO TRUE
           SET Stk-Entete-Non-Vue   TO TRUE
           SET Stk-Fin-Ctl-Non-Vue  TO TRUE

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date   FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF

      * Mois rapproche : APPAR_FACT_MOIS, par defaut le mois precedant
      * la date du run (le stock arrive en debut de mois)

           MOVE SPACES TO W-Mois
           ACCEPT W-Mois FROM ENVIRONMENT "APPAR_FACT_MOIS"
           IF W-Mois = SPACES
               MOVE W-Run-Date (1:6) TO W-Mois
               IF W-Mois-Mm = 1
                   SUBTRACT 1 FROM W-Mois-Annee
                   MOVE 12 TO W-Mois-Mm
               ELSE
                   SUBTRACT 1 FROM W-Mois-Mm
               END-IF
           END-IF

           IF W-Mois NOT NUMERIC
           OR W-Mois-Mm < 1 OR W-Mois-Mm > 12
               DISPLAY 'Mois APPAR_FACT_MOIS invalide : ' W-Mois
                   ' (AAAAMM attendu)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Photo de la fin du mois : la veille du premier du mois suivant,
      * sauf date de photo imposee par APPAR_FACT_PHOTO

           MOVE SPACES TO W-Photo-Date
           ACCEPT W-Photo-Date FROM ENVIRONMENT "APPAR_FACT_PHOTO"
           IF W-Photo-Date = SPACES
               IF W-Mois-Mm = 12
                   COMPUTE W-Date-Num =
                       (W-Mois-Annee + 1) * 10000 + 101
               ELSE
                   COMPUTE W-Date-Num =
                       W-Mois-Annee * 10000 + (W-Mois-Mm + 1) * 100 + 1
               END-IF
               COMPUTE W-Date-Ent =
                   FUNCTION INTEGER-OF-DATE(W-Date-Num) - 1
               COMPUTE W-Date-Num =
                   FUNCTION DATE-OF-INTEGER(W-Date-Ent)
               MOVE W-Date-Num TO W-Photo-Date
           END-IF

           IF W-Photo-Date NOT NUMERIC
               DISPLAY 'Date APPAR_FACT_PHOTO invalide : ' W-Photo-Date
                   ' (AAAAMMJJ attendu)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           PERFORM LIRE-SITUATIONS THRU FIN-LIRE-SITUATIONS

           DISPLAY 'Mois rapproche   : ' W-Mois
           DISPLAY 'Stock facturation : ' FUNCTION TRIM(W-Chemin-Stock)
           DISPLAY 'Photo referentiel : ' FUNCTION TRIM(W-Chemin-Photo)

           OPEN INPUT STOCK-FACT
           IF L-Fst-Stock NOT = ZERO
               DISPLAY 'Stock facturation introuvable, fst = '
                   L-Fst-Stock
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PHOTO
           IF L-Fst-Photo NOT = ZERO
               DISPLAY 'Photo du ' W-Photo-Date ' introuvable (passer '
                   'PhotoMaster ou fixer APPAR_FACT_PHOTO), fst = '
                   L-Fst-Photo
               CLOSE STOCK-FACT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Fichier de travail recree a chaque run, puis ouvert en mise a
      * jour : le stock y est charge, les ecarts y sont ajoutes

           OPEN OUTPUT TRAVAIL
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur creation fichier de travail, fst = '
                   L-Fst-Travail
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE TRAVAIL
           OPEN I-O TRAVAIL

           OPEN OUTPUT RAPPORT

           MOVE '=== Rapprochement stock facturation / referentiel ==='
                                            TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Mois '                  DELIMITED BY SIZE
               W-Mois                        DELIMITED BY SIZE
               ', photo du '                 DELIMITED BY SIZE
               W-Photo-Date                  DELIMITED BY SIZE
               ', traite le '                DELIMITED BY SIZE
               W-Run-Date                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       BUILD-CHEMINS.
      ****************

           MOVE SPACES TO W-Rep-Fact
           ACCEPT W-Rep-Fact   FROM ENVIRONMENT "APPAR_FACT_DIR"
           IF W-Rep-Fact = SPACES
               MOVE '.' TO W-Rep-Fact
           END-IF

           MOVE SPACES TO W-Rep-Photo
           ACCEPT W-Rep-Photo  FROM ENVIRONMENT "APPAR_PHOTO_DIR"
           IF W-Rep-Photo = SPACES
               MOVE '.' TO W-Rep-Photo
           END-IF

           MOVE SPACES TO W-Rep-Master
           ACCEPT W-Rep-Master FROM ENVIRONMENT "APPAR_MASTER_DIR"
           IF W-Rep-Master = SPACES
               MOVE '.' TO W-Rep-Master
           END-IF

           MOVE SPACES TO W-Rep-Rap
           ACCEPT W-Rep-Rap    FROM ENVIRONMENT "APPAR_RAP_DIR"
           IF W-Rep-Rap = SPACES
               MOVE '.' TO W-Rep-Rap
           END-IF

           MOVE SPACES TO W-Chemin-Stock
           STRING FUNCTION TRIM(W-Rep-Fact) DELIMITED BY SIZE
                  '/StockFact_'                DELIMITED BY SIZE
                  W-Mois                       DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Stock
           END-STRING

           MOVE SPACES TO W-Chemin-Photo
           STRING FUNCTION TRIM(W-Rep-Photo) DELIMITED BY SIZE
                  '/PhotoMaster_'              DELIMITED BY SIZE
                  W-Photo-Date                 DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Photo
           END-STRING

           MOVE SPACES TO W-Chemin-Travail
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/ReconcFactTravail.dat'     DELIMITED BY SIZE
                  INTO W-Chemin-Travail
           END-STRING

           MOVE SPACES TO W-Chemin-Rap
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/ReconcFact_'               DELIMITED BY SIZE
                  W-Mois                       DELIMITED BY SIZE
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
       CHARGER-STOCK.
      ***************

      * Parcours du stock : en-tete verifie (mois attendu), un detail
      * par contrat facture charge au fichier de travail, fin
      * rapprochee du nombre de details lus

           PERFORM UNTIL Lec-Stock-Fin-Oui
               READ STOCK-FACT
               AT END
                   IF Stk-Entete-Non-Vue
                       DISPLAY 'Stock sans en-tete : lot rejete'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF Stk-Fin-Ctl-Non-Vue
                       DISPLAY 'Stock tronque : enregistrement 9'
                           ' absent'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   SET Lec-Stock-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM TRAITER-LIGNE-STOCK
                                    THRU FIN-TRAITER-LIGNE-STOCK
               END-READ
           END-PERFORM

           CLOSE STOCK-FACT
           .

      ******************
       FIN-CHARGER-STOCK. EXIT.
      ******************
      *-----------------------------------------------------------------
      *********************
       TRAITER-LIGNE-STOCK.
      *********************

           EVALUATE STOCK-REC (1:1)

               WHEN '0'
                   SET Stk-Entete-Vue TO TRUE
                   MOVE STOCK-REC TO W-Stk-Entete
                   IF W-Stk-Ent-Date (1:6) NOT = W-Mois
                       DISPLAY 'Stock : date ' W-Stk-Ent-Date
                           ' hors du mois attendu ' W-Mois
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF

               WHEN '1'
                   IF Stk-Entete-Non-Vue
                       DISPLAY 'Stock sans en-tete : lot rejete'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO CPT-LEC-STOCK
                   MOVE STOCK-REC TO W-Stk-Detail
                   PERFORM CHARGER-CONTRAT THRU FIN-CHARGER-CONTRAT

               WHEN '9'
                   SET Stk-Fin-Ctl-Vue TO TRUE
                   MOVE STOCK-REC TO W-Stk-Fin
                   IF W-Stk-Fin-Nb NOT NUMERIC
                       DISPLAY 'Stock : nombre de details non'
                           ' numerique [' W-Stk-Fin-Nb ']'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE W-Stk-Fin-Nb TO W-Stk-Fin-Nb-Num
                   IF W-Stk-Fin-Nb-Num NOT = CPT-LEC-STOCK
                       DISPLAY 'Stock tronque : ' CPT-LEC-STOCK
                           ' details lus pour ' W-Stk-Fin-Nb-Num
                           ' annonces'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF

               WHEN OTHER
                   DISPLAY 'Stock : type d''enregistrement inconnu ['
                       STOCK-REC (1:1) '], lot rejete'
                   MOVE 8 TO RETURN-CODE
                   GOBACK

           END-EVALUATE
           .

      ************************
       FIN-TRAITER-LIGNE-STOCK. EXIT.
      ************************
      *-----------------------------------------------------------------
      *****************
       CHARGER-CONTRAT.
      *****************

      * Contrat facture range en categorie '0' ; un CodIdt a blanc
      * (contrat facture sans identifiant) vaut zero comme dans la
      * photo. Un RefCtr en double dans le stock est signale, seule
      * sa premiere occurrence est rapprochee

           MOVE SPACES              TO TRAVAIL-REC
           MOVE '0'                 TO RFT-Cat
           MOVE W-Stk-Det-RefCtr    TO RFT-RefCtr
           MOVE W-Stk-Det-Sit       TO RFT-Sit-Fact
           MOVE W-Stk-Det-CodIdt    TO RFT-CodIdt-Fact
           IF RFT-CodIdt-Fact = SPACES
               MOVE ZERO TO RFT-CodIdt-Fact
           END-IF
           MOVE W-Stk-Det-Date      TO RFT-Date-Fact
           MOVE 'N'                 TO RFT-Vu

           WRITE TRAVAIL-REC
               INVALID KEY
                   ADD 1 TO CPT-DOUBLON
                   MOVE SPACES                        TO LIGNE-RAP
                   STRING 'Doublon du stock ignore : ' DELIMITED BY SIZE
                       W-Stk-Det-RefCtr              DELIMITED BY SIZE
                       INTO LIGNE-RAP
                   END-STRING
                   PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-WRITE
           .

      ********************
       FIN-CHARGER-CONTRAT. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       RAPPROCHER-PHOTO.
      ******************

      * Chaque fiche de la photo est cherchee dans le stock charge

           PERFORM UNTIL Lec-Photo-Fin-Oui
               READ PHOTO
               AT END
                   SET Lec-Photo-Fin-Oui TO TRUE
               NOT AT END
                   ADD 1 TO CPT-LEC-PHOTO
                   PERFORM RAPPROCHER-FICHE THRU FIN-RAPPROCHER-FICHE
               END-READ
           END-PERFORM

           CLOSE PHOTO
           .

      *********************
       FIN-RAPPROCHER-PHOTO. EXIT.
      *********************
      *-----------------------------------------------------------------
      ******************
       RAPPROCHER-FICHE.
      ******************

      * Situation du referentiel active au sens de la table

           MOVE PHO-SIT-CTR TO W-Sit-Cherchee
           MOVE 'C'         TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           SET Ref-Actif-Non TO TRUE
           IF Sit-Trouvee-Oui
               IF Sit-Actif (W-Sit-Trv)
                   SET Ref-Actif-Oui TO TRUE
               END-IF
           END-IF

           SET Ecart-Ctr-Non TO TRUE
           MOVE SPACES      TO W-Ecart
           MOVE PHO-REFCTR  TO W-Ecart-RefCtr
           MOVE PHO-SIT-CTR TO W-Ecart-Sit-Ref
           MOVE PHO-CODIDT  TO W-Ecart-CodIdt-Ref

           MOVE '0'         TO RFT-Cat
           MOVE PHO-REFCTR  TO RFT-RefCtr
           SET Stk-Trouve-Oui TO TRUE
           READ TRAVAIL
               INVALID KEY
                   SET Stk-Trouve-Non TO TRUE
           END-READ

      * Absent de la facturation : anomalie seulement pour un contrat
      * actif, un contrat resilie ou suspendu non facture est normal

           IF Stk-Trouve-Non
               IF Ref-Actif-Oui
                   MOVE '2' TO W-Ecart-Cat
                   PERFORM ECRIRE-ECART THRU FIN-ECRIRE-ECART
                   ADD 1 TO CPT-ACTIF-NON-FACT
                   ADD 1 TO CPT-CTR-ECART
               ELSE
                   ADD 1 TO CPT-HORS-FACT
               END-IF
               GO TO FIN-RAPPROCHER-FICHE
           END-IF

           MOVE 'O' TO RFT-Vu
           REWRITE TRAVAIL-REC
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur reecriture travail, RefCtr = '
                   RFT-RefCtr ' fst = ' L-Fst-Travail
           END-IF

           MOVE RFT-Sit-Fact    TO W-Ecart-Sit-Fact
           MOVE RFT-CodIdt-Fact TO W-Ecart-CodIdt-Fact
           MOVE RFT-Date-Fact   TO W-Ecart-Date-Fact

           MOVE RFT-Sit-Fact TO W-Sit-Cherchee
           MOVE 'C'          TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           SET Fact-Actif-Non TO TRUE
           IF Sit-Trouvee-Oui
               IF Sit-Actif (W-Sit-Trv)
                   SET Fact-Actif-Oui TO TRUE
               END-IF
           END-IF

           IF Fact-Actif-Oui AND Ref-Actif-Non
               MOVE '1' TO W-Ecart-Cat
               PERFORM ECRIRE-ECART THRU FIN-ECRIRE-ECART
               ADD 1 TO CPT-FACT-INACTIF
               SET Ecart-Ctr-Oui TO TRUE
           END-IF

           IF Ref-Actif-Oui AND Fact-Actif-Non
               MOVE '2' TO W-Ecart-Cat
               PERFORM ECRIRE-ECART THRU FIN-ECRIRE-ECART
               ADD 1 TO CPT-ACTIF-NON-FACT
               SET Ecart-Ctr-Oui TO TRUE
           END-IF

      * Identifiant : compare des que l'un des deux cotes tient le
      * contrat pour actif

           IF (Fact-Actif-Oui OR Ref-Actif-Oui)
           AND W-Ecart-CodIdt-Fact NOT = W-Ecart-CodIdt-Ref
               MOVE '3' TO W-Ecart-Cat
               PERFORM ECRIRE-ECART THRU FIN-ECRIRE-ECART
               ADD 1 TO CPT-IDT-DIFF
               SET Ecart-Ctr-Oui TO TRUE
           END-IF

           IF Ecart-Ctr-Oui
               ADD 1 TO CPT-CTR-ECART
           ELSE
               ADD 1 TO CPT-CONCORDANT
           END-IF
           .

      *********************
       FIN-RAPPROCHER-FICHE. EXIT.
      *********************
      *-----------------------------------------------------------------
      **************
       ECRIRE-ECART.
      **************

           MOVE W-Ecart TO TRAVAIL-REC
           WRITE TRAVAIL-REC
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur ecriture ecart, RefCtr = '
                   RFT-RefCtr ' fst = ' L-Fst-Travail
           END-IF
           .

      *****************
       FIN-ECRIRE-ECART. EXIT.
      *****************
      *-----------------------------------------------------------------
      ***************
       EDITER-ECARTS.
      ***************

      * Une section par categorie, dans l'ordre de la cle ; les
      * contrats du stock non vus dans la photo forment la derniere

           MOVE '1' TO W-Cat-Editee
           MOVE '1 - Factures, non actifs au referentiel'
                                            TO W-Cat-Titre
           PERFORM EDITER-CATEGORIE THRU FIN-EDITER-CATEGORIE

           MOVE '2 - Actifs au referentiel, non factures'
                                            TO W-Cat-Titre
           MOVE '2' TO W-Cat-Editee
           PERFORM EDITER-CATEGORIE THRU FIN-EDITER-CATEGORIE

           MOVE '3 - Factures avec un autre identifiant'
                                            TO W-Cat-Titre
           MOVE '3' TO W-Cat-Editee
           PERFORM EDITER-CATEGORIE THRU FIN-EDITER-CATEGORIE

           MOVE '4 - Inconnus du referentiel (stock facturation seul)'
                                            TO W-Cat-Titre
           MOVE '0' TO W-Cat-Editee
           PERFORM EDITER-CATEGORIE THRU FIN-EDITER-CATEGORIE
           MOVE W-Cat-Nb TO CPT-INCONNU-REF
           ADD CPT-INCONNU-REF TO CPT-CTR-ECART

           CLOSE TRAVAIL
           .

      ******************
       FIN-EDITER-ECARTS. EXIT.
      ******************
      *-----------------------------------------------------------------
      ******************
       EDITER-CATEGORIE.
      ******************

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           MOVE SPACES                        TO LIGNE-RAP
           STRING '--- '                   DELIMITED BY SIZE
               W-Cat-Titre                   DELIMITED BY '  '
               ' ---'                        DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE ZERO TO W-Cat-Nb
           SET Fin-Travail-Non TO TRUE

           MOVE W-Cat-Editee TO RFT-Cat
           MOVE LOW-VALUES   TO RFT-RefCtr
           START TRAVAIL KEY >= RFT-Cle
               INVALID KEY
                   SET Fin-Travail-Oui TO TRUE
           END-START

           PERFORM EDITER-ECART THRU FIN-EDITER-ECART
               UNTIL Fin-Travail-Oui

           IF W-Cat-Nb = ZERO
               MOVE '  (aucun)' TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF
           .

      *********************
       FIN-EDITER-CATEGORIE. EXIT.
      *********************
      *-----------------------------------------------------------------
      **************
       EDITER-ECART.
      **************

           READ TRAVAIL NEXT
           AT END
               SET Fin-Travail-Oui TO TRUE
               GO TO FIN-EDITER-ECART
           END-READ

           IF RFT-Cat NOT = W-Cat-Editee
               SET Fin-Travail-Oui TO TRUE
               GO TO FIN-EDITER-ECART
           END-IF

      * En categorie '0', seuls les contrats que la photo n'a pas
      * portes sont des ecarts

           IF RFT-Cat = '0' AND RFT-Vu = 'O'
               GO TO FIN-EDITER-ECART
           END-IF

           ADD 1 TO W-Cat-Nb

           MOVE RFT-Sit-Ref TO W-Sit-Cherchee
           PERFORM LIBELLER-SITUATION THRU FIN-LIBELLER-SITUATION
           MOVE W-Lib-Fact TO W-Lib-Ref
           MOVE RFT-Sit-Fact TO W-Sit-Cherchee
           PERFORM LIBELLER-SITUATION THRU FIN-LIBELLER-SITUATION

           MOVE SPACES                        TO LIGNE-RAP
           IF RFT-Cat = '0'
               STRING '  '                 DELIMITED BY SIZE
                   RFT-RefCtr                DELIMITED BY SIZE
                   '  fact. '                DELIMITED BY SIZE
                   RFT-Sit-Fact              DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   W-Lib-Fact                DELIMITED BY SIZE
                   ' idt '                   DELIMITED BY SIZE
                   RFT-CodIdt-Fact           DELIMITED BY SIZE
                   ' du '                    DELIMITED BY SIZE
                   RFT-Date-Fact             DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
           ELSE
               STRING '  '                 DELIMITED BY SIZE
                   RFT-RefCtr                DELIMITED BY SIZE
                   '  ref. '                 DELIMITED BY SIZE
                   RFT-Sit-Ref               DELIMITED BY SIZE
                   ' '                       DELIMITED BY SIZE
                   W-Lib-Ref                 DELIMITED BY SIZE
                   ' idt '                   DELIMITED BY SIZE
                   RFT-CodIdt-Ref            DELIMITED BY SIZE
                   '  fact. '                DELIMITED BY SIZE
                   RFT-Sit-Fact              DELIMITED BY SIZE
                   ' idt '                   DELIMITED BY SIZE
                   RFT-CodIdt-Fact           DELIMITED BY SIZE
                   ' du '                    DELIMITED BY SIZE
                   RFT-Date-Fact             DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
           END-IF
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      *****************
       FIN-EDITER-ECART. EXIT.
      *****************
      *-----------------------------------------------------------------
      ********************
       LIBELLER-SITUATION.
      ********************

      * Libelle de W-Sit-Cherchee dans W-Lib-Fact (a blanc pour un
      * contrat absent de la facturation)

           MOVE SPACES TO W-Lib-Fact
           IF W-Sit-Cherchee = SPACE
               GO TO FIN-LIBELLER-SITUATION
           END-IF

           MOVE SPACE TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Oui
               MOVE W-Sit-Libelle (W-Sit-Trv) TO W-Lib-Fact
           ELSE
               MOVE '(hors table)' TO W-Lib-Fact
           END-IF
           .

      ***********************
       FIN-LIBELLER-SITUATION. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ****************
       ECRIRE-RAPPORT.
      ****************

           WRITE LIGNE-RAP
           IF L-Fst-Rap NOT = ZERO
               DISPLAY 'Erreur ecriture fichier rapport =' L-Fst-Rap
           END-IF
           .

      *******************
       FIN-ECRIRE-RAPPORT. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Contrats au stock fact: ' DELIMITED BY SIZE
               CPT-LEC-STOCK                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Doublons du stock     : ' DELIMITED BY SIZE
               CPT-DOUBLON                   DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Fiches de la photo    : ' DELIMITED BY SIZE
               CPT-LEC-PHOTO                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Concordants           : ' DELIMITED BY SIZE
               CPT-CONCORDANT                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Non actifs hors fact. : ' DELIMITED BY SIZE
               CPT-HORS-FACT                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '1 Factures non actifs : ' DELIMITED BY SIZE
               CPT-FACT-INACTIF              DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '2 Actifs non factures : ' DELIMITED BY SIZE
               CPT-ACTIF-NON-FACT            DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '3 Autre identifiant   : ' DELIMITED BY SIZE
               CPT-IDT-DIFF                  DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '4 Inconnus du ref.    : ' DELIMITED BY SIZE
               CPT-INCONNU-REF               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Contrats en ecart     : ' DELIMITED BY SIZE
               CPT-CTR-ECART                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           CLOSE RAPPORT

           DISPLAY 'Contrats au stock facturation : ' CPT-LEC-STOCK
           DISPLAY 'Doublons du stock             : ' CPT-DOUBLON
           DISPLAY 'Fiches de la photo            : ' CPT-LEC-PHOTO
           DISPLAY 'Concordants                   : ' CPT-CONCORDANT
           DISPLAY 'Factures non actifs           : ' CPT-FACT-INACTIF
           DISPLAY 'Actifs non factures           : '
               CPT-ACTIF-NON-FACT
           DISPLAY 'Factures autre identifiant    : ' CPT-IDT-DIFF
           DISPLAY 'Inconnus du referentiel       : ' CPT-INCONNU-REF
           DISPLAY 'Contrats en ecart             : ' CPT-CTR-ECART

      * Code retour 4 des qu'un ecart ou un doublon est releve, pour
      * que la chaine alerte

           IF CPT-CTR-ECART NOT = ZERO
           OR CPT-DOUBLON NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'Fin de traitement'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
