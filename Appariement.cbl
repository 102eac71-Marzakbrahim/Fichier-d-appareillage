               FILE STATUS IS L-Fst-Param
           .

      * Table des codes situation (Situations.par, meme repertoire
      * que Appariement.par), lue une fois a l'INITIALISATION (voir
      * LIRE-SITUATIONS) : codes admis en Sit-Ctr et en Sit-Idt et
      * libelles du rapport

           SELECT PARAM-SIT             ASSIGN TO
           DYNAMIC W-Chemin-Sit
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Sit
           .

      * Fichier de checkpoint/reprise (voir REDEMARRER, ECRIRE-CHECKPOINT)

           SELECT CHECKPOINT            ASSIGN TO
       FD 1PAS2.
       01 SORTIE-1PAS2                       PIC X(11).

      * Identifiant orphelin : l'enregistrement 2 complet, code du
      * systeme emetteur compris (colonnes 21-23), pour que le suspens
      * de MajContrat sache de quel fournisseur il vient

       FD 2PAS1.
       01 SORTIE-2PAS1                       PIC X(23).

      * Enregistrement d'appariement : référence et situation côté
      * contrat (fichier 1), code identifiant et situation côté
           05 FILLER                             PIC X.
           05 PAR-VALEUR                         PIC X(17).

      * Code situation : code, usage (C = contrat, I = identifiant,
      * T = les deux), compte comme actif (O/N), purgeable (O/N),
      * libelle ; une ligne commencant par '*' est un commentaire

       FD PARAM-SIT.
       01 PARAM-SIT-REC.
           05 PSI-CODE                           PIC X.
           05 FILLER                             PIC X.
           05 PSI-USAGE                          PIC X.
           05 FILLER                             PIC X.
           05 PSI-ACTIF                          PIC X.
           05 FILLER                             PIC X.
           05 PSI-PURGE                          PIC X.
           05 FILLER                             PIC X.
           05 PSI-LIBELLE                        PIC X(20).

      * Enregistrement de checkpoint : compteurs, indicateurs et
      * dernier couple d'enregistrements lus, pour permettre une
      * reprise sans tout relire depuis le début
           05 CKPT-W-FIC2                        PIC X(23).
           05 CKPT-FIC1-MAX-REFCTR              PIC X(9).
           05 CKPT-FIC2-MAX-REFCTR              PIC X(9).
           05 CKPT-SIT-MATCH                     PIC X(400).
           05 CKPT-RUN-DATE                      PIC X(8).
           05 CKPT-CPT-REFCTR-VAL                 PIC X(9).
           05 CKPT-CPT-REFCTR-NB                  PIC 9(5).
       01 SORTIE-1PAS2-TMP                   PIC X(11).

       FD 2PAS1-TMP.
       01 SORTIE-2PAS1-TMP                   PIC X(23).

       FD SOR-TMP.
       01 SORTIE-TMP                         PIC X(25).
       01 L-Fst-Err                              PIC 99.
       01 L-Fst-Ckpt                             PIC 99.
       01 L-Fst-Param                            PIC 99.
       01 L-Fst-Sit                              PIC 99.
       01 L-Fst-Rap                              PIC 99.
       01 L-Fst-Compte                           PIC 99.
       01 L-Fst-Out-1-Tmp                        PIC 99.

       01 W-Rep-Fic1                             PIC X(180).
       01 W-Rep-Fic2                             PIC X(180).

      * Date du lot quand les entrees sont datees (APPAR_FIC_DATE,
      * voir BUILD-CHEMINS), a blanc pour FIC1.txt / FIC2.txt

       01 W-Fic-Date                             PIC X(8).
       01 W-Rep-1Pas2                            PIC X(180).
       01 W-Rep-2Pas1                            PIC X(180).
       01 W-Rep-Sor                              PIC X(180).
       01 W-Chemin-Ckpt                          PIC X(200).
       01 W-Rep-Param                            PIC X(180).
       01 W-Chemin-Param                         PIC X(200).
       01 W-Chemin-Sit                           PIC X(200).
       01 W-Chemin-Rap                           PIC X(200).
       01 W-Chemin-Compte                        PIC X(200).

      * Date du run (AAAAMMJJ), insérée dans le nom des quatre fichiers
      * de sortie et du rapport pour archiver un historique au lieu
      * d'écraser le run de la veille (voir BUILD-CHEMINS). Fixée à la
      * date du jour (ou APPAR_RUN_DATE) au démarrage normal, ou
      * reprise du checkpoint lors d'un redémarrage pour continuer à
      * écrire dans les fichiers du run interrompu même si la reprise
      * a lieu le lendemain

       01 W-Run-Date                             PIC X(8).

           05 W-Fic1-RefCtr                      PIC X(9).
           05 FILLER                             PIC X.
           05 W-Fic1-Sit-Ctr                     PIC X.

      * Le fichier 2 porte en colonnes 21-23 le code du systeme
      * emetteur pose par FusionFic2 quand plusieurs flux
           05 W-Fic2-CodIdt                      PIC 9(7).
           05 FILLER                             PIC X.
           05 W-Fic2-Sit-Idt                     PIC X.
           05 FILLER                             PIC X.
           05 W-Fic2-Source                      PIC X(3).


       01 W-Tronq-Cpt                   PIC 9(10).

      * Table des codes situation (voir LIRE-SITUATIONS) : usage
      * (C contrat, I identifiant, T les deux), actif, purgeable et
      * libelle ; vingt codes au plus

       01 W-Sit-Max                     PIC 99 VALUE 20.
       01 W-Sit-Nb                      PIC 99 VALUE 0.
       01 W-Sit-Idx                     PIC 99.
       01 W-Sit-Table.
           05 W-Sit-Ent OCCURS 20.
               10 W-Sit-Code            PIC X.
               10 W-Sit-Usage           PIC X.
                   88 Sit-Usage-Ctr     VALUE 'C' 'T'.
                   88 Sit-Usage-Idt     VALUE 'I' 'T'.
               10 W-Sit-Actif           PIC X.
                   88 Sit-Actif         VALUE 'O'.
               10 W-Sit-Purge           PIC X.
                   88 Sit-Purgeable     VALUE 'O'.
               10 W-Sit-Libelle         PIC X(20).

      * Code recherche dans la table, usage demande (C ou I) et rang
      * du code trouve (voir CHERCHER-SITUATION)

       01 W-Sit-Cherchee                PIC X.
       01 W-Sit-Usage-Cherche           PIC X.
       01 W-Sit-Trv                     PIC 99.
       01 Sit-Trouvee                   PIC 9.
           88 Sit-Trouvee-Oui           VALUE 1.
           88 Sit-Trouvee-Non           VALUE 0.

      * Compteurs d'appariements par code situation, au rang du code
      * dans la table, cote contrat (Sit-Ctr) et cote identifiant
      * (Sit-Idt), pour le rapport de controle (voir RAPPORT) ;
      * sauvegardes tels quels dans le checkpoint

       01 W-Sit-Match-Table.
           05 W-Sit-Match OCCURS 20.
               10 W-Sit-Match-Ctr       PIC 9(10).
               10 W-Sit-Match-Idt       PIC 9(10).

      * Ventilation des appariements par systeme emetteur (code
      * source des enregistrements FIC2, voir COMPTER-SOURCE) : cinq
                      CPT-ECR-2PAS1
                      CPT-ECR
                      CPT-ECR-ERR
                      W-Sit-Match-Table
                      W-Cpt-RefCtr-Nb
                      W-Fic2-Source-Defaut


           PERFORM LIRE-PARAMETRES THRU FIN-LIRE-PARAMETRES

      * Codes situation admis, avant toute lecture des fichiers
      * d'entree

           PERFORM LIRE-SITUATIONS THRU FIN-LIRE-SITUATIONS

      * Date du run : APPAR_RUN_DATE quand l'exploitation la fixe
      * (rattrapage d'une nuit manquee, voir Rattrapage.cbl), sinon
      * la date du jour

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF

      * On regarde si un checkpoint d'un run précédent (abendé) existe

               MOVE '.' TO W-Rep-Compte
           END-IF

      * Lot date (APPAR_FIC_DATE, positionne par Rattrapage quand
      * plusieurs nuits attendent) : FIC1_AAAAMMJJ.txt et
      * FIC2_AAAAMMJJ.txt au lieu de FIC1.txt et FIC2.txt

           MOVE SPACES TO W-Fic-Date
           ACCEPT W-Fic-Date FROM ENVIRONMENT "APPAR_FIC_DATE"

           MOVE SPACES TO W-Chemin-Fic1
           MOVE SPACES TO W-Chemin-Fic2
           IF W-Fic-Date = SPACES
               STRING FUNCTION TRIM(W-Rep-Fic1) DELIMITED BY SIZE
                      '/FIC1.txt'              DELIMITED BY SIZE
                      INTO W-Chemin-Fic1
               END-STRING
               STRING FUNCTION TRIM(W-Rep-Fic2) DELIMITED BY SIZE
                      '/FIC2.txt'              DELIMITED BY SIZE
                      INTO W-Chemin-Fic2
               END-STRING
           ELSE
               STRING FUNCTION TRIM(W-Rep-Fic1) DELIMITED BY SIZE
                      '/FIC1_'                 DELIMITED BY SIZE
                      W-Fic-Date               DELIMITED BY SIZE
                      '.txt'                   DELIMITED BY SIZE
                      INTO W-Chemin-Fic1
               END-STRING
               STRING FUNCTION TRIM(W-Rep-Fic2) DELIMITED BY SIZE
                      '/FIC2_'                 DELIMITED BY SIZE
                      W-Fic-Date               DELIMITED BY SIZE
                      '.txt'                   DELIMITED BY SIZE
                      INTO W-Chemin-Fic2
               END-STRING
           END-IF

      * Les quatre fichiers de sortie et le rapport sont archivés avec
      * la date du run dans leur nom (W-Run-Date, fixée dans
       FIN-DECODER-TAUX. EXIT.
      ******************
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

           MOVE SPACES TO W-Chemin-Sit
           STRING FUNCTION TRIM(W-Rep-Param) DELIMITED BY SIZE
                  '/Situations.par'            DELIMITED BY SIZE
                  INTO W-Chemin-Sit
           END-STRING

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
      *********************
       DETECTER-REDEMARRAGE.
      *********************
                   MOVE CKPT-W-FIC2              TO W-Fic2
                   MOVE CKPT-FIC1-MAX-REFCTR    TO W-Fic1-Max-RefCtr
                   MOVE CKPT-FIC2-MAX-REFCTR    TO W-Fic2-Max-RefCtr
                   MOVE CKPT-SIT-MATCH           TO W-Sit-Match-Table
                   MOVE CKPT-RUN-DATE            TO W-Run-Date
                   MOVE CKPT-CPT-REFCTR-VAL       TO W-Cpt-RefCtr-Val
                   MOVE CKPT-CPT-REFCTR-NB        TO W-Cpt-RefCtr-Nb
           MOVE W-Fic2                 TO CKPT-W-FIC2
           MOVE W-Fic1-Max-RefCtr     TO CKPT-FIC1-MAX-REFCTR
           MOVE W-Fic2-Max-RefCtr     TO CKPT-FIC2-MAX-REFCTR
           MOVE W-Sit-Match-Table      TO CKPT-SIT-MATCH
           MOVE W-Run-Date             TO CKPT-RUN-DATE
           MOVE W-Cpt-RefCtr-Val       TO CKPT-CPT-REFCTR-VAL
           MOVE W-Cpt-RefCtr-Nb        TO CKPT-CPT-REFCTR-NB

      * Test erreur de type 2

           MOVE W-Fic1-Sit-Ctr TO W-Sit-Cherchee
           MOVE 'C'            TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Non
               SET Ctr-Non-CRS TO TRUE
               PERFORM ECR-FICHIER-ERR-1 THRU FIN-ECR-FICHIER-ERR-1
           END-IF

      * Test erreur de type 3

           MOVE W-Fic2-Sit-Idt TO W-Sit-Cherchee
           MOVE 'I'            TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Non
               SET Idt-Non-CRS TO TRUE
               PERFORM ECR-FICHIER-ERR-2 THRU FIN-ECR-FICHIER-ERR-2
           END-IF
      * Ventilation du nombre d'appariements par code situation (pour
      * le rapport de contrôle des totaux, voir ECRIRE-RAPPORT)

               MOVE W-Fic1-Sit-Ctr TO W-Sit-Cherchee
               MOVE 'C'            TO W-Sit-Usage-Cherche
               PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
               IF Sit-Trouvee-Oui
                   ADD 1 TO W-Sit-Match-Ctr (W-Sit-Trv)
               END-IF

               MOVE W-Fic2-Sit-Idt TO W-Sit-Cherchee
               MOVE 'I'            TO W-Sit-Usage-Cherche
               PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
               IF Sit-Trouvee-Oui
                   ADD 1 TO W-Sit-Match-Idt (W-Sit-Trv)
               END-IF

               PERFORM COMPTER-SOURCE THRU FIN-COMPTER-SOURCE
           END-IF
               DISPLAY "Nombre d'erreurs : "           CPT-ECR-ERR
               DISPLAY 'Terminologie des erreurs :'
               DISPLAY 'Type 1 : Reference du contrat vide'
               DISPLAY "Type 2 : Sit de contrat hors table situations"
               DISPLAY "Type 3 : Sit de tete hors table situations"
               DISPLAY "Type 4 : Rupture de sequence (RefCtr non trie)"
               DISPLAY "Type 5 : Code Identifiant non numerique ou nul"
           END-IF

      * Rapport de contrôle des totaux : les six compteurs, le taux
      * d'appariement par rapport à chaque fichier d'entrée, et la
      * ventilation des appariements par code situation (une ligne
      * par code de la table, avec son libellé), côté contrat et côté
      * identifiant

           IF CPT-LEC-1 = ZERO
               MOVE ZERO TO W-Taux-Fic1
               DISPLAY 'Erreur ecriture fichier rapport =' L-Fst-Rap
           END-IF

           PERFORM ECRIRE-LIGNE-SIT-CTR THRU FIN-ECRIRE-LIGNE-SIT-CTR
               VARYING W-Sit-Idx FROM 1 BY 1
               UNTIL W-Sit-Idx > W-Sit-Nb

           MOVE SPACES TO LIGNE-RAP
           WRITE LIGNE-RAP
               DISPLAY 'Erreur ecriture fichier rapport =' L-Fst-Rap
           END-IF

           PERFORM ECRIRE-LIGNE-SIT-IDT THRU FIN-ECRIRE-LIGNE-SIT-IDT
               VARYING W-Sit-Idx FROM 1 BY 1
               UNTIL W-Sit-Idx > W-Sit-Nb

      * Ventilation des appariements par systeme emetteur : un code
      * par flux fournisseur fusionne par FusionFic2 (ou le seul code
       FIN-ECRIRE-LIGNE-SOURCE. EXIT.
      *************************
      *-----------------------------------------------------------------
      **********************
       ECRIRE-LIGNE-SIT-CTR.
      **********************

      * Une ligne de rapport par code situation admis en Sit-Ctr :
      * code, nombre d'appariements, libelle de la table

           IF NOT Sit-Usage-Ctr (W-Sit-Idx)
               GO TO FIN-ECRIRE-LIGNE-SIT-CTR
           END-IF

           MOVE SPACES                        TO LIGNE-RAP
           STRING "  Sit-Ctr = "            DELIMITED BY SIZE
               W-Sit-Code (W-Sit-Idx)        DELIMITED BY SIZE
               "         : "                 DELIMITED BY SIZE
               W-Sit-Match-Ctr (W-Sit-Idx)   DELIMITED BY SIZE
               "  "                          DELIMITED BY SIZE
               W-Sit-Libelle (W-Sit-Idx)     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           WRITE LIGNE-RAP
           IF L-Fst-Rap NOT = ZERO
               DISPLAY 'Erreur ecriture fichier rapport =' L-Fst-Rap
           END-IF
           .

      **************************
       FIN-ECRIRE-LIGNE-SIT-CTR. EXIT.
      **************************
      *-----------------------------------------------------------------
      **********************
       ECRIRE-LIGNE-SIT-IDT.
      **********************

      * Meme ligne pour les codes admis en Sit-Idt

           IF NOT Sit-Usage-Idt (W-Sit-Idx)
               GO TO FIN-ECRIRE-LIGNE-SIT-IDT
           END-IF

           MOVE SPACES                        TO LIGNE-RAP
           STRING "  Sit-Idt = "            DELIMITED BY SIZE
               W-Sit-Code (W-Sit-Idx)        DELIMITED BY SIZE
               "         : "                 DELIMITED BY SIZE
               W-Sit-Match-Idt (W-Sit-Idx)   DELIMITED BY SIZE
               "  "                          DELIMITED BY SIZE
               W-Sit-Libelle (W-Sit-Idx)     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           WRITE LIGNE-RAP
           IF L-Fst-Rap NOT = ZERO
               DISPLAY 'Erreur ecriture fichier rapport =' L-Fst-Rap
           END-IF
           .

      **************************
       FIN-ECRIRE-LIGNE-SIT-IDT. EXIT.
      **************************
      *-----------------------------------------------------------------
