               RECORD KEY IS SIT-Cle
               FILE STATUS IS L-Fst-Situ.

      * Registre permanent des identifiants, indexe par CodIdt : le
      * master ne garde qu'un CodIdt par contrat (le dernier Fic1et2
      * recu l'emporte), le registre garde pour chaque identifiant
      * apparie son contrat courant, sa situation, son systeme
      * emetteur et ses dates de premiere et derniere vue - c'est lui
      * qui permet de voir un device passer d'un contrat a un autre
      * (voir POSTER-REGISTRE)

           SELECT REGISTRE-IDT           ASSIGN TO
               DYNAMIC W-Chemin-Registre
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RID-CodIdt
               FILE STATUS IS L-Fst-Registre.

      * Liste des transferts d'identifiant de la nuit : un CodIdt
      * apparie sous un autre RefCtr que celui que le registre lui
      * connaissait (TransfertIdt_AAAAMMJJ.txt dans APPAR_RAP_DIR),
      * pour que les equipes terrain suivent les devices deplaces
      * d'un client a l'autre

           SELECT TRANSFERTS             ASSIGN TO
               DYNAMIC W-Chemin-Transfert
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Transfert.

      * Table des transitions de situation autorisees, tenue par
      * l'exploitation (Transitions.par dans APPAR_PAR_DIR, meme
      * repertoire que Appariement.par), lue une fois a
      * l'initialisation (voir LIRE-TRANSITIONS)

           SELECT PARAM-TRS              ASSIGN TO
               DYNAMIC W-Chemin-Trs
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Trs.

      * Changements retenus : une transition interdite n'est pas
      * postee au master, elle part ici avec ses images avant/apres
      * en attendant la decision d'un superviseur (liberation ou
      * rejet par LibereAttente.cbl lors d'un run suivant) ; cle
      * date du run + RefCtr + CodIdt + fichier d'origine

           SELECT ATTENTE                ASSIGN TO
               DYNAMIC W-Chemin-Attente
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-Cle
               FILE STATUS IS L-Fst-Attente.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
           05 ENTREE-2NON1-CODIDT              PIC 9(7).
           05 FILLER                          PIC X.
           05 ENTREE-2NON1-SIT-IDT            PIC X.
           05 FILLER                          PIC X.
           05 ENTREE-2NON1-SOURCE             PIC X(3).

      * La fiche porte depuis l'arrivee du deuxieme fournisseur le
      * code du systeme emetteur de son identifiant (CM-Source,
      * Entrée de suspens : la clé identifie la paire orpheline, puis
      * dernière situation vue, date de première vue, date de
      * dernière vue et ancienneté en jours (première vue -> dernier
      * run l'ayant revue), et systeme emetteur qui l'a envoyee en
      * dernier (a blanc pour un Fic2non1 anterieur a ce code)

       FD SUSPENS.
       01 SUSPENS-REC.
           05 SUSP-Date-Premiere              PIC X(8).
           05 SUSP-Date-Derniere              PIC X(8).
           05 SUSP-Nb-Jours                   PIC 9(5).
           05 SUSP-Source                     PIC X(3).

       FD SIMULATION-FIC.
       01 LIGNE-SIM                          PIC X(110).
           05 SIT-Sit-Ctr                     PIC X.
           05 SIT-Date-Fin                    PIC X(8).

      * Entree du registre : l'identifiant, le contrat sous lequel il
      * a ete apparie en dernier, sa derniere situation et son
      * systeme emetteur, ses dates de premiere et de derniere vue

       FD REGISTRE-IDT.
       01 REGISTRE-IDT-REC.
           05 RID-CodIdt                      PIC 9(7).
           05 RID-RefCtr                      PIC X(9).
           05 RID-Sit-Idt                     PIC X.
           05 RID-Source                      PIC X(3).
           05 RID-Date-Premiere               PIC X(8).
           05 RID-Date-Derniere               PIC X(8).

      * Ligne de transfert en colonnes fixes : identifiant, ancien
      * contrat (celui du registre) et date a laquelle il y a ete vu
      * en dernier, nouveau contrat, situation et systeme emetteur
      * recus cette nuit

       FD TRANSFERTS.
       01 TRANSFERT-REC.
           05 TRF-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 TRF-REFCTR-AVANT                PIC X(9).
           05 FILLER                          PIC X.
           05 TRF-DATE-AVANT                  PIC X(8).
           05 FILLER                          PIC X.
           05 TRF-REFCTR-APRES                PIC X(9).
           05 FILLER                          PIC X.
           05 TRF-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 TRF-SOURCE                      PIC X(3).

      * Transition autorisee : type (CTR = situation contrat, IDT =
      * situation identifiant), situation de depart, situation
      * d'arrivee ; une ligne commencant par '*' est un commentaire

       FD PARAM-TRS.
       01 PARAM-TRS-REC.
           05 PTR-TYPE                        PIC X(3).
           05 FILLER                          PIC X.
           05 PTR-AVANT                       PIC X.
           05 FILLER                          PIC X.
           05 PTR-APRES                       PIC X.
           05 FILLER                          PIC X(13).

      * Changement retenu : cle, motif (CTR ou IDT, la situation dont
      * la transition est interdite), etat (A = en attente, L =
      * libere, R = rejete, P = perime), images avant/apres de la
      * fiche au gabarit de CONTRAT-MASTER-REC, puis date et
      * superviseur de la decision (a blanc tant qu'elle est en
      * attente)

       FD ATTENTE.
       01 ATTENTE-REC.
           05 ATT-Cle.
               10 ATT-Date-Run                PIC X(8).
               10 ATT-RefCtr                  PIC X(9).
               10 ATT-CodIdt                  PIC 9(7).
               10 ATT-Source                  PIC 9.
           05 ATT-Motif                       PIC X(3).
           05 ATT-Statut                      PIC X.
           05 ATT-Avant                       PIC X(29).
           05 ATT-Apres                       PIC X(29).
           05 ATT-Date-Decision               PIC X(8).
           05 ATT-Superviseur                 PIC X(8).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01 W-Chemin-Simul                     PIC X(200).
       01 W-Chemin-Bilan                     PIC X(200).
       01 W-Chemin-Situ                      PIC X(200).
       01 W-Chemin-Registre                  PIC X(200).
       01 W-Chemin-Transfert                 PIC X(200).
       01 W-Rep-Param                        PIC X(180).
       01 W-Chemin-Trs                       PIC X(200).
       01 W-Chemin-Attente                   PIC X(200).

      * Date du run Appariement dont on reprend les sorties ; par
      * défaut celle du jour (cas normal d'un enchaînement le même
       01 L-Fst-Simul                        PIC 99.
       01 L-Fst-Bilan                        PIC 99.
       01 L-Fst-Situ                         PIC 99.
       01 L-Fst-Registre                     PIC 99.
       01 L-Fst-Transfert                    PIC 99.
       01 L-Fst-Trs                          PIC 99.
       01 L-Fst-Attente                      PIC 99.

      * Mode simulation (APPAR_SIMULATION = O) : le programme lit les
      * memes Fic1et2/Fic1non2/Fic2non1 et produit l'image complete
           88 Suspens-Dispo-Oui              VALUE 1.
           88 Suspens-Dispo-Non              VALUE 0.

      * Meme principe pour le registre des identifiants

       01 Registre-Dispo                     PIC 9.
           88 Registre-Dispo-Oui             VALUE 1.
           88 Registre-Dispo-Non             VALUE 0.

       01 Lec-Sor-Fin                        PIC 9.
           88 Lec-Sor-Fin-Oui                VALUE 1.
           88 Lec-Sor-Fin-Non                VALUE 0.
       01 CPT-SUSP-NOUVEAU                   PIC 9(10) VALUE 0.
       01 CPT-SUSP-REVU                      PIC 9(10) VALUE 0.
       01 CPT-SUSP-APURE                     PIC 9(10) VALUE 0.
       01 CPT-RID-NOUVEAU                    PIC 9(10) VALUE 0.
       01 CPT-RID-REVU                       PIC 9(10) VALUE 0.
       01 CPT-RID-TRANSFERT                  PIC 9(10) VALUE 0.
       01 CPT-ATTENTE                        PIC 9(10) VALUE 0.

      * Zones de calcul de l'anciennete d'un suspens (nombre de jours
      * entre la premiere vue et le run courant)
       01 W-Avant-Image.
           05 W-Avant-RefCtr                 PIC X(9).
           05 W-Avant-Sit-Ctr                PIC X.
           05 W-Avant-CodIdt                 PIC 9(7).
           05 W-Avant-Sit-Idt                PIC X.
           05 FILLER                         PIC X(11).
       01 W-Jrn-Action                       PIC X.
       01 W-Jrn-Source                       PIC 9.

       01 CPT-SITU-OUVERTE                   PIC 9(10) VALUE 0.
       01 CPT-SITU-CLOSE                     PIC 9(10) VALUE 0.

      * Table des transitions autorisees (voir LIRE-TRANSITIONS) ;
      * sans fichier de transitions, ou avec un fichier sans aucune
      * ligne valide, tout changement est poste comme avant
      * l'existence de la table

       01 Transitions                        PIC 9.
           88 Transitions-Chargees           VALUE 1.
           88 Transitions-Absentes           VALUE 0.

       01 W-Trs-Max                          PIC 9(3) VALUE 200.
       01 W-Trs-Nb                           PIC 9(3) VALUE 0.
       01 W-Trs-Idx                          PIC 9(3).
       01 W-Trs-Table.
           05 W-Trs-Ent OCCURS 200.
               10 W-Trs-Type                 PIC X(3).
               10 W-Trs-Avant                PIC X.
               10 W-Trs-Apres                PIC X.

      * Transition a controler et resultat du controle

       01 W-Trs-Type-Cherche                 PIC X(3).
       01 W-Trs-Avant-Cherche                PIC X.
       01 W-Trs-Apres-Cherche                PIC X.

       01 Transition                         PIC 9.
           88 Transition-Autorisee           VALUE 1.
           88 Transition-Interdite           VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

           SET Lec-1Non2-Fin-Non TO TRUE
           SET Lec-2Non1-Fin-Non TO TRUE
           SET Suspens-Dispo-Oui TO TRUE
           SET Registre-Dispo-Oui TO TRUE

      * Mode simulation demande par APPAR_SIMULATION = O : tout le
      * traitement tourne a blanc et le detail d'impact remplace le
           END-IF

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS
           PERFORM LIRE-TRANSITIONS THRU FIN-LIRE-TRANSITIONS

           OPEN INPUT FIC-SOR
           OPEN INPUT FIC-1NON2
               CLOSE SITU-HISTO
               OPEN I-O SITU-HISTO
           END-IF

      * Le registre des identifiants est permanent, cree vide au tout
      * premier lancement sur le meme principe ; la liste des
      * transferts est refaite a chaque run

           OPEN I-O REGISTRE-IDT
           IF L-Fst-Registre = 35
               OPEN OUTPUT REGISTRE-IDT
               CLOSE REGISTRE-IDT
               OPEN I-O REGISTRE-IDT
           END-IF

           OPEN OUTPUT TRANSFERTS

      * Le fichier des changements retenus est permanent : les
      * changements y attendent leur decision d'un run a l'autre

           OPEN I-O ATTENTE
           IF L-Fst-Attente = 35
               OPEN OUTPUT ATTENTE
               CLOSE ATTENTE
               OPEN I-O ATTENTE
           END-IF
           .

      ********************
                   ' comme nouveaux'
           END-IF

      * Le registre des identifiants est lui aussi lu sans etre
      * ecrit ; absent, tous les identifiants apparies comptent comme
      * nouveaux et aucun transfert n'est detecte

           OPEN INPUT REGISTRE-IDT
           IF L-Fst-Registre NOT = ZERO
               SET Registre-Dispo-Non TO TRUE
               DISPLAY 'Pas de registre des identifiants, identifiants'
                   ' comptes comme nouveaux'
           END-IF

           OPEN OUTPUT SIMULATION-FIC

           MOVE SPACES                        TO LIGNE-SIM
                  '/SituHisto.dat'             DELIMITED BY SIZE
                  INTO W-Chemin-Situ
           END-STRING

           MOVE SPACES TO W-Chemin-Registre
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/RegistreIdt.dat'           DELIMITED BY SIZE
                  INTO W-Chemin-Registre
           END-STRING

           MOVE SPACES TO W-Chemin-Transfert
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/TransfertIdt_'             DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Transfert
           END-STRING

           MOVE SPACES TO W-Rep-Param
           ACCEPT W-Rep-Param  FROM ENVIRONMENT "APPAR_PAR_DIR"
           IF W-Rep-Param = SPACES
               MOVE '.' TO W-Rep-Param
           END-IF

           MOVE SPACES TO W-Chemin-Trs
           STRING FUNCTION TRIM(W-Rep-Param) DELIMITED BY SIZE
                  '/Transitions.par'           DELIMITED BY SIZE
                  INTO W-Chemin-Trs
           END-STRING

           MOVE SPACES TO W-Chemin-Attente
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/Attente.dat'               DELIMITED BY SIZE
                  INTO W-Chemin-Attente
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       LIRE-TRANSITIONS.
      ******************

      * Table des transitions de situation autorisees (Transitions.par
      * dans APPAR_PAR_DIR), une transition par ligne :
      *   CTR a b    la situation contrat peut passer de a a b
      *   IDT a b    la situation identifiant peut passer de a a b
      * Une situation qui ne change pas n'est jamais controlee, pas
      * plus qu'une creation de fiche. Fichier absent = pas de
      * controle, pour que l'exploitation existante continue de
      * tourner sans configuration ; une ligne invalide est signalee
      * et ignoree, comme pour Appariement.par

           SET Transitions-Absentes TO TRUE
           MOVE ZERO TO W-Trs-Nb

           OPEN INPUT PARAM-TRS
           IF L-Fst-Trs NOT = ZERO
               DISPLAY 'Pas de table des transitions, aucune'
                   ' transition controlee'
               GO TO FIN-LIRE-TRANSITIONS
           END-IF

           PERFORM LIRE-UNE-TRANSITION THRU FIN-LIRE-UNE-TRANSITION
               UNTIL L-Fst-Trs NOT = ZERO

           CLOSE PARAM-TRS

           IF W-Trs-Nb = ZERO
               DISPLAY 'Table des transitions vide, aucune transition'
                   ' controlee'
           ELSE
               SET Transitions-Chargees TO TRUE
               DISPLAY 'Transitions autorisees chargees : ' W-Trs-Nb
           END-IF
           .

      **********************
       FIN-LIRE-TRANSITIONS. EXIT.
      **********************
      *-----------------------------------------------------------------
      *********************
       LIRE-UNE-TRANSITION.
      *********************

           READ PARAM-TRS
           AT END
               MOVE 10 TO L-Fst-Trs
               GO TO FIN-LIRE-UNE-TRANSITION
           END-READ

           IF PARAM-TRS-REC = SPACES
           OR PARAM-TRS-REC (1:1) = '*'
               GO TO FIN-LIRE-UNE-TRANSITION
           END-IF

           IF (PTR-TYPE NOT = 'CTR' AND PTR-TYPE NOT = 'IDT')
           OR PTR-AVANT = SPACE
           OR PTR-APRES = SPACE
               DISPLAY 'Transition invalide ignoree : ['
                   PARAM-TRS-REC ']'
               GO TO FIN-LIRE-UNE-TRANSITION
           END-IF

           IF W-Trs-Nb >= W-Trs-Max
               DISPLAY 'Table des transitions pleine (' W-Trs-Max
                   ' entrees), transition ignoree : ' PARAM-TRS-REC
               GO TO FIN-LIRE-UNE-TRANSITION
           END-IF

           ADD 1 TO W-Trs-Nb
           MOVE PTR-TYPE  TO W-Trs-Type  (W-Trs-Nb)
           MOVE PTR-AVANT TO W-Trs-Avant (W-Trs-Nb)
           MOVE PTR-APRES TO W-Trs-Apres (W-Trs-Nb)
           .

      *************************
       FIN-LIRE-UNE-TRANSITION. EXIT.
      *************************
      *-----------------------------------------------------------------
      *******************
       TRAITER-MATCHES.
      *******************
                   MOVE ENTREE-SOR-SOURCE   TO CM-Source
                   MOVE W-Run-Date          TO CM-Date-Maj

      * Une transition interdite par la table n'est pas postee : le
      * changement part au fichier des changements retenus et la
      * fiche reste telle quelle jusqu'a la decision du superviseur

                   MOVE 1 TO W-Jrn-Source
                   PERFORM CONTROLER-TRANSITION
                                    THRU FIN-CONTROLER-TRANSITION
                   IF Transition-Interdite
                       PERFORM METTRE-EN-ATTENTE
                                    THRU FIN-METTRE-EN-ATTENTE
                   ELSE
                       PERFORM POSTER-MATCH THRU FIN-POSTER-MATCH
                   END-IF

      * Le registre des identifiants suit le flux, que le changement
      * soit poste ou retenu : un device vu sur un autre contrat part
      * dans la liste des transferts des cette nuit

                   PERFORM POSTER-REGISTRE THRU FIN-POSTER-REGISTRE

      * La paire vient de s'apparier : si elle attendait au suspens
      * des identifiants orphelins, l'entrée est apurée (en
       FIN-TRAITER-MATCHES. EXIT.
      **********************
      *-----------------------------------------------------------------
      **************
       POSTER-MATCH.
      **************

      * Ecriture de la fiche appariee courante au master, avec son
      * journal et son historique de situation (le registre des
      * identifiants est tenu par TRAITER-MATCHES pour toute paire,
      * postee ou retenue). En mode simulation la fiche n'est pas
      * ecrite : seuls les compteurs et le detail d'impact (via
      * ECRIRE-JOURNAL) bougent

           IF Master-Trouve-Oui
               IF Simulation-Non
                   REWRITE CONTRAT-MASTER-REC
                   IF L-Fst-Master NOT = ZERO
                       DISPLAY 'Erreur reecriture master, '
                           'RefCtr = ' CM-RefCtr
                           ' fst = ' L-Fst-Master
                   END-IF
               END-IF
               MOVE 'M' TO W-Jrn-Action
           ELSE
               IF Simulation-Non
                   WRITE CONTRAT-MASTER-REC
                   IF L-Fst-Master NOT = ZERO
                       DISPLAY 'Erreur creation master, '
                           'RefCtr = ' CM-RefCtr
                           ' fst = ' L-Fst-Master
                   END-IF
               END-IF
               ADD 1 TO CPT-CREATION
               MOVE 'C' TO W-Jrn-Action
           END-IF

           PERFORM ECRIRE-JOURNAL THRU FIN-ECRIRE-JOURNAL
           PERFORM MAJ-SITU-HISTO THRU FIN-MAJ-SITU-HISTO

           IF Simulation-Oui
               MOVE ENTREE-SOR-REFCTR   TO W-Sim-Dernier-RefCtr
               MOVE CONTRAT-MASTER-REC  TO W-Sim-Derniere-Image
           END-IF
           .

      *******************
       FIN-POSTER-MATCH. EXIT.
      *******************
      *-----------------------------------------------------------------
      **************************
       TRAITER-CTR-SANS-IDT.
      **************************
                   MOVE ENTREE-1NON2-SIT-CTR TO CM-Sit-Ctr
                   MOVE W-Run-Date           TO CM-Date-Maj

      * Meme controle des transitions que pour les paires appariees

                   MOVE 2 TO W-Jrn-Source
                   PERFORM CONTROLER-TRANSITION
                                    THRU FIN-CONTROLER-TRANSITION
                   IF Transition-Interdite
                       PERFORM METTRE-EN-ATTENTE
                                    THRU FIN-METTRE-EN-ATTENTE
                   ELSE
                       PERFORM POSTER-CTR-SEUL
                                    THRU FIN-POSTER-CTR-SEUL
                   END-IF

                   ADD 1 TO CPT-MAJ-CTR-SEUL
               END-READ
       FIN-TRAITER-CTR-SANS-IDT. EXIT.
      *****************************
      *-----------------------------------------------------------------
      *****************
       POSTER-CTR-SEUL.
      *****************

      * Ecriture de la fiche contrat sans identifiant apparie, avec
      * son journal et son historique de situation (rien d'ecrit en
      * mode simulation, comme pour POSTER-MATCH)

           IF Master-Trouve-Oui
               IF Simulation-Non
                   REWRITE CONTRAT-MASTER-REC
                   IF L-Fst-Master NOT = ZERO
                       DISPLAY 'Erreur reecriture master, '
                           'RefCtr = ' CM-RefCtr
                           ' fst = ' L-Fst-Master
                   END-IF
               END-IF
               MOVE 'M' TO W-Jrn-Action
           ELSE
               IF Simulation-Non
                   WRITE CONTRAT-MASTER-REC
                   IF L-Fst-Master NOT = ZERO
                       DISPLAY 'Erreur creation master, '
                           'RefCtr = ' CM-RefCtr
                           ' fst = ' L-Fst-Master
                   END-IF
               END-IF
               ADD 1 TO CPT-CREATION
               MOVE 'C' TO W-Jrn-Action
           END-IF

           PERFORM ECRIRE-JOURNAL THRU FIN-ECRIRE-JOURNAL
           PERFORM MAJ-SITU-HISTO THRU FIN-MAJ-SITU-HISTO
           .

      **********************
       FIN-POSTER-CTR-SEUL. EXIT.
      **********************
      *-----------------------------------------------------------------
      **********************
       CONTROLER-TRANSITION.
      **********************

      * Controle, avant toute reecriture d'une fiche existante, que
      * le passage de la situation lue au master (image avant) a la
      * situation recue figure dans la table des transitions : la
      * situation contrat d'abord, puis la situation identifiant
      * quand c'est le meme identifiant qui change de situation (un
      * nouvel identifiant sur le contrat n'a pas de situation de
      * depart). Une creation, une situation inchangee ou une
      * situation de depart a blanc passent toujours, de meme que
      * tout changement quand la table n'est pas chargee

           SET Transition-Autorisee TO TRUE

           IF Master-Trouve-Non
           OR Transitions-Absentes
               GO TO FIN-CONTROLER-TRANSITION
           END-IF

           IF CM-Sit-Ctr NOT = W-Avant-Sit-Ctr
           AND W-Avant-Sit-Ctr NOT = SPACE
               MOVE 'CTR'           TO W-Trs-Type-Cherche
               MOVE W-Avant-Sit-Ctr TO W-Trs-Avant-Cherche
               MOVE CM-Sit-Ctr      TO W-Trs-Apres-Cherche
               PERFORM CHERCHER-TRANSITION
                                    THRU FIN-CHERCHER-TRANSITION
               IF Transition-Interdite
                   GO TO FIN-CONTROLER-TRANSITION
               END-IF
           END-IF

           IF CM-CodIdt = W-Avant-CodIdt
           AND CM-Sit-Idt NOT = W-Avant-Sit-Idt
           AND W-Avant-Sit-Idt NOT = SPACE
               MOVE 'IDT'           TO W-Trs-Type-Cherche
               MOVE W-Avant-Sit-Idt TO W-Trs-Avant-Cherche
               MOVE CM-Sit-Idt      TO W-Trs-Apres-Cherche
               PERFORM CHERCHER-TRANSITION
                                    THRU FIN-CHERCHER-TRANSITION
           END-IF
           .

      ***************************
       FIN-CONTROLER-TRANSITION. EXIT.
      ***************************
      *-----------------------------------------------------------------
      *********************
       CHERCHER-TRANSITION.
      *********************

           SET Transition-Interdite TO TRUE

           PERFORM VARYING W-Trs-Idx FROM 1 BY 1
                   UNTIL W-Trs-Idx > W-Trs-Nb
               IF W-Trs-Type  (W-Trs-Idx) = W-Trs-Type-Cherche
               AND W-Trs-Avant (W-Trs-Idx) = W-Trs-Avant-Cherche
               AND W-Trs-Apres (W-Trs-Idx) = W-Trs-Apres-Cherche
                   SET Transition-Autorisee TO TRUE
                   GO TO FIN-CHERCHER-TRANSITION
               END-IF
           END-PERFORM
           .

      **************************
       FIN-CHERCHER-TRANSITION. EXIT.
      **************************
      *-----------------------------------------------------------------
      *******************
       METTRE-EN-ATTENTE.
      *******************

      * Le changement interdit part au fichier des changements
      * retenus avec l'image avant (la fiche telle qu'elle reste au
      * master) et l'image apres (ce que le flux voulait poster) ; un
      * run relance pour la meme date retombe sur la meme cle et
      * l'entree est simplement realignee. En mode simulation, le
      * changement est seulement compte

           ADD 1 TO CPT-ATTENTE
           DISPLAY 'Transition interdite mise en attente : RefCtr='
               CM-RefCtr ' ' W-Trs-Type-Cherche ' '
               W-Trs-Avant-Cherche '->' W-Trs-Apres-Cherche

           IF Simulation-Oui
               GO TO FIN-METTRE-EN-ATTENTE
           END-IF

           MOVE SPACES             TO ATTENTE-REC
           MOVE W-Run-Date         TO ATT-Date-Run
           MOVE CM-RefCtr          TO ATT-RefCtr
           MOVE CM-CodIdt          TO ATT-CodIdt
           MOVE W-Jrn-Source       TO ATT-Source
           MOVE W-Trs-Type-Cherche TO ATT-Motif
           MOVE 'A'                TO ATT-Statut
           MOVE W-Avant-Image      TO ATT-Avant
           MOVE CONTRAT-MASTER-REC TO ATT-Apres
           WRITE ATTENTE-REC
               INVALID KEY
                   REWRITE ATTENTE-REC
                   IF L-Fst-Attente NOT = ZERO
                       DISPLAY 'Erreur reecriture attente, RefCtr = '
                           ATT-RefCtr ' fst = ' L-Fst-Attente
                   END-IF
           END-WRITE
           .

      ************************
       FIN-METTRE-EN-ATTENTE. EXIT.
      ************************
      *-----------------------------------------------------------------
      **************************
       TRAITER-IDT-ORPHELINS.
      **************************
           READ SUSPENS
               INVALID KEY
                   MOVE ENTREE-2NON1-SIT-IDT TO SUSP-Sit-Idt
                   MOVE ENTREE-2NON1-SOURCE  TO SUSP-Source
                   MOVE W-Run-Date           TO SUSP-Date-Premiere
                   MOVE W-Run-Date           TO SUSP-Date-Derniere
                   MOVE ZERO                 TO SUSP-Nb-Jours
                   ADD 1 TO CPT-SUSP-NOUVEAU
               NOT INVALID KEY
                   MOVE ENTREE-2NON1-SIT-IDT TO SUSP-Sit-Idt
                   IF ENTREE-2NON1-SOURCE NOT = SPACES
                       MOVE ENTREE-2NON1-SOURCE TO SUSP-Source
                   END-IF
                   MOVE W-Run-Date           TO SUSP-Date-Derniere
                   MOVE SUSP-Date-Premiere   TO W-Susp-Date-Num
                   COMPUTE W-Susp-Jours-Deb =
       FIN-POSTER-SUSPENS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       POSTER-REGISTRE.
      *****************

      * Mise a jour du registre des identifiants pour la paire
      * appariee courante : un identifiant jamais vu y est cree avec
      * sa date de premiere vue ; un identifiant connu voit sa
      * situation, son systeme emetteur et sa date de derniere vue
      * rafraichis. S'il etait rattache a un autre contrat, le
      * deplacement part dans la liste des transferts avant que le
      * registre ne bascule sur le nouveau contrat. En mode
      * simulation, rien n'est ecrit : l'identifiant est seulement
      * compte comme nouveau, revu ou transfere

           MOVE ENTREE-SOR-CODIDT TO RID-CodIdt

           IF Simulation-Oui
               IF Registre-Dispo-Non
                   ADD 1 TO CPT-RID-NOUVEAU
               ELSE
                   READ REGISTRE-IDT
                       INVALID KEY
                           ADD 1 TO CPT-RID-NOUVEAU
                       NOT INVALID KEY
                           ADD 1 TO CPT-RID-REVU
                           IF RID-RefCtr NOT = ENTREE-SOR-REFCTR
                               ADD 1 TO CPT-RID-TRANSFERT
                           END-IF
                   END-READ
               END-IF
               GO TO FIN-POSTER-REGISTRE
           END-IF

           READ REGISTRE-IDT
               INVALID KEY
                   MOVE ENTREE-SOR-REFCTR    TO RID-RefCtr
                   MOVE ENTREE-SOR-SIT-IDT   TO RID-Sit-Idt
                   MOVE ENTREE-SOR-SOURCE    TO RID-Source
                   MOVE W-Run-Date           TO RID-Date-Premiere
                   MOVE W-Run-Date           TO RID-Date-Derniere
                   WRITE REGISTRE-IDT-REC
                   IF L-Fst-Registre NOT = ZERO
                       DISPLAY 'Erreur creation registre, CodIdt = '
                           RID-CodIdt ' fst = ' L-Fst-Registre
                   END-IF
                   ADD 1 TO CPT-RID-NOUVEAU
               NOT INVALID KEY
                   IF RID-RefCtr NOT = ENTREE-SOR-REFCTR
                       PERFORM ECRIRE-TRANSFERT
                                        THRU FIN-ECRIRE-TRANSFERT
                   END-IF
                   MOVE ENTREE-SOR-REFCTR    TO RID-RefCtr
                   MOVE ENTREE-SOR-SIT-IDT   TO RID-Sit-Idt
                   MOVE ENTREE-SOR-SOURCE    TO RID-Source
                   MOVE W-Run-Date           TO RID-Date-Derniere
                   REWRITE REGISTRE-IDT-REC
                   IF L-Fst-Registre NOT = ZERO
                       DISPLAY 'Erreur reecriture registre, CodIdt = '
                           RID-CodIdt ' fst = ' L-Fst-Registre
                   END-IF
                   ADD 1 TO CPT-RID-REVU
           END-READ
           .

      **********************
       FIN-POSTER-REGISTRE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       ECRIRE-TRANSFERT.
      ******************

      * Une ligne par identifiant apparie sous un autre contrat que
      * celui du registre : l'entree du registre est encore celle de
      * l'ancien rattachement au moment de l'ecriture

           MOVE SPACES               TO TRANSFERT-REC
           MOVE RID-CodIdt           TO TRF-CODIDT
           MOVE RID-RefCtr           TO TRF-REFCTR-AVANT
           MOVE RID-Date-Derniere    TO TRF-DATE-AVANT
           MOVE ENTREE-SOR-REFCTR    TO TRF-REFCTR-APRES
           MOVE ENTREE-SOR-SIT-IDT   TO TRF-SIT-IDT
           MOVE ENTREE-SOR-SOURCE    TO TRF-SOURCE
           WRITE TRANSFERT-REC
           IF L-Fst-Transfert NOT = ZERO
               DISPLAY 'Erreur ecriture transferts =' L-Fst-Transfert
           END-IF
           DISPLAY 'Identifiant transfere : CodIdt=' RID-CodIdt
               ' de ' RID-RefCtr ' vers ' ENTREE-SOR-REFCTR
           ADD 1 TO CPT-RID-TRANSFERT
           .

      ***********************
       FIN-ECRIRE-TRANSFERT. EXIT.
      ***********************
      *-----------------------------------------------------------------
      **************
       ECRIRE-JOURNAL.
      **************
               CLOSE JOURNAL
               CLOSE SUSPENS
               CLOSE SITU-HISTO
               CLOSE REGISTRE-IDT
               CLOSE TRANSFERTS
               CLOSE ATTENTE
               PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN
           END-IF

               CPT-SITU-OUVERTE
           DISPLAY 'Periodes de situation closes       : '
               CPT-SITU-CLOSE
           DISPLAY 'Identifiants nouveaux au registre  : '
               CPT-RID-NOUVEAU
           DISPLAY 'Identifiants revus au registre     : '
               CPT-RID-REVU
           DISPLAY 'Identifiants transferes            : '
               CPT-RID-TRANSFERT
           DISPLAY 'Changements mis en attente         : '
               CPT-ATTENTE
           DISPLAY 'Fin de mise a jour du referentiel contrat'
           .

               DISPLAY 'Erreur ecriture simulation =' L-Fst-Simul
           END-IF

           MOVE SPACES                        TO LIGNE-SIM
           STRING 'Attentes prevues      : ' DELIMITED BY SIZE
               CPT-ATTENTE                   DELIMITED BY SIZE
               INTO LIGNE-SIM
           END-STRING
           WRITE LIGNE-SIM
           IF L-Fst-Simul NOT = ZERO
               DISPLAY 'Erreur ecriture simulation =' L-Fst-Simul
           END-IF

           MOVE SPACES                        TO LIGNE-SIM
           STRING 'Transferts prevus     : ' DELIMITED BY SIZE
               CPT-RID-TRANSFERT             DELIMITED BY SIZE
               INTO LIGNE-SIM
           END-STRING
           WRITE LIGNE-SIM
           IF L-Fst-Simul NOT = ZERO
               DISPLAY 'Erreur ecriture simulation =' L-Fst-Simul
           END-IF

           CLOSE SIMULATION-FIC
           IF Suspens-Dispo-Oui
               CLOSE SUSPENS
           END-IF
           IF Registre-Dispo-Oui
               CLOSE REGISTRE-IDT
           END-IF
           .

      *************************
      **************

      * Compteurs du run en libelles fixes de 24 caracteres, pour le
      * rapprochement mecanique du bilan de nuit (voir BilanNuit.cbl).
      * Les mises a jour appariees et sans identifiant comptent tout
      * enregistrement traite, changements mis en attente compris,
      * pour rester rapprochables des fichiers d'Appariement ; les
      * mises en attente sont reprises a part pour information

           OPEN OUTPUT BILAN

               DISPLAY 'Erreur ecriture bilan =' L-Fst-Bilan
           END-IF

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Mises en attente      : ' DELIMITED BY SIZE
               CPT-ATTENTE                   DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           WRITE LIGNE-BILAN
           IF L-Fst-Bilan NOT = ZERO
               DISPLAY 'Erreur ecriture bilan =' L-Fst-Bilan
           END-IF

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Transferts identifiant: ' DELIMITED BY SIZE
               CPT-RID-TRANSFERT             DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           WRITE LIGNE-BILAN
           IF L-Fst-Bilan NOT = ZERO
               DISPLAY 'Erreur ecriture bilan =' L-Fst-Bilan
           END-IF

           CLOSE BILAN
           .

