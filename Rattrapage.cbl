       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. Rattrapage.
      *-----------------------------------------------------------------

      * Rattrapage de plusieurs nuits manquees : quand l'ordonnanceur
      * est arrete ou qu'un fournisseur n'envoie rien pendant deux
      * nuits, plusieurs lots dates FIC1_AAAAMMJJ.txt /
      * FIC2_AAAAMMJJ.txt attendent a la fois, et la chaine ne
      * connait qu'une date de run : l'exploitation rejouait chaque
      * nuit a la main (variables, deplacements de fichiers), souvent
      * dans le desordre. Ce programme :
      *   - cherche, jour par jour dans la fenetre de rattrapage, les
      *     lots en attente : FIC1 et FIC2 dates presents
      *     (APPAR_FIC1_DIR / APPAR_FIC2_DIR) et pas encore de
      *     BilanNuit_AAAAMMJJ.txt pour cette date (APPAR_RAP_DIR) ;
      *     la fenetre part de APPAR_RATTRAPAGE_DEBUT (AAAAMMJJ) ou, a
      *     defaut, de APPAR_RATTRAPAGE_NJOURS jours (31 par defaut)
      *     avant la date du run, et finit a la date du run ;
      *   - pour chaque lot, par date croissante, enchaine ControleTri,
      *     Appariement, MajContrat, ExtraitFact et BilanNuit avec
      *     APPAR_RUN_DATE, APPAR_DATE_FLUX et APPAR_FIC_DATE fixes a
      *     la date du lot : sorties, journal, SituHisto et
      *     vieillissement du suspens sont dates du jour du flux et non
      *     du jour ;
      *   - s'arrete au premier lot dont une etape echoue (ControleTri
      *     non nul, Appariement / MajContrat / ExtraitFact au-dela de
      *     l'avertissement) ou dont le verdict BilanNuit n'est pas 0 :
      *     la nuit suivante partirait d'un referentiel faux ;
      *   - edite le bilan du rattrapage (Rattrapage_AAAAMMJJ.txt dans
      *     APPAR_RAP_DIR) : lots rattrapes, lot en echec, lots
      *     restants.
      * Les programmes de la chaine sont appeles (CALL) puis liberes
      * (CANCEL) a chaque lot pour repartir de zones de travail
      * neuves. Le mode simulation est refuse : chaque nuit rattrapee
      * part du referentiel poste par la precedente.
      * Code retour : 0 tout rattrape (ou rien a rattraper), 8 arret
      * sur un lot.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Fichiers seulement ouverts puis fermes pour tester leur
      * presence

           SELECT TEST-FIC1              ASSIGN TO
               DYNAMIC W-Chemin-Test-Fic1
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Test-Fic1.

           SELECT TEST-FIC2              ASSIGN TO
               DYNAMIC W-Chemin-Test-Fic2
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Test-Fic2.

           SELECT TEST-BILAN             ASSIGN TO
               DYNAMIC W-Chemin-Test-Bilan
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Test-Bilan.

           SELECT RAPPORT                ASSIGN TO
               DYNAMIC W-Chemin-Rap
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rap.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

       FD TEST-FIC1.
       01 TEST-FIC1-REC                      PIC X(100).

       FD TEST-FIC2.
       01 TEST-FIC2-REC                      PIC X(100).

       FD TEST-BILAN.
       01 TEST-BILAN-REC                     PIC X(100).

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Fic1                         PIC X(180).
       01 W-Rep-Fic2                         PIC X(180).
       01 W-Rep-Rap                          PIC X(180).

       01 W-Chemin-Test-Fic1                 PIC X(200).
       01 W-Chemin-Test-Fic2                 PIC X(200).
       01 W-Chemin-Test-Bilan                PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Test-Fic1                    PIC 99.
       01 L-Fst-Test-Fic2                    PIC 99.
       01 L-Fst-Test-Bilan                   PIC 99.
       01 L-Fst-Rap                          PIC 99.

       01 W-Simulation-Brut                  PIC X.

      * Fenetre de recherche des lots : debut explicite, ou nombre de
      * jours avant la date du run (cadre a droite comme les autres
      * parametres numeriques d'environnement)

       01 W-Debut-Date                       PIC X(8).
       01 W-Njours-Brut                      PIC X(5).
       01 W-Njours-Cadre                     PIC X(5) JUSTIFIED RIGHT.
       01 W-Njours-Cadre-Num REDEFINES W-Njours-Cadre
                                             PIC 9(5).
       01 W-Njours                           PIC 9(5) VALUE 31.

       01 W-Date-Num                         PIC 9(8).
       01 W-Jour-Ent                         PIC 9(8).
       01 W-Jour-Debut-Ent                   PIC 9(8).
       01 W-Jour-Fin-Ent                     PIC 9(8).
       01 W-Date-Lot                         PIC X(8).

      * Lots en attente, par date croissante (la fenetre ne depasse
      * pas une annee) : date, etat (A attente, R rattrape, E echec)
      * et, pour le lot en echec, l'etape et son code retour

       01 W-Lot-Max                          PIC 999 VALUE 366.
       01 W-Lot-Nb                           PIC 999 VALUE 0.
       01 W-Lot-Idx                          PIC 999.
       01 W-Lot-Table.
           05 W-Lot OCCURS 366.
               10 W-Lot-Date                 PIC X(8).
               10 W-Lot-Etat                 PIC X.
                   88 Lot-En-Attente         VALUE 'A'.
                   88 Lot-Rattrape           VALUE 'R'.
                   88 Lot-En-Echec           VALUE 'E'.
               10 W-Lot-Etape                PIC X(12).
               10 W-Lot-Rc                   PIC 9(4).

       01 Arret                              PIC 9.
           88 Arret-Oui                      VALUE 1.
           88 Arret-Non                      VALUE 0.

      * Etape en cours : programme appele, code retour rendu et seuil
      * au-dela duquel le lot est arrete

       01 W-Programme                        PIC X(12).
       01 W-Rc                               PIC S9(4).
       01 W-Rc-Edite                         PIC 9(4).
       01 W-Rc-Max                           PIC S9(4).

       01 CPT-LOT-RATTRAPE                   PIC 9(4) VALUE 0.
       01 CPT-LOT-RESTANT                    PIC 9(4) VALUE 0.
       01 CPT-LOT-SANS-PAIRE                 PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM CHERCHER-LOTS         THRU FIN-CHERCHER-LOTS
           PERFORM RATTRAPER             THRU FIN-RATTRAPER
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Rattrapage des nuits en attente           ***'
           DISPLAY '***************************************************'

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

      * Pas de rattrapage a blanc : chaque nuit part du referentiel
      * poste par la precedente

           MOVE SPACES TO W-Simulation-Brut
           ACCEPT W-Simulation-Brut FROM ENVIRONMENT "APPAR_SIMULATION"
           IF W-Simulation-Brut = 'O'
               DISPLAY 'Rattrapage impossible en mode simulation '
                   '(APPAR_SIMULATION = O)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE W-Run-Date TO W-Date-Num
           COMPUTE W-Jour-Fin-Ent = FUNCTION INTEGER-OF-DATE(W-Date-Num)

      * Debut de la fenetre : APPAR_RATTRAPAGE_DEBUT, sinon
      * APPAR_RATTRAPAGE_NJOURS jours avant la date du run

           MOVE SPACES TO W-Debut-Date
           ACCEPT W-Debut-Date FROM ENVIRONMENT "APPAR_RATTRAPAGE_DEBUT"
           IF W-Debut-Date NOT = SPACES
               IF W-Debut-Date NOT NUMERIC
               OR W-Debut-Date > W-Run-Date
                   DISPLAY 'Debut de rattrapage invalide '
                       '(APPAR_RATTRAPAGE_DEBUT) : [' W-Debut-Date ']'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE W-Debut-Date TO W-Date-Num
               COMPUTE W-Jour-Debut-Ent =
                   FUNCTION INTEGER-OF-DATE(W-Date-Num)
           ELSE
               MOVE SPACES TO W-Njours-Brut
               ACCEPT W-Njours-Brut
                   FROM ENVIRONMENT "APPAR_RATTRAPAGE_NJOURS"
               IF W-Njours-Brut NOT = SPACES
                   MOVE FUNCTION TRIM(W-Njours-Brut) TO W-Njours-Cadre
                   INSPECT W-Njours-Cadre REPLACING LEADING ' ' BY '0'
                   IF W-Njours-Cadre-Num NUMERIC
                       MOVE W-Njours-Cadre-Num TO W-Njours
                   ELSE
                       DISPLAY 'APPAR_RATTRAPAGE_NJOURS invalide : '
                           W-Njours-Brut ' (valeur numerique '
                           'attendue), defaut 31 jours applique'
                   END-IF
               END-IF
               COMPUTE W-Jour-Debut-Ent = W-Jour-Fin-Ent - W-Njours
           END-IF

      * Une fenetre plus longue que la table des lots est ramenee aux
      * derniers jours

           IF W-Jour-Fin-Ent - W-Jour-Debut-Ent >= W-Lot-Max
               COMPUTE W-Jour-Debut-Ent = W-Jour-Fin-Ent - W-Lot-Max + 1
           END-IF

           COMPUTE W-Date-Num =
               FUNCTION DATE-OF-INTEGER(W-Jour-Debut-Ent)
           MOVE W-Date-Num TO W-Debut-Date

           DISPLAY 'Recherche des lots du ' W-Debut-Date
               ' au ' W-Run-Date

           SET Arret-Non TO TRUE

           OPEN OUTPUT RAPPORT

           MOVE '=== Rattrapage des nuits en attente ===' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Execute le '            DELIMITED BY SIZE
               W-Run-Date                    DELIMITED BY SIZE
               ', lots recherches du '       DELIMITED BY SIZE
               W-Debut-Date                  DELIMITED BY SIZE
               ' au '                        DELIMITED BY SIZE
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

           MOVE SPACES TO W-Rep-Fic1
           ACCEPT W-Rep-Fic1   FROM ENVIRONMENT "APPAR_FIC1_DIR"
           IF W-Rep-Fic1 = SPACES
               MOVE '.' TO W-Rep-Fic1
           END-IF

           MOVE SPACES TO W-Rep-Fic2
           ACCEPT W-Rep-Fic2   FROM ENVIRONMENT "APPAR_FIC2_DIR"
           IF W-Rep-Fic2 = SPACES
               MOVE '.' TO W-Rep-Fic2
           END-IF

           MOVE SPACES TO W-Rep-Rap
           ACCEPT W-Rep-Rap    FROM ENVIRONMENT "APPAR_RAP_DIR"
           IF W-Rep-Rap = SPACES
               MOVE '.' TO W-Rep-Rap
           END-IF

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date   FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF

           MOVE SPACES TO W-Chemin-Rap
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/Rattrapage_'               DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       CHERCHER-LOTS.
      ***************

      * Un passage par jour de la fenetre, du plus ancien au plus
      * recent : la table des lots sort donc deja triee

           MOVE W-Jour-Debut-Ent TO W-Jour-Ent
           PERFORM EXAMINER-JOUR THRU FIN-EXAMINER-JOUR
               UNTIL W-Jour-Ent > W-Jour-Fin-Ent

           DISPLAY 'Lots en attente : ' W-Lot-Nb

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Lots en attente       : ' DELIMITED BY SIZE
               W-Lot-Nb                      DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF CPT-LOT-SANS-PAIRE NOT = ZERO
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Lots incomplets       : ' DELIMITED BY SIZE
                   CPT-LOT-SANS-PAIRE            DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF
           .

      ******************
       FIN-CHERCHER-LOTS. EXIT.
      ******************
      *-----------------------------------------------------------------
      ***************
       EXAMINER-JOUR.
      ***************

      * Lot en attente = FIC1 et FIC2 de la date presents, et pas de
      * bilan de nuit a cette date. Un FIC1 sans FIC2 (ou l'inverse)
      * est signale mais pas rattrape

           COMPUTE W-Date-Num = FUNCTION DATE-OF-INTEGER(W-Jour-Ent)
           MOVE W-Date-Num TO W-Date-Lot
           ADD 1 TO W-Jour-Ent

           MOVE SPACES TO W-Chemin-Test-Fic1
           STRING FUNCTION TRIM(W-Rep-Fic1) DELIMITED BY SIZE
                  '/FIC1_'                     DELIMITED BY SIZE
                  W-Date-Lot                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Test-Fic1
           END-STRING

           MOVE SPACES TO W-Chemin-Test-Fic2
           STRING FUNCTION TRIM(W-Rep-Fic2) DELIMITED BY SIZE
                  '/FIC2_'                     DELIMITED BY SIZE
                  W-Date-Lot                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Test-Fic2
           END-STRING

           MOVE SPACES TO W-Chemin-Test-Bilan
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/BilanNuit_'                DELIMITED BY SIZE
                  W-Date-Lot                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Test-Bilan
           END-STRING

           OPEN INPUT TEST-FIC1
           IF L-Fst-Test-Fic1 = ZERO
               CLOSE TEST-FIC1
           END-IF
           OPEN INPUT TEST-FIC2
           IF L-Fst-Test-Fic2 = ZERO
               CLOSE TEST-FIC2
           END-IF

           IF L-Fst-Test-Fic1 NOT = ZERO
           AND L-Fst-Test-Fic2 NOT = ZERO
               GO TO FIN-EXAMINER-JOUR
           END-IF

           IF L-Fst-Test-Fic1 NOT = ZERO
           OR L-Fst-Test-Fic2 NOT = ZERO
               ADD 1 TO CPT-LOT-SANS-PAIRE
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Lot incomplet (FIC1 ou FIC2 absent) : '
                                                 DELIMITED BY SIZE
                   W-Date-Lot                    DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-EXAMINER-JOUR
           END-IF

           OPEN INPUT TEST-BILAN
           IF L-Fst-Test-Bilan = ZERO
               CLOSE TEST-BILAN
               GO TO FIN-EXAMINER-JOUR
           END-IF

           ADD 1 TO W-Lot-Nb
           MOVE W-Date-Lot TO W-Lot-Date (W-Lot-Nb)
           SET Lot-En-Attente (W-Lot-Nb) TO TRUE
           MOVE SPACES TO W-Lot-Etape (W-Lot-Nb)
           MOVE ZERO   TO W-Lot-Rc (W-Lot-Nb)
           .

      ******************
       FIN-EXAMINER-JOUR. EXIT.
      ******************
      *-----------------------------------------------------------------
      ***********
       RATTRAPER.
      ***********

           PERFORM VARYING W-Lot-Idx FROM 1 BY 1
                   UNTIL W-Lot-Idx > W-Lot-Nb
                      OR Arret-Oui
               PERFORM TRAITER-LOT THRU FIN-TRAITER-LOT
           END-PERFORM
           .

      ****************
       FIN-RATTRAPER. EXIT.
      ****************
      *-----------------------------------------------------------------
      *************
       TRAITER-LOT.
      *************

      * La chaine de nuit complete pour la date du lot : la date est
      * posee dans l'environnement avant le premier appel, chaque
      * programme la relit a son initialisation

           MOVE W-Lot-Date (W-Lot-Idx) TO W-Date-Lot
           DISPLAY '--- Lot du ' W-Date-Lot ' ---'

           DISPLAY 'APPAR_RUN_DATE'  UPON ENVIRONMENT-NAME
           DISPLAY W-Date-Lot        UPON ENVIRONMENT-VALUE
           DISPLAY 'APPAR_DATE_FLUX' UPON ENVIRONMENT-NAME
           DISPLAY W-Date-Lot        UPON ENVIRONMENT-VALUE
           DISPLAY 'APPAR_FIC_DATE'  UPON ENVIRONMENT-NAME
           DISPLAY W-Date-Lot        UPON ENVIRONMENT-VALUE

      * ControleTri rejette le lot au moindre probleme (code non nul)
      * ; les autres etapes tolerent l'avertissement (code 4)

           MOVE 'ControleTri' TO W-Programme
           MOVE 0             TO W-Rc-Max
           PERFORM LANCER-ETAPE THRU FIN-LANCER-ETAPE
           IF Arret-Oui
               GO TO FIN-TRAITER-LOT
           END-IF

           MOVE 'Appariement' TO W-Programme
           MOVE 4             TO W-Rc-Max
           PERFORM LANCER-ETAPE THRU FIN-LANCER-ETAPE
           IF Arret-Oui
               GO TO FIN-TRAITER-LOT
           END-IF

           MOVE 'MajContrat'  TO W-Programme
           MOVE 4             TO W-Rc-Max
           PERFORM LANCER-ETAPE THRU FIN-LANCER-ETAPE
           IF Arret-Oui
               GO TO FIN-TRAITER-LOT
           END-IF

           MOVE 'ExtraitFact' TO W-Programme
           MOVE 4             TO W-Rc-Max
           PERFORM LANCER-ETAPE THRU FIN-LANCER-ETAPE
           IF Arret-Oui
               GO TO FIN-TRAITER-LOT
           END-IF

      * Verdict de la nuit : seul 0 autorise a passer au lot suivant

           MOVE 'BilanNuit'   TO W-Programme
           MOVE 0             TO W-Rc-Max
           PERFORM LANCER-ETAPE THRU FIN-LANCER-ETAPE
           IF Arret-Oui
               GO TO FIN-TRAITER-LOT
           END-IF

           SET Lot-Rattrape (W-Lot-Idx) TO TRUE
           ADD 1 TO CPT-LOT-RATTRAPE
           DISPLAY 'Lot du ' W-Date-Lot ' rattrape'
           .

      ****************
       FIN-TRAITER-LOT. EXIT.
      ****************
      *-----------------------------------------------------------------
      **************
       LANCER-ETAPE.
      **************

      * Appel d'un programme de la chaine, puis liberation pour que
      * le lot suivant reparte de zones de travail neuves ; un
      * programme introuvable arrete le rattrapage comme un echec

           MOVE 0 TO RETURN-CODE
           CALL W-Programme
               ON EXCEPTION
                   DISPLAY 'Programme introuvable : ' W-Programme
                   MOVE 9999 TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE TO W-Rc
           MOVE 0 TO RETURN-CODE
           CANCEL W-Programme

           IF W-Rc > W-Rc-Max OR W-Rc < 0
               SET Arret-Oui TO TRUE
               SET Lot-En-Echec (W-Lot-Idx) TO TRUE
               MOVE W-Programme TO W-Lot-Etape (W-Lot-Idx)
               MOVE W-Rc        TO W-Lot-Rc (W-Lot-Idx)
               MOVE W-Rc        TO W-Rc-Edite
               DISPLAY 'Arret du rattrapage : ' W-Programme
                   ' code retour ' W-Rc-Edite ' sur le lot du '
                   W-Date-Lot
           END-IF
           .

      *****************
       FIN-LANCER-ETAPE. EXIT.
      *****************
      *-----------------------------------------------------------------
      ***************
       EDITER-BILAN.
      ***************

      * Une ligne par lot : rattrape, en echec (etape et code retour)
      * ou restant a passer

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE '--- Lots ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           PERFORM VARYING W-Lot-Idx FROM 1 BY 1
                   UNTIL W-Lot-Idx > W-Lot-Nb
               MOVE SPACES TO LIGNE-RAP
               MOVE W-Lot-Date (W-Lot-Idx) TO LIGNE-RAP (3:8)
               EVALUATE TRUE
                   WHEN Lot-Rattrape (W-Lot-Idx)
                       MOVE 'rattrape' TO LIGNE-RAP (13:8)
                   WHEN Lot-En-Echec (W-Lot-Idx)
                       MOVE W-Lot-Rc (W-Lot-Idx) TO W-Rc-Edite
                       STRING 'ECHEC '             DELIMITED BY SIZE
                           W-Lot-Etape (W-Lot-Idx) DELIMITED BY SPACE
                           ' code retour '         DELIMITED BY SIZE
                           W-Rc-Edite              DELIMITED BY SIZE
                           INTO LIGNE-RAP (13:50)
                       END-STRING
                       ADD 1 TO CPT-LOT-RESTANT
                   WHEN OTHER
                       MOVE 'restant' TO LIGNE-RAP (13:7)
                       ADD 1 TO CPT-LOT-RESTANT
               END-EVALUATE
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-PERFORM

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Lots rattrapes        : ' DELIMITED BY SIZE
               CPT-LOT-RATTRAPE              DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Lots restants         : ' DELIMITED BY SIZE
               CPT-LOT-RESTANT               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      *******************
       FIN-EDITER-BILAN. EXIT.
      *******************
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

           PERFORM EDITER-BILAN THRU FIN-EDITER-BILAN

           CLOSE RAPPORT

           DISPLAY 'Lots en attente            : ' W-Lot-Nb
           DISPLAY 'Lots rattrapes             : ' CPT-LOT-RATTRAPE
           DISPLAY 'Lots restants              : ' CPT-LOT-RESTANT

           IF Arret-Oui
               DISPLAY 'Rattrapage interrompu, voir '
                   FUNCTION TRIM(W-Chemin-Rap)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           DISPLAY 'Fin de traitement'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
