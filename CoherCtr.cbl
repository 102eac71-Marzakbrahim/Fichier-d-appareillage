       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. CoherCtr.
      *-----------------------------------------------------------------

      * Controle de coherence du referentiel contrat : Appariement et
      * MajContrat acceptent toute combinaison Sit-Ctr / Sit-Idt, si
      * bien que ContratMaster.dat porte des contrats resilies ou
      * suspendus dont l'identifiant est encore actif (materiel en
      * circulation sur un contrat mort) et des contrats actifs dont
      * l'identifiant est resilie. Ce programme de nuit classe chaque
      * fiche du master contre une table de combinaisons incoherentes
      * (Coherence.par dans APPAR_PAR_DIR, a defaut la table d'usine
      * ci-dessous), chacune avec une gravite (1 = la plus forte) et
      * l'action attendue, puis repartit les anomalies en une file de
      * travail par agence (TIT-Agence de Titulaire.dat) :
      * Coherence_<agence>_AAAAMMJJ.txt dans APPAR_RAP_DIR, gravite
      * la plus forte en tete. Les contrats sans titulaire (ou sans
      * agence) partent dans la file Coherence_INCONNUE_AAAAMMJJ.txt.
      * Un bilan (CoherenceBilan_AAAAMMJJ.txt) donne le nombre de
      * fiches par combinaison et par agence ; code retour 4 des
      * qu'une anomalie est trouvee, pour que la chaine alerte.
      * Les anomalies transitent par un fichier de travail indexe
      * (CoherenceTravail.dat dans APPAR_MASTER_DIR, recree a chaque
      * run) cle agence / gravite / RefCtr, qui les restitue groupees
      * par agence sans tri externe.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTRAT-MASTER         ASSIGN TO
               DYNAMIC W-Chemin-Master
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RefCtr
               ALTERNATE RECORD KEY IS CM-CodIdt WITH DUPLICATES
               FILE STATUS IS L-Fst-Master.

           SELECT TITULAIRE              ASSIGN TO
               DYNAMIC W-Chemin-Titulaire
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-RefCtr
               FILE STATUS IS L-Fst-Titulaire.

           SELECT PARAM-COH              ASSIGN TO
               DYNAMIC W-Chemin-Param
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Param.

           SELECT TRAVAIL                ASSIGN TO
               DYNAMIC W-Chemin-Travail
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTV-Cle
               FILE STATUS IS L-Fst-Travail.

           SELECT FILE-AGENCE            ASSIGN TO
               DYNAMIC W-Chemin-File
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-File.

           SELECT BILAN                  ASSIGN TO
               DYNAMIC W-Chemin-Bilan
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Bilan.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Meme gabarit que le referentiel ecrit par MajContrat

       FD CONTRAT-MASTER.
       01 CONTRAT-MASTER-REC.
           05 CM-RefCtr                       PIC X(9).
           05 CM-Sit-Ctr                      PIC X.
           05 CM-CodIdt                       PIC 9(7).
           05 CM-Sit-Idt                      PIC X.
           05 CM-Date-Maj                     PIC X(8).
           05 CM-Source                       PIC X(3).

      * Meme gabarit que le fichier ecrit par ChargeTitulaire

       FD TITULAIRE.
       01 TITULAIRE-REC.
           05 TIT-RefCtr                      PIC X(9).
           05 TIT-Nom                         PIC X(30).
           05 TIT-Agence                      PIC X(6).
           05 TIT-Date-Maj                    PIC X(8).

      * Une combinaison incoherente par ligne : Sit-Ctr, Sit-Idt
      * ('-' = contrat sans identifiant), gravite 1 a 9, action
      * attendue en clair

       FD PARAM-COH.
       01 PARAM-COH-REC.
           05 PCO-SIT-CTR                     PIC X.
           05 FILLER                          PIC X.
           05 PCO-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 PCO-GRAVITE                     PIC X.
           05 FILLER                          PIC X.
           05 PCO-ACTION                      PIC X(40).

      * Anomalie en attente de repartition : cle agence (a blanc =
      * agence inconnue), gravite, RefCtr ; puis la fiche, le
      * titulaire et l'action attendue

       FD TRAVAIL.
       01 TRAVAIL-REC.
           05 CTV-Cle.
               10 CTV-Agence                  PIC X(6).
               10 CTV-Gravite                 PIC 9.
               10 CTV-RefCtr                  PIC X(9).
           05 CTV-Fiche                       PIC X(29).
           05 CTV-Nom                         PIC X(30).
           05 CTV-Action                      PIC X(40).

      * File de travail d'une agence, en colonnes fixes

       FD FILE-AGENCE.
       01 FILE-AGENCE-REC.
           05 FIL-GRAVITE                     PIC 9.
           05 FILLER                          PIC X.
           05 FIL-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 FIL-SIT-CTR                     PIC X.
           05 FILLER                          PIC X.
           05 FIL-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 FIL-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 FIL-DATE-MAJ                    PIC X(8).
           05 FILLER                          PIC X.
           05 FIL-SOURCE                      PIC X(3).
           05 FILLER                          PIC X.
           05 FIL-NOM                         PIC X(30).
           05 FILLER                          PIC X.
           05 FIL-ACTION                      PIC X(40).

       FD BILAN.
       01 LIGNE-BILAN                         PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Param                        PIC X(180).
       01 W-Rep-Rap                          PIC X(180).

       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Titulaire                 PIC X(200).
       01 W-Chemin-Param                     PIC X(200).
       01 W-Chemin-Travail                   PIC X(200).
       01 W-Chemin-File                      PIC X(200).
       01 W-Chemin-Bilan                     PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Master                       PIC 99.
       01 L-Fst-Titulaire                    PIC 99.
       01 L-Fst-Param                        PIC 99.
       01 L-Fst-Travail                      PIC 99.
       01 L-Fst-File                         PIC 99.
       01 L-Fst-Bilan                        PIC 99.

       01 Titulaire-Dispo                    PIC 9.
           88 Titulaire-Dispo-Oui            VALUE 1.
           88 Titulaire-Dispo-Non            VALUE 0.

       01 File-Ouverte                       PIC 9.
           88 File-Ouverte-Oui               VALUE 1.
           88 File-Ouverte-Non               VALUE 0.

       01 Fin-Master                         PIC 9.
           88 Fin-Master-Oui                 VALUE 1.
           88 Fin-Master-Non                 VALUE 0.

       01 Fin-Travail                        PIC 9.
           88 Fin-Travail-Oui                VALUE 1.
           88 Fin-Travail-Non                VALUE 0.

      * Table des combinaisons incoherentes (voir LIRE-COHERENCE) et
      * nombre de fiches trouvees pour chacune

       01 W-Coh-Max                          PIC 9(3) VALUE 50.
       01 W-Coh-Nb                           PIC 9(3) VALUE 0.
       01 W-Coh-Idx                          PIC 9(3) VALUE 0.
       01 W-Coh-Trouve                       PIC 9(3) VALUE 0.
       01 W-Coh-Table.
           05 W-Coh-Ent OCCURS 50.
               10 W-Coh-Sit-Ctr              PIC X.
               10 W-Coh-Sit-Idt              PIC X.
               10 W-Coh-Gravite              PIC 9.
               10 W-Coh-Action               PIC X(40).
               10 W-Coh-Cpt                  PIC 9(10).

       01 W-Sit-Idt-Cherche                  PIC X.

      * Agence de la file en cours d'ecriture

       01 W-Agence-Courante                  PIC X(6).
       01 W-Nom-Agence                       PIC X(8).

       01 W-Fiche-Image.
           05 W-Fic-RefCtr                   PIC X(9).
           05 W-Fic-Sit-Ctr                  PIC X.
           05 W-Fic-CodIdt                   PIC 9(7).
           05 W-Fic-Sit-Idt                  PIC X.
           05 W-Fic-Date-Maj                 PIC X(8).
           05 W-Fic-Source                   PIC X(3).

       01 CPT-LEC-MASTER                     PIC 9(10) VALUE 0.
       01 CPT-ANOMALIE                       PIC 9(10) VALUE 0.
       01 CPT-INCONNUE                       PIC 9(10) VALUE 0.
       01 CPT-FILE                           PIC 9(10) VALUE 0.
       01 CPT-NB-FILES                       PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM CLASSER-FICHE         THRU FIN-CLASSER-FICHE
               UNTIL Fin-Master-Oui
           PERFORM REPARTIR-AGENCES      THRU FIN-REPARTIR-AGENCES
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Coherence contrat / identifiant           ***'
           DISPLAY '***************************************************'

           PERFORM BUILD-CHEMINS    THRU FIN-BUILD-CHEMINS
           PERFORM LIRE-COHERENCE   THRU FIN-LIRE-COHERENCE

           OPEN INPUT CONTRAT-MASTER
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Referentiel contrat introuvable, fst = '
                   L-Fst-Master
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Sans fichier des titulaires le controle tourne quand meme,
      * toutes les anomalies partant dans la file agence inconnue

           SET Titulaire-Dispo-Oui TO TRUE
           OPEN INPUT TITULAIRE
           IF L-Fst-Titulaire NOT = ZERO
               SET Titulaire-Dispo-Non TO TRUE
               DISPLAY 'Fichier des titulaires absent, fst = '
                   L-Fst-Titulaire ', agence inconnue pour tous'
           END-IF

           OPEN OUTPUT TRAVAIL
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur ouverture fichier de travail, fst = '
                   L-Fst-Travail
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT BILAN
           IF L-Fst-Bilan NOT = ZERO
               DISPLAY 'Erreur ouverture bilan, fst = ' L-Fst-Bilan
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET File-Ouverte-Non TO TRUE
           SET Fin-Master-Non   TO TRUE

           MOVE LOW-VALUES TO CM-RefCtr
           START CONTRAT-MASTER KEY >= CM-RefCtr
               INVALID KEY
                   SET Fin-Master-Oui TO TRUE
           END-START
           .

      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       BUILD-CHEMINS.
      ****************

           MOVE SPACES TO W-Rep-Master
           ACCEPT W-Rep-Master FROM ENVIRONMENT "APPAR_MASTER_DIR"
           IF W-Rep-Master = SPACES
               MOVE '.' TO W-Rep-Master
           END-IF

           MOVE SPACES TO W-Rep-Param
           ACCEPT W-Rep-Param  FROM ENVIRONMENT "APPAR_PAR_DIR"
           IF W-Rep-Param = SPACES
               MOVE '.' TO W-Rep-Param
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

           MOVE SPACES TO W-Chemin-Master
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/ContratMaster.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Master
           END-STRING

           MOVE SPACES TO W-Chemin-Titulaire
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/Titulaire.dat'             DELIMITED BY SIZE
                  INTO W-Chemin-Titulaire
           END-STRING

           MOVE SPACES TO W-Chemin-Travail
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/CoherenceTravail.dat'      DELIMITED BY SIZE
                  INTO W-Chemin-Travail
           END-STRING

           MOVE SPACES TO W-Chemin-Param
           STRING FUNCTION TRIM(W-Rep-Param) DELIMITED BY SIZE
                  '/Coherence.par'             DELIMITED BY SIZE
                  INTO W-Chemin-Param
           END-STRING

           MOVE SPACES TO W-Chemin-Bilan
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/CoherenceBilan_'           DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Bilan
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       LIRE-COHERENCE.
      ****************

      * Table des combinaisons incoherentes (Coherence.par dans
      * APPAR_PAR_DIR), une combinaison par ligne :
      *   a b g action      contrat en a, identifiant en b ('-' =
      *                     pas d'identifiant), gravite g (1 a 9)
      * Fichier absent ou vide = table d'usine :
      *   R C 1  identifiant actif sur contrat resilie
      *   S C 1  identifiant actif sur contrat suspendu
      *   C R 2  contrat actif sur identifiant resilie
      *   C S 3  contrat actif sur identifiant suspendu
      * Une ligne invalide est signalee et ignoree, comme pour
      * Appariement.par

           MOVE ZERO TO W-Coh-Nb

           OPEN INPUT PARAM-COH
           IF L-Fst-Param = ZERO
               PERFORM LIRE-UNE-COHERENCE
                                    THRU FIN-LIRE-UNE-COHERENCE
                   UNTIL L-Fst-Param NOT = ZERO
               CLOSE PARAM-COH
           END-IF

           IF W-Coh-Nb NOT = ZERO
               DISPLAY 'Combinaisons incoherentes chargees : '
                   W-Coh-Nb
               GO TO FIN-LIRE-COHERENCE
           END-IF

           DISPLAY 'Pas de table de coherence, table d''usine en'
               ' vigueur'

           MOVE 'R' TO W-Coh-Sit-Ctr (1)
           MOVE 'C' TO W-Coh-Sit-Idt (1)
           MOVE 1   TO W-Coh-Gravite (1)
           MOVE 'Identifiant actif, contrat resilie : recuperer'
                    TO W-Coh-Action  (1)

           MOVE 'S' TO W-Coh-Sit-Ctr (2)
           MOVE 'C' TO W-Coh-Sit-Idt (2)
           MOVE 1   TO W-Coh-Gravite (2)
           MOVE 'Identifiant actif, contrat suspendu : recuperer'
                    TO W-Coh-Action  (2)

           MOVE 'C' TO W-Coh-Sit-Ctr (3)
           MOVE 'R' TO W-Coh-Sit-Idt (3)
           MOVE 2   TO W-Coh-Gravite (3)
           MOVE 'Contrat actif, identifiant resilie : reactiver'
                    TO W-Coh-Action  (3)

           MOVE 'C' TO W-Coh-Sit-Ctr (4)
           MOVE 'S' TO W-Coh-Sit-Idt (4)
           MOVE 3   TO W-Coh-Gravite (4)
           MOVE 'Contrat actif, identifiant suspendu : verifier'
                    TO W-Coh-Action  (4)

           MOVE 4 TO W-Coh-Nb
           .

      *********************
       FIN-LIRE-COHERENCE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ********************
       LIRE-UNE-COHERENCE.
      ********************

           READ PARAM-COH
           AT END
               MOVE 10 TO L-Fst-Param
               GO TO FIN-LIRE-UNE-COHERENCE
           END-READ

           IF PARAM-COH-REC = SPACES
           OR PARAM-COH-REC (1:1) = '*'
               GO TO FIN-LIRE-UNE-COHERENCE
           END-IF

           IF PCO-SIT-CTR = SPACE
           OR PCO-SIT-IDT = SPACE
           OR PCO-GRAVITE NOT NUMERIC
           OR PCO-GRAVITE = '0'
               DISPLAY 'Combinaison invalide ignoree : ['
                   PARAM-COH-REC ']'
               GO TO FIN-LIRE-UNE-COHERENCE
           END-IF

           IF W-Coh-Nb >= W-Coh-Max
               DISPLAY 'Table de coherence pleine (' W-Coh-Max
                   ' entrees), combinaison ignoree : ' PARAM-COH-REC
               GO TO FIN-LIRE-UNE-COHERENCE
           END-IF

           ADD 1 TO W-Coh-Nb
           MOVE PCO-SIT-CTR TO W-Coh-Sit-Ctr (W-Coh-Nb)
           MOVE PCO-SIT-IDT TO W-Coh-Sit-Idt (W-Coh-Nb)
           IF PCO-SIT-IDT = '-'
               MOVE SPACE   TO W-Coh-Sit-Idt (W-Coh-Nb)
           END-IF
           MOVE PCO-GRAVITE TO W-Coh-Gravite (W-Coh-Nb)
           MOVE PCO-ACTION  TO W-Coh-Action  (W-Coh-Nb)
           .

      *************************
       FIN-LIRE-UNE-COHERENCE. EXIT.
      *************************
      *-----------------------------------------------------------------
      ***************
       CLASSER-FICHE.
      ***************

      * Une fiche du master : recherche de sa combinaison dans la
      * table ; une fiche incoherente part au fichier de travail sous
      * l'agence de son titulaire

           READ CONTRAT-MASTER NEXT
           AT END
               SET Fin-Master-Oui TO TRUE
               GO TO FIN-CLASSER-FICHE
           END-READ

           ADD 1 TO CPT-LEC-MASTER

           MOVE CM-Sit-Idt TO W-Sit-Idt-Cherche
           IF CM-CodIdt = ZERO
               MOVE SPACE TO W-Sit-Idt-Cherche
           END-IF

           MOVE ZERO TO W-Coh-Trouve
           PERFORM VARYING W-Coh-Idx FROM 1 BY 1
                   UNTIL W-Coh-Idx > W-Coh-Nb
                      OR W-Coh-Trouve NOT = ZERO
               IF W-Coh-Sit-Ctr (W-Coh-Idx) = CM-Sit-Ctr
               AND W-Coh-Sit-Idt (W-Coh-Idx) = W-Sit-Idt-Cherche
                   MOVE W-Coh-Idx TO W-Coh-Trouve
               END-IF
           END-PERFORM

           IF W-Coh-Trouve = ZERO
               GO TO FIN-CLASSER-FICHE
           END-IF

           ADD 1 TO CPT-ANOMALIE
           ADD 1 TO W-Coh-Cpt (W-Coh-Trouve)

           MOVE SPACES                       TO TRAVAIL-REC
           MOVE W-Coh-Gravite (W-Coh-Trouve) TO CTV-Gravite
           MOVE CM-RefCtr                    TO CTV-RefCtr
           MOVE CONTRAT-MASTER-REC           TO CTV-Fiche
           MOVE W-Coh-Action (W-Coh-Trouve)  TO CTV-Action

           IF Titulaire-Dispo-Oui
               MOVE CM-RefCtr TO TIT-RefCtr
               READ TITULAIRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TIT-Agence TO CTV-Agence
                       MOVE TIT-Nom    TO CTV-Nom
               END-READ
           END-IF

           WRITE TRAVAIL-REC
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur ecriture travail, RefCtr = ' CM-RefCtr
                   ' fst = ' L-Fst-Travail
           END-IF
           .

      ********************
       FIN-CLASSER-FICHE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       REPARTIR-AGENCES.
      ******************

      * Relecture du fichier de travail dans l'ordre agence /
      * gravite / RefCtr : une file par agence, ouverte a la premiere
      * anomalie de l'agence et fermee au changement d'agence

           CLOSE TRAVAIL
           OPEN INPUT TRAVAIL
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur relecture fichier de travail, fst = '
                   L-Fst-Travail
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE '--- Anomalies par agence ---' TO LIGNE-BILAN
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           SET Fin-Travail-Non TO TRUE
           PERFORM REPARTIR-ANOMALIE THRU FIN-REPARTIR-ANOMALIE
               UNTIL Fin-Travail-Oui

           IF File-Ouverte-Oui
               PERFORM FERMER-FILE THRU FIN-FERMER-FILE
           END-IF

           CLOSE TRAVAIL
           .

      ***********************
       FIN-REPARTIR-AGENCES. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *******************
       REPARTIR-ANOMALIE.
      *******************

           READ TRAVAIL NEXT
           AT END
               SET Fin-Travail-Oui TO TRUE
               GO TO FIN-REPARTIR-ANOMALIE
           END-READ

           IF File-Ouverte-Oui
           AND CTV-Agence NOT = W-Agence-Courante
               PERFORM FERMER-FILE THRU FIN-FERMER-FILE
           END-IF

           IF File-Ouverte-Non
               PERFORM OUVRIR-FILE THRU FIN-OUVRIR-FILE
           END-IF

           MOVE CTV-Fiche TO W-Fiche-Image

           MOVE SPACES          TO FILE-AGENCE-REC
           MOVE CTV-Gravite     TO FIL-GRAVITE
           MOVE W-Fic-RefCtr    TO FIL-REFCTR
           MOVE W-Fic-Sit-Ctr   TO FIL-SIT-CTR
           MOVE W-Fic-CodIdt    TO FIL-CODIDT
           MOVE W-Fic-Sit-Idt   TO FIL-SIT-IDT
           MOVE W-Fic-Date-Maj  TO FIL-DATE-MAJ
           MOVE W-Fic-Source    TO FIL-SOURCE
           MOVE CTV-Nom         TO FIL-NOM
           MOVE CTV-Action      TO FIL-ACTION
           WRITE FILE-AGENCE-REC
           IF L-Fst-File NOT = ZERO
               DISPLAY 'Erreur ecriture file agence = ' L-Fst-File
           END-IF

           ADD 1 TO CPT-FILE
           .

      ***********************
       FIN-REPARTIR-ANOMALIE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *************
       OUVRIR-FILE.
      *************

      * File de l'agence de l'anomalie courante ; agence a blanc =
      * file agence inconnue

           MOVE CTV-Agence TO W-Agence-Courante
           MOVE ZERO       TO CPT-FILE

           MOVE SPACES TO W-Nom-Agence
           IF W-Agence-Courante = SPACES
               MOVE 'INCONNUE'        TO W-Nom-Agence
           ELSE
               MOVE W-Agence-Courante TO W-Nom-Agence
           END-IF

           MOVE SPACES TO W-Chemin-File
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/Coherence_'                DELIMITED BY SIZE
                  FUNCTION TRIM(W-Nom-Agence)  DELIMITED BY SIZE
                  '_'                          DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-File
           END-STRING

           OPEN OUTPUT FILE-AGENCE
           IF L-Fst-File NOT = ZERO
               DISPLAY 'Erreur ouverture file agence '
                   W-Nom-Agence ', fst = ' L-Fst-File
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           SET File-Ouverte-Oui TO TRUE
           ADD 1 TO CPT-NB-FILES
           .

      ******************
       FIN-OUVRIR-FILE. EXIT.
      ******************
      *-----------------------------------------------------------------
      *************
       FERMER-FILE.
      *************

           CLOSE FILE-AGENCE
           SET File-Ouverte-Non TO TRUE

           IF W-Agence-Courante = SPACES
               MOVE CPT-FILE TO CPT-INCONNUE
           END-IF

           MOVE SPACES                        TO LIGNE-BILAN
           STRING '  Agence '                DELIMITED BY SIZE
               W-Nom-Agence                  DELIMITED BY SIZE
               '       : '                   DELIMITED BY SIZE
               CPT-FILE                      DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN
           .

      ******************
       FIN-FERMER-FILE. EXIT.
      ******************
      *-----------------------------------------------------------------
      ****************
       EDITER-BILAN.
      ****************

      * Bilan : fiches lues, anomalies par combinaison (gravite,
      * Sit-Ctr, Sit-Idt, action), total, files produites

           MOVE SPACES TO LIGNE-BILAN
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           MOVE '--- Anomalies par combinaison ---' TO LIGNE-BILAN
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           PERFORM VARYING W-Coh-Idx FROM 1 BY 1
                   UNTIL W-Coh-Idx > W-Coh-Nb
               MOVE SPACES TO LIGNE-BILAN
               MOVE '  G? Sit-Ctr=? Sit-Idt=?: ' TO LIGNE-BILAN (1:26)
               MOVE W-Coh-Gravite (W-Coh-Idx) TO LIGNE-BILAN (4:1)
               MOVE W-Coh-Sit-Ctr (W-Coh-Idx) TO LIGNE-BILAN (14:1)
               MOVE W-Coh-Sit-Idt (W-Coh-Idx) TO LIGNE-BILAN (24:1)
               IF W-Coh-Sit-Idt (W-Coh-Idx) = SPACE
                   MOVE '-' TO LIGNE-BILAN (24:1)
               END-IF
               MOVE W-Coh-Cpt (W-Coh-Idx)    TO LIGNE-BILAN (27:10)
               MOVE W-Coh-Action (W-Coh-Idx) TO LIGNE-BILAN (39:40)
               PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN
           END-PERFORM

           MOVE SPACES TO LIGNE-BILAN
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Fiches controlees     : ' DELIMITED BY SIZE
               CPT-LEC-MASTER                DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Fiches incoherentes   : ' DELIMITED BY SIZE
               CPT-ANOMALIE                  DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Dont agence inconnue  : ' DELIMITED BY SIZE
               CPT-INCONNUE                  DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN

           MOVE SPACES                        TO LIGNE-BILAN
           STRING 'Files agence produites: ' DELIMITED BY SIZE
               CPT-NB-FILES                  DELIMITED BY SIZE
               INTO LIGNE-BILAN
           END-STRING
           PERFORM ECRIRE-BILAN THRU FIN-ECRIRE-BILAN
           .

      *****************
       FIN-EDITER-BILAN. EXIT.
      *****************
      *-----------------------------------------------------------------
      **************
       ECRIRE-BILAN.
      **************

           WRITE LIGNE-BILAN
           IF L-Fst-Bilan NOT = ZERO
               DISPLAY 'Erreur ecriture bilan =' L-Fst-Bilan
           END-IF
           .

      *****************
       FIN-ECRIRE-BILAN. EXIT.
      *****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           PERFORM EDITER-BILAN THRU FIN-EDITER-BILAN

           CLOSE CONTRAT-MASTER
           IF Titulaire-Dispo-Oui
               CLOSE TITULAIRE
           END-IF
           CLOSE BILAN

           DISPLAY 'Fiches controlees          : ' CPT-LEC-MASTER
           DISPLAY 'Fiches incoherentes        : ' CPT-ANOMALIE
           DISPLAY 'Dont agence inconnue       : ' CPT-INCONNUE
           DISPLAY 'Files agence produites     : ' CPT-NB-FILES

           IF CPT-ANOMALIE NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Fin du controle de coherence'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
