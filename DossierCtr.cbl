      *     est charge ;
      *   - les entrees de suspens en attente pour ce contrat, avec
      *     leur anciennete recalculee comme dans RapportSuspens ;
      *   - l'historique complet du journal de la fiche, generations
      *     mensuelles comprises (celles ou la fiche apparait d'apres
      *     l'index des contrats tenu par BasculeJournal) ;
      *   - les enregistrements de purge si la fiche a quitte le
      *     referentiel.
      * L'edition part dans APPAR_QRY_DIR (DossierCtr_AAAAMMJJ.txt)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Journal.

      * Catalogue des generations du journal et index des contrats,
      * tenus par BasculeJournal (absents tant que le journal n'a
      * jamais ete bascule : seul le journal courant est alors lu)

           SELECT JRN-GENERATIONS        ASSIGN TO
               DYNAMIC W-Chemin-Gen
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-Mois
               FILE STATUS IS L-Fst-Gen.

           SELECT JRN-INDEX              ASSIGN TO
               DYNAMIC W-Chemin-Idx
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-Cle
               FILE STATUS IS L-Fst-Idx.

           SELECT HISTORIQUE             ASSIGN TO
               DYNAMIC W-Chemin-Histo
               ORGANIZATION IS LINE SEQUENTIAL
           05 SUSP-Date-Premiere              PIC X(8).
           05 SUSP-Date-Derniere              PIC X(8).
           05 SUSP-Nb-Jours                   PIC 9(5).
           05 SUSP-Source                     PIC X(3).

       FD SITU-HISTO.
       01 SITU-HISTO-REC.
           05 JRN-APRES.
               10 JRN-APRES-REFCTR            PIC X(9).
               10 FILLER                      PIC X(20).
           05 FILLER                          PIC X.
           05 JRN-DEMANDEUR                   PIC X(8).
           05 FILLER                          PIC X.
           05 JRN-VALIDEUR                    PIC X(8).

      * Enregistrements de controle d'une generation (BasculeJournal) :
      * en-tete '0' et fin '9' portant le mois et, en fin, le nombre
      * d'entrees de la generation

       01 JOURNAL-CTL-REC.
           05 JCT-Type                        PIC X.
               88 JCT-Entete                  VALUE '0'.
               88 JCT-Fin                     VALUE '9'.
           05 FILLER                          PIC X.
           05 JCT-Mois                        PIC X(6).
           05 FILLER                          PIC X.
           05 JCT-Nb                          PIC X(10).

      * Meme gabarit que le catalogue des generations et l'index des
      * contrats ecrits par BasculeJournal (lieu C = repertoire du
      * master, A = repertoire d'archive)

       FD JRN-GENERATIONS.
       01 JRN-GEN-REC.
           05 GEN-Mois                        PIC X(6).
           05 GEN-Nb                          PIC 9(10).
           05 GEN-Date-Min                    PIC X(8).
           05 GEN-Date-Max                    PIC X(8).
           05 GEN-Date-Bascule                PIC X(8).
           05 GEN-Lieu                        PIC X.
               88 GEN-Lieu-Courant            VALUE 'C'.
               88 GEN-Lieu-Archive            VALUE 'A'.
           05 GEN-Date-Archive                PIC X(8).

       FD JRN-INDEX.
       01 JRN-IDX-REC.
           05 IDX-Cle.
               10 IDX-RefCtr                  PIC X(9).
               10 IDX-Mois                    PIC X(6).
           05 IDX-Nb                          PIC 9(7).
           05 IDX-Date-Min                    PIC X(8).
           05 IDX-Date-Max                    PIC X(8).

       FD HISTORIQUE.
       01 HISTO-REC.
      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Arch                         PIC X(180).
       01 W-Rep-Qry                          PIC X(180).

       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Suspens                   PIC X(200).
       01 W-Chemin-Situ                      PIC X(200).
       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Courant                   PIC X(200).
       01 W-Chemin-Gen                       PIC X(200).
       01 W-Chemin-Idx                       PIC X(200).
       01 W-Chemin-Histo                     PIC X(200).
       01 W-Chemin-Edition                   PIC X(200).

       01 L-Fst-Suspens                      PIC 99.
       01 L-Fst-Situ                         PIC 99.
       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Gen                          PIC 99.
       01 L-Fst-Idx                          PIC 99.
       01 L-Fst-Histo                        PIC 99.
       01 L-Fst-Edition                      PIC 99.

       01 CPT-JOURNAL                        PIC 9(10) VALUE 0.
       01 CPT-PURGE                          PIC 9(10) VALUE 0.

      * Generations du journal a relire avant le journal courant,
      * dans l'ordre des mois (voir CHOISIR-GEN-REFCTR), bornes de
      * dates de la selection et bilan de leur lecture

       01 W-Gen-Max                          PIC 9(3) VALUE 600.
       01 W-Gen-Nb                           PIC 9(3) VALUE 0.
       01 W-Gen-Idx                          PIC 9(3).
       01 W-Gen-Table.
           05 W-Gen-Mois OCCURS 600          PIC X(6).

       01 W-Gen-RefCtr                       PIC X(9).
       01 W-Gen-Du                           PIC X(8) VALUE SPACES.
       01 W-Gen-Au                           PIC X(8) VALUE SPACES.
       01 W-Gen-Nb-Lu                        PIC 9(10).
       01 W-Gen-Nb-Annonce                   PIC 9(10).

       01 Gen-Dispo                          PIC 9.
           88 Gen-Dispo-Oui                  VALUE 1.
           88 Gen-Dispo-Non                  VALUE 0.

       01 Idx-Dispo                          PIC 9.
           88 Idx-Dispo-Oui                  VALUE 1.
           88 Idx-Dispo-Non                  VALUE 0.

       01 Lec-Gen-Fin                        PIC 9.
           88 Lec-Gen-Fin-Oui                VALUE 1.
           88 Lec-Gen-Fin-Non                VALUE 0.

       01 Gen-Fin-Ctl                        PIC 9.
           88 Gen-Fin-Ctl-Vue                VALUE 1.
           88 Gen-Fin-Ctl-Non-Vue            VALUE 0.

       01 CPT-GEN-LUE                        PIC 9(5) VALUE 0.
       01 CPT-GEN-NON-LUE                    PIC 9(5) VALUE 0.
       01 CPT-GEN-INCOMPLETE                 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

               SET Journal-Dispo-Oui TO TRUE
           END-IF

           PERFORM OUVRIR-GENERATIONS THRU FIN-OUVRIR-GENERATIONS
           MOVE W-Qry-RefCtr TO W-Gen-RefCtr
           PERFORM CHOISIR-GEN-REFCTR THRU FIN-CHOISIR-GEN-REFCTR

           SET Histo-Dispo-Non TO TRUE
           OPEN INPUT HISTORIQUE
           IF L-Fst-Histo = ZERO
                  INTO W-Chemin-Journal
           END-STRING

      * Generations du journal : catalogue et index dans le
      * repertoire du master, generations archivees dans
      * APPAR_JRN_ARCH_DIR (non relues s'il n'est pas positionne)

           MOVE SPACES TO W-Rep-Arch
           ACCEPT W-Rep-Arch   FROM ENVIRONMENT "APPAR_JRN_ARCH_DIR"

           MOVE W-Chemin-Journal TO W-Chemin-Courant

           MOVE SPACES TO W-Chemin-Gen
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/JournalGenerations.dat'    DELIMITED BY SIZE
                  INTO W-Chemin-Gen
           END-STRING

           MOVE SPACES TO W-Chemin-Idx
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/JournalIndex.dat'          DELIMITED BY SIZE
                  INTO W-Chemin-Idx
           END-STRING

           MOVE SPACES TO W-Chemin-Histo
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterHisto.dat'           DELIMITED BY SIZE
      ***************

      * Historique complet du journal de la fiche : meme selection
      * que JournalCtr en mode fiche (RefCtr de l'image apres), dans
      * les generations ou elle apparait puis dans le journal courant

           MOVE SPACES TO LIGNE-EDT
           PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
           MOVE '-- Historique du journal --' TO LIGNE-EDT
           PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION

           IF  Journal-Dispo-Non
           AND W-Gen-Nb = ZERO
               MOVE 'Pas de journal du referentiel sur ce site'
                                                  TO LIGNE-EDT
               PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
               GO TO FIN-EDITER-JOURNAL
           END-IF

           IF W-Gen-Nb NOT = ZERO
               IF Journal-Dispo-Oui
                   CLOSE JOURNAL
               END-IF
               PERFORM LIRE-GENERATIONS THRU FIN-LIRE-GENERATIONS
               IF Journal-Dispo-Oui
                   OPEN INPUT JOURNAL
               END-IF
           END-IF

           IF Journal-Dispo-Oui
               SET Lec-Journal-Fin-Non TO TRUE
               PERFORM UNTIL Lec-Journal-Fin-Oui
                   READ JOURNAL
                   AT END
                       SET Lec-Journal-Fin-Oui TO TRUE
                   NOT AT END
                       PERFORM FILTRER-ENTREE THRU FIN-FILTRER-ENTREE
                   END-READ
               END-PERFORM
           END-IF

           IF CPT-GEN-NON-LUE    NOT = ZERO
           OR CPT-GEN-INCOMPLETE NOT = ZERO
               MOVE 'Attention : historique partiel'   TO LIGNE-EDT
               MOVE '(generations non lues ou incompletes)'
                                                 TO LIGNE-EDT (32:)
               PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
           END-IF

           IF CPT-JOURNAL = ZERO
               MOVE 'Aucune entree de journal pour ce contrat'
       FIN-EDITER-JOURNAL. EXIT.
      ******************
      *-----------------------------------------------------------------
      ****************
       FILTRER-ENTREE.
      ****************

           IF JRN-APRES-REFCTR = W-Qry-RefCtr
               PERFORM EDITER-UNE-ENTREE THRU FIN-EDITER-UNE-ENTREE
           END-IF
           .

      *******************
       FIN-FILTRER-ENTREE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******************
       EDITER-UNE-ENTREE.
      ******************

      * Meme presentation que l'edition de JournalCtr : date du run,
      * action, fichier d'origine, image avant -> image apres, et
      * pour une ecriture manuelle le demandeur et le valideur

           ADD 1 TO CPT-JOURNAL

           END-STRING
           PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
           DISPLAY LIGNE-EDT

           IF JRN-DEMANDEUR NOT = SPACES
               MOVE SPACES                    TO LIGNE-EDT
               STRING '           saisie par ' DELIMITED BY SIZE
                   JRN-DEMANDEUR              DELIMITED BY SIZE
                   ' validee par '            DELIMITED BY SIZE
                   JRN-VALIDEUR               DELIMITED BY SIZE
                   INTO LIGNE-EDT
               END-STRING
               PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
               DISPLAY LIGNE-EDT
           END-IF
           .

      *********************
       FIN-EDITER-UNE-ENTREE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ********************
       OUVRIR-GENERATIONS.
      ********************

      * Catalogue et index sont facultatifs : sans eux (journal jamais
      * bascule), il n'y a aucune generation a lire

           MOVE ZERO TO W-Gen-Nb

           SET Gen-Dispo-Non TO TRUE
           OPEN INPUT JRN-GENERATIONS
           IF L-Fst-Gen = ZERO
               SET Gen-Dispo-Oui TO TRUE
           END-IF

           SET Idx-Dispo-Non TO TRUE
           OPEN INPUT JRN-INDEX
           IF L-Fst-Idx = ZERO
               SET Idx-Dispo-Oui TO TRUE
           END-IF
           .

      ***********************
       FIN-OUVRIR-GENERATIONS. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ********************
       FERMER-GENERATIONS.
      ********************

           IF Gen-Dispo-Oui
               CLOSE JRN-GENERATIONS
           END-IF
           IF Idx-Dispo-Oui
               CLOSE JRN-INDEX
           END-IF
           .

      ***********************
       FIN-FERMER-GENERATIONS. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ********************
       CHOISIR-GEN-REFCTR.
      ********************

      * Generations ou apparait le contrat W-Gen-RefCtr, d'apres
      * l'index (cle RefCtr / mois, donc dans l'ordre des mois), en
      * ne gardant que celles ou ses entrees touchent la periode
      * W-Gen-Du a W-Gen-Au (a blanc = sans borne)

           MOVE ZERO TO W-Gen-Nb
           IF Idx-Dispo-Non
               GO TO FIN-CHOISIR-GEN-REFCTR
           END-IF

           MOVE W-Gen-RefCtr TO IDX-RefCtr
           MOVE LOW-VALUES   TO IDX-Mois
           SET Lec-Gen-Fin-Non TO TRUE
           START JRN-INDEX KEY >= IDX-Cle
               INVALID KEY
                   SET Lec-Gen-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Gen-Fin-Oui
               READ JRN-INDEX NEXT
               AT END
                   SET Lec-Gen-Fin-Oui TO TRUE
               NOT AT END
                   IF IDX-RefCtr NOT = W-Gen-RefCtr
                       SET Lec-Gen-Fin-Oui TO TRUE
                   ELSE
                       IF  (W-Gen-Du = SPACES
                            OR IDX-Date-Max >= W-Gen-Du)
                       AND (W-Gen-Au = SPACES
                            OR IDX-Date-Min <= W-Gen-Au)
                       AND W-Gen-Nb < W-Gen-Max
                           ADD 1 TO W-Gen-Nb
                           MOVE IDX-Mois TO W-Gen-Mois (W-Gen-Nb)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

      ***********************
       FIN-CHOISIR-GEN-REFCTR. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ******************
       LIRE-GENERATIONS.
      ******************

      * Lecture des generations choisies, dans l'ordre des mois, puis
      * retour au journal courant

           PERFORM VARYING W-Gen-Idx FROM 1 BY 1
                   UNTIL W-Gen-Idx > W-Gen-Nb
               PERFORM LIRE-UNE-GENERATION
                                THRU FIN-LIRE-UNE-GENERATION
           END-PERFORM

           MOVE W-Chemin-Courant TO W-Chemin-Journal
           .

      *********************
       FIN-LIRE-GENERATIONS. EXIT.
      *********************
      *-----------------------------------------------------------------
      *********************
       LIRE-UNE-GENERATION.
      *********************

      * Une generation archivee se relit dans APPAR_JRN_ARCH_DIR ; une
      * generation introuvable, ou archivee sans repertoire d'archive,
      * est signalee et sautee ; une generation sans enregistrement de
      * fin, ou dont le nombre d'entrees differe, est signalee
      * incomplete

           MOVE W-Gen-Mois (W-Gen-Idx) TO GEN-Mois
           MOVE 'C' TO GEN-Lieu
           IF Gen-Dispo-Oui
               READ JRN-GENERATIONS
                   INVALID KEY
                       MOVE 'C' TO GEN-Lieu
               END-READ
           END-IF

           MOVE SPACES TO W-Chemin-Journal
           IF GEN-Lieu-Archive
               IF W-Rep-Arch = SPACES
                   DISPLAY 'Generation ' W-Gen-Mois (W-Gen-Idx)
                       ' archivee, non relue'
                       ' (APPAR_JRN_ARCH_DIR absent)'
                   ADD 1 TO CPT-GEN-NON-LUE
                   GO TO FIN-LIRE-UNE-GENERATION
               END-IF
               STRING FUNCTION TRIM(W-Rep-Arch) DELIMITED BY SIZE
                      '/MasterJournal_'            DELIMITED BY SIZE
                      W-Gen-Mois (W-Gen-Idx)       DELIMITED BY SIZE
                      '.dat'                       DELIMITED BY SIZE
                      INTO W-Chemin-Journal
               END-STRING
           ELSE
               STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                      '/MasterJournal_'            DELIMITED BY SIZE
                      W-Gen-Mois (W-Gen-Idx)       DELIMITED BY SIZE
                      '.dat'                       DELIMITED BY SIZE
                      INTO W-Chemin-Journal
               END-STRING
           END-IF

           OPEN INPUT JOURNAL
           IF L-Fst-Journal NOT = ZERO
               DISPLAY 'Generation introuvable : '
                   FUNCTION TRIM(W-Chemin-Journal) ', fst = '
                   L-Fst-Journal
               ADD 1 TO CPT-GEN-NON-LUE
               GO TO FIN-LIRE-UNE-GENERATION
           END-IF

           ADD 1 TO CPT-GEN-LUE
           MOVE ZERO TO W-Gen-Nb-Lu
           MOVE ZERO TO W-Gen-Nb-Annonce
           SET Gen-Fin-Ctl-Non-Vue TO TRUE
           SET Lec-Gen-Fin-Non     TO TRUE
           PERFORM LIRE-ENTREE-GENERATION
                            THRU FIN-LIRE-ENTREE-GENERATION
               UNTIL Lec-Gen-Fin-Oui
           CLOSE JOURNAL

           IF Gen-Fin-Ctl-Non-Vue
           OR W-Gen-Nb-Lu NOT = W-Gen-Nb-Annonce
               DISPLAY 'Generation ' W-Gen-Mois (W-Gen-Idx)
                   ' incomplete : ' W-Gen-Nb-Lu ' entrees lues pour '
                   W-Gen-Nb-Annonce ' annoncees'
               ADD 1 TO CPT-GEN-INCOMPLETE
           END-IF
           .

      ************************
       FIN-LIRE-UNE-GENERATION. EXIT.
      ************************
      *-----------------------------------------------------------------
      ************************
       LIRE-ENTREE-GENERATION.
      ************************

           READ JOURNAL
           AT END
               SET Lec-Gen-Fin-Oui TO TRUE
               GO TO FIN-LIRE-ENTREE-GENERATION
           END-READ

           IF JCT-Entete
               GO TO FIN-LIRE-ENTREE-GENERATION
           END-IF

           IF JCT-Fin
               SET Gen-Fin-Ctl-Vue TO TRUE
               IF JCT-Nb NUMERIC
                   MOVE JCT-Nb TO W-Gen-Nb-Annonce
               END-IF
               GO TO FIN-LIRE-ENTREE-GENERATION
           END-IF

           ADD 1 TO W-Gen-Nb-Lu
           PERFORM FILTRER-ENTREE THRU FIN-FILTRER-ENTREE
           .

      ***************************
       FIN-LIRE-ENTREE-GENERATION. EXIT.
      ***************************
      *-----------------------------------------------------------------
      **************
       EDITER-PURGE.
      **************
           IF Histo-Dispo-Oui
               CLOSE HISTORIQUE
           END-IF
           PERFORM FERMER-GENERATIONS THRU FIN-FERMER-GENERATIONS
           CLOSE EDITION

           DISPLAY 'Suspens du contrat         : ' CPT-SUSPENS
           DISPLAY 'Periodes de situation      : ' CPT-SITU
           DISPLAY 'Entrees de journal         : ' CPT-JOURNAL
           IF W-Gen-Nb NOT = ZERO
               DISPLAY 'Generations relues         : ' CPT-GEN-LUE
               DISPLAY 'Generations non lues       : ' CPT-GEN-NON-LUE
               DISPLAY 'Generations incompletes    : '
                   CPT-GEN-INCOMPLETE
           END-IF
           DISPLAY 'Enregistrements de purge   : ' CPT-PURGE

      * Code retour 4 si la fiche est absente du referentiel ou si
      * son historique de journal est partiel, pour que l'appelant le
      * voie sans lire l'edition

           IF Fiche-Trouvee-Non
           OR CPT-GEN-NON-LUE    NOT = ZERO
           OR CPT-GEN-INCOMPLETE NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

