      *     fiche a cette date (pour rejouer l'historique quand un
      *     mauvais flux a ete poste) ;
      *   - sinon, edition integrale du journal.
      * Une fois le journal bascule par mois (BasculeJournal), les
      * generations utiles sont relues avant le journal courant :
      * celles ou la fiche apparait d'apres l'index des contrats en
      * mode fiche, toutes celles anterieures a la date limite sinon.
      * Le resultat part dans un fichier d'edition et en console.

       ENVIRONMENT DIVISION.
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

           SELECT EDITION                ASSIGN TO
               DYNAMIC W-Chemin-Edition
               ORGANIZATION IS LINE SEQUENTIAL
      *-----------------------------------------------------------------
       FILE SECTION.

      * Meme gabarit que le journal ecrit par MajContrat ; les
      * ecritures de maintenance manuelle (MaintCtr, fichier d'origine
      * 4) portent en plus le demandeur et le valideur

       FD JOURNAL.
       01 JOURNAL-REC.
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

       FD EDITION.
       01 LIGNE-EDT                          PIC X(100).
      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Arch                         PIC X(180).
       01 W-Rep-Qry                          PIC X(180).

       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Courant                   PIC X(200).
       01 W-Chemin-Gen                       PIC X(200).
       01 W-Chemin-Idx                       PIC X(200).
       01 W-Chemin-Edition                   PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Gen                          PIC 99.
       01 L-Fst-Idx                          PIC 99.
       01 L-Fst-Edition                      PIC 99.

      * Criteres d'interrogation : RefCtr cible (toutes fiches si a
       01 CPT-RETENU                         PIC 9(10) VALUE 0.
       01 CPT-ECARTE-DATE                    PIC 9(10) VALUE 0.

      * Generations du journal a relire avant le journal courant,
      * dans l'ordre des mois (voir CHOISIR-GEN-REFCTR et
      * CHOISIR-GEN-DATES), bornes de dates de la selection et bilan
      * de leur lecture

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

               GOBACK
           END-IF

           PERFORM OUVRIR-GENERATIONS THRU FIN-OUVRIR-GENERATIONS
           MOVE W-Qry-Date TO W-Gen-Au
           IF W-Qry-RefCtr = SPACES
               PERFORM CHOISIR-GEN-DATES  THRU FIN-CHOISIR-GEN-DATES
           ELSE
               MOVE W-Qry-RefCtr TO W-Gen-RefCtr
               PERFORM CHOISIR-GEN-REFCTR THRU FIN-CHOISIR-GEN-REFCTR
           END-IF
           IF W-Gen-Nb NOT = ZERO
               DISPLAY 'Generations du journal a relire : ' W-Gen-Nb
           END-IF

           OPEN OUTPUT EDITION
           .

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

           MOVE SPACES TO W-Chemin-Edition
           STRING FUNCTION TRIM(W-Rep-Qry) DELIMITED BY SIZE
                  '/JournalCtr_'               DELIMITED BY SIZE
       PARCOURIR-JOURNAL.
      ********************

      * Parcours sequentiel des generations choisies puis du journal
      * courant, soit l'historique complet : une ligne d'edition
      * par entree retenue (toutes les entrees en mode integral, ou
      * celles de la fiche cible, dans la limite de date demandee) ;
      * en mode reconstitution, la derniere image apres retenue donne
                                            TO LIGNE-EDT
           PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION

      * Generations anterieures d'abord (le journal courant, ouvert a
      * l'initialisation, est referme le temps de les lire)

           IF W-Gen-Nb NOT = ZERO
               CLOSE JOURNAL
               PERFORM LIRE-GENERATIONS THRU FIN-LIRE-GENERATIONS
               OPEN INPUT JOURNAL
               IF CPT-GEN-NON-LUE    NOT = ZERO
               OR CPT-GEN-INCOMPLETE NOT = ZERO
                   MOVE 'Attention : historique partiel'   TO LIGNE-EDT
                   MOVE '(generations non lues ou incompletes)'
                                                 TO LIGNE-EDT (32:)
                   PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
               END-IF
           END-IF

           PERFORM UNTIL Lec-Journal-Fin-Oui
               READ JOURNAL
               AT END
                   SET Lec-Journal-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM TRAITER-ENTREE THRU FIN-TRAITER-ENTREE
               END-READ
           END-PERFORM

       FIN-PARCOURIR-JOURNAL. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ****************
       TRAITER-ENTREE.
      ****************

      * Entree lue (generation ou journal courant) : filtre sur la
      * fiche cible et la date limite

           ADD 1 TO CPT-LEC-JOURNAL
           IF W-Qry-RefCtr = SPACES
           OR JRN-APRES-REFCTR = W-Qry-RefCtr
               IF W-Qry-Date NOT = SPACES
               AND JRN-DATE-RUN > W-Qry-Date
                   ADD 1 TO CPT-ECARTE-DATE
               ELSE
                   PERFORM EDITER-ENTREE THRU FIN-EDITER-ENTREE
               END-IF
           END-IF
           .

      *******************
       FIN-TRAITER-ENTREE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***************
       EDITER-ENTREE.
      ***************

      * Une ligne d'edition par entree retenue : date du run, action,
      * fichier d'origine, image avant -> image apres ; une ecriture
      * manuelle est suivie d'une ligne donnant qui l'a saisie et qui
      * l'a validee

           ADD 1 TO CPT-RETENU

               INTO LIGNE-EDT
           END-STRING
           PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
           IF W-Qry-RefCtr NOT = SPACES
               DISPLAY LIGNE-EDT
           END-IF

           IF JRN-DEMANDEUR NOT = SPACES
               MOVE SPACES                    TO LIGNE-EDT
               STRING '           saisie par ' DELIMITED BY SIZE
                   JRN-DEMANDEUR              DELIMITED BY SIZE
                   ' validee par '            DELIMITED BY SIZE
                   JRN-VALIDEUR               DELIMITED BY SIZE
                   INTO LIGNE-EDT
               END-STRING
               PERFORM ECRIRE-EDITION THRU FIN-ECRIRE-EDITION
               IF W-Qry-RefCtr NOT = SPACES
                   DISPLAY LIGNE-EDT
               END-IF
           END-IF

           IF W-Qry-RefCtr NOT = SPACES
               MOVE JRN-APRES TO W-Etat-Image
               SET W-Etat-Present-Oui TO TRUE
           END-IF
       FIN-EDITER-ENTREE. EXIT.
      ******************
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
      *******************
       CHOISIR-GEN-DATES.
      *******************

      * Generations dont les entrees touchent la periode W-Gen-Du a
      * W-Gen-Au (bornes comprises, a blanc = sans borne), d'apres
      * les dates extremes portees au catalogue

           MOVE ZERO TO W-Gen-Nb
           IF Gen-Dispo-Non
               GO TO FIN-CHOISIR-GEN-DATES
           END-IF

           MOVE LOW-VALUES TO GEN-Mois
           SET Lec-Gen-Fin-Non TO TRUE
           START JRN-GENERATIONS KEY >= GEN-Mois
               INVALID KEY
                   SET Lec-Gen-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Gen-Fin-Oui
               READ JRN-GENERATIONS NEXT
               AT END
                   SET Lec-Gen-Fin-Oui TO TRUE
               NOT AT END
                   IF  GEN-Nb NOT = ZERO
                   AND (W-Gen-Du = SPACES OR GEN-Date-Max >= W-Gen-Du)
                   AND (W-Gen-Au = SPACES OR GEN-Date-Min <= W-Gen-Au)
                   AND W-Gen-Nb < W-Gen-Max
                       ADD 1 TO W-Gen-Nb
                       MOVE GEN-Mois TO W-Gen-Mois (W-Gen-Nb)
                   END-IF
               END-READ
           END-PERFORM
           .

      **********************
       FIN-CHOISIR-GEN-DATES. EXIT.
      **********************
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
           PERFORM TRAITER-ENTREE THRU FIN-TRAITER-ENTREE
           .

      ***************************
       FIN-LIRE-ENTREE-GENERATION. EXIT.
      ***************************
      *-----------------------------------------------------------------
      ****************
       ECRIRE-EDITION.
      ****************
      ******

           CLOSE EDITION
           PERFORM FERMER-GENERATIONS THRU FIN-FERMER-GENERATIONS

           DISPLAY 'Entrees de journal lues    : ' CPT-LEC-JOURNAL
           DISPLAY 'Entrees retenues           : ' CPT-RETENU
           DISPLAY 'Entrees au-dela de la date : ' CPT-ECARTE-DATE
           IF W-Gen-Nb NOT = ZERO
               DISPLAY 'Generations relues         : ' CPT-GEN-LUE
               DISPLAY 'Generations non lues       : ' CPT-GEN-NON-LUE
               DISPLAY 'Generations incompletes    : '
                   CPT-GEN-INCOMPLETE
           END-IF
           IF CPT-GEN-NON-LUE    NOT = ZERO
           OR CPT-GEN-INCOMPLETE NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Fin de traitement'
           .

