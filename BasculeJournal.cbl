       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. BasculeJournal.
      *-----------------------------------------------------------------

      * Bascule mensuelle du journal du referentiel : MasterJournal.dat
      * grossit sans fin et JournalCtr, DossierCtr et BackoutMaster le
      * relisaient depuis sa toute premiere ligne. Ce programme, passe
      * en debut de mois avant la chaine de nuit (aucun programme ne
      * doit ecrire au journal pendant la bascule) :
      *   - ferme le journal courant dans une generation datee
      *     (MasterJournal_AAAAMM.dat dans APPAR_MASTER_DIR, mois
      *     APPAR_JRN_MOIS, par defaut le mois precedant la date du
      *     run) : toutes les entrees datees de ce mois ou d'avant y
      *     passent, encadrees d'un en-tete '0' (mois, date de
      *     bascule) et d'une fin '9' (mois, nombre d'entrees, plus
      *     petite et plus grande date), pour qu'une generation
      *     tronquee se voie ; les entrees datees apres le mois
      *     restent dans le journal courant ;
      *   - tient le catalogue des generations (JournalGenerations.dat,
      *     indexe par mois : nombre d'entrees, dates extremes, lieu)
      *     et l'index des contrats (JournalIndex.dat, cle RefCtr /
      *     mois : dans quelle generation apparait chaque fiche),
      *     grace auxquels les lecteurs du journal n'ouvrent que les
      *     generations utiles ;
      *   - si APPAR_JRN_ARCH_DIR est positionne, deplace dans ce
      *     repertoire les generations dont la duree legale de
      *     conservation (APPAR_JRN_RETENTION mois, 120 par defaut)
      *     est echue a la date du run ; le catalogue les marque
      *     archivees et les lecteurs les y relisent au besoin.
      * La generation est relue et recomptee avant que le journal
      * courant soit reecrit : en cas d'ecart, le journal courant est
      * laisse intact. Les entrees restantes transitent par
      * MasterJournal.rst ; le mois n'est catalogue (puis indexe)
      * qu'une fois le journal courant refait, et MasterJournal.rst
      * n'est supprime qu'en dernier. Apres un arret :
      *   - generation hors catalogue et MasterJournal.rst presents :
      *     relancer simplement le programme, il reprend la bascule
      *     (generation relue, journal courant refait depuis
      *     MasterJournal.rst, mois catalogue et indexe). La reprise
      *     doit passer avant toute autre ecriture au journal, que la
      *     recopie ecraserait (donc avant la nuit suivante) ;
      *   - generation sans sa fin (arret pendant la repartition) : la
      *     reprise la refuse ; le journal courant est intact, il
      *     suffit de supprimer la generation et MasterJournal.rst
      *     avant de relancer ;
      *   - generation hors catalogue sans MasterJournal.rst : refusee,
      *     situation a examiner a la main ;
      *   - MasterJournal.rst present alors que la generation du mois
      *     demande n'existe pas (relance sur un autre mois, par
      *     exemple apres un changement de mois ou un APPAR_JRN_MOIS
      *     different) : refuse, MasterJournal.rst n'est pas ecrase.
      *     Relancer avec le mois interrompu dans APPAR_JRN_MOIS pour
      *     reprendre sa bascule, ou supprimer MasterJournal.rst apres
      *     avoir verifie que ce mois est catalogue et que le journal
      *     courant est complet ;
      *   - mois catalogue et MasterJournal.rst encore present (arret
      *     pendant l'indexation ou avant la suppression) : la bascule
      *     est faite, MasterJournal.rst est a supprimer ; l'index des
      *     contrats peut manquer d'entrees de ce mois.
      * Compte rendu dans BasculeJournal_AAAAMMJJ.txt (APPAR_RAP_DIR).

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT JOURNAL                ASSIGN TO
               DYNAMIC W-Chemin-Journal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Journal.

           SELECT GENERATION             ASSIGN TO
               DYNAMIC W-Chemin-Gen-Fic
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Gen-Fic.

           SELECT RESTE                  ASSIGN TO
               DYNAMIC W-Chemin-Reste
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Reste.

           SELECT ARCHIVE                ASSIGN TO
               DYNAMIC W-Chemin-Archive
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Archive.

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

           SELECT RAPPORT                ASSIGN TO
               DYNAMIC W-Chemin-Rap
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rap.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Meme gabarit que le journal ecrit par MajContrat (ecritures
      * manuelles de MaintCtr comprises) ; seuls la date et les
      * RefCtr servent ici, la ligne est recopiee telle quelle

       FD JOURNAL.
       01 JOURNAL-REC.
           05 JRN-DATE-RUN                    PIC X(8).
           05 FILLER                          PIC X.
           05 JRN-ACTION                      PIC X.
           05 FILLER                          PIC X.
           05 JRN-SOURCE                      PIC X.
           05 FILLER                          PIC X.
           05 JRN-AVANT.
               10 JRN-AVANT-REFCTR            PIC X(9).
               10 FILLER                      PIC X(20).
           05 FILLER                          PIC X.
           05 JRN-APRES.
               10 JRN-APRES-REFCTR            PIC X(9).
               10 FILLER                      PIC X(20).
           05 FILLER                          PIC X.
           05 JRN-DEMANDEUR                   PIC X(8).
           05 FILLER                          PIC X.
           05 JRN-VALIDEUR                    PIC X(8).

      * Generation : en-tete '0', entrees du journal, fin '9'

       FD GENERATION.
       01 GENERATION-REC.
           05 GFI-Type                        PIC X.
               88 GFI-Entete                  VALUE '0'.
               88 GFI-Fin                     VALUE '9'.
           05 FILLER                          PIC X(89).
       01 GENERATION-ENT.
           05 GFI-Date-Run                    PIC X(8).
           05 FILLER                          PIC X(5).
           05 GFI-Avant-RefCtr                PIC X(9).
           05 FILLER                          PIC X(21).
           05 GFI-Apres-RefCtr                PIC X(9).
           05 FILLER                          PIC X(38).

       FD RESTE.
       01 RESTE-REC                           PIC X(90).

       FD ARCHIVE.
       01 ARCHIVE-REC                         PIC X(90).

      * Catalogue des generations : mois, nombre d'entrees, plus
      * petite et plus grande date de run, date de bascule, lieu
      * (C repertoire du master, A repertoire d'archive) et date
      * d'archivage

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

      * Index des contrats : une entree par RefCtr et par generation
      * ou il apparait, avec le nombre d'entrees et les dates
      * extremes

       FD JRN-INDEX.
       01 JRN-IDX-REC.
           05 IDX-Cle.
               10 IDX-RefCtr                  PIC X(9).
               10 IDX-Mois                    PIC X(6).
           05 IDX-Nb                          PIC 9(7).
           05 IDX-Date-Min                    PIC X(8).
           05 IDX-Date-Max                    PIC X(8).

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Enregistrements de controle de la generation

       01 W-Gen-Entete.
           05 FILLER                          PIC X     VALUE '0'.
           05 FILLER                          PIC X     VALUE SPACE.
           05 W-Gen-Ent-Mois                  PIC X(6).
           05 FILLER                          PIC X     VALUE SPACE.
           05 W-Gen-Ent-Date                  PIC X(8).
           05 FILLER                          PIC X     VALUE SPACE.
           05 FILLER                          PIC X(13)
                                              VALUE 'MasterJournal'.

       01 W-Gen-Fin.
           05 W-Gen-Fin-Type                  PIC X     VALUE '9'.
           05 FILLER                          PIC X     VALUE SPACE.
           05 W-Gen-Fin-Mois                  PIC X(6).
           05 FILLER                          PIC X     VALUE SPACE.
           05 W-Gen-Fin-Nb                    PIC 9(10).
           05 FILLER                          PIC X     VALUE SPACE.
           05 W-Gen-Fin-Date-Min              PIC X(8).
           05 FILLER                          PIC X     VALUE SPACE.
           05 W-Gen-Fin-Date-Max              PIC X(8).

      * Meme gabarit, pour relire la fin d'une generation

       01 W-Gen-Fin-Lue.
           05 FILLER                          PIC X.
           05 FILLER                          PIC X.
           05 W-Gen-Lue-Mois                  PIC X(6).
           05 FILLER                          PIC X.
           05 W-Gen-Lue-Nb                    PIC X(10).
           05 FILLER                          PIC X.
           05 W-Gen-Lue-Date-Min              PIC X(8).
           05 FILLER                          PIC X.
           05 W-Gen-Lue-Date-Max              PIC X(8).
           05 FILLER                          PIC X(53).

      * Repertoires "DD", dates et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Arch                         PIC X(180).
       01 W-Rep-Rap                          PIC X(180).

       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Gen-Fic                   PIC X(200).
       01 W-Chemin-Reste                     PIC X(200).
       01 W-Chemin-Archive                   PIC X(200).
       01 W-Chemin-Origine                   PIC X(200).
       01 W-Chemin-Gen                       PIC X(200).
       01 W-Chemin-Idx                       PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).

       01 W-Run-Date                         PIC X(8).

      * Mois bascule (APPAR_JRN_MOIS) et mois de la date du run

       01 W-Mois.
           05 W-Mois-Annee                   PIC 9(4).
           05 W-Mois-Mm                      PIC 99.

       01 W-Mois-Run.
           05 W-Mois-Run-Annee               PIC 9(4).
           05 W-Mois-Run-Mm                  PIC 99.

      * Mois limite de conservation : une generation d'un mois
      * anterieur a celui-ci a passe la duree legale

       01 W-Mois-Limite.
           05 W-Mois-Lim-Annee               PIC 9(4).
           05 W-Mois-Lim-Mm                  PIC 99.

       01 W-Nb-Mois                          PIC S9(6).

      * Duree de conservation en mois (APPAR_JRN_RETENTION, 120 par
      * defaut), cadree a droite comme les autres reglages

       01 W-Ret-Brut                         PIC X(5).
       01 W-Ret-Cadre                        PIC X(5) JUSTIFIED RIGHT.
       01 W-Ret-Cadre-Num REDEFINES W-Ret-Cadre
                                             PIC 9(5).
       01 W-Retention                        PIC 9(5) VALUE 120.

       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Gen-Fic                      PIC 99.
       01 L-Fst-Reste                        PIC 99.
       01 L-Fst-Archive                      PIC 99.
       01 L-Fst-Gen                          PIC 99.
       01 L-Fst-Idx                          PIC 99.
       01 L-Fst-Rap                          PIC 99.

       01 Journal-Dispo                      PIC 9.
           88 Journal-Dispo-Oui              VALUE 1.
           88 Journal-Dispo-Non              VALUE 0.

      * Reprise d'une bascule arretee avant d'etre cataloguee (voir
      * INITIALISATION)

       01 Reprise                            PIC 9.
           88 Reprise-Oui                    VALUE 1.
           88 Reprise-Non                    VALUE 0.

       01 Lec-Fin                            PIC 9.
           88 Lec-Fin-Oui                    VALUE 1.
           88 Lec-Fin-Non                    VALUE 0.

       01 Lec-Gen-Fin                        PIC 9.
           88 Lec-Gen-Fin-Oui                VALUE 1.
           88 Lec-Gen-Fin-Non                VALUE 0.

       01 Gen-Fin-Ctl                        PIC 9.
           88 Gen-Fin-Ctl-Vue                VALUE 1.
           88 Gen-Fin-Ctl-Non-Vue            VALUE 0.

      * Bornes de dates des entrees basculees, RefCtr a indexer et
      * comptage de relecture d'une generation

       01 W-Date-Min                         PIC X(8).
       01 W-Date-Max                         PIC X(8).
       01 W-Idx-RefCtr                       PIC X(9).
       01 W-Idx-Date                         PIC X(8).
       01 W-Nb-Relu                          PIC 9(10).
       01 W-Nb-Annonce                       PIC 9(10).

       01 CPT-LEC-JOURNAL                    PIC 9(10) VALUE 0.
       01 CPT-GENERATION                     PIC 9(10) VALUE 0.
       01 CPT-RESTE                          PIC 9(10) VALUE 0.
       01 CPT-IDX-CREE                       PIC 9(10) VALUE 0.
       01 CPT-IDX-MAJ                        PIC 9(10) VALUE 0.
       01 CPT-ARCHIVEE                       PIC 9(10) VALUE 0.
       01 CPT-ARCH-ECHEC                     PIC 9(10) VALUE 0.
       01 CPT-SUPPR-ECHEC                    PIC 9(10) VALUE 0.

      * Fichier a supprimer (voir SUPPRIMER-FICHIER), issue de la
      * suppression et code retour du traitement, preserve de l'appel

       01 W-Chemin-Suppr                     PIC X(200).
       01 W-Rc-Sauve                         PIC S9(4).

       01 Suppression                        PIC 9.
           88 Suppression-Ok                 VALUE 1.
           88 Suppression-Ko                 VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM BASCULER-JOURNAL      THRU FIN-BASCULER-JOURNAL
           PERFORM RECOPIER-RESTE        THRU FIN-RECOPIER-RESTE
           PERFORM CATALOGUER-GENERATION THRU FIN-CATALOGUER-GENERATION
           PERFORM ARCHIVER-GENERATIONS  THRU FIN-ARCHIVER-GENERATIONS
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Bascule mensuelle du journal du master    ***'
           DISPLAY '***************************************************'

           SET Journal-Dispo-Non    TO TRUE
           SET Lec-Fin-Non          TO TRUE

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date   FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF
           MOVE W-Run-Date (1:6) TO W-Mois-Run

      * Mois bascule : APPAR_JRN_MOIS, par defaut le mois precedant
      * la date du run (la bascule se passe en debut de mois)

           MOVE SPACES TO W-Mois
           ACCEPT W-Mois FROM ENVIRONMENT "APPAR_JRN_MOIS"
           IF W-Mois = SPACES
               MOVE W-Mois-Run TO W-Mois
               IF W-Mois-Mm = 1
                   SUBTRACT 1 FROM W-Mois-Annee
                   MOVE 12 TO W-Mois-Mm
               ELSE
                   SUBTRACT 1 FROM W-Mois-Mm
               END-IF
           END-IF

           IF W-Mois NOT NUMERIC
           OR W-Mois-Mm < 1 OR W-Mois-Mm > 12
           OR W-Mois NOT < W-Mois-Run
               DISPLAY 'Mois APPAR_JRN_MOIS invalide : ' W-Mois
                   ' (AAAAMM echu attendu)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Duree de conservation, et mois limite qui s'en deduit

           MOVE SPACES TO W-Ret-Brut
           ACCEPT W-Ret-Brut FROM ENVIRONMENT "APPAR_JRN_RETENTION"
           IF W-Ret-Brut NOT = SPACES
               MOVE FUNCTION TRIM(W-Ret-Brut) TO W-Ret-Cadre
               INSPECT W-Ret-Cadre REPLACING LEADING ' ' BY '0'
               IF W-Ret-Cadre-Num NUMERIC
                   MOVE W-Ret-Cadre-Num TO W-Retention
               ELSE
                   DISPLAY 'Duree APPAR_JRN_RETENTION invalide : '
                       W-Ret-Brut ' (nombre de mois attendu), '
                       'defaut 120 applique'
               END-IF
           END-IF

           COMPUTE W-Nb-Mois =
               W-Mois-Run-Annee * 12 + W-Mois-Run-Mm - 1 - W-Retention
           IF W-Nb-Mois < ZERO
               MOVE ZERO TO W-Nb-Mois
           END-IF
           DIVIDE W-Nb-Mois BY 12 GIVING W-Mois-Lim-Annee
               REMAINDER W-Mois-Lim-Mm
           ADD 1 TO W-Mois-Lim-Mm

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           DISPLAY 'Mois bascule      : ' W-Mois
           DISPLAY 'Generation        : '
               FUNCTION TRIM(W-Chemin-Gen-Fic)

      * Catalogue et index crees vides a la toute premiere bascule,
      * sur le meme principe que le master

           OPEN I-O JRN-GENERATIONS
           IF L-Fst-Gen = 35
               OPEN OUTPUT JRN-GENERATIONS
               CLOSE JRN-GENERATIONS
               OPEN I-O JRN-GENERATIONS
           END-IF
           IF L-Fst-Gen NOT = ZERO
               DISPLAY 'Catalogue des generations inutilisable, fst = '
                   L-Fst-Gen
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O JRN-INDEX
           IF L-Fst-Idx = 35
               OPEN OUTPUT JRN-INDEX
               CLOSE JRN-INDEX
               OPEN I-O JRN-INDEX
           END-IF
           IF L-Fst-Idx NOT = ZERO
               DISPLAY 'Index du journal inutilisable, fst = '
                   L-Fst-Idx
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Un mois ne se bascule qu'une fois, et jamais derriere un mois
      * plus recent deja bascule

           MOVE W-Mois TO GEN-Mois
           READ JRN-GENERATIONS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Mois ' W-Mois ' deja bascule le '
                       GEN-Date-Bascule
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           MOVE W-Mois TO GEN-Mois
           START JRN-GENERATIONS KEY > GEN-Mois
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ JRN-GENERATIONS NEXT
                   DISPLAY 'Generation plus recente deja basculee : '
                       GEN-Mois
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-START

      * Generation deja presente hors catalogue : un passage
      * precedent s'est arrete avant de la cataloguer. Avec le reste
      * (MasterJournal.rst) encore la, la bascule est reprise (voir
      * REPRENDRE-GENERATION) ; sans lui, la situation est a examiner
      * a la main

           SET Reprise-Non TO TRUE
           OPEN INPUT GENERATION
           IF L-Fst-Gen-Fic = ZERO
               CLOSE GENERATION
               OPEN INPUT RESTE
               IF L-Fst-Reste NOT = ZERO
                   DISPLAY 'Fichier de generation deja present hors '
                       'catalogue : ' FUNCTION TRIM(W-Chemin-Gen-Fic)
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               CLOSE RESTE
               SET Reprise-Oui       TO TRUE
               SET Journal-Dispo-Oui TO TRUE
               DISPLAY 'Bascule du mois ' W-Mois ' interrompue : '
                   'reprise'
           END-IF

      * Reste d'une bascule precedente sans generation pour ce mois :
      * une bascule d'un autre mois ne s'est pas terminee, son reste
      * est la seule copie des entrees non encore recopiees

           IF Reprise-Non
               OPEN INPUT RESTE
               IF L-Fst-Reste = ZERO
                   CLOSE RESTE
                   DISPLAY 'Bascule precedente non terminee : '
                       FUNCTION TRIM(W-Chemin-Reste) ' present'
                   DISPLAY 'Relancer avec le mois interrompu dans '
                       'APPAR_JRN_MOIS, ou supprimer ce fichier apres '
                       'verification'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           IF Reprise-Non
               OPEN INPUT JOURNAL
               IF L-Fst-Journal = ZERO
                   SET Journal-Dispo-Oui TO TRUE
                   OPEN OUTPUT GENERATION
                   OPEN OUTPUT RESTE
                   IF L-Fst-Gen-Fic NOT = ZERO
                   OR L-Fst-Reste NOT = ZERO
                       DISPLAY 'Creation de la generation impossible, '
                           'fst = ' L-Fst-Gen-Fic ' / ' L-Fst-Reste
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               ELSE
                   DISPLAY 'Journal courant absent, fst = '
                       L-Fst-Journal
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT

           MOVE '=== Bascule mensuelle du journal du referentiel ==='
                                            TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Mois '                  DELIMITED BY SIZE
               W-Mois                        DELIMITED BY SIZE
               ', bascule le '               DELIMITED BY SIZE
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

           MOVE SPACES TO W-Rep-Master
           ACCEPT W-Rep-Master FROM ENVIRONMENT "APPAR_MASTER_DIR"
           IF W-Rep-Master = SPACES
               MOVE '.' TO W-Rep-Master
           END-IF

      * Repertoire d'archive : facultatif, pas d'archivage sans lui

           MOVE SPACES TO W-Rep-Arch
           ACCEPT W-Rep-Arch   FROM ENVIRONMENT "APPAR_JRN_ARCH_DIR"

           MOVE SPACES TO W-Rep-Rap
           ACCEPT W-Rep-Rap    FROM ENVIRONMENT "APPAR_RAP_DIR"
           IF W-Rep-Rap = SPACES
               MOVE '.' TO W-Rep-Rap
           END-IF

           MOVE SPACES TO W-Chemin-Journal
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterJournal.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Journal
           END-STRING

           MOVE SPACES TO W-Chemin-Gen-Fic
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterJournal_'            DELIMITED BY SIZE
                  W-Mois                       DELIMITED BY SIZE
                  '.dat'                       DELIMITED BY SIZE
                  INTO W-Chemin-Gen-Fic
           END-STRING

           MOVE SPACES TO W-Chemin-Reste
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterJournal.rst'         DELIMITED BY SIZE
                  INTO W-Chemin-Reste
           END-STRING

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

           MOVE SPACES TO W-Chemin-Rap
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/BasculeJournal_'           DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       BASCULER-JOURNAL.
      ******************

      * Repartition du journal courant : entrees du mois bascule ou
      * d'avant vers la generation, entrees plus recentes vers le
      * fichier de reste ; le catalogue et l'index des contrats ne
      * sont alimentes qu'une fois le journal courant refait (voir
      * CATALOGUER-GENERATION)

           IF Journal-Dispo-Non
               MOVE 'Journal courant absent : rien a basculer'
                                            TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               MOVE 4 TO RETURN-CODE
               GO TO FIN-BASCULER-JOURNAL
           END-IF

           IF Reprise-Oui
               PERFORM REPRENDRE-GENERATION
                                    THRU FIN-REPRENDRE-GENERATION
               GO TO FIN-BASCULER-JOURNAL
           END-IF

           MOVE W-Mois     TO W-Gen-Ent-Mois
           MOVE W-Run-Date TO W-Gen-Ent-Date
           WRITE GENERATION-REC FROM W-Gen-Entete

           MOVE HIGH-VALUES TO W-Date-Min
           MOVE LOW-VALUES  TO W-Date-Max

           PERFORM UNTIL Lec-Fin-Oui
               READ JOURNAL
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   ADD 1 TO CPT-LEC-JOURNAL
                   PERFORM REPARTIR-ENTREE THRU FIN-REPARTIR-ENTREE
               END-READ
           END-PERFORM

           IF CPT-GENERATION = ZERO
               MOVE SPACES TO W-Date-Min
               MOVE SPACES TO W-Date-Max
           END-IF

           MOVE W-Mois         TO W-Gen-Fin-Mois
           MOVE CPT-GENERATION TO W-Gen-Fin-Nb
           MOVE W-Date-Min     TO W-Gen-Fin-Date-Min
           MOVE W-Date-Max     TO W-Gen-Fin-Date-Max
      * Le reste est ferme avant que la fin de la generation soit
      * ecrite : une generation qui porte sa fin garantit un reste
      * complet, ce sur quoi compte la reprise

           CLOSE JOURNAL
           CLOSE RESTE

           WRITE GENERATION-REC FROM W-Gen-Fin
           CLOSE GENERATION

      * Relecture de controle : la generation doit porter son en-tete,
      * toutes ses entrees et sa fin ; sinon le journal courant n'est
      * pas touche

           PERFORM RELIRE-GENERATION THRU FIN-RELIRE-GENERATION
           IF Gen-Fin-Ctl-Non-Vue
           OR W-Nb-Relu NOT = CPT-GENERATION
           OR W-Nb-Annonce NOT = CPT-GENERATION
               DISPLAY 'Generation incomplete a la relecture : '
                   W-Nb-Relu ' entrees relues pour ' CPT-GENERATION
                   ' basculees, journal courant conserve'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      **********************
       FIN-BASCULER-JOURNAL. EXIT.
      **********************
      *-----------------------------------------------------------------
      **********************
       REPRENDRE-GENERATION.
      **********************

      * Reprise d'une bascule arretee avant d'etre cataloguee : la
      * generation a ete ecrite par le passage interrompu, le reste
      * mis de cote dans MasterJournal.rst. La generation est relue
      * et doit etre complete (une generation sans sa fin vient d'un
      * arret pendant la repartition, le journal courant n'a alors
      * pas ete touche) ; ses chiffres sont repris de sa fin. Le
      * journal courant, intact ou deja en partie reecrit, est refait
      * ensuite depuis le reste par RECOPIER-RESTE

           PERFORM RELIRE-GENERATION THRU FIN-RELIRE-GENERATION
           IF Gen-Fin-Ctl-Non-Vue
           OR W-Nb-Relu NOT = W-Nb-Annonce
               DISPLAY 'Generation incomplete, reprise impossible : '
                   'journal courant intact, supprimer '
                   FUNCTION TRIM(W-Chemin-Gen-Fic) ' et '
                   FUNCTION TRIM(W-Chemin-Reste) ' puis relancer'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE W-Nb-Relu          TO CPT-GENERATION
           MOVE W-Gen-Lue-Date-Min TO W-Date-Min
           MOVE W-Gen-Lue-Date-Max TO W-Date-Max

           MOVE 'Reprise d''une bascule interrompue avant catalogue'
                                            TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      **************************
       FIN-REPRENDRE-GENERATION. EXIT.
      **************************
      *-----------------------------------------------------------------
      *****************
       REPARTIR-ENTREE.
      *****************

           IF JRN-DATE-RUN (1:6) > W-Mois
               WRITE RESTE-REC FROM JOURNAL-REC
               ADD 1 TO CPT-RESTE
               GO TO FIN-REPARTIR-ENTREE
           END-IF

           WRITE GENERATION-REC FROM JOURNAL-REC
           ADD 1 TO CPT-GENERATION

           IF JRN-DATE-RUN < W-Date-Min
               MOVE JRN-DATE-RUN TO W-Date-Min
           END-IF
           IF JRN-DATE-RUN > W-Date-Max
               MOVE JRN-DATE-RUN TO W-Date-Max
           END-IF
           .

      ********************
       FIN-REPARTIR-ENTREE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ********************
       INDEXER-GENERATION.
      ********************

      * Seconde lecture de la generation, relue et cataloguee : chaque
      * entree est indexee sous le RefCtr de l'image apres, et sous
      * celui de l'image avant s'il differe. Une generation refusee a
      * la relecture ne laisse ainsi rien dans l'index

           OPEN INPUT GENERATION
           IF L-Fst-Gen-Fic NOT = ZERO
               DISPLAY 'Generation non indexee, fst = ' L-Fst-Gen-Fic
               MOVE 4 TO RETURN-CODE
               GO TO FIN-INDEXER-GENERATION
           END-IF

           SET Lec-Gen-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Gen-Fin-Oui
               READ GENERATION
               AT END
                   SET Lec-Gen-Fin-Oui TO TRUE
               NOT AT END
                   IF NOT GFI-Entete AND NOT GFI-Fin
                       PERFORM INDEXER-ENTREE THRU FIN-INDEXER-ENTREE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE GENERATION
           .

      ***********************
       FIN-INDEXER-GENERATION. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ****************
       INDEXER-ENTREE.
      ****************

           MOVE GFI-Date-Run     TO W-Idx-Date
           MOVE GFI-Apres-RefCtr TO W-Idx-RefCtr
           IF W-Idx-RefCtr = SPACES
               MOVE GFI-Avant-RefCtr TO W-Idx-RefCtr
           END-IF
           PERFORM INDEXER-REFCTR THRU FIN-INDEXER-REFCTR

           IF GFI-Avant-RefCtr NOT = SPACES
           AND GFI-Avant-RefCtr NOT = GFI-Apres-RefCtr
           AND GFI-Apres-RefCtr NOT = SPACES
               MOVE GFI-Avant-RefCtr TO W-Idx-RefCtr
               PERFORM INDEXER-REFCTR THRU FIN-INDEXER-REFCTR
           END-IF
           .

      *******************
       FIN-INDEXER-ENTREE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ****************
       INDEXER-REFCTR.
      ****************

           IF W-Idx-RefCtr = SPACES
               GO TO FIN-INDEXER-REFCTR
           END-IF

           MOVE W-Idx-RefCtr TO IDX-RefCtr
           MOVE W-Mois       TO IDX-Mois
           READ JRN-INDEX
               INVALID KEY
                   MOVE 1            TO IDX-Nb
                   MOVE W-Idx-Date   TO IDX-Date-Min
                   MOVE W-Idx-Date   TO IDX-Date-Max
                   WRITE JRN-IDX-REC
                   IF L-Fst-Idx NOT = ZERO
                       DISPLAY 'Erreur creation index, RefCtr = '
                           IDX-RefCtr ' fst = ' L-Fst-Idx
                   END-IF
                   ADD 1 TO CPT-IDX-CREE
               NOT INVALID KEY
                   ADD 1 TO IDX-Nb
                   IF W-Idx-Date < IDX-Date-Min
                       MOVE W-Idx-Date TO IDX-Date-Min
                   END-IF
                   IF W-Idx-Date > IDX-Date-Max
                       MOVE W-Idx-Date TO IDX-Date-Max
                   END-IF
                   REWRITE JRN-IDX-REC
                   IF L-Fst-Idx NOT = ZERO
                       DISPLAY 'Erreur reecriture index, RefCtr = '
                           IDX-RefCtr ' fst = ' L-Fst-Idx
                   END-IF
                   ADD 1 TO CPT-IDX-MAJ
           END-READ
           .

      *******************
       FIN-INDEXER-REFCTR. EXIT.
      *******************
      *-----------------------------------------------------------------
      *******************
       RELIRE-GENERATION.
      *******************

      * Comptage des entrees d'une generation (W-Chemin-Gen-Fic) et
      * nombre annonce par son enregistrement de fin

           MOVE ZERO TO W-Nb-Relu
           MOVE ZERO TO W-Nb-Annonce
           SET Gen-Fin-Ctl-Non-Vue TO TRUE
           SET Lec-Gen-Fin-Non     TO TRUE

           OPEN INPUT GENERATION
           IF L-Fst-Gen-Fic NOT = ZERO
               GO TO FIN-RELIRE-GENERATION
           END-IF

           PERFORM UNTIL Lec-Gen-Fin-Oui
               READ GENERATION
               AT END
                   SET Lec-Gen-Fin-Oui TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GFI-Entete
                           CONTINUE
                       WHEN GFI-Fin
                           SET Gen-Fin-Ctl-Vue TO TRUE
                           MOVE GENERATION-REC TO W-Gen-Fin-Lue
                           IF W-Gen-Lue-Nb NUMERIC
                               MOVE W-Gen-Lue-Nb TO W-Nb-Annonce
                           END-IF
                       WHEN OTHER
                           ADD 1 TO W-Nb-Relu
                   END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE GENERATION
           .

      **********************
       FIN-RELIRE-GENERATION. EXIT.
      **********************
      *-----------------------------------------------------------------
      ****************
       RECOPIER-RESTE.
      ****************

      * Le journal courant repart des seules entrees posterieures au
      * mois bascule

           IF Journal-Dispo-Non
               GO TO FIN-RECOPIER-RESTE
           END-IF

           OPEN OUTPUT JOURNAL
           IF L-Fst-Journal NOT = ZERO
               DISPLAY 'Reecriture du journal courant impossible, '
                   'fst = ' L-Fst-Journal ' : relancer pour reprendre '
                   'la bascule'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT RESTE
           SET Lec-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Fin-Oui
               READ RESTE
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   IF Reprise-Oui
                       ADD 1 TO CPT-RESTE
                   END-IF
                   WRITE JOURNAL-REC FROM RESTE-REC
                   IF L-Fst-Journal NOT = ZERO
                       DISPLAY 'Erreur ecriture journal =' L-Fst-Journal
                           ' : relancer pour reprendre la bascule'
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-READ
           END-PERFORM

           CLOSE RESTE
           CLOSE JOURNAL
           .

      *******************
       FIN-RECOPIER-RESTE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***********************
       CATALOGUER-GENERATION.
      ***********************

      * Le journal courant est refait : le mois entre au catalogue,
      * la generation est indexee, puis le reste est supprime. Un
      * echec d'ecriture au catalogue laisse generation et reste en
      * place, un nouveau passage reprend la bascule

           IF Journal-Dispo-Non
               GO TO FIN-CATALOGUER-GENERATION
           END-IF

           MOVE SPACES         TO JRN-GEN-REC
           MOVE W-Mois         TO GEN-Mois
           MOVE CPT-GENERATION TO GEN-Nb
           MOVE W-Date-Min     TO GEN-Date-Min
           MOVE W-Date-Max     TO GEN-Date-Max
           MOVE W-Run-Date     TO GEN-Date-Bascule
           SET GEN-Lieu-Courant TO TRUE
           WRITE JRN-GEN-REC
           IF L-Fst-Gen NOT = ZERO
               DISPLAY 'Erreur ecriture catalogue, fst = ' L-Fst-Gen
                   ' : relancer pour reprendre la bascule'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM INDEXER-GENERATION THRU FIN-INDEXER-GENERATION

           MOVE W-Chemin-Reste TO W-Chemin-Suppr
           PERFORM SUPPRIMER-FICHIER THRU FIN-SUPPRIMER-FICHIER

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Generation ecrite     : ' DELIMITED BY SIZE
               FUNCTION TRIM(W-Chemin-Gen-Fic) DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Dates des entrees     : ' DELIMITED BY SIZE
               W-Date-Min                    DELIMITED BY SIZE
               ' a '                         DELIMITED BY SIZE
               W-Date-Max                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ***************************
       FIN-CATALOGUER-GENERATION. EXIT.
      ***************************
      *-----------------------------------------------------------------
      **********************
       ARCHIVER-GENERATIONS.
      **********************

      * Generations du repertoire du master dont le mois precede le
      * mois limite de conservation : recopiees dans le repertoire
      * d'archive, recomptees, puis retirees du repertoire du master

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF W-Rep-Arch = SPACES
               MOVE 'Pas d''archivage (APPAR_JRN_ARCH_DIR absent)'
                                            TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-ARCHIVER-GENERATIONS
           END-IF

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Archivage avant le    : ' DELIMITED BY SIZE
               W-Mois-Limite                 DELIMITED BY SIZE
               ' (conservation '             DELIMITED BY SIZE
               W-Retention                   DELIMITED BY SIZE
               ' mois) vers '                DELIMITED BY SIZE
               FUNCTION TRIM(W-Rep-Arch)     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           SET Lec-Fin-Non TO TRUE
           MOVE LOW-VALUES TO GEN-Mois
           START JRN-GENERATIONS KEY >= GEN-Mois
               INVALID KEY
                   SET Lec-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fin-Oui
               READ JRN-GENERATIONS NEXT
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   IF GEN-Mois < W-Mois-Limite
                   AND GEN-Lieu-Courant
                       PERFORM ARCHIVER-UNE-GENERATION
                                    THRU FIN-ARCHIVER-UNE-GENERATION
                   END-IF
               END-READ
           END-PERFORM
           .

      **************************
       FIN-ARCHIVER-GENERATIONS. EXIT.
      **************************
      *-----------------------------------------------------------------
      *************************
       ARCHIVER-UNE-GENERATION.
      *************************

           MOVE SPACES TO W-Chemin-Gen-Fic
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterJournal_'            DELIMITED BY SIZE
                  GEN-Mois                     DELIMITED BY SIZE
                  '.dat'                       DELIMITED BY SIZE
                  INTO W-Chemin-Gen-Fic
           END-STRING

           MOVE SPACES TO W-Chemin-Archive
           STRING FUNCTION TRIM(W-Rep-Arch) DELIMITED BY SIZE
                  '/MasterJournal_'            DELIMITED BY SIZE
                  GEN-Mois                     DELIMITED BY SIZE
                  '.dat'                       DELIMITED BY SIZE
                  INTO W-Chemin-Archive
           END-STRING

           OPEN INPUT GENERATION
           IF L-Fst-Gen-Fic NOT = ZERO
               ADD 1 TO CPT-ARCH-ECHEC
               MOVE SPACES                        TO LIGNE-RAP
               STRING '*** Generation '      DELIMITED BY SIZE
                   GEN-Mois                      DELIMITED BY SIZE
                   ' introuvable, fst = '        DELIMITED BY SIZE
                   L-Fst-Gen-Fic                 DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-ARCHIVER-UNE-GENERATION
           END-IF

           OPEN OUTPUT ARCHIVE
           IF L-Fst-Archive NOT = ZERO
               CLOSE GENERATION
               ADD 1 TO CPT-ARCH-ECHEC
               MOVE SPACES                        TO LIGNE-RAP
               STRING '*** Archive de '      DELIMITED BY SIZE
                   GEN-Mois                      DELIMITED BY SIZE
                   ' impossible, fst = '         DELIMITED BY SIZE
                   L-Fst-Archive                 DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-ARCHIVER-UNE-GENERATION
           END-IF

           SET Lec-Gen-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Gen-Fin-Oui
               READ GENERATION
               AT END
                   SET Lec-Gen-Fin-Oui TO TRUE
               NOT AT END
                   WRITE ARCHIVE-REC FROM GENERATION-REC
               END-READ
           END-PERFORM

           CLOSE GENERATION
           CLOSE ARCHIVE

      * La copie est recomptee avant que l'original soit retire

           MOVE W-Chemin-Gen-Fic TO W-Chemin-Origine
           MOVE W-Chemin-Archive TO W-Chemin-Gen-Fic
           PERFORM RELIRE-GENERATION THRU FIN-RELIRE-GENERATION
           MOVE W-Chemin-Origine TO W-Chemin-Gen-Fic

           IF Gen-Fin-Ctl-Non-Vue
           OR W-Nb-Relu NOT = GEN-Nb
               ADD 1 TO CPT-ARCH-ECHEC
               MOVE SPACES                        TO LIGNE-RAP
               STRING '*** Copie de '        DELIMITED BY SIZE
                   GEN-Mois                      DELIMITED BY SIZE
                   ' incomplete, original garde' DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-ARCHIVER-UNE-GENERATION
           END-IF

      * Original non retire : la generation reste au repertoire du
      * master, ou les lecteurs la trouvent, et l'archivage sera
      * repris au passage suivant

           MOVE W-Chemin-Gen-Fic TO W-Chemin-Suppr
           PERFORM SUPPRIMER-FICHIER THRU FIN-SUPPRIMER-FICHIER
           IF Suppression-Ko
               ADD 1 TO CPT-ARCH-ECHEC
               MOVE SPACES                        TO LIGNE-RAP
               STRING '*** Generation '      DELIMITED BY SIZE
                   GEN-Mois                      DELIMITED BY SIZE
                   ' copiee mais non retiree'    DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-ARCHIVER-UNE-GENERATION
           END-IF

           SET GEN-Lieu-Archive TO TRUE
           MOVE W-Run-Date TO GEN-Date-Archive
           REWRITE JRN-GEN-REC
           IF L-Fst-Gen NOT = ZERO
               DISPLAY 'Erreur reecriture catalogue, mois = '
                   GEN-Mois ' fst = ' L-Fst-Gen
           END-IF
           ADD 1 TO CPT-ARCHIVEE

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Archivee              : ' DELIMITED BY SIZE
               GEN-Mois                      DELIMITED BY SIZE
               ' ('                          DELIMITED BY SIZE
               GEN-Nb                        DELIMITED BY SIZE
               ' entrees)'                   DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      *****************************
       FIN-ARCHIVER-UNE-GENERATION. EXIT.
      *****************************
      *-----------------------------------------------------------------
      *******************
       SUPPRIMER-FICHIER.
      *******************

      * Suppression de W-Chemin-Suppr ; l'appel ecrase RETURN-CODE,
      * qui est remis a sa valeur d'avant. Un echec est signale et
      * compte (code retour 4 en fin de traitement)

           MOVE RETURN-CODE TO W-Rc-Sauve
           CALL 'CBL_DELETE_FILE' USING W-Chemin-Suppr
           IF RETURN-CODE = ZERO
               SET Suppression-Ok TO TRUE
           ELSE
               SET Suppression-Ko TO TRUE
               ADD 1 TO CPT-SUPPR-ECHEC
               DISPLAY 'Suppression impossible : '
                   FUNCTION TRIM(W-Chemin-Suppr) ', code = '
                   RETURN-CODE
           END-IF
           MOVE W-Rc-Sauve TO RETURN-CODE
           .

      **********************
       FIN-SUPPRIMER-FICHIER. EXIT.
      **********************
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
           STRING 'Entrees lues          : ' DELIMITED BY SIZE
               CPT-LEC-JOURNAL               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Entrees basculees     : ' DELIMITED BY SIZE
               CPT-GENERATION                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Restees au courant    : ' DELIMITED BY SIZE
               CPT-RESTE                     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Contrats indexes      : ' DELIMITED BY SIZE
               CPT-IDX-CREE                  DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Generations archivees : ' DELIMITED BY SIZE
               CPT-ARCHIVEE                  DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Archivages en echec   : ' DELIMITED BY SIZE
               CPT-ARCH-ECHEC                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Suppressions en echec : ' DELIMITED BY SIZE
               CPT-SUPPR-ECHEC               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           CLOSE JRN-GENERATIONS
           CLOSE JRN-INDEX
           CLOSE RAPPORT

           DISPLAY 'Entrees lues               : ' CPT-LEC-JOURNAL
           DISPLAY 'Entrees basculees          : ' CPT-GENERATION
           DISPLAY 'Restees au journal courant : ' CPT-RESTE
           DISPLAY 'Contrats indexes           : ' CPT-IDX-CREE
           DISPLAY 'Generations archivees      : ' CPT-ARCHIVEE
           DISPLAY 'Archivages en echec        : ' CPT-ARCH-ECHEC
           DISPLAY 'Suppressions en echec      : ' CPT-SUPPR-ECHEC

           IF CPT-ARCH-ECHEC  NOT = ZERO
           OR CPT-SUPPR-ECHEC NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'Fin de traitement'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
