      * programme prend une date de run (APPAR_BACKOUT_DATE), relit
      * MasterJournal.dat et ramene chaque fiche touchee ce jour-la a
      * son image avant :
      *   - seules les entrees du flux de nuit comptent (fichier
      *     d'origine 1 = Fic1et2, 2 = Fic1seul) : une maintenance
      *     manuelle (4) ou un changement retenu libere (3) le meme
      *     jour ne fait pas partie du run et n'est pas annule ;
      *   - premiere entree du run pour la fiche = l'etat d'avant le
      *     batch, derniere entree = l'etat dans lequel le run l'a
      *     laissee (contrat a plusieurs identifiants) ;
      *   - la fiche n'est touchee que si elle a encore l'image
      *     laissee par le run : une fiche retouchee depuis (maintenance
      *     manuelle, changement retenu libere, purge, retour arriere
      *     deja passe...) est laissee en l'etat, listee au rapport
      *     comme modifiee depuis le lot, et le code retour passe a 4 ;
      *   - action 'C' (fiche creee par le run) = suppression de la
      *     fiche ;
      *   - sinon, reecriture de l'image avant ;
      *   - l'historique des situations n'est repare que pour les
      *     fiches effectivement restaurees ou supprimees.
      * Le reperage "premiere et derniere entree par fiche" passe par
      * un fichier de travail indexe cle RefCtr (les volumes d'une
      * nuit depassent ce qu'une table en memoire peut porter), recree
      * a chaque lancement. Si le run a annuler est deja passe dans une
      * generation mensuelle du journal (BasculeJournal), les
      * generations dont les dates couvrent ce run sont relues avant
      * le journal courant ; une generation illisible ou incomplete
      * arrete le traitement avant toute modification.
      * Le retour arriere est lui-meme journalise (action
      * 'A' pour une fiche restauree, 'S' pour une fiche supprimee,
      * fichier d'origine 0, image avant = etat constate, image apres
      * = etat restaure) pour rester auditable, et un rapport liste
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Journal.

      * Catalogue des generations du journal, tenu par
      * BasculeJournal (absent tant que le journal n'a jamais ete
      * bascule : seul le journal courant est alors lu)

           SELECT JRN-GENERATIONS        ASSIGN TO
               DYNAMIC W-Chemin-Gen
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-Mois
               FILE STATUS IS L-Fst-Gen.

           SELECT CONTRAT-MASTER         ASSIGN TO
               DYNAMIC W-Chemin-Master
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS CM-CodIdt WITH DUPLICATES
               FILE STATUS IS L-Fst-Master.

      * Fichier de travail : premiere image avant et derniere image
      * apres du run a annuler, et sort de la fiche, par fiche, recree
      * a chaque lancement

           SELECT TRAVAIL                ASSIGN TO
               DYNAMIC W-Chemin-Travail
      *-----------------------------------------------------------------
       FILE SECTION.

      * Meme gabarit que le journal ecrit par MajContrat (une ecriture
      * manuelle de MaintCtr porte en plus les identifiants du
      * demandeur et du valideur ; a blanc pour les lignes ecrites ici)

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

      * Meme gabarit que le catalogue des generations ecrit par
      * BasculeJournal (lieu C = repertoire du master, A = repertoire
      * d'archive)

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

       FD CONTRAT-MASTER.
       01 CONTRAT-MASTER-REC.
           05 BCK-RefCtr                      PIC X(9).
           05 BCK-Action                      PIC X.
           05 BCK-Avant                       PIC X(29).
           05 BCK-Apres                       PIC X(29).
           05 BCK-Etat                        PIC X.
               88 BCK-Etat-Attente            VALUE ' '.
               88 BCK-Etat-Restauree          VALUE 'R'.
               88 BCK-Etat-Supprimee          VALUE 'S'.
               88 BCK-Etat-Modifiee           VALUE 'M'.
               88 BCK-Etat-Disparue           VALUE 'D'.

       FD SITU-HISTO.
       01 SITU-HISTO-REC.
      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Arch                         PIC X(180).
       01 W-Rep-Rap                          PIC X(180).

       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Courant                   PIC X(200).
       01 W-Chemin-Gen                       PIC X(200).
       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Travail                   PIC X(200).
       01 W-Chemin-Situ                      PIC X(200).
       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Gen                          PIC 99.
       01 L-Fst-Master                       PIC 99.
       01 L-Fst-Travail                      PIC 99.
       01 L-Fst-Situ                         PIC 99.
       01 CPT-RESTAURE                       PIC 9(10) VALUE 0.
       01 CPT-SUPPRIME                       PIC 9(10) VALUE 0.
       01 CPT-DEJA-DISPARUE                  PIC 9(10) VALUE 0.
       01 CPT-MODIFIEE                       PIC 9(10) VALUE 0.
       01 CPT-ECR-JOURNAL                    PIC 9(10) VALUE 0.
       01 CPT-SITU-SUPPR                     PIC 9(10) VALUE 0.
       01 CPT-SITU-ROUVERTE                  PIC 9(10) VALUE 0.
       01 CPT-SITU-LAISSEE                   PIC 9(10) VALUE 0.

      * Generations du journal a relire avant le journal courant,
      * dans l'ordre des mois (voir CHOISIR-GEN-DATES), bornes de
      * dates de la selection et bilan de leur lecture

       01 W-Gen-Max                          PIC 9(3) VALUE 600.
       01 W-Gen-Nb                           PIC 9(3) VALUE 0.
       01 W-Gen-Idx                          PIC 9(3).
       01 W-Gen-Table.
           05 W-Gen-Mois OCCURS 600          PIC X(6).

       01 W-Gen-Du                           PIC X(8) VALUE SPACES.
       01 W-Gen-Au                           PIC X(8) VALUE SPACES.
       01 W-Gen-Nb-Lu                        PIC 9(10).
       01 W-Gen-Nb-Annonce                   PIC 9(10).

       01 Gen-Dispo                          PIC 9.
           88 Gen-Dispo-Oui                  VALUE 1.
           88 Gen-Dispo-Non                  VALUE 0.

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
           MOVE W-Backout-Date TO W-Gen-Du
           MOVE W-Backout-Date TO W-Gen-Au
           PERFORM CHOISIR-GEN-DATES  THRU FIN-CHOISIR-GEN-DATES
           IF W-Gen-Nb NOT = ZERO
               DISPLAY 'Generations du journal a relire : ' W-Gen-Nb
           END-IF

           OPEN I-O CONTRAT-MASTER
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Referentiel contrat introuvable, fst = '
                  INTO W-Chemin-Journal
           END-STRING

      * Generations du journal : catalogue dans le repertoire du
      * master, generations archivees dans APPAR_JRN_ARCH_DIR (non
      * relues s'il n'est pas positionne)

           MOVE SPACES TO W-Rep-Arch
           ACCEPT W-Rep-Arch   FROM ENVIRONMENT "APPAR_JRN_ARCH_DIR"

           MOVE W-Chemin-Journal TO W-Chemin-Courant

           MOVE SPACES TO W-Chemin-Gen
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/JournalGenerations.dat'    DELIMITED BY SIZE
                  INTO W-Chemin-Gen
           END-STRING

           MOVE SPACES TO W-Chemin-Master
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/ContratMaster.dat'         DELIMITED BY SIZE
       COLLECTER-AVANT.
      *****************

      * Premiere passe : parcours complet du journal (generations
      * couvrant le run, dans l'ordre des mois, puis journal courant),
      * et pour chaque entree du run a annuler, memorisation de la
      * premiere image avant de la fiche (la cle du fichier de
      * travail rejette d'elle-meme les entrees suivantes du meme run)

           IF W-Gen-Nb NOT = ZERO
               CLOSE JOURNAL
               PERFORM LIRE-GENERATIONS THRU FIN-LIRE-GENERATIONS
               IF CPT-GEN-NON-LUE    NOT = ZERO
               OR CPT-GEN-INCOMPLETE NOT = ZERO
                   DISPLAY 'Generation(s) du journal non lue(s) ou '
                       'incomplete(s) : retour arriere abandonne'
                   MOVE 'Generation du journal non lue ou incomplete,'
                                                  TO LIGNE-RAP
                   MOVE 'retour arriere abandonne' TO LIGNE-RAP (46:)
                   PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
                   CLOSE CONTRAT-MASTER
                   CLOSE TRAVAIL
                   CLOSE RAPPORT
                   PERFORM FERMER-GENERATIONS
                                    THRU FIN-FERMER-GENERATIONS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT JOURNAL
           END-IF

           PERFORM UNTIL Lec-Journal-Fin-Oui
               READ JOURNAL
               AT END
                   SET Lec-Journal-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM COLLECTER-ENTREE THRU FIN-COLLECTER-ENTREE
               END-READ
           END-PERFORM

           CLOSE JOURNAL
           PERFORM FERMER-GENERATIONS THRU FIN-FERMER-GENERATIONS

           IF CPT-ENTREE-RUN = ZERO
               DISPLAY 'Aucune entree de journal pour le run '
               MOVE 4 TO RETURN-CODE
           END-IF

      * Le journal courant est rouvert en extension : les actions du
      * retour arriere y sont tracees a leur tour (voir
      * JOURNALISER-BACKOUT)

           OPEN EXTEND JOURNAL
           .
       FIN-COLLECTER-AVANT. EXIT.
      *********************
      *-----------------------------------------------------------------
      ********************
       OUVRIR-GENERATIONS.
      ********************

      * Le catalogue est facultatif : sans lui (journal jamais
      * bascule), il n'y a aucune generation a lire

           MOVE ZERO TO W-Gen-Nb

           SET Gen-Dispo-Non TO TRUE
           OPEN INPUT JRN-GENERATIONS
           IF L-Fst-Gen = ZERO
               SET Gen-Dispo-Oui TO TRUE
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
           .

      ***********************
       FIN-FERMER-GENERATIONS. EXIT.
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
           PERFORM COLLECTER-ENTREE THRU FIN-COLLECTER-ENTREE
           .

      ***************************
       FIN-LIRE-ENTREE-GENERATION. EXIT.
      ***************************
      *-----------------------------------------------------------------
      ******************
       COLLECTER-ENTREE.
      ******************

           ADD 1 TO CPT-LEC-JOURNAL
           IF  JRN-DATE-RUN = W-Backout-Date
           AND (JRN-SOURCE = 1 OR JRN-SOURCE = 2)
               ADD 1 TO CPT-ENTREE-RUN
               MOVE JRN-APRES-REFCTR TO BCK-RefCtr
               MOVE JRN-ACTION       TO BCK-Action
               MOVE JRN-AVANT        TO BCK-Avant
               MOVE JRN-APRES        TO BCK-Apres
               SET BCK-Etat-Attente  TO TRUE
               WRITE TRAVAIL-REC
                   INVALID KEY
                       PERFORM MEMORISER-APRES THRU FIN-MEMORISER-APRES
                   NOT INVALID KEY
                       ADD 1 TO CPT-FICHE-RUN
               END-WRITE
           END-IF
           .

      *********************
       FIN-COLLECTER-ENTREE. EXIT.
      *********************
      *-----------------------------------------------------------------
      *****************
       MEMORISER-APRES.
      *****************

      * Fiche deja vue dans ce run : l'image avant de la premiere
      * entree est conservee, seule l'image apres est remplacee par
      * celle de l'entree courante (dernier etat laisse par le run)

           READ TRAVAIL
               INVALID KEY
                   DISPLAY 'Erreur relecture travail, RefCtr = '
                       BCK-RefCtr ' fst = ' L-Fst-Travail
                   GO TO FIN-MEMORISER-APRES
           END-READ

           MOVE JRN-APRES TO BCK-Apres
           REWRITE TRAVAIL-REC
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur reecriture travail, RefCtr = '
                   BCK-RefCtr ' fst = ' L-Fst-Travail
           END-IF
           .

      *********************
       FIN-MEMORISER-APRES. EXIT.
      *********************
      *-----------------------------------------------------------------
      *******************
       APPLIQUER-BACKOUT.
      *******************
               AT END
                   SET Lec-Situ-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM REPARER-UNE-PERIODE
                                    THRU FIN-REPARER-UNE-PERIODE
               END-READ
           END-PERFORM

               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Periodes laissees     : ' DELIMITED BY SIZE
               CPT-SITU-LAISSEE              DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ***********************
       FIN-REPARER-SITU-HISTO. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *********************
       REPARER-UNE-PERIODE.
      *********************

      * Seules les periodes datees du run annule sont concernees, et
      * seulement pour les fiches que ce retour arriere a
      * effectivement restaurees ou supprimees : une fiche hors du
      * run (maintenance du meme jour par exemple) ou laissee en
      * l'etat parce que modifiee depuis le lot garde son historique

           IF  SIT-Date-Debut NOT = W-Backout-Date
           AND SIT-Date-Fin   NOT = W-Backout-Date
               GO TO FIN-REPARER-UNE-PERIODE
           END-IF

           MOVE SIT-RefCtr TO BCK-RefCtr
           READ TRAVAIL
               INVALID KEY
                   ADD 1 TO CPT-SITU-LAISSEE
                   GO TO FIN-REPARER-UNE-PERIODE
           END-READ

           IF NOT BCK-Etat-Restauree AND NOT BCK-Etat-Supprimee
               ADD 1 TO CPT-SITU-LAISSEE
               GO TO FIN-REPARER-UNE-PERIODE
           END-IF

           IF SIT-Date-Debut = W-Backout-Date
               DELETE SITU-HISTO RECORD
                   INVALID KEY
                       DISPLAY 'Erreur suppression periode, '
                           'RefCtr = ' SIT-RefCtr
                   NOT INVALID KEY
                       ADD 1 TO CPT-SITU-SUPPR
               END-DELETE
           ELSE
               MOVE SPACES TO SIT-Date-Fin
               REWRITE SITU-HISTO-REC
               IF L-Fst-Situ NOT = ZERO
                   DISPLAY 'Erreur reouverture periode, '
                       'RefCtr = ' SIT-RefCtr
                       ' fst = ' L-Fst-Situ
               ELSE
                   ADD 1 TO CPT-SITU-ROUVERTE
               END-IF
           END-IF
           .

      ************************
       FIN-REPARER-UNE-PERIODE. EXIT.
      ************************
      *-----------------------------------------------------------------
      *******************
       TRAITER-UNE-FICHE.
      *******************

      * Etat constate de la fiche, compare a l'image laissee par le
      * run, puis application : une fiche creee par le run est
      * supprimee, les autres retrouvent leur image avant. Une fiche
      * qui n'a plus l'image laissee par le run a ete retouchee
      * depuis le lot (ou purgee) : elle est laissee en l'etat. Seule
      * exception, une fiche creee par le run et deja disparue, deja
      * dans l'etat voulu (voir SUPPRIMER-FICHE)

           MOVE BCK-RefCtr TO CM-RefCtr
           READ CONTRAT-MASTER
                   MOVE CONTRAT-MASTER-REC TO W-Constat-Image
           END-READ

           IF  W-Constat-Image NOT = BCK-Apres
           AND NOT (BCK-Action = 'C' AND Master-Trouve-Non)
               PERFORM SIGNALER-MODIFIEE THRU FIN-SIGNALER-MODIFIEE
               GO TO FIN-TRAITER-UNE-FICHE
           END-IF

           IF BCK-Action = 'C'
               PERFORM SUPPRIMER-FICHE THRU FIN-SUPPRIMER-FICHE
           ELSE
       FIN-TRAITER-UNE-FICHE. EXIT.
      **********************
      *-----------------------------------------------------------------
      *******************
       SIGNALER-MODIFIEE.
      *******************

      * Fiche modifiee depuis le lot : rien n'est ecrit au referentiel
      * ni au journal, la fiche est listee avec son image constatee
      * pour une reprise a la main et le code retour passe a 4

           ADD 1 TO CPT-MODIFIEE
           SET BCK-Etat-Modifiee TO TRUE
           PERFORM NOTER-ETAT-FICHE THRU FIN-NOTER-ETAT-FICHE

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Modifiee depuis le lot, laissee : '
                                             DELIMITED BY SIZE
               BCK-RefCtr                    DELIMITED BY SIZE
               ' ['                          DELIMITED BY SIZE
               W-Constat-Image               DELIMITED BY SIZE
               ']'                           DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE 4 TO RETURN-CODE
           .

      **********************
       FIN-SIGNALER-MODIFIEE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       NOTER-ETAT-FICHE.
      ******************

      * Le sort de la fiche est note dans le fichier de travail : la
      * reparation de l'historique des situations s'y refere

           REWRITE TRAVAIL-REC
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur reecriture travail, RefCtr = '
                   BCK-RefCtr ' fst = ' L-Fst-Travail
           END-IF
           .

      **********************
       FIN-NOTER-ETAT-FICHE. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       SUPPRIMER-FICHE.
      *****************

           IF Master-Trouve-Non
               ADD 1 TO CPT-DEJA-DISPARUE
               SET BCK-Etat-Disparue TO TRUE
               PERFORM NOTER-ETAT-FICHE THRU FIN-NOTER-ETAT-FICHE
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Fiche creee deja disparue : ' DELIMITED BY SIZE
                   BCK-RefCtr                    DELIMITED BY SIZE
           END-DELETE

           ADD 1 TO CPT-SUPPRIME
           SET BCK-Etat-Supprimee TO TRUE
           PERFORM NOTER-ETAT-FICHE THRU FIN-NOTER-ETAT-FICHE
           MOVE 'S' TO W-Jrn-Action
           MOVE SPACES TO CONTRAT-MASTER-REC
           PERFORM JOURNALISER-BACKOUT THRU FIN-JOURNALISER-BACKOUT
       RESTAURER-FICHE.
      *****************

      * La fiche retrouve son image d'avant le run a annuler (elle
      * existe forcement : une fiche disparue depuis le run n'a plus
      * l'image laissee par le run, voir TRAITER-UNE-FICHE)

           MOVE BCK-Avant TO CONTRAT-MASTER-REC

           REWRITE CONTRAT-MASTER-REC
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Erreur reecriture master, RefCtr = '
                   CM-RefCtr ' fst = ' L-Fst-Master
               GO TO FIN-RESTAURER-FICHE
           END-IF

           ADD 1 TO CPT-RESTAURE
           SET BCK-Etat-Restauree TO TRUE
           PERFORM NOTER-ETAT-FICHE THRU FIN-NOTER-ETAT-FICHE
           MOVE 'A' TO W-Jrn-Action
           PERFORM JOURNALISER-BACKOUT THRU FIN-JOURNALISER-BACKOUT

           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Modifiees depuis lot  : ' DELIMITED BY SIZE
               CPT-MODIFIEE                  DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           CLOSE RAPPORT

           DISPLAY 'Entrees de journal lues    : ' CPT-LEC-JOURNAL
           IF W-Gen-Nb NOT = ZERO
               DISPLAY 'Generations relues         : ' CPT-GEN-LUE
           END-IF
           DISPLAY 'Entrees du run annule      : ' CPT-ENTREE-RUN
           DISPLAY 'Fiches touchees par le run : ' CPT-FICHE-RUN
           DISPLAY 'Fiches restaurees          : ' CPT-RESTAURE
           DISPLAY 'Fiches supprimees          : ' CPT-SUPPRIME
           DISPLAY 'Fiches creees deja disparues : ' CPT-DEJA-DISPARUE
           DISPLAY 'Modifiees depuis le lot    : ' CPT-MODIFIEE
           DISPLAY 'Lignes de journal ecrites  : ' CPT-ECR-JOURNAL
           DISPLAY 'Periodes situ. supprimees  : ' CPT-SITU-SUPPR
           DISPLAY 'Periodes situ. rouvertes   : ' CPT-SITU-ROUVERTE
           DISPLAY 'Periodes situ. laissees    : ' CPT-SITU-LAISSEE
           DISPLAY 'Fin de traitement'
           .

