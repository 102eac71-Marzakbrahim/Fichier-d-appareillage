       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. LibereAttente.
      *-----------------------------------------------------------------

      * Decision sur les changements retenus par MajContrat : une
      * transition de situation absente de la table des transitions
      * autorisees (Transitions.par) n'est pas postee au master, elle
      * part au fichier permanent Attente.dat avec ses images
      * avant/apres (voir METTRE-EN-ATTENTE de MajContrat). Ce
      * programme, lance lors d'un run suivant, applique les
      * decisions du superviseur saisies dans
      * DecisionAttente_AAAAMMJJ.txt (APPAR_DEC_DIR), une ligne par
      * changement retenu : cle du changement (date du run, RefCtr,
      * CodIdt, fichier d'origine), decision L (liberer) ou R
      * (rejeter), identifiant du superviseur.
      *   - liberation : l'image apres est postee au master si la
      *     fiche n'a pas bouge depuis la mise en attente, avec son
      *     journal (action 'M', fichier d'origine 3 = changement
      *     libere) et son historique de situation ; une fiche qui a
      *     change entre temps ou disparu rend le changement perime
      *     (etat P), il n'est pas poste ;
      *   - rejet : le changement est abandonne, le master reste tel
      *     quel.
      * Chaque issue est tracee au journal des decisions permanent
      * JournalAttente.dat (date, issue, superviseur, changement et
      * ses images) et l'entree d'Attente.dat garde son etat, sa date
      * de decision et son superviseur. Lance hors de la chaine de
      * nuit, le programme peut passer apres l'extraction facturation
      * du jour, qui ne retient que les fiches datees de son run :
      * chaque fiche postee est donc aussi inscrite au recyclage
      * facturation Recyclage.dat (motif HCH, hors chaine), que
      * ExtraitFact reemet a sa prochaine extraction. Le rapport
      * (RapportAttente_AAAAMMJJ.txt dans APPAR_RAP_DIR) liste les
      * decisions appliquees puis les changements encore en attente,
      * ce qui sert de liste de travail au superviseur : lance sans
      * fichier de decisions, le programme ne fait que cette liste.
      * Code retour 4 s'il reste des changements en attente.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DECISIONS              ASSIGN TO
               DYNAMIC W-Chemin-Decision
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Decision.

           SELECT ATTENTE                ASSIGN TO
               DYNAMIC W-Chemin-Attente
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-Cle
               FILE STATUS IS L-Fst-Attente.

           SELECT CONTRAT-MASTER         ASSIGN TO
               DYNAMIC W-Chemin-Master
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-RefCtr
               ALTERNATE RECORD KEY IS CM-CodIdt WITH DUPLICATES
               FILE STATUS IS L-Fst-Master.

           SELECT JOURNAL                ASSIGN TO
               DYNAMIC W-Chemin-Journal
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Journal.

           SELECT SITU-HISTO             ASSIGN TO
               DYNAMIC W-Chemin-Situ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIT-Cle
               FILE STATUS IS L-Fst-Situ.

      * Journal des decisions, en extension permanente run apres run

           SELECT JOURNAL-ATT            ASSIGN TO
               DYNAMIC W-Chemin-Jrn-Att
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Jrn-Att.

      * Recyclage facturation (meme fichier que RetourFact et
      * ExtraitFact), pour les fiches postees hors chaine

           SELECT RECYCLAGE              ASSIGN TO
               DYNAMIC W-Chemin-Recyclage
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-RefCtr
               FILE STATUS IS L-Fst-Recyclage.

           SELECT RAPPORT                ASSIGN TO
               DYNAMIC W-Chemin-Rap
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rap.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Decision du superviseur : cle du changement retenu, decision
      * (L = liberer, R = rejeter) et identifiant du superviseur

       FD DECISIONS.
       01 DECISION-REC.
           05 DEC-DATE-RUN                    PIC X(8).
           05 FILLER                          PIC X.
           05 DEC-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 DEC-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 DEC-SOURCE                      PIC 9.
           05 FILLER                          PIC X.
           05 DEC-DECISION                    PIC X.
           05 FILLER                          PIC X.
           05 DEC-SUPERVISEUR                 PIC X(8).

      * Meme gabarit que le fichier des changements retenus ecrit par
      * MajContrat

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

       FD CONTRAT-MASTER.
       01 CONTRAT-MASTER-REC.
           05 CM-RefCtr                       PIC X(9).
           05 CM-Sit-Ctr                      PIC X.
           05 CM-CodIdt                       PIC 9(7).
           05 CM-Sit-Idt                      PIC X.
           05 CM-Date-Maj                     PIC X(8).
           05 CM-Source                       PIC X(3).

      * Meme gabarit que le journal ecrit par MajContrat

       FD JOURNAL.
       01 JOURNAL-REC.
           05 JRN-DATE-RUN                    PIC X(8).
           05 FILLER                          PIC X.
           05 JRN-ACTION                      PIC X.
           05 FILLER                          PIC X.
           05 JRN-SOURCE                      PIC 9.
           05 FILLER                          PIC X.
           05 JRN-AVANT                       PIC X(29).
           05 FILLER                          PIC X.
           05 JRN-APRES                       PIC X(29).

       FD SITU-HISTO.
       01 SITU-HISTO-REC.
           05 SIT-Cle.
               10 SIT-RefCtr                  PIC X(9).
               10 SIT-Date-Debut              PIC X(8).
           05 SIT-Sit-Ctr                     PIC X.
           05 SIT-Date-Fin                    PIC X(8).

      * Issue d'une decision : date d'execution, issue (L libere, R
      * rejete, P perime), superviseur, cle et motif du changement,
      * images avant/apres telles que retenues par MajContrat

       FD JOURNAL-ATT.
       01 JOURNAL-ATT-REC.
           05 JAT-DATE                        PIC X(8).
           05 FILLER                          PIC X.
           05 JAT-ISSUE                       PIC X.
           05 FILLER                          PIC X.
           05 JAT-SUPERVISEUR                 PIC X(8).
           05 FILLER                          PIC X.
           05 JAT-DATE-RUN                    PIC X(8).
           05 FILLER                          PIC X.
           05 JAT-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 JAT-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 JAT-SOURCE                      PIC 9.
           05 FILLER                          PIC X.
           05 JAT-MOTIF                       PIC X(3).
           05 FILLER                          PIC X.
           05 JAT-AVANT                       PIC X(29).
           05 FILLER                          PIC X.
           05 JAT-APRES                       PIC X(29).

      * Meme gabarit que le recyclage ecrit par RetourFact ; une
      * entree hors chaine a sa date de derniere vue a blanc jusqu'a
      * son emission par ExtraitFact

       FD RECYCLAGE.
       01 RECYCLAGE-REC.
           05 REC-RefCtr                      PIC X(9).
           05 REC-Motif                       PIC X(3).
               88 REC-Hors-Chaine             VALUE 'HCH'.
           05 REC-Date-Premiere               PIC X(8).
           05 REC-Date-Derniere               PIC X(8).
           05 REC-Nb-Rejets                   PIC 9(5).

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Dec                          PIC X(180).
       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Rap                          PIC X(180).

       01 W-Chemin-Decision                  PIC X(200).
       01 W-Chemin-Attente                   PIC X(200).
       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Situ                      PIC X(200).
       01 W-Chemin-Jrn-Att                   PIC X(200).
       01 W-Chemin-Recyclage                 PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Decision                     PIC 99.
       01 L-Fst-Attente                      PIC 99.
       01 L-Fst-Master                       PIC 99.
       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Situ                         PIC 99.
       01 L-Fst-Jrn-Att                      PIC 99.
       01 L-Fst-Recyclage                    PIC 99.
       01 L-Fst-Rap                          PIC 99.

      * Disponibilite du fichier de decisions du jour (absent = simple
      * liste des changements en attente)

       01 Decision-Dispo                     PIC 9.
           88 Decision-Dispo-Oui             VALUE 1.
           88 Decision-Dispo-Non             VALUE 0.

       01 Lec-Decision-Fin                   PIC 9.
           88 Lec-Decision-Fin-Oui           VALUE 1.
           88 Lec-Decision-Fin-Non           VALUE 0.

       01 Lec-Attente-Fin                    PIC 9.
           88 Lec-Attente-Fin-Oui            VALUE 1.
           88 Lec-Attente-Fin-Non            VALUE 0.

       01 Lec-Situ-Fin                       PIC 9.
           88 Lec-Situ-Fin-Oui               VALUE 1.
           88 Lec-Situ-Fin-Non               VALUE 0.

       01 Situ-Ouverte                       PIC 9.
           88 Situ-Ouverte-Trouvee           VALUE 1.
           88 Situ-Ouverte-Absente           VALUE 0.

       01 W-Situ-Ouverte-Cle                 PIC X(17).

      * Image de la fiche au moment de la decision, decoupee pour
      * verifier qu'elle n'a pas bouge depuis la mise en attente
      * (situation contrat, identifiant, situation identifiant) et
      * pour detecter un changement de situation a historiser

       01 W-Avant-Image.
           05 W-Avant-RefCtr                 PIC X(9).
           05 W-Avant-Situations             PIC X(9).
           05 FILLER                         PIC X(11).
       01 W-Avant-Decoupe REDEFINES W-Avant-Image.
           05 FILLER                         PIC X(9).
           05 W-Avant-Sit-Ctr                PIC X.
           05 FILLER                         PIC X(19).

       01 W-Retenu-Image.
           05 W-Retenu-RefCtr                PIC X(9).
           05 W-Retenu-Situations            PIC X(9).
           05 FILLER                         PIC X(11).

      * Issue de la decision courante et libelle pour le rapport

       01 W-Issue                            PIC X.
       01 W-Issue-Libelle                    PIC X(30).

       01 CPT-LEC-DECISION                   PIC 9(10) VALUE 0.
       01 CPT-LIBERE                         PIC 9(10) VALUE 0.
       01 CPT-REJETE                         PIC 9(10) VALUE 0.
       01 CPT-PERIME                         PIC 9(10) VALUE 0.
       01 CPT-IGNORE                         PIC 9(10) VALUE 0.
       01 CPT-EN-ATTENTE                     PIC 9(10) VALUE 0.
       01 CPT-ECR-JOURNAL                    PIC 9(10) VALUE 0.
       01 CPT-RECYCLAGE                      PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM APPLIQUER-DECISIONS   THRU FIN-APPLIQUER-DECISIONS
           PERFORM LISTER-ATTENTE        THRU FIN-LISTER-ATTENTE
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Decisions sur les changements retenus     ***'
           DISPLAY '***************************************************'

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           SET Lec-Decision-Fin-Non TO TRUE
           SET Lec-Attente-Fin-Non  TO TRUE

      * Sans fichier des changements retenus, MajContrat n'a jamais
      * rien retenu : il n'y a rien a decider

           OPEN I-O ATTENTE
           IF L-Fst-Attente NOT = ZERO
               DISPLAY 'Pas de fichier des changements retenus, fst = '
                   L-Fst-Attente ' : rien a decider'
               GOBACK
           END-IF

           SET Decision-Dispo-Non TO TRUE
           OPEN INPUT DECISIONS
           IF L-Fst-Decision = ZERO
               SET Decision-Dispo-Oui TO TRUE
           ELSE
               DISPLAY 'Pas de decisions pour ce run, liste des'
                   ' changements en attente seulement'
           END-IF

      * Le master, le journal et l'historique ne sont ouverts que
      * s'il y a des decisions a appliquer

           IF Decision-Dispo-Oui
               OPEN I-O CONTRAT-MASTER
               IF L-Fst-Master NOT = ZERO
                   DISPLAY 'Referentiel contrat introuvable, fst = '
                       L-Fst-Master
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF

               OPEN EXTEND JOURNAL
               IF L-Fst-Journal = 35
                   OPEN OUTPUT JOURNAL
                   CLOSE JOURNAL
                   OPEN EXTEND JOURNAL
               END-IF

               OPEN I-O SITU-HISTO
               IF L-Fst-Situ = 35
                   OPEN OUTPUT SITU-HISTO
                   CLOSE SITU-HISTO
                   OPEN I-O SITU-HISTO
               END-IF

               OPEN EXTEND JOURNAL-ATT
               IF L-Fst-Jrn-Att = 35
                   OPEN OUTPUT JOURNAL-ATT
                   CLOSE JOURNAL-ATT
                   OPEN EXTEND JOURNAL-ATT
               END-IF

               OPEN I-O RECYCLAGE
               IF L-Fst-Recyclage = 35
                   OPEN OUTPUT RECYCLAGE
                   CLOSE RECYCLAGE
                   OPEN I-O RECYCLAGE
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '=== Decisions sur les changements retenus du '
                                             DELIMITED BY SIZE
               W-Run-Date                    DELIMITED BY SIZE
               ' ==='                        DELIMITED BY SIZE
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

           MOVE SPACES TO W-Rep-Dec
           ACCEPT W-Rep-Dec    FROM ENVIRONMENT "APPAR_DEC_DIR"
           IF W-Rep-Dec = SPACES
               MOVE '.' TO W-Rep-Dec
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

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date   FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF

           MOVE SPACES TO W-Chemin-Decision
           STRING FUNCTION TRIM(W-Rep-Dec) DELIMITED BY SIZE
                  '/DecisionAttente_'          DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Decision
           END-STRING

           MOVE SPACES TO W-Chemin-Attente
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/Attente.dat'               DELIMITED BY SIZE
                  INTO W-Chemin-Attente
           END-STRING

           MOVE SPACES TO W-Chemin-Master
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/ContratMaster.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Master
           END-STRING

           MOVE SPACES TO W-Chemin-Journal
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterJournal.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Journal
           END-STRING

           MOVE SPACES TO W-Chemin-Situ
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/SituHisto.dat'             DELIMITED BY SIZE
                  INTO W-Chemin-Situ
           END-STRING

           MOVE SPACES TO W-Chemin-Jrn-Att
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/JournalAttente.dat'        DELIMITED BY SIZE
                  INTO W-Chemin-Jrn-Att
           END-STRING

           MOVE SPACES TO W-Chemin-Recyclage
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/Recyclage.dat'             DELIMITED BY SIZE
                  INTO W-Chemin-Recyclage
           END-STRING

           MOVE SPACES TO W-Chemin-Rap
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/RapportAttente_'           DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      *********************
       APPLIQUER-DECISIONS.
      *********************

      * Une decision par ligne du fichier du jour, dans l'ordre de
      * saisie

           IF Decision-Dispo-Non
               GO TO FIN-APPLIQUER-DECISIONS
           END-IF

           MOVE '-- Decisions appliquees --' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           PERFORM UNTIL Lec-Decision-Fin-Oui
               READ DECISIONS
               AT END
                   SET Lec-Decision-Fin-Oui TO TRUE
               NOT AT END
                   IF DECISION-REC NOT = SPACES
                       ADD 1 TO CPT-LEC-DECISION
                       PERFORM TRAITER-DECISION
                                    THRU FIN-TRAITER-DECISION
                   END-IF
               END-READ
           END-PERFORM

           CLOSE DECISIONS

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ************************
       FIN-APPLIQUER-DECISIONS. EXIT.
      ************************
      *-----------------------------------------------------------------
      ******************
       TRAITER-DECISION.
      ******************

      * Controle de la decision (changement connu, encore en attente,
      * decision et superviseur renseignes), puis liberation ou rejet

           IF DEC-DECISION NOT = 'L' AND DEC-DECISION NOT = 'R'
               MOVE 'decision inconnue, ignoree' TO W-Issue-Libelle
               PERFORM SIGNALER-IGNOREE THRU FIN-SIGNALER-IGNOREE
               GO TO FIN-TRAITER-DECISION
           END-IF

           IF DEC-SUPERVISEUR = SPACES
               MOVE 'superviseur absent, ignoree' TO W-Issue-Libelle
               PERFORM SIGNALER-IGNOREE THRU FIN-SIGNALER-IGNOREE
               GO TO FIN-TRAITER-DECISION
           END-IF

           IF DEC-CODIDT NOT NUMERIC OR DEC-SOURCE NOT NUMERIC
               MOVE 'cle invalide, ignoree' TO W-Issue-Libelle
               PERFORM SIGNALER-IGNOREE THRU FIN-SIGNALER-IGNOREE
               GO TO FIN-TRAITER-DECISION
           END-IF

           MOVE DEC-DATE-RUN TO ATT-Date-Run
           MOVE DEC-REFCTR   TO ATT-RefCtr
           MOVE DEC-CODIDT   TO ATT-CodIdt
           MOVE DEC-SOURCE   TO ATT-Source
           READ ATTENTE
               INVALID KEY
                   MOVE 'changement inconnu, ignoree'
                                                  TO W-Issue-Libelle
                   PERFORM SIGNALER-IGNOREE THRU FIN-SIGNALER-IGNOREE
                   GO TO FIN-TRAITER-DECISION
           END-READ

           IF ATT-Statut NOT = 'A'
               MOVE 'changement deja decide, ignoree'
                                                  TO W-Issue-Libelle
               PERFORM SIGNALER-IGNOREE THRU FIN-SIGNALER-IGNOREE
               GO TO FIN-TRAITER-DECISION
           END-IF

           IF DEC-DECISION = 'L'
               PERFORM LIBERER-CHANGEMENT
                                    THRU FIN-LIBERER-CHANGEMENT
           ELSE
               MOVE 'R' TO W-Issue
               MOVE 'rejete' TO W-Issue-Libelle
               ADD 1 TO CPT-REJETE
           END-IF

      * L'issue est portee sur l'entree du changement et tracee au
      * journal des decisions

           MOVE W-Issue         TO ATT-Statut
           MOVE W-Run-Date      TO ATT-Date-Decision
           MOVE DEC-SUPERVISEUR TO ATT-Superviseur
           REWRITE ATTENTE-REC
           IF L-Fst-Attente NOT = ZERO
               DISPLAY 'Erreur reecriture attente, RefCtr = '
                   ATT-RefCtr ' fst = ' L-Fst-Attente
           END-IF

           PERFORM JOURNALISER-DECISION THRU FIN-JOURNALISER-DECISION

           MOVE SPACES                        TO LIGNE-RAP
           STRING ATT-Date-Run            DELIMITED BY SIZE
               ' '                        DELIMITED BY SIZE
               ATT-RefCtr                 DELIMITED BY SIZE
               ' '                        DELIMITED BY SIZE
               ATT-CodIdt                 DELIMITED BY SIZE
               ' fic'                     DELIMITED BY SIZE
               ATT-Source                 DELIMITED BY SIZE
               ' '                        DELIMITED BY SIZE
               ATT-Motif                  DELIMITED BY SIZE
               ' par '                    DELIMITED BY SIZE
               DEC-SUPERVISEUR            DELIMITED BY SIZE
               ' : '                      DELIMITED BY SIZE
               W-Issue-Libelle            DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      *********************
       FIN-TRAITER-DECISION. EXIT.
      *********************
      *-----------------------------------------------------------------
      ********************
       LIBERER-CHANGEMENT.
      ********************

      * Le changement n'est poste que si la fiche est encore dans
      * l'etat ou MajContrat l'a laissee (memes situations, meme
      * identifiant que l'image avant retenue) : sinon un flux plus
      * recent ou une autre intervention est passe par la, et poster
      * l'image apres l'ecraserait - le changement est perime

           MOVE ATT-RefCtr TO CM-RefCtr
           READ CONTRAT-MASTER
               INVALID KEY
                   MOVE 'P' TO W-Issue
                   MOVE 'perime (fiche disparue)' TO W-Issue-Libelle
                   ADD 1 TO CPT-PERIME
                   GO TO FIN-LIBERER-CHANGEMENT
           END-READ

           MOVE CONTRAT-MASTER-REC TO W-Avant-Image
           MOVE ATT-Avant          TO W-Retenu-Image
           IF W-Avant-Situations NOT = W-Retenu-Situations
               MOVE 'P' TO W-Issue
               MOVE 'perime (fiche modifiee)' TO W-Issue-Libelle
               ADD 1 TO CPT-PERIME
               GO TO FIN-LIBERER-CHANGEMENT
           END-IF

           MOVE ATT-Apres  TO CONTRAT-MASTER-REC
           MOVE W-Run-Date TO CM-Date-Maj
           REWRITE CONTRAT-MASTER-REC
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Erreur reecriture master, RefCtr = '
                   CM-RefCtr ' fst = ' L-Fst-Master
               MOVE 'P' TO W-Issue
               MOVE 'non poste (erreur master)' TO W-Issue-Libelle
               ADD 1 TO CPT-PERIME
               GO TO FIN-LIBERER-CHANGEMENT
           END-IF

           PERFORM ECRIRE-JOURNAL     THRU FIN-ECRIRE-JOURNAL
           PERFORM MAJ-SITU-HISTO     THRU FIN-MAJ-SITU-HISTO
           PERFORM INSCRIRE-RECYCLAGE THRU FIN-INSCRIRE-RECYCLAGE

           MOVE 'L' TO W-Issue
           MOVE 'libere et poste' TO W-Issue-Libelle
           ADD 1 TO CPT-LIBERE
           .

      *************************
       FIN-LIBERER-CHANGEMENT. EXIT.
      *************************
      *-----------------------------------------------------------------
      ******************
       SIGNALER-IGNOREE.
      ******************

      * Decision inapplicable : signalee au rapport et en console,
      * rien n'est touche

           ADD 1 TO CPT-IGNORE
           MOVE SPACES                        TO LIGNE-RAP
           STRING DECISION-REC            DELIMITED BY SIZE
               ' : '                      DELIMITED BY SIZE
               W-Issue-Libelle            DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           DISPLAY 'Decision ignoree : ' LIGNE-RAP
           .

      *********************
       FIN-SIGNALER-IGNOREE. EXIT.
      *********************
      *-----------------------------------------------------------------
      ****************
       ECRIRE-JOURNAL.
      ****************

      * Le changement libere est journalise comme toute ecriture du
      * master : action 'M', fichier d'origine 3 (changement libere),
      * image avant = fiche constatee, image apres = fiche postee

           MOVE SPACES             TO JOURNAL-REC
           MOVE W-Run-Date         TO JRN-DATE-RUN
           MOVE 'M'                TO JRN-ACTION
           MOVE 3                  TO JRN-SOURCE
           MOVE W-Avant-Image      TO JRN-AVANT
           MOVE CONTRAT-MASTER-REC TO JRN-APRES
           WRITE JOURNAL-REC
           IF L-Fst-Journal NOT = ZERO
               DISPLAY 'Erreur ecriture journal =' L-Fst-Journal
           END-IF
           ADD 1 TO CPT-ECR-JOURNAL
           .

      ******************
       FIN-ECRIRE-JOURNAL. EXIT.
      ******************
      *-----------------------------------------------------------------
      ********************
       INSCRIRE-RECYCLAGE.
      ********************

      * Fiche postee hors chaine : inscrite au recyclage facturation
      * (motif HCH, aucun rejet, jamais emise) pour que la prochaine
      * extraction la reemette. Une entree hors chaine deja emise
      * redevient a emettre ; une entree en rejet reste telle quelle,
      * elle est de toute facon reemise a chaque extraction

           MOVE ATT-RefCtr TO REC-RefCtr
           READ RECYCLAGE
               INVALID KEY
                   MOVE ATT-RefCtr TO REC-RefCtr
                   SET REC-Hors-Chaine TO TRUE
                   MOVE W-Run-Date TO REC-Date-Premiere
                   MOVE SPACES     TO REC-Date-Derniere
                   MOVE ZERO       TO REC-Nb-Rejets
                   WRITE RECYCLAGE-REC
                   IF L-Fst-Recyclage NOT = ZERO
                       DISPLAY 'Erreur inscription recyclage, RefCtr = '
                           REC-RefCtr ' fst = ' L-Fst-Recyclage
                   ELSE
                       ADD 1 TO CPT-RECYCLAGE
                   END-IF
               NOT INVALID KEY
                   IF REC-Hors-Chaine
                       MOVE SPACES TO REC-Date-Derniere
                       REWRITE RECYCLAGE-REC
                       IF L-Fst-Recyclage NOT = ZERO
                           DISPLAY 'Erreur reecriture recyclage, '
                               'RefCtr = ' REC-RefCtr
                               ' fst = ' L-Fst-Recyclage
                       ELSE
                           ADD 1 TO CPT-RECYCLAGE
                       END-IF
                   END-IF
           END-READ
           .

      **********************
       FIN-INSCRIRE-RECYCLAGE. EXIT.
      **********************
      *-----------------------------------------------------------------
      **********************
       JOURNALISER-DECISION.
      **********************

           MOVE SPACES             TO JOURNAL-ATT-REC
           MOVE W-Run-Date         TO JAT-DATE
           MOVE W-Issue            TO JAT-ISSUE
           MOVE DEC-SUPERVISEUR    TO JAT-SUPERVISEUR
           MOVE ATT-Date-Run       TO JAT-DATE-RUN
           MOVE ATT-RefCtr         TO JAT-REFCTR
           MOVE ATT-CodIdt         TO JAT-CODIDT
           MOVE ATT-Source         TO JAT-SOURCE
           MOVE ATT-Motif          TO JAT-MOTIF
           MOVE ATT-Avant          TO JAT-AVANT
           MOVE ATT-Apres          TO JAT-APRES
           WRITE JOURNAL-ATT-REC
           IF L-Fst-Jrn-Att NOT = ZERO
               DISPLAY 'Erreur ecriture journal des decisions ='
                   L-Fst-Jrn-Att
           END-IF
           .

      *************************
       FIN-JOURNALISER-DECISION. EXIT.
      *************************
      *-----------------------------------------------------------------
      ****************
       MAJ-SITU-HISTO.
      ****************

      * Historique date des situations, sur le meme principe que
      * MajContrat : a un changement de Sit-Ctr, la periode ouverte se
      * ferme a la date du run et une nouvelle s'ouvre

           IF W-Avant-Sit-Ctr = CM-Sit-Ctr
               GO TO FIN-MAJ-SITU-HISTO
           END-IF

           PERFORM CHERCHER-SITU-OUVERTE
                                    THRU FIN-CHERCHER-SITU-OUVERTE

           IF Situ-Ouverte-Trouvee
               MOVE W-Situ-Ouverte-Cle TO SIT-Cle
               READ SITU-HISTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE W-Run-Date TO SIT-Date-Fin
                       REWRITE SITU-HISTO-REC
                       IF L-Fst-Situ NOT = ZERO
                           DISPLAY 'Erreur cloture periode, RefCtr = '
                               SIT-RefCtr ' fst = ' L-Fst-Situ
                       END-IF
               END-READ
           END-IF

           MOVE CM-RefCtr  TO SIT-RefCtr
           MOVE W-Run-Date TO SIT-Date-Debut
           MOVE CM-Sit-Ctr TO SIT-Sit-Ctr
           MOVE SPACES     TO SIT-Date-Fin
           WRITE SITU-HISTO-REC
               INVALID KEY
                   MOVE CM-Sit-Ctr TO SIT-Sit-Ctr
                   MOVE SPACES     TO SIT-Date-Fin
                   REWRITE SITU-HISTO-REC
                   IF L-Fst-Situ NOT = ZERO
                       DISPLAY 'Erreur reouverture periode, RefCtr = '
                           SIT-RefCtr ' fst = ' L-Fst-Situ
                   END-IF
           END-WRITE
           .

      ********************
       FIN-MAJ-SITU-HISTO. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***********************
       CHERCHER-SITU-OUVERTE.
      ***********************

           SET Situ-Ouverte-Absente TO TRUE
           SET Lec-Situ-Fin-Non     TO TRUE

           MOVE CM-RefCtr  TO SIT-RefCtr
           MOVE LOW-VALUES TO SIT-Date-Debut
           START SITU-HISTO KEY >= SIT-Cle
               INVALID KEY
                   SET Lec-Situ-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Situ-Fin-Oui
               READ SITU-HISTO NEXT
               AT END
                   SET Lec-Situ-Fin-Oui TO TRUE
               NOT AT END
                   IF SIT-RefCtr NOT = CM-RefCtr
                       SET Lec-Situ-Fin-Oui TO TRUE
                   ELSE
                       IF SIT-Date-Fin = SPACES
                           SET Situ-Ouverte-Trouvee TO TRUE
                           MOVE SIT-Cle TO W-Situ-Ouverte-Cle
                           SET Lec-Situ-Fin-Oui TO TRUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           .

      ***************************
       FIN-CHERCHER-SITU-OUVERTE. EXIT.
      ***************************
      *-----------------------------------------------------------------
      ****************
       LISTER-ATTENTE.
      ****************

      * Liste de travail du superviseur : chaque changement encore en
      * attente apres application des decisions du jour, avec ses
      * images avant/apres

           MOVE '-- Changements en attente de decision --'
                                              TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE LOW-VALUES TO ATT-Cle
           START ATTENTE KEY >= ATT-Cle
               INVALID KEY
                   SET Lec-Attente-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Attente-Fin-Oui
               READ ATTENTE NEXT
               AT END
                   SET Lec-Attente-Fin-Oui TO TRUE
               NOT AT END
                   IF ATT-Statut = 'A'
                       ADD 1 TO CPT-EN-ATTENTE
                       MOVE SPACES                TO LIGNE-RAP
                       STRING ATT-Date-Run    DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           ATT-RefCtr         DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           ATT-CodIdt         DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           ATT-Source         DELIMITED BY SIZE
                           ' '                DELIMITED BY SIZE
                           ATT-Motif          DELIMITED BY SIZE
                           ' avant ['         DELIMITED BY SIZE
                           ATT-Avant          DELIMITED BY SIZE
                           '] apres ['        DELIMITED BY SIZE
                           ATT-Apres          DELIMITED BY SIZE
                           ']'                DELIMITED BY SIZE
                           INTO LIGNE-RAP
                       END-STRING
                       PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
                   END-IF
               END-READ
           END-PERFORM

           IF CPT-EN-ATTENTE = ZERO
               MOVE 'Aucun changement en attente' TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      *******************
       FIN-LISTER-ATTENTE. EXIT.
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

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Decisions lues        : ' DELIMITED BY SIZE
               CPT-LEC-DECISION              DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Changements liberes   : ' DELIMITED BY SIZE
               CPT-LIBERE                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Changements rejetes   : ' DELIMITED BY SIZE
               CPT-REJETE                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Changements perimes   : ' DELIMITED BY SIZE
               CPT-PERIME                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Decisions ignorees    : ' DELIMITED BY SIZE
               CPT-IGNORE                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Encore en attente     : ' DELIMITED BY SIZE
               CPT-EN-ATTENTE                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           CLOSE ATTENTE
           CLOSE RAPPORT
           IF Decision-Dispo-Oui
               CLOSE CONTRAT-MASTER
               CLOSE JOURNAL
               CLOSE SITU-HISTO
               CLOSE JOURNAL-ATT
               CLOSE RECYCLAGE
           END-IF

           DISPLAY 'Decisions lues             : ' CPT-LEC-DECISION
           DISPLAY 'Changements liberes        : ' CPT-LIBERE
           DISPLAY 'Changements rejetes        : ' CPT-REJETE
           DISPLAY 'Changements perimes        : ' CPT-PERIME
           DISPLAY 'Decisions ignorees         : ' CPT-IGNORE
           DISPLAY 'Changements encore en attente : ' CPT-EN-ATTENTE
           DISPLAY 'Lignes de journal ecrites  : ' CPT-ECR-JOURNAL
           DISPLAY 'Inscrits recyclage fact.   : ' CPT-RECYCLAGE
           DISPLAY 'Fin de traitement'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
