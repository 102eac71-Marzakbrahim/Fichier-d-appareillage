       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. AnonymTitulaire.
      *-----------------------------------------------------------------

      * Anonymisation des titulaires des contrats partis a
      * l'historique : ChargeTitulaire garde le nom du titulaire dans
      * Titulaire.dat sans limite de duree, et DossierCtr, ConsulteIdt
      * et leurs editions de APPAR_QRY_DIR le restituent encore des
      * annees apres la purge du contrat par PurgeMaster. Passe
      * periodiquement, ce programme :
      *   - releve dans MasterHisto.dat la derniere date de purge de
      *     chaque contrat (fichier de travail indexe cle RefCtr,
      *     AnonymTravail.dat, recree a chaque lancement) ;
      *   - retient les contrats dont le mois de purge est anterieur
      *     au mois du run diminue de la duree legale de conservation
      *     (APPAR_ANO_RETENTION mois, obligatoire : l'effacement est
      *     irreversible et aucune duree n'est prise par defaut), et
      *     qui ne sont pas revenus au referentiel contrat ;
      *   - remplace le nom du titulaire de ces contrats par le
      *     pseudonyme '*ANONYMISE*' dans Titulaire.dat (fiche creee
      *     si le titulaire n'y etait pas), date de la fiche = date de
      *     l'anonymisation ; ChargeTitulaire ne touche plus une fiche
      *     ainsi marquee, le nom ne revient donc pas ;
      *   - retire des editions conservees dans APPAR_QRY_DIR les
      *     lignes de ces contrats : ligne de ConsulteIdt_AAAAMMJJ.txt
      *     (listes de CodIdt) portant la RefCtr, ligne 'Titulaire :'
      *     d'un DossierCtr_AAAAMMJJ.txt de la fiche. COBOL ne sait pas
      *     lister un repertoire : chaque jour des APPAR_ANO_EDT_JOURS
      *     jours precedant le run (3660 par defaut) est essaye ;
      *   - inscrit chaque contrat anonymise au registre permanent
      *     RegistreAnonym.dat (APPAR_MASTER_DIR) : date, RefCtr, date
      *     de purge, executant (variable USER), viseur
      *     (APPAR_ANO_VISA, obligatoire et different de l'executant)
      *     et compte de la session de connexion qui a lance le
      *     passage, pour repondre a un controle d'effacement. USER
      *     et APPAR_ANO_VISA sont de simples variables
      *     d'environnement, que celui qui lance le passage peut
      *     renseigner comme il veut : le visa n'est qu'une regle de
      *     bonne foi, et le compte de session (getlogin_r, que
      *     l'environnement ne modifie pas ; a blanc hors session de
      *     connexion) est la trace qui permet de la verifier. Un
      *     visa au nom de ce compte de session est refuse.
      * Avec APPAR_SIMULATION = O, rien n'est modifie : le compte
      * rendu liste ce qui serait anonymise et retire, pour que le
      * delegue a la protection des donnees le vise avant le vrai
      * passage. Compte rendu dans AnonymTitulaire_AAAAMMJJ.txt
      * (APPAR_RAP_DIR).

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTORIQUE             ASSIGN TO
               DYNAMIC W-Chemin-Histo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Histo.

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

           SELECT TRAVAIL                ASSIGN TO
               DYNAMIC W-Chemin-Travail
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRV-RefCtr
               FILE STATUS IS L-Fst-Travail.

           SELECT EDITION                ASSIGN TO
               DYNAMIC W-Chemin-Edition
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Edition.

           SELECT EDITION-TMP            ASSIGN TO
               DYNAMIC W-Chemin-Edt-Tmp
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Edt-Tmp.

           SELECT REGISTRE               ASSIGN TO
               DYNAMIC W-Chemin-Registre
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Registre.

           SELECT RAPPORT                ASSIGN TO
               DYNAMIC W-Chemin-Rap
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rap.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Memes gabarits que les fichiers ecrits par PurgeMaster,
      * MajContrat et ChargeTitulaire

       FD HISTORIQUE.
       01 HISTO-REC.
           05 HIS-DATE-PURGE                  PIC X(8).
           05 FILLER                          PIC X.
           05 HIS-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 HIS-SIT-CTR                     PIC X.
           05 FILLER                          PIC X.
           05 HIS-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 HIS-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 HIS-DATE-MAJ                    PIC X(8).
           05 FILLER                          PIC X.
           05 HIS-SOURCE                      PIC X(3).

       FD CONTRAT-MASTER.
       01 CONTRAT-MASTER-REC.
           05 CM-RefCtr                       PIC X(9).
           05 CM-Sit-Ctr                      PIC X.
           05 CM-CodIdt                       PIC 9(7).
           05 CM-Sit-Idt                      PIC X.
           05 CM-Date-Maj                     PIC X(8).
           05 CM-Source                       PIC X(3).

      * Un titulaire anonymise porte le pseudonyme '*ANONYMISE*' en
      * guise de nom, et la date de son anonymisation

       FD TITULAIRE.
       01 TITULAIRE-REC.
           05 TIT-RefCtr                      PIC X(9).
           05 TIT-Nom                         PIC X(30).
               88 TIT-Nom-Anonyme             VALUE '*ANONYMISE*'.
           05 TIT-Agence                      PIC X(6).
           05 TIT-Date-Maj                    PIC X(8).

      * Contrat de l'historique : derniere date de purge et sort
      * reserve (A anonymise par ce passage, D deja anonymise, R purge
      * trop recente, V revenu au referentiel contrat)

       FD TRAVAIL.
       01 TRAVAIL-REC.
           05 TRV-RefCtr                      PIC X(9).
           05 TRV-Date-Purge                  PIC X(8).
           05 TRV-Etat                        PIC X.
               88 TRV-A-Anonymiser            VALUE ' '.
               88 TRV-Anonymise               VALUE 'A'.
               88 TRV-Deja                    VALUE 'D'.
               88 TRV-Recent                  VALUE 'R'.
               88 TRV-Vivant                  VALUE 'V'.
               88 TRV-Efface                  VALUE 'A' 'D'.

      * Editions d'interrogation : ConsulteIdt (RefCtr en colonne 9)
      * et DossierCtr (RefCtr de la fiche sur la ligne de titre)

       FD EDITION.
       01 LIGNE-EDT                          PIC X(100).
       01 LIGNE-EDT-IDT.
           05 FILLER                          PIC X(8).
           05 EDI-REFCTR                      PIC X(9).
           05 FILLER                          PIC X(83).
       01 LIGNE-EDT-DOS.
           05 EDD-TITRE                       PIC X(23).
               88 EDD-Titre-Dossier           VALUE
                                           '=== Dossier du contrat '.
           05 EDD-REFCTR                      PIC X(9).
           05 FILLER                          PIC X(68).

       FD EDITION-TMP.
       01 LIGNE-TMP                          PIC X(100).

      * Registre des anonymisations : date, RefCtr, date de purge,
      * executant et viseur declares, compte de session reel

       FD REGISTRE.
       01 REGISTRE-REC.
           05 REG-Date                        PIC X(8).
           05 FILLER                          PIC X.
           05 REG-RefCtr                      PIC X(9).
           05 FILLER                          PIC X.
           05 REG-Date-Purge                  PIC X(8).
           05 FILLER                          PIC X.
           05 REG-Executant                   PIC X(8).
           05 FILLER                          PIC X.
           05 REG-Viseur                      PIC X(8).
           05 FILLER                          PIC X.
           05 REG-Session                     PIC X(8).

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", date du run et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Qry                          PIC X(180).
       01 W-Rep-Rap                          PIC X(180).

       01 W-Chemin-Histo                     PIC X(200).
       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Titulaire                 PIC X(200).
       01 W-Chemin-Travail                   PIC X(200).
       01 W-Chemin-Edition                   PIC X(200).
       01 W-Chemin-Edt-Tmp                   PIC X(200).
       01 W-Chemin-Registre                  PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Histo                        PIC 99.
       01 L-Fst-Master                       PIC 99.
       01 L-Fst-Titulaire                    PIC 99.
       01 L-Fst-Travail                      PIC 99.
       01 L-Fst-Edition                      PIC 99.
       01 L-Fst-Edt-Tmp                      PIC 99.
       01 L-Fst-Registre                     PIC 99.
       01 L-Fst-Rap                          PIC 99.

      * Mois de la date du run et mois limite : un contrat purge
      * dans un mois anterieur a celui-ci a passe la duree legale

       01 W-Mois-Run.
           05 W-Mois-Run-Annee               PIC 9(4).
           05 W-Mois-Run-Mm                  PIC 99.

       01 W-Mois-Limite.
           05 W-Mois-Lim-Annee               PIC 9(4).
           05 W-Mois-Lim-Mm                  PIC 99.

       01 W-Nb-Mois                          PIC S9(6).

      * Duree de conservation en mois (APPAR_ANO_RETENTION) et nombre
      * de jours d'editions a nettoyer (APPAR_ANO_EDT_JOURS, 3660 par
      * defaut), cadres a droite comme les autres reglages

       01 W-Ret-Brut                         PIC X(5).
       01 W-Ret-Cadre                        PIC X(5) JUSTIFIED RIGHT.
       01 W-Ret-Cadre-Num REDEFINES W-Ret-Cadre
                                             PIC 9(5).
       01 W-Retention                        PIC 9(5) VALUE 0.

       01 W-Edt-Brut                         PIC X(4).
       01 W-Edt-Cadre                        PIC X(4) JUSTIFIED RIGHT.
       01 W-Edt-Cadre-Num REDEFINES W-Edt-Cadre
                                             PIC 9(4).
       01 W-Edt-Jours                        PIC 9(4) VALUE 3660.

      * Parcours des jours d'editions, en jours entiers

       01 W-Date-Num                         PIC 9(8).
       01 W-Jour-Ent                         PIC 9(8).
       01 W-Jour-Debut-Ent                   PIC 9(8).
       01 W-Jour-Fin-Ent                     PIC 9(8).
       01 W-Date-Edt                         PIC X(8).

      * Type de l'edition en cours (C ConsulteIdt, D DossierCtr) et,
      * pour un dossier, effacement du contrat dont c'est le dossier

       01 W-Type-Edt                         PIC X.
           88 Edt-Consulte                   VALUE 'C'.
           88 Edt-Dossier                    VALUE 'D'.

       01 Dossier-Efface                     PIC 9.
           88 Dossier-Efface-Oui             VALUE 1.
           88 Dossier-Efface-Non             VALUE 0.

       01 Ligne-Retiree                      PIC 9.
           88 Ligne-Retiree-Oui              VALUE 1.
           88 Ligne-Retiree-Non              VALUE 0.

       01 W-Edt-Retirees                     PIC 9(7).

      * Executant (variable USER), viseur (APPAR_ANO_VISA) et compte
      * de la session de connexion (voir LIRE-SESSION), a blanc hors
      * session

       01 W-Executant                        PIC X(8).
       01 W-Viseur                           PIC X(8).
       01 W-Session                          PIC X(8).
       01 W-Session-Tampon                   PIC X(33).
       01 W-Session-Taille                   PIC 9(18) COMP-5 VALUE 33.
       01 W-Session-Rc                       PIC S9(9) COMP-5.

      * Mode simulation demande par APPAR_SIMULATION = O

       01 W-Simulation-Brut                  PIC X.
       01 Simulation                         PIC 9.
           88 Simulation-Oui                 VALUE 1.
           88 Simulation-Non                 VALUE 0.

       01 Master-Dispo                       PIC 9.
           88 Master-Dispo-Oui               VALUE 1.
           88 Master-Dispo-Non               VALUE 0.

       01 Titulaire-Dispo                    PIC 9.
           88 Titulaire-Dispo-Oui            VALUE 1.
           88 Titulaire-Dispo-Non            VALUE 0.

       01 Titulaire-Trouve                   PIC 9.
           88 Titulaire-Trouve-Oui           VALUE 1.
           88 Titulaire-Trouve-Non           VALUE 0.

       01 Lec-Fin                            PIC 9.
           88 Lec-Fin-Oui                    VALUE 1.
           88 Lec-Fin-Non                    VALUE 0.

       01 CPT-LEC-HISTO                      PIC 9(10) VALUE 0.
       01 CPT-CONTRAT                        PIC 9(10) VALUE 0.
       01 CPT-RECENT                         PIC 9(10) VALUE 0.
       01 CPT-VIVANT                         PIC 9(10) VALUE 0.
       01 CPT-DEJA                           PIC 9(10) VALUE 0.
       01 CPT-ANONYME                        PIC 9(10) VALUE 0.
       01 CPT-SANS-FICHE                     PIC 9(10) VALUE 0.
       01 CPT-EDT-LUE                        PIC 9(7) VALUE 0.
       01 CPT-EDT-MODIF                      PIC 9(7) VALUE 0.
       01 CPT-LIGNE-RETIREE                  PIC 9(10) VALUE 0.
       01 CPT-ERREUR                         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM RELEVER-PURGES        THRU FIN-RELEVER-PURGES
           PERFORM ANONYMISER            THRU FIN-ANONYMISER
           PERFORM NETTOYER-EDITIONS     THRU FIN-NETTOYER-EDITIONS
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Anonymisation des titulaires historises   ***'
           DISPLAY '***************************************************'

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           SET Simulation-Non TO TRUE
           MOVE SPACES TO W-Simulation-Brut
           ACCEPT W-Simulation-Brut FROM ENVIRONMENT "APPAR_SIMULATION"
           IF W-Simulation-Brut = 'O'
               SET Simulation-Oui TO TRUE
               DISPLAY '*** MODE SIMULATION : aucune anonymisation, '
                   'aucune edition modifiee ***'
           END-IF

      * Duree de conservation obligatoire, en mois

           MOVE SPACES TO W-Ret-Brut
           ACCEPT W-Ret-Brut FROM ENVIRONMENT "APPAR_ANO_RETENTION"
           IF W-Ret-Brut NOT = SPACES
               MOVE FUNCTION TRIM(W-Ret-Brut) TO W-Ret-Cadre
               INSPECT W-Ret-Cadre REPLACING LEADING ' ' BY '0'
               IF W-Ret-Cadre-Num NUMERIC
                   MOVE W-Ret-Cadre-Num TO W-Retention
               END-IF
           END-IF
           IF W-Retention = ZERO
               DISPLAY 'Duree de conservation APPAR_ANO_RETENTION '
                   'absente ou invalide : [' W-Ret-Brut
                   '] (nombre de mois attendu)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE W-Run-Date (1:6) TO W-Mois-Run
           COMPUTE W-Nb-Mois =
               W-Mois-Run-Annee * 12 + W-Mois-Run-Mm - 1 - W-Retention
           IF W-Nb-Mois < ZERO
               MOVE ZERO TO W-Nb-Mois
           END-IF
           DIVIDE W-Nb-Mois BY 12 GIVING W-Mois-Lim-Annee
               REMAINDER W-Mois-Lim-Mm
           ADD 1 TO W-Mois-Lim-Mm

           MOVE SPACES TO W-Edt-Brut
           ACCEPT W-Edt-Brut FROM ENVIRONMENT "APPAR_ANO_EDT_JOURS"
           IF W-Edt-Brut NOT = SPACES
               MOVE FUNCTION TRIM(W-Edt-Brut) TO W-Edt-Cadre
               INSPECT W-Edt-Cadre REPLACING LEADING ' ' BY '0'
               IF W-Edt-Cadre-Num NUMERIC
                   MOVE W-Edt-Cadre-Num TO W-Edt-Jours
               ELSE
                   DISPLAY 'APPAR_ANO_EDT_JOURS invalide : '
                       W-Edt-Brut ' (nombre de jours attendu), '
                       'defaut 3660 applique'
               END-IF
           END-IF

      * Executant et viseur : l'anonymisation est irreversible, elle
      * n'est faite que visee par une deuxieme personne. Executant et
      * visa sont declares par l'environnement et ne prouvent rien a
      * eux seuls : le compte de session est note a cote au registre,
      * et un visa au nom de ce compte est refuse

           MOVE SPACES TO W-Executant
           ACCEPT W-Executant FROM ENVIRONMENT "USER"
           PERFORM LIRE-SESSION THRU FIN-LIRE-SESSION

           MOVE SPACES TO W-Viseur
           ACCEPT W-Viseur FROM ENVIRONMENT "APPAR_ANO_VISA"

           IF Simulation-Non
               IF W-Executant = SPACES
                   DISPLAY 'Executant inconnu (USER)'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               IF W-Viseur = SPACES
               OR W-Viseur = W-Executant
               OR W-Viseur = W-Session
                   DISPLAY 'Visa APPAR_ANO_VISA absent ou identique a '
                       'l''executant : anonymisation refusee'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           DISPLAY 'Conservation      : ' W-Retention ' mois'
           DISPLAY 'Purges anterieures a : ' W-Mois-Limite

      * Historique absent : aucun contrat n'a encore ete purge

           OPEN INPUT HISTORIQUE
           IF L-Fst-Histo NOT = ZERO
               DISPLAY 'Pas d''historique de purge ('
                   FUNCTION TRIM(W-Chemin-Histo) '), fst = '
                   L-Fst-Histo ' : rien a anonymiser'
               GOBACK
           END-IF

           SET Master-Dispo-Non TO TRUE
           OPEN INPUT CONTRAT-MASTER
           IF L-Fst-Master = ZERO
               SET Master-Dispo-Oui TO TRUE
           ELSE
               DISPLAY 'Referentiel contrat introuvable, fst = '
                   L-Fst-Master
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Le referentiel titulaires est cree s'il n'existe pas encore :
      * la fiche anonymisee barre la route a un futur chargement

           SET Titulaire-Dispo-Non TO TRUE
           IF Simulation-Oui
               OPEN INPUT TITULAIRE
           ELSE
               OPEN I-O TITULAIRE
               IF L-Fst-Titulaire = 35
                   OPEN OUTPUT TITULAIRE
                   CLOSE TITULAIRE
                   OPEN I-O TITULAIRE
               END-IF
           END-IF
           IF L-Fst-Titulaire = ZERO
               SET Titulaire-Dispo-Oui TO TRUE
           ELSE
               IF Simulation-Non
                   DISPLAY 'Referentiel titulaires inutilisable, fst = '
                       L-Fst-Titulaire
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

      * Le fichier de travail repart vide a chaque lancement

           OPEN OUTPUT TRAVAIL
           CLOSE TRAVAIL
           OPEN I-O TRAVAIL
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Fichier de travail inutilisable, fst = '
                   L-Fst-Travail
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF Simulation-Non
               OPEN EXTEND REGISTRE
               IF L-Fst-Registre = 35
                   OPEN OUTPUT REGISTRE
                   CLOSE REGISTRE
                   OPEN EXTEND REGISTRE
               END-IF
               IF L-Fst-Registre NOT = ZERO
                   DISPLAY 'Registre des anonymisations inutilisable, '
                       'fst = ' L-Fst-Registre
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT RAPPORT

           IF Simulation-Oui
               MOVE '=== Anonymisation des titulaires (SIMULATION) ==='
                                            TO LIGNE-RAP
           ELSE
               MOVE '=== Anonymisation des titulaires ==='
                                            TO LIGNE-RAP
           END-IF
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Run du '                DELIMITED BY SIZE
               W-Run-Date                    DELIMITED BY SIZE
               ', conservation '             DELIMITED BY SIZE
               W-Retention                   DELIMITED BY SIZE
               ' mois : purges anterieures a ' DELIMITED BY SIZE
               W-Mois-Limite                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES TO LIGNE-RAP
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

           MOVE SPACES TO W-Rep-Qry
           ACCEPT W-Rep-Qry    FROM ENVIRONMENT "APPAR_QRY_DIR"
           IF W-Rep-Qry = SPACES
               MOVE '.' TO W-Rep-Qry
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

           MOVE SPACES TO W-Chemin-Histo
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterHisto.dat'           DELIMITED BY SIZE
                  INTO W-Chemin-Histo
           END-STRING

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
                  '/AnonymTravail.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Travail
           END-STRING

           MOVE SPACES TO W-Chemin-Registre
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/RegistreAnonym.dat'        DELIMITED BY SIZE
                  INTO W-Chemin-Registre
           END-STRING

           MOVE SPACES TO W-Chemin-Edt-Tmp
           STRING FUNCTION TRIM(W-Rep-Qry) DELIMITED BY SIZE
                  '/AnonymEdition.tmp'         DELIMITED BY SIZE
                  INTO W-Chemin-Edt-Tmp
           END-STRING

           MOVE SPACES TO W-Chemin-Rap
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/AnonymTitulaire_'          DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      **************
       LIRE-SESSION.
      **************

      * Compte de la session de connexion, tel que le systeme l'a
      * enregistre a la connexion (getlogin_r) : contrairement a
      * USER, il ne se change pas par l'environnement. Sans session
      * de connexion (passage lance par l'ordonnanceur), il reste a
      * blanc

           MOVE SPACES     TO W-Session
           MOVE LOW-VALUES TO W-Session-Tampon
           CALL 'getlogin_r' USING BY REFERENCE W-Session-Tampon
                                   BY VALUE     W-Session-Taille
                             RETURNING W-Session-Rc
           END-CALL
           IF W-Session-Rc = ZERO
               INSPECT W-Session-Tampon
                   REPLACING ALL LOW-VALUE BY SPACE
               MOVE W-Session-Tampon TO W-Session
           END-IF
           .

      *****************
       FIN-LIRE-SESSION. EXIT.
      *****************
      *-----------------------------------------------------------------
      ****************
       RELEVER-PURGES.
      ****************

      * Derniere date de purge de chaque contrat de l'historique (un
      * contrat recree puis repurge y figure plusieurs fois)

           SET Lec-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Fin-Oui
               READ HISTORIQUE
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   ADD 1 TO CPT-LEC-HISTO
                   IF HIS-REFCTR NOT = SPACES
                       PERFORM RELEVER-UNE-PURGE
                                        THRU FIN-RELEVER-UNE-PURGE
                   END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORIQUE
           .

      *******************
       FIN-RELEVER-PURGES. EXIT.
      *******************
      *-----------------------------------------------------------------
      *******************
       RELEVER-UNE-PURGE.
      *******************

           MOVE HIS-REFCTR TO TRV-RefCtr
           READ TRAVAIL
               INVALID KEY
                   MOVE HIS-DATE-PURGE TO TRV-Date-Purge
                   SET TRV-A-Anonymiser TO TRUE
                   WRITE TRAVAIL-REC
                   ADD 1 TO CPT-CONTRAT
               NOT INVALID KEY
                   IF HIS-DATE-PURGE > TRV-Date-Purge
                       MOVE HIS-DATE-PURGE TO TRV-Date-Purge
                       REWRITE TRAVAIL-REC
                   END-IF
           END-READ
           .

      **********************
       FIN-RELEVER-UNE-PURGE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ************
       ANONYMISER.
      ************

      * Parcours des contrats de l'historique dans l'ordre des RefCtr

           MOVE '--- Contrats anonymises ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE LOW-VALUES TO TRV-RefCtr
           SET Lec-Fin-Non TO TRUE
           START TRAVAIL KEY >= TRV-RefCtr
               INVALID KEY
                   SET Lec-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fin-Oui
               READ TRAVAIL NEXT
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM ANONYMISER-CONTRAT
                                    THRU FIN-ANONYMISER-CONTRAT
               END-READ
           END-PERFORM

           IF CPT-ANONYME = ZERO
               MOVE 'Aucun contrat a anonymiser' TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF
           .

      ***************
       FIN-ANONYMISER. EXIT.
      ***************
      *-----------------------------------------------------------------
      ********************
       ANONYMISER-CONTRAT.
      ********************

      * Purge trop recente, ou contrat revenu au referentiel (recree
      * depuis sa purge) : le titulaire reste en l'etat

           IF TRV-Date-Purge (1:6) NOT < W-Mois-Limite
               SET TRV-Recent TO TRUE
               ADD 1 TO CPT-RECENT
               PERFORM REECRIRE-TRAVAIL THRU FIN-REECRIRE-TRAVAIL
               GO TO FIN-ANONYMISER-CONTRAT
           END-IF

           MOVE TRV-RefCtr TO CM-RefCtr
           READ CONTRAT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TRV-Vivant TO TRUE
                   ADD 1 TO CPT-VIVANT
                   PERFORM REECRIRE-TRAVAIL THRU FIN-REECRIRE-TRAVAIL
                   GO TO FIN-ANONYMISER-CONTRAT
           END-READ

           SET Titulaire-Trouve-Non TO TRUE
           IF Titulaire-Dispo-Oui
               MOVE TRV-RefCtr TO TIT-RefCtr
               READ TITULAIRE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET Titulaire-Trouve-Oui TO TRUE
               END-READ
           END-IF

           IF  Titulaire-Trouve-Oui
           AND TIT-Nom-Anonyme
               SET TRV-Deja TO TRUE
               ADD 1 TO CPT-DEJA
               PERFORM REECRIRE-TRAVAIL THRU FIN-REECRIRE-TRAVAIL
               GO TO FIN-ANONYMISER-CONTRAT
           END-IF

           SET TRV-Anonymise TO TRUE
           ADD 1 TO CPT-ANONYME
           IF Titulaire-Trouve-Non
               ADD 1 TO CPT-SANS-FICHE
           END-IF

           IF Simulation-Non
               PERFORM EFFACER-TITULAIRE THRU FIN-EFFACER-TITULAIRE
           END-IF

      * Une fiche que le referentiel a refusee n'est pas anonymisee :
      * le compte rendu le dit, le contrat sera repris au prochain
      * passage

           MOVE SPACES                        TO LIGNE-RAP
           STRING TRV-RefCtr               DELIMITED BY SIZE
               ' purge le '                  DELIMITED BY SIZE
               TRV-Date-Purge                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           IF TRV-A-Anonymiser
               MOVE '*** ECHEC : fiche titulaire non ecrite, non '
                                                  TO LIGNE-RAP (30:)
               MOVE 'anonymise' TO LIGNE-RAP (74:)
           ELSE
               IF Titulaire-Trouve-Non
                   MOVE '(pas de fiche titulaire)' TO LIGNE-RAP (30:)
               END-IF
           END-IF
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           PERFORM REECRIRE-TRAVAIL THRU FIN-REECRIRE-TRAVAIL
           .

      ***********************
       FIN-ANONYMISER-CONTRAT. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ******************
       REECRIRE-TRAVAIL.
      ******************

      * Le sort du contrat est note dans le fichier de travail, relu
      * ensuite pour le nettoyage des editions et le compte rendu

           REWRITE TRAVAIL-REC
           IF L-Fst-Travail NOT = ZERO
               DISPLAY 'Erreur reecriture travail, RefCtr = '
                   TRV-RefCtr ' fst = ' L-Fst-Travail
           END-IF
           .

      **********************
       FIN-REECRIRE-TRAVAIL. EXIT.
      **********************
      *-----------------------------------------------------------------
      *******************
       EFFACER-TITULAIRE.
      *******************

      * Pseudonyme a la place du nom (l'agence, qui n'identifie
      * personne, est gardee pour les statistiques), date de la fiche
      * = date de l'anonymisation ; un contrat sans fiche titulaire en
      * recoit une, pour qu'un chargement ulterieur ne puisse pas y
      * remettre le nom. Le registre n'est ecrit que si la fiche l'est

           MOVE TRV-RefCtr TO TIT-RefCtr
           SET TIT-Nom-Anonyme TO TRUE
           MOVE W-Run-Date TO TIT-Date-Maj

           IF Titulaire-Trouve-Oui
               REWRITE TITULAIRE-REC
           ELSE
               MOVE SPACES TO TIT-Agence
               WRITE TITULAIRE-REC
           END-IF
           IF L-Fst-Titulaire NOT = ZERO
               DISPLAY 'Erreur anonymisation titulaire, RefCtr = '
                   TRV-RefCtr ' fst = ' L-Fst-Titulaire
               ADD 1 TO CPT-ERREUR
               SET TRV-A-Anonymiser TO TRUE
               SUBTRACT 1 FROM CPT-ANONYME
               GO TO FIN-EFFACER-TITULAIRE
           END-IF

           MOVE SPACES         TO REGISTRE-REC
           MOVE W-Run-Date     TO REG-Date
           MOVE TRV-RefCtr     TO REG-RefCtr
           MOVE TRV-Date-Purge TO REG-Date-Purge
           MOVE W-Executant    TO REG-Executant
           MOVE W-Viseur       TO REG-Viseur
           MOVE W-Session      TO REG-Session
           WRITE REGISTRE-REC
           IF L-Fst-Registre NOT = ZERO
               DISPLAY 'Erreur ecriture registre, RefCtr = '
                   TRV-RefCtr ' fst = ' L-Fst-Registre
               ADD 1 TO CPT-ERREUR
           END-IF
           .

      **********************
       FIN-EFFACER-TITULAIRE. EXIT.
      **********************
      *-----------------------------------------------------------------
      *******************
       NETTOYER-EDITIONS.
      *******************

      * Editions ConsulteIdt_ et DossierCtr_ de chaque jour de la
      * fenetre, jusqu'a la date du run ; les contrats anonymises
      * lors d'un passage precedent sont traites aussi, pour une
      * edition qui aurait echappe a ce passage

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           MOVE '--- Editions d''interrogation ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF CPT-ANONYME = ZERO
           AND CPT-DEJA   = ZERO
               MOVE 'Aucun contrat anonymise : editions non relues'
                                                  TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-NETTOYER-EDITIONS
           END-IF

           MOVE W-Run-Date TO W-Date-Num
           COMPUTE W-Jour-Fin-Ent =
               FUNCTION INTEGER-OF-DATE(W-Date-Num)
           COMPUTE W-Jour-Debut-Ent = W-Jour-Fin-Ent - W-Edt-Jours

           PERFORM VARYING W-Jour-Ent FROM W-Jour-Debut-Ent BY 1
                   UNTIL W-Jour-Ent > W-Jour-Fin-Ent
               COMPUTE W-Date-Num =
                   FUNCTION DATE-OF-INTEGER(W-Jour-Ent)
               MOVE W-Date-Num TO W-Date-Edt

               SET Edt-Consulte TO TRUE
               MOVE SPACES TO W-Chemin-Edition
               STRING FUNCTION TRIM(W-Rep-Qry) DELIMITED BY SIZE
                      '/ConsulteIdt_'              DELIMITED BY SIZE
                      W-Date-Edt                   DELIMITED BY SIZE
                      '.txt'                       DELIMITED BY SIZE
                      INTO W-Chemin-Edition
               END-STRING
               PERFORM NETTOYER-UNE-EDITION
                                THRU FIN-NETTOYER-UNE-EDITION

               SET Edt-Dossier TO TRUE
               MOVE SPACES TO W-Chemin-Edition
               STRING FUNCTION TRIM(W-Rep-Qry) DELIMITED BY SIZE
                      '/DossierCtr_'               DELIMITED BY SIZE
                      W-Date-Edt                   DELIMITED BY SIZE
                      '.txt'                       DELIMITED BY SIZE
                      INTO W-Chemin-Edition
               END-STRING
               PERFORM NETTOYER-UNE-EDITION
                                THRU FIN-NETTOYER-UNE-EDITION
           END-PERFORM

           IF CPT-EDT-MODIF = ZERO
               MOVE 'Aucune edition concernee' TO LIGNE-RAP
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF
           .

      **********************
       FIN-NETTOYER-EDITIONS. EXIT.
      **********************
      *-----------------------------------------------------------------
      **********************
       NETTOYER-UNE-EDITION.
      **********************

      * Les lignes gardees passent par AnonymEdition.tmp ; si des
      * lignes ont ete retirees, l'edition est reecrite a partir de ce
      * fichier (pas en simulation), qui est ensuite supprime

           OPEN INPUT EDITION
           IF L-Fst-Edition NOT = ZERO
               GO TO FIN-NETTOYER-UNE-EDITION
           END-IF

           ADD 1 TO CPT-EDT-LUE
           MOVE ZERO TO W-Edt-Retirees
           SET Dossier-Efface-Non TO TRUE

           OPEN OUTPUT EDITION-TMP
           IF L-Fst-Edt-Tmp NOT = ZERO
               DISPLAY 'Fichier temporaire inutilisable ('
                   FUNCTION TRIM(W-Chemin-Edt-Tmp) '), fst = '
                   L-Fst-Edt-Tmp
               ADD 1 TO CPT-ERREUR
               CLOSE EDITION
               GO TO FIN-NETTOYER-UNE-EDITION
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Fin-Oui
               READ EDITION
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM FILTRER-LIGNE THRU FIN-FILTRER-LIGNE
                   IF Ligne-Retiree-Oui
                       ADD 1 TO W-Edt-Retirees
                   ELSE
                       MOVE LIGNE-EDT TO LIGNE-TMP
                       WRITE LIGNE-TMP
                   END-IF
               END-READ
           END-PERFORM

           CLOSE EDITION
           CLOSE EDITION-TMP

           IF W-Edt-Retirees NOT = ZERO
               ADD 1              TO CPT-EDT-MODIF
               ADD W-Edt-Retirees TO CPT-LIGNE-RETIREE
               MOVE SPACES                        TO LIGNE-RAP
               STRING FUNCTION TRIM(W-Chemin-Edition)
                                             DELIMITED BY SIZE
                   ' : '                     DELIMITED BY SIZE
                   W-Edt-Retirees            DELIMITED BY SIZE
                   ' ligne(s) retiree(s)'    DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               IF Simulation-Non
                   PERFORM RECOPIER-EDITION THRU FIN-RECOPIER-EDITION
               END-IF
           END-IF

           CALL 'CBL_DELETE_FILE' USING W-Chemin-Edt-Tmp
           IF RETURN-CODE NOT = ZERO
               DISPLAY 'Fichier temporaire non supprime ('
                   FUNCTION TRIM(W-Chemin-Edt-Tmp) '), code = '
                   RETURN-CODE
               ADD 1 TO CPT-ERREUR
               MOVE ZERO TO RETURN-CODE
           END-IF
           .

      *************************
       FIN-NETTOYER-UNE-EDITION. EXIT.
      *************************
      *-----------------------------------------------------------------
      ***************
       FILTRER-LIGNE.
      ***************

      * ConsulteIdt : ligne dont la RefCtr est celle d'un contrat
      * anonymise. DossierCtr : la ligne de titre donne le contrat du
      * dossier, dont la ligne 'Titulaire :' est retiree s'il est
      * anonymise

           SET Ligne-Retiree-Non TO TRUE

           IF Edt-Consulte
               IF EDI-REFCTR NOT = SPACES
                   MOVE EDI-REFCTR TO TRV-RefCtr
                   READ TRAVAIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF TRV-Efface
                               SET Ligne-Retiree-Oui TO TRUE
                           END-IF
                   END-READ
               END-IF
               GO TO FIN-FILTRER-LIGNE
           END-IF

           IF EDD-Titre-Dossier
               SET Dossier-Efface-Non TO TRUE
               MOVE EDD-REFCTR TO TRV-RefCtr
               READ TRAVAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TRV-Efface
                           SET Dossier-Efface-Oui TO TRUE
                       END-IF
               END-READ
               GO TO FIN-FILTRER-LIGNE
           END-IF

           IF  Dossier-Efface-Oui
           AND LIGNE-EDT (1:12) = 'Titulaire : '
               SET Ligne-Retiree-Oui TO TRUE
           END-IF
           .

      ******************
       FIN-FILTRER-LIGNE. EXIT.
      ******************
      *-----------------------------------------------------------------
      ******************
       RECOPIER-EDITION.
      ******************

           OPEN INPUT EDITION-TMP
           OPEN OUTPUT EDITION
           IF L-Fst-Edition NOT = ZERO
               DISPLAY 'Edition non reecrite ('
                   FUNCTION TRIM(W-Chemin-Edition) '), fst = '
                   L-Fst-Edition
               ADD 1 TO CPT-ERREUR
               CLOSE EDITION-TMP
               GO TO FIN-RECOPIER-EDITION
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Fin-Oui
               READ EDITION-TMP
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   MOVE LIGNE-TMP TO LIGNE-EDT
                   WRITE LIGNE-EDT
               END-READ
           END-PERFORM

           CLOSE EDITION-TMP
           CLOSE EDITION
           .

      *********************
       FIN-RECOPIER-EDITION. EXIT.
      *********************
      *-----------------------------------------------------------------
      ****************
       ECRIRE-RAPPORT.
      ****************

           WRITE LIGNE-RAP
           IF L-Fst-Rap NOT = ZERO
               DISPLAY 'Erreur ecriture rapport =' L-Fst-Rap
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
           STRING 'Lignes d''historique  : ' DELIMITED BY SIZE
               CPT-LEC-HISTO                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Contrats historises   : ' DELIMITED BY SIZE
               CPT-CONTRAT                   DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Purges trop recentes  : ' DELIMITED BY SIZE
               CPT-RECENT                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Revenus au referentiel: ' DELIMITED BY SIZE
               CPT-VIVANT                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Deja anonymises       : ' DELIMITED BY SIZE
               CPT-DEJA                      DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Anonymises ce jour    : ' DELIMITED BY SIZE
               CPT-ANONYME                   DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '  dont sans fiche     : ' DELIMITED BY SIZE
               CPT-SANS-FICHE                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Editions relues       : ' DELIMITED BY SIZE
               CPT-EDT-LUE                   DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Editions nettoyees    : ' DELIMITED BY SIZE
               CPT-EDT-MODIF                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Lignes retirees       : ' DELIMITED BY SIZE
               CPT-LIGNE-RETIREE             DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Erreurs               : ' DELIMITED BY SIZE
               CPT-ERREUR                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

      * Visa : qui a execute, qui a vise (repris au registre)

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF Simulation-Oui
               MOVE 'Simulation : rien n''a ete modifie, a viser avant'
                                                  TO LIGNE-RAP
               MOVE 'le passage reel' TO LIGNE-RAP (51:)
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           ELSE
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Execute par           : ' DELIMITED BY SIZE
                   W-Executant                   DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Vise par              : ' DELIMITED BY SIZE
                   W-Viseur                      DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Session de connexion  : ' DELIMITED BY SIZE
                   W-Session                     DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF

           CLOSE CONTRAT-MASTER
           IF Titulaire-Dispo-Oui
               CLOSE TITULAIRE
           END-IF
           CLOSE TRAVAIL
           IF Simulation-Non
               CLOSE REGISTRE
           END-IF
           CLOSE RAPPORT

           DISPLAY 'Contrats historises        : ' CPT-CONTRAT
           DISPLAY 'Purges trop recentes       : ' CPT-RECENT
           DISPLAY 'Revenus au referentiel     : ' CPT-VIVANT
           DISPLAY 'Deja anonymises            : ' CPT-DEJA
           DISPLAY 'Anonymises ce jour         : ' CPT-ANONYME
           DISPLAY 'Editions nettoyees         : ' CPT-EDT-MODIF
           DISPLAY 'Lignes retirees            : ' CPT-LIGNE-RETIREE
           DISPLAY 'Erreurs                    : ' CPT-ERREUR

      * Code retour 4 si une fiche, le registre ou une edition n'a pu
      * etre ecrit : l'anonymisation est alors a reprendre

           IF CPT-ERREUR NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'Fin de traitement'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
