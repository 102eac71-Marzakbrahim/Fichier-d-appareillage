       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. MaintCtr.
      *-----------------------------------------------------------------

      * Maintenance manuelle du referentiel contrat, a deux personnes :
      * jusqu'ici une fiche de ContratMaster.dat ne changeait que par
      * le flux de nuit (MajContrat) ou par l'aller-retour RecycleErr,
      * si bien qu'une correction client confirmee (Sit-Ctr errone,
      * identifiant a detacher) obligeait le support a fabriquer un
      * faux enregistrement de flux et a attendre une nuit. Ce
      * programme conversationnel offre deux modes :
      *   - D (demande) : recherche d'une fiche par RefCtr ou par
      *     CodIdt (index secondaire du master, comme ConsulteIdt),
      *     puis saisie d'une demande de creation (C), de
      *     modification (M) ou de cloture (F = passage en R du
      *     contrat et de son identifiant) ; la demande part au
      *     fichier permanent DemandeMaint.dat, elle n'est PAS
      *     appliquee ;
      *   - V (validation) : un second utilisateur, obligatoirement
      *     different du demandeur, passe en revue les demandes en
      *     attente et valide (V) ou rejette (R) chacune.
      * Une demande validee est appliquee sur-le-champ au master, a
      * l'historique des situations (SituHisto.dat) et au journal
      * (MasterJournal.dat, fichier d'origine 4 = maintenance
      * manuelle, avec en fin de ligne l'identifiant du demandeur et
      * celui du valideur) : l'audit sait ainsi qui a change une
      * fiche a la main. Une demande dont la fiche a bouge depuis la
      * saisie (flux de nuit passe entre temps) est perimee et n'est
      * pas appliquee. L'utilisateur est la variable d'environnement
      * USER : elle se modifie avant de lancer le programme, la
      * regle des deux personnes n'est donc qu'une regle de bonne
      * foi. Pour l'audit, la demande garde aussi, a cote des USER du
      * demandeur et du valideur, le compte de la session de connexion
      * de chacun (getlogin_r, que l'environnement ne modifie pas ; a
      * blanc hors session de connexion). Quand les deux sessions sont
      * connues et identiques, la validation est refusee comme pour un
      * meme USER. Une demande appliquee apres l'extraction
      * facturation du jour ne serait jamais facturee (ExtraitFact ne
      * retient que les fiches datees de son run) : la fiche est donc
      * aussi inscrite au recyclage facturation Recyclage.dat (motif
      * HCH, hors chaine), reemis par la prochaine extraction. Les
      * situations saisies sont controlees par la table des codes
      * situation (Situations.par), selon leur usage contrat ou
      * identifiant ; la table des transitions de MajContrat ne
      * s'applique pas, une demande validee etant une correction
      * deliberee.

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

      * Demandes de maintenance en attente ou decidees, cle
      * horodatage de saisie (date, heure au centieme)

           SELECT DEMANDES               ASSIGN TO
               DYNAMIC W-Chemin-Demande
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-Horodate
               FILE STATUS IS L-Fst-Demande.

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

      * Table des codes situation (Situations.par dans
      * APPAR_PAR_DIR, la meme que pour Appariement), lue une fois a
      * l'initialisation (voir LIRE-SITUATIONS)

           SELECT PARAM-SIT              ASSIGN TO
               DYNAMIC W-Chemin-Sit
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Sit.

      * Recyclage facturation (meme fichier que RetourFact et
      * ExtraitFact), pour les fiches changees hors chaine

           SELECT RECYCLAGE              ASSIGN TO
               DYNAMIC W-Chemin-Recyclage
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REC-RefCtr
               FILE STATUS IS L-Fst-Recyclage.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

       FD CONTRAT-MASTER.
       01 CONTRAT-MASTER-REC.
           05 CM-RefCtr                       PIC X(9).
           05 CM-Sit-Ctr                      PIC X.
           05 CM-CodIdt                       PIC 9(7).
           05 CM-Sit-Idt                      PIC X.
           05 CM-Date-Maj                     PIC X(8).
           05 CM-Source                       PIC X(3).

      * Demande : horodatage de saisie, type (C creation, M
      * modification, F cloture), RefCtr, etat (A en attente, V
      * validee et appliquee, R rejetee, P perimee), demandeur, image
      * de la fiche a la saisie (a blanc pour une creation) et image
      * demandee, motif libre, puis valideur et date de decision, et
      * enfin les comptes de session du demandeur et du valideur

       FD DEMANDES.
       01 DEMANDE-REC.
           05 DEM-Horodate                    PIC X(16).
           05 DEM-Type                        PIC X.
           05 DEM-RefCtr                      PIC X(9).
           05 DEM-Statut                      PIC X.
           05 DEM-Demandeur                   PIC X(8).
           05 DEM-Avant                       PIC X(29).
           05 DEM-Apres                       PIC X(29).
           05 DEM-Motif                       PIC X(40).
           05 DEM-Valideur                    PIC X(8).
           05 DEM-Date-Decision               PIC X(8).
           05 DEM-Demandeur-Session           PIC X(8).
           05 DEM-Valideur-Session            PIC X(8).

      * Gabarit du journal ecrit par MajContrat, prolonge pour les
      * seules ecritures manuelles de l'identifiant du demandeur et
      * de celui du valideur (a blanc, donc absents de la ligne, pour
      * toutes les autres origines)

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
           05 FILLER                          PIC X.
           05 JRN-DEMANDEUR                   PIC X(8).
           05 FILLER                          PIC X.
           05 JRN-VALIDEUR                    PIC X(8).

       FD SITU-HISTO.
       01 SITU-HISTO-REC.
           05 SIT-Cle.
               10 SIT-RefCtr                  PIC X(9).
               10 SIT-Date-Debut              PIC X(8).
           05 SIT-Sit-Ctr                     PIC X.
           05 SIT-Date-Fin                    PIC X(8).

      * Code situation : code, usage (C = contrat, I = identifiant,
      * T = les deux), compte comme actif (O/N), purgeable (O/N),
      * libelle ; une ligne commencant par '*' est un commentaire

       FD PARAM-SIT.
       01 PARAM-SIT-REC.
           05 PSI-CODE                        PIC X.
           05 FILLER                          PIC X.
           05 PSI-USAGE                       PIC X.
           05 FILLER                          PIC X.
           05 PSI-ACTIF                       PIC X.
           05 FILLER                          PIC X.
           05 PSI-PURGE                       PIC X.
           05 FILLER                          PIC X.
           05 PSI-LIBELLE                     PIC X(20).

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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", date du jour et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Param                        PIC X(180).

       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Demande                   PIC X(200).
       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Situ                      PIC X(200).
       01 W-Chemin-Sit                       PIC X(200).
       01 W-Chemin-Recyclage                 PIC X(200).

       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Master                       PIC 99.
       01 L-Fst-Demande                      PIC 99.
       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Situ                         PIC 99.
       01 L-Fst-Sit                          PIC 99.
       01 L-Fst-Recyclage                    PIC 99.

      * Utilisateur (variable USER) et compte de la session de
      * connexion (voir LIRE-SESSION), a blanc hors session

       01 W-Utilisateur                      PIC X(8).
       01 W-Session                          PIC X(8).
       01 W-Session-Tampon                   PIC X(33).
       01 W-Session-Taille                   PIC 9(18) COMP-5 VALUE 33.
       01 W-Session-Rc                       PIC S9(9) COMP-5.

       01 Fin-Dialogue                       PIC 9.
           88 Fin-Dialogue-Oui               VALUE 1.
           88 Fin-Dialogue-Non               VALUE 0.

       01 Fin-Validation                     PIC 9.
           88 Fin-Validation-Oui             VALUE 1.
           88 Fin-Validation-Non             VALUE 0.

       01 Fiche-Trouvee                      PIC 9.
           88 Fiche-Trouvee-Oui              VALUE 1.
           88 Fiche-Trouvee-Non              VALUE 0.

       01 Saisie-Valide                      PIC 9.
           88 Saisie-Valide-Oui              VALUE 1.
           88 Saisie-Valide-Non              VALUE 0.

       01 Lec-Situ-Fin                       PIC 9.
           88 Lec-Situ-Fin-Oui               VALUE 1.
           88 Lec-Situ-Fin-Non               VALUE 0.

       01 Situ-Ouverte                       PIC 9.
           88 Situ-Ouverte-Trouvee           VALUE 1.
           88 Situ-Ouverte-Absente           VALUE 0.

       01 W-Situ-Ouverte-Cle                 PIC X(17).

      * Zones de l'ecran d'accueil : mode, criteres de recherche et
      * message

       01 W-Ecr-Mode                         PIC X.
       01 W-Ecr-RefCtr                       PIC X(9).
       01 W-Ecr-CodIdt                       PIC X(7).
       01 W-Ecr-CodIdt-Num REDEFINES W-Ecr-CodIdt
                                             PIC 9(7).
       01 W-Ecr-Message                      PIC X(70).

      * CodIdt saisi, cadre a droite et complete de zeros avant le
      * controle numerique (saisie cadree a gauche acceptee)

       01 W-Idt-Cadre                        PIC X(7) JUSTIFIED RIGHT.
       01 W-Idt-Cadre-Num REDEFINES W-Idt-Cadre
                                             PIC 9(7).

      * Zones de l'ecran de saisie d'une demande : type, situation
      * contrat, identifiant et situation identifiant demandes,
      * motif, confirmation

       01 W-Ecr-Type                         PIC X.
       01 W-Ecr-Sit-Ctr                      PIC X.
       01 W-Ecr-Nv-CodIdt                    PIC X(7).
       01 W-Ecr-Nv-CodIdt-Num REDEFINES W-Ecr-Nv-CodIdt
                                             PIC 9(7).
       01 W-Ecr-Sit-Idt                      PIC X.
       01 W-Ecr-Motif                        PIC X(40).
       01 W-Ecr-Confirme                     PIC X.

      * Zone de decision de l'ecran de validation

       01 W-Ecr-Decision                     PIC X.

      * Fiche affichee (image courante du master, a blanc si le
      * contrat n'existe pas) et nombre de contrats portant le CodIdt
      * recherche

       01 W-Fiche-Image.
           05 W-Fic-RefCtr                   PIC X(9).
           05 W-Fic-Sit-Ctr                  PIC X.
           05 W-Fic-CodIdt                   PIC 9(7).
           05 W-Fic-Sit-Idt                  PIC X.
           05 W-Fic-Date-Maj                 PIC X(8).
           05 W-Fic-Source                   PIC X(3).
       01 W-Nb-Ctr-Idt                       PIC 9(5).

      * Image demandee, construite a la saisie

       01 W-Apres-Image.
           05 W-Apr-RefCtr                   PIC X(9).
           05 W-Apr-Sit-Ctr                  PIC X.
           05 W-Apr-CodIdt                   PIC 9(7).
           05 W-Apr-Sit-Idt                  PIC X.
           05 W-Apr-Date-Maj                 PIC X(8).
           05 W-Apr-Source                   PIC X(3).

      * Image constatee au moment de la validation, decoupee pour
      * verifier que la fiche n'a pas bouge depuis la saisie

       01 W-Avant-Image.
           05 W-Avant-RefCtr                 PIC X(9).
           05 W-Avant-Situations             PIC X(9).
           05 FILLER                         PIC X(11).
       01 W-Avant-Decoupe REDEFINES W-Avant-Image.
           05 FILLER                         PIC X(9).
           05 W-Avant-Sit-Ctr                PIC X.
           05 FILLER                         PIC X(19).

       01 W-Saisie-Image.
           05 W-Saisie-RefCtr                PIC X(9).
           05 W-Saisie-Situations            PIC X(9).
           05 FILLER                         PIC X(11).

       01 W-Jrn-Action                       PIC X.

      * Table des codes situation (voir LIRE-SITUATIONS) : usage
      * (C contrat, I identifiant, T les deux), actif, purgeable et
      * libelle ; vingt codes au plus

       01 W-Sit-Max                          PIC 99 VALUE 20.
       01 W-Sit-Nb                           PIC 99 VALUE 0.
       01 W-Sit-Idx                          PIC 99.
       01 W-Sit-Table.
           05 W-Sit-Ent OCCURS 20.
               10 W-Sit-Code                 PIC X.
               10 W-Sit-Usage                PIC X.
                   88 Sit-Usage-Ctr          VALUE 'C' 'T'.
                   88 Sit-Usage-Idt          VALUE 'I' 'T'.
               10 W-Sit-Actif                PIC X.
               10 W-Sit-Purge                PIC X.
               10 W-Sit-Libelle              PIC X(20).

      * Code recherche dans la table, usage demande (C ou I) et rang
      * du code trouve (voir CHERCHER-SITUATION)

       01 W-Sit-Cherchee                     PIC X.
       01 W-Sit-Usage-Cherche                PIC X.
       01 W-Sit-Trv                          PIC 99.
       01 Sit-Trouvee                        PIC 9.
           88 Sit-Trouvee-Oui                VALUE 1.
           88 Sit-Trouvee-Non                VALUE 0.

      * Application de la demande reussie ou non (voir
      * APPLIQUER-DEMANDE)

       01 Application                        PIC 9.
           88 Application-Ok                 VALUE 1.
           88 Application-Ko                 VALUE 0.

       01 CPT-DEMANDE                        PIC 9(5) VALUE 0.
       01 CPT-VALIDE                         PIC 9(5) VALUE 0.
       01 CPT-REJETE                         PIC 9(5) VALUE 0.
       01 CPT-PERIME                         PIC 9(5) VALUE 0.
       01 CPT-RECYCLAGE                      PIC 9(5) VALUE 0.

       SCREEN SECTION.

      * Ecran d'accueil : mode et criteres de recherche

       01 ECRAN-ACCUEIL.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE
               'MAINTENANCE DU REFERENTIEL CONTRAT'.
           05 LINE 1  COLUMN 50 VALUE 'Utilisateur : '.
           05 LINE 1  COLUMN 64 PIC X(8) FROM W-Utilisateur.
           05 LINE 3  COLUMN 1  VALUE
               'Mode (D = demande, V = validation, F = fin) : '.
           05 LINE 3  COLUMN 48 PIC X    USING W-Ecr-Mode.
           05 LINE 5  COLUMN 1  VALUE 'Recherche par RefCtr    : '.
           05 LINE 5  COLUMN 28 PIC X(9) USING W-Ecr-RefCtr.
           05 LINE 6  COLUMN 1  VALUE 'ou par CodIdt           : '.
           05 LINE 6  COLUMN 28 PIC X(7) USING W-Ecr-CodIdt.
           05 LINE 22 COLUMN 1  PIC X(70) FROM W-Ecr-Message.

      * Ecran de saisie d'une demande : fiche courante et valeurs
      * demandees

       01 ECRAN-DEMANDE.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE
               'MAINTENANCE DU REFERENTIEL CONTRAT - DEMANDE'.
           05 LINE 1  COLUMN 50 VALUE 'Utilisateur : '.
           05 LINE 1  COLUMN 64 PIC X(8) FROM W-Utilisateur.
           05 LINE 3  COLUMN 1  VALUE 'RefCtr                  : '.
           05 LINE 3  COLUMN 28 PIC X(9) FROM W-Fic-RefCtr.
           05 LINE 4  COLUMN 1  VALUE 'Situation contrat       : '.
           05 LINE 4  COLUMN 28 PIC X    FROM W-Fic-Sit-Ctr.
           05 LINE 5  COLUMN 1  VALUE 'Identifiant (CodIdt)    : '.
           05 LINE 5  COLUMN 28 PIC 9(7) FROM W-Fic-CodIdt.
           05 LINE 6  COLUMN 1  VALUE 'Situation identifiant   : '.
           05 LINE 6  COLUMN 28 PIC X    FROM W-Fic-Sit-Idt.
           05 LINE 7  COLUMN 1  VALUE 'Derniere mise a jour    : '.
           05 LINE 7  COLUMN 28 PIC X(8) FROM W-Fic-Date-Maj.
           05 LINE 8  COLUMN 1  VALUE 'Systeme emetteur        : '.
           05 LINE 8  COLUMN 28 PIC X(3) FROM W-Fic-Source.
           05 LINE 10 COLUMN 1  VALUE
               'Type (C = creation, M = modification, F = cloture) : '.
           05 LINE 10 COLUMN 55 PIC X    USING W-Ecr-Type.
           05 LINE 12 COLUMN 1  VALUE 'Nouvelle situation ctr  : '.
           05 LINE 12 COLUMN 28 PIC X    USING W-Ecr-Sit-Ctr.
           05 LINE 13 COLUMN 1  VALUE 'Nouvel identifiant      : '.
           05 LINE 13 COLUMN 28 PIC X(7) USING W-Ecr-Nv-CodIdt.
           05 LINE 14 COLUMN 1  VALUE 'Nouvelle situation idt  : '.
           05 LINE 14 COLUMN 28 PIC X    USING W-Ecr-Sit-Idt.
           05 LINE 16 COLUMN 1  VALUE 'Motif                   : '.
           05 LINE 16 COLUMN 28 PIC X(40) USING W-Ecr-Motif.
           05 LINE 18 COLUMN 1  VALUE 'Confirmer la demande (O/N) : '.
           05 LINE 18 COLUMN 31 PIC X    USING W-Ecr-Confirme.
           05 LINE 22 COLUMN 1  PIC X(70) FROM W-Ecr-Message.

      * Ecran de validation : une demande en attente a la fois

       01 ECRAN-VALIDATION.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 1  VALUE
               'MAINTENANCE DU REFERENTIEL CONTRAT - VALIDATION'.
           05 LINE 1  COLUMN 50 VALUE 'Utilisateur : '.
           05 LINE 1  COLUMN 64 PIC X(8) FROM W-Utilisateur.
           05 LINE 3  COLUMN 1  VALUE 'Demande du              : '.
           05 LINE 3  COLUMN 28 PIC X(16) FROM DEM-Horodate.
           05 LINE 4  COLUMN 1  VALUE 'Demandeur               : '.
           05 LINE 4  COLUMN 28 PIC X(8) FROM DEM-Demandeur.
           05 LINE 5  COLUMN 1  VALUE 'Type                    : '.
           05 LINE 5  COLUMN 28 PIC X    FROM DEM-Type.
           05 LINE 6  COLUMN 1  VALUE 'RefCtr                  : '.
           05 LINE 6  COLUMN 28 PIC X(9) FROM DEM-RefCtr.
           05 LINE 8  COLUMN 1  VALUE 'Fiche a la saisie       : '.
           05 LINE 8  COLUMN 28 PIC X(29) FROM DEM-Avant.
           05 LINE 9  COLUMN 1  VALUE 'Fiche demandee          : '.
           05 LINE 9  COLUMN 28 PIC X(29) FROM DEM-Apres.
           05 LINE 10 COLUMN 1  VALUE 'Motif                   : '.
           05 LINE 10 COLUMN 28 PIC X(40) FROM DEM-Motif.
           05 LINE 12 COLUMN 1  VALUE
               'Decision (V = valider, R = rejeter, blanc = suivante,'.
           05 LINE 13 COLUMN 1  VALUE
               '          F = fin de validation) : '.
           05 LINE 13 COLUMN 36 PIC X    USING W-Ecr-Decision.
           05 LINE 22 COLUMN 1  PIC X(70) FROM W-Ecr-Message.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM TRAITER-ACCUEIL       THRU FIN-TRAITER-ACCUEIL
               UNTIL Fin-Dialogue-Oui
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Maintenance du referentiel contrat        ***'
           DISPLAY '***************************************************'

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           MOVE SPACES TO W-Utilisateur
           ACCEPT W-Utilisateur FROM ENVIRONMENT "USER"
           IF W-Utilisateur = SPACES
               DISPLAY 'Utilisateur inconnu (USER)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LIRE-SESSION THRU FIN-LIRE-SESSION

           PERFORM LIRE-SITUATIONS THRU FIN-LIRE-SITUATIONS

           OPEN I-O CONTRAT-MASTER
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Referentiel contrat introuvable, fst = '
                   L-Fst-Master
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Le fichier des demandes est permanent, cree vide a la toute
      * premiere utilisation sur le meme principe que le master

           OPEN I-O DEMANDES
           IF L-Fst-Demande = 35
               OPEN OUTPUT DEMANDES
               CLOSE DEMANDES
               OPEN I-O DEMANDES
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

           OPEN I-O RECYCLAGE
           IF L-Fst-Recyclage = 35
               OPEN OUTPUT RECYCLAGE
               CLOSE RECYCLAGE
               OPEN I-O RECYCLAGE
           END-IF

           SET Fin-Dialogue-Non TO TRUE
           MOVE SPACES TO W-Ecr-Message
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

      * Les modifications manuelles sont datees du jour reel de la
      * validation, pas d'une date de run de la chaine de nuit

           MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date

           MOVE SPACES TO W-Rep-Param
           ACCEPT W-Rep-Param  FROM ENVIRONMENT "APPAR_PAR_DIR"
           IF W-Rep-Param = SPACES
               MOVE '.' TO W-Rep-Param
           END-IF

           MOVE SPACES TO W-Chemin-Sit
           STRING FUNCTION TRIM(W-Rep-Param) DELIMITED BY SIZE
                  '/Situations.par'            DELIMITED BY SIZE
                  INTO W-Chemin-Sit
           END-STRING

           MOVE SPACES TO W-Chemin-Master
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/ContratMaster.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Master
           END-STRING

           MOVE SPACES TO W-Chemin-Demande
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/DemandeMaint.dat'          DELIMITED BY SIZE
                  INTO W-Chemin-Demande
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

           MOVE SPACES TO W-Chemin-Recyclage
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/Recyclage.dat'             DELIMITED BY SIZE
                  INTO W-Chemin-Recyclage
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
      * de connexion (lancement detache d'un terminal), il reste a
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
      *****************
       TRAITER-ACCUEIL.
      *****************

      * Ecran d'accueil : aiguillage sur le mode choisi

           MOVE SPACES TO W-Ecr-Mode
           MOVE SPACES TO W-Ecr-RefCtr
           MOVE SPACES TO W-Ecr-CodIdt
           DISPLAY ECRAN-ACCUEIL
           ACCEPT ECRAN-ACCUEIL
           MOVE SPACES TO W-Ecr-Message

           EVALUATE W-Ecr-Mode
               WHEN 'D'
               WHEN 'd'
                   PERFORM RECHERCHER-FICHE THRU FIN-RECHERCHER-FICHE
                   IF Saisie-Valide-Oui
                       PERFORM SAISIR-DEMANDE THRU FIN-SAISIR-DEMANDE
                   END-IF
               WHEN 'V'
               WHEN 'v'
                   PERFORM VALIDER-DEMANDES
                                    THRU FIN-VALIDER-DEMANDES
               WHEN 'F'
               WHEN 'f'
                   SET Fin-Dialogue-Oui TO TRUE
               WHEN OTHER
                   MOVE 'Mode inconnu : D, V ou F' TO W-Ecr-Message
           END-EVALUATE
           .

      **********************
       FIN-TRAITER-ACCUEIL. EXIT.
      **********************
      *-----------------------------------------------------------------
      ******************
       RECHERCHER-FICHE.
      ******************

      * Recherche de la fiche par RefCtr, ou a defaut par CodIdt via
      * l'index secondaire ; un identifiant rattache a plusieurs
      * contrats est signale (premier contrat affiche, les autres se
      * recherchent par RefCtr). Un RefCtr inconnu n'est pas une
      * erreur : c'est le cas d'une demande de creation

           SET Saisie-Valide-Non TO TRUE
           SET Fiche-Trouvee-Non TO TRUE
           MOVE SPACES TO W-Fiche-Image
           MOVE ZERO   TO W-Fic-CodIdt

           IF W-Ecr-RefCtr NOT = SPACES
               MOVE W-Ecr-RefCtr TO CM-RefCtr
               READ CONTRAT-MASTER
                   INVALID KEY
                       MOVE W-Ecr-RefCtr TO W-Fic-RefCtr
                       MOVE 'Contrat absent du referentiel (creation'
                                                  TO W-Ecr-Message
                       MOVE ' possible)' TO W-Ecr-Message (40:)
                   NOT INVALID KEY
                       SET Fiche-Trouvee-Oui TO TRUE
                       MOVE CONTRAT-MASTER-REC TO W-Fiche-Image
               END-READ
               SET Saisie-Valide-Oui TO TRUE
               GO TO FIN-RECHERCHER-FICHE
           END-IF

           IF W-Ecr-CodIdt = SPACES
               MOVE 'RefCtr ou CodIdt a renseigner' TO W-Ecr-Message
               GO TO FIN-RECHERCHER-FICHE
           END-IF

           MOVE FUNCTION TRIM(W-Ecr-CodIdt) TO W-Idt-Cadre
           INSPECT W-Idt-Cadre REPLACING LEADING ' ' BY '0'
           IF W-Idt-Cadre NOT NUMERIC
               MOVE 'CodIdt non numerique' TO W-Ecr-Message
               GO TO FIN-RECHERCHER-FICHE
           END-IF
           MOVE W-Idt-Cadre TO W-Ecr-CodIdt

           MOVE ZERO TO W-Nb-Ctr-Idt
           MOVE W-Ecr-CodIdt-Num TO CM-CodIdt
           START CONTRAT-MASTER KEY = CM-CodIdt
               INVALID KEY
                   MOVE 'Aucun contrat pour cet identifiant'
                                                  TO W-Ecr-Message
                   GO TO FIN-RECHERCHER-FICHE
           END-START

           PERFORM UNTIL W-Nb-Ctr-Idt > 1
               READ CONTRAT-MASTER NEXT
               AT END
                   EXIT PERFORM
               NOT AT END
                   IF CM-CodIdt NOT = W-Ecr-CodIdt-Num
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO W-Nb-Ctr-Idt
                   IF W-Nb-Ctr-Idt = 1
                       MOVE CONTRAT-MASTER-REC TO W-Fiche-Image
                   END-IF
               END-READ
           END-PERFORM

           SET Fiche-Trouvee-Oui TO TRUE
           SET Saisie-Valide-Oui TO TRUE
           IF W-Nb-Ctr-Idt > 1
               MOVE 'Identifiant rattache a plusieurs contrats'
                                                  TO W-Ecr-Message
           END-IF
           .

      **********************
       FIN-RECHERCHER-FICHE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ****************
       SAISIR-DEMANDE.
      ****************

      * Saisie de la demande sur la fiche trouvee : les zones
      * demandees sont pre-remplies avec les valeurs courantes

           MOVE SPACES        TO W-Ecr-Type
           MOVE W-Fic-Sit-Ctr TO W-Ecr-Sit-Ctr
           MOVE W-Fic-Sit-Idt TO W-Ecr-Sit-Idt
           MOVE SPACES        TO W-Ecr-Nv-CodIdt
           IF Fiche-Trouvee-Oui
               MOVE W-Fic-CodIdt TO W-Ecr-Nv-CodIdt-Num
           END-IF
           MOVE SPACES        TO W-Ecr-Motif
           MOVE 'N'           TO W-Ecr-Confirme

           DISPLAY ECRAN-DEMANDE
           ACCEPT ECRAN-DEMANDE
           MOVE SPACES TO W-Ecr-Message

           IF W-Ecr-Confirme NOT = 'O' AND W-Ecr-Confirme NOT = 'o'
               MOVE 'Demande abandonnee' TO W-Ecr-Message
               GO TO FIN-SAISIR-DEMANDE
           END-IF

           PERFORM CONTROLER-DEMANDE THRU FIN-CONTROLER-DEMANDE
           IF Saisie-Valide-Non
               GO TO FIN-SAISIR-DEMANDE
           END-IF

      * La demande part au fichier des demandes, en attente de
      * validation ; elle n'est pas appliquee

           MOVE SPACES                      TO DEMANDE-REC
           MOVE FUNCTION CURRENT-DATE(1:16) TO DEM-Horodate
           MOVE W-Ecr-Type                  TO DEM-Type
           MOVE W-Apr-RefCtr                TO DEM-RefCtr
           MOVE 'A'                         TO DEM-Statut
           MOVE W-Utilisateur               TO DEM-Demandeur
           MOVE W-Session                   TO DEM-Demandeur-Session
           IF Fiche-Trouvee-Oui
               MOVE W-Fiche-Image           TO DEM-Avant
           END-IF
           MOVE W-Apres-Image               TO DEM-Apres
           MOVE W-Ecr-Motif                 TO DEM-Motif
           WRITE DEMANDE-REC
               INVALID KEY
                   MOVE 'Demande non enregistree, a ressaisir'
                                                  TO W-Ecr-Message
                   GO TO FIN-SAISIR-DEMANDE
           END-WRITE

           ADD 1 TO CPT-DEMANDE
           MOVE SPACES TO W-Ecr-Message
           STRING 'Demande enregistree, en attente de validation : '
                                             DELIMITED BY SIZE
               DEM-Horodate                  DELIMITED BY SIZE
               INTO W-Ecr-Message
           END-STRING
           .

      *********************
       FIN-SAISIR-DEMANDE. EXIT.
      *********************
      *-----------------------------------------------------------------
      *******************
       CONTROLER-DEMANDE.
      *******************

      * Coherence du type avec l'existence de la fiche et des valeurs
      * saisies, puis construction de l'image demandee :
      *   - C : contrat inconnu, situation contrat obligatoire,
      *     identifiant facultatif (zero = sans identifiant) ;
      *   - M : contrat existant, situations et identifiant saisis
      *     (identifiant a zero et situation a blanc = identifiant
      *     detache du contrat) ;
      *   - F : contrat existant, passage en R du contrat et de son
      *     identifiant s'il en a un.
      * Une situation saisie doit figurer dans la table des codes
      * situation pour l'usage voulu (contrat ou identifiant).

           SET Saisie-Valide-Non TO TRUE

           INSPECT W-Ecr-Type CONVERTING 'cmf' TO 'CMF'
           MOVE FUNCTION UPPER-CASE(W-Ecr-Sit-Ctr) TO W-Ecr-Sit-Ctr
           MOVE FUNCTION UPPER-CASE(W-Ecr-Sit-Idt) TO W-Ecr-Sit-Idt

           IF W-Ecr-Type NOT = 'C' AND W-Ecr-Type NOT = 'M'
           AND W-Ecr-Type NOT = 'F'
               MOVE 'Type de demande inconnu : C, M ou F'
                                                  TO W-Ecr-Message
               GO TO FIN-CONTROLER-DEMANDE
           END-IF

           IF W-Ecr-Type = 'C' AND Fiche-Trouvee-Oui
               MOVE 'Creation impossible : contrat deja present'
                                                  TO W-Ecr-Message
               GO TO FIN-CONTROLER-DEMANDE
           END-IF

           IF W-Ecr-Type NOT = 'C' AND Fiche-Trouvee-Non
               MOVE 'Contrat absent : seule une creation est possible'
                                                  TO W-Ecr-Message
               GO TO FIN-CONTROLER-DEMANDE
           END-IF

           IF W-Ecr-Nv-CodIdt = SPACES
               MOVE ZERO TO W-Ecr-Nv-CodIdt-Num
           END-IF
           MOVE FUNCTION TRIM(W-Ecr-Nv-CodIdt) TO W-Idt-Cadre
           INSPECT W-Idt-Cadre REPLACING LEADING ' ' BY '0'
           IF W-Idt-Cadre NOT NUMERIC
               MOVE 'Identifiant non numerique' TO W-Ecr-Message
               GO TO FIN-CONTROLER-DEMANDE
           END-IF
           MOVE W-Idt-Cadre TO W-Ecr-Nv-CodIdt

           MOVE W-Fiche-Image TO W-Apres-Image
           IF Fiche-Trouvee-Non
               MOVE W-Fic-RefCtr TO W-Apr-RefCtr
               MOVE ZERO         TO W-Apr-CodIdt
               MOVE SPACES       TO W-Apr-Source
           END-IF

           IF W-Ecr-Type = 'F'
               MOVE 'R' TO W-Apr-Sit-Ctr
               IF W-Apr-CodIdt NOT = ZERO
                   MOVE 'R' TO W-Apr-Sit-Idt
               END-IF
           ELSE
               IF W-Ecr-Sit-Ctr = SPACE
                   MOVE 'Situation contrat obligatoire'
                                                  TO W-Ecr-Message
                   GO TO FIN-CONTROLER-DEMANDE
               END-IF
               IF W-Ecr-Nv-CodIdt-Num NOT = ZERO
               AND W-Ecr-Sit-Idt = SPACE
                   MOVE 'Situation identifiant obligatoire'
                                                  TO W-Ecr-Message
                   GO TO FIN-CONTROLER-DEMANDE
               END-IF
               MOVE W-Ecr-Sit-Ctr TO W-Sit-Cherchee
               MOVE 'C'           TO W-Sit-Usage-Cherche
               PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
               IF Sit-Trouvee-Non
                   MOVE 'Situation contrat inconnue de la table'
                                                  TO W-Ecr-Message
                   GO TO FIN-CONTROLER-DEMANDE
               END-IF
               IF W-Ecr-Nv-CodIdt-Num NOT = ZERO
                   MOVE W-Ecr-Sit-Idt TO W-Sit-Cherchee
                   MOVE 'I'           TO W-Sit-Usage-Cherche
                   PERFORM CHERCHER-SITUATION
                                    THRU FIN-CHERCHER-SITUATION
                   IF Sit-Trouvee-Non
                       MOVE 'Situation identifiant inconnue de la table'
                                                  TO W-Ecr-Message
                       GO TO FIN-CONTROLER-DEMANDE
                   END-IF
               END-IF
               MOVE W-Ecr-Sit-Ctr       TO W-Apr-Sit-Ctr
               MOVE W-Ecr-Nv-CodIdt-Num TO W-Apr-CodIdt
               IF W-Ecr-Nv-CodIdt-Num = ZERO
                   MOVE SPACE  TO W-Apr-Sit-Idt
                   MOVE SPACES TO W-Apr-Source
               ELSE
                   MOVE W-Ecr-Sit-Idt TO W-Apr-Sit-Idt
               END-IF
           END-IF

           IF W-Ecr-Type = 'M' AND W-Apres-Image = W-Fiche-Image
               MOVE 'Aucune difference avec la fiche courante'
                                                  TO W-Ecr-Message
               GO TO FIN-CONTROLER-DEMANDE
           END-IF

           SET Saisie-Valide-Oui TO TRUE
           .

      ************************
       FIN-CONTROLER-DEMANDE. EXIT.
      ************************
      *-----------------------------------------------------------------
      ******************
       VALIDER-DEMANDES.
      ******************

      * Revue des demandes en attente dans l'ordre de saisie ; les
      * demandes saisies par l'utilisateur courant sont sautees (une
      * demande ne peut pas etre validee par son auteur), de meme que
      * celles saisies depuis le meme compte de session quand les deux
      * sessions sont connues

           SET Fin-Validation-Non TO TRUE
           MOVE LOW-VALUES TO DEM-Horodate
           START DEMANDES KEY >= DEM-Horodate
               INVALID KEY
                   SET Fin-Validation-Oui TO TRUE
           END-START

           PERFORM UNTIL Fin-Validation-Oui
               READ DEMANDES NEXT
               AT END
                   SET Fin-Validation-Oui TO TRUE
               NOT AT END
                   IF DEM-Statut = 'A'
                   AND DEM-Demandeur NOT = W-Utilisateur
                   AND (DEM-Demandeur-Session = SPACES
                        OR W-Session = SPACES
                        OR DEM-Demandeur-Session NOT = W-Session)
                       PERFORM DECIDER-DEMANDE
                                    THRU FIN-DECIDER-DEMANDE
                   END-IF
               END-READ
           END-PERFORM

           IF W-Ecr-Message = SPACES
               MOVE 'Fin des demandes a valider' TO W-Ecr-Message
           END-IF
           .

      **********************
       FIN-VALIDER-DEMANDES. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       DECIDER-DEMANDE.
      *****************

      * Une demande a l'ecran, decision du valideur : V applique la
      * demande, R la rejette, F arrete la revue, blanc passe a la
      * suivante sans rien decider

           MOVE SPACES TO W-Ecr-Decision
           DISPLAY ECRAN-VALIDATION
           ACCEPT ECRAN-VALIDATION
           MOVE SPACES TO W-Ecr-Message

           EVALUATE W-Ecr-Decision
               WHEN 'V'
               WHEN 'v'
                   PERFORM APPLIQUER-DEMANDE
                                    THRU FIN-APPLIQUER-DEMANDE
                   IF Application-Ko
                       GO TO FIN-DECIDER-DEMANDE
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO DEM-Statut
                   ADD 1 TO CPT-REJETE
                   MOVE 'Demande rejetee' TO W-Ecr-Message
               WHEN 'F'
               WHEN 'f'
                   SET Fin-Validation-Oui TO TRUE
                   GO TO FIN-DECIDER-DEMANDE
               WHEN OTHER
                   GO TO FIN-DECIDER-DEMANDE
           END-EVALUATE

           MOVE W-Utilisateur TO DEM-Valideur
           MOVE W-Session     TO DEM-Valideur-Session
           MOVE W-Run-Date    TO DEM-Date-Decision
           REWRITE DEMANDE-REC
           IF L-Fst-Demande NOT = ZERO
               DISPLAY 'Erreur reecriture demande = ' L-Fst-Demande
           END-IF
           .

      **********************
       FIN-DECIDER-DEMANDE. EXIT.
      **********************
      *-----------------------------------------------------------------
      *******************
       APPLIQUER-DEMANDE.
      *******************

      * Application de la demande validee : la fiche doit etre encore
      * dans l'etat vu a la saisie (absente pour une creation, memes
      * situations et meme identifiant sinon), faute de quoi la
      * demande est perimee et n'est pas appliquee. Si le master
      * refuse l'ecriture, la demande reste en attente telle quelle
      * (Application-Ko : ni valideur ni date de decision)

           SET Application-Ok TO TRUE
           MOVE DEM-RefCtr TO CM-RefCtr
           READ CONTRAT-MASTER
               INVALID KEY
                   MOVE SPACES TO W-Avant-Image
               NOT INVALID KEY
                   MOVE CONTRAT-MASTER-REC TO W-Avant-Image
           END-READ

           MOVE DEM-Avant TO W-Saisie-Image
           IF (DEM-Type = 'C' AND W-Avant-Image NOT = SPACES)
           OR (DEM-Type NOT = 'C' AND W-Avant-Image = SPACES)
           OR (DEM-Type NOT = 'C'
               AND W-Avant-Situations NOT = W-Saisie-Situations)
               MOVE 'P' TO DEM-Statut
               ADD 1 TO CPT-PERIME
               MOVE 'Fiche modifiee depuis la demande : perimee'
                                                  TO W-Ecr-Message
               GO TO FIN-APPLIQUER-DEMANDE
           END-IF

           MOVE DEM-Apres  TO CONTRAT-MASTER-REC
           MOVE W-Run-Date TO CM-Date-Maj
           IF DEM-Type = 'C'
               WRITE CONTRAT-MASTER-REC
               MOVE 'C' TO W-Jrn-Action
           ELSE
               REWRITE CONTRAT-MASTER-REC
               MOVE 'M' TO W-Jrn-Action
           END-IF
           IF L-Fst-Master NOT = ZERO
               MOVE SPACES TO W-Ecr-Message
               STRING 'Erreur ecriture master, fst = '
                                             DELIMITED BY SIZE
                   L-Fst-Master              DELIMITED BY SIZE
                   ', demande laissee en attente'
                                             DELIMITED BY SIZE
                   INTO W-Ecr-Message
               END-STRING
               SET Application-Ko TO TRUE
               GO TO FIN-APPLIQUER-DEMANDE
           END-IF

           PERFORM ECRIRE-JOURNAL     THRU FIN-ECRIRE-JOURNAL
           PERFORM MAJ-SITU-HISTO     THRU FIN-MAJ-SITU-HISTO
           PERFORM INSCRIRE-RECYCLAGE THRU FIN-INSCRIRE-RECYCLAGE

           MOVE 'V' TO DEM-Statut
           ADD 1 TO CPT-VALIDE
           MOVE 'Demande validee et appliquee au referentiel'
                                                  TO W-Ecr-Message
           .

      ************************
       FIN-APPLIQUER-DEMANDE. EXIT.
      ************************
      *-----------------------------------------------------------------
      ****************
       ECRIRE-JOURNAL.
      ****************

      * Ecriture manuelle journalisee comme toute ecriture du master
      * (action C ou M, fichier d'origine 4 = maintenance manuelle),
      * avec le demandeur et le valideur en fin de ligne

           MOVE SPACES             TO JOURNAL-REC
           MOVE W-Run-Date         TO JRN-DATE-RUN
           MOVE W-Jrn-Action       TO JRN-ACTION
           MOVE 4                  TO JRN-SOURCE
           MOVE W-Avant-Image      TO JRN-AVANT
           MOVE CONTRAT-MASTER-REC TO JRN-APRES
           MOVE DEM-Demandeur      TO JRN-DEMANDEUR
           MOVE W-Utilisateur      TO JRN-VALIDEUR
           WRITE JOURNAL-REC
           IF L-Fst-Journal NOT = ZERO
               DISPLAY 'Erreur ecriture journal =' L-Fst-Journal
           END-IF
           .

      ******************
       FIN-ECRIRE-JOURNAL. EXIT.
      ******************
      *-----------------------------------------------------------------
      ********************
       INSCRIRE-RECYCLAGE.
      ********************

      * Fiche changee hors chaine : inscrite au recyclage facturation
      * (motif HCH, aucun rejet, jamais emise) pour que la prochaine
      * extraction la reemette. Une entree hors chaine deja emise
      * redevient a emettre ; une entree en rejet reste telle quelle,
      * elle est de toute facon reemise a chaque extraction

           MOVE DEM-RefCtr TO REC-RefCtr
           READ RECYCLAGE
               INVALID KEY
                   MOVE DEM-RefCtr TO REC-RefCtr
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
      ****************
       MAJ-SITU-HISTO.
      ****************

      * Historique date des situations, sur le meme principe que
      * MajContrat : une creation ouvre une periode, un changement de
      * Sit-Ctr ferme la periode ouverte et en ouvre une nouvelle

           IF W-Jrn-Action = 'C'
               PERFORM OUVRIR-PERIODE THRU FIN-OUVRIR-PERIODE
               GO TO FIN-MAJ-SITU-HISTO
           END-IF

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

           PERFORM OUVRIR-PERIODE THRU FIN-OUVRIR-PERIODE
           .

      ********************
       FIN-MAJ-SITU-HISTO. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       OUVRIR-PERIODE.
      ***************

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

      *******************
       FIN-OUVRIR-PERIODE. EXIT.
      *******************
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
      ******
       FIN.
      ******

           CLOSE CONTRAT-MASTER
           CLOSE DEMANDES
           CLOSE JOURNAL
           CLOSE SITU-HISTO
           CLOSE RECYCLAGE

           DISPLAY 'Demandes saisies           : ' CPT-DEMANDE
           DISPLAY 'Demandes validees          : ' CPT-VALIDE
           DISPLAY 'Demandes rejetees          : ' CPT-REJETE
           DISPLAY 'Demandes perimees          : ' CPT-PERIME
           DISPLAY 'Inscrits recyclage fact.   : ' CPT-RECYCLAGE
           DISPLAY 'Fin de la maintenance'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
