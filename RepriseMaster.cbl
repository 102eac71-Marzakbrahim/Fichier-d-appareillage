       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. RepriseMaster.
      *-----------------------------------------------------------------

      * Reprise en avant du referentiel contrat : si ContratMaster.dat
      * est endommage ou perdu, BackoutMaster ne peut rien (il annule
      * un run sur un master qui existe encore) et il ne restait que
      * la restauration d'une sauvegarde systeme d'age incertain. Or
      * la photo de fin de mois (PhotoMaster_AAAAMMJJ.txt) donne un
      * etat complet du referentiel et MasterJournal.dat porte
      * l'image apres de chaque ecriture faite depuis. Ce programme :
      *   - recree le master indexe (cle RefCtr et index secondaire
      *     CM-CodIdt) a partir de la photo choisie
      *     (APPAR_REPRISE_PHOTO, date AAAAMMJJ de la photo) ;
      *   - rejoue dans l'ordre du journal les entrees posterieures a
      *     la photo, jusqu'a la date demandee (APPAR_REPRISE_JUSQUA,
      *     par defaut la date du run) : C, M et A (fiche restauree
      *     par BackoutMaster) reecrivent l'image apres, S la supprime.
      *     Une entree d'action ou de fichier d'origine inconnus (essai
      *     ou simulation ecrit a la main dans le journal, par exemple)
      *     n'est pas rejouee et est comptee a part ;
      *   - reapplique au fil du journal les purges de PurgeMaster de
      *     la meme periode (MasterHisto.dat), qui ne passent pas par
      *     le journal : une fiche n'est supprimee que si elle est
      *     encore a l'image historisee ;
      *   - termine par un controle : nombre de fiches et stock par
      *     Sit-Ctr / Sit-Idt du master reconstruit, relu par sa cle
      *     et par son index CodIdt, compares a ce que PhotoMaster
      *     produirait - la photo de la date cible si elle existe
      *     (cas de l'exercice de reprise : photo du mois precedent +
      *     journal = photo du mois), sinon le stock attendu tire de la
      *     photo de depart et des images avant/apres rejouees.
      * Le master est reconstruit dans le repertoire APPAR_REPRISE_DIR,
      * obligatoire : le repertoire du master de production n'est
      * jamais pris par defaut, pour que l'exercice de reprise se
      * fasse a cote et que la vraie reprise soit un choix explicite.
      * Une fois le journal bascule par mois (BasculeJournal), les
      * generations dont les dates touchent la periode de rejeu sont
      * relues avant le journal courant ; si l'une manque ou est
      * incomplete, le master reconstruit est declare inutilisable
      * (code retour 8).
      * SituHisto.dat et les autres fichiers permanents ne sont pas
      * touches. Le compte rendu part dans RepriseMaster_AAAAMMJJ.txt
      * (APPAR_RAP_DIR) ; code retour 4 au moindre ecart.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PHOTO                  ASSIGN TO
               DYNAMIC W-Chemin-Photo
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Photo.

           SELECT PHOTO-CTL              ASSIGN TO
               DYNAMIC W-Chemin-Photo-Ctl
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Photo-Ctl.

           SELECT JOURNAL                ASSIGN TO
               DYNAMIC W-Chemin-Journal
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

      * Table des codes situation (Situations.par dans
      * APPAR_PAR_DIR, la meme que pour Appariement), lue une fois a
      * l'initialisation (voir LIRE-SITUATIONS)

           SELECT PARAM-SIT              ASSIGN TO
               DYNAMIC W-Chemin-Sit
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Sit.

           SELECT RAPPORT                ASSIGN TO
               DYNAMIC W-Chemin-Rap
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rap.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Meme gabarit que la photo ecrite par PhotoMaster

       FD PHOTO.
       01 PHOTO-REC.
           05 PHO-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 PHO-SIT-CTR                     PIC X.
           05 FILLER                          PIC X.
           05 PHO-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 PHO-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 PHO-DATE-MAJ                    PIC X(8).
           05 FILLER                          PIC X.
           05 PHO-SOURCE                      PIC X(3).

       FD PHOTO-CTL.
       01 PHOTO-CTL-REC.
           05 PHC-REFCTR                      PIC X(9).
           05 FILLER                          PIC X.
           05 PHC-SIT-CTR                     PIC X.
           05 FILLER                          PIC X.
           05 PHC-CODIDT                      PIC 9(7).
           05 FILLER                          PIC X.
           05 PHC-SIT-IDT                     PIC X.
           05 FILLER                          PIC X.
           05 PHC-DATE-MAJ                    PIC X(8).
           05 FILLER                          PIC X.
           05 PHC-SOURCE                      PIC X(3).

      * Meme gabarit que le journal ecrit par MajContrat (ecritures
      * manuelles de MaintCtr comprises)

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
               10 JRN-AVANT-SIT-CTR           PIC X.
               10 FILLER                      PIC X(7).
               10 JRN-AVANT-SIT-IDT           PIC X.
               10 FILLER                      PIC X(11).
           05 FILLER                          PIC X.
           05 JRN-APRES.
               10 JRN-APRES-REFCTR            PIC X(9).
               10 JRN-APRES-SIT-CTR           PIC X.
               10 FILLER                      PIC X(7).
               10 JRN-APRES-SIT-IDT           PIC X.
               10 FILLER                      PIC X(11).
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

      * Meme gabarit que l'historique ecrit par PurgeMaster

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

       FD RAPPORT.
       01 LIGNE-RAP                          PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", dates et chemins complets

       01 W-Rep-Master                       PIC X(180).
       01 W-Rep-Arch                         PIC X(180).
       01 W-Rep-Photo                        PIC X(180).
       01 W-Rep-Rap                          PIC X(180).
       01 W-Rep-Param                        PIC X(180).
       01 W-Rep-Reprise                      PIC X(180).

       01 W-Chemin-Photo                     PIC X(200).
       01 W-Chemin-Photo-Ctl                 PIC X(200).
       01 W-Chemin-Journal                   PIC X(200).
       01 W-Chemin-Courant                   PIC X(200).
       01 W-Chemin-Gen                       PIC X(200).
       01 W-Chemin-Histo                     PIC X(200).
       01 W-Chemin-Master                    PIC X(200).
       01 W-Chemin-Rap                       PIC X(200).
       01 W-Chemin-Sit                       PIC X(200).

       01 W-Run-Date                         PIC X(8).

      * Date de la photo de depart (APPAR_REPRISE_PHOTO, obligatoire)
      * et date limite du rejeu (APPAR_REPRISE_JUSQUA)

       01 W-Photo-Date                       PIC X(8).
       01 W-Jusqua-Date                      PIC X(8).
       01 W-Lendemain-Photo                  PIC 9(8).

       01 L-Fst-Photo                        PIC 99.
       01 L-Fst-Photo-Ctl                    PIC 99.
       01 L-Fst-Journal                      PIC 99.
       01 L-Fst-Gen                          PIC 99.
       01 L-Fst-Histo                        PIC 99.
       01 L-Fst-Master                       PIC 99.
       01 L-Fst-Rap                          PIC 99.
       01 L-Fst-Sit                          PIC 99.

       01 Lec-Fin                            PIC 9.
           88 Lec-Fin-Oui                    VALUE 1.
           88 Lec-Fin-Non                    VALUE 0.

       01 Lec-Histo-Fin                      PIC 9.
           88 Lec-Histo-Fin-Oui              VALUE 1.
           88 Lec-Histo-Fin-Non              VALUE 0.

       01 Master-Trouve                      PIC 9.
           88 Master-Trouve-Oui              VALUE 1.
           88 Master-Trouve-Non              VALUE 0.

      * Reference du controle : photo de la date cible si elle existe,
      * sinon stock attendu tire du rejeu

       01 Ctl-Photo                          PIC 9.
           88 Ctl-Photo-Oui                  VALUE 1.
           88 Ctl-Photo-Non                  VALUE 0.

      * Date limite des purges a reappliquer avant l'entree de
      * journal courante (HIGH-VALUES apres la derniere entree)

       01 W-Purge-Limite                     PIC X(8).

      * Image de la fiche historisee, comparee a la fiche reconstruite
      * avant de la supprimer

       01 W-Histo-Image.
           05 W-His-RefCtr                   PIC X(9).
           05 W-His-Sit-Ctr                  PIC X.
           05 W-His-CodIdt                   PIC 9(7).
           05 W-His-Sit-Idt                  PIC X.
           05 W-His-Date-Maj                 PIC X(8).
           05 W-His-Source                   PIC X(3).

      * Stock par combinaison Sit-Ctr / Sit-Idt, au decoupage de
      * PhotoMaster (rang du code dans la table des situations,
      * W-Sit-Autre pour tout code hors table) : master reconstruit
      * et reference de controle (signee, le rejeu retire les images
      * avant)

       01 W-Stock-Table.
           05 W-Stock-Ligne OCCURS 21.
               10 W-Stock-Case OCCURS 21      PIC 9(10).

       01 W-Att-Table.
           05 W-Att-Ligne OCCURS 21.
               10 W-Att-Case OCCURS 21        PIC S9(10).

       01 W-Sit-Autre                        PIC 99.
       01 W-Idx-Ctr                          PIC 99.
       01 W-Idx-Idt                          PIC 99.
       01 W-Sit-Examinee                     PIC X.
       01 W-Idx-Sit                          PIC 99.
       01 W-Sit-Ctr-Vue                      PIC X.
       01 W-Sit-Idt-Vue                      PIC X.
       01 W-Sens                             PIC S9.

       01 W-Att-Total                        PIC S9(10).
       01 W-Ecart                            PIC S9(10).
       01 W-Ed-Reconst                       PIC ZZZZZZZZZ9.
       01 W-Ed-Attendu                       PIC -ZZZZZZZZZ9.
       01 W-Ed-Ecart                         PIC -ZZZZZZZZZ9.
       01 W-Lib-Case                         PIC X(24).

       01 CPT-LEC-PHOTO                      PIC 9(10) VALUE 0.
       01 CPT-CHARGE                         PIC 9(10) VALUE 0.
       01 CPT-LEC-JOURNAL                    PIC 9(10) VALUE 0.
       01 CPT-AVANT-PHOTO                    PIC 9(10) VALUE 0.
       01 CPT-APRES-CIBLE                    PIC 9(10) VALUE 0.
       01 CPT-NON-REJOUE                     PIC 9(10) VALUE 0.
       01 CPT-REJOUE                         PIC 9(10) VALUE 0.
       01 CPT-REJ-ECRIT                      PIC 9(10) VALUE 0.
       01 CPT-REJ-SUPPR                      PIC 9(10) VALUE 0.
       01 CPT-AVANT-DIFFERENT                PIC 9(10) VALUE 0.
       01 CPT-LEC-HISTO                      PIC 9(10) VALUE 0.
       01 CPT-PURGE                          PIC 9(10) VALUE 0.
       01 CPT-PURGE-ECARTEE                  PIC 9(10) VALUE 0.
       01 CPT-RECONST                        PIC 9(10) VALUE 0.
       01 CPT-PAR-CODIDT                     PIC 9(10) VALUE 0.
       01 CPT-ECART                          PIC 9(10) VALUE 0.

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
                   88 Sit-Actif              VALUE 'O'.
               10 W-Sit-Purge                PIC X.
                   88 Sit-Purgeable          VALUE 'O'.
               10 W-Sit-Libelle              PIC X(20).

      * Code recherche dans la table, usage demande (C ou I) et rang
      * du code trouve (voir CHERCHER-SITUATION)

       01 W-Sit-Cherchee                     PIC X.
       01 W-Sit-Usage-Cherche                PIC X.
       01 W-Sit-Trv                          PIC 99.
       01 Sit-Trouvee                        PIC 9.
           88 Sit-Trouvee-Oui                VALUE 1.
           88 Sit-Trouvee-Non                VALUE 0.

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

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM CHARGER-PHOTO         THRU FIN-CHARGER-PHOTO
           PERFORM REJOUER-JOURNAL       THRU FIN-REJOUER-JOURNAL
           PERFORM CONTROLER-MASTER      THRU FIN-CONTROLER-MASTER
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Reprise en avant du referentiel contrat   ***'
           DISPLAY '***************************************************'

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           PERFORM LIRE-SITUATIONS THRU FIN-LIRE-SITUATIONS
           COMPUTE W-Sit-Autre = W-Sit-Nb + 1

           IF W-Photo-Date = SPACES OR W-Photo-Date NOT NUMERIC
               DISPLAY 'Date de la photo de depart absente ou invalide '
                   '(APPAR_REPRISE_PHOTO, AAAAMMJJ) : [' W-Photo-Date
                   ']'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF W-Jusqua-Date NOT NUMERIC
           OR W-Jusqua-Date < W-Photo-Date
               DISPLAY 'Date limite du rejeu invalide '
                   '(APPAR_REPRISE_JUSQUA) : [' W-Jusqua-Date ']'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Repertoire de reconstruction obligatoire : reconstruire "par
      * defaut" sur le master de production serait trop dangereux

           IF W-Rep-Reprise = SPACES
               DISPLAY 'Repertoire de reconstruction absent '
                   '(APPAR_REPRISE_DIR)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY 'Photo de depart   : ' W-Photo-Date
           DISPLAY 'Rejeu jusqu''au    : ' W-Jusqua-Date
           DISPLAY 'Master reconstruit : '
               FUNCTION TRIM(W-Chemin-Master)

           OPEN INPUT PHOTO
           IF L-Fst-Photo NOT = ZERO
               DISPLAY 'Photo de depart introuvable ('
                   FUNCTION TRIM(W-Chemin-Photo) '), fst = '
                   L-Fst-Photo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT JOURNAL
           IF L-Fst-Journal NOT = ZERO
               DISPLAY 'Journal du referentiel introuvable, fst = '
                   L-Fst-Journal
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Generations du journal a relire : celles dont les entrees
      * sont datees apres la photo et jusqu'a la date cible

           PERFORM OUVRIR-GENERATIONS THRU FIN-OUVRIR-GENERATIONS
           MOVE W-Photo-Date TO W-Lendemain-Photo
           COMPUTE W-Lendemain-Photo = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (W-Lendemain-Photo) + 1)
           MOVE W-Lendemain-Photo TO W-Gen-Du
           MOVE W-Jusqua-Date     TO W-Gen-Au
           PERFORM CHOISIR-GEN-DATES  THRU FIN-CHOISIR-GEN-DATES
           IF W-Gen-Nb NOT = ZERO
               DISPLAY 'Generations du journal a relire : ' W-Gen-Nb
           END-IF

      * Le master reconstruit repart toujours de rien

           OPEN OUTPUT CONTRAT-MASTER
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Creation du master reconstruit impossible, '
                   'fst = ' L-Fst-Master
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZERO TO W-Stock-Table
           MOVE ZERO TO W-Att-Table

           OPEN OUTPUT RAPPORT

           MOVE '=== Reprise en avant du referentiel contrat ==='
                                            TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Photo du '              DELIMITED BY SIZE
               W-Photo-Date                  DELIMITED BY SIZE
               ', journal rejoue jusqu''au ' DELIMITED BY SIZE
               W-Jusqua-Date                 DELIMITED BY SIZE
               ', execute le '               DELIMITED BY SIZE
               W-Run-Date                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Master reconstruit    : ' DELIMITED BY SIZE
               FUNCTION TRIM(W-Chemin-Master) DELIMITED BY SIZE
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

           MOVE SPACES TO W-Rep-Photo
           ACCEPT W-Rep-Photo  FROM ENVIRONMENT "APPAR_PHOTO_DIR"
           IF W-Rep-Photo = SPACES
               MOVE '.' TO W-Rep-Photo
           END-IF

           MOVE SPACES TO W-Rep-Rap
           ACCEPT W-Rep-Rap    FROM ENVIRONMENT "APPAR_RAP_DIR"
           IF W-Rep-Rap = SPACES
               MOVE '.' TO W-Rep-Rap
           END-IF

           MOVE SPACES TO W-Rep-Reprise
           ACCEPT W-Rep-Reprise FROM ENVIRONMENT "APPAR_REPRISE_DIR"

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date   FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF

           MOVE SPACES TO W-Photo-Date
           ACCEPT W-Photo-Date FROM ENVIRONMENT "APPAR_REPRISE_PHOTO"

           MOVE SPACES TO W-Jusqua-Date
           ACCEPT W-Jusqua-Date FROM ENVIRONMENT "APPAR_REPRISE_JUSQUA"
           IF W-Jusqua-Date = SPACES
               MOVE W-Run-Date TO W-Jusqua-Date
           END-IF

           MOVE SPACES TO W-Chemin-Photo
           STRING FUNCTION TRIM(W-Rep-Photo) DELIMITED BY SIZE
                  '/PhotoMaster_'              DELIMITED BY SIZE
                  W-Photo-Date                 DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Photo
           END-STRING

           MOVE SPACES TO W-Chemin-Photo-Ctl
           STRING FUNCTION TRIM(W-Rep-Photo) DELIMITED BY SIZE
                  '/PhotoMaster_'              DELIMITED BY SIZE
                  W-Jusqua-Date                DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Photo-Ctl
           END-STRING

           MOVE SPACES TO W-Chemin-Journal
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterJournal.dat'         DELIMITED BY SIZE
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

           MOVE SPACES TO W-Chemin-Histo
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/MasterHisto.dat'           DELIMITED BY SIZE
                  INTO W-Chemin-Histo
           END-STRING

           MOVE SPACES TO W-Chemin-Master
           STRING FUNCTION TRIM(W-Rep-Reprise) DELIMITED BY SIZE
                  '/ContratMaster.dat'         DELIMITED BY SIZE
                  INTO W-Chemin-Master
           END-STRING

           MOVE SPACES TO W-Chemin-Rap
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/RepriseMaster_'            DELIMITED BY SIZE
                  W-Run-Date                   DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap
           END-STRING

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
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
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
      ***************
       CHARGER-PHOTO.
      ***************

      * Chargement de la photo de depart : une fiche par ligne, en
      * RefCtr croissant ; l'index CodIdt se construit avec. Le stock
      * attendu part du stock de la photo

           SET Lec-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Fin-Oui
               READ PHOTO
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   ADD 1 TO CPT-LEC-PHOTO
                   PERFORM CHARGER-FICHE THRU FIN-CHARGER-FICHE
               END-READ
           END-PERFORM

           CLOSE PHOTO
           CLOSE CONTRAT-MASTER

           OPEN I-O CONTRAT-MASTER
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Reouverture du master reconstruit impossible, '
                   'fst = ' L-Fst-Master
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Fiches de la photo    : ' DELIMITED BY SIZE
               CPT-CHARGE                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ******************
       FIN-CHARGER-PHOTO. EXIT.
      ******************
      *-----------------------------------------------------------------
      ***************
       CHARGER-FICHE.
      ***************

           MOVE SPACES       TO CONTRAT-MASTER-REC
           MOVE PHO-REFCTR   TO CM-RefCtr
           MOVE PHO-SIT-CTR  TO CM-Sit-Ctr
           MOVE PHO-CODIDT   TO CM-CodIdt
           MOVE PHO-SIT-IDT  TO CM-Sit-Idt
           MOVE PHO-DATE-MAJ TO CM-Date-Maj
           MOVE PHO-SOURCE   TO CM-Source
           WRITE CONTRAT-MASTER-REC
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Erreur chargement fiche ' PHO-REFCTR
                   ' fst = ' L-Fst-Master
               GO TO FIN-CHARGER-FICHE
           END-IF

           ADD 1 TO CPT-CHARGE
           MOVE PHO-SIT-CTR TO W-Sit-Ctr-Vue
           MOVE PHO-SIT-IDT TO W-Sit-Idt-Vue
           MOVE 1           TO W-Sens
           PERFORM MOUVEMENTER-ATTENDU THRU FIN-MOUVEMENTER-ATTENDU
           .

      ******************
       FIN-CHARGER-FICHE. EXIT.
      ******************
      *-----------------------------------------------------------------
      *****************
       REJOUER-JOURNAL.
      *****************

      * Parcours du journal dans son ordre d'ecriture (generations
      * choisies dans l'ordre des mois, puis journal courant). Les
      * entrees datees du jour de la photo ou d'avant y sont deja ;
      * celles datees apres la date cible sont ecartees. Avant chaque
      * entree rejouee, les purges historisees anterieures a sa date
      * sont reappliquees, pour que le master traverse les memes
      * etats que l'original

           OPEN INPUT HISTORIQUE
           IF L-Fst-Histo = ZERO
               SET Lec-Histo-Fin-Non TO TRUE
               PERFORM LIRE-HISTO THRU FIN-LIRE-HISTO
           ELSE
               SET Lec-Histo-Fin-Oui TO TRUE
               DISPLAY 'Pas d''historique de purge a reappliquer'
           END-IF

           IF W-Gen-Nb NOT = ZERO
               CLOSE JOURNAL
               PERFORM LIRE-GENERATIONS THRU FIN-LIRE-GENERATIONS
               OPEN INPUT JOURNAL
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM UNTIL Lec-Fin-Oui
               READ JOURNAL
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   PERFORM PRENDRE-ENTREE THRU FIN-PRENDRE-ENTREE
               END-READ
           END-PERFORM

      * Purges restantes de la periode, apres la derniere entree

           MOVE HIGH-VALUES TO W-Purge-Limite
           PERFORM APPLIQUER-PURGES THRU FIN-APPLIQUER-PURGES

           CLOSE JOURNAL
           PERFORM FERMER-GENERATIONS THRU FIN-FERMER-GENERATIONS
           IF L-Fst-Histo = ZERO
               CLOSE HISTORIQUE
           END-IF

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE '--- Rejeu du journal ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Entrees lues          : ' DELIMITED BY SIZE
               CPT-LEC-JOURNAL               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF W-Gen-Nb NOT = ZERO
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Generations relues    : ' DELIMITED BY SIZE
                   CPT-GEN-LUE                   DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Generations non lues  : ' DELIMITED BY SIZE
                   CPT-GEN-NON-LUE               DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Generations incomplet.: ' DELIMITED BY SIZE
                   CPT-GEN-INCOMPLETE            DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF

           IF CPT-GEN-NON-LUE    NOT = ZERO
           OR CPT-GEN-INCOMPLETE NOT = ZERO
               MOVE 'Journal incomplet : master reconstruit'
                                                  TO LIGNE-RAP
               MOVE 'inutilisable'                TO LIGNE-RAP (40:)
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Deja dans la photo    : ' DELIMITED BY SIZE
               CPT-AVANT-PHOTO               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Apres la date cible   : ' DELIMITED BY SIZE
               CPT-APRES-CIBLE               DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Non rejouables        : ' DELIMITED BY SIZE
               CPT-NON-REJOUE                DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Entrees rejouees      : ' DELIMITED BY SIZE
               CPT-REJOUE                    DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '  dont fiches ecrites : ' DELIMITED BY SIZE
               CPT-REJ-ECRIT                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING '  dont supprimees     : ' DELIMITED BY SIZE
               CPT-REJ-SUPPR                 DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Image avant differente: ' DELIMITED BY SIZE
               CPT-AVANT-DIFFERENT           DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Purges reappliquees   : ' DELIMITED BY SIZE
               CPT-PURGE                     DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES                        TO LIGNE-RAP
           STRING 'Purges ecartees       : ' DELIMITED BY SIZE
               CPT-PURGE-ECARTEE             DELIMITED BY SIZE
               INTO LIGNE-RAP
           END-STRING
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ********************
       FIN-REJOUER-JOURNAL. EXIT.
      ********************
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
           PERFORM PRENDRE-ENTREE THRU FIN-PRENDRE-ENTREE
           .

      ***************************
       FIN-LIRE-ENTREE-GENERATION. EXIT.
      ***************************
      *-----------------------------------------------------------------
      ****************
       PRENDRE-ENTREE.
      ****************

           ADD 1 TO CPT-LEC-JOURNAL
           PERFORM TRIER-ENTREE THRU FIN-TRIER-ENTREE
           .

      *******************
       FIN-PRENDRE-ENTREE. EXIT.
      *******************
      *-----------------------------------------------------------------
      **************
       TRIER-ENTREE.
      **************

      * Entree hors periode, ou non rejouable : action autre que
      * C/M/A/S ou fichier d'origine hors des codes connus (0 retour
      * arriere, 1 Fic1et2, 2 Fic1non2, 3 LibereAttente, 4 saisie
      * manuelle)

           IF JRN-DATE-RUN NOT > W-Photo-Date
               ADD 1 TO CPT-AVANT-PHOTO
               GO TO FIN-TRIER-ENTREE
           END-IF

           IF JRN-DATE-RUN > W-Jusqua-Date
               ADD 1 TO CPT-APRES-CIBLE
               GO TO FIN-TRIER-ENTREE
           END-IF

           IF (JRN-ACTION NOT = 'C' AND NOT = 'M'
                          AND NOT = 'A' AND NOT = 'S')
           OR (JRN-SOURCE NOT = '0' AND NOT = '1' AND NOT = '2'
                          AND NOT = '3' AND NOT = '4')
           OR JRN-APRES-REFCTR = SPACES
               ADD 1 TO CPT-NON-REJOUE
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Non rejouee : '         DELIMITED BY SIZE
                   JRN-DATE-RUN                  DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   JRN-ACTION                    DELIMITED BY SIZE
                   ' fic'                        DELIMITED BY SIZE
                   JRN-SOURCE                    DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   JRN-APRES-REFCTR              DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-TRIER-ENTREE
           END-IF

           MOVE JRN-DATE-RUN TO W-Purge-Limite
           PERFORM APPLIQUER-PURGES THRU FIN-APPLIQUER-PURGES

           PERFORM REJOUER-ENTREE THRU FIN-REJOUER-ENTREE
           .

      *****************
       FIN-TRIER-ENTREE. EXIT.
      *****************
      *-----------------------------------------------------------------
      ****************
       REJOUER-ENTREE.
      ****************

      * Application de l'image apres : S supprime la fiche, C/M/A la
      * reecrivent (ou la recreent si elle n'existe pas). Une image
      * avant qui ne correspond pas a la fiche reconstruite signale
      * un trou dans le journal ; l'entree est tout de meme rejouee
      * et l'ecart est liste

           ADD 1 TO CPT-REJOUE

           MOVE JRN-APRES-REFCTR TO CM-RefCtr
           READ CONTRAT-MASTER
               INVALID KEY
                   SET Master-Trouve-Non TO TRUE
                   MOVE SPACES TO CONTRAT-MASTER-REC
               NOT INVALID KEY
                   SET Master-Trouve-Oui TO TRUE
           END-READ

           IF CONTRAT-MASTER-REC NOT = JRN-AVANT
               ADD 1 TO CPT-AVANT-DIFFERENT
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Image avant differente : ' DELIMITED BY SIZE
                   JRN-DATE-RUN                  DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   JRN-ACTION                    DELIMITED BY SIZE
                   ' journal ['                  DELIMITED BY SIZE
                   JRN-AVANT                     DELIMITED BY SIZE
                   '] master ['                  DELIMITED BY SIZE
                   CONTRAT-MASTER-REC            DELIMITED BY SIZE
                   ']'                           DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           END-IF

      * Stock attendu : la fiche quitte la case de son image avant
      * (telle que le journal l'a vue) et rejoint celle de son image
      * apres

           IF JRN-AVANT NOT = SPACES
               MOVE JRN-AVANT-SIT-CTR TO W-Sit-Ctr-Vue
               MOVE JRN-AVANT-SIT-IDT TO W-Sit-Idt-Vue
               MOVE -1                TO W-Sens
               PERFORM MOUVEMENTER-ATTENDU THRU FIN-MOUVEMENTER-ATTENDU
           END-IF

           IF JRN-ACTION = 'S'
               IF Master-Trouve-Oui
                   DELETE CONTRAT-MASTER RECORD
                       INVALID KEY
                           DISPLAY 'Erreur suppression, RefCtr = '
                               CM-RefCtr ' fst = ' L-Fst-Master
                   END-DELETE
               END-IF
               ADD 1 TO CPT-REJ-SUPPR
               GO TO FIN-REJOUER-ENTREE
           END-IF

           MOVE JRN-APRES TO CONTRAT-MASTER-REC
           IF Master-Trouve-Oui
               REWRITE CONTRAT-MASTER-REC
           ELSE
               WRITE CONTRAT-MASTER-REC
           END-IF
           IF L-Fst-Master NOT = ZERO
               DISPLAY 'Erreur ecriture master, RefCtr = '
                   CM-RefCtr ' fst = ' L-Fst-Master
               GO TO FIN-REJOUER-ENTREE
           END-IF
           ADD 1 TO CPT-REJ-ECRIT

           MOVE JRN-APRES-SIT-CTR TO W-Sit-Ctr-Vue
           MOVE JRN-APRES-SIT-IDT TO W-Sit-Idt-Vue
           MOVE 1                 TO W-Sens
           PERFORM MOUVEMENTER-ATTENDU THRU FIN-MOUVEMENTER-ATTENDU
           .

      *******************
       FIN-REJOUER-ENTREE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******************
       APPLIQUER-PURGES.
      ******************

      * Purges historisees de date anterieure a W-Purge-Limite (toutes
      * celles qui restent quand la limite vaut HIGH-VALUES), dans la
      * periode photo exclue / date cible incluse. La fiche n'est
      * supprimee que si elle est encore exactement a l'image purgee :
      * une fiche recreee ou modifiee apres la purge reste en place

           PERFORM UNTIL Lec-Histo-Fin-Oui
                      OR HIS-DATE-PURGE NOT < W-Purge-Limite
               IF HIS-DATE-PURGE > W-Photo-Date
               AND HIS-DATE-PURGE NOT > W-Jusqua-Date
                   PERFORM PURGER-FICHE THRU FIN-PURGER-FICHE
               END-IF
               PERFORM LIRE-HISTO THRU FIN-LIRE-HISTO
           END-PERFORM
           .

      *********************
       FIN-APPLIQUER-PURGES. EXIT.
      *********************
      *-----------------------------------------------------------------
      **************
       PURGER-FICHE.
      **************

           MOVE HIS-REFCTR   TO W-His-RefCtr
           MOVE HIS-SIT-CTR  TO W-His-Sit-Ctr
           MOVE HIS-CODIDT   TO W-His-CodIdt
           MOVE HIS-SIT-IDT  TO W-His-Sit-Idt
           MOVE HIS-DATE-MAJ TO W-His-Date-Maj
           MOVE HIS-SOURCE   TO W-His-Source

           MOVE HIS-REFCTR TO CM-RefCtr
           READ CONTRAT-MASTER
               INVALID KEY
                   ADD 1 TO CPT-PURGE-ECARTEE
                   GO TO FIN-PURGER-FICHE
           END-READ

           IF CONTRAT-MASTER-REC NOT = W-Histo-Image
               ADD 1 TO CPT-PURGE-ECARTEE
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Purge ecartee (fiche differente) : '
                                                 DELIMITED BY SIZE
                   HIS-DATE-PURGE                DELIMITED BY SIZE
                   ' '                           DELIMITED BY SIZE
                   HIS-REFCTR                    DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
               PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
               GO TO FIN-PURGER-FICHE
           END-IF

           DELETE CONTRAT-MASTER RECORD
               INVALID KEY
                   DISPLAY 'Erreur suppression purge, RefCtr = '
                       CM-RefCtr ' fst = ' L-Fst-Master
                   GO TO FIN-PURGER-FICHE
           END-DELETE

           ADD 1 TO CPT-PURGE
           MOVE HIS-SIT-CTR TO W-Sit-Ctr-Vue
           MOVE HIS-SIT-IDT TO W-Sit-Idt-Vue
           MOVE -1          TO W-Sens
           PERFORM MOUVEMENTER-ATTENDU THRU FIN-MOUVEMENTER-ATTENDU
           .

      *****************
       FIN-PURGER-FICHE. EXIT.
      *****************
      *-----------------------------------------------------------------
      ************
       LIRE-HISTO.
      ************

           READ HISTORIQUE
           AT END
               SET Lec-Histo-Fin-Oui TO TRUE
           NOT AT END
               ADD 1 TO CPT-LEC-HISTO
           END-READ
           .

      ***************
       FIN-LIRE-HISTO. EXIT.
      ***************
      *-----------------------------------------------------------------
      *********************
       MOUVEMENTER-ATTENDU.
      *********************

      * Ajoute (W-Sens = 1) ou retire (W-Sens = -1) une fiche de
      * situations W-Sit-Ctr-Vue / W-Sit-Idt-Vue au stock attendu

           MOVE W-Sit-Ctr-Vue TO W-Sit-Examinee
           PERFORM CODER-SITUATION THRU FIN-CODER-SITUATION
           MOVE W-Idx-Sit TO W-Idx-Ctr

           MOVE W-Sit-Idt-Vue TO W-Sit-Examinee
           PERFORM CODER-SITUATION THRU FIN-CODER-SITUATION
           MOVE W-Idx-Sit TO W-Idx-Idt

           ADD W-Sens TO W-Att-Case (W-Idx-Ctr, W-Idx-Idt)
           .

      ************************
       FIN-MOUVEMENTER-ATTENDU. EXIT.
      ************************
      *-----------------------------------------------------------------
      *****************
       CODER-SITUATION.
      *****************

           MOVE W-Sit-Examinee TO W-Sit-Cherchee
           MOVE SPACE          TO W-Sit-Usage-Cherche
           PERFORM CHERCHER-SITUATION THRU FIN-CHERCHER-SITUATION
           IF Sit-Trouvee-Oui
               MOVE W-Sit-Trv   TO W-Idx-Sit
           ELSE
               MOVE W-Sit-Autre TO W-Idx-Sit
           END-IF
           .

      ********************
       FIN-CODER-SITUATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ******************
       CONTROLER-MASTER.
      ******************

      * Relecture integrale du master reconstruit par sa cle (stock
      * par combinaison, comme PhotoMaster), puis par son index
      * CodIdt (meme nombre de fiches attendu), et comparaison a la
      * reference : photo de la date cible si elle existe, sinon
      * stock attendu du rejeu

           MOVE LOW-VALUES TO CM-RefCtr
           SET Lec-Fin-Non TO TRUE
           START CONTRAT-MASTER KEY >= CM-RefCtr
               INVALID KEY
                   SET Lec-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fin-Oui
               READ CONTRAT-MASTER NEXT
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   ADD 1 TO CPT-RECONST
                   MOVE CM-Sit-Ctr TO W-Sit-Examinee
                   PERFORM CODER-SITUATION THRU FIN-CODER-SITUATION
                   MOVE W-Idx-Sit TO W-Idx-Ctr
                   MOVE CM-Sit-Idt TO W-Sit-Examinee
                   PERFORM CODER-SITUATION THRU FIN-CODER-SITUATION
                   MOVE W-Idx-Sit TO W-Idx-Idt
                   ADD 1 TO W-Stock-Case (W-Idx-Ctr, W-Idx-Idt)
               END-READ
           END-PERFORM

           MOVE ZERO TO CM-CodIdt
           SET Lec-Fin-Non TO TRUE
           START CONTRAT-MASTER KEY >= CM-CodIdt
               INVALID KEY
                   SET Lec-Fin-Oui TO TRUE
           END-START

           PERFORM UNTIL Lec-Fin-Oui
               READ CONTRAT-MASTER NEXT
               AT END
                   SET Lec-Fin-Oui TO TRUE
               NOT AT END
                   ADD 1 TO CPT-PAR-CODIDT
               END-READ
           END-PERFORM

           CLOSE CONTRAT-MASTER

      * Photo de la date cible : elle remplace le stock attendu du
      * rejeu comme reference

           SET Ctl-Photo-Non TO TRUE
           OPEN INPUT PHOTO-CTL
           IF L-Fst-Photo-Ctl = ZERO
               SET Ctl-Photo-Oui TO TRUE
               MOVE ZERO TO W-Att-Table
               SET Lec-Fin-Non TO TRUE
               PERFORM UNTIL Lec-Fin-Oui
                   READ PHOTO-CTL
                   AT END
                       SET Lec-Fin-Oui TO TRUE
                   NOT AT END
                       MOVE PHC-SIT-CTR TO W-Sit-Ctr-Vue
                       MOVE PHC-SIT-IDT TO W-Sit-Idt-Vue
                       MOVE 1           TO W-Sens
                       PERFORM MOUVEMENTER-ATTENDU
                                    THRU FIN-MOUVEMENTER-ATTENDU
                   END-READ
               END-PERFORM
               CLOSE PHOTO-CTL
           END-IF

           PERFORM EDITER-CONTROLE THRU FIN-EDITER-CONTROLE
           .

      ***********************
       FIN-CONTROLER-MASTER. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *****************
       EDITER-CONTROLE.
      *****************

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE '--- Controle du master reconstruit ---' TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF Ctl-Photo-Oui
               MOVE SPACES                        TO LIGNE-RAP
               STRING 'Reference : photo du '  DELIMITED BY SIZE
                   W-Jusqua-Date                 DELIMITED BY SIZE
                   INTO LIGNE-RAP
               END-STRING
           ELSE
               MOVE 'Reference : photo de depart + mouvements rejoues'
                                                  TO LIGNE-RAP
           END-IF
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE SPACES TO LIGNE-RAP
           MOVE 'Reconstruit' TO LIGNE-RAP (25:11)
           MOVE 'Attendu'     TO LIGNE-RAP (41:7)
           MOVE 'Ecart'       TO LIGNE-RAP (54:5)
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           MOVE ZERO TO W-Att-Total
           PERFORM VARYING W-Idx-Ctr FROM 1 BY 1
                   UNTIL W-Idx-Ctr > W-Sit-Autre
               PERFORM VARYING W-Idx-Idt FROM 1 BY 1
                       UNTIL W-Idx-Idt > W-Sit-Autre
                   ADD W-Att-Case (W-Idx-Ctr, W-Idx-Idt) TO W-Att-Total
                   IF W-Stock-Case (W-Idx-Ctr, W-Idx-Idt) NOT = ZERO
                   OR W-Att-Case (W-Idx-Ctr, W-Idx-Idt) NOT = ZERO
                       PERFORM EDITER-CASE-CONTROLE
                                        THRU FIN-EDITER-CASE-CONTROLE
                   END-IF
               END-PERFORM
           END-PERFORM

      * Totaux : par la cle, par l'index CodIdt, reference

           MOVE 'Total fiches          : ' TO W-Lib-Case
           MOVE CPT-RECONST TO W-Ed-Reconst
           MOVE W-Att-Total TO W-Ed-Attendu
           COMPUTE W-Ecart = CPT-RECONST - W-Att-Total
           PERFORM EDITER-LIGNE-CONTROLE THRU FIN-EDITER-LIGNE-CONTROLE

           MOVE 'Total par index CodIdt: ' TO W-Lib-Case
           MOVE CPT-PAR-CODIDT TO W-Ed-Reconst
           MOVE W-Att-Total    TO W-Ed-Attendu
           COMPUTE W-Ecart = CPT-PAR-CODIDT - W-Att-Total
           PERFORM EDITER-LIGNE-CONTROLE THRU FIN-EDITER-LIGNE-CONTROLE

           MOVE SPACES TO LIGNE-RAP
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT

           IF CPT-ECART = ZERO
               MOVE 'Verdict : master reconstruit conforme'
                                                  TO LIGNE-RAP
           ELSE
               MOVE 'Verdict : ECARTS - master reconstruit a verifier'
                                                  TO LIGNE-RAP
           END-IF
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      ********************
       FIN-EDITER-CONTROLE. EXIT.
      ********************
      *-----------------------------------------------------------------
      **********************
       EDITER-CASE-CONTROLE.
      **********************

           MOVE '  Sit-Ctr=? Sit-Idt=? : ' TO W-Lib-Case

           MOVE W-Idx-Ctr TO W-Idx-Sit
           PERFORM LIBELLER-SITUATION THRU FIN-LIBELLER-SITUATION
           MOVE W-Sit-Examinee TO W-Lib-Case (11:1)

           MOVE W-Idx-Idt TO W-Idx-Sit
           PERFORM LIBELLER-SITUATION THRU FIN-LIBELLER-SITUATION
           MOVE W-Sit-Examinee TO W-Lib-Case (21:1)

           MOVE W-Stock-Case (W-Idx-Ctr, W-Idx-Idt) TO W-Ed-Reconst
           MOVE W-Att-Case (W-Idx-Ctr, W-Idx-Idt)   TO W-Ed-Attendu
           COMPUTE W-Ecart = W-Stock-Case (W-Idx-Ctr, W-Idx-Idt)
                           - W-Att-Case (W-Idx-Ctr, W-Idx-Idt)
           PERFORM EDITER-LIGNE-CONTROLE THRU FIN-EDITER-LIGNE-CONTROLE
           .

      *************************
       FIN-EDITER-CASE-CONTROLE. EXIT.
      *************************
      *-----------------------------------------------------------------
      ***********************
       EDITER-LIGNE-CONTROLE.
      ***********************

           MOVE W-Ecart TO W-Ed-Ecart
           IF W-Ecart NOT = ZERO
               ADD 1 TO CPT-ECART
           END-IF

           MOVE SPACES       TO LIGNE-RAP
           MOVE W-Lib-Case   TO LIGNE-RAP (1:24)
           MOVE W-Ed-Reconst TO LIGNE-RAP (25:10)
           MOVE W-Ed-Attendu TO LIGNE-RAP (37:11)
           MOVE W-Ed-Ecart   TO LIGNE-RAP (48:11)
           IF W-Ecart NOT = ZERO
               MOVE '<-- ecart' TO LIGNE-RAP (61:9)
           END-IF
           PERFORM ECRIRE-RAPPORT THRU FIN-ECRIRE-RAPPORT
           .

      **************************
       FIN-EDITER-LIGNE-CONTROLE. EXIT.
      **************************
      *-----------------------------------------------------------------
      ********************
       LIBELLER-SITUATION.
      ********************

           IF W-Idx-Sit < W-Sit-Autre
               MOVE W-Sit-Code (W-Idx-Sit) TO W-Sit-Examinee
           ELSE
               MOVE '-' TO W-Sit-Examinee
           END-IF
           .

      ***********************
       FIN-LIBELLER-SITUATION. EXIT.
      ***********************
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

           CLOSE RAPPORT

           DISPLAY 'Fiches de la photo         : ' CPT-CHARGE
           DISPLAY 'Entrees de journal lues    : ' CPT-LEC-JOURNAL
           DISPLAY 'Entrees rejouees           : ' CPT-REJOUE
           DISPLAY 'Entrees non rejouables     : ' CPT-NON-REJOUE
           DISPLAY 'Images avant differentes   : ' CPT-AVANT-DIFFERENT
           DISPLAY 'Purges reappliquees        : ' CPT-PURGE
           DISPLAY 'Purges ecartees            : ' CPT-PURGE-ECARTEE
           DISPLAY 'Fiches reconstruites       : ' CPT-RECONST
           DISPLAY 'Lignes de controle en ecart: ' CPT-ECART

           IF CPT-ECART NOT = ZERO
           OR CPT-NON-REJOUE NOT = ZERO
           OR CPT-AVANT-DIFFERENT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CPT-GEN-NON-LUE    NOT = ZERO
           OR CPT-GEN-INCOMPLETE NOT = ZERO
               DISPLAY 'Generation(s) du journal non lue(s) ou '
                   'incomplete(s) : master reconstruit inutilisable'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'Fin de traitement'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
