       IDENTIFICATION DIVISION.
      *-----------------------------------------------------------------
       PROGRAM-ID. QualiteSource.
      *-----------------------------------------------------------------

      * Tableau de bord mensuel de la qualite des flux identifiants,
      * par systeme emetteur (code source des colonnes 21-23 du FIC2,
      * voir FusionFic2.cbl) : les chiffres de qualite de la chaine
      * (Rapport_, BilanNuit, TendanceAppar) sont des totaux
      * nationaux, alors que la revue trimestrielle des fournisseurs
      * a besoin d'une section par fournisseur. Pour le mois
      * APPAR_QUAL_MOIS (AAAAMM, par defaut le mois precedent), ce
      * programme relit :
      *   - le suivi des flux SuiviFlux_AAAAMM.txt ecrit par
      *     ControleTri (APPAR_RAP_DIR) : volume recu par jour et
      *     par source, jours ou le FIC2 a ete rejete au controle,
      *     jours d'arrivee en retard ;
      *   - les Rapport_AAAAMMJJ.txt archives d'Appariement
      *     (APPAR_RAP_DIR) : appariements par source, d'ou le taux
      *     d'appariement ;
      *   - les Fic-Err_AAAAMMJJ.txt archives (APPAR_ERR_DIR) : rejets
      *     du fichier 2 par ERR-CODE 1, 3, 4 et 5, la source etant
      *     relue dans ERR-ENR ;
      *   - le suspens permanent Suspens.dat (APPAR_MASTER_DIR) :
      *     identifiants orphelins encore en suspens a la date du run
      *     (APPAR_RUN_DATE, par defaut le jour), par tranche
      *     d'anciennete.
      * Le tableau (QualiteSource_AAAAMM.txt dans APPAR_RAP_DIR)
      * donne une section par source - une ligne par jour du mois
      * puis les cumuls - et se termine par le classement des
      * fournisseurs : taux de rejet croissant, ex aequo departages
      * par le taux d'appariement decroissant, les sources sans
      * volume recu en fin de classement.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SUIVI                  ASSIGN TO
               DYNAMIC W-Chemin-Suivi
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Suivi.

           SELECT RAP-JOUR               ASSIGN TO
               DYNAMIC W-Chemin-Rap-Jour
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Rap-Jour.

           SELECT ERR-JOUR               ASSIGN TO
               DYNAMIC W-Chemin-Err-Jour
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Err-Jour.

           SELECT SUSPENS                ASSIGN TO
               DYNAMIC W-Chemin-Suspens
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-Cle
               FILE STATUS IS L-Fst-Suspens.

           SELECT QUALITE                ASSIGN TO
               DYNAMIC W-Chemin-Qualite
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Qualite.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.

      * Meme gabarit que le suivi ecrit par ControleTri

       FD SUIVI.
       01 SUIVI-REC.
           05 SUI-DATE-FLUX                   PIC X(8).
           05 FILLER                          PIC X.
           05 SUI-SOURCE                      PIC X(3).
           05 FILLER                          PIC X.
           05 SUI-VOLUME                      PIC 9(10).
           05 FILLER                          PIC X.
           05 SUI-ANOMALIES                   PIC 9(10).
           05 FILLER                          PIC X.
           05 SUI-VERDICT                     PIC X(2).
           05 FILLER                          PIC X.
           05 SUI-RETARD                      PIC X.
           05 FILLER                          PIC X.
           05 SUI-DATE-CTL                    PIC X(8).
           05 FILLER                          PIC X.
           05 SUI-HEURE-CTL                   PIC X(4).

       FD RAP-JOUR.
       01 LIGNE-RAP-JOUR                     PIC X(100).

      * Meme gabarit que le fichier d'erreurs ecrit par Appariement

       FD ERR-JOUR.
       01 ERREUR.
           05 ERR-CODE                        PIC 9.
           05 ERR-NUM-FICHIER                 PIC 9.
           05 ERR-NUM-LIGNE                   PIC 9(10).
           05 ERR-ENR                         PIC X(23).

      * Meme gabarit que le suspens ecrit par MajContrat

       FD SUSPENS.
       01 SUSPENS-REC.
           05 SUSP-Cle.
               10 SUSP-RefCtr                 PIC X(9).
               10 SUSP-CodIdt                 PIC 9(7).
           05 SUSP-Sit-Idt                    PIC X.
           05 SUSP-Date-Premiere              PIC X(8).
           05 SUSP-Date-Derniere              PIC X(8).
           05 SUSP-Nb-Jours                   PIC 9(5).
           05 SUSP-Source                     PIC X(3).

       FD QUALITE.
       01 LIGNE-QUA                          PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

      * Repertoires "DD", mois analyse, date du run et chemins

       01 W-Rep-Rap                          PIC X(180).
       01 W-Rep-Err                          PIC X(180).
       01 W-Rep-Master                       PIC X(180).

       01 W-Chemin-Suivi                     PIC X(200).
       01 W-Chemin-Rap-Jour                  PIC X(200).
       01 W-Chemin-Err-Jour                  PIC X(200).
       01 W-Chemin-Suspens                   PIC X(200).
       01 W-Chemin-Qualite                   PIC X(200).

       01 W-Mois                             PIC X(6).
       01 W-Mois-Num REDEFINES W-Mois.
           05 W-Mois-Annee                   PIC 9(4).
           05 W-Mois-Mm                      PIC 99.
       01 W-Run-Date                         PIC X(8).

       01 L-Fst-Suivi                        PIC 99.
       01 L-Fst-Rap-Jour                     PIC 99.
       01 L-Fst-Err-Jour                     PIC 99.
       01 L-Fst-Suspens                      PIC 99.
       01 L-Fst-Qualite                      PIC 99.

       01 Lec-Fin                            PIC 9.
           88 Lec-Fin-Oui                    VALUE 1.
           88 Lec-Fin-Non                    VALUE 0.

      * Parcours des jours du mois et calcul des anciennetes

       01 W-Date-Num                         PIC 9(8).
       01 W-Date-Jour                        PIC X(8).
       01 W-Jour-Premier-Ent                 PIC 9(8).
       01 W-Jour-Suivant-Ent                 PIC 9(8).
       01 W-Jour-Run-Ent                     PIC 9(8).
       01 W-Jour-Ent                         PIC 9(8).
       01 W-Nb-Jours-Mois                    PIC 99.
       01 W-Jour                             PIC 99.
       01 W-Anciennete                       PIC 9(5).

      * Une entree par systeme emetteur rencontre dans le mois (au
      * plus vingt) : chiffres de chaque jour, cumuls du mois,
      * suspens en cours par tranche d'anciennete, taux et rang

       01 W-Src-Max                          PIC 99 VALUE 20.
       01 W-Src-Nb                           PIC 99 VALUE 0.
       01 W-Src-Idx                          PIC 99.
       01 W-Src-Courant                      PIC 99.
       01 W-Src-Cherche                      PIC X(3).
       01 W-Src-Table.
           05 W-Src-Ent OCCURS 20.
               10 W-Src-Code                 PIC X(3).
               10 W-Src-Jour OCCURS 31.
                   15 W-SJ-Recu              PIC X.
                   15 W-SJ-Volume            PIC 9(10).
                   15 W-SJ-Match             PIC 9(10).
                   15 W-SJ-Rejet             PIC 9(10).
                   15 W-SJ-Ko                PIC X.
                   15 W-SJ-Retard            PIC X.
               10 W-Src-Volume               PIC 9(12).
               10 W-Src-Match                PIC 9(12).
               10 W-Src-Rej1                 PIC 9(12).
               10 W-Src-Rej3                 PIC 9(12).
               10 W-Src-Rej4                 PIC 9(12).
               10 W-Src-Rej5                 PIC 9(12).
               10 W-Src-Rejets               PIC 9(12).
               10 W-Src-Jours-Recus          PIC 99.
               10 W-Src-Jours-Ko             PIC 99.
               10 W-Src-Jours-Retard         PIC 99.
               10 W-Src-Susp-Nb              PIC 9(10).
               10 W-Src-Susp-7               PIC 9(10).
               10 W-Src-Susp-30              PIC 9(10).
               10 W-Src-Susp-90              PIC 9(10).
               10 W-Src-Susp-Plus            PIC 9(10).
               10 W-Src-Susp-Max             PIC 9(5).
               10 W-Src-Taux-Match           PIC 999V99.
               10 W-Src-Taux-Rejet           PIC 999V99.
               10 W-Src-Rang                 PIC 99.

      * Classement : recherche repetee du meilleur fournisseur non
      * encore classe

       01 W-Rang                             PIC 99.
       01 W-Meilleur                         PIC 99.

      * Decoupage des lignes du rapport archive d'Appariement : ligne
      * '  Source XXX          : ' suivie du nombre d'appariements

       01 W-Lig-Entete                       PIC X(9).
       01 W-Lig-Suite                        PIC X(12).
       01 W-Lig-Compte                       PIC X(10).

      * Formats edites

       01 W-Ed-Volume                        PIC ZZZZZZZZ9.
       01 W-Ed-Match                         PIC ZZZZZZZZ9.
       01 W-Ed-Rejet                         PIC ZZZZZZZZ9.
       01 W-Ed-Taux                          PIC ZZ9.99.
       01 W-Ed-Taux2                         PIC ZZ9.99.
       01 W-Ed-Tot                           PIC ZZZZZZZZZZZ9.
       01 W-Ed-Rang                          PIC Z9.
       01 W-Ed-Jours                         PIC Z9.
       01 W-Ed-Jours2                        PIC Z9.
       01 W-Ed-Age                           PIC ZZZZ9.

       01 W-Lib-Source                       PIC X(10).

       01 CPT-LEC-SUIVI                      PIC 9(10) VALUE 0.
       01 CPT-LEC-SUSPENS                    PIC 9(10) VALUE 0.
       01 CPT-RAP-ABSENTS                    PIC 99 VALUE 0.
       01 CPT-ERR-ABSENTS                    PIC 99 VALUE 0.
       01 CPT-SRC-IGNOREES                   PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------

      ****************
       MAIN-PROCEDURE.
      ****************

           PERFORM INITIALISATION        THRU FIN-INITIALISATION
           PERFORM LIRE-SUIVI            THRU FIN-LIRE-SUIVI
           PERFORM CHARGER-JOURS         THRU FIN-CHARGER-JOURS
           PERFORM LIRE-SUSPENS          THRU FIN-LIRE-SUSPENS
           PERFORM CALCULER-TAUX         THRU FIN-CALCULER-TAUX
           PERFORM CLASSER-SOURCES       THRU FIN-CLASSER-SOURCES
           PERFORM EDITER-QUALITE        THRU FIN-EDITER-QUALITE
           PERFORM FIN                   THRU FIN-FIN

           GOBACK
           .

      *-----------------------------------------------------------------
      *****************
       INITIALISATION.
      *****************

           DISPLAY '***************************************************'
           DISPLAY '***   Qualite mensuelle des flux par source     ***'
           DISPLAY '***************************************************'

           MOVE SPACES TO W-Run-Date
           ACCEPT W-Run-Date   FROM ENVIRONMENT "APPAR_RUN_DATE"
           IF W-Run-Date = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Run-Date
           END-IF

      * Mois analyse : APPAR_QUAL_MOIS, sinon le mois qui precede la
      * date du run (le tableau se tire en debut de mois)

           MOVE SPACES TO W-Mois
           ACCEPT W-Mois FROM ENVIRONMENT "APPAR_QUAL_MOIS"
           IF W-Mois = SPACES
               MOVE W-Run-Date (1:6) TO W-Mois
               IF W-Mois-Mm = 1
                   SUBTRACT 1 FROM W-Mois-Annee
                   MOVE 12 TO W-Mois-Mm
               ELSE
                   SUBTRACT 1 FROM W-Mois-Mm
               END-IF
           END-IF

           IF W-Mois NOT NUMERIC
           OR W-Mois-Mm < 1 OR W-Mois-Mm > 12
               DISPLAY 'Mois APPAR_QUAL_MOIS invalide : ' W-Mois
                   ' (AAAAMM attendu)'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

      * Bornes du mois en jours entiers : premier du mois et premier
      * du mois suivant

           MOVE SPACES TO W-Date-Jour
           STRING W-Mois '01' DELIMITED BY SIZE INTO W-Date-Jour
           END-STRING
           MOVE W-Date-Jour TO W-Date-Num
           COMPUTE W-Jour-Premier-Ent =
               FUNCTION INTEGER-OF-DATE(W-Date-Num)

           IF W-Mois-Mm = 12
               COMPUTE W-Date-Num = (W-Mois-Annee + 1) * 10000 + 101
           ELSE
               COMPUTE W-Date-Num =
                   W-Mois-Annee * 10000 + (W-Mois-Mm + 1) * 100 + 1
           END-IF
           COMPUTE W-Jour-Suivant-Ent =
               FUNCTION INTEGER-OF-DATE(W-Date-Num)
           COMPUTE W-Nb-Jours-Mois =
               W-Jour-Suivant-Ent - W-Jour-Premier-Ent

           MOVE W-Run-Date TO W-Date-Num
           COMPUTE W-Jour-Run-Ent = FUNCTION INTEGER-OF-DATE(W-Date-Num)

           PERFORM BUILD-CHEMINS THRU FIN-BUILD-CHEMINS

           DISPLAY 'Mois analyse : ' W-Mois

           OPEN OUTPUT QUALITE
           IF L-Fst-Qualite NOT = ZERO
               DISPLAY 'Erreur ouverture tableau, fst = ' L-Fst-Qualite
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

      ********************
       FIN-INITIALISATION. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       BUILD-CHEMINS.
      ****************

           MOVE SPACES TO W-Rep-Rap
           ACCEPT W-Rep-Rap    FROM ENVIRONMENT "APPAR_RAP_DIR"
           IF W-Rep-Rap = SPACES
               MOVE '.' TO W-Rep-Rap
           END-IF

           MOVE SPACES TO W-Rep-Err
           ACCEPT W-Rep-Err    FROM ENVIRONMENT "APPAR_ERR_DIR"
           IF W-Rep-Err = SPACES
               MOVE '.' TO W-Rep-Err
           END-IF

           MOVE SPACES TO W-Rep-Master
           ACCEPT W-Rep-Master FROM ENVIRONMENT "APPAR_MASTER_DIR"
           IF W-Rep-Master = SPACES
               MOVE '.' TO W-Rep-Master
           END-IF

           MOVE SPACES TO W-Chemin-Suivi
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/SuiviFlux_'                DELIMITED BY SIZE
                  W-Mois                       DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Suivi
           END-STRING

           MOVE SPACES TO W-Chemin-Suspens
           STRING FUNCTION TRIM(W-Rep-Master) DELIMITED BY SIZE
                  '/Suspens.dat'               DELIMITED BY SIZE
                  INTO W-Chemin-Suspens
           END-STRING

           MOVE SPACES TO W-Chemin-Qualite
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/QualiteSource_'            DELIMITED BY SIZE
                  W-Mois                       DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Qualite
           END-STRING
           .

      ********************
       FIN-BUILD-CHEMINS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ****************
       CHERCHER-SOURCE.
      ****************

      * Entree de la table pour la source W-Src-Cherche, creee a la
      * premiere rencontre ; table pleine = W-Src-Courant a zero, la
      * donnee n'est pas ventilee (signalee en fin de run)

           MOVE ZERO TO W-Src-Courant
           PERFORM VARYING W-Src-Idx FROM 1 BY 1
                   UNTIL W-Src-Idx > W-Src-Nb
               IF W-Src-Code (W-Src-Idx) = W-Src-Cherche
                   MOVE W-Src-Idx TO W-Src-Courant
                   GO TO FIN-CHERCHER-SOURCE
               END-IF
           END-PERFORM

           IF W-Src-Nb >= W-Src-Max
               ADD 1 TO CPT-SRC-IGNOREES
               GO TO FIN-CHERCHER-SOURCE
           END-IF

           ADD 1 TO W-Src-Nb
           MOVE W-Src-Nb TO W-Src-Courant
           INITIALIZE W-Src-Ent (W-Src-Nb)
           MOVE W-Src-Cherche TO W-Src-Code (W-Src-Nb)
           PERFORM VARYING W-Jour FROM 1 BY 1 UNTIL W-Jour > 31
               MOVE 'N' TO W-SJ-Recu   (W-Src-Nb, W-Jour)
               MOVE 'N' TO W-SJ-Ko     (W-Src-Nb, W-Jour)
               MOVE 'N' TO W-SJ-Retard (W-Src-Nb, W-Jour)
           END-PERFORM
           .

      ********************
       FIN-CHERCHER-SOURCE. EXIT.
      ********************
      *-----------------------------------------------------------------
      ************
       LIRE-SUIVI.
      ************

      * Suivi des flux du mois : une ligne par controle et par
      * source. Un jour controle plusieurs fois (lot rejete puis
      * relance) garde le volume du dernier controle ; il compte
      * comme rejete au controle des qu'un passage a ete KO, et comme
      * arrive en retard des qu'un passage l'a ete

           OPEN INPUT SUIVI
           IF L-Fst-Suivi NOT = ZERO
               DISPLAY 'Suivi des flux absent pour ' W-Mois
                   ', fst = ' L-Fst-Suivi
               GO TO FIN-LIRE-SUIVI
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM LIRE-LIGNE-SUIVI THRU FIN-LIRE-LIGNE-SUIVI
               UNTIL Lec-Fin-Oui

           CLOSE SUIVI
           .

      *****************
       FIN-LIRE-SUIVI. EXIT.
      *****************
      *-----------------------------------------------------------------
      *******************
       LIRE-LIGNE-SUIVI.
      *******************

           READ SUIVI
           AT END
               SET Lec-Fin-Oui TO TRUE
               GO TO FIN-LIRE-LIGNE-SUIVI
           END-READ

           IF SUI-DATE-FLUX (1:6) NOT = W-Mois
           OR SUI-DATE-FLUX (7:2) NOT NUMERIC
           OR SUI-VOLUME NOT NUMERIC
               GO TO FIN-LIRE-LIGNE-SUIVI
           END-IF

           MOVE SUI-DATE-FLUX (7:2) TO W-Jour
           IF W-Jour < 1 OR W-Jour > W-Nb-Jours-Mois
               GO TO FIN-LIRE-LIGNE-SUIVI
           END-IF

           ADD 1 TO CPT-LEC-SUIVI
           MOVE SUI-SOURCE TO W-Src-Cherche
           PERFORM CHERCHER-SOURCE THRU FIN-CHERCHER-SOURCE
           IF W-Src-Courant = ZERO
               GO TO FIN-LIRE-LIGNE-SUIVI
           END-IF

           MOVE 'O'        TO W-SJ-Recu   (W-Src-Courant, W-Jour)
           MOVE SUI-VOLUME TO W-SJ-Volume (W-Src-Courant, W-Jour)
           IF SUI-VERDICT = 'KO'
               MOVE 'O' TO W-SJ-Ko     (W-Src-Courant, W-Jour)
           END-IF
           IF SUI-RETARD = 'O'
               MOVE 'O' TO W-SJ-Retard (W-Src-Courant, W-Jour)
           END-IF
           .

      ***********************
       FIN-LIRE-LIGNE-SUIVI. EXIT.
      ***********************
      *-----------------------------------------------------------------
      ***************
       CHARGER-JOURS.
      ***************

      * Un passage par jour du mois : appariements par source du
      * rapport archive, rejets par source du fichier d'erreurs
      * archive ; un jour sans archive (pas de run) ne compte rien

           MOVE W-Jour-Premier-Ent TO W-Jour-Ent
           PERFORM CHARGER-UN-JOUR THRU FIN-CHARGER-UN-JOUR
               UNTIL W-Jour-Ent >= W-Jour-Suivant-Ent
           .

      ******************
       FIN-CHARGER-JOURS. EXIT.
      ******************
      *-----------------------------------------------------------------
      *****************
       CHARGER-UN-JOUR.
      *****************

           COMPUTE W-Date-Num = FUNCTION DATE-OF-INTEGER(W-Jour-Ent)
           MOVE W-Date-Num TO W-Date-Jour
           COMPUTE W-Jour = W-Jour-Ent - W-Jour-Premier-Ent + 1

           PERFORM LIRE-RAPPORT-JOUR THRU FIN-LIRE-RAPPORT-JOUR
           PERFORM LIRE-ERREURS-JOUR THRU FIN-LIRE-ERREURS-JOUR

           ADD 1 TO W-Jour-Ent
           .

      ********************
       FIN-CHARGER-UN-JOUR. EXIT.
      ********************
      *-----------------------------------------------------------------
      *******************
       LIRE-RAPPORT-JOUR.
      *******************

      * Lignes '  Source XXX          : n' de la ventilation par
      * systeme emetteur ecrite par ECRIRE-LIGNE-SOURCE d'Appariement

           MOVE SPACES TO W-Chemin-Rap-Jour
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/Rapport_'                  DELIMITED BY SIZE
                  W-Date-Jour                  DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Rap-Jour
           END-STRING

           OPEN INPUT RAP-JOUR
           IF L-Fst-Rap-Jour NOT = ZERO
               ADD 1 TO CPT-RAP-ABSENTS
               GO TO FIN-LIRE-RAPPORT-JOUR
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM LIRE-LIGNE-RAPPORT THRU FIN-LIRE-LIGNE-RAPPORT
               UNTIL Lec-Fin-Oui

           CLOSE RAP-JOUR
           .

      **********************
       FIN-LIRE-RAPPORT-JOUR. EXIT.
      **********************
      *-----------------------------------------------------------------
      ********************
       LIRE-LIGNE-RAPPORT.
      ********************

           READ RAP-JOUR
           AT END
               SET Lec-Fin-Oui TO TRUE
               GO TO FIN-LIRE-LIGNE-RAPPORT
           END-READ

           MOVE LIGNE-RAP-JOUR (1:9)   TO W-Lig-Entete
           MOVE LIGNE-RAP-JOUR (13:12) TO W-Lig-Suite
           IF W-Lig-Entete NOT = '  Source '
           OR W-Lig-Suite  NOT = '          : '
               GO TO FIN-LIRE-LIGNE-RAPPORT
           END-IF

           MOVE LIGNE-RAP-JOUR (25:10) TO W-Lig-Compte
           IF W-Lig-Compte NOT NUMERIC
               GO TO FIN-LIRE-LIGNE-RAPPORT
           END-IF

           MOVE LIGNE-RAP-JOUR (10:3) TO W-Src-Cherche
           PERFORM CHERCHER-SOURCE THRU FIN-CHERCHER-SOURCE
           IF W-Src-Courant NOT = ZERO
               MOVE W-Lig-Compte TO W-SJ-Match (W-Src-Courant, W-Jour)
           END-IF
           .

      ***********************
       FIN-LIRE-LIGNE-RAPPORT. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *******************
       LIRE-ERREURS-JOUR.
      *******************

      * Rejets du fichier 2 du jour : la source est en colonnes
      * 21-23 de l'enregistrement brut ERR-ENR (code de l'en-tete
      * deja reporte par Appariement pour un FIC2 mono-fournisseur)

           MOVE SPACES TO W-Chemin-Err-Jour
           STRING FUNCTION TRIM(W-Rep-Err) DELIMITED BY SIZE
                  '/Fic-Err_'                  DELIMITED BY SIZE
                  W-Date-Jour                  DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Err-Jour
           END-STRING

           OPEN INPUT ERR-JOUR
           IF L-Fst-Err-Jour NOT = ZERO
               ADD 1 TO CPT-ERR-ABSENTS
               GO TO FIN-LIRE-ERREURS-JOUR
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM LIRE-UNE-ERREUR THRU FIN-LIRE-UNE-ERREUR
               UNTIL Lec-Fin-Oui

           CLOSE ERR-JOUR
           .

      **********************
       FIN-LIRE-ERREURS-JOUR. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       LIRE-UNE-ERREUR.
      *****************

           READ ERR-JOUR
           AT END
               SET Lec-Fin-Oui TO TRUE
               GO TO FIN-LIRE-UNE-ERREUR
           END-READ

           IF ERR-NUM-FICHIER NOT = 2
               GO TO FIN-LIRE-UNE-ERREUR
           END-IF

           MOVE ERR-ENR (21:3) TO W-Src-Cherche
           PERFORM CHERCHER-SOURCE THRU FIN-CHERCHER-SOURCE
           IF W-Src-Courant = ZERO
               GO TO FIN-LIRE-UNE-ERREUR
           END-IF

           EVALUATE ERR-CODE
               WHEN 1
                   ADD 1 TO W-Src-Rej1 (W-Src-Courant)
               WHEN 3
                   ADD 1 TO W-Src-Rej3 (W-Src-Courant)
               WHEN 4
                   ADD 1 TO W-Src-Rej4 (W-Src-Courant)
               WHEN 5
                   ADD 1 TO W-Src-Rej5 (W-Src-Courant)
               WHEN OTHER
                   GO TO FIN-LIRE-UNE-ERREUR
           END-EVALUATE
           ADD 1 TO W-SJ-Rejet (W-Src-Courant, W-Jour)
           .

      ********************
       FIN-LIRE-UNE-ERREUR. EXIT.
      ********************
      *-----------------------------------------------------------------
      **************
       LIRE-SUSPENS.
      **************

      * Orphelins encore en suspens : anciennete depuis la premiere
      * vue a la date du run, ventilee en 0-7, 8-30, 31-90 et plus
      * de 90 jours ; une entree anterieure au code source (zone a
      * blanc) tombe dans la section de source inconnue

           OPEN INPUT SUSPENS
           IF L-Fst-Suspens NOT = ZERO
               DISPLAY 'Suspens absent, fst = ' L-Fst-Suspens
               GO TO FIN-LIRE-SUSPENS
           END-IF

           SET Lec-Fin-Non TO TRUE
           PERFORM LIRE-UN-SUSPENS THRU FIN-LIRE-UN-SUSPENS
               UNTIL Lec-Fin-Oui

           CLOSE SUSPENS
           .

      *******************
       FIN-LIRE-SUSPENS. EXIT.
      *******************
      *-----------------------------------------------------------------
      *****************
       LIRE-UN-SUSPENS.
      *****************

           READ SUSPENS NEXT
           AT END
               SET Lec-Fin-Oui TO TRUE
               GO TO FIN-LIRE-UN-SUSPENS
           END-READ

           ADD 1 TO CPT-LEC-SUSPENS
           MOVE SUSP-Source TO W-Src-Cherche
           PERFORM CHERCHER-SOURCE THRU FIN-CHERCHER-SOURCE
           IF W-Src-Courant = ZERO
               GO TO FIN-LIRE-UN-SUSPENS
           END-IF

           MOVE ZERO TO W-Anciennete
           IF SUSP-Date-Premiere NUMERIC
               MOVE SUSP-Date-Premiere TO W-Date-Num
               COMPUTE W-Jour-Ent = FUNCTION INTEGER-OF-DATE(W-Date-Num)
               IF W-Jour-Run-Ent > W-Jour-Ent
                   COMPUTE W-Anciennete = W-Jour-Run-Ent - W-Jour-Ent
               END-IF
           END-IF

           ADD 1 TO W-Src-Susp-Nb (W-Src-Courant)
           EVALUATE TRUE
               WHEN W-Anciennete <= 7
                   ADD 1 TO W-Src-Susp-7    (W-Src-Courant)
               WHEN W-Anciennete <= 30
                   ADD 1 TO W-Src-Susp-30   (W-Src-Courant)
               WHEN W-Anciennete <= 90
                   ADD 1 TO W-Src-Susp-90   (W-Src-Courant)
               WHEN OTHER
                   ADD 1 TO W-Src-Susp-Plus (W-Src-Courant)
           END-EVALUATE
           IF W-Anciennete > W-Src-Susp-Max (W-Src-Courant)
               MOVE W-Anciennete TO W-Src-Susp-Max (W-Src-Courant)
           END-IF
           .

      ********************
       FIN-LIRE-UN-SUSPENS. EXIT.
      ********************
      *-----------------------------------------------------------------
      ***************
       CALCULER-TAUX.
      ***************

      * Cumuls du mois par source, taux d'appariement et taux de
      * rejet rapportes au volume recu

           PERFORM VARYING W-Src-Idx FROM 1 BY 1
                   UNTIL W-Src-Idx > W-Src-Nb
               PERFORM VARYING W-Jour FROM 1 BY 1
                       UNTIL W-Jour > W-Nb-Jours-Mois
                   ADD W-SJ-Volume (W-Src-Idx, W-Jour)
                                        TO W-Src-Volume (W-Src-Idx)
                   ADD W-SJ-Match  (W-Src-Idx, W-Jour)
                                        TO W-Src-Match  (W-Src-Idx)
                   IF W-SJ-Recu (W-Src-Idx, W-Jour) = 'O'
                       ADD 1 TO W-Src-Jours-Recus (W-Src-Idx)
                   END-IF
                   IF W-SJ-Ko (W-Src-Idx, W-Jour) = 'O'
                       ADD 1 TO W-Src-Jours-Ko (W-Src-Idx)
                   END-IF
                   IF W-SJ-Retard (W-Src-Idx, W-Jour) = 'O'
                       ADD 1 TO W-Src-Jours-Retard (W-Src-Idx)
                   END-IF
               END-PERFORM

               COMPUTE W-Src-Rejets (W-Src-Idx) =
                   W-Src-Rej1 (W-Src-Idx) + W-Src-Rej3 (W-Src-Idx)
                 + W-Src-Rej4 (W-Src-Idx) + W-Src-Rej5 (W-Src-Idx)

               IF W-Src-Volume (W-Src-Idx) = ZERO
                   MOVE ZERO TO W-Src-Taux-Match (W-Src-Idx)
                   MOVE ZERO TO W-Src-Taux-Rejet (W-Src-Idx)
               ELSE
                   COMPUTE W-Src-Taux-Match (W-Src-Idx) ROUNDED =
                       W-Src-Match (W-Src-Idx) * 100
                                    / W-Src-Volume (W-Src-Idx)
                   COMPUTE W-Src-Taux-Rejet (W-Src-Idx) ROUNDED =
                       W-Src-Rejets (W-Src-Idx) * 100
                                    / W-Src-Volume (W-Src-Idx)
               END-IF
           END-PERFORM
           .

      ******************
       FIN-CALCULER-TAUX. EXIT.
      ******************
      *-----------------------------------------------------------------
      *****************
       CLASSER-SOURCES.
      *****************

      * Classement par selection : a chaque rang, la meilleure source
      * non encore classee (volume recu avant absence de volume, puis
      * taux de rejet le plus bas, puis taux d'appariement le plus
      * haut)

           PERFORM VARYING W-Rang FROM 1 BY 1
                   UNTIL W-Rang > W-Src-Nb
               MOVE ZERO TO W-Meilleur
               PERFORM VARYING W-Src-Idx FROM 1 BY 1
                       UNTIL W-Src-Idx > W-Src-Nb
                   IF W-Src-Rang (W-Src-Idx) = ZERO
                       PERFORM COMPARER-SOURCE
                                        THRU FIN-COMPARER-SOURCE
                   END-IF
               END-PERFORM
               MOVE W-Rang TO W-Src-Rang (W-Meilleur)
           END-PERFORM
           .

      **********************
       FIN-CLASSER-SOURCES. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       COMPARER-SOURCE.
      *****************

           IF W-Meilleur = ZERO
               MOVE W-Src-Idx TO W-Meilleur
               GO TO FIN-COMPARER-SOURCE
           END-IF

           IF W-Src-Volume (W-Meilleur) = ZERO
           AND W-Src-Volume (W-Src-Idx) NOT = ZERO
               MOVE W-Src-Idx TO W-Meilleur
               GO TO FIN-COMPARER-SOURCE
           END-IF

           IF W-Src-Volume (W-Src-Idx) = ZERO
           AND W-Src-Volume (W-Meilleur) NOT = ZERO
               GO TO FIN-COMPARER-SOURCE
           END-IF

           IF W-Src-Taux-Rejet (W-Src-Idx)
                                 < W-Src-Taux-Rejet (W-Meilleur)
               MOVE W-Src-Idx TO W-Meilleur
               GO TO FIN-COMPARER-SOURCE
           END-IF

           IF W-Src-Taux-Rejet (W-Src-Idx)
                                 = W-Src-Taux-Rejet (W-Meilleur)
           AND W-Src-Taux-Match (W-Src-Idx)
                                 > W-Src-Taux-Match (W-Meilleur)
               MOVE W-Src-Idx TO W-Meilleur
           END-IF
           .

      **********************
       FIN-COMPARER-SOURCE. EXIT.
      **********************
      *-----------------------------------------------------------------
      ****************
       EDITER-QUALITE.
      ****************

           MOVE '=== Qualite des flux identifiants par source ==='
                                            TO LIGNE-QUA
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Mois '                 DELIMITED BY SIZE
               W-Mois                      DELIMITED BY SIZE
               ', suspens au '             DELIMITED BY SIZE
               W-Run-Date                  DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           PERFORM EDITER-SOURCE THRU FIN-EDITER-SOURCE
               VARYING W-Src-Idx FROM 1 BY 1
               UNTIL W-Src-Idx > W-Src-Nb

           PERFORM EDITER-CLASSEMENT THRU FIN-EDITER-CLASSEMENT
           .

      *******************
       FIN-EDITER-QUALITE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ***************
       EDITER-SOURCE.
      ***************

      * Section d'une source : une ligne par jour du mois (volume
      * recu, appariements, rejets, marques KO au controle et arrivee
      * en retard ; '-' = aucun flux ce jour), puis les cumuls

           MOVE W-Src-Code (W-Src-Idx) TO W-Lib-Source
           IF W-Src-Code (W-Src-Idx) = SPACES
               MOVE '(inconnue)' TO W-Lib-Source
           END-IF

           MOVE SPACES TO LIGNE-QUA
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE SPACES                        TO LIGNE-QUA
           STRING '--- Source '           DELIMITED BY SIZE
               W-Lib-Source                DELIMITED BY SIZE
               ' ---'                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE '  Jour         Recus  Apparies    Rejets  Controle'
                                            TO LIGNE-QUA
           MOVE 'Retard' TO LIGNE-QUA (54:6)
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           PERFORM EDITER-JOUR-SOURCE THRU FIN-EDITER-JOUR-SOURCE
               VARYING W-Jour FROM 1 BY 1
               UNTIL W-Jour > W-Nb-Jours-Mois

           MOVE SPACES TO LIGNE-QUA
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Volume (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Volume recu           : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Match (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Apparies              : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Taux-Match (W-Src-Idx) TO W-Ed-Taux
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Taux appariement (%)  : ' DELIMITED BY SIZE
               W-Ed-Taux                     DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Rej1 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Rejets 1 RefCtr vide  : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Rej3 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Rejets 3 Sit-Idt      : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Rej4 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Rejets 4 sequence     : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Rej5 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Rejets 5 CodIdt       : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Taux-Rejet (W-Src-Idx) TO W-Ed-Taux
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Taux de rejet (%)     : ' DELIMITED BY SIZE
               W-Ed-Taux                     DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Jours-Recus (W-Src-Idx) TO W-Ed-Jours
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Jours recus           : ' DELIMITED BY SIZE
               W-Ed-Jours                    DELIMITED BY SIZE
               ' sur '                       DELIMITED BY SIZE
               W-Nb-Jours-Mois               DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Jours-Ko (W-Src-Idx) TO W-Ed-Jours
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Jours KO ControleTri  : ' DELIMITED BY SIZE
               W-Ed-Jours                    DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Jours-Retard (W-Src-Idx) TO W-Ed-Jours
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Jours en retard       : ' DELIMITED BY SIZE
               W-Ed-Jours                    DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Susp-Nb (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Suspens en cours      : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Susp-7 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING '  dont 0 a 7 jours    : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Susp-30 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING '  dont 8 a 30 jours   : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Susp-90 (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING '  dont 31 a 90 jours  : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Susp-Plus (W-Src-Idx) TO W-Ed-Tot
           MOVE SPACES                        TO LIGNE-QUA
           STRING '  dont plus de 90 j.  : ' DELIMITED BY SIZE
               W-Ed-Tot                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE W-Src-Susp-Max (W-Src-Idx) TO W-Ed-Age
           MOVE SPACES                        TO LIGNE-QUA
           STRING 'Anciennete max (j)    : ' DELIMITED BY SIZE
               W-Ed-Age                      DELIMITED BY SIZE
               INTO LIGNE-QUA
           END-STRING
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE
           .

      ******************
       FIN-EDITER-SOURCE. EXIT.
      ******************
      *-----------------------------------------------------------------
      ********************
       EDITER-JOUR-SOURCE.
      ********************

           COMPUTE W-Date-Num = FUNCTION DATE-OF-INTEGER(
               W-Jour-Premier-Ent + W-Jour - 1)

           MOVE SPACES TO LIGNE-QUA
           MOVE W-Date-Num TO LIGNE-QUA (3:8)

           IF W-SJ-Recu (W-Src-Idx, W-Jour) = 'N'
           AND W-SJ-Match (W-Src-Idx, W-Jour) = ZERO
           AND W-SJ-Rejet (W-Src-Idx, W-Jour) = ZERO
               MOVE '-' TO LIGNE-QUA (20:1)
               PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE
               GO TO FIN-EDITER-JOUR-SOURCE
           END-IF

           MOVE W-SJ-Volume (W-Src-Idx, W-Jour) TO W-Ed-Volume
           MOVE W-SJ-Match  (W-Src-Idx, W-Jour) TO W-Ed-Match
           MOVE W-SJ-Rejet  (W-Src-Idx, W-Jour) TO W-Ed-Rejet
           MOVE W-Ed-Volume TO LIGNE-QUA (12:9)
           MOVE W-Ed-Match  TO LIGNE-QUA (22:9)
           MOVE W-Ed-Rejet  TO LIGNE-QUA (32:9)
           IF W-SJ-Ko (W-Src-Idx, W-Jour) = 'O'
               MOVE 'KO' TO LIGNE-QUA (49:2)
           ELSE
               IF W-SJ-Recu (W-Src-Idx, W-Jour) = 'O'
                   MOVE 'OK' TO LIGNE-QUA (49:2)
               END-IF
           END-IF
           IF W-SJ-Retard (W-Src-Idx, W-Jour) = 'O'
               MOVE 'oui' TO LIGNE-QUA (56:3)
           END-IF
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE
           .

      ***********************
       FIN-EDITER-JOUR-SOURCE. EXIT.
      ***********************
      *-----------------------------------------------------------------
      *******************
       EDITER-CLASSEMENT.
      *******************

      * Classement des fournisseurs, du meilleur au moins bon

           MOVE SPACES TO LIGNE-QUA
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE '=== Classement des fournisseurs ===' TO LIGNE-QUA
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           MOVE 'Rang  Source      Rejet %  Appar. %  Jours KO  Retard'
                                            TO LIGNE-QUA
           MOVE '  Suspens' TO LIGNE-QUA (55:9)
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE

           PERFORM VARYING W-Rang FROM 1 BY 1
                   UNTIL W-Rang > W-Src-Nb
               PERFORM VARYING W-Src-Idx FROM 1 BY 1
                       UNTIL W-Src-Idx > W-Src-Nb
                   IF W-Src-Rang (W-Src-Idx) = W-Rang
                       PERFORM EDITER-RANG THRU FIN-EDITER-RANG
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      **********************
       FIN-EDITER-CLASSEMENT. EXIT.
      **********************
      *-----------------------------------------------------------------
      *************
       EDITER-RANG.
      *************

           MOVE W-Src-Code (W-Src-Idx) TO W-Lib-Source
           IF W-Src-Code (W-Src-Idx) = SPACES
               MOVE '(inconnue)' TO W-Lib-Source
           END-IF

           MOVE W-Rang                          TO W-Ed-Rang
           MOVE W-Src-Taux-Rejet (W-Src-Idx)    TO W-Ed-Taux
           MOVE W-Src-Taux-Match (W-Src-Idx)    TO W-Ed-Taux2
           MOVE W-Src-Jours-Ko (W-Src-Idx)      TO W-Ed-Jours
           MOVE W-Src-Jours-Retard (W-Src-Idx)  TO W-Ed-Jours2
           MOVE W-Src-Susp-Nb (W-Src-Idx)       TO W-Ed-Volume

           MOVE SPACES TO LIGNE-QUA
           MOVE W-Ed-Rang    TO LIGNE-QUA (3:2)
           MOVE W-Lib-Source TO LIGNE-QUA (7:10)
           MOVE W-Ed-Taux    TO LIGNE-QUA (20:6)
           MOVE W-Ed-Taux2   TO LIGNE-QUA (29:6)
           MOVE W-Ed-Jours   TO LIGNE-QUA (42:2)
           MOVE W-Ed-Jours2  TO LIGNE-QUA (50:2)
           MOVE W-Ed-Volume  TO LIGNE-QUA (55:9)
           PERFORM ECRIRE-QUALITE THRU FIN-ECRIRE-QUALITE
           .

      ****************
       FIN-EDITER-RANG. EXIT.
      ****************
      *-----------------------------------------------------------------
      ****************
       ECRIRE-QUALITE.
      ****************

           WRITE LIGNE-QUA
           IF L-Fst-Qualite NOT = ZERO
               DISPLAY 'Erreur ecriture tableau =' L-Fst-Qualite
           END-IF
           .

      *******************
       FIN-ECRIRE-QUALITE. EXIT.
      *******************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******

           CLOSE QUALITE

           DISPLAY 'Lignes de suivi du mois    : ' CPT-LEC-SUIVI
           DISPLAY 'Rapports absents           : ' CPT-RAP-ABSENTS
           DISPLAY "Fichiers d'erreurs absents : " CPT-ERR-ABSENTS
           DISPLAY 'Suspens lus                : ' CPT-LEC-SUSPENS
           DISPLAY 'Sources classees           : ' W-Src-Nb

           IF CPT-SRC-IGNOREES NOT = ZERO
               DISPLAY 'Donnees hors table des sources (plus de '
                   W-Src-Max ' sources) : ' CPT-SRC-IGNOREES
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'Fin du tableau de qualite des sources'
           .

      ******
       FIN-FIN. EXIT.
      ******
      *-----------------------------------------------------------------
