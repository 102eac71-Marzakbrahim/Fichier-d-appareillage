      * jour) et le compte annonce : un fichier tronque en cours de
      * transmission ou le rejeu d'un vieux fichier est rejete ici,
      * avant qu'Appariement ne le ventile.
      * Chaque controle laisse une trace par systeme emetteur du FIC2
      * (colonnes 21-23, a defaut le code de l'en-tete '*ENT') dans
      * le suivi mensuel des flux (SuiviFlux_AAAAMM.txt dans
      * APPAR_RAP_DIR, mois de la date d'extraction attendue) :
      * volume recu, anomalies, verdict du FIC2 et arrivee en retard
      * (controle passe apres le jour d'extraction, ou apres l'heure
      * limite APPAR_HEURE_LIMITE HHMM le jour meme). Ce suivi
      * alimente le tableau de bord mensuel des fournisseurs
      * (voir QualiteSource.cbl).

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-In-2.

           SELECT SUIVI                 ASSIGN TO
               DYNAMIC W-Chemin-Suivi
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS L-Fst-Suivi.

       DATA DIVISION.
      *-----------------------------------------------------------------
       FILE SECTION.
       FD FIC2.
       01 ENTREE2                            PIC X(26).

      * Une ligne de suivi par systeme emetteur et par controle :
      * date d'extraction, source, volume de donnees, anomalies
      * relevees sur ses lignes, verdict du FIC2 (OK/KO), arrivee en
      * retard (O/N), date et heure du controle

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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       01 W-Rep-Fic2                         PIC X(180).
       01 W-Chemin-Fic1                      PIC X(200).
       01 W-Chemin-Fic2                      PIC X(200).
       01 W-Fic-Date                         PIC X(8).
       01 W-Rep-Rap                          PIC X(180).
       01 W-Chemin-Suivi                     PIC X(200).

       01 L-Fst-In-1                         PIC 99.
       01 L-Fst-In-2                         PIC 99.
       01 L-Fst-Suivi                        PIC 99.

       01 Lec-Fic-1-Fin                      PIC 9.
           88 Lec-Fic-1-Fin-Oui              VALUE 1.
       01 W-Ctl-Compte                       PIC X(10).
       01 W-Ctl-Compte-Num                   PIC 9(10).

      * Ventilation du FIC2 par systeme emetteur pour le suivi des
      * flux (cinq sources au plus, comme FusionFic2) : code par
      * defaut releve sur l'en-tete, volume et anomalies par source

       01 W-Fic2-Source-Defaut               PIC X(3) VALUE SPACES.
       01 W-Fic2-Source                      PIC X(3).
       01 W-Src-Nb                           PIC 9 VALUE 0.
       01 W-Src-Table.
           05 W-Src-Ent OCCURS 5.
               10 W-Src-Code                 PIC X(3).
               10 W-Src-Volume               PIC 9(10).
               10 W-Src-Anom                 PIC 9(10).
       01 W-Src-Idx                          PIC 9.
       01 W-Src-Courant                      PIC 9.
       01 W-Anom-Avant                       PIC 9(10).

      * Arrivee en retard : date et heure du controle, heure limite
      * d'exploitation (APPAR_HEURE_LIMITE, HHMM, facultative)

       01 W-Date-Ctl                         PIC X(8).
       01 W-Heure-Ctl                        PIC X(4).
       01 W-Heure-Limite                     PIC X(4).

       01 Arrivee                            PIC 9.
           88 Arrivee-En-Retard              VALUE 1.
           88 Arrivee-A-L-Heure              VALUE 0.

       01 CPT-LEC-1                          PIC 9(10) VALUE 0.
       01 CPT-LEC-2                          PIC 9(10) VALUE 0.
       01 CPT-ANOM-1                         PIC 9(10) VALUE 0.
               MOVE FUNCTION CURRENT-DATE(1:8) TO W-Date-Attendue
           END-IF

           MOVE SPACES TO W-Chemin-Suivi
           STRING FUNCTION TRIM(W-Rep-Rap) DELIMITED BY SIZE
                  '/SuiviFlux_'                DELIMITED BY SIZE
                  W-Date-Attendue (1:6)        DELIMITED BY SIZE
                  '.txt'                       DELIMITED BY SIZE
                  INTO W-Chemin-Suivi
           END-STRING

           MOVE SPACES TO W-Heure-Limite
           ACCEPT W-Heure-Limite FROM ENVIRONMENT "APPAR_HEURE_LIMITE"

           MOVE FUNCTION CURRENT-DATE(1:8)  TO W-Date-Ctl
           MOVE FUNCTION CURRENT-DATE(9:4)  TO W-Heure-Ctl

           OPEN INPUT FIC1
           OPEN INPUT FIC2
           .
               MOVE '.' TO W-Rep-Fic2
           END-IF

      * Lot date (APPAR_FIC_DATE, positionne par Rattrapage quand
      * plusieurs nuits attendent) : FIC1_AAAAMMJJ.txt et
      * FIC2_AAAAMMJJ.txt au lieu de FIC1.txt et FIC2.txt

           MOVE SPACES TO W-Fic-Date
           ACCEPT W-Fic-Date FROM ENVIRONMENT "APPAR_FIC_DATE"

           MOVE SPACES TO W-Chemin-Fic1
           MOVE SPACES TO W-Chemin-Fic2
           IF W-Fic-Date = SPACES
               STRING FUNCTION TRIM(W-Rep-Fic1) DELIMITED BY SIZE
                      '/FIC1.txt'              DELIMITED BY SIZE
                      INTO W-Chemin-Fic1
               END-STRING
               STRING FUNCTION TRIM(W-Rep-Fic2) DELIMITED BY SIZE
                      '/FIC2.txt'              DELIMITED BY SIZE
                      INTO W-Chemin-Fic2
               END-STRING
           ELSE
               STRING FUNCTION TRIM(W-Rep-Fic1) DELIMITED BY SIZE
                      '/FIC1_'                 DELIMITED BY SIZE
                      W-Fic-Date               DELIMITED BY SIZE
                      '.txt'                   DELIMITED BY SIZE
                      INTO W-Chemin-Fic1
               END-STRING
               STRING FUNCTION TRIM(W-Rep-Fic2) DELIMITED BY SIZE
                      '/FIC2_'                 DELIMITED BY SIZE
                      W-Fic-Date               DELIMITED BY SIZE
                      '.txt'                   DELIMITED BY SIZE
                      INTO W-Chemin-Fic2
               END-STRING
           END-IF

           MOVE SPACES TO W-Rep-Rap
           ACCEPT W-Rep-Rap FROM ENVIRONMENT "APPAR_RAP_DIR"
           IF W-Rep-Rap = SPACES
               MOVE '.' TO W-Rep-Rap
           END-IF
           .

      ********************
           IF ENTREE2 (1:4) = '*ENT'
               SET Fic2-Entete-Vue TO TRUE
               MOVE ENTREE2 TO W-Ctl-Rec
               MOVE W-Ctl-Reste (10:3) TO W-Fic2-Source-Defaut
               MOVE W-Ctl-Reste (1:8) TO W-Ctl-Date
               IF W-Ctl-Date NOT = W-Date-Attendue
                   SET Anomalie-Detectee TO TRUE
               GO TO FIN-CONTROLER-LIGNE-2
           END-IF

      * Source de la ligne pour le suivi des flux : les anomalies
      * relevees sur la ligne lui sont imputees (voir plus bas)

           PERFORM CHERCHER-SOURCE THRU FIN-CHERCHER-SOURCE
           MOVE CPT-ANOM-2 TO W-Anom-Avant

           IF Fic2-Fin-Ctl-Vue
               SET Anomalie-Detectee TO TRUE
               ADD 1 TO CPT-ANOM-2
           END-IF

           MOVE ENTREE2       TO W-Fic2-Prec-Ligne

           IF W-Src-Courant NOT = ZERO
               ADD 1 TO W-Src-Volume (W-Src-Courant)
               COMPUTE W-Src-Anom (W-Src-Courant) =
                   W-Src-Anom (W-Src-Courant) + CPT-ANOM-2
                                              - W-Anom-Avant
           END-IF
           .

      **********************
       FIN-CONTROLER-LIGNE-2. EXIT.
      **********************
      *-----------------------------------------------------------------
      *****************
       CHERCHER-SOURCE.
      *****************

      * Entree de la table des sources pour la ligne courante du
      * FIC2 (zone a blanc = code de l'en-tete, FIC2 mono-fournisseur
      * historique) ; au-dela de cinq sources la ligne n'est pas
      * ventilee (W-Src-Courant a zero)

           MOVE ENTREE2 (21:3) TO W-Fic2-Source
           IF W-Fic2-Source = SPACES
               MOVE W-Fic2-Source-Defaut TO W-Fic2-Source
           END-IF

           MOVE ZERO TO W-Src-Courant
           PERFORM VARYING W-Src-Idx FROM 1 BY 1
                   UNTIL W-Src-Idx > W-Src-Nb
               IF W-Src-Code (W-Src-Idx) = W-Fic2-Source
                   MOVE W-Src-Idx TO W-Src-Courant
                   GO TO FIN-CHERCHER-SOURCE
               END-IF
           END-PERFORM

           IF W-Src-Nb < 5
               ADD 1 TO W-Src-Nb
               MOVE W-Src-Nb      TO W-Src-Courant
               MOVE W-Fic2-Source TO W-Src-Code   (W-Src-Nb)
               MOVE ZERO          TO W-Src-Volume (W-Src-Nb)
               MOVE ZERO          TO W-Src-Anom   (W-Src-Nb)
           END-IF
           .

      ********************
       FIN-CHERCHER-SOURCE. EXIT.
      ********************
      *-----------------------------------------------------------------
      **************
       ECRIRE-SUIVI.
      **************

      * Trace du controle au suivi mensuel des flux, une ligne par
      * source du FIC2 (une seule ligne, au code de l'en-tete, pour
      * un FIC2 sans donnees) ; le verdict est celui du FIC2, les
      * anomalies d'en-tete ou de fin rendant KO toutes ses sources

           IF W-Src-Nb = ZERO
               MOVE 1                    TO W-Src-Nb
               MOVE W-Fic2-Source-Defaut TO W-Src-Code   (1)
               MOVE ZERO                 TO W-Src-Volume (1)
               MOVE ZERO                 TO W-Src-Anom   (1)
           END-IF

           SET Arrivee-A-L-Heure TO TRUE
           IF W-Date-Ctl > W-Date-Attendue
               SET Arrivee-En-Retard TO TRUE
           END-IF
           IF W-Date-Ctl = W-Date-Attendue
           AND W-Heure-Limite NOT = SPACES
           AND W-Heure-Ctl > W-Heure-Limite
               SET Arrivee-En-Retard TO TRUE
           END-IF

           OPEN EXTEND SUIVI
           IF L-Fst-Suivi = 35
               OPEN OUTPUT SUIVI
           END-IF
           IF L-Fst-Suivi NOT = ZERO
               DISPLAY 'Suivi des flux non ecrit, fst = ' L-Fst-Suivi
               GO TO FIN-ECRIRE-SUIVI
           END-IF

           PERFORM VARYING W-Src-Idx FROM 1 BY 1
                   UNTIL W-Src-Idx > W-Src-Nb
               MOVE SPACES                    TO SUIVI-REC
               MOVE W-Date-Attendue           TO SUI-DATE-FLUX
               MOVE W-Src-Code   (W-Src-Idx)  TO SUI-SOURCE
               MOVE W-Src-Volume (W-Src-Idx)  TO SUI-VOLUME
               MOVE W-Src-Anom   (W-Src-Idx)  TO SUI-ANOMALIES
               IF CPT-ANOM-2 = ZERO
                   MOVE 'OK' TO SUI-VERDICT
               ELSE
                   MOVE 'KO' TO SUI-VERDICT
               END-IF
               IF Arrivee-En-Retard
                   MOVE 'O' TO SUI-RETARD
               ELSE
                   MOVE 'N' TO SUI-RETARD
               END-IF
               MOVE W-Date-Ctl                TO SUI-DATE-CTL
               MOVE W-Heure-Ctl               TO SUI-HEURE-CTL
               WRITE SUIVI-REC
               IF L-Fst-Suivi NOT = ZERO
                   DISPLAY 'Erreur ecriture suivi =' L-Fst-Suivi
               END-IF
           END-PERFORM

           CLOSE SUIVI
           .

      *****************
       FIN-ECRIRE-SUIVI. EXIT.
      *****************
      *-----------------------------------------------------------------
      ******
       FIN.
      ******
           DISPLAY "Nombre d'enregistrements lus en 1 : " CPT-LEC-1
           DISPLAY "Nombre d'enregistrements lus en 2 : " CPT-LEC-2

           PERFORM ECRIRE-SUIVI THRU FIN-ECRIRE-SUIVI

           IF Anomalie-Detectee
               DISPLAY '***********************************************'
               DISPLAY '*** LOT REJETE - ne pas lancer Appariement  ***'
