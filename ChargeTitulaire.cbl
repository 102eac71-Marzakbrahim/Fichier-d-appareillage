      * partent en liste d'exceptions pour les agences
      * (TitulaireSansFiche_AAAAMMJJ.txt dans APPAR_RAP_DIR), avec
      * code retour 4 pour que la chaine alerte sans lire la liste.
      * Une fiche anonymisee par AnonymTitulaire (nom '*ANONYMISE*')
      * n'est plus jamais mise a jour : le flux ne doit pas y remettre
      * le nom d'un titulaire dont la duree de conservation est
      * echue, et la liste d'exceptions porte alors le pseudonyme.

       ENVIRONMENT DIVISION.
      *-----------------------------------------------------------------
       01 ENTREE-TIT                          PIC X(47).

      * Fiche titulaire permanente : cle RefCtr, nom, agence et date
      * du dernier chargement qui l'a vue (date de l'anonymisation
      * pour une fiche anonymisee)

       FD TITULAIRE.
       01 TITULAIRE-REC.
           05 TIT-RefCtr                      PIC X(9).
           05 TIT-Nom                         PIC X(30).
               88 TIT-Nom-Anonyme             VALUE '*ANONYMISE*'.
           05 TIT-Agence                      PIC X(6).
           05 TIT-Date-Maj                    PIC X(8).

       01 CPT-MAJ                            PIC 9(10) VALUE 0.
       01 CPT-REJET                          PIC 9(10) VALUE 0.
       01 CPT-SANS-FICHE                     PIC 9(10) VALUE 0.
       01 CPT-ANONYME                        PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
      * vide est signale et ignore plutot que de polluer la cle du
      * referentiel. Le rapprochement avec le referentiel contrat se
      * fait dans la foulee : un titulaire sans fiche contrat part en
      * liste d'exceptions pour les agences. Une fiche anonymisee
      * reste en l'etat

           IF W-Tit-RefCtr = SPACES
               ADD 1 TO CPT-REJET
                   END-IF
                   ADD 1 TO CPT-CREATION
               NOT INVALID KEY
                   IF TIT-Nom-Anonyme
                       ADD 1 TO CPT-ANONYME
                   ELSE
                       MOVE W-Tit-Nom    TO TIT-Nom
                       MOVE W-Tit-Agence TO TIT-Agence
                       MOVE W-Run-Date   TO TIT-Date-Maj
                       REWRITE TITULAIRE-REC
                       IF L-Fst-Titulaire NOT = ZERO
                           DISPLAY 'Erreur reecriture titulaire, '
                               'RefCtr = ' TIT-RefCtr
                               ' fst = ' L-Fst-Titulaire
                       END-IF
                       ADD 1 TO CPT-MAJ
                   END-IF
           END-READ

           SET Master-Trouve-Non TO TRUE
               MOVE SPACES       TO EXCEPT-REC
               MOVE W-Tit-RefCtr TO EXC-REFCTR
               MOVE W-Tit-Agence TO EXC-AGENCE
               IF TIT-Nom-Anonyme
                   MOVE TIT-Nom      TO EXC-NOM
               ELSE
                   MOVE W-Tit-Nom    TO EXC-NOM
               END-IF
               WRITE EXCEPT-REC
               IF L-Fst-Except NOT = ZERO
                   DISPLAY 'Erreur ecriture exceptions ='
           DISPLAY 'Fiches titulaire mises a jour : ' CPT-MAJ
           DISPLAY 'Lignes ignorees            : ' CPT-REJET
           DISPLAY 'Titulaires sans fiche      : ' CPT-SANS-FICHE
           DISPLAY 'Titulaires anonymises      : ' CPT-ANONYME

      * Code retour 4 si des titulaires sont sans fiche contrat, pour
      * que la chaine alerte les agences sans lire la liste
