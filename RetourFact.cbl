      *   - contrat rejete = entree creee ou revue (motif, date de
      *     derniere vue, nombre de rejets consecutifs) ;
      *   - entree du recyclage non rejetee par cet accuse = acceptee
      *     par la facturation, elle est apuree ; une entree posee
      *     hors de la chaine de nuit (motif HCH, voir MaintCtr et
      *     LibereAttente) n'est apuree qu'une fois emise par une
      *     extraction au plus tard egale a celle de l'accuse.
      * ExtraitFact reprend automatiquement les contrats du recyclage
      * dans l'extraction du lendemain, a cote des selections
      * normales du jour. Un rapport liste ce qui part en recyclage

      * Entree de recyclage : contrat rejete par la facturation, avec
      * le dernier motif, la premiere et la derniere vue et le nombre
      * de rejets consecutifs ; ou contrat change hors de la chaine de
      * nuit (motif HCH, aucun rejet, derniere vue = date de
      * l'extraction qui l'a emis, a blanc avant)

       FD RECYCLAGE.
       01 RECYCLAGE-REC.
           05 REC-RefCtr                      PIC X(9).
           05 REC-Motif                       PIC X(3).
               88 REC-Hors-Chaine             VALUE 'HCH'.
           05 REC-Date-Premiere               PIC X(8).
           05 REC-Date-Derniere               PIC X(8).
           05 REC-Nb-Rejets                   PIC 9(5).
                   END-IF
                   ADD 1 TO CPT-REJET-NOUVEAU
               NOT INVALID KEY
                   IF REC-Hors-Chaine
                       MOVE W-Ack-Date  TO REC-Date-Premiere
                   END-IF
                   MOVE W-Ack-Det-Motif TO REC-Motif
                   MOVE W-Ack-Date      TO REC-Date-Derniere
                   ADD 1 TO REC-Nb-Rejets
      * ete acceptees par la facturation (elles avaient ete reemises
      * par l'extraction a laquelle l'accuse repond) : elles sont
      * apurees. Le marqueur est la date de derniere vue, posee a la
      * date de l'accuse par POSTER-RECYCLAGE. Une entree hors chaine
      * (HCH) encore jamais emise, ou emise par une extraction
      * posterieure a celle de l'accuse, n'a pas pu etre acceptee :
      * elle reste

           MOVE LOW-VALUES TO REC-RefCtr
           START RECYCLAGE KEY >= REC-RefCtr
               AT END
                   SET Lec-Rec-Fin-Oui TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN REC-Hors-Chaine
                        AND REC-Date-Derniere = SPACES
                       WHEN REC-Hors-Chaine
                        AND REC-Date-Derniere > W-Ack-Date
                       WHEN NOT REC-Hors-Chaine
                        AND REC-Date-Derniere = W-Ack-Date
                           ADD 1 TO CPT-RESTANT
                       WHEN OTHER
                           DELETE RECYCLAGE RECORD
                               INVALID KEY
                                   DISPLAY 'Erreur apurement '
                                       'recyclage, RefCtr = '
                                       REC-RefCtr
                               NOT INVALID KEY
                                   ADD 1 TO CPT-APURE
                           END-DELETE
                   END-EVALUATE
               END-READ
           END-PERFORM
           .
