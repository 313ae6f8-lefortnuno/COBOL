       DATA DIVISION.
       FILE SECTION.
       FD HistoriqueServices.
       01 LigneHistorique      PIC X(38).

       FD EtatTransferts.
       01 LigneEtat            PIC X(132).
       TraiterLigneHistorique.
           MOVE LigneHistorique TO HISTORIQUE-SERVICE-ENREG
           MOVE 'O' TO LigneRetenue
      * LES ENTREES ET CHANGEMENTS DE STATUT (E, S, R) NE RELEVENT
      * PAS DE CE RAPPORT.
           IF NOT HIS-TRANSFERT AND NOT HIS-SORTIE
               MOVE 'N' TO LigneRetenue
           END-IF
           IF LongueurFiltre > 0
               IF HISTORIQUE-SERVICE-ENREG(27:LongueurFiltre)
                   NOT = FiltrePeriode(1:LongueurFiltre)
