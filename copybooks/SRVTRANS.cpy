      * laisse la valeur de la reference inchangee),
      * D = DESACTIVATION (le service reste a la reference avec
      * SRV-ACTIF = I, son historique comptable est conserve).
      * STR-SUCCESSEUR (mouvement D) : service actif qui reprend
      * les salaries du service desactive ; ServiceApply genere le
      * lot de transferts correspondant dans employee_trans.txt.
      * A blanc, la desactivation est refusee tant que des salaries
      * sont rattaches au service.
       01   MOUVEMENT-SERVICE-ENREG.
           05   STR-CODE           PIC X(1).
               88   STR-AJOUT         VALUE 'A'.
           05   STR-RESPONSABLE    PIC X(25).
           05   STR-CENTRE-COUT    PIC X(6).
           05   STR-ACTIF          PIC X(1).
           05   STR-SUCCESSEUR     PIC X(10).
