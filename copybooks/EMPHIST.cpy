      * le job EMPAPPLY ajoute ce fichier au cumul
      * employee_service_history.txt apres une promotion reussie,
      * et ServiceTransferReport exploite le cumul.
      * Les entrees et changements de statut sont traces aussi :
      * HIS-CODE E = ajout (HIS-ANCIEN-SERVICE a blanc), S = passage
      * A -> I (HIS-NOUVEAU-SERVICE a blanc), R = passage I -> A
      * (HIS-ANCIEN-SERVICE a blanc). Un mouvement C qui desactive et
      * mute a la fois donne S puis C ; qui reactive et mute, C puis
      * R. HIS-STATUT porte le statut du salarie pendant l'evenement
      * (pour D : statut au moment de la suppression ; pour C : 'A'
      * seulement si le salarie etait actif avant et apres) et
      * HIS-GRADE son grade. Les lignes anterieures a ces deux zones
      * les ont a blanc.
       01   HISTORIQUE-SERVICE-ENREG.
           05   HIS-EMP-ID          PIC 9(6).
           05   HIS-ANCIEN-SERVICE  PIC X(10).
           05   HIS-CODE            PIC X(1).
               88   HIS-TRANSFERT      VALUE 'C'.
               88   HIS-SORTIE         VALUE 'D'.
               88   HIS-ENTREE         VALUE 'E'.
               88   HIS-DESACTIVATION  VALUE 'S'.
               88   HIS-REACTIVATION   VALUE 'R'.
           05   HIS-STATUT          PIC X(1).
           05   HIS-GRADE           PIC X(2).
