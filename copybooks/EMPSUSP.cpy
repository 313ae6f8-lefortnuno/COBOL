      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      * EMPSUSP.CPY - Enregistrement du fichier des mouvements en
      * suspens. EmployeeApply y depose chaque mouvement rejete par
      * AppliquerUnMouvement (image EMPTRANS complete, motif, lot
      * d'origine LOT-SOURCE / LOT-NUMERO et rang dans le lot) dans
      * le fichier du run employee_suspense_new.txt ; EmployeeSuspense
      * en mode MERGE le reporte dans le cumul persistant
      * employee_suspense.txt une fois la promotion reussie.
      * SUS-ETAT : O = OUVERT (A CORRIGER), R = RESOUMIS (RECYCLE
      * DANS UN LOT RECYCLAGE, RESULTAT ATTENDU), C = CLOS (LE
      * MOUVEMENT RECYCLE A ETE APPLIQUE), A = ABANDONNE.
      * SUS-DATE-PREMIER : date du premier rejet, conservee a
      * travers les recyclages successifs.
      * SUS-RECYCLE-LOT / SUS-RECYCLE-RANG : lot RECYCLAGE et rang
      * du mouvement dans ce lot lors de la derniere resoumission.
       01   SUSPENS-ENREG.
           05   SUS-ID.
               10   SUS-ID-DATE    PIC 9(8).
               10   SUS-ID-HEURE   PIC 9(6).
               10   SUS-ID-SEQ     PIC 9(4).
           05   SUS-ETAT           PIC X(1).
               88   SUS-OUVERT        VALUE 'O'.
               88   SUS-RESOUMIS      VALUE 'R'.
               88   SUS-CLOS          VALUE 'C'.
               88   SUS-ABANDONNE     VALUE 'A'.
           05   SUS-DATE-PREMIER   PIC 9(8).
           05   SUS-DATE-ETAT      PIC 9(8).
           05   SUS-LOT-SOURCE     PIC X(10).
           05   SUS-LOT-NUMERO     PIC X(4).
           05   SUS-RANG-LOT       PIC 9(6).
           05   SUS-NB-REJETS      PIC 9(3).
           05   SUS-RECYCLE-LOT    PIC 9(4).
           05   SUS-RECYCLE-RANG   PIC 9(6).
           05   SUS-MOTIF          PIC X(40).
           05   SUS-MOUVEMENT      PIC X(71).
      * Correction saisie par la gestion du personnel contre un
      * mouvement en suspens (employee_suspense_corr.txt).
      * COR-ACTION : R = RESOUMETTRE (COR-MOUVEMENT porte l'image
      * corrigee ; a blanc, l'image en suspens est resoumise telle
      * quelle), A = ABANDONNER (le suspens est clos sans effet).
       01   CORRECTION-SUSPENS-ENREG.
           05   COR-ACTION         PIC X(1).
               88   COR-RESOUMETTRE   VALUE 'R'.
               88   COR-ABANDONNER    VALUE 'A'.
           05   COR-SUSPENS-ID     PIC X(18).
           05   COR-MOUVEMENT      PIC X(71).
