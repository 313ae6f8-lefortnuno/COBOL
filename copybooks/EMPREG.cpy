      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      * EMPREG.CPY - Enregistrement du registre permanent des lots
      * de mouvements employes (employee_batch_register.txt). Une
      * ligne par lot H...T traite par EmployeeApply : source et
      * numero du lot, date portee par l'entete, date du run, nombre
      * de mouvements et total de controle lus, resultat et
      * decompte des mouvements du lot. Le registre du run
      * (employee_batch_register_new.txt) n'est ajoute au registre
      * permanent qu'apres promotion du nouveau maitre.
      * REG-RESULTAT : A = ACCEPTE (LOT EQUILIBRE, TRAITE),
      * R = REJETE (DESEQUILIBRE OU SANS TRAILER, A RENVOYER),
      * D = DOUBLON (LOT DEJA ACCEPTE, REFUSE EN BLOC).
       01   REGISTRE-LOT-ENREG.
           05   REG-SOURCE         PIC X(10).
           05   REG-NUMERO         PIC 9(4).
           05   REG-DATE-LOT       PIC 9(8).
           05   REG-DATE-TRAITEMENT PIC 9(8).
           05   REG-NOMBRE         PIC 9(6).
           05   REG-HASH           PIC 9(11).
           05   REG-RESULTAT       PIC X(1).
               88   REG-ACCEPTE       VALUE 'A'.
               88   REG-REJETE        VALUE 'R'.
               88   REG-DOUBLON       VALUE 'D'.
           05   REG-NB-APPLIQUES   PIC 9(6).
           05   REG-NB-REJETES     PIC 9(6).
           05   REG-NB-DIFFERES    PIC 9(6).
