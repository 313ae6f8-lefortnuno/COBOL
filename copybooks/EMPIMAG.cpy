      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      * EMPIMAG.CPY - Enregistrement du fichier des images avant /
      * apres des mouvements employes (employee_before_images.txt).
      * EmployeeApply y depose, pour chaque mouvement applique, le
      * lot d'origine (source, numero), la date du run, le rang
      * d'application du mouvement dans le run, le code mouvement,
      * l'image complete de l'enregistrement maitre AVANT le
      * mouvement (a blanc sur un AJOUT) et APRES le mouvement (a
      * blanc sur une SUPPRESSION). Le fichier du run
      * (employee_before_images_new.txt) n'est ajoute au cumul
      * qu'apres promotion du nouveau maitre. EmployeeReversal
      * s'en sert pour construire le lot compensatoire d'un lot.
      * IMG-CODE : A = AJOUT, C = CHANGEMENT, D = SUPPRESSION.
       01   IMAGE-MOUVEMENT-ENREG.
           05   IMG-LOT-SOURCE     PIC X(10).
           05   IMG-LOT-NUMERO     PIC X(4).
           05   IMG-DATE-RUN       PIC 9(8).
           05   IMG-SEQUENCE       PIC 9(7).
           05   IMG-CODE           PIC X(1).
               88   IMG-AJOUT         VALUE 'A'.
               88   IMG-CHANGEMENT    VALUE 'C'.
               88   IMG-SUPPRESSION   VALUE 'D'.
           05   IMG-EMP-ID         PIC X(6).
           05   IMG-AVANT          PIC X(62).
           05   IMG-APRES          PIC X(62).
