      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      * GRADREF.CPY - Enregistrement du fichier de reference des
      * grades ../files/grades_reference.txt : code grade (cle de
      * EMP-GRADE), libelle, bornes de la bande de remuneration
      * annuelle brute (minimum et maximum, deux decimales) et
      * indicateur d'activite.
      * GRD-ACTIF : A = ACTIF, I = INACTIF (EmployeeEdit refuse
      * tout salarie porte sur un grade inactif).
       01   GRADE-REF-ENREG.
           05   GRD-CODE           PIC X(2).
           05   GRD-LIBELLE        PIC X(30).
           05   GRD-BANDE-MIN      PIC 9(7)V99.
           05   GRD-BANDE-MAX      PIC 9(7)V99.
           05   GRD-ACTIF          PIC X(1).
               88   GRD-EST-ACTIF     VALUE 'A'.
               88   GRD-EST-INACTIF   VALUE 'I'.
