      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      * GRDTRANS.CPY - Enregistrement du fichier des mouvements sur
      * la reference des grades (cle de rapprochement GTR-GRADE).
      * GTR-CODE : A = AJOUT (bandes obligatoires), C = CHANGEMENT
      * (une zone a blanc laisse la valeur de la reference
      * inchangee), D = DESACTIVATION (le grade reste a la
      * reference avec GRD-ACTIF = I ; refusee tant que des
      * salaries du maitre portent ce grade).
      * GTR-BANDE-MIN / GTR-BANDE-MAX : montants sans virgule, deux
      * decimales implicites (000350000 = 3500,00).
       01   MOUVEMENT-GRADE-ENREG.
           05   GTR-CODE           PIC X(1).
               88   GTR-AJOUT         VALUE 'A'.
               88   GTR-CHANGEMENT    VALUE 'C'.
               88   GTR-DESACTIVATION VALUE 'D'.
           05   GTR-GRADE          PIC X(2).
           05   GTR-LIBELLE        PIC X(30).
           05   GTR-BANDE-MIN      PIC X(9).
           05   GTR-BANDE-MIN-N REDEFINES GTR-BANDE-MIN
                                   PIC 9(7)V99.
           05   GTR-BANDE-MAX      PIC X(9).
           05   GTR-BANDE-MAX-N REDEFINES GTR-BANDE-MAX
                                   PIC 9(7)V99.
           05   GTR-ACTIF          PIC X(1).
