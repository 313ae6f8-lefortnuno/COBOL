               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutReference.

           SELECT ReferenceGrades
               ASSIGN TO "../files/grades_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutGrades.

           SELECT MasterValide
               ASSIGN TO "../files/employee_master_valide.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD ReferenceServices.
       01 LigneReference       PIC X(72).

       FD ReferenceGrades.
       01 LigneGrade           PIC X(51).

       FD MasterValide.
       01 LigneValide          PIC X(62).

       WORKING-STORAGE SECTION.
       01 StatutMaster         PIC XX.
       01 StatutReference      PIC XX.
       01 StatutGrades         PIC XX.
       01 StatutValide         PIC XX.
       01 StatutRejets         PIC XX.
       01 StatutRapport        PIC XX.
       01 EnregValide          PIC X VALUE 'O'.
       01 ServiceConnu         PIC X VALUE 'N'.
       01 EtatService          PIC X VALUE 'A'.
       01 FinGrades            PIC X VALUE 'N'.
       01 GradeConnu           PIC X VALUE 'N'.
       01 EtatGrade            PIC X VALUE 'A'.
       01 NombreGrades         PIC 9(3) VALUE 0.
       01 MaxGrades            PIC 9(3) VALUE 100.
       01 NombreServices       PIC 9(3) VALUE 0.
       01 MaxServices          PIC 9(3) VALUE 200.
       01 Indice               PIC 9(3) VALUE 0.
               10 SRV-NOM          PIC X(10).
               10 SRV-ETAT         PIC X.

      * CODES GRADES CONNUS ET LEUR INDICATEUR D'ACTIVITE, CHARGES
      * DEPUIS LA REFERENCE DES GRADES : UN GRADE INACTIF RESTE
      * CONNU MAIS TOUT SALARIE QUI LE PORTE EST REJETE.
       01 TableGrades.
           05 EntreeGrade OCCURS 100 TIMES.
               10 GRA-CODE         PIC X(2).
               10 GRA-ETAT         PIC X.

           COPY EMPLOYE.

           COPY SERVREF.

           COPY GRADREF.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirRapport
           PERFORM ChargerServices
           PERFORM ChargerGrades
           PERFORM EditerMaster
           PERFORM TerminerRapport
           MOVE CodeRetour TO RETURN-CODE
                           MOVE 'O' TO FinReference
                       NOT AT END
                           IF LigneReference NOT = SPACES
                               MOVE LigneReference
                                   TO SERVICE-REF-ENREG
                               IF NombreServices < MaxServices
                                   ADD 1 TO NombreServices
                                   MOVE SRV-CODE
                                       TO SRV-NOM(NombreServices)
                                   MOVE SRV-ACTIF
                                       TO SRV-ETAT(NombreServices)
                               ELSE
                                   PERFORM SignalerServiceNonCharge
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceServices
           END-IF.

       ChargerGrades.
           MOVE 'N' TO FinGrades
           OPEN INPUT ReferenceGrades
           IF StatutGrades NOT = "00"
               DISPLAY "TABLE DES GRADES INTROUVABLE : "
                   "../files/grades_reference.txt"
               MOVE "TABLE DES GRADES ABSENTE - TOUT GRADE REJETE"
                   TO ZoneRapport
               PERFORM EcrireLigneRapport
               MOVE 8 TO CodeRetour
           ELSE
               PERFORM UNTIL FinGrades = 'O'
                   READ ReferenceGrades
                       AT END
                           MOVE 'O' TO FinGrades
                       NOT AT END
                           IF LigneGrade NOT = SPACES
                               MOVE LigneGrade
                                   TO GRADE-REF-ENREG
                               IF NombreGrades < MaxGrades
                                   ADD 1 TO NombreGrades
                                   MOVE GRD-CODE
                                       TO GRA-CODE(NombreGrades)
                                   MOVE GRD-ACTIF
                                       TO GRA-ETAT(NombreGrades)
                               ELSE
                                   PERFORM SignalerGradeNonCharge
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceGrades
           END-IF.

      * UNE ENTREE DE REFERENCE AU-DELA DE LA TABLE N'EST PAS
      * CHARGEE : LES SALARIES QUI LA PORTENT SERONT REJETES, LE
      * RAPPORT EN DONNE LA RAISON ET LE RUN FINIT AU MOINS EN RC 4.
       SignalerServiceNonCharge.
           DISPLAY "TABLE DES SERVICES PLEINE - SERVICE NON CHARGE : "
               SRV-CODE
           MOVE SPACES TO ZoneRapport
           STRING "TABLE DES SERVICES PLEINE - SERVICE NON CHARGE, "
                      DELIMITED BY SIZE
                  "SALARIES REJETES : " DELIMITED BY SIZE
                  SRV-CODE DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           IF CodeRetour < 4
               MOVE 4 TO CodeRetour
           END-IF.

       SignalerGradeNonCharge.
           DISPLAY "TABLE DES GRADES PLEINE - GRADE NON CHARGE : "
               GRD-CODE
           MOVE SPACES TO ZoneRapport
           STRING "TABLE DES GRADES PLEINE - GRADE NON CHARGE, "
                      DELIMITED BY SIZE
                  "SALARIES REJETES : " DELIMITED BY SIZE
                  GRD-CODE DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           IF CodeRetour < 4
               MOVE 4 TO CodeRetour
           END-IF.

       EditerMaster.
           MOVE 'N' TO FinMaster
           OPEN INPUT EmployeMaster
           PERFORM ControlerService
           PERFORM ControlerEmbauche
           PERFORM ControlerStatut
           PERFORM ControlerGrade
           IF EnregValide = 'O'
               MOVE LigneTravail TO LigneValide
               WRITE LigneValide
               PERFORM EcrireLigneRapport
           END-IF.

      * UN GRADE A BLANC N'EST PAS A LA REFERENCE : IL EST REJETE
      * COMME GRADE INCONNU.
       ControlerGrade.
           MOVE 'N' TO GradeConnu
           MOVE 'A' TO EtatGrade
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreGrades
               IF GRA-CODE(Indice) = EMP-GRADE
                   MOVE 'O' TO GradeConnu
                   MOVE GRA-ETAT(Indice) TO EtatGrade
                   MOVE NombreGrades TO Indice
               END-IF
           END-PERFORM
           IF GradeConnu = 'N'
               MOVE 'N' TO EnregValide
               MOVE SPACES TO ZoneRapport
               STRING "REJET " DELIMITED BY SIZE
                      LigneTravail(1:6) DELIMITED BY SIZE
                      " : GRADE INCONNU '" DELIMITED BY SIZE
                      EMP-GRADE DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           ELSE
               IF EtatGrade = 'I'
                   MOVE 'N' TO EnregValide
                   MOVE SPACES TO ZoneRapport
                   STRING "REJET " DELIMITED BY SIZE
                          LigneTravail(1:6) DELIMITED BY SIZE
                          " : GRADE INACTIF '" DELIMITED BY SIZE
                          EMP-GRADE DELIMITED BY SIZE
                          "'" DELIMITED BY SIZE
                          INTO ZoneRapport
                   PERFORM EcrireLigneRapport
               END-IF
           END-IF.

       TerminerRapport.
           MOVE "----------------------------------------------"
               TO ZoneRapport
