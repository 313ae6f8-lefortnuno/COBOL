       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeStructureReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MasterValide
               ASSIGN TO "../files/employee_master_valide.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutValide.

           SELECT ReferenceServices
               ASSIGN TO "../files/services_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutReference.

           SELECT ReferenceGrades
               ASSIGN TO "../files/grades_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutGrades.

           SELECT EtatGrades
               ASSIGN TO "../files/grade_structure_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT SortFile ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD MasterValide.
       01 LigneValide          PIC X(62).

       FD ReferenceServices.
       01 LigneReference       PIC X(72).

       FD ReferenceGrades.
       01 LigneGrade           PIC X(51).

       FD EtatGrades.
       01 LigneEtat            PIC X(132).

       SD SortFile.
       01 SortEnreg.
           05 SORT-SERVICE     PIC X(10).
           05 SORT-GRADE       PIC X(2).
           05 SORT-STATUT      PIC X(1).

       WORKING-STORAGE SECTION.
       01 StatutValide         PIC XX.
       01 StatutReference      PIC XX.
       01 StatutGrades         PIC XX.
       01 StatutEtat           PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 PremierEnreg         PIC X VALUE 'O'.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneEtat             PIC X(132) VALUE SPACES.
       01 Indice               PIC 9(3) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = ETAT PRODUIT, 4 = GRADE OU SERVICE HORS REFERENCE, OU
      * ETAT VIDE, 8 = MAITRE VALIDE OU REFERENCE DES GRADES ABSENT.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * LIBELLES DES SERVICES, CHARGES DEPUIS LA REFERENCE POUR LES
      * TETES DE RUPTURE.
       01 NombreServices       PIC 9(3) VALUE 0.
       01 MaxServices          PIC 9(3) VALUE 200.
       01 TableLibelles.
           05 EntreeLibelle OCCURS 200 TIMES.
               10 LIB-CODE         PIC X(10).
               10 LIB-LIBELLE      PIC X(30).

      * GRADES DE LA REFERENCE AVEC LEUR BANDE DE REMUNERATION.
       01 NombreGrades         PIC 9(3) VALUE 0.
       01 MaxGrades            PIC 9(3) VALUE 100.
       01 TableGrades.
           05 EntreeGrade OCCURS 100 TIMES.
               10 GRA-CODE         PIC X(2).
               10 GRA-LIBELLE      PIC X(30).
               10 GRA-BANDE-MIN    PIC 9(7)V99.
               10 GRA-BANDE-MAX    PIC 9(7)V99.

       01 ServicePrecedent     PIC X(10) VALUE SPACES.
       01 GradePrecedent       PIC X(2) VALUE SPACES.
       01 GradeActifs          PIC 9(6) VALUE 0.
       01 GradeInactifs        PIC 9(6) VALUE 0.
       01 BandeMin             PIC 9(7)V99 VALUE 0.
       01 BandeMax             PIC 9(7)V99 VALUE 0.
       01 CoutMin              PIC 9(11)V99 VALUE 0.
       01 CoutMax              PIC 9(11)V99 VALUE 0.
       01 ServiceActifs        PIC 9(6) VALUE 0.
       01 ServiceInactifs      PIC 9(6) VALUE 0.
       01 ServiceCoutMin       PIC 9(11)V99 VALUE 0.
       01 ServiceCoutMax       PIC 9(11)V99 VALUE 0.
       01 TotalActifs          PIC 9(6) VALUE 0.
       01 TotalInactifs        PIC 9(6) VALUE 0.
       01 TotalCoutMin         PIC 9(11)V99 VALUE 0.
       01 TotalCoutMax         PIC 9(11)V99 VALUE 0.
       01 CompteurServices     PIC 9(4) VALUE 0.
       01 CompteurHorsRef      PIC 9(6) VALUE 0.

       01 LigneServiceTitre.
           05 FILLER           PIC X(10) VALUE "SERVICE : ".
           05 TIT-SERVICE      PIC X(10).
           05 FILLER           PIC X(3) VALUE " - ".
           05 TIT-LIBELLE      PIC X(30).
           05 FILLER           PIC X(79) VALUE SPACES.

       01 LigneTitres.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(7) VALUE "GRADE".
           05 FILLER           PIC X(31) VALUE "LIBELLE".
           05 FILLER           PIC X(8) VALUE "  ACTIFS".
           05 FILLER           PIC X(8) VALUE "  INACT.".
           05 FILLER           PIC X(14) VALUE "     BANDE MIN".
           05 FILLER           PIC X(14) VALUE "     BANDE MAX".
           05 FILLER           PIC X(19) VALUE "           COUT MIN".
           05 FILLER           PIC X(19) VALUE "           COUT MAX".
           05 FILLER           PIC X(8) VALUE SPACES.

       01 LigneGradeDetail.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 LG-GRADE         PIC X(2).
           05 FILLER           PIC X(5) VALUE SPACES.
           05 LG-LIBELLE       PIC X(30).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 LG-ACTIFS        PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LG-INACTIFS      PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LG-BANDE-MIN     PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LG-BANDE-MAX     PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LG-COUT-MIN      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LG-COUT-MAX      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(8) VALUE SPACES.

       01 LigneTotal.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 LT-LIBELLE       PIC X(40).
           05 LT-ACTIFS        PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LT-INACTIFS      PIC ZZZZZ9.
           05 FILLER           PIC X(30) VALUE SPACES.
           05 LT-COUT-MIN      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LT-COUT-MAX      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(8) VALUE SPACES.

           COPY EMPLOYE.

           COPY SERVREF.

           COPY GRADREF.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirEtat
           PERFORM ChargerServices
           PERFORM ChargerGrades
           IF CodeRetour < 8
               SORT SortFile
                   ON ASCENDING KEY SORT-SERVICE
                   ON ASCENDING KEY SORT-GRADE
                   INPUT PROCEDURE IS LireMasterValide
                   OUTPUT PROCEDURE IS ImprimerStructure
               PERFORM EditerTotalGeneral
           END-IF
           PERFORM TerminerEtat
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

       OuvrirEtat.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           OPEN OUTPUT EtatGrades
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "STRUCTURE DES GRADES PAR SERVICE ET EXPOSITION "
                      DELIMITED BY SIZE
                  "SALARIALE (BANDES ANNUELLES)" DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "COUT MIN / MAX = EFFECTIF ACTIF x BANDE MIN / MAX "
                      DELIMITED BY SIZE
                  "DU GRADE" DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat.

       ChargerServices.
           MOVE 'N' TO FinLecture
           OPEN INPUT ReferenceServices
           IF StatutReference NOT = "00"
               DISPLAY "REFERENCE DES SERVICES INTROUVABLE : "
                   "../files/services_reference.txt"
               DISPLAY "TETES DE RUPTURE SANS LIBELLE"
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ ReferenceServices
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneReference NOT = SPACES
                               AND NombreServices < MaxServices
                               ADD 1 TO NombreServices
                               MOVE LigneReference
                                   TO SERVICE-REF-ENREG
                               MOVE SRV-CODE
                                   TO LIB-CODE(NombreServices)
                               MOVE SRV-LIBELLE
                                   TO LIB-LIBELLE(NombreServices)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceServices
           END-IF.

       ChargerGrades.
           MOVE 'N' TO FinLecture
           OPEN INPUT ReferenceGrades
           IF StatutGrades NOT = "00"
               DISPLAY "REFERENCE DES GRADES INTROUVABLE : "
                   "../files/grades_reference.txt"
               MOVE "REFERENCE DES GRADES ABSENTE - ETAT NON PRODUIT"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ ReferenceGrades
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneGrade NOT = SPACES
                               AND NombreGrades < MaxGrades
                               ADD 1 TO NombreGrades
                               MOVE LigneGrade TO GRADE-REF-ENREG
                               MOVE GRD-CODE
                                   TO GRA-CODE(NombreGrades)
                               MOVE GRD-LIBELLE
                                   TO GRA-LIBELLE(NombreGrades)
                               MOVE GRD-BANDE-MIN
                                   TO GRA-BANDE-MIN(NombreGrades)
                               MOVE GRD-BANDE-MAX
                                   TO GRA-BANDE-MAX(NombreGrades)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceGrades
           END-IF.

       LireMasterValide.
           MOVE 'N' TO FinLecture
           OPEN INPUT MasterValide
           IF StatutValide NOT = "00"
               DISPLAY "MAITRE VALIDE INTROUVABLE : "
                   "../files/employee_master_valide.txt"
               DISPLAY "EXECUTER D'ABORD LE JOB EMPEDIT"
               MOVE "MAITRE VALIDE ABSENT - EXECUTER D'ABORD EMPEDIT"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ MasterValide
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneValide NOT = SPACES
                               MOVE LigneValide TO EMPLOYE-ENREG
                               MOVE EMP-SERVICE TO SORT-SERVICE
                               MOVE EMP-GRADE TO SORT-GRADE
                               MOVE EMP-STATUT TO SORT-STATUT
                               RELEASE SortEnreg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MasterValide
           END-IF.

      * DOUBLE RUPTURE : SERVICE (TETE ET SOUS-TOTAL), GRADE (UNE
      * LIGNE PAR GRADE PRESENT DANS LE SERVICE).
       ImprimerStructure.
           MOVE 'N' TO FinTri
           MOVE 'O' TO PremierEnreg
           PERFORM UNTIL FinTri = 'O'
               RETURN SortFile
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF PremierEnreg = 'N'
                           AND (SORT-SERVICE NOT = ServicePrecedent
                             OR SORT-GRADE NOT = GradePrecedent)
                           PERFORM EditerGrade
                       END-IF
                       IF PremierEnreg = 'N'
                           AND SORT-SERVICE NOT = ServicePrecedent
                           PERFORM EditerSousTotal
                       END-IF
                       IF PremierEnreg = 'O'
                           OR SORT-SERVICE NOT = ServicePrecedent
                           PERFORM EditerTeteService
                       END-IF
                       MOVE 'N' TO PremierEnreg
                       MOVE SORT-GRADE TO GradePrecedent
                       IF SORT-STATUT = 'A'
                           ADD 1 TO GradeActifs
                       ELSE
                           ADD 1 TO GradeInactifs
                       END-IF
               END-RETURN
           END-PERFORM
           IF PremierEnreg = 'N'
               PERFORM EditerGrade
               PERFORM EditerSousTotal
           ELSE
               MOVE "AUCUN SALARIE AU MAITRE VALIDE" TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       EditerTeteService.
           ADD 1 TO CompteurServices
           MOVE SORT-SERVICE TO ServicePrecedent
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SORT-SERVICE TO TIT-SERVICE
           MOVE "SERVICE HORS REFERENCE" TO TIT-LIBELLE
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreServices
               IF LIB-CODE(Indice) = SORT-SERVICE
                   MOVE LIB-LIBELLE(Indice) TO TIT-LIBELLE
                   MOVE NombreServices TO Indice
               END-IF
           END-PERFORM
           IF TIT-LIBELLE = "SERVICE HORS REFERENCE"
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           MOVE LigneServiceTitre TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE LigneTitres TO ZoneEtat
           PERFORM EcrireLigneEtat.

      * UN GRADE ABSENT DE LA REFERENCE (MAITRE VALIDE ANTERIEUR A
      * UNE MODIFICATION DE LA REFERENCE) EST EDITE SANS BANDE.
       EditerGrade.
           MOVE GradePrecedent TO LG-GRADE
           MOVE "GRADE HORS REFERENCE" TO LG-LIBELLE
           MOVE 0 TO BandeMin
           MOVE 0 TO BandeMax
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreGrades
               IF GRA-CODE(Indice) = GradePrecedent
                   MOVE GRA-LIBELLE(Indice) TO LG-LIBELLE
                   MOVE GRA-BANDE-MIN(Indice) TO BandeMin
                   MOVE GRA-BANDE-MAX(Indice) TO BandeMax
                   MOVE NombreGrades TO Indice
               END-IF
           END-PERFORM
           IF LG-LIBELLE = "GRADE HORS REFERENCE"
               ADD GradeActifs TO CompteurHorsRef
               ADD GradeInactifs TO CompteurHorsRef
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           COMPUTE CoutMin = GradeActifs * BandeMin
           COMPUTE CoutMax = GradeActifs * BandeMax
           MOVE GradeActifs TO LG-ACTIFS
           MOVE GradeInactifs TO LG-INACTIFS
           MOVE BandeMin TO LG-BANDE-MIN
           MOVE BandeMax TO LG-BANDE-MAX
           MOVE CoutMin TO LG-COUT-MIN
           MOVE CoutMax TO LG-COUT-MAX
           MOVE LigneGradeDetail TO ZoneEtat
           PERFORM EcrireLigneEtat
           ADD GradeActifs TO ServiceActifs
           ADD GradeInactifs TO ServiceInactifs
           ADD CoutMin TO ServiceCoutMin
           ADD CoutMax TO ServiceCoutMax
           MOVE 0 TO GradeActifs
           MOVE 0 TO GradeInactifs.

       EditerSousTotal.
           MOVE SPACES TO LT-LIBELLE
           STRING "TOTAL SERVICE " DELIMITED BY SIZE
                  ServicePrecedent DELIMITED BY SIZE
                  INTO LT-LIBELLE
           MOVE ServiceActifs TO LT-ACTIFS
           MOVE ServiceInactifs TO LT-INACTIFS
           MOVE ServiceCoutMin TO LT-COUT-MIN
           MOVE ServiceCoutMax TO LT-COUT-MAX
           MOVE LigneTotal TO ZoneEtat
           PERFORM EcrireLigneEtat
           ADD ServiceActifs TO TotalActifs
           ADD ServiceInactifs TO TotalInactifs
           ADD ServiceCoutMin TO TotalCoutMin
           ADD ServiceCoutMax TO TotalCoutMax
           MOVE 0 TO ServiceActifs
           MOVE 0 TO ServiceInactifs
           MOVE 0 TO ServiceCoutMin
           MOVE 0 TO ServiceCoutMax.

       EditerTotalGeneral.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "TOTAL ENTREPRISE" TO LT-LIBELLE
           MOVE TotalActifs TO LT-ACTIFS
           MOVE TotalInactifs TO LT-INACTIFS
           MOVE TotalCoutMin TO LT-COUT-MIN
           MOVE TotalCoutMax TO LT-COUT-MAX
           MOVE LigneTotal TO ZoneEtat
           PERFORM EcrireLigneEtat.

       TerminerEtat.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SERVICES EDITES            : " DELIMITED BY SIZE
                  CompteurServices DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SALARIES HORS REFERENCE    : " DELIMITED BY SIZE
                  CompteurHorsRef DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatGrades
           END-IF
           DISPLAY "ETAT PRODUIT : ../files/grade_structure_report"
               ".txt"
           DISPLAY "SERVICES EDITES : " CompteurServices.

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
