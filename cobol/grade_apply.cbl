       IDENTIFICATION DIVISION.
       PROGRAM-ID. GradeApply.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AncienneReference
               ASSIGN TO "../files/grades_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutAncienne.

           SELECT MouvementsGrades
               ASSIGN TO "../files/grades_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMouvements.

           SELECT NouvelleReference
               ASSIGN TO "../files/grades_reference_new.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutNouvelle.

           SELECT RapportApplication
               ASSIGN TO "../files/grade_apply_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRapport.

      * MAITRE EMPLOYES : UNE DESACTIVATION EST REFUSEE TANT QUE
      * DES SALARIES PORTENT LE GRADE.
           SELECT EmployeMaster
               ASSIGN TO "../files/employee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaster.

       DATA DIVISION.
       FILE SECTION.
       FD AncienneReference.
       01 AncienneLigne        PIC X(51).

       FD MouvementsGrades.
       01 LigneMouvement       PIC X(52).

       FD NouvelleReference.
       01 NouvelleLigne        PIC X(51).

       FD RapportApplication.
       01 LigneRapport         PIC X(100).

       FD EmployeMaster.
       01 LigneMaster          PIC X(62).

       WORKING-STORAGE SECTION.
       01 StatutAncienne       PIC XX.
       01 StatutMouvements     PIC XX.
       01 StatutNouvelle       PIC XX.
       01 StatutRapport        PIC XX.
       01 StatutMaster         PIC XX.
       01 FinAncienne          PIC X VALUE 'N'.
       01 FinMouvements        PIC X VALUE 'N'.
       01 FinMaster            PIC X VALUE 'N'.
       01 NombreGrades         PIC 9(3) VALUE 0.
       01 MaxGrades            PIC 9(3) VALUE 100.
       01 Indice               PIC 9(3) VALUE 0.
       01 IndiceTrouve         PIC 9(3) VALUE 0.
       01 CompteurMouvements   PIC 9(4) VALUE 0.
       01 CompteurAppliques    PIC 9(4) VALUE 0.
       01 CompteurRejetes      PIC 9(4) VALUE 0.
       01 CompteurEcrits       PIC 9(4) VALUE 0.
       01 CompteurRefusDesact  PIC 9(4) VALUE 0.
       01 CompteurPorteurs     PIC 9(6) VALUE 0.
       01 MotifRejet           PIC X(40) VALUE SPACES.
       01 RapportOuvert        PIC X VALUE 'N'.
       01 ErreurChargement     PIC X VALUE 'N'.
       01 MaitreIllisible      PIC X VALUE 'N'.
       01 ActionSalaries       PIC X VALUE 'C'.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = NOUVELLE REFERENCE PRODUITE, 4 = NOUVELLE REFERENCE
      * PRODUITE MAIS DESACTIVATION(S) REFUSEE(S) POUR SALARIES
      * PORTANT LE GRADE, 8 = NOUVELLE REFERENCE NON PRODUITE (LES
      * ETAPES AVAL DU JOB GRDAPPLY NE DOIVENT PAS TOURNER).
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.
       01 ZoneRapport          PIC X(100) VALUE SPACES.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).

      * IMAGE MEMOIRE DE LA REFERENCE DES GRADES PENDANT
      * L'APPLICATION DES MOUVEMENTS. UN MOUVEMENT D NE RETIRE PAS
      * LE GRADE : IL LE PASSE INACTIF (GRD-ACTIF = I).
       01 TableReference.
           05 EntreeReference OCCURS 100 TIMES.
               10 TAB-ENREG        PIC X(51).

           COPY GRADREF.

           COPY GRDTRANS.

           COPY EMPLOYE.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirRapport
           PERFORM ChargerAncienneReference
           IF ErreurChargement = 'O'
               MOVE "CHARGEMENT INCOMPLET - AUCUNE NOUVELLE "
                   TO ZoneRapport
               PERFORM EcrireLigneRapport
               DISPLAY "CHARGEMENT INCOMPLET - AUCUNE NOUVELLE "
                   "REFERENCE PRODUITE"
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM AppliquerMouvements
               PERFORM EcrireNouvelleReference
           END-IF
           PERFORM TerminerRapport
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

       OuvrirRapport.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           OPEN OUTPUT RapportApplication
           IF StatutRapport = "00"
               MOVE 'O' TO RapportOuvert
           ELSE
               DISPLAY "RAPPORT NON CREE - STATUT : " StatutRapport
           END-IF
           MOVE SPACES TO ZoneRapport
           STRING "RAPPORT D'APPLICATION DES MOUVEMENTS GRADES"
                      DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE "----------------------------------------------"
               TO ZoneRapport
           PERFORM EcrireLigneRapport.

      * SEULE UNE REFERENCE INEXISTANTE (STATUT 35) PART A VIDE :
      * UNE REFERENCE ILLISIBLE N'EST PAS RECONSTRUITE A PARTIR DES
      * SEULS MOUVEMENTS DU JOUR.
      * SEULE UNE REFERENCE INEXISTANTE (STATUT 35) PART A VIDE :
      * UNE REFERENCE ILLISIBLE N'EST PAS RECONSTRUITE A PARTIR DES
      * SEULS MOUVEMENTS DU JOUR.
       ChargerAncienneReference.
           MOVE 'N' TO FinAncienne
           OPEN INPUT AncienneReference
           IF StatutAncienne NOT = "00" AND StatutAncienne NOT = "35"
               DISPLAY "REFERENCE DES GRADES ILLISIBLE - STATUT : "
                   StatutAncienne
               MOVE SPACES TO ZoneRapport
               STRING "REFERENCE ILLISIBLE - STATUT " DELIMITED BY SIZE
                      StatutAncienne DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
               MOVE 'O' TO ErreurChargement
           END-IF
           IF StatutAncienne = "35"
               DISPLAY "REFERENCE DES GRADES INTROUVABLE : "
                   "../files/grades_reference.txt"
               MOVE "REFERENCE ABSENTE - DEPART A VIDE"
                   TO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
           IF StatutAncienne = "00"
               PERFORM UNTIL FinAncienne = 'O'
                   READ AncienneReference
                       AT END
                           MOVE 'O' TO FinAncienne
                       NOT AT END
                           IF AncienneLigne NOT = SPACES
                               IF NombreGrades < MaxGrades
                                   ADD 1 TO NombreGrades
                                   MOVE AncienneLigne
                                       TO TAB-ENREG(NombreGrades)
                               ELSE
                                   MOVE 'O' TO ErreurChargement
                                   MOVE 'O' TO FinAncienne
                                   DISPLAY "TABLE DES GRADES "
                                       "PLEINE - CHARGEMENT "
                                       "INTERROMPU"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AncienneReference
           END-IF.

       AppliquerMouvements.
           MOVE 'N' TO FinMouvements
           OPEN INPUT MouvementsGrades
           IF StatutMouvements NOT = "00"
               MOVE "AUCUN MOUVEMENT EN ATTENTE" TO ZoneRapport
               PERFORM EcrireLigneRapport
           ELSE
               PERFORM UNTIL FinMouvements = 'O'
                   READ MouvementsGrades
                       AT END
                           MOVE 'O' TO FinMouvements
                       NOT AT END
                           IF LigneMouvement NOT = SPACES
                               ADD 1 TO CompteurMouvements
                               PERFORM TraiterMouvement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MouvementsGrades
           END-IF.

       TraiterMouvement.
           MOVE LigneMouvement TO MOUVEMENT-GRADE-ENREG
           MOVE SPACES TO MotifRejet
           IF GTR-GRADE = SPACES
               MOVE "CODE GRADE A BLANC" TO MotifRejet
           ELSE
               PERFORM RechercherGrade
               IF GTR-AJOUT
                   PERFORM AppliquerAjout
               ELSE
                   IF GTR-CHANGEMENT
                       PERFORM AppliquerChangement
                   ELSE
                       IF GTR-DESACTIVATION
                           PERFORM AppliquerDesactivation
                       ELSE
                           MOVE "CODE MOUVEMENT INCONNU"
                               TO MotifRejet
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF MotifRejet = SPACES
               ADD 1 TO CompteurAppliques
               MOVE SPACES TO ZoneRapport
               STRING "APPLIQUE  " DELIMITED BY SIZE
                      GTR-CODE     DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      GTR-GRADE    DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           ELSE
               ADD 1 TO CompteurRejetes
               MOVE SPACES TO ZoneRapport
               STRING "REJETE    " DELIMITED BY SIZE
                      GTR-CODE     DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      GTR-GRADE    DELIMITED BY SIZE
                      "  MOTIF : " DELIMITED BY SIZE
                      MotifRejet   DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
               IF ActionSalaries = 'L'
                   PERFORM ParcourirSalariesGrade
                   MOVE 'C' TO ActionSalaries
               END-IF
           END-IF.

       RechercherGrade.
           MOVE 0 TO IndiceTrouve
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreGrades
                   OR IndiceTrouve > 0
               MOVE TAB-ENREG(Indice) TO GRADE-REF-ENREG
               IF GRD-CODE = GTR-GRADE
                   MOVE Indice TO IndiceTrouve
               END-IF
           END-PERFORM.

       AppliquerAjout.
           IF IndiceTrouve > 0
               MOVE "AJOUT - GRADE DEJA PRESENT" TO MotifRejet
           ELSE
               IF GTR-BANDE-MIN IS NOT NUMERIC
                   OR GTR-BANDE-MAX IS NOT NUMERIC
                   MOVE "AJOUT - BANDE ABSENTE OU NON NUMERIQUE"
                       TO MotifRejet
               ELSE
                   IF GTR-BANDE-MIN-N > GTR-BANDE-MAX-N
                       MOVE "AJOUT - BANDE MINIMUM > MAXIMUM"
                           TO MotifRejet
                   ELSE
                       IF NombreGrades = MaxGrades
                           MOVE "TABLE DES GRADES PLEINE"
                               TO MotifRejet
                       ELSE
                           PERFORM CreerGrade
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CreerGrade.
           ADD 1 TO NombreGrades
           MOVE GTR-GRADE        TO GRD-CODE
           MOVE GTR-LIBELLE      TO GRD-LIBELLE
           MOVE GTR-BANDE-MIN-N  TO GRD-BANDE-MIN
           MOVE GTR-BANDE-MAX-N  TO GRD-BANDE-MAX
           IF GTR-ACTIF = 'A' OR GTR-ACTIF = 'I'
               MOVE GTR-ACTIF TO GRD-ACTIF
           ELSE
               MOVE 'A' TO GRD-ACTIF
           END-IF
           MOVE GRADE-REF-ENREG TO TAB-ENREG(NombreGrades).

       AppliquerChangement.
           IF IndiceTrouve = 0
               MOVE "CHANGEMENT - GRADE INCONNU" TO MotifRejet
           ELSE
               IF (GTR-BANDE-MIN NOT = SPACES
                   AND GTR-BANDE-MIN IS NOT NUMERIC)
                   OR (GTR-BANDE-MAX NOT = SPACES
                   AND GTR-BANDE-MAX IS NOT NUMERIC)
                   MOVE "CHANGEMENT - BANDE NON NUMERIQUE"
                       TO MotifRejet
               ELSE
                   MOVE TAB-ENREG(IndiceTrouve) TO GRADE-REF-ENREG
                   IF GTR-LIBELLE NOT = SPACES
                       MOVE GTR-LIBELLE TO GRD-LIBELLE
                   END-IF
                   IF GTR-BANDE-MIN NOT = SPACES
                       MOVE GTR-BANDE-MIN-N TO GRD-BANDE-MIN
                   END-IF
                   IF GTR-BANDE-MAX NOT = SPACES
                       MOVE GTR-BANDE-MAX-N TO GRD-BANDE-MAX
                   END-IF
                   IF GRD-BANDE-MIN > GRD-BANDE-MAX
                       MOVE "CHANGEMENT - BANDE MINIMUM > MAXIMUM"
                           TO MotifRejet
                   ELSE
                       IF GTR-ACTIF = 'I'
                           PERFORM ControlerPorteurs
                       END-IF
                   END-IF
                   IF MotifRejet = SPACES
                       IF GTR-ACTIF = 'A' OR GTR-ACTIF = 'I'
                           MOVE GTR-ACTIF TO GRD-ACTIF
                       END-IF
                       MOVE GRADE-REF-ENREG TO TAB-ENREG(IndiceTrouve)
                   END-IF
               END-IF
           END-IF.

       AppliquerDesactivation.
           IF IndiceTrouve = 0
               MOVE "DESACTIVATION - GRADE INCONNU" TO MotifRejet
           ELSE
               PERFORM ControlerPorteurs
               IF MotifRejet = SPACES
                   MOVE TAB-ENREG(IndiceTrouve) TO GRADE-REF-ENREG
                   MOVE 'I' TO GRD-ACTIF
                   MOVE GRADE-REF-ENREG TO TAB-ENREG(IndiceTrouve)
               END-IF
           END-IF.

      * EmployeeEdit REJETTE TOUT SALARIE PORTE SUR UN GRADE
      * INACTIF, ACTIF OU NON : LE GRADE NE PEUT ETRE DESACTIVE
      * QU'UNE FOIS SES PORTEURS REGRADES. LES PORTEURS SONT LISTES
      * SOUS LE REJET.
       ControlerPorteurs.
           MOVE 'C' TO ActionSalaries
           PERFORM ParcourirSalariesGrade
           IF MaitreIllisible = 'O'
               MOVE "DESACTIVATION - MAITRE ILLISIBLE" TO MotifRejet
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               IF CompteurPorteurs > 0
                   MOVE "DESACTIVATION - SALARIES AU GRADE"
                       TO MotifRejet
                   MOVE 'L' TO ActionSalaries
                   ADD 1 TO CompteurRefusDesact
                   MOVE 4 TO GraviteCourante
                   PERFORM SignalerGravite
               END-IF
           END-IF.

      * ActionSalaries : C = COMPTER LES PORTEURS DU GRADE,
      * L = LES LISTER AU RAPPORT.
      * SEUL UN MAITRE INEXISTANT (STATUT 35) VAUT AUCUN PORTEUR ;
      * UN MAITRE ILLISIBLE FAIT REFUSER LA DESACTIVATION.
       ParcourirSalariesGrade.
           MOVE 0 TO CompteurPorteurs
           MOVE 'N' TO MaitreIllisible
           MOVE 'N' TO FinMaster
           OPEN INPUT EmployeMaster
           IF StatutMaster NOT = "00" AND StatutMaster NOT = "35"
               MOVE 'O' TO MaitreIllisible
               DISPLAY "MAITRE EMPLOYES ILLISIBLE - STATUT : "
                   StatutMaster
           END-IF
           IF StatutMaster = "35"
               IF ActionSalaries = 'C'
                   MOVE "MAITRE EMPLOYES ABSENT - AUCUN PORTEUR"
                       TO ZoneRapport
                   PERFORM EcrireLigneRapport
               END-IF
           END-IF
           IF StatutMaster = "00"
               PERFORM UNTIL FinMaster = 'O'
                   READ EmployeMaster
                       AT END
                           MOVE 'O' TO FinMaster
                       NOT AT END
                           MOVE LigneMaster TO EMPLOYE-ENREG
                           IF LigneMaster NOT = SPACES
                               AND EMP-GRADE = GTR-GRADE
                               ADD 1 TO CompteurPorteurs
                               IF ActionSalaries = 'L'
                                   PERFORM ListerPorteur
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployeMaster
           END-IF.

       ListerPorteur.
           MOVE SPACES TO ZoneRapport
           STRING "          PORTEUR " DELIMITED BY SIZE
                  EMP-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMP-NOM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  EMP-PRENOM DELIMITED BY SIZE
                  " SERVICE " DELIMITED BY SIZE
                  EMP-SERVICE DELIMITED BY SIZE
                  " STATUT " DELIMITED BY SIZE
                  EMP-STATUT DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport.

       EcrireNouvelleReference.
           OPEN OUTPUT NouvelleReference
           IF StatutNouvelle NOT = "00"
               DISPLAY "NOUVELLE REFERENCE NON CREEE - STATUT : "
                   StatutNouvelle
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM VARYING Indice FROM 1 BY 1
                       UNTIL Indice > NombreGrades
                   MOVE TAB-ENREG(Indice) TO NouvelleLigne
                   WRITE NouvelleLigne
                   ADD 1 TO CompteurEcrits
               END-PERFORM
               CLOSE NouvelleReference
           END-IF.

       TerminerRapport.
           MOVE "----------------------------------------------"
               TO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE SPACES TO ZoneRapport
           STRING "MOUVEMENTS LUS      : " DELIMITED BY SIZE
                  CompteurMouvements       DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE SPACES TO ZoneRapport
           STRING "MOUVEMENTS APPLIQUES: " DELIMITED BY SIZE
                  CompteurAppliques        DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE SPACES TO ZoneRapport
           STRING "MOUVEMENTS REJETES  : " DELIMITED BY SIZE
                  CompteurRejetes          DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE SPACES TO ZoneRapport
           STRING "  DONT DESACTIVATIONS REFUSEES (PORTEURS) : "
                      DELIMITED BY SIZE
                  CompteurRefusDesact      DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE SPACES TO ZoneRapport
           STRING "GRADES A LA NOUVELLE REFERENCE : "
                      DELIMITED BY SIZE
                  CompteurEcrits           DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           IF RapportOuvert = 'O'
               CLOSE RapportApplication
           END-IF
           DISPLAY "MOUVEMENTS APPLIQUES : " CompteurAppliques
               "  REJETES : " CompteurRejetes
           DISPLAY "RAPPORT : ../files/grade_apply_report.txt".

       EcrireLigneRapport.
           IF RapportOuvert = 'O'
               MOVE ZoneRapport TO LigneRapport
               WRITE LigneRapport
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
