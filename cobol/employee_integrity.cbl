       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeIntegrity.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MaitreCourant
               ASSIGN TO "../files/employee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaitre.

           SELECT ReferenceServices
               ASSIGN TO "../files/services_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutReference.

           SELECT ReferenceGrades
               ASSIGN TO "../files/grades_reference.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutGrades.

           SELECT HistoriqueServices
               ASSIGN TO "../files/employee_service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutHistorique.

      * FILE DES MOUVEMENTS EN ATTENTE (employee_trans.txt) OU
      * MOUVEMENTS DIFFERES DU DERNIER RUN
      * (employee_trans_pending.txt), SELON CheminMouvements.
           SELECT Mouvements ASSIGN TO DYNAMIC CheminMouvements
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMouvements.

           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

           SELECT ArchiveSortants
               ASSIGN TO "../files/employee_leavers_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutArchive.

      * CATALOGUE DES GENERATIONS OU DES OUVERTURES DE MOIS, SELON
      * CheminCatalogue, ET FICHIER CATALOGUE A CONTROLER.
           SELECT Catalogue ASSIGN TO DYNAMIC CheminCatalogue
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCatalogue.

           SELECT FichierCatalogue ASSIGN TO DYNAMIC CheminFichier
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutFichier.

           SELECT EtatIntegrite
               ASSIGN TO "../files/employee_integrity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT ControleExec
               ASSIGN TO "../files/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCtlExec.

           SELECT TriMaitre ASSIGN TO "SORTWORK".

           SELECT TriExceptions ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD MaitreCourant.
       01 LigneMaitre          PIC X(62).

       FD ReferenceServices.
       01 LigneReference       PIC X(72).

       FD ReferenceGrades.
       01 LigneGrade           PIC X(51).

       FD HistoriqueServices.
       01 LigneHistorique      PIC X(38).

       FD Mouvements.
       01 LigneMouvement       PIC X(71).

       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       FD ArchiveSortants.
       01 LigneArchive         PIC X(100).

       FD Catalogue.
       01 LigneCatalogue       PIC X(87).

       FD FichierCatalogue.
       01 LigneFichier         PIC X(62).

       FD EtatIntegrite.
       01 LigneEtat            PIC X(132).

       FD ControleExec.
       01 LigneCtlExec         PIC X(52).

      * MAITRE TRIE PAR EMP-ID POUR LA RECHERCHE DICHOTOMIQUE.
       SD TriMaitre.
       01 TriMaitreEnreg       PIC X(62).

      * EXCEPTIONS RELEVEES, REGROUPEES PAR CATEGORIE POUR L'ETAT ;
      * LE RANG CONSERVE L'ORDRE DE DETECTION DANS LA CATEGORIE.
       SD TriExceptions.
       01 TriExceptionEnreg.
           05 SORT-CATEGORIE   PIC 9(2).
           05 SORT-RANG        PIC 9(6).
           05 SORT-CLE         PIC X(12).
           05 SORT-DETAIL      PIC X(100).

       WORKING-STORAGE SECTION.
       01 StatutMaitre         PIC XX.
       01 StatutReference      PIC XX.
       01 StatutGrades         PIC XX.
       01 StatutHistorique     PIC XX.
       01 StatutMouvements     PIC XX.
       01 StatutRegistre       PIC XX.
       01 StatutArchive        PIC XX.
       01 StatutCatalogue      PIC XX.
       01 StatutFichier        PIC XX.
       01 StatutEtat           PIC XX.
       01 StatutCtlExec        PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 FinCatalogue         PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneEtat             PIC X(132) VALUE SPACES.
       01 EtatAEcrire          PIC X(8) VALUE SPACES.
       01 Indice               PIC 9(4) VALUE 0.
       01 IndiceLot            PIC 9(3) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE : LA PLUS
      * FORTE GRAVITE DES CATEGORIES OU UNE EXCEPTION A ETE RELEVEE.
      * 0 = FICHIERS COHERENTS, 4 = ECARTS QUE LE RUN SUIVANT OU LA
      * GESTION DU PERSONNEL RESORBE, 8 = MAITRE, REFERENCE OU
      * GENERATION INCOHERENTS OU ILLISIBLES : A TRAITER AVANT
      * L'OUVERTURE D'EMPINQ AUX UTILISATEURS.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * CATEGORIES D'EXCEPTION : GRAVITE ET LIBELLE.
       01 NombreCategories     PIC 9(2) VALUE 15.
       01 Categorie            PIC 9(2) VALUE 0.
       01 DescriptionCategories.
           05 FILLER PIC X(52)
               VALUE "08FICHIER DE CONTROLE ABSENT - CONTROLE NON FAIT".
           05 FILLER PIC X(52)
               VALUE "08EMP-ID EN DOUBLE AU MAITRE".
           05 FILLER PIC X(52)
               VALUE "08SERVICE DU MAITRE ABSENT DE LA REFERENCE".
           05 FILLER PIC X(52)
               VALUE "04SERVICE DU MAITRE INACTIF A LA REFERENCE".
           05 FILLER PIC X(52)
               VALUE "08GRADE DU MAITRE ABSENT DE LA REFERENCE".
           05 FILLER PIC X(52)
               VALUE "04GRADE DU MAITRE INACTIF A LA REFERENCE".
           05 FILLER PIC X(52)
               VALUE "08DERNIER SERVICE DE L'HISTORIQUE DIFFERENT".
           05 FILLER PIC X(52)
               VALUE "04DERNIER STATUT DE L'HISTORIQUE DIFFERENT".
           05 FILLER PIC X(52)
               VALUE "08SORTI A L'HISTORIQUE MAIS PRESENT AU MAITRE".
           05 FILLER PIC X(52)
               VALUE "04MOUVEMENT EN ATTENTE SUR UN EMP-ID ABSENT".
           05 FILLER PIC X(52)
               VALUE "04AJOUT EN ATTENTE D'UN EMP-ID DEJA PRESENT".
           05 FILLER PIC X(52)
               VALUE "04LOT EN ATTENTE DEJA ACCEPTE AU REGISTRE".
           05 FILLER PIC X(52)
               VALUE "08GENERATION DU MAITRE CATALOGUEE INTROUVABLE".
           05 FILLER PIC X(52)
               VALUE "04OUVERTURE DE MOIS CATALOGUEE INTROUVABLE".
           05 FILLER PIC X(52)
               VALUE "08SALARIE PURGE ENCORE AU MAITRE".
       01 DescriptionCategoriesR REDEFINES DescriptionCategories.
           05 EntreeCategorie OCCURS 15 TIMES.
               10 CAT-GRAVITE      PIC 9(2).
               10 CAT-LIBELLE      PIC X(50).
       01 CompteursCategories.
           05 CAT-NOMBRE OCCURS 15 TIMES PIC 9(6).
       01 CategoriePrecedente  PIC 9(2) VALUE 0.
       01 RangException        PIC 9(6) VALUE 0.
       01 TotalExceptions      PIC 9(6) VALUE 0.
       01 CleException         PIC X(12) VALUE SPACES.
       01 DetailException      PIC X(100) VALUE SPACES.

      * MAITRE COURANT TRIE ; LES POSTES LIBRES SONT A HIGH-VALUES
      * POUR LA RECHERCHE DICHOTOMIQUE. CHAQUE SALARIE PORTE LE
      * DERNIER ETAT CONNU DE L'HISTORIQUE (CODE, SERVICE, STATUT,
      * DATE) ET LA PRESENCE D'UNE SUPPRESSION EN ATTENTE.
       01 MaitreLisible        PIC X VALUE 'N'.
       01 NombreSalaries       PIC 9(4) VALUE 0.
       01 MaxSalaries          PIC 9(4) VALUE 5000.
       01 TableMaitrePleine    PIC X VALUE 'N'.
       01 SalariesNonControles PIC 9(6) VALUE 0.
       01 TableMaitre.
           05 EntreeMaitre OCCURS 5000 TIMES
                   ASCENDING KEY IS TBM-ID
                   INDEXED BY IxMaitre.
               10 TBM-ID           PIC X(6).
               10 TBM-SERVICE      PIC X(10).
               10 TBM-STATUT       PIC X(1).
               10 TBM-GRADE        PIC X(2).
               10 TBM-DOUBLONS     PIC 9(3).
               10 TBM-HIS-CODE     PIC X(1).
               10 TBM-HIS-SERVICE  PIC X(10).
               10 TBM-HIS-STATUT   PIC X(1).
               10 TBM-HIS-DATE     PIC X(8).
               10 TBM-SUPPRESSION  PIC X(1).
       01 IdRecherche          PIC X(6) VALUE SPACES.
       01 SalarieTrouve        PIC X VALUE 'N'.

       01 NombreServices       PIC 9(3) VALUE 0.
       01 MaxServices          PIC 9(3) VALUE 200.
       01 TableServices.
           05 EntreeService OCCURS 200 TIMES.
               10 TSV-CODE         PIC X(10).
               10 TSV-ACTIF        PIC X(1).
       01 ReferenceServicesLue PIC X VALUE 'N'.

       01 NombreGrades         PIC 9(3) VALUE 0.
       01 MaxGrades            PIC 9(3) VALUE 100.
       01 TableGrades.
           05 EntreeGrade OCCURS 100 TIMES.
               10 TGR-CODE         PIC X(2).
               10 TGR-ACTIF        PIC X(1).
       01 ReferenceGradesLue   PIC X VALUE 'N'.
       01 CodeCherche          PIC X(10) VALUE SPACES.
       01 ActifTrouve          PIC X VALUE SPACES.

      * EMP-ID AJOUTES OU SUPPRIMES PLUS HAUT DANS LE FICHIER DE
      * MOUVEMENTS EN COURS DE CONTROLE : ILS PRIMENT SUR LE MAITRE
      * POUR LES MOUVEMENTS SUIVANTS DU MEME FICHIER.
       01 CheminMouvements     PIC X(110) VALUE SPACES.
       01 NomMouvements        PIC X(30) VALUE SPACES.
       01 FileAttente          PIC X VALUE 'N'.
       01 NombreEnAttente      PIC 9(4) VALUE 0.
       01 MaxEnAttente         PIC 9(4) VALUE 2000.
       01 TableEnAttente.
           05 EntreeEnAttente OCCURS 2000 TIMES.
               10 ATT-ID           PIC X(6).
               10 ATT-ACTION       PIC X(1).
       01 IndiceAttente        PIC 9(4) VALUE 0.
       01 SalariePresent       PIC X VALUE 'N'.
       01 LotCourant           PIC X(16) VALUE SPACES.
       01 LotIgnore            PIC X VALUE 'N'.

      * LOTS EN ATTENTE, CONFRONTES AU REGISTRE DES LOTS ACCEPTES.
       01 SourceDifferes       PIC X(10) VALUE "DIFFERE".
       01 NombreLotsAttente    PIC 9(3) VALUE 0.
       01 MaxLotsAttente       PIC 9(3) VALUE 200.
       01 TableLotsAttente.
           05 EntreeLotAttente OCCURS 200 TIMES.
               10 LAT-SOURCE       PIC X(10).
               10 LAT-NUMERO       PIC X(4).
               10 LAT-FICHIER      PIC X(30).

       01 CheminCatalogue      PIC X(110) VALUE SPACES.
       01 CheminFichier        PIC X(110) VALUE SPACES.
       01 PositionChemin       PIC 9(2) VALUE 0.
       01 LongueurCle          PIC 9(2) VALUE 0.
       01 CategorieCatalogue   PIC 9(2) VALUE 0.

       01 CompteurHistorique   PIC 9(7) VALUE 0.
       01 CompteurMouvements   PIC 9(7) VALUE 0.
       01 CompteurFichiers     PIC 9(4) VALUE 0.

       01 LigneException.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 EXC-CLE          PIC X(12).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 EXC-DETAIL       PIC X(100).
           05 FILLER           PIC X(14) VALUE SPACES.

       01 LigneSynthese.
           05 SYN-CATEGORIE    PIC 9(2).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 SYN-LIBELLE      PIC X(50).
           05 FILLER           PIC X(10) VALUE " GRAVITE ".
           05 SYN-GRAVITE      PIC Z9.
           05 FILLER           PIC X(13) VALUE "  EXCEPTIONS ".
           05 SYN-NOMBRE       PIC ZZZZZ9.
           05 FILLER           PIC X(47) VALUE SPACES.

           COPY EMPLOYE.

           COPY SERVREF.

           COPY GRADREF.

           COPY EMPHIST.

           COPY EMPLOT.

           COPY EMPREG.

           COPY EMPARCH.

           COPY RUNCTL.

       PROCEDURE DIVISION.
       Debut.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           MOVE "DEBUT" TO EtatAEcrire
           PERFORM EcrireControleExec
           PERFORM OuvrirEtat
           MOVE ZEROS TO CompteursCategories
           PERFORM ChargerMaitre
           SORT TriExceptions
               ON ASCENDING KEY SORT-CATEGORIE
               ON ASCENDING KEY SORT-RANG
               INPUT PROCEDURE IS ControlerFichiers
               OUTPUT PROCEDURE IS ImprimerExceptions
           PERFORM ImprimerSynthese
           PERFORM TerminerEtat
           DISPLAY "SALARIES AU MAITRE       : " NombreSalaries
           DISPLAY "LIGNES D'HISTORIQUE LUES : " CompteurHistorique
           DISPLAY "MOUVEMENTS EN ATTENTE LUS: " CompteurMouvements
           DISPLAY "FICHIERS CATALOGUES VUS  : " CompteurFichiers
           DISPLAY "EXCEPTIONS RELEVEES      : " TotalExceptions
           IF MaitreLisible = 'O'
               MOVE "FIN" TO EtatAEcrire
               PERFORM EcrireControleExec
           END-IF
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

       EcrireControleExec.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           MOVE "EmployeeIntegrity" TO CTL-PROGRAMME
           MOVE DateJour TO CTL-DATE
           MOVE HeureJour TO CTL-HEURE
           MOVE EtatAEcrire TO CTL-ETAT
           MOVE "ALL" TO CTL-MODE
           OPEN EXTEND ControleExec
           IF StatutCtlExec NOT = "00"
               OPEN OUTPUT ControleExec
               CLOSE ControleExec
               OPEN EXTEND ControleExec
           END-IF
           MOVE CONTROLE-EXEC-ENREG TO LigneCtlExec
           WRITE LigneCtlExec
           CLOSE ControleExec.

       OuvrirEtat.
           OPEN OUTPUT EtatIntegrite
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "CONTROLE DE COHERENCE DES FICHIERS EMPLOYES  "
                      DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat.

      * CHARGEMENT DU MAITRE COURANT, TRIE PAR EMP-ID.
       ChargerMaitre.
           MOVE HIGH-VALUES TO TableMaitre
           OPEN INPUT MaitreCourant
           IF StatutMaitre = "00"
               CLOSE MaitreCourant
               MOVE 'O' TO MaitreLisible
               SORT TriMaitre
                   ON ASCENDING KEY TriMaitreEnreg
                   USING MaitreCourant
                   OUTPUT PROCEDURE IS RangerMaitre
           END-IF.

       RangerMaitre.
           MOVE 'N' TO FinTri
           PERFORM UNTIL FinTri = 'O'
               RETURN TriMaitre
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF TriMaitreEnreg NOT = SPACES
                           PERFORM RangerUnSalarie
                       END-IF
               END-RETURN
           END-PERFORM.

       RangerUnSalarie.
           MOVE TriMaitreEnreg TO EMPLOYE-ENREG
           IF NombreSalaries > 0
               AND TBM-ID(NombreSalaries) = TriMaitreEnreg(1:6)
               ADD 1 TO TBM-DOUBLONS(NombreSalaries)
           ELSE
               IF NombreSalaries < MaxSalaries
                   ADD 1 TO NombreSalaries
                   MOVE TriMaitreEnreg(1:6) TO TBM-ID(NombreSalaries)
                   MOVE EMP-SERVICE TO TBM-SERVICE(NombreSalaries)
                   MOVE EMP-STATUT TO TBM-STATUT(NombreSalaries)
                   MOVE EMP-GRADE TO TBM-GRADE(NombreSalaries)
                   MOVE 0 TO TBM-DOUBLONS(NombreSalaries)
                   MOVE SPACES TO TBM-HIS-CODE(NombreSalaries)
                   MOVE SPACES TO TBM-HIS-SERVICE(NombreSalaries)
                   MOVE SPACES TO TBM-HIS-STATUT(NombreSalaries)
                   MOVE SPACES TO TBM-HIS-DATE(NombreSalaries)
                   MOVE 'N' TO TBM-SUPPRESSION(NombreSalaries)
               ELSE
                   ADD 1 TO SalariesNonControles
                   IF TableMaitrePleine = 'N'
                       MOVE 'O' TO TableMaitrePleine
                       DISPLAY "TABLE DU MAITRE PLEINE - CONTROLE "
                           "PARTIEL AU-DELA DE " MaxSalaries
                           " SALARIES"
                       MOVE 4 TO GraviteCourante
                       PERFORM SignalerGravite
                   END-IF
               END-IF
           END-IF.

       RechercherSalarie.
           MOVE 'N' TO SalarieTrouve
           IF NombreSalaries > 0
               SEARCH ALL EntreeMaitre
                   AT END
                       MOVE 'N' TO SalarieTrouve
                   WHEN TBM-ID(IxMaitre) = IdRecherche
                       MOVE 'O' TO SalarieTrouve
               END-SEARCH
           END-IF.

      * CONTROLES CROISES (PROCEDURE D'ENTREE DU TRI DES
      * EXCEPTIONS).
       ControlerFichiers.
           IF MaitreLisible = 'N'
               MOVE 1 TO Categorie
               MOVE "MAITRE" TO CleException
               MOVE SPACES TO DetailException
               STRING "../files/employee_master.txt ABSENT - CONTROLES "
                          DELIMITED BY SIZE
                      "DU MAITRE, DE L'HISTORIQUE ET DES ATTENTES NON "
                          DELIMITED BY SIZE
                      "FAITS" DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           ELSE
               PERFORM ChargerServices
               PERFORM ChargerGrades
               PERFORM ControlerMaitre
               PERFORM ControlerHistorique
               MOVE 'O' TO FileAttente
               MOVE "../files/employee_trans.txt" TO CheminMouvements
               MOVE "employee_trans.txt" TO NomMouvements
               PERFORM ControlerMouvements
               MOVE 'N' TO FileAttente
               MOVE "../files/employee_trans_pending.txt"
                   TO CheminMouvements
               MOVE "employee_trans_pending.txt" TO NomMouvements
               PERFORM ControlerMouvements
               PERFORM ControlerArchive
           END-IF
           PERFORM ControlerRegistre
           MOVE "../files/employee_master_gens.txt" TO CheminCatalogue
           MOVE 19 TO PositionChemin
           MOVE 8 TO LongueurCle
           MOVE 13 TO CategorieCatalogue
           PERFORM ControlerCatalogue
           MOVE "../files/employee_master_openings.txt"
               TO CheminCatalogue
           MOVE 26 TO PositionChemin
           MOVE 6 TO LongueurCle
           MOVE 14 TO CategorieCatalogue
           PERFORM ControlerCatalogue.

       DeposerException.
           ADD 1 TO RangException
           ADD 1 TO CAT-NOMBRE(Categorie)
           MOVE Categorie TO SORT-CATEGORIE
           MOVE RangException TO SORT-RANG
           MOVE CleException TO SORT-CLE
           MOVE DetailException TO SORT-DETAIL
           RELEASE TriExceptionEnreg
           MOVE SPACES TO CleException
           MOVE SPACES TO DetailException.

       ChargerServices.
           MOVE 'N' TO FinLecture
           OPEN INPUT ReferenceServices
           IF StatutReference NOT = "00"
               MOVE 1 TO Categorie
               MOVE "SERVICES" TO CleException
               MOVE SPACES TO DetailException
               STRING "../files/services_reference.txt ABSENT - "
                          DELIMITED BY SIZE
                      "SERVICES DU MAITRE NON CONTROLES"
                          DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           ELSE
               MOVE 'O' TO ReferenceServicesLue
               PERFORM UNTIL FinLecture = 'O'
                   READ ReferenceServices
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF NombreServices < MaxServices
                               AND LigneReference NOT = SPACES
                               MOVE LigneReference TO SERVICE-REF-ENREG
                               ADD 1 TO NombreServices
                               MOVE SRV-CODE TO TSV-CODE(NombreServices)
                               MOVE SRV-ACTIF
                                   TO TSV-ACTIF(NombreServices)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceServices
           END-IF.

       ChargerGrades.
           MOVE 'N' TO FinLecture
           OPEN INPUT ReferenceGrades
           IF StatutGrades NOT = "00"
               MOVE 1 TO Categorie
               MOVE "GRADES" TO CleException
               MOVE SPACES TO DetailException
               STRING "../files/grades_reference.txt ABSENT - GRADES "
                          DELIMITED BY SIZE
                      "DU MAITRE NON CONTROLES" DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           ELSE
               MOVE 'O' TO ReferenceGradesLue
               PERFORM UNTIL FinLecture = 'O'
                   READ ReferenceGrades
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF NombreGrades < MaxGrades
                               AND LigneGrade NOT = SPACES
                               MOVE LigneGrade TO GRADE-REF-ENREG
                               ADD 1 TO NombreGrades
                               MOVE GRD-CODE TO TGR-CODE(NombreGrades)
                               MOVE GRD-ACTIF TO TGR-ACTIF(NombreGrades)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceGrades
           END-IF.

      * DOUBLONS, SERVICE ET GRADE DE CHAQUE SALARIE DU MAITRE.
       ControlerMaitre.
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreSalaries
               MOVE TBM-ID(Indice) TO CleException
               IF TBM-DOUBLONS(Indice) > 0
                   MOVE 2 TO Categorie
                   MOVE SPACES TO DetailException
                   STRING "PRESENT " DELIMITED BY SIZE
                          TBM-DOUBLONS(Indice) DELIMITED BY SIZE
                          " FOIS DE PLUS DANS employee_master.txt"
                              DELIMITED BY SIZE
                          INTO DetailException
                   PERFORM DeposerException
                   MOVE TBM-ID(Indice) TO CleException
               END-IF
               IF ReferenceServicesLue = 'O'
                   PERFORM ControlerServiceMaitre
               END-IF
               IF ReferenceGradesLue = 'O'
                   PERFORM ControlerGradeMaitre
               END-IF
           END-PERFORM.

       ControlerServiceMaitre.
           MOVE SPACES TO ActifTrouve
           PERFORM VARYING IndiceLot FROM 1 BY 1
                   UNTIL IndiceLot > NombreServices
               IF TSV-CODE(IndiceLot) = TBM-SERVICE(Indice)
                   MOVE TSV-ACTIF(IndiceLot) TO ActifTrouve
                   MOVE NombreServices TO IndiceLot
               END-IF
           END-PERFORM
           IF ActifTrouve = SPACES
               MOVE 3 TO Categorie
           ELSE
               IF ActifTrouve = 'I'
                   MOVE 4 TO Categorie
               ELSE
                   MOVE 0 TO Categorie
               END-IF
           END-IF
           IF Categorie > 0
               MOVE TBM-ID(Indice) TO CleException
               MOVE SPACES TO DetailException
               STRING "SERVICE " DELIMITED BY SIZE
                      TBM-SERVICE(Indice) DELIMITED BY SIZE
                      "  STATUT SALARIE " DELIMITED BY SIZE
                      TBM-STATUT(Indice) DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           END-IF.

       ControlerGradeMaitre.
           MOVE SPACES TO ActifTrouve
           PERFORM VARYING IndiceLot FROM 1 BY 1
                   UNTIL IndiceLot > NombreGrades
               IF TGR-CODE(IndiceLot) = TBM-GRADE(Indice)
                   MOVE TGR-ACTIF(IndiceLot) TO ActifTrouve
                   MOVE NombreGrades TO IndiceLot
               END-IF
           END-PERFORM
           IF ActifTrouve = SPACES
               MOVE 5 TO Categorie
           ELSE
               IF ActifTrouve = 'I'
                   MOVE 6 TO Categorie
               ELSE
                   MOVE 0 TO Categorie
               END-IF
           END-IF
           IF Categorie > 0
               MOVE TBM-ID(Indice) TO CleException
               MOVE SPACES TO DetailException
               STRING "GRADE " DELIMITED BY SIZE
                      TBM-GRADE(Indice) DELIMITED BY SIZE
                      "  SERVICE " DELIMITED BY SIZE
                      TBM-SERVICE(Indice) DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           END-IF.

      * DERNIER ETAT CONNU DE CHAQUE SALARIE DANS L'HISTORIQUE
      * CUMULATIF (ORDRE DES RUNS) : SERVICE APRES L'EVENEMENT ET
      * STATUT QUAND L'EVENEMENT LE PORTE. UNE DESACTIVATION (S) NE
      * CHANGE PAS LE SERVICE, PORTE DANS L'ANCIEN SERVICE.
       ControlerHistorique.
           MOVE 'N' TO FinLecture
           OPEN INPUT HistoriqueServices
           IF StatutHistorique = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ HistoriqueServices
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           ADD 1 TO CompteurHistorique
                           MOVE LigneHistorique
                               TO HISTORIQUE-SERVICE-ENREG
                           MOVE LigneHistorique(1:6) TO IdRecherche
                           PERFORM RechercherSalarie
                           IF SalarieTrouve = 'O'
                               PERFORM NoterDernierEvenement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoriqueServices
               PERFORM VARYING Indice FROM 1 BY 1
                       UNTIL Indice > NombreSalaries
                   IF TBM-HIS-CODE(Indice) NOT = SPACES
                       PERFORM ComparerHistorique
                   END-IF
               END-PERFORM
           END-IF.

       NoterDernierEvenement.
           MOVE HIS-CODE TO TBM-HIS-CODE(IxMaitre)
           MOVE HIS-DATE TO TBM-HIS-DATE(IxMaitre)
           IF HIS-DESACTIVATION
               MOVE HIS-ANCIEN-SERVICE TO TBM-HIS-SERVICE(IxMaitre)
               MOVE 'I' TO TBM-HIS-STATUT(IxMaitre)
           ELSE
               MOVE HIS-NOUVEAU-SERVICE TO TBM-HIS-SERVICE(IxMaitre)
               IF HIS-REACTIVATION
                   MOVE 'A' TO TBM-HIS-STATUT(IxMaitre)
               ELSE
                   MOVE HIS-STATUT TO TBM-HIS-STATUT(IxMaitre)
               END-IF
           END-IF.

       ComparerHistorique.
           MOVE TBM-ID(Indice) TO CleException
           IF TBM-HIS-CODE(Indice) = 'D'
               MOVE 9 TO Categorie
               MOVE SPACES TO DetailException
               STRING "SUPPRIME LE " DELIMITED BY SIZE
                      TBM-HIS-DATE(Indice) DELIMITED BY SIZE
                      " SELON L'HISTORIQUE, TOUJOURS AU MAITRE "
                          DELIMITED BY SIZE
                      "(SERVICE " DELIMITED BY SIZE
                      TBM-SERVICE(Indice) DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           ELSE
               IF TBM-HIS-SERVICE(Indice) NOT = TBM-SERVICE(Indice)
                   MOVE 7 TO Categorie
                   MOVE SPACES TO DetailException
                   STRING "HISTORIQUE " DELIMITED BY SIZE
                          TBM-HIS-SERVICE(Indice) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          TBM-HIS-CODE(Indice) DELIMITED BY SIZE
                          " LE " DELIMITED BY SIZE
                          TBM-HIS-DATE(Indice) DELIMITED BY SIZE
                          ")  MAITRE " DELIMITED BY SIZE
                          TBM-SERVICE(Indice) DELIMITED BY SIZE
                          INTO DetailException
                   PERFORM DeposerException
                   MOVE TBM-ID(Indice) TO CleException
               END-IF
               IF TBM-HIS-STATUT(Indice) NOT = SPACES
                   AND TBM-HIS-STATUT(Indice) NOT = TBM-STATUT(Indice)
                   MOVE 8 TO Categorie
                   MOVE SPACES TO DetailException
                   STRING "HISTORIQUE " DELIMITED BY SIZE
                          TBM-HIS-STATUT(Indice) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          TBM-HIS-CODE(Indice) DELIMITED BY SIZE
                          " LE " DELIMITED BY SIZE
                          TBM-HIS-DATE(Indice) DELIMITED BY SIZE
                          ")  MAITRE " DELIMITED BY SIZE
                          TBM-STATUT(Indice) DELIMITED BY SIZE
                          INTO DetailException
                   PERFORM DeposerException
               END-IF
           END-IF.

      * CHAQUE MOUVEMENT EN ATTENTE DOIT VISER UN SALARIE PRESENT
      * (MODIFICATION, SUPPRESSION) OU ABSENT (AJOUT), COMPTE TENU
      * DES AJOUTS ET SUPPRESSIONS QUI LE PRECEDENT DANS LE FICHIER.
      * LE LOT DES DIFFERES RECOPIE DANS employee_trans.txt PAR
      * EMPAPPLY EST IGNORE : SES MOUVEMENTS SONT CONTROLES DANS
      * employee_trans_pending.txt ET SERAIENT SIGNALES DEUX FOIS.
       ControlerMouvements.
           MOVE 'N' TO FinLecture
           MOVE 'N' TO LotIgnore
           MOVE 0 TO NombreEnAttente
           MOVE SPACES TO LotCourant
           OPEN INPUT Mouvements
           IF StatutMouvements = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ Mouvements
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           PERFORM ControlerUnMouvement
                   END-READ
               END-PERFORM
               CLOSE Mouvements
           END-IF.

       ControlerUnMouvement.
           IF LigneMouvement(1:1) = 'H'
               MOVE LigneMouvement(1:23) TO LOT-ENTETE-ENREG
               MOVE SPACES TO LotCourant
               STRING LOT-SOURCE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      LigneMouvement(20:4) DELIMITED BY SIZE
                      INTO LotCourant
               IF FileAttente = 'O' AND LOT-SOURCE = SourceDifferes
                   MOVE 'O' TO LotIgnore
               ELSE
                   MOVE 'N' TO LotIgnore
               END-IF
               IF LOT-SOURCE NOT = SourceDifferes
                   AND NombreLotsAttente < MaxLotsAttente
                   ADD 1 TO NombreLotsAttente
                   MOVE LOT-SOURCE TO LAT-SOURCE(NombreLotsAttente)
                   MOVE LigneMouvement(20:4)
                       TO LAT-NUMERO(NombreLotsAttente)
                   MOVE NomMouvements TO LAT-FICHIER(NombreLotsAttente)
               END-IF
           ELSE
               IF (LigneMouvement(1:1) = 'A'
                   OR LigneMouvement(1:1) = 'C'
                   OR LigneMouvement(1:1) = 'D')
                   AND LotIgnore = 'N'
                   ADD 1 TO CompteurMouvements
                   MOVE LigneMouvement(2:6) TO IdRecherche
                   PERFORM DeterminerPresence
                   PERFORM JugerMouvement
               END-IF
           END-IF.

       DeterminerPresence.
           MOVE 0 TO IndiceAttente
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreEnAttente
               IF ATT-ID(Indice) = IdRecherche
                   MOVE Indice TO IndiceAttente
               END-IF
           END-PERFORM
           PERFORM RechercherSalarie
           IF IndiceAttente > 0
               IF ATT-ACTION(IndiceAttente) = 'A'
                   MOVE 'O' TO SalariePresent
               ELSE
                   MOVE 'N' TO SalariePresent
               END-IF
           ELSE
               MOVE SalarieTrouve TO SalariePresent
           END-IF.

       JugerMouvement.
           MOVE 0 TO Categorie
           IF LigneMouvement(1:1) = 'A'
               IF SalariePresent = 'O'
                   MOVE 11 TO Categorie
               END-IF
           ELSE
               IF SalariePresent = 'N'
                   MOVE 10 TO Categorie
               END-IF
           END-IF
           IF Categorie > 0
               MOVE IdRecherche TO CleException
               MOVE SPACES TO DetailException
               STRING "MOUVEMENT " DELIMITED BY SIZE
                      LigneMouvement(1:1) DELIMITED BY SIZE
                      " DU LOT " DELIMITED BY SIZE
                      LotCourant DELIMITED BY "  "
                      " DANS " DELIMITED BY SIZE
                      NomMouvements DELIMITED BY SPACE
                      INTO DetailException
               PERFORM DeposerException
           END-IF
           IF LigneMouvement(1:1) = 'A'
               OR LigneMouvement(1:1) = 'D'
               PERFORM NoterMouvementEnAttente
           END-IF
           IF LigneMouvement(1:1) = 'D'
               AND FileAttente = 'O'
               AND SalarieTrouve = 'O'
               MOVE 'O' TO TBM-SUPPRESSION(IxMaitre)
           END-IF.

       NoterMouvementEnAttente.
           IF IndiceAttente = 0
               IF NombreEnAttente < MaxEnAttente
                   ADD 1 TO NombreEnAttente
                   MOVE NombreEnAttente TO IndiceAttente
                   MOVE IdRecherche TO ATT-ID(IndiceAttente)
               END-IF
           END-IF
           IF IndiceAttente > 0
               MOVE LigneMouvement(1:1) TO ATT-ACTION(IndiceAttente)
           END-IF.

      * UN LOT EN ATTENTE DEJA ACCEPTE AU REGISTRE SERA REFUSE EN
      * DOUBLON PAR EmployeeApply.
       ControlerRegistre.
           MOVE 'N' TO FinLecture
           IF NombreLotsAttente > 0
               OPEN INPUT RegistreLots
               IF StatutRegistre = "00"
                   PERFORM UNTIL FinLecture = 'O'
                       READ RegistreLots
                           AT END
                               MOVE 'O' TO FinLecture
                           NOT AT END
                               MOVE LigneRegistre
                                   TO REGISTRE-LOT-ENREG
                               IF REG-ACCEPTE
                                   PERFORM RapprocherLotsAttente
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RegistreLots
               END-IF
           END-IF.

       RapprocherLotsAttente.
           PERFORM VARYING IndiceLot FROM 1 BY 1
                   UNTIL IndiceLot > NombreLotsAttente
               IF LAT-SOURCE(IndiceLot) = REG-SOURCE
                   AND LAT-NUMERO(IndiceLot) = LigneRegistre(11:4)
                   MOVE 12 TO Categorie
                   MOVE SPACES TO CleException
                   STRING REG-SOURCE DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          LAT-NUMERO(IndiceLot) DELIMITED BY SIZE
                          INTO CleException
                   MOVE SPACES TO DetailException
                   STRING "EN ATTENTE DANS " DELIMITED BY SIZE
                          LAT-FICHIER(IndiceLot) DELIMITED BY SPACE
                          ", ACCEPTE LE " DELIMITED BY SIZE
                          REG-DATE-TRAITEMENT DELIMITED BY SIZE
                          INTO DetailException
                   PERFORM DeposerException
               END-IF
           END-PERFORM.

      * UN SALARIE DE L'ARCHIVE DES SORTANTS N'A PLUS SA PLACE AU
      * MAITRE, SAUF SI SA SUPPRESSION EST EN ATTENTE D'EMPAPPLY.
       ControlerArchive.
           MOVE 'N' TO FinLecture
           OPEN INPUT ArchiveSortants
           IF StatutArchive = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ ArchiveSortants
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneArchive(1:1) = 'D'
                               PERFORM ControlerSortantArchive
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveSortants
           END-IF.

       ControlerSortantArchive.
           MOVE LigneArchive TO ARCHIVE-SORTANT-ENREG
           MOVE ARS-EMPLOYE(1:6) TO IdRecherche
           PERFORM RechercherSalarie
           IF SalarieTrouve = 'O'
               IF TBM-SUPPRESSION(IxMaitre) NOT = 'O'
                   MOVE 15 TO Categorie
                   MOVE IdRecherche TO CleException
                   MOVE SPACES TO DetailException
                   STRING "ARCHIVE PAR LA PURGE " DELIMITED BY SIZE
                          ARS-NUMERO DELIMITED BY SIZE
                          " DU " DELIMITED BY SIZE
                          ARS-DATE-PURGE DELIMITED BY SIZE
                          ", AUCUNE SUPPRESSION EN ATTENTE"
                              DELIMITED BY SIZE
                          INTO DetailException
                   PERFORM DeposerException
               END-IF
           END-IF.

      * CHAQUE FICHIER DESIGNE PAR LE CATALOGUE DOIT EXISTER : SANS
      * LUI, EMPBKOUT OU WRKRECON ECHOUERAIT.
       ControlerCatalogue.
           MOVE 'N' TO FinCatalogue
           OPEN INPUT Catalogue
           IF StatutCatalogue = "00"
               PERFORM UNTIL FinCatalogue = 'O'
                   READ Catalogue
                       AT END
                           MOVE 'O' TO FinCatalogue
                       NOT AT END
                           IF LigneCatalogue(PositionChemin:62)
                               NOT = SPACES
                               PERFORM ControlerFichierCatalogue
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Catalogue
           END-IF.

       ControlerFichierCatalogue.
           ADD 1 TO CompteurFichiers
           MOVE SPACES TO CheminFichier
           MOVE LigneCatalogue(PositionChemin:62) TO CheminFichier
           OPEN INPUT FichierCatalogue
           IF StatutFichier = "00"
               CLOSE FichierCatalogue
           ELSE
               MOVE CategorieCatalogue TO Categorie
               MOVE LigneCatalogue(1:LongueurCle) TO CleException
               MOVE SPACES TO DetailException
               STRING CheminFichier DELIMITED BY SPACE
                      " - STATUT " DELIMITED BY SIZE
                      StatutFichier DELIMITED BY SIZE
                      INTO DetailException
               PERFORM DeposerException
           END-IF.

      * ETAT DES EXCEPTIONS PAR CATEGORIE.
       ImprimerExceptions.
           MOVE 'N' TO FinTri
           MOVE 0 TO CategoriePrecedente
           PERFORM UNTIL FinTri = 'O'
               RETURN TriExceptions
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF SORT-CATEGORIE NOT = CategoriePrecedente
                           MOVE SORT-CATEGORIE TO CategoriePrecedente
                           PERFORM EditerTeteCategorie
                       END-IF
                       ADD 1 TO TotalExceptions
                       MOVE SORT-CLE TO EXC-CLE
                       MOVE SORT-DETAIL TO EXC-DETAIL
                       MOVE LigneException TO ZoneEtat
                       PERFORM EcrireLigneEtat
               END-RETURN
           END-PERFORM
           IF TotalExceptions = 0
               MOVE "AUCUNE EXCEPTION - FICHIERS COHERENTS" TO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

       EditerTeteCategorie.
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "CATEGORIE " DELIMITED BY SIZE
                  SORT-CATEGORIE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  CAT-LIBELLE(SORT-CATEGORIE) DELIMITED BY "  "
                  " (GRAVITE " DELIMITED BY SIZE
                  CAT-GRAVITE(SORT-CATEGORIE) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

       ImprimerSynthese.
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "SYNTHESE PAR CATEGORIE" TO ZoneEtat
           PERFORM EcrireLigneEtat
           PERFORM VARYING Categorie FROM 1 BY 1
                   UNTIL Categorie > NombreCategories
               MOVE Categorie TO SYN-CATEGORIE
               MOVE CAT-LIBELLE(Categorie) TO SYN-LIBELLE
               MOVE CAT-GRAVITE(Categorie) TO SYN-GRAVITE
               MOVE CAT-NOMBRE(Categorie) TO SYN-NOMBRE
               MOVE LigneSynthese TO ZoneEtat
               PERFORM EcrireLigneEtat
               IF CAT-NOMBRE(Categorie) > 0
                   MOVE CAT-GRAVITE(Categorie) TO GraviteCourante
                   PERFORM SignalerGravite
               END-IF
           END-PERFORM.

       TerminerEtat.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SALARIES CONTROLES : " DELIMITED BY SIZE
                  NombreSalaries DELIMITED BY SIZE
                  "  EXCEPTIONS : " DELIMITED BY SIZE
                  TotalExceptions DELIMITED BY SIZE
                  "  CODE RETOUR : " DELIMITED BY SIZE
                  CodeRetour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF SalariesNonControles > 0
               MOVE SPACES TO ZoneEtat
               STRING "TABLE DU MAITRE PLEINE - SALARIES NON "
                          DELIMITED BY SIZE
                      "CONTROLES : " DELIMITED BY SIZE
                      SalariesNonControles DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           IF EtatOuvert = 'O'
               CLOSE EtatIntegrite
           END-IF
           DISPLAY "ETAT PRODUIT : "
               "../files/employee_integrity_report.txt".

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
