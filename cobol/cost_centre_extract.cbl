       IDENTIFICATION DIVISION.
       PROGRAM-ID. CostCentreExtract.

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

      * HISTORIQUE CUMULATIF DES SERVICES : SOURCE DES SORTIES DU
      * MOIS (SUPPRESSION D'UN SALARIE ACTIF OU PASSAGE A INACTIF),
      * LE MAITRE NE CONSERVANT NI LES SALARIES SUPPRIMES NI LA DATE
      * DE PASSAGE A INACTIF.
           SELECT HistoriqueServices
               ASSIGN TO "../files/employee_service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutHistorique.

           SELECT FichierInterface
               ASSIGN TO "../files/cost_centre_headcount.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutInterface.

           SELECT ControleExec
               ASSIGN TO "../files/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCtlExec.

           SELECT SortFile ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD MasterValide.
       01 LigneValide          PIC X(62).

       FD ReferenceServices.
       01 LigneReference       PIC X(72).

       FD HistoriqueServices.
       01 LigneHistorique      PIC X(38).

       FD FichierInterface.
       01 LigneInterface       PIC X(80).

       FD ControleExec.
       01 LigneCtlExec         PIC X(52).

       SD SortFile.
       01 SortEnreg.
           05 SORT-CENTRE      PIC X(6).
           05 SORT-GRADE       PIC X(2).
           05 SORT-ACTIF       PIC 9.
           05 SORT-INACTIF     PIC 9.
           05 SORT-ENTREE      PIC 9.
           05 SORT-SORTIE      PIC 9.

       WORKING-STORAGE SECTION.
       01 StatutValide         PIC XX.
       01 StatutReference      PIC XX.
       01 StatutHistorique     PIC XX.
       01 StatutInterface      PIC XX.
       01 StatutCtlExec        PIC XX.
       01 FinValide            PIC X VALUE 'N'.
       01 FinReference         PIC X VALUE 'N'.
       01 FinHistorique        PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 InterfaceOuverte     PIC X VALUE 'N'.
       01 PremierGroupe        PIC X VALUE 'O'.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneParm             PIC X(80) VALUE SPACES.
       01 EtatAEcrire          PIC X(8) VALUE SPACES.
       01 ParametreValide      PIC X VALUE 'O'.

      * MOIS TRAITE (AAAAMM) : PARM DU JOB, A DEFAUT LE MOIS DE LA
      * DATE D'EXECUTION.
       01 MoisTraite           PIC X(6) VALUE SPACES.
       01 MoisTraiteR REDEFINES MoisTraite.
           05 MT-AAAA          PIC 9(4).
           05 MT-MM            PIC 9(2).

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = TRAITEMENT PROPRE, 4 = AVERTISSEMENT (HISTORIQUE ABSENT,
      * SERVICE HORS REFERENCE, EXTRACTION VIDE), 8 = MAITRE VALIDE
      * OU REFERENCE DES SERVICES ABSENT, INTERFACE NON CREEE OU
      * PARAMETRE INVALIDE.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * CENTRES DE COUT DES SERVICES, CHARGES DEPUIS LA REFERENCE.
      * UN SERVICE ABSENT DE LA REFERENCE EST VENTILE SUR LE CENTRE
      * CentreInconnu.
       01 NombreServices       PIC 9(3) VALUE 0.
       01 MaxServices          PIC 9(3) VALUE 200.
       01 Indice               PIC 9(3) VALUE 0.
       01 TableCentres.
           05 EntreeCentre OCCURS 200 TIMES.
               10 CEN-SERVICE      PIC X(10).
               10 CEN-CENTRE       PIC X(6).
       01 ServiceCherche       PIC X(10) VALUE SPACES.
       01 CentreTrouve         PIC X(6) VALUE SPACES.
       01 CentreInconnu        PIC X(6) VALUE "NONREF".

       01 CompteurSalaries     PIC 9(7) VALUE 0.
       01 CompteurSorties      PIC 9(7) VALUE 0.
       01 CompteurHorsRef      PIC 9(7) VALUE 0.
       01 CompteurDetails      PIC 9(9) VALUE 0.

      * CUMULS DU GROUPE CENTRE DE COUT / GRADE EN COURS.
       01 CentrePrecedent      PIC X(6) VALUE SPACES.
       01 GradePrecedent       PIC X(2) VALUE SPACES.
       01 CumulActifs          PIC 9(6) VALUE 0.
       01 CumulInactifs        PIC 9(6) VALUE 0.
       01 CumulEntrees         PIC 9(6) VALUE 0.
       01 CumulSorties         PIC 9(6) VALUE 0.
       01 TotalActifs          PIC 9(9) VALUE 0.
       01 TotalInactifs        PIC 9(9) VALUE 0.
       01 TotalEntrees         PIC 9(9) VALUE 0.
       01 TotalSorties         PIC 9(9) VALUE 0.

      * INTERFACE MENSUELLE A DESTINATION DE LA FINANCE :
      * UN ENREGISTREMENT ENTETE (H) PORTANT LE MOIS, UN DETAIL (D)
      * PAR CENTRE DE COUT ET GRADE (EFFECTIF ACTIF, EFFECTIF
      * INACTIF, ENTREES DU MOIS, SORTIES DU MOIS), UN TRAILER (T)
      * PORTANT LE NOMBRE DE DETAILS ET LES TOTAUX DE CONTROLE DES
      * QUATRE COMPTEURS.
       01 EnregEntete.
           05 CCT-ENT-TYPE     PIC X VALUE "H".
           05 CCT-ENT-MOIS     PIC X(6).
           05 CCT-ENT-DATE     PIC 9(8).
           05 CCT-ENT-RUNID    PIC X(16).
           05 FILLER           PIC X(49) VALUE SPACES.

       01 EnregDetail.
           05 CCT-DET-TYPE     PIC X VALUE "D".
           05 CCT-DET-MOIS     PIC X(6).
           05 CCT-DET-CENTRE   PIC X(6).
           05 CCT-DET-GRADE    PIC X(2).
           05 CCT-DET-ACTIFS   PIC 9(6).
           05 CCT-DET-INACTIFS PIC 9(6).
           05 CCT-DET-ENTREES  PIC 9(6).
           05 CCT-DET-SORTIES  PIC 9(6).
           05 FILLER           PIC X(41) VALUE SPACES.

       01 EnregTrailer.
           05 CCT-FIN-TYPE     PIC X VALUE "T".
           05 CCT-FIN-NOMBRE   PIC 9(9).
           05 CCT-FIN-ACTIFS   PIC 9(9).
           05 CCT-FIN-INACTIFS PIC 9(9).
           05 CCT-FIN-ENTREES  PIC 9(9).
           05 CCT-FIN-SORTIES  PIC 9(9).
           05 FILLER           PIC X(34) VALUE SPACES.

           COPY EMPLOYE.

           COPY SERVREF.

           COPY EMPHIST.

           COPY RUNCTL.

       LINKAGE SECTION.
       01 ParmPasse.
           05 ParmLongueur  PIC S9(4) COMP.
           05 ParmTexte     PIC X(80).

       PROCEDURE DIVISION USING ParmPasse.
       Debut.
           ACCEPT DateJour FROM DATE YYYYMMDD
           PERFORM ObtenirParametres
           IF ParametreValide = 'N'
               DISPLAY "PARAMETRE INVALIDE - MOIS AAAAMM ATTENDU : "
                   FUNCTION TRIM(ZoneParm)
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               MOVE "DEBUT" TO EtatAEcrire
               PERFORM EcrireControleExec
               PERFORM ChargerCentres
               IF CodeRetour < 8
                   PERFORM ControlerMasterValide
               END-IF
               IF CodeRetour < 8
                   PERFORM OuvrirInterface
               END-IF
               IF CodeRetour < 8
                   SORT SortFile
                       ON ASCENDING KEY SORT-CENTRE
                       ON ASCENDING KEY SORT-GRADE
                       INPUT PROCEDURE IS GenererMouvements
                       OUTPUT PROCEDURE IS ProduireDetails
                   PERFORM FermerInterface
               END-IF
               DISPLAY "MOIS TRAITE              : " MoisTraite
               DISPLAY "SALARIES DU MAITRE VALIDE: " CompteurSalaries
               DISPLAY "SORTIES DE L'HISTORIQUE  : " CompteurSorties
               DISPLAY "SERVICES HORS REFERENCE  : " CompteurHorsRef
               DISPLAY "DETAILS PRODUITS         : " CompteurDetails
               IF CodeRetour < 8
                   MOVE "FIN" TO EtatAEcrire
                   PERFORM EcrireControleExec
               END-IF
           END-IF
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

       ObtenirParametres.
           MOVE SPACES TO ZoneParm
           IF ParmLongueur > 0 AND ParmLongueur NOT > 80
               MOVE ParmTexte(1:ParmLongueur) TO ZoneParm
           END-IF
           IF ZoneParm = SPACES
               ACCEPT ZoneParm FROM COMMAND-LINE
           END-IF
           IF ZoneParm = SPACES
               MOVE DateJour(1:6) TO MoisTraite
           ELSE
               MOVE FUNCTION TRIM(ZoneParm) TO MoisTraite
               IF MoisTraite IS NOT NUMERIC
                   OR FUNCTION TRIM(ZoneParm) NOT = MoisTraite
                   MOVE 'N' TO ParametreValide
               ELSE
                   IF MT-MM < 1 OR MT-MM > 12
                       MOVE 'N' TO ParametreValide
                   END-IF
               END-IF
           END-IF.

       EcrireControleExec.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           MOVE "CostCentreExtract" TO CTL-PROGRAMME
           MOVE DateJour TO CTL-DATE
           MOVE HeureJour TO CTL-HEURE
           MOVE EtatAEcrire TO CTL-ETAT
           MOVE MoisTraite TO CTL-MODE
           OPEN EXTEND ControleExec
           IF StatutCtlExec NOT = "00"
               OPEN OUTPUT ControleExec
               CLOSE ControleExec
               OPEN EXTEND ControleExec
           END-IF
           MOVE CONTROLE-EXEC-ENREG TO LigneCtlExec
           WRITE LigneCtlExec
           CLOSE ControleExec.

       ChargerCentres.
           MOVE 'N' TO FinReference
           OPEN INPUT ReferenceServices
           IF StatutReference NOT = "00"
               DISPLAY "REFERENCE DES SERVICES INTROUVABLE : "
                   "../files/services_reference.txt"
               DISPLAY "CENTRES DE COUT NON DETERMINABLES - "
                   "EXTRACTION NON PRODUITE"
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinReference = 'O'
                   READ ReferenceServices
                       AT END
                           MOVE 'O' TO FinReference
                       NOT AT END
                           IF LigneReference NOT = SPACES
                               AND NombreServices < MaxServices
                               ADD 1 TO NombreServices
                               MOVE LigneReference
                                   TO SERVICE-REF-ENREG
                               MOVE SRV-CODE
                                   TO CEN-SERVICE(NombreServices)
                               MOVE SRV-CENTRE-COUT
                                   TO CEN-CENTRE(NombreServices)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReferenceServices
           END-IF.

      * SANS MAITRE VALIDE L'INTERFACE N'EST PAS CREEE : UN FICHIER
      * VIDE MAIS EQUILIBRE SERAIT ACCEPTE PAR LA FINANCE.
       ControlerMasterValide.
           OPEN INPUT MasterValide
           IF StatutValide NOT = "00"
               DISPLAY "MAITRE VALIDE INTROUVABLE : "
                   "../files/employee_master_valide.txt"
               DISPLAY "EXECUTER D'ABORD LE JOB EMPEDIT - "
                   "EXTRACTION NON PRODUITE"
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               CLOSE MasterValide
           END-IF.

       OuvrirInterface.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           OPEN OUTPUT FichierInterface
           IF StatutInterface = "00"
               MOVE 'O' TO InterfaceOuverte
               MOVE MoisTraite TO CCT-ENT-MOIS
               MOVE DateJour TO CCT-ENT-DATE
               MOVE SPACES TO CCT-ENT-RUNID
               STRING DateJour DELIMITED BY SIZE
                      HeureJour DELIMITED BY SIZE
                      INTO CCT-ENT-RUNID
               MOVE EnregEntete TO LigneInterface
               WRITE LigneInterface
           ELSE
               DISPLAY "FICHIER D'INTERFACE NON CREE - STATUT : "
                   StatutInterface
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       GenererMouvements.
           PERFORM LireMasterValide
           PERFORM LireHistorique.

      * EFFECTIFS ACTIF ET INACTIF ET ENTREES DU MOIS (DATE
      * D'EMBAUCHE DANS LE MOIS TRAITE) : MAITRE VALIDE.
       LireMasterValide.
           MOVE 'N' TO FinValide
           OPEN INPUT MasterValide
           IF StatutValide NOT = "00"
               DISPLAY "MAITRE VALIDE INTROUVABLE : "
                   "../files/employee_master_valide.txt"
               DISPLAY "EXECUTER D'ABORD LE JOB EMPEDIT"
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinValide = 'O'
                   READ MasterValide
                       AT END
                           MOVE 'O' TO FinValide
                       NOT AT END
                           IF LigneValide NOT = SPACES
                               MOVE LigneValide TO EMPLOYE-ENREG
                               PERFORM ReleaserSalarie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MasterValide
           END-IF.

       ReleaserSalarie.
           ADD 1 TO CompteurSalaries
           MOVE EMP-SERVICE TO ServiceCherche
           PERFORM RechercherCentre
           MOVE CentreTrouve TO SORT-CENTRE
           MOVE EMP-GRADE TO SORT-GRADE
           MOVE 0 TO SORT-ACTIF
           MOVE 0 TO SORT-INACTIF
           MOVE 0 TO SORT-ENTREE
           MOVE 0 TO SORT-SORTIE
           IF EMP-ACTIF
               MOVE 1 TO SORT-ACTIF
           ELSE
               MOVE 1 TO SORT-INACTIF
           END-IF
           IF EMPLOYE-ENREG(52:6) = MoisTraite
               MOVE 1 TO SORT-ENTREE
           END-IF
           RELEASE SortEnreg.

      * SORTIES DU MOIS : SUPPRESSION (D) D'UN SALARIE QUI ETAIT
      * ACTIF ET PASSAGE A INACTIF (S), VENTILES SUR LE SERVICE
      * QUITTE ET LE GRADE PORTES PAR L'HISTORIQUE. LA SUPPRESSION
      * D'UN SALARIE DEJA INACTIF A ETE COMPTEE A SA DESACTIVATION.
       LireHistorique.
           MOVE 'N' TO FinHistorique
           OPEN INPUT HistoriqueServices
           IF StatutHistorique NOT = "00"
               DISPLAY "HISTORIQUE DES SERVICES INTROUVABLE : "
                   "../files/employee_service_history.txt"
               DISPLAY "SORTIES DU MOIS NON DECOMPTEES"
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinHistorique = 'O'
                   READ HistoriqueServices
                       AT END
                           MOVE 'O' TO FinHistorique
                       NOT AT END
                           MOVE LigneHistorique
                               TO HISTORIQUE-SERVICE-ENREG
                           IF HISTORIQUE-SERVICE-ENREG(27:6)
                                   = MoisTraite
                               PERFORM ReleaserSortie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoriqueServices
           END-IF.

       ReleaserSortie.
           IF HIS-DESACTIVATION
               OR (HIS-SORTIE AND HIS-STATUT NOT = 'I')
               ADD 1 TO CompteurSorties
               MOVE HIS-ANCIEN-SERVICE TO ServiceCherche
               PERFORM RechercherCentre
               MOVE CentreTrouve TO SORT-CENTRE
               MOVE HIS-GRADE TO SORT-GRADE
               MOVE 0 TO SORT-ACTIF
               MOVE 0 TO SORT-INACTIF
               MOVE 0 TO SORT-ENTREE
               MOVE 1 TO SORT-SORTIE
               RELEASE SortEnreg
           END-IF.

       RechercherCentre.
           MOVE CentreInconnu TO CentreTrouve
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreServices
               IF CEN-SERVICE(Indice) = ServiceCherche
                   MOVE CEN-CENTRE(Indice) TO CentreTrouve
                   MOVE NombreServices TO Indice
               END-IF
           END-PERFORM
           IF CentreTrouve = CentreInconnu
               ADD 1 TO CompteurHorsRef
               DISPLAY "SERVICE HORS REFERENCE - VENTILE SUR "
                   CentreInconnu " : " ServiceCherche
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       ProduireDetails.
           MOVE 'N' TO FinTri
           MOVE 'O' TO PremierGroupe
           PERFORM UNTIL FinTri = 'O'
               RETURN SortFile
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF PremierGroupe = 'N'
                           AND (SORT-CENTRE NOT = CentrePrecedent
                             OR SORT-GRADE NOT = GradePrecedent)
                           PERFORM EcrireDetailInterface
                       END-IF
                       IF PremierGroupe = 'O'
                           OR SORT-CENTRE NOT = CentrePrecedent
                           OR SORT-GRADE NOT = GradePrecedent
                           MOVE 'N' TO PremierGroupe
                           MOVE SORT-CENTRE TO CentrePrecedent
                           MOVE SORT-GRADE TO GradePrecedent
                           MOVE 0 TO CumulActifs
                           MOVE 0 TO CumulInactifs
                           MOVE 0 TO CumulEntrees
                           MOVE 0 TO CumulSorties
                       END-IF
                       ADD SORT-ACTIF TO CumulActifs
                       ADD SORT-INACTIF TO CumulInactifs
                       ADD SORT-ENTREE TO CumulEntrees
                       ADD SORT-SORTIE TO CumulSorties
               END-RETURN
           END-PERFORM
           IF PremierGroupe = 'N'
               PERFORM EcrireDetailInterface
           END-IF
           IF CompteurDetails = 0
               DISPLAY "EXTRACTION VIDE - AUCUN SALARIE NI SORTIE"
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       EcrireDetailInterface.
           IF InterfaceOuverte = 'O'
               ADD 1 TO CompteurDetails
               MOVE MoisTraite TO CCT-DET-MOIS
               MOVE CentrePrecedent TO CCT-DET-CENTRE
               MOVE GradePrecedent TO CCT-DET-GRADE
               MOVE CumulActifs TO CCT-DET-ACTIFS
               MOVE CumulInactifs TO CCT-DET-INACTIFS
               MOVE CumulEntrees TO CCT-DET-ENTREES
               MOVE CumulSorties TO CCT-DET-SORTIES
               MOVE EnregDetail TO LigneInterface
               WRITE LigneInterface
               ADD CumulActifs TO TotalActifs
               ADD CumulInactifs TO TotalInactifs
               ADD CumulEntrees TO TotalEntrees
               ADD CumulSorties TO TotalSorties
           END-IF.

       FermerInterface.
           IF InterfaceOuverte = 'O'
               MOVE CompteurDetails TO CCT-FIN-NOMBRE
               MOVE TotalActifs TO CCT-FIN-ACTIFS
               MOVE TotalInactifs TO CCT-FIN-INACTIFS
               MOVE TotalEntrees TO CCT-FIN-ENTREES
               MOVE TotalSorties TO CCT-FIN-SORTIES
               MOVE EnregTrailer TO LigneInterface
               WRITE LigneInterface
               CLOSE FichierInterface
               DISPLAY "INTERFACE PRODUITE : "
                   "../files/cost_centre_headcount.txt"
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
