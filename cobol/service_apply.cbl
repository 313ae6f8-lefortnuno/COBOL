               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRapport.

      * CONTROLE DES DESACTIVATIONS : SALARIES DU MAITRE ENCORE
      * RATTACHES AU SERVICE DESACTIVE.
           SELECT EmployeMaster
               ASSIGN TO "../files/employee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaster.

      * TRANSFERTS VERS LE SERVICE SUCCESSEUR : CUMULES DANS CE
      * FICHIER DE TRAVAIL PUIS DEPOSES EN UN LOT SERVICES DANS
      * LE FICHIER DES MOUVEMENTS EMPLOYES UNE FOIS LA NOUVELLE
      * REFERENCE PRODUITE.
           SELECT TransfertsTravail
               ASSIGN TO "../files/service_transfer_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutTransferts.

           SELECT MouvementsEmployes
               ASSIGN TO "../files/employee_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMvtEmployes.

           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

       DATA DIVISION.
       FILE SECTION.
       FD AncienneReference.
       01 AncienneLigne        PIC X(72).

       FD MouvementsServices.
       01 LigneMouvement       PIC X(83).

       FD NouvelleReference.
       01 NouvelleLigne        PIC X(72).
       FD RapportApplication.
       01 LigneRapport         PIC X(100).

       FD EmployeMaster.
       01 LigneMaster          PIC X(62).

       FD TransfertsTravail.
       01 LigneTransfert       PIC X(71).

       FD MouvementsEmployes.
       01 LigneMvtEmploye      PIC X(71).

       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       WORKING-STORAGE SECTION.
       01 StatutAncienne       PIC XX.
       01 StatutMouvements     PIC XX.
       01 MotifRejet           PIC X(40) VALUE SPACES.
       01 RapportOuvert        PIC X VALUE 'N'.
       01 ErreurChargement     PIC X VALUE 'N'.
       01 StatutMaster         PIC XX.
       01 StatutTransferts     PIC XX.
       01 StatutMvtEmployes    PIC XX.
       01 StatutRegistre       PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 TransfertsOuvert     PIC X VALUE 'N'.

      * SALARIES RATTACHES AU SERVICE DESACTIVE. ActionSalaries :
      * C = COMPTER, L = LISTER (DESACTIVATION REFUSEE),
      * T = TRANSFERER VERS LE SUCCESSEUR.
       01 ActionSalaries       PIC X VALUE SPACE.
       01 SalariesALister      PIC X VALUE 'N'.
       01 CompteSalaries       PIC 9(6) VALUE 0.
       01 CompteActifs         PIC 9(6) VALUE 0.
       01 IndiceSuccesseur     PIC 9(3) VALUE 0.
       01 CompteurRefus        PIC 9(4) VALUE 0.
       01 CompteurTransferts   PIC 9(6) VALUE 0.
       01 HashTransferts       PIC 9(11) VALUE 0.
       01 SourceServices       PIC X(10) VALUE "SERVICES".
       01 NumeroLotServices    PIC 9(4) VALUE 0.
       01 NumeroLuX            PIC X(4) VALUE SPACES.
       01 NumeroLuN REDEFINES NumeroLuX PIC 9(4).

      * SERVICES SUCCESSEURS DESIGNES DANS LE RUN : ILS RECOIVENT
      * DES TRANSFERTS EN ATTENTE ET NE PEUVENT PAS ETRE
      * DESACTIVES A LEUR TOUR DANS LE MEME RUN.
       01 NombreSuccesseurs    PIC 9(3) VALUE 0.
       01 TableSuccesseurs.
           05 TSUC-SERVICE OCCURS 200 TIMES PIC X(10).

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = NOUVELLE REFERENCE PRODUITE, 4 = DESACTIVATION REFUSEE
      * (SALARIES ENCORE RATTACHES), 8 = NOUVELLE REFERENCE OU LOT
      * DE TRANSFERTS NON PRODUIT (LES ETAPES AVAL DU JOB SRVAPPLY
      * NE DOIVENT PAS TOURNER).
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 ZoneRapport          PIC X(100) VALUE SPACES.
       01 DateJour             PIC 9(8).

           COPY SRVTRANS.

           COPY EMPLOYE.

           COPY EMPTRANS.

           COPY EMPLOT.

           COPY EMPREG.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirRapport
           ELSE
               PERFORM AppliquerMouvements
               PERFORM EcrireNouvelleReference
               IF TransfertsOuvert = 'O'
                   CLOSE TransfertsTravail
                   IF CodeRetour < 8
                       PERFORM DeposerLotTransferts
                   END-IF
               END-IF
           END-IF
           PERFORM TerminerRapport
           MOVE CodeRetour TO RETURN-CODE
       TraiterMouvement.
           MOVE LigneMouvement TO MOUVEMENT-SERVICE-ENREG
           MOVE SPACES TO MotifRejet
           MOVE 'N' TO SalariesALister
           IF STR-SERVICE = SPACES
               MOVE "CODE SERVICE A BLANC" TO MotifRejet
           ELSE
                      MotifRejet   DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
      * LA LIGNE DU MOUVEMENT EST SUIVIE DES SALARIES CONCERNES :
      * TRANSFERES (DESACTIVATION APPLIQUEE AVEC SUCCESSEUR) OU
      * ENCORE RATTACHES (DESACTIVATION REFUSEE).
           IF SalariesALister = 'O'
               IF MotifRejet = SPACES
                   MOVE 'T' TO ActionSalaries
               ELSE
                   MOVE 'L' TO ActionSalaries
               END-IF
               PERFORM ParcourirSalariesService
           END-IF.

       RechercherService.
               MOVE SERVICE-REF-ENREG TO TAB-ENREG(IndiceTrouve)
           END-IF.

      * UN SERVICE NE PEUT ETRE DESACTIVE QUE VIDE DE SALARIES
      * (ACTIFS OU INACTIFS : EmployeeEdit REJETTE TOUTE
      * AFFECTATION A UN SERVICE INACTIF), OU EN DESIGNANT UN
      * SUCCESSEUR ACTIF QUI REPREND SES SALARIES.
       AppliquerDesactivation.
           IF IndiceTrouve = 0
               MOVE "DESACTIVATION - SERVICE INCONNU" TO MotifRejet
           ELSE
               PERFORM ControlerSuccesseurDuRun
               IF MotifRejet = SPACES
                   MOVE 'C' TO ActionSalaries
                   PERFORM ParcourirSalariesService
                   IF STR-SUCCESSEUR NOT = SPACES
                       PERFORM ControlerSuccesseur
                   ELSE
                       IF CompteSalaries > 0
                           MOVE "DESACTIVATION - SALARIES RATTACHES"
                               TO MotifRejet
                           MOVE 'O' TO SalariesALister
                           ADD 1 TO CompteurRefus
                           IF CodeRetour < 4
                               MOVE 4 TO CodeRetour
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF MotifRejet = SPACES
                   MOVE TAB-ENREG(IndiceTrouve) TO SERVICE-REF-ENREG
                   MOVE 'I' TO SRV-ACTIF
                   MOVE SERVICE-REF-ENREG TO TAB-ENREG(IndiceTrouve)
                   IF STR-SUCCESSEUR NOT = SPACES
                       AND CompteSalaries > 0
                       MOVE 'O' TO SalariesALister
                       IF NombreSuccesseurs < 200
                           ADD 1 TO NombreSuccesseurs
                           MOVE STR-SUCCESSEUR
                               TO TSUC-SERVICE(NombreSuccesseurs)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ControlerSuccesseurDuRun.
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreSuccesseurs
               IF TSUC-SERVICE(Indice) = STR-SERVICE
                   MOVE "DESACTIVATION - SUCCESSEUR EN ATTENTE"
                       TO MotifRejet
               END-IF
           END-PERFORM.

      * LE SUCCESSEUR DOIT EXISTER A LA REFERENCE, ETRE ACTIF ET
      * DIFFERER DU SERVICE DESACTIVE.
       ControlerSuccesseur.
           MOVE 0 TO IndiceSuccesseur
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreServices
                   OR IndiceSuccesseur > 0
               MOVE TAB-ENREG(Indice) TO SERVICE-REF-ENREG
               IF SRV-CODE = STR-SUCCESSEUR
                   MOVE Indice TO IndiceSuccesseur
               END-IF
           END-PERFORM
           IF IndiceSuccesseur = 0
               MOVE "DESACTIVATION - SUCCESSEUR INCONNU" TO MotifRejet
           ELSE
               MOVE TAB-ENREG(IndiceSuccesseur) TO SERVICE-REF-ENREG
               IF NOT SRV-EST-ACTIF
                   MOVE "DESACTIVATION - SUCCESSEUR INACTIF"
                       TO MotifRejet
               ELSE
                   IF STR-SUCCESSEUR = STR-SERVICE
                       MOVE "DESACTIVATION - SUCCESSEUR = SERVICE"
                           TO MotifRejet
                   END-IF
               END-IF
           END-IF.

      * LECTURE DU MAITRE EMPLOYES POUR LE SERVICE DU MOUVEMENT :
      * COMPTAGE, LISTE DES SALARIES RATTACHES OU GENERATION D'UN
      * MOUVEMENT C (CHANGEMENT DE SERVICE) PAR SALARIE.
       ParcourirSalariesService.
           MOVE 0 TO CompteSalaries
           MOVE 0 TO CompteActifs
           MOVE 'N' TO FinLecture
           OPEN INPUT EmployeMaster
           IF StatutMaster NOT = "00"
               IF ActionSalaries = 'C'
                   MOVE "MAITRE EMPLOYES ABSENT - AUCUN SALARIE"
                       TO ZoneRapport
                   PERFORM EcrireLigneRapport
               END-IF
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ EmployeMaster
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneMaster TO EMPLOYE-ENREG
                           IF LigneMaster NOT = SPACES
                               AND EMP-SERVICE = STR-SERVICE
                               PERFORM TraiterSalarieService
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EmployeMaster
           END-IF.

       TraiterSalarieService.
           ADD 1 TO CompteSalaries
           IF EMP-ACTIF
               ADD 1 TO CompteActifs
           END-IF
           IF ActionSalaries = 'L'
               MOVE SPACES TO ZoneRapport
               STRING "          RATTACHE " DELIMITED BY SIZE
                      EMP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMP-NOM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMP-PRENOM DELIMITED BY SIZE
                      " STATUT " DELIMITED BY SIZE
                      EMP-STATUT DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
           IF ActionSalaries = 'T'
               PERFORM EcrireTransfert
           END-IF.

       EcrireTransfert.
           IF TransfertsOuvert = 'N'
               OPEN OUTPUT TransfertsTravail
               IF StatutTransferts = "00"
                   MOVE 'O' TO TransfertsOuvert
               ELSE
                   DISPLAY "FICHIER DES TRANSFERTS NON CREE - STATUT : "
                       StatutTransferts
                   MOVE 8 TO CodeRetour
               END-IF
           END-IF
           IF TransfertsOuvert = 'O'
               MOVE SPACES TO MOUVEMENT-ENREG
               MOVE 'C' TO TRN-CODE
               MOVE EMP-ID TO TRN-EMP-ID
               MOVE STR-SUCCESSEUR TO TRN-EMP-SERVICE
               MOVE MOUVEMENT-ENREG TO LigneTransfert
               WRITE LigneTransfert
               ADD 1 TO CompteurTransferts
               ADD EMP-ID TO HashTransferts
               MOVE SPACES TO ZoneRapport
               STRING "          TRANSFERE " DELIMITED BY SIZE
                      EMP-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMP-NOM DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      EMP-PRENOM DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      STR-SUCCESSEUR DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF.

      * LES TRANSFERTS SONT AJOUTES AU FICHIER DES MOUVEMENTS
      * EMPLOYES EN UN LOT SERVICES EQUILIBRE, NUMEROTE A LA SUITE
      * DU REGISTRE DES LOTS ET DES LOTS SERVICES ENCORE EN
      * ATTENTE, ET SONT APPLIQUES PAR LE PROCHAIN RUN EMPAPPLY.
       DeposerLotTransferts.
           PERFORM DeterminerNumeroLot
           OPEN EXTEND MouvementsEmployes
           IF StatutMvtEmployes NOT = "00"
               OPEN OUTPUT MouvementsEmployes
           END-IF
           IF StatutMvtEmployes NOT = "00"
               DISPLAY "MOUVEMENTS EMPLOYES NON OUVERTS - STATUT : "
                   StatutMvtEmployes
               MOVE "LOT DE TRANSFERTS NON DEPOSE - REFERENCE A NE "
                   TO ZoneRapport
               PERFORM EcrireLigneRapport
               MOVE "PAS PROMOUVOIR" TO ZoneRapport
               PERFORM EcrireLigneRapport
               MOVE 8 TO CodeRetour
           ELSE
               MOVE 'H' TO LOT-TYPE
               MOVE SourceServices TO LOT-SOURCE
               MOVE DateJour TO LOT-DATE
               MOVE NumeroLotServices TO LOT-NUMERO
               MOVE SPACES TO LigneMvtEmploye
               MOVE LOT-ENTETE-ENREG TO LigneMvtEmploye(1:23)
               WRITE LigneMvtEmploye
               MOVE 'N' TO FinLecture
               OPEN INPUT TransfertsTravail
               IF StatutTransferts = "00"
                   PERFORM UNTIL FinLecture = 'O'
                       READ TransfertsTravail
                           AT END
                               MOVE 'O' TO FinLecture
                           NOT AT END
                               MOVE LigneTransfert TO LigneMvtEmploye
                               WRITE LigneMvtEmploye
                       END-READ
                   END-PERFORM
                   CLOSE TransfertsTravail
               END-IF
               MOVE 'T' TO LOT-FIN-TYPE
               MOVE CompteurTransferts TO LOT-FIN-NOMBRE
               MOVE HashTransferts TO LOT-FIN-HASH
               MOVE SPACES TO LigneMvtEmploye
               MOVE LOT-TRAILER-ENREG TO LigneMvtEmploye(1:18)
               WRITE LigneMvtEmploye
               CLOSE MouvementsEmployes
               MOVE SPACES TO ZoneRapport
               STRING "LOT DE TRANSFERTS " DELIMITED BY SIZE
                      SourceServices DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NumeroLotServices DELIMITED BY SIZE
                      " DEPOSE DANS employee_trans.txt - "
                          DELIMITED BY SIZE
                      CompteurTransferts DELIMITED BY SIZE
                      " MOUVEMENT(S)" DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF.

       DeterminerNumeroLot.
           MOVE 0 TO NumeroLotServices
           MOVE 'N' TO FinLecture
           OPEN INPUT RegistreLots
           IF StatutRegistre = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ RegistreLots
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneRegistre TO REGISTRE-LOT-ENREG
                           IF REG-SOURCE = SourceServices
                               AND REG-NUMERO IS NUMERIC
                               AND REG-NUMERO > NumeroLotServices
                               MOVE REG-NUMERO TO NumeroLotServices
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistreLots
           END-IF
           MOVE 'N' TO FinLecture
           OPEN INPUT MouvementsEmployes
           IF StatutMvtEmployes = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ MouvementsEmployes
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneMvtEmploye(1:1) = 'H'
                               AND LigneMvtEmploye(2:10)
                                   = SourceServices
                               AND LigneMvtEmploye(20:4) IS NUMERIC
                               MOVE LigneMvtEmploye(20:4) TO NumeroLuX
                               IF NumeroLuN > NumeroLotServices
                                   MOVE NumeroLuN TO NumeroLotServices
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MouvementsEmployes
           END-IF
           ADD 1 TO NumeroLotServices.

       EcrireNouvelleReference.
           OPEN OUTPUT NouvelleReference
           IF StatutNouvelle NOT = "00"
                  CompteurEcrits           DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           IF CompteurRefus > 0
               MOVE SPACES TO ZoneRapport
               STRING "DESACTIVATIONS REFUSEES (SALARIES RATTACHES) : "
                          DELIMITED BY SIZE
                      CompteurRefus            DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
           IF CompteurTransferts > 0
               MOVE SPACES TO ZoneRapport
               STRING "TRANSFERTS GENERES  : " DELIMITED BY SIZE
                      CompteurTransferts       DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
           IF RapportOuvert = 'O'
               CLOSE RapportApplication
           END-IF
