       IDENTIFICATION DIVISION.
       PROGRAM-ID. WorkforceReconciliation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CATALOGUE DES MAITRES D'OUVERTURE DE MOIS TENU PAR
      * EmployeePromote.
           SELECT CatalogueOuvertures
               ASSIGN TO "../files/employee_master_openings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutOuvertures.

           SELECT MaitreOuverture ASSIGN TO DYNAMIC CheminOuverture
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaitreOuv.

      * EFFECTIF DE CLOTURE : MAITRE D'OUVERTURE DU MOIS SUIVANT
      * S'IL EST CATALOGUE, SINON LE MAITRE VIF.
           SELECT MaitreCloture ASSIGN TO DYNAMIC CheminCloture
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaitreClo.

           SELECT HistoriqueServices
               ASSIGN TO "../files/employee_service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutHistorique.

           SELECT EtatRapprochement
               ASSIGN TO "../files/workforce_reconciliation_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT SortFile ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD CatalogueOuvertures.
       01 LigneOuverture       PIC X(87).

       FD MaitreOuverture.
       01 LigneMaitreOuv       PIC X(62).

       FD MaitreCloture.
       01 LigneMaitreClo       PIC X(62).

       FD HistoriqueServices.
       01 LigneHistorique      PIC X(38).

       FD EtatRapprochement.
       01 LigneEtat            PIC X(132).

      * SORT-NATURE : O = PRESENT A L'OUVERTURE, E = ENTREE
      * (EMBAUCHE ACTIVE OU REACTIVATION), S = SORTIE (SUPPRESSION
      * D'UN ACTIF OU DESACTIVATION), A = ARRIVEE PAR MUTATION,
      * D = DEPART PAR MUTATION, F = PRESENT A LA CLOTURE.
       SD SortFile.
       01 SortEnreg.
           05 SORT-SERVICE     PIC X(10).
           05 SORT-EMP-ID      PIC 9(6).
           05 SORT-NATURE      PIC X(1).
           05 SORT-NOM         PIC X(20).
           05 SORT-PRENOM      PIC X(15).

       WORKING-STORAGE SECTION.
       01 StatutOuvertures     PIC XX.
       01 StatutMaitreOuv      PIC XX.
       01 StatutMaitreClo      PIC XX.
       01 StatutHistorique     PIC XX.
       01 StatutEtat           PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 PremierEnreg         PIC X VALUE 'O'.
       01 ParametreValide      PIC X VALUE 'O'.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneParm             PIC X(80) VALUE SPACES.
       01 ZoneEtat             PIC X(132) VALUE SPACES.
       01 CheminOuverture      PIC X(110) VALUE SPACES.
       01 CheminCloture        PIC X(110) VALUE SPACES.
       01 CheminMaster         PIC X(110)
           VALUE "../files/employee_master.txt".

      * MOIS RAPPROCHE (AAAAMM) : PARM DU JOB, A DEFAUT LE MOIS DE
      * LA DATE D'EXECUTION.
       01 MoisTraite           PIC X(6) VALUE SPACES.
       01 MoisTraiteR REDEFINES MoisTraite.
           05 MT-AAAA          PIC 9(4).
           05 MT-MM            PIC 9(2).
       01 MoisSuivant          PIC 9(6) VALUE 0.
       01 MoisSuivantR REDEFINES MoisSuivant.
           05 MS-AAAA          PIC 9(4).
           05 MS-MM            PIC 9(2).

       01 EnregOuverture.
           05 OUV-MOIS         PIC X(6).
           05 FILLER           PIC X.
           05 OUV-DATE         PIC 9(8).
           05 FILLER           PIC X.
           05 OUV-HEURE        PIC 9(8).
           05 FILLER           PIC X.
           05 OUV-CHEMIN       PIC X(62).

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = TOUS LES SERVICES EQUILIBRES, 4 = SERVICE(S) EN ECART
      * OU HISTORIQUE ABSENT, 8 = MAITRE D'OUVERTURE OU DE CLOTURE
      * INDISPONIBLE OU PARAMETRE INVALIDE - PAS DE RAPPROCHEMENT.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

       01 CompteurOuverture    PIC 9(7) VALUE 0.
       01 CompteurEvenements   PIC 9(7) VALUE 0.
       01 CompteurCloture      PIC 9(7) VALUE 0.
       01 CompteurServices     PIC 9(4) VALUE 0.
       01 CompteurDesequilibres PIC 9(4) VALUE 0.
       01 CompteurEcartsSalaries PIC 9(6) VALUE 0.

      * CUMULS DU SALARIE EN COURS DANS LE SERVICE EN COURS.
       01 ServicePrecedent     PIC X(10) VALUE SPACES.
       01 SalariePrecedent     PIC 9(6) VALUE 0.
       01 NomSalarie           PIC X(20) VALUE SPACES.
       01 PrenomSalarie        PIC X(15) VALUE SPACES.
       01 SalOuverture         PIC 9(2) VALUE 0.
       01 SalEntrees           PIC 9(2) VALUE 0.
       01 SalSorties           PIC 9(2) VALUE 0.
       01 SalArrivees          PIC 9(2) VALUE 0.
       01 SalDeparts           PIC 9(2) VALUE 0.
       01 SalCloture           PIC 9(2) VALUE 0.
       01 SalCalcule           PIC S9(3) VALUE 0.

      * CUMULS DU SERVICE EN COURS ET DE L'ENTREPRISE.
       01 CumulsService.
           05 SrvOuverture     PIC 9(6) VALUE 0.
           05 SrvEntrees       PIC 9(6) VALUE 0.
           05 SrvSorties       PIC 9(6) VALUE 0.
           05 SrvArrivees      PIC 9(6) VALUE 0.
           05 SrvDeparts       PIC 9(6) VALUE 0.
           05 SrvCloture       PIC 9(6) VALUE 0.
       01 CumulsEntreprise.
           05 TotOuverture     PIC 9(6) VALUE 0.
           05 TotEntrees       PIC 9(6) VALUE 0.
           05 TotSorties       PIC 9(6) VALUE 0.
           05 TotArrivees      PIC 9(6) VALUE 0.
           05 TotDeparts       PIC 9(6) VALUE 0.
           05 TotCloture       PIC 9(6) VALUE 0.

      * ZONES DE CALCUL COMMUNES A LA LIGNE SERVICE ET A LA LIGNE
      * ENTREPRISE.
       01 CalcOuverture        PIC 9(6) VALUE 0.
       01 CalcEntrees          PIC 9(6) VALUE 0.
       01 CalcSorties          PIC 9(6) VALUE 0.
       01 CalcArrivees         PIC 9(6) VALUE 0.
       01 CalcDeparts          PIC 9(6) VALUE 0.
       01 CalcCloture          PIC 9(6) VALUE 0.
       01 CalcCalcule          PIC S9(7) VALUE 0.
       01 CalcEcart            PIC S9(7) VALUE 0.
       01 EffectifMoyen        PIC 9(6)V9 VALUE 0.
       01 TauxRotation         PIC 9(7)V9 VALUE 0.
       01 TauxMutation         PIC 9(7)V9 VALUE 0.
       01 EcartsSalariesService PIC 9(4) VALUE 0.

      * SALARIES EN ECART DU SERVICE EN COURS, EDITES SOUS LA LIGNE
      * DU SERVICE.
       01 NombreEcarts         PIC 9(3) VALUE 0.
       01 MaxEcarts            PIC 9(3) VALUE 200.
       01 EcartsNonDetailles   PIC 9(4) VALUE 0.
       01 Indice               PIC 9(3) VALUE 0.
       01 TableEcarts.
           05 ECA-LIGNE OCCURS 200 TIMES PIC X(132).

       01 LigneTitres.
           05 FILLER           PIC X(10) VALUE "SERVICE".
           05 FILLER           PIC X(8) VALUE "  OUVERT".
           05 FILLER           PIC X(8) VALUE " ENTREES".
           05 FILLER           PIC X(8) VALUE " SORTIES".
           05 FILLER           PIC X(8) VALUE "  ARRIV.".
           05 FILLER           PIC X(8) VALUE " DEPARTS".
           05 FILLER           PIC X(8) VALUE " CALCULE".
           05 FILLER           PIC X(8) VALUE "    REEL".
           05 FILLER           PIC X(8) VALUE "   ECART".
           05 FILLER           PIC X(8) VALUE "  ROT. %".
           05 FILLER           PIC X(8) VALUE "  MUT. %".
           05 FILLER           PIC X(8) VALUE "  ETAT".
           05 FILLER           PIC X(34) VALUE SPACES.

       01 LigneService.
           05 LS-SERVICE       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-OUVERTURE     PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-ENTREES       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-SORTIES       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-ARRIVEES      PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-DEPARTS       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-CALCULE       PIC -ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-CLOTURE       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-ECART         PIC -ZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-ROTATION      PIC ZZZ9.9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-MUTATION      PIC ZZZ9.9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 LS-ETAT          PIC X(16).
           05 FILLER           PIC X(24) VALUE SPACES.

       01 LigneSalarie.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE "SALARIE ".
           05 LE-EMP-ID        PIC 9(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LE-NOM           PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 LE-PRENOM        PIC X(15).
           05 FILLER           PIC X(8) VALUE " OUVERT=".
           05 LE-OUVERTURE     PIC Z9.
           05 FILLER           PIC X(9) VALUE " ENTREES=".
           05 LE-ENTREES       PIC Z9.
           05 FILLER           PIC X(9) VALUE " SORTIES=".
           05 LE-SORTIES       PIC Z9.
           05 FILLER           PIC X(10) VALUE " ARRIVEES=".
           05 LE-ARRIVEES      PIC Z9.
           05 FILLER           PIC X(9) VALUE " DEPARTS=".
           05 LE-DEPARTS       PIC Z9.
           05 FILLER           PIC X(9) VALUE " CALCULE=".
           05 LE-CALCULE       PIC -Z9.
           05 FILLER           PIC X(6) VALUE " REEL=".
           05 LE-CLOTURE       PIC Z9.
           05 FILLER           PIC X(2) VALUE SPACES.

           COPY EMPLOYE.

           COPY EMPHIST.

       LINKAGE SECTION.
       01 ParmPasse.
           05 ParmLongueur  PIC S9(4) COMP.
           05 ParmTexte     PIC X(80).

       PROCEDURE DIVISION USING ParmPasse.
       Debut.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           PERFORM ObtenirParametres
           PERFORM OuvrirEtat
           IF ParametreValide = 'N'
               MOVE SPACES TO ZoneEtat
               STRING "PARAMETRE INVALIDE - MOIS AAAAMM ATTENDU : "
                          DELIMITED BY SIZE
                      ZoneParm DELIMITED BY SPACE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM LocaliserMaitres
           END-IF
           IF CodeRetour < 8
               MOVE LigneTitres TO ZoneEtat
               PERFORM EcrireLigneEtat
               SORT SortFile
                   ON ASCENDING KEY SORT-SERVICE
                   ON ASCENDING KEY SORT-EMP-ID
                   ON ASCENDING KEY SORT-NATURE
                   INPUT PROCEDURE IS GenererPresences
                   OUTPUT PROCEDURE IS RapprocherServices
               PERFORM EditerEntreprise
           END-IF
           PERFORM TerminerEtat
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
           END-IF
           IF ParametreValide = 'O'
               MOVE MT-AAAA TO MS-AAAA
               MOVE MT-MM TO MS-MM
               IF MS-MM = 12
                   ADD 1 TO MS-AAAA
                   MOVE 1 TO MS-MM
               ELSE
                   ADD 1 TO MS-MM
               END-IF
           END-IF.

       OuvrirEtat.
           OPEN OUTPUT EtatRapprochement
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "RAPPROCHEMENT MENSUEL DES EFFECTIFS PAR SERVICE"
                      DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "MOIS RAPPROCHE : " DELIMITED BY SIZE
                  MoisTraite DELIMITED BY SIZE
                  "   OUVERT + ENTREES - SORTIES + ARRIVEES - "
                      DELIMITED BY SIZE
                  "DEPARTS = CALCULE, COMPARE AU REEL DE CLOTURE"
                      DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

      * L'OUVERTURE DOIT ETRE CATALOGUEE POUR LE MOIS ; LA CLOTURE
      * EST L'OUVERTURE DU MOIS SUIVANT SI ELLE EXISTE (RAPPROCHEMENT
      * D'UN MOIS PASSE), SINON LE MAITRE VIF (FIN DE MOIS COURANT).
       LocaliserMaitres.
           MOVE SPACES TO CheminOuverture
           MOVE CheminMaster TO CheminCloture
           MOVE 'N' TO FinLecture
           OPEN INPUT CatalogueOuvertures
           IF StatutOuvertures = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ CatalogueOuvertures
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneOuverture TO EnregOuverture
                           IF OUV-MOIS = MoisTraite
                               MOVE OUV-CHEMIN TO CheminOuverture
                           END-IF
                           IF OUV-MOIS = MoisSuivant
                               MOVE OUV-CHEMIN TO CheminCloture
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogueOuvertures
           END-IF
           IF CheminOuverture = SPACES
               MOVE SPACES TO ZoneEtat
               STRING "AUCUN MAITRE D'OUVERTURE CATALOGUE POUR "
                          DELIMITED BY SIZE
                      MoisTraite DELIMITED BY SIZE
                      " - RAPPROCHEMENT IMPOSSIBLE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               OPEN INPUT MaitreOuverture
               IF StatutMaitreOuv NOT = "00"
                   MOVE SPACES TO ZoneEtat
                   STRING "MAITRE D'OUVERTURE ILLISIBLE : "
                              DELIMITED BY SIZE
                          CheminOuverture DELIMITED BY SPACE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   CLOSE MaitreOuverture
               END-IF
               OPEN INPUT MaitreCloture
               IF StatutMaitreClo NOT = "00"
                   MOVE SPACES TO ZoneEtat
                   STRING "MAITRE DE CLOTURE ILLISIBLE : "
                              DELIMITED BY SIZE
                          CheminCloture DELIMITED BY SPACE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   CLOSE MaitreCloture
               END-IF
           END-IF
           IF CodeRetour < 8
               MOVE SPACES TO ZoneEtat
               STRING "OUVERTURE : " DELIMITED BY SIZE
                      CheminOuverture DELIMITED BY SPACE
                      "   CLOTURE : " DELIMITED BY SIZE
                      CheminCloture DELIMITED BY SPACE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat.

       GenererPresences.
           PERFORM LireOuverture
           PERFORM LireHistorique
           PERFORM LireCloture.

      * SEULS LES SALARIES ACTIFS SONT DECOMPTES DANS L'EFFECTIF.
       LireOuverture.
           MOVE 'N' TO FinLecture
           OPEN INPUT MaitreOuverture
           IF StatutMaitreOuv = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ MaitreOuverture
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneMaitreOuv TO EMPLOYE-ENREG
                           IF LigneMaitreOuv NOT = SPACES
                               AND EMP-ACTIF
                               ADD 1 TO CompteurOuverture
                               MOVE 'O' TO SORT-NATURE
                               PERFORM ReleaserSalarie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaitreOuverture
           END-IF.

       LireCloture.
           MOVE 'N' TO FinLecture
           OPEN INPUT MaitreCloture
           IF StatutMaitreClo = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ MaitreCloture
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneMaitreClo TO EMPLOYE-ENREG
                           IF LigneMaitreClo NOT = SPACES
                               AND EMP-ACTIF
                               ADD 1 TO CompteurCloture
                               MOVE 'F' TO SORT-NATURE
                               PERFORM ReleaserSalarie
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaitreCloture
           END-IF.

       ReleaserSalarie.
           MOVE EMP-SERVICE TO SORT-SERVICE
           MOVE EMP-ID TO SORT-EMP-ID
           MOVE EMP-NOM TO SORT-NOM
           MOVE EMP-PRENOM TO SORT-PRENOM
           RELEASE SortEnreg.

      * MOUVEMENTS DU MOIS : SEULS COMPTENT CEUX QUI MODIFIENT
      * L'EFFECTIF ACTIF D'UN SERVICE. LES LIGNES D'HISTORIQUE SANS
      * STATUT SONT TRAITEES COMME CONCERNANT UN ACTIF. UNE
      * DESACTIVATION (S) PORTE LE STATUT I MAIS SORT UN ACTIF.
       LireHistorique.
           MOVE 'N' TO FinLecture
           OPEN INPUT HistoriqueServices
           IF StatutHistorique NOT = "00"
               MOVE "HISTORIQUE DES SERVICES ABSENT - AUCUN MOUVEMENT"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ HistoriqueServices
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneHistorique
                               TO HISTORIQUE-SERVICE-ENREG
                           IF HISTORIQUE-SERVICE-ENREG(27:6)
                                   = MoisTraite
                               AND (HIS-STATUT NOT = 'I'
                                    OR HIS-DESACTIVATION)
                               PERFORM ReleaserEvenement
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoriqueServices
           END-IF.

       ReleaserEvenement.
           MOVE HIS-EMP-ID TO SORT-EMP-ID
           MOVE SPACES TO SORT-NOM
           MOVE SPACES TO SORT-PRENOM
           IF HIS-ENTREE OR HIS-REACTIVATION
               ADD 1 TO CompteurEvenements
               MOVE HIS-NOUVEAU-SERVICE TO SORT-SERVICE
               MOVE 'E' TO SORT-NATURE
               RELEASE SortEnreg
           END-IF
           IF HIS-SORTIE OR HIS-DESACTIVATION
               ADD 1 TO CompteurEvenements
               MOVE HIS-ANCIEN-SERVICE TO SORT-SERVICE
               MOVE 'S' TO SORT-NATURE
               RELEASE SortEnreg
           END-IF
           IF HIS-TRANSFERT
               ADD 1 TO CompteurEvenements
               MOVE HIS-ANCIEN-SERVICE TO SORT-SERVICE
               MOVE 'D' TO SORT-NATURE
               RELEASE SortEnreg
               MOVE HIS-NOUVEAU-SERVICE TO SORT-SERVICE
               MOVE 'A' TO SORT-NATURE
               RELEASE SortEnreg
           END-IF.

      * RUPTURE PAR SALARIE DANS LE SERVICE : OUVERT + MOUVEMENTS
      * DOIT DONNER LA PRESENCE A LA CLOTURE ; RUPTURE PAR SERVICE :
      * LIGNE DE SYNTHESE PUIS SALARIES EN ECART.
       RapprocherServices.
           MOVE 'N' TO FinTri
           MOVE 'O' TO PremierEnreg
           PERFORM UNTIL FinTri = 'O'
               RETURN SortFile
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF PremierEnreg = 'N'
                           AND (SORT-SERVICE NOT = ServicePrecedent
                             OR SORT-EMP-ID NOT = SalariePrecedent)
                           PERFORM CloreSalarie
                       END-IF
                       IF PremierEnreg = 'N'
                           AND SORT-SERVICE NOT = ServicePrecedent
                           PERFORM CloreService
                       END-IF
                       IF PremierEnreg = 'O'
                           OR SORT-SERVICE NOT = ServicePrecedent
                           OR SORT-EMP-ID NOT = SalariePrecedent
                           PERFORM OuvrirSalarie
                       END-IF
                       MOVE 'N' TO PremierEnreg
                       PERFORM CumulerNature
               END-RETURN
           END-PERFORM
           IF PremierEnreg = 'N'
               PERFORM CloreSalarie
               PERFORM CloreService
           ELSE
               MOVE "AUCUN SALARIE ACTIF NI MOUVEMENT SUR LE MOIS"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

       OuvrirSalarie.
           MOVE SORT-SERVICE TO ServicePrecedent
           MOVE SORT-EMP-ID TO SalariePrecedent
           MOVE SPACES TO NomSalarie
           MOVE SPACES TO PrenomSalarie
           MOVE 0 TO SalOuverture
           MOVE 0 TO SalEntrees
           MOVE 0 TO SalSorties
           MOVE 0 TO SalArrivees
           MOVE 0 TO SalDeparts
           MOVE 0 TO SalCloture.

       CumulerNature.
           IF SORT-NOM NOT = SPACES
               MOVE SORT-NOM TO NomSalarie
               MOVE SORT-PRENOM TO PrenomSalarie
           END-IF
           IF SORT-NATURE = 'O'
               ADD 1 TO SalOuverture
           END-IF
           IF SORT-NATURE = 'E'
               ADD 1 TO SalEntrees
           END-IF
           IF SORT-NATURE = 'S'
               ADD 1 TO SalSorties
           END-IF
           IF SORT-NATURE = 'A'
               ADD 1 TO SalArrivees
           END-IF
           IF SORT-NATURE = 'D'
               ADD 1 TO SalDeparts
           END-IF
           IF SORT-NATURE = 'F'
               ADD 1 TO SalCloture
           END-IF.

       CloreSalarie.
           ADD SalOuverture TO SrvOuverture
           ADD SalEntrees TO SrvEntrees
           ADD SalSorties TO SrvSorties
           ADD SalArrivees TO SrvArrivees
           ADD SalDeparts TO SrvDeparts
           ADD SalCloture TO SrvCloture
           COMPUTE SalCalcule = SalOuverture + SalEntrees
               - SalSorties + SalArrivees - SalDeparts
           IF SalCalcule NOT = SalCloture
               ADD 1 TO EcartsSalariesService
               ADD 1 TO CompteurEcartsSalaries
               IF NombreEcarts < MaxEcarts
                   ADD 1 TO NombreEcarts
                   MOVE SalariePrecedent TO LE-EMP-ID
                   MOVE NomSalarie TO LE-NOM
                   MOVE PrenomSalarie TO LE-PRENOM
                   MOVE SalOuverture TO LE-OUVERTURE
                   MOVE SalEntrees TO LE-ENTREES
                   MOVE SalSorties TO LE-SORTIES
                   MOVE SalArrivees TO LE-ARRIVEES
                   MOVE SalDeparts TO LE-DEPARTS
                   MOVE SalCalcule TO LE-CALCULE
                   MOVE SalCloture TO LE-CLOTURE
                   MOVE LigneSalarie TO ECA-LIGNE(NombreEcarts)
               ELSE
                   ADD 1 TO EcartsNonDetailles
               END-IF
           END-IF.

       CloreService.
           ADD 1 TO CompteurServices
           MOVE SrvOuverture TO CalcOuverture
           MOVE SrvEntrees TO CalcEntrees
           MOVE SrvSorties TO CalcSorties
           MOVE SrvArrivees TO CalcArrivees
           MOVE SrvDeparts TO CalcDeparts
           MOVE SrvCloture TO CalcCloture
           MOVE ServicePrecedent TO LS-SERVICE
           PERFORM CalculerLigne
           IF CalcEcart NOT = 0
               MOVE "DESEQUILIBRE" TO LS-ETAT
           ELSE
               IF EcartsSalariesService > 0
                   MOVE "ECARTS COMPENSES" TO LS-ETAT
               ELSE
                   MOVE "EQUILIBRE" TO LS-ETAT
               END-IF
           END-IF
           IF EcartsSalariesService > 0
               ADD 1 TO CompteurDesequilibres
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           MOVE LigneService TO ZoneEtat
           PERFORM EcrireLigneEtat
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreEcarts
               MOVE ECA-LIGNE(Indice) TO ZoneEtat
               PERFORM EcrireLigneEtat
           END-PERFORM
           IF EcartsNonDetailles > 0
               MOVE SPACES TO ZoneEtat
               STRING "    SALARIES EN ECART NON DETAILLES : "
                          DELIMITED BY SIZE
                      EcartsNonDetailles DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           ADD SrvOuverture TO TotOuverture
           ADD SrvEntrees TO TotEntrees
           ADD SrvSorties TO TotSorties
           ADD SrvArrivees TO TotArrivees
           ADD SrvDeparts TO TotDeparts
           ADD SrvCloture TO TotCloture
           MOVE 0 TO SrvOuverture
           MOVE 0 TO SrvEntrees
           MOVE 0 TO SrvSorties
           MOVE 0 TO SrvArrivees
           MOVE 0 TO SrvDeparts
           MOVE 0 TO SrvCloture
           MOVE 0 TO NombreEcarts
           MOVE 0 TO EcartsNonDetailles
           MOVE 0 TO EcartsSalariesService.

      * CALCULE, ECART ET TAUX D'UNE LIGNE : ROTATION = SORTIES,
      * MUTATION = DEPARTS PAR MUTATION, RAPPORTES A L'EFFECTIF
      * MOYEN (OUVERT + REEL) / 2, EN POURCENTAGE.
       CalculerLigne.
           COMPUTE CalcCalcule = CalcOuverture + CalcEntrees
               - CalcSorties + CalcArrivees - CalcDeparts
           COMPUTE CalcEcart = CalcCloture - CalcCalcule
           COMPUTE EffectifMoyen = (CalcOuverture + CalcCloture) / 2
           IF EffectifMoyen = 0
               MOVE 0 TO TauxRotation
               MOVE 0 TO TauxMutation
           ELSE
               COMPUTE TauxRotation ROUNDED =
                   CalcSorties * 100 / EffectifMoyen
               COMPUTE TauxMutation ROUNDED =
                   CalcDeparts * 100 / EffectifMoyen
           END-IF
      * TAUX PLAFONNES A LA LARGEUR DE LA COLONNE.
           IF TauxRotation > 9999.9
               MOVE 9999.9 TO TauxRotation
           END-IF
           IF TauxMutation > 9999.9
               MOVE 9999.9 TO TauxMutation
           END-IF
           MOVE CalcOuverture TO LS-OUVERTURE
           MOVE CalcEntrees TO LS-ENTREES
           MOVE CalcSorties TO LS-SORTIES
           MOVE CalcArrivees TO LS-ARRIVEES
           MOVE CalcDeparts TO LS-DEPARTS
           MOVE CalcCalcule TO LS-CALCULE
           MOVE CalcCloture TO LS-CLOTURE
           MOVE CalcEcart TO LS-ECART
           MOVE TauxRotation TO LS-ROTATION
           MOVE TauxMutation TO LS-MUTATION.

       EditerEntreprise.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE TotOuverture TO CalcOuverture
           MOVE TotEntrees TO CalcEntrees
           MOVE TotSorties TO CalcSorties
           MOVE TotArrivees TO CalcArrivees
           MOVE TotDeparts TO CalcDeparts
           MOVE TotCloture TO CalcCloture
           MOVE "ENTREPRISE" TO LS-SERVICE
           PERFORM CalculerLigne
           IF CompteurDesequilibres > 0
               MOVE "NON RAPPROCHE" TO LS-ETAT
           ELSE
               MOVE "RAPPROCHE" TO LS-ETAT
           END-IF
           MOVE LigneService TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "ENTREES = EMBAUCHES ACTIVES ET REACTIVATIONS ; "
                      DELIMITED BY SIZE
                  "SORTIES = SUPPRESSIONS D'ACTIFS ET "
                      DELIMITED BY SIZE
                  "DESACTIVATIONS ; TAUX SUR EFFECTIF MOYEN"
                      DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

       TerminerEtat.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "ACTIFS A L'OUVERTURE    : " DELIMITED BY SIZE
                  CompteurOuverture DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "MOUVEMENTS DU MOIS      : " DELIMITED BY SIZE
                  CompteurEvenements DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "ACTIFS A LA CLOTURE     : " DELIMITED BY SIZE
                  CompteurCloture DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SERVICES RAPPROCHES     : " DELIMITED BY SIZE
                  CompteurServices DELIMITED BY SIZE
                  "  DONT EN ECART : " DELIMITED BY SIZE
                  CompteurDesequilibres DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SALARIES EN ECART       : " DELIMITED BY SIZE
                  CompteurEcartsSalaries DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatRapprochement
           END-IF
           DISPLAY "ETAT PRODUIT : ../files/workforce_reconciliation"
               "_report.txt"
           DISPLAY "SERVICES EN ECART : " CompteurDesequilibres.

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
