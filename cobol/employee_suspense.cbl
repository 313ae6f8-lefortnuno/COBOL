       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeSuspense.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspensCumul
               ASSIGN TO "../files/employee_suspense.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCumul.

           SELECT SuspensRun
               ASSIGN TO "../files/employee_suspense_new.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRun.

      * CUMUL REECRIT : LE NOUVEL ETAT DU CUMUL EST CONSTRUIT DANS
      * CE FICHIER DE TRAVAIL PUIS RECOPIE SUR LE CUMUL.
           SELECT SuspensTravail
               ASSIGN TO "../files/employee_suspense_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutTravail.

           SELECT Corrections
               ASSIGN TO "../files/employee_suspense_corr.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCorrections.

           SELECT Mouvements
               ASSIGN TO "../files/employee_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMouvements.

      * UN ETAT PAR MODE : ANCIENNETE, COMPTE RENDU DE RECYCLAGE,
      * COMPTE RENDU DE FUSION.
           SELECT EtatSuspens ASSIGN TO DYNAMIC CheminEtat
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

           SELECT TriSuspens ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD SuspensCumul.
       01 LigneCumul           PIC X(179).

       FD SuspensRun.
       01 LigneRun             PIC X(179).

       FD SuspensTravail.
       01 LigneTravail         PIC X(179).

       FD Corrections.
       01 LigneCorrection      PIC X(90).

       FD Mouvements.
       01 LigneMouvement       PIC X(71).

       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       FD EtatSuspens.
       01 LigneEtat            PIC X(132).

      * SUSPENS OUVERTS TRIES PAR SOURCE PUIS DATE DU PREMIER REJET
      * POUR L'ETAT D'ANCIENNETE (UNE RUPTURE PAR SOURCE).
       SD TriSuspens.
       01 TriSuspensEnreg.
           05 SORT-SUS-SOURCE  PIC X(10).
           05 SORT-SUS-DATE    PIC 9(8).
           05 SORT-SUS-AGE     PIC 9(5).
           05 SORT-SUS-ENREG   PIC X(179).

       WORKING-STORAGE SECTION.
       01 StatutCumul          PIC XX.
       01 StatutRun            PIC XX.
       01 StatutTravail        PIC XX.
       01 StatutCorrections    PIC XX.
       01 StatutMouvements     PIC XX.
       01 StatutEtat           PIC XX.
       01 StatutRegistre       PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 CumulPresent         PIC X VALUE 'N'.
       01 TravailComplet       PIC X VALUE 'N'.
       01 LotDepose            PIC X VALUE 'N'.
       01 ZoneParm             PIC X(80) VALUE SPACES.
       01 ModeTraitement       PIC X(8) VALUE "AGING".
           88 MODE-FUSION         VALUE "MERGE".
           88 MODE-RECYCLAGE      VALUE "RECYCLE".
           88 MODE-ANCIENNETE     VALUE "AGING".
       01 ZoneEtat             PIC X(132) VALUE SPACES.
       01 CheminEtat           PIC X(110)
           VALUE "../files/employee_suspense_report.txt".
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 Indice               PIC 9(4) VALUE 0.
       01 IndiceTrouve         PIC 9(4) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = TRAITEMENT PROPRE, 4 = AVERTISSEMENT (SUSPENS DE PLUS
      * DE 30 JOURS, CORRECTION REFUSEE), 8 = CUMUL NON REECRIT OU
      * LOT DE RECYCLAGE NON DEPOSE.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

       01 SourceRecyclage      PIC X(10) VALUE "RECYCLAGE".
       01 CompteurLus          PIC 9(6) VALUE 0.
       01 CompteurEcrits       PIC 9(6) VALUE 0.
       01 CompteurNouveaux     PIC 9(6) VALUE 0.
       01 CompteurRouverts     PIC 9(6) VALUE 0.
       01 CompteurClos         PIC 9(6) VALUE 0.
       01 CompteurAbandonnes   PIC 9(6) VALUE 0.
       01 CompteurResoumis     PIC 9(6) VALUE 0.
       01 CompteurRefusees     PIC 9(6) VALUE 0.
       01 CompteurIgnores      PIC 9(6) VALUE 0.

      * MODE MERGE : RESULTATS DU RUN CONCERNANT DES MOUVEMENTS
      * RECYCLES (LOT RECYCLAGE), RAPPROCHES DES SUSPENS RESOUMIS
      * PAR LE NUMERO DU LOT DE RECYCLAGE ET LE RANG DANS CE LOT.
       01 NombreRecycles       PIC 9(4) VALUE 0.
       01 MaxRecycles          PIC 9(4) VALUE 500.
       01 NumeroRecycleX       PIC X(4) VALUE SPACES.
       01 NumeroRecycleN REDEFINES NumeroRecycleX PIC 9(4).
       01 TableRecycles.
           05 EntreeRecycle OCCURS 500 TIMES.
               10 REC-NUMERO       PIC X(4).
               10 REC-RANG         PIC 9(6).
               10 REC-ETAT         PIC X.
               10 REC-MOTIF        PIC X(40).
               10 REC-MOUVEMENT    PIC X(71).
               10 REC-UTILISE      PIC X.

      * MODE RECYCLE : CORRECTIONS SAISIES ET LOT DE RESOUMISSION
      * CONSTRUIT DANS L'ORDRE DU CUMUL.
       01 NombreCorrections    PIC 9(4) VALUE 0.
       01 MaxCorrections       PIC 9(4) VALUE 500.
       01 TableCorrections.
           05 EntreeCorrection OCCURS 500 TIMES.
               10 TCOR-ACTION      PIC X.
               10 TCOR-ID          PIC X(18).
               10 TCOR-MOUVEMENT   PIC X(71).
               10 TCOR-ETAT        PIC X.
       01 NombreLot            PIC 9(4) VALUE 0.
       01 TableLotRecyclage.
           05 LRC-MOUVEMENT OCCURS 500 TIMES PIC X(71).
       01 NumeroLotRecyclage   PIC 9(4) VALUE 0.
       01 HashLot              PIC 9(11) VALUE 0.

      * MODE AGING : AGE EN JOURS DEPUIS LE PREMIER REJET ET
      * TRANCHES D'ANCIENNETE (0-7, 8-30, 31-90, PLUS DE 90 JOURS)
      * PAR SOURCE ET AU TOTAL.
       01 AgeJours             PIC 9(5) VALUE 0.
       01 TrancheCourante      PIC 9 VALUE 0.
       01 SourcePrecedente     PIC X(10) VALUE SPACES.
       01 PremierSuspens       PIC X VALUE 'O'.
       01 CompteurAnciens      PIC 9(6) VALUE 0.
       01 TranchesSource.
           05 TRS-NOMBRE OCCURS 4 TIMES PIC 9(6).
       01 TranchesTotal.
           05 TRT-NOMBRE OCCURS 4 TIMES PIC 9(6).
       01 TotalSource          PIC 9(6) VALUE 0.
       01 TotalGeneral         PIC 9(6) VALUE 0.
       01 LibellesTranches.
           05 FILLER           PIC X(12) VALUE " 0-7 J".
           05 FILLER           PIC X(12) VALUE "8-30 J".
           05 FILLER           PIC X(12) VALUE "31-90J".
           05 FILLER           PIC X(12) VALUE " >90 J".
       01 LibellesTranchesR REDEFINES LibellesTranches.
           05 LIB-TRANCHE OCCURS 4 TIMES PIC X(12).

       01 LigneAnciennete.
           05 ANC-LIBELLE      PIC X(16).
           05 ANC-SOURCE       PIC X(10).
           05 ANC-TRANCHE OCCURS 4 TIMES.
               10 ANC-NOMBRE   PIC ZZZZZ9.
               10 FILLER       PIC X(6).
           05 ANC-TOTAL        PIC ZZZZZ9.
           05 FILLER           PIC X(52) VALUE SPACES.

           COPY EMPSUSP.

           COPY EMPTRANS.

           COPY EMPLOT.

           COPY EMPREG.

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
           IF MODE-FUSION
               PERFORM FusionnerSuspens
           ELSE
               IF MODE-RECYCLAGE
                   PERFORM RecyclerSuspens
               ELSE
                   PERFORM EditerAnciennete
               END-IF
           END-IF
           PERFORM TerminerEtat
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

      * PARM : MERGE REPORTE LES REJETS DU DERNIER RUN EMPAPPLY
      * DANS LE CUMUL (ETAPE DU JOB EMPAPPLY APRES PROMOTION),
      * RECYCLE RESOUMET LES SUSPENS CORRIGES DANS UN LOT RECYCLAGE
      * AJOUTE A employee_trans.txt, AGING (OU VIDE) EDITE L'ETAT
      * D'ANCIENNETE DES SUSPENS OUVERTS.
       ObtenirParametres.
           MOVE SPACES TO ZoneParm
           IF ParmLongueur > 0 AND ParmLongueur NOT > 80
               MOVE ParmTexte(1:ParmLongueur) TO ZoneParm
           END-IF
           IF ZoneParm = SPACES
               ACCEPT ZoneParm FROM COMMAND-LINE
           END-IF
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(ZoneParm))
                   = "MERGE"
               MOVE "MERGE" TO ModeTraitement
               MOVE "../files/employee_suspense_merge.txt"
                   TO CheminEtat
           ELSE
               IF FUNCTION TRIM(FUNCTION UPPER-CASE(ZoneParm))
                       = "RECYCLE"
                   MOVE "RECYCLE" TO ModeTraitement
                   MOVE "../files/employee_suspense_recycle.txt"
                       TO CheminEtat
               ELSE
                   MOVE "AGING" TO ModeTraitement
               END-IF
           END-IF.

       OuvrirEtat.
           OPEN OUTPUT EtatSuspens
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "MOUVEMENTS EMPLOYES EN SUSPENS - MODE "
                      DELIMITED BY SIZE
                  ModeTraitement DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat.

      * MODE MERGE : REPORT DES SUSPENS DU RUN DANS LE CUMUL.
       FusionnerSuspens.
           PERFORM ChargerRecyclesDuRun
           IF CodeRetour < 8
               OPEN OUTPUT SuspensTravail
               IF StatutTravail NOT = "00"
                   DISPLAY "FICHIER DE TRAVAIL NON CREE - STATUT : "
                       StatutTravail
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   PERFORM ReporterCumulFusion
                   PERFORM AjouterNouveauxSuspens
                   CLOSE SuspensTravail
                   PERFORM RecopierTravailSurCumul
                   IF TravailComplet = 'O'
                       PERFORM ViderSuspensRun
                   END-IF
               END-IF
           END-IF
           PERFORM EditerBilanFusion.

       ChargerRecyclesDuRun.
           MOVE 0 TO NombreRecycles
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensRun
           IF StatutRun NOT = "00"
               MOVE "AUCUN REJET DU RUN A REPORTER" TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ SuspensRun
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneRun TO SUSPENS-ENREG
                           IF LigneRun NOT = SPACES
                               AND SUS-LOT-SOURCE = SourceRecyclage
                               PERFORM NoterRecycleDuRun
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspensRun
           END-IF.

       NoterRecycleDuRun.
           IF NombreRecycles < MaxRecycles
               ADD 1 TO NombreRecycles
               MOVE SUS-LOT-NUMERO TO REC-NUMERO(NombreRecycles)
               MOVE SUS-RANG-LOT TO REC-RANG(NombreRecycles)
               MOVE SUS-ETAT TO REC-ETAT(NombreRecycles)
               MOVE SUS-MOTIF TO REC-MOTIF(NombreRecycles)
               MOVE SUS-MOUVEMENT TO REC-MOUVEMENT(NombreRecycles)
               MOVE 'N' TO REC-UTILISE(NombreRecycles)
           ELSE
               DISPLAY "TABLE DES RECYCLES PLEINE - FUSION "
                   "ABANDONNEE, CUMUL INCHANGE"
               MOVE "TABLE DES RECYCLES PLEINE - FUSION ABANDONNEE"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 'O' TO FinLecture
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

      * CHAQUE SUSPENS RESOUMIS DONT LE MOUVEMENT RECYCLE EST PASSE
      * CETTE NUIT EST CLOS (APPLIQUE) OU ROUVERT (NOUVEAU REJET,
      * DATE DU PREMIER REJET CONSERVEE) ; LES AUTRES SUSPENS SONT
      * RECOPIES TELS QUELS.
       ReporterCumulFusion.
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensCumul
           IF StatutCumul = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ SuspensCumul
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneCumul NOT = SPACES
                               ADD 1 TO CompteurLus
                               MOVE LigneCumul TO SUSPENS-ENREG
                               IF SUS-RESOUMIS
                                   PERFORM RapprocherRecycle
                               END-IF
                               PERFORM EcrireTravail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspensCumul
           END-IF.

       RapprocherRecycle.
           MOVE SUS-RECYCLE-LOT TO NumeroRecycleN
           MOVE 0 TO IndiceTrouve
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreRecycles
                   OR IndiceTrouve > 0
               IF REC-NUMERO(Indice) = NumeroRecycleX
                   AND REC-RANG(Indice) = SUS-RECYCLE-RANG
                   AND REC-UTILISE(Indice) = 'N'
                   MOVE Indice TO IndiceTrouve
               END-IF
           END-PERFORM
           IF IndiceTrouve > 0
               MOVE 'O' TO REC-UTILISE(IndiceTrouve)
               MOVE DateJour TO SUS-DATE-ETAT
               IF REC-ETAT(IndiceTrouve) = 'C'
                   MOVE 'C' TO SUS-ETAT
                   ADD 1 TO CompteurClos
               ELSE
                   MOVE 'O' TO SUS-ETAT
                   MOVE REC-MOTIF(IndiceTrouve) TO SUS-MOTIF
                   MOVE REC-MOUVEMENT(IndiceTrouve) TO SUS-MOUVEMENT
                   ADD 1 TO SUS-NB-REJETS
                   ADD 1 TO CompteurRouverts
                   MOVE SPACES TO ZoneEtat
                   STRING "ROUVERT  " DELIMITED BY SIZE
                          SUS-ID DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          SUS-LOT-SOURCE DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SUS-LOT-NUMERO DELIMITED BY SIZE
                          "  DEPUIS LE " DELIMITED BY SIZE
                          SUS-DATE-PREMIER DELIMITED BY SIZE
                          "  MOTIF : " DELIMITED BY SIZE
                          SUS-MOTIF DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
               END-IF
           END-IF.

      * SECONDE LECTURE DU FICHIER DU RUN : LES REJETS DE LOTS
      * ORDINAIRES OUVRENT UN NOUVEAU SUSPENS ; UN REJET DE LOT
      * RECYCLAGE SANS SUSPENS RESOUMIS CORRESPONDANT (LOT SAISI A
      * LA MAIN) EST LUI AUSSI MIS EN SUSPENS POUR NE RIEN PERDRE.
       AjouterNouveauxSuspens.
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensRun
           IF StatutRun = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ SuspensRun
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneRun NOT = SPACES
                               MOVE LigneRun TO SUSPENS-ENREG
                               PERFORM TrierRejetDuRun
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspensRun
           END-IF.

       TrierRejetDuRun.
           IF SUS-LOT-SOURCE = SourceRecyclage
               PERFORM RechercherRecycleUtilise
           ELSE
               MOVE 0 TO IndiceTrouve
           END-IF
           IF IndiceTrouve = 0
               IF SUS-OUVERT
                   PERFORM EcrireTravail
                   ADD 1 TO CompteurNouveaux
               ELSE
                   ADD 1 TO CompteurIgnores
               END-IF
           END-IF.

       RechercherRecycleUtilise.
           MOVE 0 TO IndiceTrouve
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreRecycles
                   OR IndiceTrouve > 0
               IF REC-NUMERO(Indice) = SUS-LOT-NUMERO
                   AND REC-RANG(Indice) = SUS-RANG-LOT
                   AND REC-UTILISE(Indice) = 'O'
                   MOVE Indice TO IndiceTrouve
               END-IF
           END-PERFORM.

       EditerBilanFusion.
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SUSPENS DU CUMUL LUS      : " DELIMITED BY SIZE
                  CompteurLus DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "NOUVEAUX SUSPENS          : " DELIMITED BY SIZE
                  CompteurNouveaux DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "RECYCLES APPLIQUES (CLOS) : " DELIMITED BY SIZE
                  CompteurClos DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "RECYCLES REJETES (ROUVERTS): " DELIMITED BY SIZE
                  CompteurRouverts DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF CompteurIgnores > 0
               MOVE SPACES TO ZoneEtat
               STRING "APPLICATIONS RECYCLAGE SANS SUSPENS : "
                          DELIMITED BY SIZE
                      CompteurIgnores DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "SUSPENS AU CUMUL          : " DELIMITED BY SIZE
                  CompteurEcrits DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           DISPLAY "SUSPENS REPORTES - NOUVEAUX : " CompteurNouveaux
               "  CLOS : " CompteurClos
               "  ROUVERTS : " CompteurRouverts.

      * LE FICHIER DU RUN EST VIDE APRES REPORT : UNE RELANCE
      * ACCIDENTELLE DE L'ETAPE NE PEUT PAS DOUBLER LES SUSPENS.
       ViderSuspensRun.
           OPEN OUTPUT SuspensRun
           IF StatutRun = "00"
               CLOSE SuspensRun
           END-IF.

      * MODE RECYCLE : APPLICATION DES CORRECTIONS ET DEPOT DU
      * LOT RECYCLAGE.
       RecyclerSuspens.
           PERFORM ChargerCorrections
           IF NombreCorrections = 0
               MOVE "AUCUNE CORRECTION A TRAITER" TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               PERFORM DeterminerNumeroLot
               OPEN OUTPUT SuspensTravail
               IF StatutTravail NOT = "00"
                   DISPLAY "FICHIER DE TRAVAIL NON CREE - STATUT : "
                       StatutTravail
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   PERFORM ReporterCumulRecyclage
                   CLOSE SuspensTravail
      * LE LOT EST DEPOSE AVANT LA REECRITURE DU CUMUL : SI LE DEPOT
      * ECHOUE, LE CUMUL ET LES CORRECTIONS RESTENT INCHANGES ET
      * L'ETAPE PEUT ETRE RELANCEE.
                   PERFORM DeposerLotRecyclage
                   IF LotDepose = 'O'
                       PERFORM RecopierTravailSurCumul
                       IF TravailComplet = 'O'
                           PERFORM SignalerCorrectionsRefusees
                           PERFORM ViderCorrections
                       ELSE
                           MOVE SPACES TO ZoneEtat
                           STRING "LOT RECYCLAGE DEPOSE MAIS CUMUL NON "
                                      DELIMITED BY SIZE
                                  "MIS A JOUR - NE PAS RELANCER SANS "
                                      DELIMITED BY SIZE
                                  "CONTROLE" DELIMITED BY SIZE
                                  INTO ZoneEtat
                           PERFORM EcrireLigneEtat
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM EditerBilanRecyclage.

       ChargerCorrections.
           MOVE 0 TO NombreCorrections
           MOVE 'N' TO FinLecture
           OPEN INPUT Corrections
           IF StatutCorrections = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ Corrections
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneCorrection NOT = SPACES
                               PERFORM NoterCorrection
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Corrections
           END-IF.

       NoterCorrection.
           MOVE LigneCorrection TO CORRECTION-SUSPENS-ENREG
           IF NombreCorrections < MaxCorrections
               ADD 1 TO NombreCorrections
               MOVE COR-ACTION TO TCOR-ACTION(NombreCorrections)
               MOVE COR-SUSPENS-ID TO TCOR-ID(NombreCorrections)
               MOVE COR-MOUVEMENT TO TCOR-MOUVEMENT(NombreCorrections)
               MOVE 'N' TO TCOR-ETAT(NombreCorrections)
      * UNE IMAGE CORRIGEE DOIT PORTER UN CODE MOUVEMENT CONNU.
               IF NOT COR-RESOUMETTRE AND NOT COR-ABANDONNER
                   MOVE 'X' TO TCOR-ETAT(NombreCorrections)
               END-IF
               IF COR-RESOUMETTRE AND COR-MOUVEMENT NOT = SPACES
                   AND COR-MOUVEMENT(1:1) NOT = 'A'
                   AND COR-MOUVEMENT(1:1) NOT = 'C'
                   AND COR-MOUVEMENT(1:1) NOT = 'D'
                   MOVE 'X' TO TCOR-ETAT(NombreCorrections)
               END-IF
           ELSE
               DISPLAY "TABLE DES CORRECTIONS PLEINE - CORRECTION "
                   "REPORTEE : " COR-SUSPENS-ID
               ADD 1 TO CompteurRefusees
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

      * LE NUMERO DU LOT RECYCLAGE SUIT LE PLUS GRAND NUMERO DEJA
      * ATTRIBUE AU CUMUL OU INSCRIT AU REGISTRE DES LOTS : LES
      * NUMEROS RESTENT CROISSANTS D'UNE NUIT A L'AUTRE ET LE LOT
      * N'EST PAS REFUSE COMME DOUBLON PAR EMPAPPLY.
       DeterminerNumeroLot.
           MOVE 0 TO NumeroLotRecyclage
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensCumul
           IF StatutCumul = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ SuspensCumul
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneCumul TO SUSPENS-ENREG
                           IF LigneCumul NOT = SPACES
                               AND SUS-RECYCLE-LOT IS NUMERIC
                               AND SUS-RECYCLE-LOT > NumeroLotRecyclage
                               MOVE SUS-RECYCLE-LOT
                                   TO NumeroLotRecyclage
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspensCumul
           END-IF
           MOVE 'N' TO FinLecture
           OPEN INPUT RegistreLots
           IF StatutRegistre = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ RegistreLots
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneRegistre TO REGISTRE-LOT-ENREG
                           IF REG-SOURCE = SourceRecyclage
                               AND REG-NUMERO IS NUMERIC
                               AND REG-NUMERO > NumeroLotRecyclage
                               MOVE REG-NUMERO TO NumeroLotRecyclage
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistreLots
           END-IF
           ADD 1 TO NumeroLotRecyclage.

       ReporterCumulRecyclage.
           MOVE 0 TO NombreLot
           MOVE 0 TO HashLot
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensCumul
           IF StatutCumul = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ SuspensCumul
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneCumul NOT = SPACES
                               ADD 1 TO CompteurLus
                               MOVE LigneCumul TO SUSPENS-ENREG
                               IF SUS-OUVERT OR SUS-RESOUMIS
                                   PERFORM AppliquerCorrection
                               END-IF
                               PERFORM EcrireTravail
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspensCumul
           END-IF.

      * UN SUSPENS RESOUMIS DONT LE MOUVEMENT NE REVIENT PAS (LOT
      * REMIS EN DIFFERE, LIEN RECYCLAGE PERDU) PEUT SEULEMENT ETRE
      * ABANDONNE. S'IL REVIENT PLUS TARD EN REJET, LA FUSION LE
      * REMET EN SUSPENS COMME UN REJET RECYCLAGE NON RAPPROCHE.
       AppliquerCorrection.
           MOVE 0 TO IndiceTrouve
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreCorrections
                   OR IndiceTrouve > 0
               IF TCOR-ID(Indice) = SUS-ID
                   AND TCOR-ETAT(Indice) = 'N'
                   AND (SUS-OUVERT OR TCOR-ACTION(Indice) = 'A')
                   MOVE Indice TO IndiceTrouve
               END-IF
           END-PERFORM
           IF IndiceTrouve > 0
               MOVE DateJour TO SUS-DATE-ETAT
               IF TCOR-ACTION(IndiceTrouve) = 'A'
                   MOVE 'A' TO SUS-ETAT
                   MOVE 'A' TO TCOR-ETAT(IndiceTrouve)
                   ADD 1 TO CompteurAbandonnes
                   MOVE SPACES TO ZoneEtat
                   STRING "ABANDONNE " DELIMITED BY SIZE
                          SUS-ID DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          SUS-MOUVEMENT(1:7) DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
               ELSE
                   PERFORM ResoumettreSuspens
               END-IF
           END-IF.

       ResoumettreSuspens.
           IF TCOR-MOUVEMENT(IndiceTrouve) NOT = SPACES
               MOVE TCOR-MOUVEMENT(IndiceTrouve) TO SUS-MOUVEMENT
           END-IF
           ADD 1 TO NombreLot
           MOVE SUS-MOUVEMENT TO LRC-MOUVEMENT(NombreLot)
           MOVE SUS-MOUVEMENT TO MOUVEMENT-ENREG
           IF TRN-EMP-ID IS NUMERIC
               ADD TRN-EMP-ID TO HashLot
           END-IF
           MOVE 'R' TO SUS-ETAT
           MOVE NumeroLotRecyclage TO SUS-RECYCLE-LOT
           MOVE NombreLot TO SUS-RECYCLE-RANG
           MOVE 'R' TO TCOR-ETAT(IndiceTrouve)
           ADD 1 TO CompteurResoumis
           MOVE SPACES TO ZoneEtat
           STRING "RESOUMIS  " DELIMITED BY SIZE
                  SUS-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SUS-MOUVEMENT(1:7) DELIMITED BY SIZE
                  "  LOT " DELIMITED BY SIZE
                  SourceRecyclage DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NumeroLotRecyclage DELIMITED BY SIZE
                  " RANG " DELIMITED BY SIZE
                  NombreLot DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

      * LE LOT RECYCLAGE EST AJOUTE AU FICHIER DES MOUVEMENTS,
      * ENCADRE COMME TOUT LOT (ENTETE H, TRAILER T EQUILIBRE), ET
      * SERA APPLIQUE PAR LE PROCHAIN RUN EMPAPPLY.
       DeposerLotRecyclage.
           MOVE 'O' TO LotDepose
           IF NombreLot > 0
               OPEN EXTEND Mouvements
               IF StatutMouvements NOT = "00"
                   OPEN OUTPUT Mouvements
               END-IF
               IF StatutMouvements NOT = "00"
                   DISPLAY "FICHIER DES MOUVEMENTS NON OUVERT - "
                       "STATUT : " StatutMouvements
                   MOVE "LOT RECYCLAGE NON DEPOSE - CUMUL INCHANGE"
                       TO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 'N' TO LotDepose
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   MOVE 'H' TO LOT-TYPE
                   MOVE SourceRecyclage TO LOT-SOURCE
                   MOVE DateJour TO LOT-DATE
                   MOVE NumeroLotRecyclage TO LOT-NUMERO
                   MOVE SPACES TO LigneMouvement
                   MOVE LOT-ENTETE-ENREG TO LigneMouvement(1:23)
                   WRITE LigneMouvement
                   PERFORM VARYING Indice FROM 1 BY 1
                           UNTIL Indice > NombreLot
                       MOVE LRC-MOUVEMENT(Indice) TO LigneMouvement
                       WRITE LigneMouvement
                   END-PERFORM
                   MOVE 'T' TO LOT-FIN-TYPE
                   MOVE NombreLot TO LOT-FIN-NOMBRE
                   MOVE HashLot TO LOT-FIN-HASH
                   MOVE SPACES TO LigneMouvement
                   MOVE LOT-TRAILER-ENREG TO LigneMouvement(1:18)
                   WRITE LigneMouvement
                   CLOSE Mouvements
                   DISPLAY "LOT RECYCLAGE " NumeroLotRecyclage
                       " DEPOSE - " NombreLot " MOUVEMENT(S)"
               END-IF
           END-IF.

       SignalerCorrectionsRefusees.
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreCorrections
               IF TCOR-ETAT(Indice) = 'N' OR TCOR-ETAT(Indice) = 'X'
                   ADD 1 TO CompteurRefusees
                   MOVE SPACES TO ZoneEtat
                   IF TCOR-ETAT(Indice) = 'N'
                       STRING "CORRECTION REFUSEE " DELIMITED BY SIZE
                              TCOR-ID(Indice) DELIMITED BY SIZE
                              " : SUSPENS INCONNU OU NON OUVERT"
                                  DELIMITED BY SIZE
                              INTO ZoneEtat
                   ELSE
                       STRING "CORRECTION REFUSEE " DELIMITED BY SIZE
                              TCOR-ID(Indice) DELIMITED BY SIZE
                              " : ACTION OU CODE MOUVEMENT INVALIDE"
                                  DELIMITED BY SIZE
                              INTO ZoneEtat
                   END-IF
                   PERFORM EcrireLigneEtat
                   MOVE 4 TO GraviteCourante
                   PERFORM SignalerGravite
               END-IF
           END-PERFORM.

      * LES CORRECTIONS TRAITEES SONT RETIREES : LES REFUSEES SONT
      * LISTEES A L'ETAT ET DOIVENT ETRE RESSAISIES.
       ViderCorrections.
           OPEN OUTPUT Corrections
           IF StatutCorrections = "00"
               CLOSE Corrections
           END-IF.

       EditerBilanRecyclage.
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "CORRECTIONS LUES      : " DELIMITED BY SIZE
                  NombreCorrections DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SUSPENS RESOUMIS      : " DELIMITED BY SIZE
                  CompteurResoumis DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SUSPENS ABANDONNES    : " DELIMITED BY SIZE
                  CompteurAbandonnes DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "CORRECTIONS REFUSEES  : " DELIMITED BY SIZE
                  CompteurRefusees DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           DISPLAY "SUSPENS RESOUMIS : " CompteurResoumis
               "  ABANDONNES : " CompteurAbandonnes
               "  CORRECTIONS REFUSEES : " CompteurRefusees.

      * PARAGRAPHES COMMUNS AUX MODES MERGE ET RECYCLE.
       EcrireTravail.
           MOVE SUSPENS-ENREG TO LigneTravail
           WRITE LigneTravail
           ADD 1 TO CompteurEcrits.

       RecopierTravailSurCumul.
           MOVE 'N' TO TravailComplet
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensTravail
           IF StatutTravail NOT = "00"
               DISPLAY "FICHIER DE TRAVAIL ILLISIBLE - STATUT : "
                   StatutTravail
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               OPEN OUTPUT SuspensCumul
               IF StatutCumul NOT = "00"
                   DISPLAY "CUMUL DES SUSPENS NON REECRIT - STATUT : "
                       StatutCumul
                   CLOSE SuspensTravail
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   PERFORM UNTIL FinLecture = 'O'
                       READ SuspensTravail
                           AT END
                               MOVE 'O' TO FinLecture
                           NOT AT END
                               MOVE LigneTravail TO LigneCumul
                               WRITE LigneCumul
                       END-READ
                   END-PERFORM
                   CLOSE SuspensTravail
                   CLOSE SuspensCumul
                   MOVE 'O' TO TravailComplet
               END-IF
           END-IF.

      * MODE AGING : SUSPENS OUVERTS PAR SOURCE ET ANCIENNETE.
       EditerAnciennete.
           MOVE SPACES TO ZoneEtat
           STRING "SUSPENS OUVERTS (O) ET RESOUMIS EN ATTENTE (R) "
                      DELIMITED BY SIZE
                  "PAR SOURCE ET ANCIENNETE DU PREMIER REJET"
                      DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat
           SORT TriSuspens
               ON ASCENDING KEY SORT-SUS-SOURCE
               ON ASCENDING KEY SORT-SUS-DATE
               INPUT PROCEDURE IS SelectionnerSuspensOuverts
               OUTPUT PROCEDURE IS ImprimerAnciennete.

       SelectionnerSuspensOuverts.
           MOVE 'N' TO FinLecture
           OPEN INPUT SuspensCumul
           IF StatutCumul NOT = "00"
               MOVE "AUCUN CUMUL DES SUSPENS" TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               MOVE 'O' TO CumulPresent
               PERFORM UNTIL FinLecture = 'O'
                   READ SuspensCumul
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneCumul TO SUSPENS-ENREG
                           IF LigneCumul NOT = SPACES
                               AND (SUS-OUVERT OR SUS-RESOUMIS)
                               PERFORM VerserSuspensOuvert
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SuspensCumul
           END-IF.

       VerserSuspensOuvert.
           MOVE 0 TO AgeJours
           IF SUS-DATE-PREMIER IS NUMERIC
               AND SUS-DATE-PREMIER > 19000000
               AND SUS-DATE-PREMIER NOT > DateJour
               COMPUTE AgeJours =
                   FUNCTION INTEGER-OF-DATE(DateJour)
                   - FUNCTION INTEGER-OF-DATE(SUS-DATE-PREMIER)
           END-IF
           MOVE SUS-LOT-SOURCE TO SORT-SUS-SOURCE
           MOVE SUS-DATE-PREMIER TO SORT-SUS-DATE
           MOVE AgeJours TO SORT-SUS-AGE
           MOVE SUSPENS-ENREG TO SORT-SUS-ENREG
           RELEASE TriSuspensEnreg.

       ImprimerAnciennete.
           MOVE 'N' TO FinTri
           MOVE 'O' TO PremierSuspens
           INITIALIZE TranchesTotal
           PERFORM UNTIL FinTri = 'O'
               RETURN TriSuspens
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       PERFORM ImprimerSuspensOuvert
               END-RETURN
           END-PERFORM
           IF PremierSuspens = 'O'
               MOVE "AUCUN SUSPENS OUVERT" TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               PERFORM ImprimerTotalSource
               MOVE ALL "-" TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE "TOTAL GENERAL" TO ANC-LIBELLE
               MOVE SPACES TO ANC-SOURCE
               PERFORM VARYING Indice FROM 1 BY 1 UNTIL Indice > 4
                   MOVE TRT-NOMBRE(Indice) TO ANC-NOMBRE(Indice)
               END-PERFORM
               MOVE TotalGeneral TO ANC-TOTAL
               MOVE LigneAnciennete TO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           IF CompteurAnciens > 0
               MOVE SPACES TO ZoneEtat
               STRING "SUSPENS DE PLUS DE 30 JOURS : "
                          DELIMITED BY SIZE
                      CompteurAnciens DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       ImprimerSuspensOuvert.
           MOVE SORT-SUS-ENREG TO SUSPENS-ENREG
           IF PremierSuspens = 'O'
               MOVE 'N' TO PremierSuspens
               MOVE SORT-SUS-SOURCE TO SourcePrecedente
               PERFORM ImprimerTitreSource
           ELSE
               IF SORT-SUS-SOURCE NOT = SourcePrecedente
                   PERFORM ImprimerTotalSource
                   MOVE SORT-SUS-SOURCE TO SourcePrecedente
                   PERFORM ImprimerTitreSource
               END-IF
           END-IF
           IF SORT-SUS-AGE NOT > 7
               MOVE 1 TO TrancheCourante
           ELSE
               IF SORT-SUS-AGE NOT > 30
                   MOVE 2 TO TrancheCourante
               ELSE
                   IF SORT-SUS-AGE NOT > 90
                       MOVE 3 TO TrancheCourante
                   ELSE
                       MOVE 4 TO TrancheCourante
                   END-IF
               END-IF
           END-IF
           IF TrancheCourante > 2
               ADD 1 TO CompteurAnciens
           END-IF
           ADD 1 TO TRS-NOMBRE(TrancheCourante)
           ADD 1 TO TRT-NOMBRE(TrancheCourante)
           ADD 1 TO TotalSource
           ADD 1 TO TotalGeneral
           MOVE SUS-MOUVEMENT TO MOUVEMENT-ENREG
           MOVE SPACES TO ZoneEtat
           STRING "  " DELIMITED BY SIZE
                  SUS-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUS-ETAT DELIMITED BY SIZE
                  "  LOT " DELIMITED BY SIZE
                  SUS-LOT-NUMERO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRN-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRN-EMP-ID DELIMITED BY SIZE
                  "  DEPUIS LE " DELIMITED BY SIZE
                  SUS-DATE-PREMIER DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  SORT-SUS-AGE DELIMITED BY SIZE
                  " J, " DELIMITED BY SIZE
                  SUS-NB-REJETS DELIMITED BY SIZE
                  " REJET(S))  " DELIMITED BY SIZE
                  SUS-MOTIF DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

       ImprimerTitreSource.
           INITIALIZE TranchesSource
           MOVE 0 TO TotalSource
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SOURCE : " DELIMITED BY SIZE
                  SourcePrecedente DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

       ImprimerTotalSource.
           MOVE SPACES TO LigneAnciennete
           MOVE SPACES TO ZoneEtat
           STRING "                " DELIMITED BY SIZE
                  "          " DELIMITED BY SIZE
                  LIB-TRANCHE(1) DELIMITED BY SIZE
                  LIB-TRANCHE(2) DELIMITED BY SIZE
                  LIB-TRANCHE(3) DELIMITED BY SIZE
                  LIB-TRANCHE(4) DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "  TOTAL SOURCE " TO ANC-LIBELLE
           MOVE SourcePrecedente TO ANC-SOURCE
           PERFORM VARYING Indice FROM 1 BY 1 UNTIL Indice > 4
               MOVE TRS-NOMBRE(Indice) TO ANC-NOMBRE(Indice)
           END-PERFORM
           MOVE TotalSource TO ANC-TOTAL
           MOVE LigneAnciennete TO ZoneEtat
           PERFORM EcrireLigneEtat.

       TerminerEtat.
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatSuspens
           END-IF
           DISPLAY "ETAT PRODUIT : " FUNCTION TRIM(CheminEtat).

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.
