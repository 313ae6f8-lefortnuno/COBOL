       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeePurge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MaitreCourant
               ASSIGN TO "../files/employee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaitre.

      * L'HISTORIQUE CUMULATIF DONNE LA DATE DE PASSAGE A
      * L'INACTIVITE (DERNIER EVENEMENT S, OU ENTREE DIRECTEMENT
      * INACTIVE) ; LE MAITRE NE LA CONSERVE PAS.
           SELECT HistoriqueServices
               ASSIGN TO "../files/employee_service_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutHistorique.

      * ARCHIVE SCELLEE DES SALARIES PURGES : SEUL DEPOT DES NOMS
      * APRES PURGE, ALIMENTEE PAR BLOCS H...T EN AJOUT SEULEMENT.
           SELECT ArchiveSortants
               ASSIGN TO "../files/employee_leavers_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutArchive.

           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

      * LE LOT PURGE (SUPPRESSIONS) EST AJOUTE AU FICHIER DES
      * MOUVEMENTS ET APPLIQUE PAR LE PROCHAIN RUN EMPAPPLY.
           SELECT Mouvements
               ASSIGN TO "../files/employee_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMouvements.

      * CATALOGUES DES GENERATIONS ET DES OUVERTURES DE MOIS TENUS
      * PAR EmployeePromote : ILS DESIGNENT LES COPIES DU MAITRE
      * CONSERVEES, A ANONYMISER.
           SELECT CatalogueGens
               ASSIGN TO "../files/employee_master_gens.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCatalogue.

           SELECT CatalogueOuvertures
               ASSIGN TO "../files/employee_master_openings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutOuvertures.

      * COPIE A ANONYMISER (GENERATION, OUVERTURE, FILE D'ATTENTE,
      * SUSPENS, IMAGES, DELTAS) ET SON FICHIER DE TRAVAIL : LA
      * LONGUEUR D'ENREGISTREMENT EST CELLE DU FICHIER TRAITE.
           SELECT FichierCopie ASSIGN TO DYNAMIC CheminCopie
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCopie.

           SELECT TravailPurge
               ASSIGN TO "../files/employee_purge_work.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutTravail.

           SELECT EtatPurge ASSIGN TO DYNAMIC CheminEtat
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT TriSortants ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD MaitreCourant.
       01 LigneMaitre          PIC X(62).

       FD HistoriqueServices.
       01 LigneHistorique      PIC X(38).

       FD ArchiveSortants.
       01 LigneArchive         PIC X(100).

       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       FD Mouvements.
       01 LigneMouvement       PIC X(71).

       FD CatalogueGens.
       01 LigneCatalogue       PIC X(80).

       FD CatalogueOuvertures.
       01 LigneOuverture       PIC X(87).

       FD FichierCopie.
       01 LigneCopie           PIC X(179).

       FD TravailPurge.
       01 LigneTravail         PIC X(179).

       FD EtatPurge.
       01 LigneEtat            PIC X(132).

      * IDENTIFIANTS DE L'ARCHIVE, TRIES POUR LA RECHERCHE
      * DICHOTOMIQUE PENDANT L'ANONYMISATION.
       SD TriSortants.
       01 TriSortantEnreg.
           05 SORT-ID          PIC X(6).

       WORKING-STORAGE SECTION.
       01 StatutMaitre         PIC XX.
       01 StatutHistorique     PIC XX.
       01 StatutArchive        PIC XX.
       01 StatutRegistre       PIC XX.
       01 StatutMouvements     PIC XX.
       01 StatutCatalogue      PIC XX.
       01 StatutOuvertures     PIC XX.
       01 StatutCopie          PIC XX.
       01 StatutTravail        PIC XX.
       01 StatutEtat           PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 FinCatalogue         PIC X VALUE 'N'.
       01 FinCopie             PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 CheminEtat           PIC X(110)
           VALUE "../files/employee_purge_certificate.txt".
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneEtat             PIC X(132) VALUE SPACES.
       01 ZoneParm             PIC X(80) VALUE SPACES.
       01 Indice               PIC 9(4) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = PURGE (OU ANONYMISATION) FAITE, 4 = INACTIFS SANS DATE
      * D'INACTIVITE CONNUE, TABLE PLEINE OU COPIE NON ANONYMISEE,
      * 8 = PARM INVALIDE, ARCHIVE ALTEREE, LOT PURGE DEJA EN
      * ATTENTE, MAITRE ABSENT OU ARCHIVE / LOT NON ECRIT.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * PARM : PURGE NN (DUREE DE RETENTION EN ANNEES) OU SCRUB
      * (ANONYMISATION SEULE, ETAPE FINALE DU JOB EMPAPPLY).
       01 ModeTraitement       PIC X(8) VALUE SPACES.
           88 MODE-PURGE          VALUE "PURGE".
           88 MODE-ANONYMISATION  VALUE "SCRUB".
       01 AnneesSaisies        PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
       01 LongueurAnnees       PIC 9(2) VALUE 0.
       01 RetentionX           PIC X(2) VALUE SPACES.
       01 RetentionN REDEFINES RetentionX PIC 9(2).
       01 DateLimite           PIC 9(8) VALUE 0.

      * CONTROLE DES SCELLES DE L'ARCHIVE.
       01 ArchiveAlteree       PIC X VALUE 'N'.
       01 BlocOuvert           PIC X VALUE 'N'.
       01 NumeroBloc           PIC 9(4) VALUE 0.
       01 NombreBloc           PIC 9(6) VALUE 0.
       01 HashIdBloc           PIC 9(11) VALUE 0.
       01 HashDatesBloc        PIC 9(14) VALUE 0.
       01 CompteurBlocs        PIC 9(4) VALUE 0.

      * NUMERO COMMUN AU BLOC D'ARCHIVE, AU LOT PURGE ET AU
      * CERTIFICAT : SUIT LE PLUS GRAND NUMERO DEJA ATTRIBUE A
      * L'ARCHIVE, AU REGISTRE OU A UN LOT PURGE EN ATTENTE.
       01 SourcePurge          PIC X(10) VALUE "PURGE".
       01 NumeroPurge          PIC 9(4) VALUE 0.
       01 LotPurgeEnAttente    PIC X VALUE 'N'.

      * SALARIES DE L'ARCHIVE, TRIES ; LES POSTES LIBRES SONT A
      * HIGH-VALUES POUR LA RECHERCHE DICHOTOMIQUE.
       01 NombreSortants       PIC 9(4) VALUE 0.
       01 MaxSortants          PIC 9(4) VALUE 5000.
       01 IdPrecedent          PIC X(6) VALUE SPACES.
       01 TableSortants.
           05 EntreeSortant OCCURS 5000 TIMES
                   ASCENDING KEY IS SRT-ID
                   INDEXED BY IxSortant.
               10 SRT-ID           PIC X(6).
       01 IdRecherche          PIC X(6) VALUE SPACES.
       01 SortantTrouve        PIC X VALUE 'N'.

      * INACTIFS DU MAITRE ET DECISION DE PURGE.
      * INA-DECISION : P = PURGE ET ARCHIVE, R = DEJA ARCHIVE
      * (SUPPRESSION RENOUVELEE), C = CONSERVE (DATE INCONNUE),
      * N = CONSERVE (RETENTION NON ECHUE).
       01 NombreInactifs       PIC 9(4) VALUE 0.
       01 MaxInactifs          PIC 9(4) VALUE 2000.
       01 TableInactifsPleine  PIC X VALUE 'N'.
       01 TableInactifs.
           05 EntreeInactif OCCURS 2000 TIMES.
               10 INA-ID           PIC X(6).
               10 INA-IMAGE        PIC X(62).
               10 INA-DATE         PIC 9(8).
               10 INA-DECISION     PIC X.

       01 CompteurPurges       PIC 9(6) VALUE 0.
       01 CompteurRenouveles   PIC 9(6) VALUE 0.
       01 CompteurInconnus     PIC 9(6) VALUE 0.
       01 CompteurRetenus      PIC 9(6) VALUE 0.
       01 HashIdPurge          PIC 9(11) VALUE 0.
       01 HashDatesPurge       PIC 9(14) VALUE 0.
       01 NombreLot            PIC 9(6) VALUE 0.
       01 HashLot              PIC 9(11) VALUE 0.
       01 ArchiveEcrite        PIC X VALUE 'N'.

      * ANONYMISATION D'UNE COPIE : CHEMIN, POSITION DE L'EMP-ID ET
      * DU COUPLE NOM + PRENOM (35 CARACTERES), SECOND COUPLE
      * EVENTUEL (IMAGES AVANT / APRES), LIGNES H / T DE LOT A
      * IGNORER.
       01 CheminCopie          PIC X(110) VALUE SPACES.
       01 PositionId           PIC 9(3) VALUE 0.
       01 PositionNom1         PIC 9(3) VALUE 0.
       01 PositionNom2         PIC 9(3) VALUE 0.
       01 SauterLots           PIC X VALUE 'N'.
       01 ZoneLigne            PIC X(179) VALUE SPACES.
       01 CompteurFichier      PIC 9(6) VALUE 0.
       01 CompteurAnonymises   PIC 9(7) VALUE 0.
       01 CompteurCopies       PIC 9(4) VALUE 0.
       01 IdentiteAnonyme.
           05 FILLER           PIC X(20) VALUE "ANONYMISE".
           05 FILLER           PIC X(15) VALUE "ANONYMISE".

       01 LigneCertificat.
           05 CER-ACTION       PIC X(14).
           05 CER-ID           PIC X(6).
           05 FILLER           PIC X(10) VALUE "  SERVICE ".
           05 CER-SERVICE      PIC X(10).
           05 FILLER           PIC X(8) VALUE "  GRADE ".
           05 CER-GRADE        PIC X(2).
           05 FILLER           PIC X(17) VALUE "  INACTIF DEPUIS ".
           05 CER-DATE         PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 CER-MOTIF        PIC X(55).

           COPY EMPLOYE.

           COPY EMPHIST.

           COPY EMPARCH.

           COPY EMPREG.

           COPY EMPLOT.

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
           IF CodeRetour < 8
               PERFORM ChargerSortants
               IF MODE-PURGE
                   PERFORM PurgerInactifs
               END-IF
           END-IF
           IF CodeRetour < 8
               PERFORM AnonymiserCopies
           ELSE
               IF ArchiveAlteree = 'O'
                   MOVE "ARCHIVE ALTEREE - ANONYMISATION SUSPENDUE"
                       TO ZoneEtat
                   PERFORM EcrireLigneEtat
               END-IF
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
           MOVE FUNCTION UPPER-CASE(ZoneParm) TO ZoneParm
           UNSTRING ZoneParm DELIMITED BY ALL SPACES
               INTO ModeTraitement
                    AnneesSaisies COUNT IN LongueurAnnees
           END-UNSTRING
           IF MODE-ANONYMISATION
               MOVE "../files/employee_purge_scrub.txt" TO CheminEtat
           ELSE
               INSPECT AnneesSaisies REPLACING LEADING SPACES BY ZEROS
               MOVE AnneesSaisies TO RetentionX
               IF NOT MODE-PURGE
                   OR LongueurAnnees = 0
                   OR LongueurAnnees > 2
                   OR RetentionX IS NOT NUMERIC
                   DISPLAY "PARM INVALIDE - ATTENDU : PURGE NN (ANNEES"
                       " DE RETENTION) OU SCRUB"
                   MOVE "PURGE" TO ModeTraitement
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   IF RetentionN = 0
                       DISPLAY "DUREE DE RETENTION NULLE REFUSEE"
                       MOVE 8 TO GraviteCourante
                       PERFORM SignalerGravite
                   ELSE
                       COMPUTE DateLimite = DateJour
                           - RetentionN * 10000
                   END-IF
               END-IF
           END-IF.

       OuvrirEtat.
           OPEN OUTPUT EtatPurge
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           IF MODE-ANONYMISATION
               STRING "ANONYMISATION DES SALARIES PURGES DANS LES "
                          DELIMITED BY SIZE
                      "COPIES CONSERVEES  " DELIMITED BY SIZE
                      DateJour DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HeureJour DELIMITED BY SIZE
                      INTO ZoneEtat
           ELSE
               STRING "CERTIFICAT DE PURGE DES SALARIES INACTIFS  "
                          DELIMITED BY SIZE
                      DateJour DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      HeureJour DELIMITED BY SIZE
                      INTO ZoneEtat
           END-IF
           PERFORM EcrireLigneEtat
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           IF CodeRetour = 8
               MOVE "PARM INVALIDE - ATTENDU : PURGE NN OU SCRUB"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

      * ARCHIVE SCELLEE : CONTROLE DES SCELLES ET TABLE TRIEE DES
      * SALARIES DEJA ARCHIVES.
       ChargerSortants.
           MOVE HIGH-VALUES TO TableSortants
           MOVE 0 TO NombreSortants
           SORT TriSortants
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE IS ControlerArchive
               OUTPUT PROCEDURE IS RangerSortants.

       ControlerArchive.
           MOVE 'N' TO FinLecture
           MOVE 'N' TO BlocOuvert
           MOVE 0 TO CompteurBlocs
           OPEN INPUT ArchiveSortants
           IF StatutArchive = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ ArchiveSortants
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneArchive NOT = SPACES
                               PERFORM ControlerLigneArchive
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchiveSortants
               IF BlocOuvert = 'O'
                   PERFORM SignalerScelleRompu
               END-IF
           END-IF.

       ControlerLigneArchive.
           IF LigneArchive(1:1) = 'H'
               IF BlocOuvert = 'O'
                   PERFORM SignalerScelleRompu
               END-IF
               MOVE LigneArchive TO ARCHIVE-ENTETE-ENREG
               MOVE 0 TO NumeroBloc
               IF ARE-NUMERO IS NUMERIC
                   MOVE ARE-NUMERO TO NumeroBloc
               END-IF
               IF NumeroBloc > NumeroPurge
                   MOVE NumeroBloc TO NumeroPurge
               END-IF
               MOVE 'O' TO BlocOuvert
               MOVE 0 TO NombreBloc
               MOVE 0 TO HashIdBloc
               MOVE 0 TO HashDatesBloc
           ELSE
               IF LigneArchive(1:1) = 'D'
                   MOVE LigneArchive TO ARCHIVE-SORTANT-ENREG
                   IF BlocOuvert = 'N'
                       OR ARS-NUMERO NOT = NumeroBloc
                       PERFORM SignalerScelleRompu
                   END-IF
                   ADD 1 TO NombreBloc
                   IF ARS-EMPLOYE(1:6) IS NUMERIC
                       MOVE ARS-EMPLOYE TO EMPLOYE-ENREG
                       ADD EMP-ID TO HashIdBloc
                   END-IF
                   IF ARS-DATE-INACTIF IS NUMERIC
                       ADD ARS-DATE-INACTIF TO HashDatesBloc
                   END-IF
                   MOVE ARS-EMPLOYE(1:6) TO SORT-ID
                   RELEASE TriSortantEnreg
               ELSE
                   IF LigneArchive(1:1) = 'T'
                       MOVE LigneArchive TO ARCHIVE-SCELLE-ENREG
                       IF BlocOuvert = 'N'
                           OR ART-NUMERO NOT = NumeroBloc
                           OR ART-NOMBRE NOT = NombreBloc
                           OR ART-HASH-ID NOT = HashIdBloc
                           OR ART-HASH-DATES NOT = HashDatesBloc
                           PERFORM SignalerScelleRompu
                       END-IF
                       ADD 1 TO CompteurBlocs
                       MOVE 'N' TO BlocOuvert
                   ELSE
                       PERFORM SignalerScelleRompu
                   END-IF
               END-IF
           END-IF.

       SignalerScelleRompu.
           MOVE 'O' TO ArchiveAlteree
           MOVE 'N' TO BlocOuvert
           MOVE SPACES TO ZoneEtat
           STRING "SCELLE ROMPU - ARCHIVE DES SORTANTS ALTEREE AU BLOC "
                      DELIMITED BY SIZE
                  NumeroBloc DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE 8 TO GraviteCourante
           PERFORM SignalerGravite.

       RangerSortants.
           MOVE 'N' TO FinTri
           MOVE SPACES TO IdPrecedent
           PERFORM UNTIL FinTri = 'O'
               RETURN TriSortants
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF SORT-ID NOT = IdPrecedent
                           MOVE SORT-ID TO IdPrecedent
                           IF NombreSortants < MaxSortants
                               ADD 1 TO NombreSortants
                               MOVE SORT-ID
                                   TO SRT-ID(NombreSortants)
                           ELSE
                               DISPLAY "TABLE DES SORTANTS PLEINE - "
                                   "ANONYMISATION INCOMPLETE"
                               MOVE 4 TO GraviteCourante
                               PERFORM SignalerGravite
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM.

       RechercherSortant.
           MOVE 'N' TO SortantTrouve
           IF NombreSortants > 0
               SEARCH ALL EntreeSortant
                   AT END
                       MOVE 'N' TO SortantTrouve
                   WHEN SRT-ID(IxSortant) = IdRecherche
                       MOVE 'O' TO SortantTrouve
               END-SEARCH
           END-IF.

      * MODE PURGE : SELECTION, ARCHIVAGE ET LOT DE SUPPRESSION.
       PurgerInactifs.
           IF ArchiveAlteree = 'O'
               MOVE SPACES TO ZoneEtat
               STRING "ARCHIVE ALTEREE - AUCUNE PURGE TANT QU'ELLE "
                          DELIMITED BY SIZE
                      "N'EST PAS EXPERTISEE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               PERFORM ControlerLotsEnAttente
           END-IF
           IF CodeRetour < 8
               PERFORM ControlerRegistre
               ADD 1 TO NumeroPurge
               MOVE SPACES TO ZoneEtat
               STRING "CERTIFICAT No " DELIMITED BY SIZE
                      NumeroPurge DELIMITED BY SIZE
                      " - RETENTION : " DELIMITED BY SIZE
                      RetentionN DELIMITED BY SIZE
                      " AN(S) - INACTIFS DEPUIS AVANT LE "
                          DELIMITED BY SIZE
                      DateLimite DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE SPACES TO ZoneEtat
               PERFORM EcrireLigneEtat
               PERFORM ChargerInactifs
           END-IF
           IF CodeRetour < 8
               PERFORM DaterInactivite
               PERFORM VARYING Indice FROM 1 BY 1
                       UNTIL Indice > NombreInactifs
                   PERFORM DeciderPurge
               END-PERFORM
               IF CompteurPurges + CompteurRenouveles > 0
                   PERFORM ScellerArchive
                   IF CodeRetour < 8
                       PERFORM DeposerLotPurge
                   END-IF
                   IF CodeRetour < 8
                       PERFORM ChargerSortants
                   END-IF
               END-IF
           END-IF.

      * UN LOT PURGE NON ENCORE APPLIQUE FERAIT ARCHIVER DEUX FOIS
      * LES MEMES SALARIES : LA PURGE ATTEND LE RUN EMPAPPLY.
       ControlerLotsEnAttente.
           MOVE 'N' TO FinLecture
           OPEN INPUT Mouvements
           IF StatutMouvements = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ Mouvements
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneMouvement(1:1) = 'H'
                               MOVE LigneMouvement(1:23)
                                   TO LOT-ENTETE-ENREG
                               IF LOT-SOURCE = SourcePurge
                                   MOVE 'O' TO LotPurgeEnAttente
                                   IF LOT-NUMERO IS NUMERIC
                                       AND LOT-NUMERO > NumeroPurge
                                       MOVE LOT-NUMERO TO NumeroPurge
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mouvements
           END-IF
           IF LotPurgeEnAttente = 'O'
               MOVE SPACES TO ZoneEtat
               STRING "LOT PURGE EN ATTENTE D'EMPAPPLY - NOUVELLE "
                          DELIMITED BY SIZE
                      "PURGE REFUSEE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       ControlerRegistre.
           MOVE 'N' TO FinLecture
           OPEN INPUT RegistreLots
           IF StatutRegistre = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ RegistreLots
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneRegistre TO REGISTRE-LOT-ENREG
                           IF REG-SOURCE = SourcePurge
                               AND REG-NUMERO IS NUMERIC
                               AND REG-NUMERO > NumeroPurge
                               MOVE REG-NUMERO TO NumeroPurge
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistreLots
           END-IF.

       ChargerInactifs.
           MOVE 'N' TO FinLecture
           OPEN INPUT MaitreCourant
           IF StatutMaitre NOT = "00"
               DISPLAY "FICHIER MAITRE INTROUVABLE : "
                   "../files/employee_master.txt"
               MOVE "MAITRE ABSENT - PURGE NON FAITE" TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ MaitreCourant
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneMaitre TO EMPLOYE-ENREG
                           IF LigneMaitre NOT = SPACES
                               AND EMP-INACTIF
                               PERFORM NoterInactif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaitreCourant
           END-IF.

       NoterInactif.
           IF NombreInactifs < MaxInactifs
               ADD 1 TO NombreInactifs
               MOVE LigneMaitre(1:6) TO INA-ID(NombreInactifs)
               MOVE LigneMaitre TO INA-IMAGE(NombreInactifs)
               MOVE 0 TO INA-DATE(NombreInactifs)
               MOVE 'N' TO INA-DECISION(NombreInactifs)
           ELSE
               IF TableInactifsPleine = 'N'
                   MOVE 'O' TO TableInactifsPleine
                   MOVE SPACES TO ZoneEtat
                   STRING "TABLE DES INACTIFS PLEINE - LES SUIVANTS "
                              DELIMITED BY SIZE
                          "SERONT EXAMINES A LA PROCHAINE PURGE"
                              DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 4 TO GraviteCourante
                   PERFORM SignalerGravite
               END-IF
           END-IF.

      * DATE D'INACTIVITE : LA PLUS RECENTE DESACTIVATION (S) OU
      * ENTREE DIRECTEMENT INACTIVE (E AVEC STATUT I) DE L'HISTORIQUE.
       DaterInactivite.
           MOVE 'N' TO FinLecture
           OPEN INPUT HistoriqueServices
           IF StatutHistorique NOT = "00"
               DISPLAY "HISTORIQUE DES SERVICES INTROUVABLE : "
                   "../files/employee_service_history.txt"
               MOVE "HISTORIQUE ABSENT - DATES D'INACTIVITE INCONNUES"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ HistoriqueServices
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneHistorique
                               TO HISTORIQUE-SERVICE-ENREG
                           IF HIS-DESACTIVATION
                               OR (HIS-ENTREE AND HIS-STATUT = 'I')
                               PERFORM DaterUnInactif
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HistoriqueServices
           END-IF.

       DaterUnInactif.
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreInactifs
               IF INA-ID(Indice) = LigneHistorique(1:6)
                   IF HIS-DATE IS NUMERIC
                       AND HIS-DATE > INA-DATE(Indice)
                       MOVE HIS-DATE TO INA-DATE(Indice)
                   END-IF
                   MOVE NombreInactifs TO Indice
               END-IF
           END-PERFORM.

       DeciderPurge.
           MOVE INA-IMAGE(Indice) TO EMPLOYE-ENREG
           IF INA-DATE(Indice) = 0
               MOVE 'C' TO INA-DECISION(Indice)
               ADD 1 TO CompteurInconnus
               MOVE "CONSERVE" TO CER-ACTION
               MOVE "DATE D'INACTIVITE INCONNUE - A EXAMINER"
                   TO CER-MOTIF
               PERFORM EditerLigneCertificat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               IF INA-DATE(Indice) < DateLimite
                   MOVE INA-ID(Indice) TO IdRecherche
                   PERFORM RechercherSortant
                   IF SortantTrouve = 'O'
                       MOVE 'R' TO INA-DECISION(Indice)
                       ADD 1 TO CompteurRenouveles
                       MOVE "SUPPRIME" TO CER-ACTION
                       MOVE "DEJA ARCHIVE - SUPPRESSION RENOUVELEE"
                           TO CER-MOTIF
                   ELSE
                       MOVE 'P' TO INA-DECISION(Indice)
                       ADD 1 TO CompteurPurges
                       ADD EMP-ID TO HashIdPurge
                       ADD INA-DATE(Indice) TO HashDatesPurge
                       MOVE "PURGE" TO CER-ACTION
                       MOVE "ARCHIVE SOUS SCELLE, SUPPRIME DU MAITRE"
                           TO CER-MOTIF
                   END-IF
                   PERFORM EditerLigneCertificat
               ELSE
                   ADD 1 TO CompteurRetenus
               END-IF
           END-IF.

       EditerLigneCertificat.
           MOVE INA-ID(Indice) TO CER-ID
           MOVE EMP-SERVICE TO CER-SERVICE
           MOVE EMP-GRADE TO CER-GRADE
           IF INA-DATE(Indice) = 0
               MOVE "INCONNUE" TO CER-DATE
           ELSE
               MOVE INA-DATE(Indice) TO CER-DATE
           END-IF
           MOVE LigneCertificat TO ZoneEtat
           PERFORM EcrireLigneEtat.

      * LE BLOC EST ECRIT EN UNE FOIS, SCELLE COMPRIS, AVANT LE
      * DEPOT DU LOT : UN SALARIE N'EST JAMAIS SUPPRIME SANS AVOIR
      * ETE ARCHIVE.
       ScellerArchive.
           IF CompteurPurges > 0
               OPEN EXTEND ArchiveSortants
               IF StatutArchive NOT = "00"
                   OPEN OUTPUT ArchiveSortants
               END-IF
               IF StatutArchive NOT = "00"
                   DISPLAY "ARCHIVE DES SORTANTS NON OUVERTE - "
                       "STATUT : " StatutArchive
                   MOVE SPACES TO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE "ARCHIVE NON ECRITE - PURGE ABANDONNEE"
                       TO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   MOVE SPACES TO ARCHIVE-ENTETE-ENREG
                   MOVE 'H' TO ARE-TYPE
                   MOVE NumeroPurge TO ARE-NUMERO
                   MOVE DateJour TO ARE-DATE
                   MOVE HeureJour(1:6) TO ARE-HEURE
                   MOVE RetentionN TO ARE-RETENTION
                   MOVE DateLimite TO ARE-DATE-LIMITE
                   MOVE ARCHIVE-ENTETE-ENREG TO LigneArchive
                   WRITE LigneArchive
                   PERFORM VARYING Indice FROM 1 BY 1
                           UNTIL Indice > NombreInactifs
                       IF INA-DECISION(Indice) = 'P'
                           MOVE SPACES TO ARCHIVE-SORTANT-ENREG
                           MOVE 'D' TO ARS-TYPE
                           MOVE NumeroPurge TO ARS-NUMERO
                           MOVE INA-IMAGE(Indice) TO ARS-EMPLOYE
                           MOVE INA-DATE(Indice) TO ARS-DATE-INACTIF
                           MOVE DateJour TO ARS-DATE-PURGE
                           MOVE ARCHIVE-SORTANT-ENREG TO LigneArchive
                           WRITE LigneArchive
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO ARCHIVE-SCELLE-ENREG
                   MOVE 'T' TO ART-TYPE
                   MOVE NumeroPurge TO ART-NUMERO
                   MOVE CompteurPurges TO ART-NOMBRE
                   MOVE HashIdPurge TO ART-HASH-ID
                   MOVE HashDatesPurge TO ART-HASH-DATES
                   MOVE ARCHIVE-SCELLE-ENREG TO LigneArchive
                   WRITE LigneArchive
                   CLOSE ArchiveSortants
                   MOVE 'O' TO ArchiveEcrite
               END-IF
           END-IF.

       DeposerLotPurge.
           OPEN EXTEND Mouvements
           IF StatutMouvements NOT = "00"
               OPEN OUTPUT Mouvements
           END-IF
           IF StatutMouvements NOT = "00"
               DISPLAY "FICHIER DES MOUVEMENTS NON OUVERT - STATUT : "
                   StatutMouvements
               MOVE SPACES TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE SPACES TO ZoneEtat
               STRING "LOT PURGE NON DEPOSE - SALARIES ARCHIVES MAIS "
                          DELIMITED BY SIZE
                      "TOUJOURS AU MAITRE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               MOVE 'H' TO LOT-TYPE
               MOVE SourcePurge TO LOT-SOURCE
               MOVE DateJour TO LOT-DATE
               MOVE NumeroPurge TO LOT-NUMERO
               MOVE SPACES TO LigneMouvement
               MOVE LOT-ENTETE-ENREG TO LigneMouvement(1:23)
               WRITE LigneMouvement
               PERFORM VARYING Indice FROM 1 BY 1
                       UNTIL Indice > NombreInactifs
                   IF INA-DECISION(Indice) = 'P'
                       OR INA-DECISION(Indice) = 'R'
                       MOVE SPACES TO LigneMouvement
                       MOVE 'D' TO LigneMouvement(1:1)
                       MOVE INA-ID(Indice) TO LigneMouvement(2:6)
                       WRITE LigneMouvement
                       ADD 1 TO NombreLot
                       MOVE INA-IMAGE(Indice) TO EMPLOYE-ENREG
                       ADD EMP-ID TO HashLot
                   END-IF
               END-PERFORM
               MOVE 'T' TO LOT-FIN-TYPE
               MOVE NombreLot TO LOT-FIN-NOMBRE
               MOVE HashLot TO LOT-FIN-HASH
               MOVE SPACES TO LigneMouvement
               MOVE LOT-TRAILER-ENREG TO LigneMouvement(1:18)
               WRITE LigneMouvement
               CLOSE Mouvements
           END-IF.

      * ANONYMISATION DES COPIES CONSERVEES (MODES PURGE ET SCRUB).
      * LES NOMS DES SALARIES DE L'ARCHIVE SONT REMPLACES PAR
      * ANONYMISE DANS LES GENERATIONS ET OUVERTURES DE MOIS DU
      * MAITRE, LA FILE DES MOUVEMENTS EN ATTENTE, LES SUSPENS, LES
      * IMAGES AVANT / APRES ET LES DELTAS D'INDEX DU DERNIER RUN.
      * L'HISTORIQUE DES SERVICES NE PORTE QUE L'EMP-ID.
       AnonymiserCopies.
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat
           IF NombreSortants = 0
               MOVE "AUCUN SALARIE A L'ARCHIVE - RIEN A ANONYMISER"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               MOVE SPACES TO ZoneEtat
               STRING "ANONYMISATION DES COPIES CONSERVEES - "
                          DELIMITED BY SIZE
                      NombreSortants DELIMITED BY SIZE
                      " SALARIE(S) A L'ARCHIVE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               PERFORM AnonymiserGenerations
               PERFORM AnonymiserOuvertures
               MOVE "../files/employee_trans.txt" TO CheminCopie
               MOVE 2 TO PositionId
               MOVE 8 TO PositionNom1
               MOVE 0 TO PositionNom2
               MOVE 'O' TO SauterLots
               PERFORM AnonymiserFichier
               MOVE "../files/employee_suspense.txt" TO CheminCopie
               MOVE 110 TO PositionId
               MOVE 116 TO PositionNom1
               MOVE 0 TO PositionNom2
               MOVE 'N' TO SauterLots
               PERFORM AnonymiserFichier
               MOVE "../files/employee_before_images.txt"
                   TO CheminCopie
               MOVE 31 TO PositionId
               MOVE 43 TO PositionNom1
               MOVE 105 TO PositionNom2
               PERFORM AnonymiserFichier
               MOVE "../files/employee_before_images_new.txt"
                   TO CheminCopie
               PERFORM AnonymiserFichier
               MOVE "../files/employee_index_delta.txt" TO CheminCopie
               MOVE 2 TO PositionId
               MOVE 8 TO PositionNom1
               MOVE 0 TO PositionNom2
               PERFORM AnonymiserFichier
               MOVE SPACES TO ZoneEtat
               STRING "HISTORIQUE DES SERVICES : EMP-ID SEUL, AUCUN "
                          DELIMITED BY SIZE
                      "NOM A REMPLACER" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

       AnonymiserGenerations.
           MOVE 'N' TO FinCatalogue
           OPEN INPUT CatalogueGens
           IF StatutCatalogue = "00"
               PERFORM UNTIL FinCatalogue = 'O'
                   READ CatalogueGens
                       AT END
                           MOVE 'O' TO FinCatalogue
                       NOT AT END
                           IF LigneCatalogue(19:62) NOT = SPACES
                               MOVE SPACES TO CheminCopie
                               MOVE LigneCatalogue(19:62)
                                   TO CheminCopie
                               PERFORM AnonymiserMaitreConserve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogueGens
           END-IF.

       AnonymiserOuvertures.
           MOVE 'N' TO FinCatalogue
           OPEN INPUT CatalogueOuvertures
           IF StatutOuvertures = "00"
               PERFORM UNTIL FinCatalogue = 'O'
                   READ CatalogueOuvertures
                       AT END
                           MOVE 'O' TO FinCatalogue
                       NOT AT END
                           IF LigneOuverture(26:62) NOT = SPACES
                               MOVE SPACES TO CheminCopie
                               MOVE LigneOuverture(26:62)
                                   TO CheminCopie
                               PERFORM AnonymiserMaitreConserve
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogueOuvertures
           END-IF.

       AnonymiserMaitreConserve.
           MOVE 1 TO PositionId
           MOVE 7 TO PositionNom1
           MOVE 0 TO PositionNom2
           MOVE 'N' TO SauterLots
           PERFORM AnonymiserFichier.

      * LA COPIE EST LUE ET REECRITE DANS LE FICHIER DE TRAVAIL ;
      * ELLE N'EST RECOPIEE QUE SI AU MOINS UN NOM A ETE REMPLACE.
      * UNE COPIE ABSENTE (GENERATION DEJA VIDEE, FICHIER DU RUN
      * NON ENCORE CREE) EST SIMPLEMENT IGNOREE.
       AnonymiserFichier.
           MOVE 0 TO CompteurFichier
           MOVE 'N' TO FinCopie
           OPEN INPUT FichierCopie
           IF StatutCopie = "00"
               OPEN OUTPUT TravailPurge
               IF StatutTravail NOT = "00"
                   DISPLAY "FICHIER DE TRAVAIL NON CREE - STATUT : "
                       StatutTravail
                   CLOSE FichierCopie
                   PERFORM SignalerCopieNonTraitee
               ELSE
                   PERFORM UNTIL FinCopie = 'O'
                       READ FichierCopie
                           AT END
                               MOVE 'O' TO FinCopie
                           NOT AT END
                               PERFORM AnonymiserLigne
                       END-READ
                   END-PERFORM
                   CLOSE FichierCopie
                   CLOSE TravailPurge
                   IF CompteurFichier > 0
                       PERFORM RecopierTravailSurCopie
                   END-IF
               END-IF
           ELSE
               IF StatutCopie NOT = "35"
                   PERFORM SignalerCopieNonTraitee
               END-IF
           END-IF.

       AnonymiserLigne.
           MOVE LigneCopie TO ZoneLigne
           IF SauterLots = 'N'
               OR (ZoneLigne(1:1) NOT = 'H'
                   AND ZoneLigne(1:1) NOT = 'T')
               MOVE ZoneLigne(PositionId:6) TO IdRecherche
               PERFORM RechercherSortant
               IF SortantTrouve = 'O'
                   PERFORM RemplacerNoms
               END-IF
           END-IF
           MOVE ZoneLigne TO LigneTravail
           WRITE LigneTravail.

       RemplacerNoms.
           IF ZoneLigne(PositionNom1:35) NOT = SPACES
               AND ZoneLigne(PositionNom1:35) NOT = IdentiteAnonyme
               MOVE IdentiteAnonyme TO ZoneLigne(PositionNom1:35)
               ADD 1 TO CompteurFichier
           END-IF
           IF PositionNom2 > 0
               IF ZoneLigne(PositionNom2:35) NOT = SPACES
                   AND ZoneLigne(PositionNom2:35) NOT = IdentiteAnonyme
                   MOVE IdentiteAnonyme TO ZoneLigne(PositionNom2:35)
                   ADD 1 TO CompteurFichier
               END-IF
           END-IF.

       RecopierTravailSurCopie.
           MOVE 'N' TO FinCopie
           OPEN INPUT TravailPurge
           IF StatutTravail NOT = "00"
               DISPLAY "FICHIER DE TRAVAIL ILLISIBLE - STATUT : "
                   StatutTravail
               PERFORM SignalerCopieNonTraitee
           ELSE
               OPEN OUTPUT FichierCopie
               IF StatutCopie NOT = "00"
                   DISPLAY "COPIE NON REECRITE - STATUT : " StatutCopie
                   CLOSE TravailPurge
                   PERFORM SignalerCopieNonTraitee
               ELSE
                   PERFORM UNTIL FinCopie = 'O'
                       READ TravailPurge
                           AT END
                               MOVE 'O' TO FinCopie
                           NOT AT END
                               MOVE LigneTravail TO LigneCopie
                               WRITE LigneCopie
                       END-READ
                   END-PERFORM
                   CLOSE TravailPurge
                   CLOSE FichierCopie
                   ADD CompteurFichier TO CompteurAnonymises
                   ADD 1 TO CompteurCopies
                   MOVE SPACES TO ZoneEtat
                   STRING "ANONYMISE     " DELIMITED BY SIZE
                          CheminCopie DELIMITED BY SPACE
                          " - " DELIMITED BY SIZE
                          CompteurFichier DELIMITED BY SIZE
                          " NOM(S) REMPLACE(S)" DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
               END-IF
           END-IF.

       SignalerCopieNonTraitee.
           MOVE SPACES TO ZoneEtat
           STRING "NON ANONYMISE " DELIMITED BY SIZE
                  CheminCopie DELIMITED BY SPACE
                  " - STATUT " DELIMITED BY SIZE
                  StatutCopie DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  StatutTravail DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE 4 TO GraviteCourante
           PERFORM SignalerGravite.

       TerminerEtat.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           IF MODE-PURGE AND NombreInactifs > 0
               MOVE SPACES TO ZoneEtat
               STRING "INACTIFS EXAMINES                  : "
                          DELIMITED BY SIZE
                      NombreInactifs DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE SPACES TO ZoneEtat
               STRING "PURGES ET ARCHIVES                 : "
                          DELIMITED BY SIZE
                      CompteurPurges DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE SPACES TO ZoneEtat
               STRING "DEJA ARCHIVES, SUPPRESSION RENOUVELEE : "
                          DELIMITED BY SIZE
                      CompteurRenouveles DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE SPACES TO ZoneEtat
               STRING "CONSERVES, RETENTION NON ECHUE     : "
                          DELIMITED BY SIZE
                      CompteurRetenus DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE SPACES TO ZoneEtat
               STRING "CONSERVES, DATE D'INACTIVITE INCONNUE : "
                          DELIMITED BY SIZE
                      CompteurInconnus DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           IF ArchiveEcrite = 'O'
               MOVE SPACES TO ZoneEtat
               STRING "SCELLE DU BLOC " DELIMITED BY SIZE
                      NumeroPurge DELIMITED BY SIZE
                      " (employee_leavers_archive.txt) : "
                          DELIMITED BY SIZE
                      CompteurPurges DELIMITED BY SIZE
                      " SALARIE(S), TOTAL ID " DELIMITED BY SIZE
                      HashIdPurge DELIMITED BY SIZE
                      ", TOTAL DATES " DELIMITED BY SIZE
                      HashDatesPurge DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           IF NombreLot > 0
               MOVE SPACES TO ZoneEtat
               STRING "LOT " DELIMITED BY SIZE
                      SourcePurge DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NumeroPurge DELIMITED BY SIZE
                      " DEPOSE DANS employee_trans.txt - "
                          DELIMITED BY SIZE
                      NombreLot DELIMITED BY SIZE
                      " SUPPRESSION(S), EFFECTIVES AU PROCHAIN RUN "
                          DELIMITED BY SIZE
                      "EMPAPPLY" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "BLOCS D'ARCHIVE CONTROLES          : "
                      DELIMITED BY SIZE
                  CompteurBlocs DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "COPIES ANONYMISEES                 : "
                      DELIMITED BY SIZE
                  CompteurCopies DELIMITED BY SIZE
                  "  NOMS REMPLACES : " DELIMITED BY SIZE
                  CompteurAnonymises DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatPurge
           END-IF
           DISPLAY "ETAT PRODUIT : " CheminEtat
           DISPLAY "PURGES : " CompteurPurges
               "  NOMS ANONYMISES : " CompteurAnonymises.

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
