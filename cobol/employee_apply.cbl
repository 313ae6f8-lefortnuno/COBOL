               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutDeltas.

      * MOUVEMENTS REJETES DU RUN, MIS EN SUSPENS : RECONSTRUIT A
      * CHAQUE PASSAGE ET REPORTE DANS LE CUMUL employee_suspense.txt
      * PAR EmployeeSuspense (MODE MERGE) APRES LA PROMOTION.
           SELECT SuspensRun
               ASSIGN TO "../files/employee_suspense_new.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutSuspens.

      * REGISTRE PERMANENT DES LOTS : UN LOT DEJA ACCEPTE PAR UN
      * RUN PRECEDENT EST REFUSE EN BLOC. LE REGISTRE DU RUN EST
      * RECONSTRUIT A CHAQUE PASSAGE ET N'EST AJOUTE AU REGISTRE
      * PERMANENT QU'APRES PROMOTION, PAR LE JOB EMPAPPLY.
           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

           SELECT RegistreRun
               ASSIGN TO "../files/employee_batch_register_new.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistreRun.

      * IMAGES AVANT / APRES DES MOUVEMENTS APPLIQUES PAR LE RUN,
      * AJOUTEES AU CUMUL employee_before_images.txt PAR LE JOB
      * EMPAPPLY APRES PROMOTION ; EmployeeReversal Y RETROUVE LES
      * EFFETS D'UN LOT POUR EN CONSTRUIRE LE LOT COMPENSATOIRE.
           SELECT ImagesRun
               ASSIGN TO "../files/employee_before_images_new.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutImages.

      * MAITRE RETRIE SUR EMP-ID, POSE EN FICHIER DE TRAVAIL POUR
      * LE RAPPROCHEMENT SEQUENTIEL AVEC LES MOUVEMENTS TRIES :
      * AUCUNE TABLE EN MEMOIRE, L'EFFECTIF N'EST PLUS PLAFONNE.
       01 LigneControle        PIC X(20).

       FD HistoriqueServices.
       01 LigneHistorique      PIC X(38).

       FD DeltasIndexe.
       01 LigneDelta           PIC X(63).

       FD SuspensRun.
       01 LigneSuspens         PIC X(179).

       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       FD RegistreRun.
       01 LigneRegistreRun     PIC X(66).

       FD ImagesRun.
       01 LigneImage           PIC X(160).

       FD MaitreTrie.
       01 LigneMaitreTrie      PIC X(62).


      * LES MOUVEMENTS RETENUS (LOT EQUILIBRE, EFFET ATTEINT) SONT
      * TRIES PAR EMP-ID PUIS PAR ORDRE D'ARRIVEE, POUR ETRE
      * RAPPROCHES DU MAITRE TRIE EN UNE SEULE PASSE. LE LOT
      * D'ORIGINE (RANG DANS TableLots) ET LE RANG DU MOUVEMENT
      * DANS CE LOT SUIVENT LE MOUVEMENT JUSQU'AU SUSPENS.
       SD TriMouvements.
       01 TriMouvementEnreg.
           05 SORT-TRN-ID      PIC X(6).
           05 SORT-TRN-SEQ     PIC 9(7).
           05 SORT-TRN-LOT     PIC 9(3).
           05 SORT-TRN-RANG    PIC 9(6).
           05 SORT-TRN-MVT     PIC X(71).

       WORKING-STORAGE SECTION.
       01 StatutDeltas         PIC XX.
       01 DeltasOuvert         PIC X VALUE 'N'.
       01 AncienService        PIC X(10) VALUE SPACES.
       01 AncienStatut         PIC X VALUE SPACE.
       01 StatutMaitreTrie     PIC XX.
       01 StatutSuspens        PIC XX.
       01 SuspensOuvert        PIC X VALUE 'N'.
       01 CompteurSuspens      PIC 9(7) VALUE 0.
       01 CompteurRecycles     PIC 9(7) VALUE 0.
       01 StatutRegistre       PIC XX.
       01 StatutRegistreRun    PIC XX.
       01 FinRegistre          PIC X VALUE 'N'.
       01 CompteurDoublons     PIC 9(3) VALUE 0.
       01 StatutImages         PIC XX.
       01 ImagesOuvert         PIC X VALUE 'N'.
       01 ImageAvant           PIC X(62) VALUE SPACES.
       01 IndiceLot            PIC 9(3) VALUE 0.
       01 NumeroRegistreX      PIC X(4) VALUE SPACES.
       01 NumeroRegistreN REDEFINES NumeroRegistreX PIC 9(4).
       01 FinAncien            PIC X VALUE 'N'.
       01 FinMouvements        PIC X VALUE 'N'.
       01 CompteurMouvements   PIC 9(7) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = NOUVEAU MAITRE PRODUIT, 8 = NOUVEAU MAITRE NON PRODUIT
      * OU REGISTRE DU RUN NON CREE (LES ETAPES AVAL DU JOB
      * EMPAPPLY NE DOIVENT PAS TOURNER).
       01 CodeRetour           PIC 9(2) VALUE 0.

      * ZONES DU RAPPROCHEMENT SEQUENTIEL MAITRE/MOUVEMENTS :
       01 EnregMaitreCourant   PIC X(62) VALUE SPACES.
       01 MouvementCourant     PIC X(71) VALUE SPACES.
       01 SequenceMouvement    PIC 9(7) VALUE 0.
       01 OrdreMouvement       PIC 9(7) VALUE 0.
       01 LotMouvement         PIC 9(3) VALUE 0.
       01 RangMouvement        PIC 9(6) VALUE 0.
       01 RangDansLot          PIC 9(6) VALUE 0.

      * CONTROLE DES LOTS DU FICHIER DES MOUVEMENTS : LA PASSE DE
      * CONTROLE (ControlerLots) EQUILIBRE CHAQUE LOT H...T AVANT
       01 HashDifferes         PIC 9(11) VALUE 0.
       01 CompteurDiffLot      PIC 9(6) VALUE 0.

      * TLOT-ETAT : E = EQUILIBRE, D = DESEQUILIBRE OU SANS
      * TRAILER, X = DOUBLON (DEJA AU REGISTRE OU DEJA PRESENT
      * DANS LE FICHIER). LES COMPTES LUS ET LE DECOMPTE DES
      * MOUVEMENTS DE CHAQUE LOT ALIMENTENT LE REGISTRE DU RUN.
       01 TableLots.
           05 EntreeLot OCCURS 50 TIMES.
               10 TLOT-SOURCE      PIC X(10).
               10 TLOT-NUMERO      PIC X(4).
               10 TLOT-ETAT        PIC X.
               10 TLOT-DATE        PIC 9(8).
               10 TLOT-NOMBRE      PIC 9(6).
               10 TLOT-HASH        PIC 9(11).
               10 TLOT-APPLIQUES   PIC 9(6).
               10 TLOT-REJETES     PIC 9(6).
               10 TLOT-DIFFERES    PIC 9(6).

      * NOMBRE D'EMPLOYES DU NOUVEAU MAITRE, DEPOSE POUR LE
      * CONTROLE DE LA PROMOTION (EmployeePromote REFUSE DE
           05 FILLER           PIC X VALUE SPACE.
           05 PRM-NOMBRE       PIC 9(6).
       01 MotifRejet           PIC X(40) VALUE SPACES.

      * SOURCE DES LOTS DE RESOUMISSION PRODUITS PAR
      * EmployeeSuspense (MODE RECYCLE) A PARTIR DES CORRECTIONS.
       01 SourceRecyclage      PIC X(10) VALUE "RECYCLAGE".
      * LE LOT DES DIFFERES, REINJECTE CHAQUE NUIT SOUS LE MEME
      * NUMERO, N'EST NI CONTROLE CONTRE LE REGISTRE NI INSCRIT.
       01 SourceDifferes       PIC X(10) VALUE "DIFFERE".
       01 RapportOuvert        PIC X VALUE 'N'.
       01 ZoneRapport          PIC X(100) VALUE SPACES.
       01 DateJour             PIC 9(8).

           COPY EMPDELTA.

           COPY EMPSUSP.

           COPY EMPREG.

           COPY EMPIMAG.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirRapport
           PERFORM ControlerLots
           PERFORM ControlerRegistre
           SORT TriMaster
               ON ASCENDING KEY SORT-MST-ID
               INPUT PROCEDURE IS LireAncienMaster
               INPUT PROCEDURE IS SelectionnerMouvements
               OUTPUT PROCEDURE IS FusionnerMouvements
           PERFORM FermerFichiersMouvements
           PERFORM EcrireRegistreRun
           PERFORM TerminerRapport
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.
               MOVE LOT-SOURCE TO TLOT-SOURCE(NombreLots)
               MOVE LigneMouvement(20:4) TO TLOT-NUMERO(NombreLots)
               MOVE 'D' TO TLOT-ETAT(NombreLots)
               IF LOT-DATE IS NUMERIC
                   MOVE LOT-DATE TO TLOT-DATE(NombreLots)
               ELSE
                   MOVE 0 TO TLOT-DATE(NombreLots)
               END-IF
               MOVE 0 TO TLOT-NOMBRE(NombreLots)
               MOVE 0 TO TLOT-HASH(NombreLots)
               MOVE 0 TO TLOT-APPLIQUES(NombreLots)
               MOVE 0 TO TLOT-REJETES(NombreLots)
               MOVE 0 TO TLOT-DIFFERES(NombreLots)
               MOVE 'O' TO LotOuvert
               MOVE 0 TO CompteLot
               MOVE 0 TO HashLot
               PERFORM EcrireLigneRapport
           ELSE
               MOVE LigneMouvement(1:18) TO LOT-TRAILER-ENREG
               MOVE CompteLot TO TLOT-NOMBRE(NombreLots)
               MOVE HashLot TO TLOT-HASH(NombreLots)
               IF LigneMouvement(2:6) IS NUMERIC
                   AND LigneMouvement(8:11) IS NUMERIC
                   AND LOT-FIN-NOMBRE = CompteLot

       CloreLotSansTrailer.
           MOVE 'D' TO TLOT-ETAT(NombreLots)
           MOVE CompteLot TO TLOT-NOMBRE(NombreLots)
           MOVE HashLot TO TLOT-HASH(NombreLots)
           MOVE SPACES TO ZoneRapport
           STRING "LOT SANS TRAILER " DELIMITED BY SIZE
                  TLOT-SOURCE(NombreLots) DELIMITED BY SIZE
           PERFORM EcrireLigneRapport
           MOVE 'N' TO LotOuvert.

      * LES LOTS EQUILIBRES SONT CONFRONTES AU REGISTRE PERMANENT :
      * UN LOT (SOURCE + NUMERO) DEJA ACCEPTE PAR UN RUN PRECEDENT
      * EST REFUSE EN BLOC, COMME UN LOT PRESENT DEUX FOIS DANS LE
      * FICHIER. UN LOT PRECEDEMMENT REJETE PEUT ETRE RENVOYE.
      * SEUL UN REGISTRE INEXISTANT (STATUT 35) VAUT REGISTRE VIDE :
      * UN REGISTRE ILLISIBLE FAIT REFUSER TOUS LES LOTS.
       ControlerRegistre.
           MOVE 'N' TO FinRegistre
           OPEN INPUT RegistreLots
           IF StatutRegistre NOT = "00" AND StatutRegistre NOT = "35"
               PERFORM RefuserTousLesLots
           END-IF
           IF StatutRegistre = "00"
               PERFORM UNTIL FinRegistre = 'O'
                   READ RegistreLots
                       AT END
                           MOVE 'O' TO FinRegistre
                       NOT AT END
                           MOVE LigneRegistre TO REGISTRE-LOT-ENREG
                           IF LigneRegistre NOT = SPACES
                               AND REG-ACCEPTE
                               PERFORM RapprocherRegistre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistreLots
           END-IF
           PERFORM VARYING LotCourant FROM 2 BY 1
                   UNTIL LotCourant > NombreLots
               PERFORM VARYING IndiceLot FROM 1 BY 1
                       UNTIL IndiceLot NOT < LotCourant
                   IF TLOT-ETAT(LotCourant) = 'E'
                       AND TLOT-ETAT(IndiceLot) = 'E'
                       AND TLOT-SOURCE(IndiceLot)
                           = TLOT-SOURCE(LotCourant)
                       AND TLOT-NUMERO(IndiceLot)
                           = TLOT-NUMERO(LotCourant)
                       AND TLOT-SOURCE(LotCourant) NOT = SourceDifferes
                       MOVE 'X' TO TLOT-ETAT(LotCourant)
                       ADD 1 TO CompteurDoublons
                       MOVE SPACES TO ZoneRapport
                       STRING "LOT EN DOUBLE    " DELIMITED BY SIZE
                              TLOT-SOURCE(LotCourant) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              TLOT-NUMERO(LotCourant) DELIMITED BY SIZE
                              " - DEJA PRESENT DANS LE FICHIER, "
                                  DELIMITED BY SIZE
                              "REFUSE EN BLOC" DELIMITED BY SIZE
                              INTO ZoneRapport
                       PERFORM EcrireLigneRapport
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 0 TO LotCourant.

       RefuserTousLesLots.
           DISPLAY "REGISTRE DES LOTS ILLISIBLE - STATUT : "
               StatutRegistre
           MOVE SPACES TO ZoneRapport
           STRING "REGISTRE DES LOTS ILLISIBLE - STATUT "
                      DELIMITED BY SIZE
                  StatutRegistre DELIMITED BY SIZE
                  " - TOUS LES LOTS REFUSES" DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           PERFORM VARYING IndiceLot FROM 1 BY 1
                   UNTIL IndiceLot > NombreLots
               IF TLOT-ETAT(IndiceLot) = 'E'
                   MOVE 'D' TO TLOT-ETAT(IndiceLot)
               END-IF
           END-PERFORM
           MOVE 8 TO CodeRetour.

       RapprocherRegistre.
           MOVE REG-NUMERO TO NumeroRegistreN
           PERFORM VARYING IndiceLot FROM 1 BY 1
                   UNTIL IndiceLot > NombreLots
               IF TLOT-ETAT(IndiceLot) = 'E'
                   AND TLOT-SOURCE(IndiceLot) = REG-SOURCE
                   AND TLOT-NUMERO(IndiceLot) = NumeroRegistreX
                   AND REG-SOURCE NOT = SourceDifferes
                   MOVE 'X' TO TLOT-ETAT(IndiceLot)
                   ADD 1 TO CompteurDoublons
                   MOVE SPACES TO ZoneRapport
                   STRING "LOT DEJA APPLIQUE " DELIMITED BY SIZE
                          TLOT-SOURCE(IndiceLot) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          TLOT-NUMERO(IndiceLot) DELIMITED BY SIZE
                          " - ACCEPTE LE " DELIMITED BY SIZE
                          REG-DATE-TRAITEMENT DELIMITED BY SIZE
                          ", REFUSE EN BLOC" DELIMITED BY SIZE
                          INTO ZoneRapport
                   PERFORM EcrireLigneRapport
               END-IF
           END-PERFORM.

       PreparerFichiersMouvements.
      * LES MOUVEMENTS A EFFET FUTUR SONT REPORTES DANS LE FICHIER
      * DES DIFFERES (ENCADRE DE SON PROPRE LOT H...T), REINJECTE
           ELSE
               DISPLAY "FICHIER DES DELTAS NON CREE - STATUT : "
                   StatutDeltas
           END-IF
      * LES MOUVEMENTS REJETES PAR AppliquerUnMouvement SONT MIS EN
      * SUSPENS AVEC LEUR IMAGE COMPLETE ET LEUR LOT D'ORIGINE ; LE
      * FICHIER DU RUN NE REJOINT LE CUMUL QU'APRES PROMOTION.
           OPEN OUTPUT SuspensRun
           IF StatutSuspens = "00"
               MOVE 'O' TO SuspensOuvert
           ELSE
               DISPLAY "FICHIER DES SUSPENS NON CREE - STATUT : "
                   StatutSuspens
               MOVE 8 TO CodeRetour
           END-IF
      * SANS FICHIER DES IMAGES, LES LOTS DU RUN NE POURRAIENT PLUS
      * ETRE ANNULES : LE NOUVEAU MAITRE N'EST PAS PROMU.
           OPEN OUTPUT ImagesRun
           IF StatutImages = "00"
               MOVE 'O' TO ImagesOuvert
           ELSE
               DISPLAY "FICHIER DES IMAGES NON CREE - STATUT : "
                   StatutImages
               MOVE 8 TO CodeRetour
           END-IF.

       FermerFichiersMouvements.
           IF HistoriqueOuvert = 'O'
               CLOSE HistoriqueServices
           END-IF
           IF SuspensOuvert = 'O'
               CLOSE SuspensRun
           END-IF
           IF DeltasOuvert = 'O'
               CLOSE DeltasIndexe
           END-IF
           IF ImagesOuvert = 'O'
               CLOSE ImagesRun
           END-IF
           IF DifferesOuvert = 'O'
               MOVE 'T' TO LOT-FIN-TYPE
               MOVE CompteurDiffLot TO LOT-FIN-NOMBRE
           IF LigneMouvement(1:1) = 'H'
               ADD 1 TO LotCourant
               MOVE 'O' TO DansLot
               MOVE 0 TO RangDansLot
           ELSE
               IF LigneMouvement(1:1) = 'T'
                   MOVE 'N' TO DansLot
               ELSE
                   ADD 1 TO CompteurMouvements
                   ADD 1 TO RangDansLot
                   IF DansLot = 'N'
                       OR LotCourant = 0
                       OR LotCourant > NombreLots
                           PERFORM TraiterMouvement
                       ELSE
                           ADD 1 TO CompteurRejetesLot
                           ADD 1 TO TLOT-REJETES(LotCourant)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO SequenceMouvement
               MOVE LigneMouvement(2:6) TO SORT-TRN-ID
               MOVE SequenceMouvement TO SORT-TRN-SEQ
               MOVE LotCourant TO SORT-TRN-LOT
               MOVE RangDansLot TO SORT-TRN-RANG
               MOVE LigneMouvement TO SORT-TRN-MVT
               RELEASE TriMouvementEnreg
           END-IF.

       DifferencierMouvement.
           ADD 1 TO CompteurDifferes
           ADD 1 TO TLOT-DIFFERES(LotCourant)
           ADD 1 TO CompteurDiffLot
           IF TRN-EMP-ID IS NUMERIC
               ADD TRN-EMP-ID TO HashDifferes
                   MOVE HIGH-VALUES TO CleMouvement
               NOT AT END
                   MOVE SORT-TRN-MVT TO MouvementCourant
                   MOVE SORT-TRN-LOT TO LotMouvement
                   MOVE SORT-TRN-RANG TO RangMouvement
                   MOVE SORT-TRN-SEQ TO OrdreMouvement
                   MOVE SORT-TRN-ID TO CleMouvement
           END-RETURN.

       AppliquerUnMouvement.
           MOVE MouvementCourant TO MOUVEMENT-ENREG
           MOVE SPACES TO MotifRejet
           IF EmployePresent = 'O'
               MOVE EMPLOYE-ENREG TO ImageAvant
           ELSE
               MOVE SPACES TO ImageAvant
           END-IF
           IF TRN-EMP-ID IS NOT NUMERIC
               MOVE "ID MOUVEMENT NON NUMERIQUE" TO MotifRejet
           ELSE
           END-IF
           IF MotifRejet = SPACES
               ADD 1 TO CompteurAppliques
               ADD 1 TO TLOT-APPLIQUES(LotMouvement)
               MOVE SPACES TO ZoneRapport
               STRING "APPLIQUE  " DELIMITED BY SIZE
                      TRN-CODE     DELIMITED BY SIZE
                      TRN-EMP-ID   DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
               PERFORM EcrireImageMouvement
      * UN MOUVEMENT RECYCLE ENFIN APPLIQUE CLOT SON SUSPENS.
               IF TLOT-SOURCE(LotMouvement) = SourceRecyclage
                   MOVE 'C' TO SUS-ETAT
                   PERFORM EcrireSuspens
                   ADD 1 TO CompteurRecycles
               END-IF
           ELSE
               ADD 1 TO CompteurRejetes
               ADD 1 TO TLOT-REJETES(LotMouvement)
               MOVE SPACES TO ZoneRapport
               STRING "REJETE    " DELIMITED BY SIZE
                      TRN-CODE     DELIMITED BY SIZE
                      MotifRejet   DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
               MOVE 'O' TO SUS-ETAT
               PERFORM EcrireSuspens
               ADD 1 TO CompteurSuspens
           END-IF.

      * L'IDENTIFIANT DU SUSPENS (DATE, HEURE DU RUN, SEQUENCE)
      * EST CELUI QUE LA GESTION DU PERSONNEL REPREND DANS SES
      * CORRECTIONS. LE LOT D'ORIGINE ET LE RANG PERMETTENT A LA
      * FUSION DE RATTACHER UN MOUVEMENT RECYCLE A SON SUSPENS.
       EcrireSuspens.
           IF SuspensOuvert = 'O'
               MOVE DateJour TO SUS-ID-DATE
               MOVE HeureJour(1:6) TO SUS-ID-HEURE
               COMPUTE SUS-ID-SEQ = CompteurSuspens + CompteurRecycles
                   + 1
               MOVE DateJour TO SUS-DATE-PREMIER
               MOVE DateJour TO SUS-DATE-ETAT
               MOVE TLOT-SOURCE(LotMouvement) TO SUS-LOT-SOURCE
               MOVE TLOT-NUMERO(LotMouvement) TO SUS-LOT-NUMERO
               MOVE RangMouvement TO SUS-RANG-LOT
               MOVE 1 TO SUS-NB-REJETS
               MOVE 0 TO SUS-RECYCLE-LOT
               MOVE 0 TO SUS-RECYCLE-RANG
               MOVE MotifRejet TO SUS-MOTIF
               MOVE MouvementCourant TO SUS-MOUVEMENT
               MOVE SUSPENS-ENREG TO LigneSuspens
               WRITE LigneSuspens
           END-IF.

       EcrireImageMouvement.
           IF ImagesOuvert = 'O'
               MOVE TLOT-SOURCE(LotMouvement) TO IMG-LOT-SOURCE
               MOVE TLOT-NUMERO(LotMouvement) TO IMG-LOT-NUMERO
               MOVE DateJour TO IMG-DATE-RUN
               MOVE OrdreMouvement TO IMG-SEQUENCE
               MOVE TRN-CODE TO IMG-CODE
               MOVE TRN-EMP-ID TO IMG-EMP-ID
               MOVE ImageAvant TO IMG-AVANT
               IF EmployePresent = 'O'
                   MOVE EMPLOYE-ENREG TO IMG-APRES
               ELSE
                   MOVE SPACES TO IMG-APRES
               END-IF
               MOVE IMAGE-MOUVEMENT-ENREG TO LigneImage
               WRITE LigneImage
           END-IF.

       AppliquerAjout.
               END-IF
               MOVE TRN-EMP-GRADE   TO EMP-GRADE
               MOVE 'O' TO EmployePresent
               MOVE SPACES TO AncienService
               MOVE 'E' TO HIS-CODE
               MOVE EMP-SERVICE TO HIS-NOUVEAU-SERVICE
               MOVE EMP-STATUT TO HIS-STATUT
               PERFORM EcrireHistoriqueService
               MOVE 'A' TO DLT-CODE
               PERFORM EcrireDeltaIndexe
           END-IF.
               MOVE "CHANGEMENT - ID INCONNU" TO MotifRejet
           ELSE
               MOVE EMP-SERVICE TO AncienService
               MOVE EMP-STATUT TO AncienStatut
               IF TRN-EMP-NOM NOT = SPACES
                   MOVE TRN-EMP-NOM TO EMP-NOM
               END-IF
               IF TRN-EMP-GRADE NOT = SPACES
                   MOVE TRN-EMP-GRADE TO EMP-GRADE
               END-IF
      * DESACTIVATION TRACEE DANS L'ANCIEN SERVICE AVANT LA MUTATION,
      * REACTIVATION DANS LE NOUVEAU SERVICE APRES LA MUTATION.
               IF AncienStatut = 'A' AND EMP-STATUT = 'I'
                   MOVE 'S' TO HIS-CODE
                   MOVE SPACES TO HIS-NOUVEAU-SERVICE
                   MOVE 'I' TO HIS-STATUT
                   PERFORM EcrireHistoriqueService
               END-IF
               IF EMP-SERVICE NOT = AncienService
                   MOVE 'C' TO HIS-CODE
                   MOVE EMP-SERVICE TO HIS-NOUVEAU-SERVICE
                   IF AncienStatut = 'A' AND EMP-STATUT = 'A'
                       MOVE 'A' TO HIS-STATUT
                   ELSE
                       MOVE 'I' TO HIS-STATUT
                   END-IF
                   PERFORM EcrireHistoriqueService
               END-IF
               IF AncienStatut = 'I' AND EMP-STATUT = 'A'
                   MOVE SPACES TO AncienService
                   MOVE 'R' TO HIS-CODE
                   MOVE EMP-SERVICE TO HIS-NOUVEAU-SERVICE
                   MOVE 'A' TO HIS-STATUT
                   PERFORM EcrireHistoriqueService
               END-IF
               MOVE 'C' TO DLT-CODE
               MOVE 'N' TO EmployePresent
               MOVE 'D' TO HIS-CODE
               MOVE SPACES TO HIS-NOUVEAU-SERVICE
               MOVE EMP-STATUT TO HIS-STATUT
               PERFORM EcrireHistoriqueService
               MOVE 'D' TO DLT-CODE
               PERFORM EcrireDeltaIndexe
               MOVE EMP-ID TO HIS-EMP-ID
               MOVE AncienService TO HIS-ANCIEN-SERVICE
               MOVE DateJour TO HIS-DATE
               MOVE EMP-GRADE TO HIS-GRADE
               MOVE HISTORIQUE-SERVICE-ENREG TO LigneHistorique
               WRITE LigneHistorique
           END-IF.
               CLOSE ControleApply
           END-IF.

      * UNE LIGNE DE REGISTRE PAR LOT DU FICHIER (HORS LOT DES
      * DIFFERES). SANS REGISTRE DU RUN, LE NOUVEAU MAITRE N'EST
      * PAS PROMU : UN LOT APPLIQUE NON INSCRIT POURRAIT ETRE
      * REAPPLIQUE AU RENVOI SUIVANT.
       EcrireRegistreRun.
           OPEN OUTPUT RegistreRun
           IF StatutRegistreRun NOT = "00"
               DISPLAY "REGISTRE DES LOTS DU RUN NON CREE - STATUT : "
                   StatutRegistreRun
               MOVE 8 TO CodeRetour
               OPEN OUTPUT ControleApply
               IF StatutControle = "00"
                   CLOSE ControleApply
               END-IF
           ELSE
               PERFORM VARYING IndiceLot FROM 1 BY 1
                       UNTIL IndiceLot > NombreLots
                   IF TLOT-SOURCE(IndiceLot) NOT = SourceDifferes
                       PERFORM EcrireLigneRegistreRun
                   END-IF
               END-PERFORM
               CLOSE RegistreRun
           END-IF.

       EcrireLigneRegistreRun.
           MOVE TLOT-SOURCE(IndiceLot) TO REG-SOURCE
           IF TLOT-NUMERO(IndiceLot) IS NUMERIC
               MOVE TLOT-NUMERO(IndiceLot) TO NumeroRegistreX
               MOVE NumeroRegistreN TO REG-NUMERO
           ELSE
               MOVE 0 TO REG-NUMERO
           END-IF
           MOVE TLOT-DATE(IndiceLot) TO REG-DATE-LOT
           MOVE DateJour TO REG-DATE-TRAITEMENT
           MOVE TLOT-NOMBRE(IndiceLot) TO REG-NOMBRE
           MOVE TLOT-HASH(IndiceLot) TO REG-HASH
           IF TLOT-ETAT(IndiceLot) = 'E'
               MOVE 'A' TO REG-RESULTAT
           ELSE
               IF TLOT-ETAT(IndiceLot) = 'X'
                   MOVE 'D' TO REG-RESULTAT
               ELSE
                   MOVE 'R' TO REG-RESULTAT
               END-IF
           END-IF
           MOVE TLOT-APPLIQUES(IndiceLot) TO REG-NB-APPLIQUES
           MOVE TLOT-REJETES(IndiceLot) TO REG-NB-REJETES
           MOVE TLOT-DIFFERES(IndiceLot) TO REG-NB-DIFFERES
           MOVE REGISTRE-LOT-ENREG TO LigneRegistreRun
           WRITE LigneRegistreRun.

       TerminerRapport.
           MOVE "----------------------------------------------"
               TO ZoneRapport
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           MOVE SPACES TO ZoneRapport
           STRING "MIS EN SUSPENS      : " DELIMITED BY SIZE
                  CompteurSuspens          DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           IF CompteurRecycles > 0
               MOVE SPACES TO ZoneRapport
               STRING "SUSPENS CLOS (RECYCLES APPLIQUES) : "
                          DELIMITED BY SIZE
                      CompteurRecycles         DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
           MOVE SPACES TO ZoneRapport
           STRING "REJETES EN BLOC (LOTS DESEQUILIBRES OU HORS "
                      DELIMITED BY SIZE
                  "LOT) : " DELIMITED BY SIZE
                  CompteurRejetesLot       DELIMITED BY SIZE
                  INTO ZoneRapport
           PERFORM EcrireLigneRapport
           IF CompteurDoublons > 0
               MOVE SPACES TO ZoneRapport
               STRING "DONT LOTS REFUSES EN DOUBLE : " DELIMITED BY SIZE
                      CompteurDoublons         DELIMITED BY SIZE
                      INTO ZoneRapport
               PERFORM EcrireLigneRapport
           END-IF
           IF CompteurHorsLot > 0
               MOVE SPACES TO ZoneRapport
               STRING "DONT MOUVEMENTS HORS LOT : " DELIMITED BY SIZE
