       IDENTIFICATION DIVISION.
       PROGRAM-ID. EmployeeReversal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LE LOT A ANNULER (SOURCE + NUMERO) DOIT ETRE INSCRIT COMME
      * ACCEPTE AU REGISTRE PERMANENT DES LOTS.
           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

      * IMAGES AVANT / APRES DEPOSEES PAR EmployeeApply POUR CHAQUE
      * MOUVEMENT APPLIQUE, CUMULEES PAR LE JOB EMPAPPLY.
           SELECT ImagesCumul
               ASSIGN TO "../files/employee_before_images.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutImages.

           SELECT MaitreCourant
               ASSIGN TO "../files/employee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMaitre.

      * LE LOT COMPENSATOIRE EST AJOUTE AU FICHIER DES MOUVEMENTS ET
      * APPLIQUE PAR LE PROCHAIN RUN EMPAPPLY, COMME TOUT LOT.
           SELECT Mouvements
               ASSIGN TO "../files/employee_trans.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutMouvements.

      * JOURNAL DES ANNULATIONS : UNE LIGNE PAR LOT COMPENSATOIRE
      * DEPOSE (NUMERO DU LOT ANNULATION, LOT ANNULE, DATE, NOMBRE
      * DE MOUVEMENTS). UN LOT DEJA ANNULE N'EST PAS ANNULE DEUX
      * FOIS, SAUF SI SON LOT ANNULATION A ETE REJETE PAR EMPAPPLY.
           SELECT JournalAnnulations
               ASSIGN TO "../files/employee_reversal_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutJournal.

           SELECT EtatAnnulation
               ASSIGN TO "../files/employee_reversal_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT SortFile ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       FD ImagesCumul.
       01 LigneImage           PIC X(160).

       FD MaitreCourant.
       01 LigneMaitre          PIC X(62).

       FD Mouvements.
       01 LigneMouvement       PIC X(71).

       FD JournalAnnulations.
       01 LigneJournal         PIC X(40).

       FD EtatAnnulation.
       01 LigneEtat            PIC X(132).

      * LES IMAGES DU LOT SONT TRIEES PAR EMPLOYE PUIS DANS L'ORDRE
      * OU LES MOUVEMENTS ONT ETE APPLIQUES : L'EFFET NET DU LOT SUR
      * UN EMPLOYE VA DE L'IMAGE AVANT DU PREMIER MOUVEMENT A
      * L'IMAGE APRES DU DERNIER.
       SD SortFile.
       01 SortEnreg.
           05 SORT-ID          PIC X(6).
           05 SORT-DATE        PIC 9(8).
           05 SORT-SEQUENCE    PIC 9(7).
           05 SORT-AVANT       PIC X(62).
           05 SORT-APRES       PIC X(62).

       WORKING-STORAGE SECTION.
       01 StatutRegistre       PIC XX.
       01 StatutImages         PIC XX.
       01 StatutMaitre         PIC XX.
       01 StatutMouvements     PIC XX.
       01 StatutJournal        PIC XX.
       01 StatutEtat           PIC XX.
       01 FinLecture           PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneEtat             PIC X(132) VALUE SPACES.
       01 ZoneParm             PIC X(80) VALUE SPACES.
       01 Indice               PIC 9(4) VALUE 0.
       01 IndiceChamp          PIC 9(2) VALUE 0.
       01 PositionChamp        PIC 9(3) VALUE 0.
       01 LongueurChamp        PIC 9(2) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = LOT COMPENSATOIRE DEPOSE, 4 = LOT DEPOSE AVEC DES
      * CONFLITS OU DES RESERVES (OU RIEN A COMPENSER), 8 = ANNULATION
      * REFUSEE OU LOT NON DEPOSE.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * LOT A ANNULER, DESIGNE PAR PARM='SOURCE NUMERO'.
       01 SourceCible          PIC X(10) VALUE SPACES.
       01 NumeroSaisi          PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01 LongueurNumero       PIC 9(2) VALUE 0.
       01 NumeroCibleX         PIC X(4) VALUE SPACES.
       01 NumeroCibleN REDEFINES NumeroCibleX PIC 9(4).
       01 LotAccepte           PIC X VALUE 'N'.
       01 DateTraitementLot    PIC 9(8) VALUE 0.
       01 DifferesDuLot        PIC 9(6) VALUE 0.
       01 RejetesDuLot         PIC 9(6) VALUE 0.

      * ANNULATION ANTERIEURE DU MEME LOT : NUMERO DU DERNIER LOT
      * ANNULATION JOURNALISE POUR CE LOT ET SON SORT AU REGISTRE.
       01 SourceAnnulation     PIC X(10) VALUE "ANNULATION".
       01 DejaAnnule           PIC X VALUE 'N'.
       01 NumeroAnnulationAnt  PIC 9(4) VALUE 0.
       01 AnnulationAntAcceptee PIC X VALUE 'N'.
       01 AnnulationAntRejetee PIC X VALUE 'N'.
       01 NumeroLotAnnulation  PIC 9(4) VALUE 0.
       01 SortAnnulationAnt    PIC X(24) VALUE SPACES.

       01 EnregJournal.
           05 JRN-NUMERO       PIC 9(4).
           05 FILLER           PIC X VALUE SPACE.
           05 JRN-SOURCE       PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 JRN-NUMERO-LOT   PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 JRN-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 JRN-NOMBRE       PIC 9(6).
           05 FILLER           PIC X(4) VALUE SPACES.

      * EFFET NET DU LOT PAR EMPLOYE ET ETAT ACTUEL AU MAITRE.
       01 NombreNets           PIC 9(4) VALUE 0.
       01 MaxNets              PIC 9(4) VALUE 1000.
       01 Debordement          PIC X VALUE 'N'.
       01 IdPrecedent          PIC X(6) VALUE SPACES.
       01 CompteurImages       PIC 9(6) VALUE 0.
       01 TableNettes.
           05 EntreeNette OCCURS 1000 TIMES.
               10 NET-ID           PIC X(6).
               10 NET-NOMBRE       PIC 9(3).
               10 NET-AVANT        PIC X(62).
               10 NET-APRES        PIC X(62).
               10 NET-COURANT      PIC X(62).
               10 NET-PRESENT      PIC X.

       01 ImageAvantNette      PIC X(62) VALUE SPACES.
       01 ImageApresNette      PIC X(62) VALUE SPACES.
       01 ImageCourante        PIC X(62) VALUE SPACES.
       01 ChampsRestaures      PIC X(60) VALUE SPACES.
       01 PointeurChamps       PIC 9(3) VALUE 1.
       01 NombreRestaures      PIC 9(2) VALUE 0.
       01 MotifConflit         PIC X(40) VALUE SPACES.

      * ZONES DE L'ENREGISTREMENT MAITRE RESTAURABLES PAR UN
      * MOUVEMENT C : LIBELLE, POSITION ET LONGUEUR DANS L'IMAGE
      * MAITRE (LA MEME ZONE EST UN RANG PLUS LOIN DANS EMPTRANS).
       01 DescriptionChamps.
           05 FILLER           PIC X(15) VALUE "NOM       00720".
           05 FILLER           PIC X(15) VALUE "PRENOM    02715".
           05 FILLER           PIC X(15) VALUE "SERVICE   04210".
           05 FILLER           PIC X(15) VALUE "EMBAUCHE  05208".
           05 FILLER           PIC X(15) VALUE "STATUT    06001".
           05 FILLER           PIC X(15) VALUE "GRADE     06102".
       01 DescriptionChampsR REDEFINES DescriptionChamps.
           05 ChampMaitre OCCURS 6 TIMES.
               10 CHP-LIBELLE      PIC X(10).
               10 CHP-POSITION     PIC 9(3).
               10 CHP-LONGUEUR     PIC 9(2).

      * LOT COMPENSATOIRE CONSTITUE EN MEMOIRE AVANT DEPOT.
       01 NombreLot            PIC 9(4) VALUE 0.
       01 HashLot              PIC 9(11) VALUE 0.
       01 LotCompensatoire.
           05 LCP-MOUVEMENT OCCURS 1000 TIMES PIC X(71).

       01 CompteurAjouts       PIC 9(6) VALUE 0.
       01 CompteurChangements  PIC 9(6) VALUE 0.
       01 CompteurSuppressions PIC 9(6) VALUE 0.
       01 CompteurSansEffet    PIC 9(6) VALUE 0.
       01 CompteurConflits     PIC 9(6) VALUE 0.

           COPY EMPREG.

           COPY EMPIMAG.

           COPY EMPTRANS.

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
               PERFORM ControlerJournal
           END-IF
           IF CodeRetour < 8
               PERFORM ControlerRegistre
           END-IF
           IF CodeRetour < 8
               PERFORM ControlerLotsEnAttente
           END-IF
           IF CodeRetour < 8
               SORT SortFile
                   ON ASCENDING KEY SORT-ID
                   ON ASCENDING KEY SORT-DATE
                   ON ASCENDING KEY SORT-SEQUENCE
                   INPUT PROCEDURE IS SelectionnerImages
                   OUTPUT PROCEDURE IS CalculerEffetsNets
               PERFORM ControlerEffetsNets
           END-IF
           IF CodeRetour < 8
               PERFORM LireMaitreCourant
           END-IF
           IF CodeRetour < 8
               PERFORM VARYING Indice FROM 1 BY 1
                       UNTIL Indice > NombreNets
                   PERFORM CompenserEmploye
               END-PERFORM
               PERFORM DeposerLotAnnulation
           END-IF
           PERFORM TerminerEtat
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

      * PARM : SOURCE ET NUMERO DU LOT A ANNULER, SEPARES PAR UN
      * BLANC (EX. PARM='SIRH 0012'). LE NUMERO EST CADRE A DROITE
      * SUR QUATRE CHIFFRES.
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
               INTO SourceCible
                    NumeroSaisi COUNT IN LongueurNumero
           END-UNSTRING
           INSPECT NumeroSaisi REPLACING LEADING SPACES BY ZEROS
           MOVE NumeroSaisi TO NumeroCibleX
           IF SourceCible = SPACES
               OR LongueurNumero = 0
               OR LongueurNumero > 4
               OR NumeroCibleX IS NOT NUMERIC
               DISPLAY "PARM INVALIDE - ATTENDU : SOURCE NUMERO "
                   "(EX. SIRH 0012)"
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       OuvrirEtat.
           OPEN OUTPUT EtatAnnulation
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "ANNULATION SELECTIVE DU LOT " DELIMITED BY SIZE
                  SourceCible DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NumeroCibleX DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           IF CodeRetour = 8
               MOVE "PARM INVALIDE - ATTENDU : SOURCE NUMERO"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

      * UNE ANNULATION DEJA DEPOSEE POUR CE LOT BLOQUE UNE NOUVELLE
      * ANNULATION, TANT QUE SON LOT N'A PAS ETE REJETE PAR EMPAPPLY.
      * LE JOURNAL DONNE AUSSI LE DERNIER NUMERO ANNULATION ATTRIBUE.
       ControlerJournal.
           MOVE 'N' TO FinLecture
           OPEN INPUT JournalAnnulations
           IF StatutJournal = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ JournalAnnulations
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneJournal NOT = SPACES
                               MOVE LigneJournal TO EnregJournal
                               PERFORM NoterLigneJournal
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JournalAnnulations
           END-IF.

       NoterLigneJournal.
           IF JRN-NUMERO IS NUMERIC
               IF JRN-NUMERO > NumeroLotAnnulation
                   MOVE JRN-NUMERO TO NumeroLotAnnulation
               END-IF
               IF JRN-SOURCE = SourceCible
                   AND JRN-NUMERO-LOT = NumeroCibleX
                   MOVE 'O' TO DejaAnnule
                   MOVE JRN-NUMERO TO NumeroAnnulationAnt
               END-IF
           END-IF.

       ControlerRegistre.
           MOVE 'N' TO FinLecture
           OPEN INPUT RegistreLots
           IF StatutRegistre NOT = "00"
               DISPLAY "REGISTRE DES LOTS INTROUVABLE : "
                   "../files/employee_batch_register.txt"
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ RegistreLots
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneRegistre NOT = SPACES
                               MOVE LigneRegistre
                                   TO REGISTRE-LOT-ENREG
                               PERFORM NoterLigneRegistre
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistreLots
           END-IF
           IF LotAccepte = 'N'
               MOVE SPACES TO ZoneEtat
               STRING "LOT " DELIMITED BY SIZE
                      SourceCible DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NumeroCibleX DELIMITED BY SIZE
                      " INCONNU DU REGISTRE OU NON ACCEPTE - "
                          DELIMITED BY SIZE
                      "ANNULATION REFUSEE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           IF DejaAnnule = 'O'
               AND (AnnulationAntAcceptee = 'O'
                 OR AnnulationAntRejetee = 'N')
               IF AnnulationAntAcceptee = 'O'
                   MOVE "(APPLIQUE)" TO SortAnnulationAnt
               ELSE
                   MOVE "(EN ATTENTE D'EMPAPPLY)" TO SortAnnulationAnt
               END-IF
               MOVE SPACES TO ZoneEtat
               STRING "LOT DEJA ANNULE PAR LE LOT " DELIMITED BY SIZE
                      SourceAnnulation DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      NumeroAnnulationAnt DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SortAnnulationAnt DELIMITED BY ")"
                      ") - ANNULATION REFUSEE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       NoterLigneRegistre.
           IF REG-SOURCE = SourceCible
               AND REG-NUMERO IS NUMERIC
               AND REG-NUMERO = NumeroCibleN
               AND REG-ACCEPTE
               MOVE 'O' TO LotAccepte
               MOVE REG-DATE-TRAITEMENT TO DateTraitementLot
               MOVE REG-NB-DIFFERES TO DifferesDuLot
               MOVE REG-NB-REJETES TO RejetesDuLot
           END-IF
           IF REG-SOURCE = SourceAnnulation
               AND REG-NUMERO IS NUMERIC
               IF REG-NUMERO > NumeroLotAnnulation
                   MOVE REG-NUMERO TO NumeroLotAnnulation
               END-IF
               IF DejaAnnule = 'O'
                   AND REG-NUMERO = NumeroAnnulationAnt
                   IF REG-ACCEPTE
                       MOVE 'O' TO AnnulationAntAcceptee
                   END-IF
                   IF REG-REJETE
                       MOVE 'O' TO AnnulationAntRejetee
                   END-IF
               END-IF
           END-IF.

      * UN LOT ANNULATION ENCORE EN ATTENTE DANS LE FICHIER DES
      * MOUVEMENTS N'EST PAS ENCORE AU REGISTRE : SON NUMERO COMPTE
      * AUSSI POUR LA NUMEROTATION DU NOUVEAU LOT.
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
                               IF LOT-SOURCE = SourceAnnulation
                                   AND LOT-NUMERO IS NUMERIC
                                   AND LOT-NUMERO > NumeroLotAnnulation
                                   MOVE LOT-NUMERO
                                       TO NumeroLotAnnulation
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Mouvements
           END-IF
           ADD 1 TO NumeroLotAnnulation
           MOVE SPACES TO ZoneEtat
           STRING "LOT ACCEPTE LE " DELIMITED BY SIZE
                  DateTraitementLot DELIMITED BY SIZE
                  " - COMPENSATION PAR LE LOT " DELIMITED BY SIZE
                  SourceAnnulation DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NumeroLotAnnulation DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat.

       SelectionnerImages.
           MOVE 'N' TO FinLecture
           OPEN INPUT ImagesCumul
           IF StatutImages NOT = "00"
               DISPLAY "FICHIER DES IMAGES INTROUVABLE : "
                   "../files/employee_before_images.txt"
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ ImagesCumul
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           MOVE LigneImage TO IMAGE-MOUVEMENT-ENREG
                           IF LigneImage NOT = SPACES
                               AND IMG-LOT-SOURCE = SourceCible
                               AND IMG-LOT-NUMERO = NumeroCibleX
                               ADD 1 TO CompteurImages
                               MOVE IMG-EMP-ID TO SORT-ID
                               MOVE IMG-DATE-RUN TO SORT-DATE
                               MOVE IMG-SEQUENCE TO SORT-SEQUENCE
                               MOVE IMG-AVANT TO SORT-AVANT
                               MOVE IMG-APRES TO SORT-APRES
                               RELEASE SortEnreg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ImagesCumul
           END-IF.

       CalculerEffetsNets.
           MOVE 'N' TO FinTri
           MOVE SPACES TO IdPrecedent
           PERFORM UNTIL FinTri = 'O'
               RETURN SortFile
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       IF NombreNets = 0
                           OR SORT-ID NOT = IdPrecedent
                           PERFORM OuvrirEffetNet
                       ELSE
                           ADD 1 TO NET-NOMBRE(NombreNets)
                           MOVE SORT-APRES TO NET-APRES(NombreNets)
                       END-IF
               END-RETURN
           END-PERFORM.

       OuvrirEffetNet.
           MOVE SORT-ID TO IdPrecedent
           IF NombreNets < MaxNets
               ADD 1 TO NombreNets
               MOVE SORT-ID TO NET-ID(NombreNets)
               MOVE 1 TO NET-NOMBRE(NombreNets)
               MOVE SORT-AVANT TO NET-AVANT(NombreNets)
               MOVE SORT-APRES TO NET-APRES(NombreNets)
               MOVE SPACES TO NET-COURANT(NombreNets)
               MOVE 'N' TO NET-PRESENT(NombreNets)
           ELSE
               MOVE 'O' TO Debordement
           END-IF.

      * UNE ANNULATION PARTIELLE SERAIT PIRE QUE PAS D'ANNULATION :
      * SANS IMAGES, OU AU-DELA DE LA CAPACITE DE LA TABLE, RIEN
      * N'EST DEPOSE.
       ControlerEffetsNets.
           IF CompteurImages = 0
               MOVE SPACES TO ZoneEtat
               STRING "AUCUNE IMAGE AVANT/APRES POUR CE LOT - "
                          DELIMITED BY SIZE
                      "ANNULATION REFUSEE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           IF Debordement = 'O'
               MOVE SPACES TO ZoneEtat
               STRING "PLUS DE " DELIMITED BY SIZE
                      MaxNets DELIMITED BY SIZE
                      " EMPLOYES TOUCHES PAR LE LOT - ANNULATION "
                          DELIMITED BY SIZE
                      "REFUSEE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       LireMaitreCourant.
           MOVE 'N' TO FinLecture
           OPEN INPUT MaitreCourant
           IF StatutMaitre NOT = "00"
               DISPLAY "FICHIER MAITRE INTROUVABLE : "
                   "../files/employee_master.txt"
               MOVE "MAITRE ABSENT - ANNULATION REFUSEE" TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinLecture = 'O'
                   READ MaitreCourant
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneMaitre NOT = SPACES
                               PERFORM RattacherEffetNet
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MaitreCourant
           END-IF.

       RattacherEffetNet.
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreNets
               IF NET-ID(Indice) = LigneMaitre(1:6)
                   MOVE LigneMaitre TO NET-COURANT(Indice)
                   MOVE 'O' TO NET-PRESENT(Indice)
                   MOVE NombreNets TO Indice
               END-IF
           END-PERFORM.

      * MOUVEMENT COMPENSATOIRE D'UN EMPLOYE, SELON L'EFFET NET DU
      * LOT ET L'ETAT ACTUEL DU MAITRE :
      *   AJOUTE PAR LE LOT    -> D (S'IL EST ENCORE AU MAITRE) ;
      *   SUPPRIME PAR LE LOT  -> A AVEC L'IMAGE AVANT COMPLETE (S'IL
      *                           N'A PAS ETE RECREE DEPUIS) ;
      *   MODIFIE PAR LE LOT   -> C REMETTANT LES VALEURS AVANT DES
      *                           SEULES ZONES CHANGEES PAR LE LOT ET
      *                           RESTEES DEPUIS A LA VALEUR DU LOT.
      * TOUT CE QUI A ETE RETOUCHE DEPUIS PAR UN AUTRE LOT EST LAISSE
      * EN L'ETAT ET SIGNALE EN CONFLIT.
       CompenserEmploye.
           MOVE NET-AVANT(Indice) TO ImageAvantNette
           MOVE NET-APRES(Indice) TO ImageApresNette
           MOVE NET-COURANT(Indice) TO ImageCourante
           IF ImageAvantNette = SPACES
               IF ImageApresNette = SPACES
                   ADD 1 TO CompteurSansEffet
                   MOVE SPACES TO ChampsRestaures
                   STRING "SANS EFFET NET - AJOUTE PUIS SUPPRIME PAR "
                              DELIMITED BY SIZE
                          "LE LOT" DELIMITED BY SIZE
                          INTO ChampsRestaures
                   PERFORM EditerSansEffet
               ELSE
                   PERFORM CompenserAjout
               END-IF
           ELSE
               IF ImageApresNette = SPACES
                   PERFORM CompenserSuppression
               ELSE
                   PERFORM CompenserChangement
               END-IF
           END-IF.

       CompenserAjout.
           IF NET-PRESENT(Indice) = 'N'
               ADD 1 TO CompteurSansEffet
               MOVE "AJOUTE PAR LE LOT, DEJA SUPPRIME DEPUIS"
                   TO ChampsRestaures
               PERFORM EditerSansEffet
           ELSE
               MOVE SPACES TO MOUVEMENT-ENREG
               MOVE 'D' TO TRN-CODE
               MOVE ImageCourante(1:6) TO MOUVEMENT-ENREG(2:6)
               PERFORM AjouterAuLot
               ADD 1 TO CompteurSuppressions
               MOVE SPACES TO ZoneEtat
               STRING "SUPPRESSION   " DELIMITED BY SIZE
                      NET-ID(Indice) DELIMITED BY SIZE
                      "  AJOUTE PAR LE LOT" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               IF ImageCourante NOT = ImageApresNette
                   MOVE SPACES TO ZoneEtat
                   STRING "  RESERVE     " DELIMITED BY SIZE
                          NET-ID(Indice) DELIMITED BY SIZE
                          "  MODIFIE DEPUIS LE LOT - SUPPRIME "
                              DELIMITED BY SIZE
                          "QUAND MEME, A VERIFIER" DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 4 TO GraviteCourante
                   PERFORM SignalerGravite
               END-IF
           END-IF.

       CompenserSuppression.
           IF NET-PRESENT(Indice) = 'O'
               ADD 1 TO CompteurConflits
               MOVE SPACES TO ZoneEtat
               STRING "CONFLIT       " DELIMITED BY SIZE
                      NET-ID(Indice) DELIMITED BY SIZE
                      "  SUPPRIME PAR LE LOT, RECREE DEPUIS - NON "
                          DELIMITED BY SIZE
                      "RETABLI" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               MOVE SPACES TO MOUVEMENT-ENREG
               MOVE 'A' TO TRN-CODE
               MOVE ImageAvantNette TO MOUVEMENT-ENREG(2:62)
               PERFORM AjouterAuLot
               ADD 1 TO CompteurAjouts
               MOVE SPACES TO ZoneEtat
               STRING "RETABLISSEMENT " DELIMITED BY SIZE
                      NET-ID(Indice) DELIMITED BY SIZE
                      " SUPPRIME PAR LE LOT - " DELIMITED BY SIZE
                      ImageAvantNette(7:20) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      ImageAvantNette(27:15) DELIMITED BY "  "
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

       CompenserChangement.
           IF NET-PRESENT(Indice) = 'N'
               ADD 1 TO CompteurConflits
               MOVE SPACES TO ZoneEtat
               STRING "CONFLIT       " DELIMITED BY SIZE
                      NET-ID(Indice) DELIMITED BY SIZE
                      "  MODIFIE PAR LE LOT, SUPPRIME DEPUIS - NON "
                          DELIMITED BY SIZE
                      "RESTAURE" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               MOVE SPACES TO MOUVEMENT-ENREG
               MOVE 'C' TO TRN-CODE
               MOVE ImageCourante(1:6) TO MOUVEMENT-ENREG(2:6)
               MOVE SPACES TO ChampsRestaures
               MOVE 1 TO PointeurChamps
               MOVE 0 TO NombreRestaures
               PERFORM VARYING IndiceChamp FROM 1 BY 1
                       UNTIL IndiceChamp > 6
                   PERFORM RestaurerChamp
               END-PERFORM
               IF NombreRestaures > 0
                   PERFORM AjouterAuLot
                   ADD 1 TO CompteurChangements
                   MOVE SPACES TO ZoneEtat
                   STRING "RESTAURATION  " DELIMITED BY SIZE
                          NET-ID(Indice) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          ChampsRestaures DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
               ELSE
                   ADD 1 TO CompteurSansEffet
                   MOVE "AUCUNE ZONE A RESTAURER" TO ChampsRestaures
                   PERFORM EditerSansEffet
               END-IF
           END-IF.

      * UNE ZONE EST RESTAUREE SI LE LOT L'A CHANGEE ET QU'ELLE N'A
      * PAS BOUGE DEPUIS ; UNE VALEUR AVANT A BLANC NE PEUT PAS ETRE
      * REMISE PAR UN MOUVEMENT C (BLANC = ZONE INCHANGEE).
       RestaurerChamp.
           MOVE CHP-POSITION(IndiceChamp) TO PositionChamp
           MOVE CHP-LONGUEUR(IndiceChamp) TO LongueurChamp
           IF ImageAvantNette(PositionChamp:LongueurChamp)
               NOT = ImageApresNette(PositionChamp:LongueurChamp)
               IF ImageCourante(PositionChamp:LongueurChamp)
                   NOT = ImageApresNette(PositionChamp:LongueurChamp)
                   MOVE "MODIFIE DEPUIS LE LOT - NON RESTAURE"
                       TO MotifConflit
                   PERFORM EditerConflitChamp
               ELSE
                   IF ImageAvantNette(PositionChamp:LongueurChamp)
                       = SPACES
                       MOVE "VALEUR AVANT A BLANC - NON RESTAURE"
                           TO MotifConflit
                       PERFORM EditerConflitChamp
                   ELSE
                       MOVE ImageAvantNette(PositionChamp:LongueurChamp)
                         TO MOUVEMENT-ENREG(PositionChamp + 1:
                                            LongueurChamp)
                       ADD 1 TO NombreRestaures
                       STRING CHP-LIBELLE(IndiceChamp)
                                  DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                              INTO ChampsRestaures
                              WITH POINTER PointeurChamps
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       EditerConflitChamp.
           ADD 1 TO CompteurConflits
           MOVE SPACES TO ZoneEtat
           STRING "CONFLIT       " DELIMITED BY SIZE
                  NET-ID(Indice) DELIMITED BY SIZE
                  "  ZONE " DELIMITED BY SIZE
                  CHP-LIBELLE(IndiceChamp) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MotifConflit DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE 4 TO GraviteCourante
           PERFORM SignalerGravite.

       EditerSansEffet.
           MOVE SPACES TO ZoneEtat
           STRING "SANS ACTION   " DELIMITED BY SIZE
                  NET-ID(Indice) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ChampsRestaures DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

       AjouterAuLot.
           ADD 1 TO NombreLot
           MOVE MOUVEMENT-ENREG TO LCP-MOUVEMENT(NombreLot)
           IF TRN-EMP-ID IS NUMERIC
               ADD TRN-EMP-ID TO HashLot
           END-IF.

      * LE LOT ANNULATION EST AJOUTE AU FICHIER DES MOUVEMENTS,
      * ENCADRE COMME TOUT LOT (ENTETE H, TRAILER T EQUILIBRE), ET
      * SERA APPLIQUE PAR LE PROCHAIN RUN EMPAPPLY : HISTORIQUE,
      * DELTAS D'INDEX, IMAGES ET REGISTRE SUIVENT LE CIRCUIT NORMAL.
       DeposerLotAnnulation.
           IF NombreLot = 0
               MOVE SPACES TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE "AUCUN MOUVEMENT COMPENSATOIRE - LOT NON DEPOSE"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               OPEN EXTEND Mouvements
               IF StatutMouvements NOT = "00"
                   OPEN OUTPUT Mouvements
               END-IF
               IF StatutMouvements NOT = "00"
                   DISPLAY "FICHIER DES MOUVEMENTS NON OUVERT - "
                       "STATUT : " StatutMouvements
                   MOVE SPACES TO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE "LOT ANNULATION NON DEPOSE" TO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 8 TO GraviteCourante
                   PERFORM SignalerGravite
               ELSE
                   MOVE 'H' TO LOT-TYPE
                   MOVE SourceAnnulation TO LOT-SOURCE
                   MOVE DateJour TO LOT-DATE
                   MOVE NumeroLotAnnulation TO LOT-NUMERO
                   MOVE SPACES TO LigneMouvement
                   MOVE LOT-ENTETE-ENREG TO LigneMouvement(1:23)
                   WRITE LigneMouvement
                   PERFORM VARYING Indice FROM 1 BY 1
                           UNTIL Indice > NombreLot
                       MOVE LCP-MOUVEMENT(Indice) TO LigneMouvement
                       WRITE LigneMouvement
                   END-PERFORM
                   MOVE 'T' TO LOT-FIN-TYPE
                   MOVE NombreLot TO LOT-FIN-NOMBRE
                   MOVE HashLot TO LOT-FIN-HASH
                   MOVE SPACES TO LigneMouvement
                   MOVE LOT-TRAILER-ENREG TO LigneMouvement(1:18)
                   WRITE LigneMouvement
                   CLOSE Mouvements
                   MOVE SPACES TO ZoneEtat
                   PERFORM EcrireLigneEtat
                   STRING "LOT " DELIMITED BY SIZE
                          SourceAnnulation DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          NumeroLotAnnulation DELIMITED BY SIZE
                          " DEPOSE DANS employee_trans.txt - "
                              DELIMITED BY SIZE
                          NombreLot DELIMITED BY SIZE
                          " MOUVEMENT(S)" DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
                   PERFORM EcrireJournal
               END-IF
           END-IF.

       EcrireJournal.
           OPEN EXTEND JournalAnnulations
           IF StatutJournal NOT = "00"
               OPEN OUTPUT JournalAnnulations
           END-IF
           IF StatutJournal NOT = "00"
               DISPLAY "JOURNAL DES ANNULATIONS NON OUVERT - STATUT : "
                   StatutJournal
               MOVE SPACES TO ZoneEtat
               STRING "JOURNAL NON MIS A JOUR - NE PAS RELANCER "
                          DELIMITED BY SIZE
                      "L'ANNULATION DE CE LOT" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               MOVE NumeroLotAnnulation TO JRN-NUMERO
               MOVE SourceCible TO JRN-SOURCE
               MOVE NumeroCibleX TO JRN-NUMERO-LOT
               MOVE DateJour TO JRN-DATE
               MOVE NombreLot TO JRN-NOMBRE
               MOVE EnregJournal TO LigneJournal
               WRITE LigneJournal
               CLOSE JournalAnnulations
           END-IF.

      * LES MOUVEMENTS DU LOT DIFFERES OU REJETES N'ONT PAS D'IMAGE
      * SOUS LE LOT : ILS SONT SIGNALES POUR TRAITEMENT MANUEL.
       TerminerEtat.
           IF LotAccepte = 'O' AND DifferesDuLot > 0
               MOVE SPACES TO ZoneEtat
               STRING "RESERVE : " DELIMITED BY SIZE
                      DifferesDuLot DELIMITED BY SIZE
                      " MOUVEMENT(S) DIFFERE(S) DU LOT, APPLIQUES SOUS"
                          DELIMITED BY SIZE
                      " LE LOT DIFFERE - NON COMPENSES"
                          DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           IF LotAccepte = 'O' AND RejetesDuLot > 0
               MOVE SPACES TO ZoneEtat
               STRING "RESERVE : " DELIMITED BY SIZE
                      RejetesDuLot DELIMITED BY SIZE
                      " MOUVEMENT(S) REJETE(S) DU LOT EN SUSPENS - A "
                          DELIMITED BY SIZE
                      "ABANDONNER PAR EMPSUSP" DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "IMAGES DU LOT LUES       : " DELIMITED BY SIZE
                  CompteurImages DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "EMPLOYES TOUCHES         : " DELIMITED BY SIZE
                  NombreNets DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "RETABLISSEMENTS (A)      : " DELIMITED BY SIZE
                  CompteurAjouts DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "RESTAURATIONS (C)        : " DELIMITED BY SIZE
                  CompteurChangements DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SUPPRESSIONS (D)         : " DELIMITED BY SIZE
                  CompteurSuppressions DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SANS ACTION              : " DELIMITED BY SIZE
                  CompteurSansEffet DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "CONFLITS                 : " DELIMITED BY SIZE
                  CompteurConflits DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatAnnulation
           END-IF
           DISPLAY "ETAT PRODUIT : ../files/employee_reversal_report"
               ".txt"
           DISPLAY "MOUVEMENTS COMPENSATOIRES : " NombreLot
               "  CONFLITS : " CompteurConflits.

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
