               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutCatalogue.

      * CATALOGUE DES MAITRES D'OUVERTURE DE MOIS : LE MAITRE VIF
      * REMPLACE PAR LA PREMIERE PROMOTION D'UN MOIS EST L'ETAT DU
      * PERSONNEL A L'OUVERTURE DE CE MOIS. IL EST COPIE A PART ET
      * CONSERVE MaxOuvertures MOIS POUR LE RAPPROCHEMENT MENSUEL
      * DES EFFECTIFS, AU-DELA DE LA ROTATION DES GENERATIONS.
           SELECT CatalogueOuvertures
               ASSIGN TO "../files/employee_master_openings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutOuvertures.

       DATA DIVISION.
       FILE SECTION.
       FD FichierSource.
       FD CatalogueGens.
       01 LigneCatalogue       PIC X(80).

       FD CatalogueOuvertures.
       01 LigneOuverture       PIC X(87).

       WORKING-STORAGE SECTION.
       01 StatutSource         PIC XX.
       01 StatutCible          PIC XX.
       01 StatutControle       PIC XX.
       01 StatutCatalogue      PIC XX.
       01 StatutOuvertures     PIC XX.
       01 CheminSource         PIC X(110) VALUE SPACES.
       01 CheminCible          PIC X(110) VALUE SPACES.
       01 CheminMaster         PIC X(110)
       01 TableGenerations.
           05 GEN-LIGNE OCCURS 50 TIMES PIC X(80).

      * CATALOGUE DES OUVERTURES DE MOIS : UNE LIGNE MOIS DATE
      * HEURE CHEMIN PAR MOIS, LE PLUS RECENT EN DERNIER.
       01 EnregOuverture.
           05 OUV-MOIS         PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 OUV-DATE         PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OUV-HEURE        PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 OUV-CHEMIN       PIC X(62).

       01 NombreOuvertures     PIC 9(2) VALUE 0.
       01 MaxOuvertures        PIC 9(2) VALUE 13.
       01 PremiereOuverture    PIC 9(2) VALUE 1.
       01 OuvertureDuMois      PIC X VALUE 'N'.
       01 CheminOuverture      PIC X(110) VALUE SPACES.
       01 TableOuvertures.
           05 OUV-LIGNE OCCURS 50 TIMES PIC X(87).

       LINKAGE SECTION.
       01 ParmPasse.
           05 ParmLongueur  PIC S9(4) COMP.
               CLOSE FichierSource
               PERFORM CopierFichier
               IF CopieFaite = 'O'
                   PERFORM SauverOuvertureMois
                   IF NombreGens < MaxGensCatalogue
                       ADD 1 TO NombreGens
                       MOVE DateJour TO CAT-DATE
               END-IF
           END-IF.

      * PREMIERE PROMOTION DU MOIS : LA GENERATION QUI VIENT D'ETRE
      * SAUVEE EST AUSSI COPIEE COMME MAITRE D'OUVERTURE DU MOIS.
      * UN ECHEC EST SIGNALE SANS BLOQUER LA PROMOTION.
       SauverOuvertureMois.
           PERFORM ChargerOuvertures
           MOVE 'N' TO OuvertureDuMois
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreOuvertures
               MOVE OUV-LIGNE(Indice) TO EnregOuverture
               IF OUV-MOIS = DateJour(1:6)
                   MOVE 'O' TO OuvertureDuMois
               END-IF
           END-PERFORM
           IF OuvertureDuMois = 'N'
               MOVE SPACES TO CheminOuverture
               STRING "../files/employee_master_open_"
                          DELIMITED BY SIZE
                      DateJour(1:6) DELIMITED BY SIZE
                      ".gen" DELIMITED BY SIZE
                      INTO CheminOuverture
               MOVE CheminGeneration TO CheminSource
               MOVE CheminOuverture TO CheminCible
               PERFORM CopierFichier
               IF CopieFaite = 'O'
                   IF NombreOuvertures = MaxGensCatalogue
                       PERFORM DecalerOuvertures
                   END-IF
                   ADD 1 TO NombreOuvertures
                   MOVE DateJour(1:6) TO OUV-MOIS
                   MOVE DateJour TO OUV-DATE
                   MOVE HeureJour TO OUV-HEURE
                   MOVE CheminOuverture TO OUV-CHEMIN
                   MOVE EnregOuverture TO OUV-LIGNE(NombreOuvertures)
                   PERFORM PurgerVieillesOuvertures
                   PERFORM ReecrireOuvertures
                   DISPLAY "MAITRE D'OUVERTURE DU MOIS SAUVE : "
                       FUNCTION TRIM(CheminOuverture TRAILING)
               ELSE
                   DISPLAY "MAITRE D'OUVERTURE DU MOIS NON SAUVE"
               END-IF
      * LA GENERATION REDEVIENT LA COPIE DE TRAVAIL COURANTE.
               MOVE 'O' TO CopieFaite
           END-IF.

       ChargerOuvertures.
           MOVE 0 TO NombreOuvertures
           MOVE 'N' TO FinLecture
           OPEN INPUT CatalogueOuvertures
           IF StatutOuvertures = "00"
               PERFORM UNTIL FinLecture = 'O'
                   READ CatalogueOuvertures
                       AT END
                           MOVE 'O' TO FinLecture
                       NOT AT END
                           IF LigneOuverture NOT = SPACES
                               IF NombreOuvertures = MaxGensCatalogue
                                   PERFORM DecalerOuvertures
                               END-IF
                               ADD 1 TO NombreOuvertures
                               MOVE LigneOuverture
                                   TO OUV-LIGNE(NombreOuvertures)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogueOuvertures
           END-IF.

       DecalerOuvertures.
           PERFORM VARYING Indice FROM 2 BY 1
                   UNTIL Indice > NombreOuvertures
               MOVE OUV-LIGNE(Indice) TO OUV-LIGNE(Indice - 1)
           END-PERFORM
           SUBTRACT 1 FROM NombreOuvertures.

      * LES OUVERTURES AU-DELA DES MaxOuvertures DERNIERS MOIS SONT
      * VIDEES ET SORTENT DU CATALOGUE.
       PurgerVieillesOuvertures.
           MOVE 1 TO PremiereOuverture
           IF NombreOuvertures > MaxOuvertures
               COMPUTE PremiereOuverture =
                   NombreOuvertures - MaxOuvertures + 1
               PERFORM VARYING Indice FROM 1 BY 1
                       UNTIL Indice = PremiereOuverture
                   MOVE OUV-LIGNE(Indice) TO EnregOuverture
                   MOVE OUV-CHEMIN TO CheminCible
                   PERFORM ViderFichierCible
               END-PERFORM
           END-IF.

       ReecrireOuvertures.
           OPEN OUTPUT CatalogueOuvertures
           IF StatutOuvertures NOT = "00"
               DISPLAY "CATALOGUE DES OUVERTURES NON REECRIT - "
                   "STATUT : " StatutOuvertures
           ELSE
               PERFORM VARYING Indice FROM PremiereOuverture BY 1
                       UNTIL Indice > NombreOuvertures
                   MOVE OUV-LIGNE(Indice) TO LigneOuverture
                   WRITE LigneOuverture
               END-PERFORM
               CLOSE CatalogueOuvertures
           END-IF.

       ChargerCatalogue.
           MOVE 0 TO NombreGens
           MOVE 'N' TO FinLecture
