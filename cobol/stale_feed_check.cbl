       IDENTIFICATION DIVISION.
       PROGRAM-ID. StaleFeedCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ListeFichiers ASSIGN TO "../files/file_list.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutListe.

           SELECT Historique
               ASSIGN TO "../files/count_characters_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutHistorique.

           SELECT EtatFlux
               ASSIGN TO "../files/stale_feed_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

       DATA DIVISION.
       FILE SECTION.
       FD ListeFichiers.
       01 LigneListe           PIC X(100).

       FD Historique.
       01 LigneHistorique      PIC X(160).

       FD EtatFlux.
       01 LigneEtat            PIC X(132).

       WORKING-STORAGE SECTION.
       01 StatutListe          PIC XX.
       01 StatutHistorique     PIC XX.
       01 StatutEtat           PIC XX.
       01 FinListe             PIC X VALUE 'N'.
       01 FinHistorique        PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 HistoriqueLisible    PIC X VALUE 'N'.
       01 RepertoireFichiers   PIC X(9) VALUE "../files/".
       01 NomFichier           PIC X(80) VALUE SPACES.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneEtat             PIC X(132) VALUE SPACES.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE, UNE
      * VALEUR PROPRE A CHAQUE ALERTE :
      * 0 = TOUS LES FLUX RENOUVELES, 4 = MEME TAILLE QUE LA
      * VEILLE MAIS CONTENU DIFFERENT (A VERIFIER), 8 = CONTENU
      * IDENTIQUE A UN JOUR PRECEDENT (FLUX RENVOYE OU NON
      * RAFRAICHI), 12 = CONTROLE IMPOSSIBLE (MANIFESTE OU
      * HISTORIQUE ABSENT, FICHIER NON MESURE CE JOUR).
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * ZONES D'ANALYSE D'UNE LIGNE D'HISTORIQUE :
      * date heure chemin LIGNES=n CARACTERES=n EMPREINTE=n
       01 HistDate             PIC X(8).
       01 HistHeure            PIC X(8).
       01 HistChemin           PIC X(100).
       01 HistChampLignes      PIC X(20).
       01 HistChampCar         PIC X(25).
       01 HistChampEmpreinte   PIC X(25).
       01 HistEtiquette        PIC X(12).
       01 HistValeur           PIC X(12).
       01 HistLignes           PIC 9(9).
       01 HistCaracteres       PIC 9(9).
       01 HistEmpreinte        PIC X(10).
       01 MesureValide         PIC X VALUE 'N'.

      * FICHIERS DU MANIFESTE : DERNIERE MESURE DU JOUR, DERNIERE
      * MESURE D'UN JOUR PRECEDENT ET DATE LA PLUS RECENTE OU LE
      * CONTENU ETAIT DEJA LE MEME.
       01 NombreFichiers       PIC 9(3) VALUE 0.
       01 MaxFichiers          PIC 9(3) VALUE 50.
       01 Indice               PIC 9(3) VALUE 0.
       01 IndiceTrouve         PIC 9(3) VALUE 0.
       01 TableFichiers.
           05 EntreeFichier OCCURS 50 TIMES.
               10 FICH-CHEMIN      PIC X(100).
               10 FICH-JOUR-HEURE  PIC X(8).
               10 FICH-JOUR-LIG    PIC 9(9).
               10 FICH-JOUR-CAR    PIC 9(9).
               10 FICH-JOUR-EMP    PIC X(10).
               10 FICH-PREC-DATE   PIC X(8).
               10 FICH-PREC-LIG    PIC 9(9).
               10 FICH-PREC-CAR    PIC 9(9).
               10 FICH-PREC-EMP    PIC X(10).
               10 FICH-IDENT-DATE  PIC X(8).

       01 CompteurRenouveles   PIC 9(3) VALUE 0.
       01 CompteurIdentiques   PIC 9(3) VALUE 0.
       01 CompteurMemeTaille   PIC 9(3) VALUE 0.
       01 CompteurNonMesures   PIC 9(3) VALUE 0.
       01 IndicateurAlerte     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirEtat
           PERFORM ChargerManifeste
           IF NombreFichiers > 0
               PERFORM Relever
               IF HistoriqueLisible = 'O'
                   PERFORM RechercherIdentiques
               END-IF
               PERFORM EditerFlux
           END-IF
           PERFORM TerminerEtat
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

       OuvrirEtat.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           OPEN OUTPUT EtatFlux
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "CONTROLE DES FLUX RENVOYES OU NON RAFRAICHIS  "
                      DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat.

       ChargerManifeste.
           MOVE 'N' TO FinListe
           OPEN INPUT ListeFichiers
           IF StatutListe NOT = "00"
               DISPLAY "Aucun fichier a controler - "
                   "manifeste introuvable : "
                   "../files/file_list.txt"
               MOVE "MANIFESTE ABSENT - CONTROLE IMPOSSIBLE"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 12 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinListe = 'O'
                   READ ListeFichiers
                       AT END
                           MOVE 'O' TO FinListe
                       NOT AT END
                           IF LigneListe NOT = SPACES
                               PERFORM AjouterFichier
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ListeFichiers
           END-IF.

       AjouterFichier.
           IF NombreFichiers < MaxFichiers
               MOVE SPACES TO NomFichier
               MOVE FUNCTION TRIM(LigneListe TRAILING) TO NomFichier
               ADD 1 TO NombreFichiers
               MOVE SPACES TO FICH-CHEMIN(NombreFichiers)
               STRING RepertoireFichiers DELIMITED BY SIZE
                      NomFichier DELIMITED BY SPACE
                      INTO FICH-CHEMIN(NombreFichiers)
               MOVE SPACES TO FICH-JOUR-HEURE(NombreFichiers)
               MOVE 0 TO FICH-JOUR-LIG(NombreFichiers)
               MOVE 0 TO FICH-JOUR-CAR(NombreFichiers)
               MOVE SPACES TO FICH-JOUR-EMP(NombreFichiers)
               MOVE SPACES TO FICH-PREC-DATE(NombreFichiers)
               MOVE 0 TO FICH-PREC-LIG(NombreFichiers)
               MOVE 0 TO FICH-PREC-CAR(NombreFichiers)
               MOVE SPACES TO FICH-PREC-EMP(NombreFichiers)
               MOVE SPACES TO FICH-IDENT-DATE(NombreFichiers)
           ELSE
               DISPLAY "TABLE DES FICHIERS PLEINE - FICHIER NON "
                   "CONTROLE : " FUNCTION TRIM(LigneListe TRAILING)
           END-IF.

      * PREMIERE LECTURE : DERNIERE MESURE DU JOUR ET DERNIERE
      * MESURE ANTERIEURE DE CHAQUE FICHIER (L'HISTORIQUE EST ECRIT
      * DANS L'ORDRE DES PASSES).
       Relever.
           MOVE 'N' TO FinHistorique
           OPEN INPUT Historique
           IF StatutHistorique NOT = "00"
               DISPLAY "HISTORIQUE INTROUVABLE : "
                   "../files/count_characters_history.txt"
               MOVE "HISTORIQUE ABSENT - CONTROLE IMPOSSIBLE"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
           ELSE
               MOVE 'O' TO HistoriqueLisible
               PERFORM UNTIL FinHistorique = 'O'
                   READ Historique
                       AT END
                           MOVE 'O' TO FinHistorique
                       NOT AT END
                           PERFORM AnalyserLigne
                           IF MesureValide = 'O'
                               PERFORM ClasserMesure
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Historique
           END-IF.

       AnalyserLigne.
           MOVE 'N' TO MesureValide
           IF LigneHistorique NOT = SPACES
               MOVE SPACES TO HistDate HistHeure HistChemin
                   HistChampLignes HistChampCar HistChampEmpreinte
               UNSTRING LigneHistorique DELIMITED BY ALL SPACES
                   INTO HistDate HistHeure HistChemin
                        HistChampLignes HistChampCar
                        HistChampEmpreinte
               END-UNSTRING
               MOVE 0 TO HistLignes HistCaracteres
               MOVE SPACES TO HistEmpreinte
               MOVE 'O' TO MesureValide
               MOVE SPACES TO HistEtiquette HistValeur
               UNSTRING HistChampLignes DELIMITED BY "="
                   INTO HistEtiquette HistValeur
               END-UNSTRING
               IF HistEtiquette = "LIGNES"
                   AND HistValeur(1:9) IS NUMERIC
                   MOVE HistValeur(1:9) TO HistLignes
               ELSE
                   MOVE 'N' TO MesureValide
               END-IF
               MOVE SPACES TO HistEtiquette HistValeur
               UNSTRING HistChampCar DELIMITED BY "="
                   INTO HistEtiquette HistValeur
               END-UNSTRING
               IF HistEtiquette = "CARACTERES"
                   AND HistValeur(1:9) IS NUMERIC
                   MOVE HistValeur(1:9) TO HistCaracteres
               ELSE
                   MOVE 'N' TO MesureValide
               END-IF
      * LES MESURES ANTERIEURES A L'EMPREINTE N'EN PORTENT PAS.
               MOVE SPACES TO HistEtiquette HistValeur
               UNSTRING HistChampEmpreinte DELIMITED BY "="
                   INTO HistEtiquette HistValeur
               END-UNSTRING
               IF HistEtiquette = "EMPREINTE"
                   AND HistValeur(1:10) IS NUMERIC
                   MOVE HistValeur(1:10) TO HistEmpreinte
               END-IF
               IF HistDate IS NOT NUMERIC
                   OR HistDate > DateJour
                   MOVE 'N' TO MesureValide
               END-IF
           END-IF.

       RechercherFichier.
           MOVE 0 TO IndiceTrouve
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreFichiers
               IF FICH-CHEMIN(Indice) = HistChemin
                   MOVE Indice TO IndiceTrouve
                   MOVE NombreFichiers TO Indice
               END-IF
           END-PERFORM.

       ClasserMesure.
           PERFORM RechercherFichier
           IF IndiceTrouve > 0
               IF HistDate = DateJour
                   MOVE HistHeure TO FICH-JOUR-HEURE(IndiceTrouve)
                   MOVE HistLignes TO FICH-JOUR-LIG(IndiceTrouve)
                   MOVE HistCaracteres TO FICH-JOUR-CAR(IndiceTrouve)
                   MOVE HistEmpreinte TO FICH-JOUR-EMP(IndiceTrouve)
               ELSE
                   MOVE HistDate TO FICH-PREC-DATE(IndiceTrouve)
                   MOVE HistLignes TO FICH-PREC-LIG(IndiceTrouve)
                   MOVE HistCaracteres TO FICH-PREC-CAR(IndiceTrouve)
                   MOVE HistEmpreinte TO FICH-PREC-EMP(IndiceTrouve)
               END-IF
           END-IF.

      * SECONDE LECTURE : DATE LA PLUS RECENTE D'UN JOUR PRECEDENT
      * OU LE FICHIER AVAIT DEJA L'EMPREINTE DU JOUR.
       RechercherIdentiques.
           MOVE 'N' TO FinHistorique
           OPEN INPUT Historique
           IF StatutHistorique = "00"
               PERFORM UNTIL FinHistorique = 'O'
                   READ Historique
                       AT END
                           MOVE 'O' TO FinHistorique
                       NOT AT END
                           PERFORM AnalyserLigne
                           IF MesureValide = 'O'
                               AND HistDate < DateJour
                               AND HistEmpreinte NOT = SPACES
                               PERFORM ComparerEmpreinte
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Historique
           END-IF.

       ComparerEmpreinte.
           PERFORM RechercherFichier
           IF IndiceTrouve > 0
               IF FICH-JOUR-EMP(IndiceTrouve) = HistEmpreinte
                   MOVE HistDate TO FICH-IDENT-DATE(IndiceTrouve)
               END-IF
           END-IF.

       EditerFlux.
           PERFORM VARYING Indice FROM 1 BY 1
                   UNTIL Indice > NombreFichiers
               PERFORM EditerUnFlux
           END-PERFORM.

       EditerUnFlux.
           MOVE SPACES TO IndicateurAlerte
           MOVE 0 TO GraviteCourante
           IF FICH-JOUR-EMP(Indice) = SPACES
               MOVE "** NON MESURE CE JOUR - CONTROLE IMPOSSIBLE **"
                   TO IndicateurAlerte
               ADD 1 TO CompteurNonMesures
               MOVE 12 TO GraviteCourante
           ELSE
               IF FICH-JOUR-LIG(Indice) = 0
                   MOVE "FICHIER VIDE - NON COMPARE" TO IndicateurAlerte
               ELSE
                   IF FICH-IDENT-DATE(Indice) NOT = SPACES
                       STRING "** ALERTE : CONTENU IDENTIQUE AU "
                                  DELIMITED BY SIZE
                              FICH-IDENT-DATE(Indice) DELIMITED BY SIZE
                              " - FLUX RENVOYE **" DELIMITED BY SIZE
                              INTO IndicateurAlerte
                       ADD 1 TO CompteurIdentiques
                       MOVE 8 TO GraviteCourante
                   ELSE
                       PERFORM ComparerTaille
                   END-IF
               END-IF
           END-IF
           PERFORM SignalerGravite
           MOVE SPACES TO ZoneEtat
           STRING "FICHIER : " DELIMITED BY SIZE
                  FICH-CHEMIN(Indice) DELIMITED BY SPACE
                  "  " DELIMITED BY SIZE
                  IndicateurAlerte DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF FICH-PREC-DATE(Indice) NOT = SPACES
               MOVE SPACES TO ZoneEtat
               STRING "  PRECEDENT " DELIMITED BY SIZE
                      FICH-PREC-DATE(Indice) DELIMITED BY SIZE
                      " LIGNES=" DELIMITED BY SIZE
                      FICH-PREC-LIG(Indice) DELIMITED BY SIZE
                      " CARACTERES=" DELIMITED BY SIZE
                      FICH-PREC-CAR(Indice) DELIMITED BY SIZE
                      " EMPREINTE=" DELIMITED BY SIZE
                      FICH-PREC-EMP(Indice) DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF
           IF FICH-JOUR-HEURE(Indice) NOT = SPACES
               MOVE SPACES TO ZoneEtat
               STRING "  DU JOUR   " DELIMITED BY SIZE
                      DateJour DELIMITED BY SIZE
                      " LIGNES=" DELIMITED BY SIZE
                      FICH-JOUR-LIG(Indice) DELIMITED BY SIZE
                      " CARACTERES=" DELIMITED BY SIZE
                      FICH-JOUR-CAR(Indice) DELIMITED BY SIZE
                      " EMPREINTE=" DELIMITED BY SIZE
                      FICH-JOUR-EMP(Indice) DELIMITED BY SIZE
                      INTO ZoneEtat
               PERFORM EcrireLigneEtat
           END-IF.

      * UN CONTENU MODIFIE SANS QUE LA TAILLE BOUGE (MEMES NOMBRES
      * DE LIGNES ET DE CARACTERES QU'A LA MESURE PRECEDENTE)
      * ECHAPPE AU RAPPORT DE TENDANCE : IL EST SIGNALE ICI.
       ComparerTaille.
           IF FICH-PREC-EMP(Indice) = SPACES
               MOVE "PREMIERE EMPREINTE - PAS DE COMPARAISON"
                   TO IndicateurAlerte
           ELSE
               IF FICH-JOUR-LIG(Indice) = FICH-PREC-LIG(Indice)
                   AND FICH-JOUR-CAR(Indice) = FICH-PREC-CAR(Indice)
                   MOVE "** ALERTE : MEME TAILLE, CONTENU DIFFERENT **"
                       TO IndicateurAlerte
                   ADD 1 TO CompteurMemeTaille
                   MOVE 4 TO GraviteCourante
               ELSE
                   MOVE "CONTENU RENOUVELE" TO IndicateurAlerte
                   ADD 1 TO CompteurRenouveles
               END-IF
           END-IF.

       TerminerEtat.
           IF HistoriqueLisible = 'N' AND NombreFichiers > 0
               MOVE 12 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF
           MOVE ALL "-" TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "FICHIERS CONTROLES : " DELIMITED BY SIZE
                  NombreFichiers DELIMITED BY SIZE
                  "  RENOUVELES : " DELIMITED BY SIZE
                  CompteurRenouveles DELIMITED BY SIZE
                  "  IDENTIQUES : " DELIMITED BY SIZE
                  CompteurIdentiques DELIMITED BY SIZE
                  "  MEME TAILLE : " DELIMITED BY SIZE
                  CompteurMemeTaille DELIMITED BY SIZE
                  "  NON MESURES : " DELIMITED BY SIZE
                  CompteurNonMesures DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatFlux
           END-IF
           DISPLAY "FICHIERS CONTROLES : " NombreFichiers
               "  IDENTIQUES : " CompteurIdentiques
               "  MEME TAILLE : " CompteurMemeTaille
           DISPLAY "ETAT PRODUIT : ../files/stale_feed_report.txt".

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
