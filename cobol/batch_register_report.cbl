       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchRegisterReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegistreLots
               ASSIGN TO "../files/employee_batch_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutRegistre.

           SELECT EtatRegistre
               ASSIGN TO "../files/employee_batch_register_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StatutEtat.

           SELECT TriRegistre ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD RegistreLots.
       01 LigneRegistre        PIC X(66).

       FD EtatRegistre.
       01 LigneEtat            PIC X(132).

      * REGISTRE TRIE PAR SOURCE, NUMERO DE LOT PUIS DATE DE
      * TRAITEMENT : LES PASSAGES SUCCESSIFS D'UN MEME LOT (REJET
      * PUIS RENVOI, DOUBLON REFUSE) SE SUIVENT.
       SD TriRegistre.
       01 TriRegistreEnreg.
           05 SORT-REG-SOURCE  PIC X(10).
           05 SORT-REG-NUMERO  PIC 9(4).
           05 SORT-REG-DATE-LOT PIC 9(8).
           05 SORT-REG-DATE-TRT PIC 9(8).
           05 SORT-REG-RESTE   PIC X(36).

       WORKING-STORAGE SECTION.
       01 StatutRegistre       PIC XX.
       01 StatutEtat           PIC XX.
       01 FinRegistre          PIC X VALUE 'N'.
       01 FinTri               PIC X VALUE 'N'.
       01 EtatOuvert           PIC X VALUE 'N'.
       01 DateJour             PIC 9(8).
       01 HeureJour            PIC 9(8).
       01 ZoneEtat             PIC X(132) VALUE SPACES.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = SEQUENCES COMPLETES, 4 = NUMEROS MANQUANTS OU LOTS
      * REJETES NON RENVOYES, 8 = REGISTRE ABSENT.
       01 CodeRetour           PIC 9(2) VALUE 0.
       01 GraviteCourante      PIC 9(2) VALUE 0.

      * RUPTURES : SOURCE PUIS NUMERO DE LOT. UN NUMERO EST SOLDE
      * DES QU'UN DE SES PASSAGES A ETE ACCEPTE ; UN NUMERO DONT
      * TOUS LES PASSAGES ONT ETE REJETES RESTE EN ATTENTE DE
      * RENVOI. UN SAUT DE NUMERO ENTRE DEUX LOTS CONNUS D'UNE
      * SOURCE EST UN LOT JAMAIS RECU.
       01 PremierEnreg         PIC X VALUE 'O'.
       01 SourceCourante       PIC X(10) VALUE SPACES.
       01 NumeroGroupe         PIC 9(4) VALUE 0.
       01 GroupeAccepte        PIC X VALUE 'N'.
       01 GroupeRejets         PIC 9(4) VALUE 0.
       01 GroupeDateRejet      PIC 9(8) VALUE 0.
       01 PremierNumero        PIC 9(4) VALUE 0.
       01 NumeroManquantDe     PIC 9(4) VALUE 0.
       01 NumeroManquantA      PIC 9(4) VALUE 0.
       01 NombreManquants      PIC 9(4) VALUE 0.

       01 SourceAcceptes       PIC 9(6) VALUE 0.
       01 SourceEnAttente      PIC 9(6) VALUE 0.
       01 SourceManquants      PIC 9(6) VALUE 0.
       01 SourceDoublons       PIC 9(6) VALUE 0.
       01 ProchainNumero       PIC 9(4) VALUE 0.

       01 CompteurSources      PIC 9(4) VALUE 0.
       01 CompteurLus          PIC 9(7) VALUE 0.
       01 TotalAcceptes        PIC 9(7) VALUE 0.
       01 TotalEnAttente       PIC 9(7) VALUE 0.
       01 TotalManquants       PIC 9(7) VALUE 0.
       01 TotalDoublons        PIC 9(7) VALUE 0.

           COPY EMPREG.

       PROCEDURE DIVISION.
       Debut.
           PERFORM OuvrirEtat
           SORT TriRegistre
               ON ASCENDING KEY SORT-REG-SOURCE
               ON ASCENDING KEY SORT-REG-NUMERO
               ON ASCENDING KEY SORT-REG-DATE-TRT
               INPUT PROCEDURE IS LireRegistre
               OUTPUT PROCEDURE IS AnalyserRegistre
           PERFORM TerminerEtat
           MOVE CodeRetour TO RETURN-CODE
           STOP RUN.

       OuvrirEtat.
           ACCEPT DateJour FROM DATE YYYYMMDD
           ACCEPT HeureJour FROM TIME
           OPEN OUTPUT EtatRegistre
           IF StatutEtat = "00"
               MOVE 'O' TO EtatOuvert
           ELSE
               DISPLAY "ETAT NON CREE - STATUT : " StatutEtat
           END-IF
           MOVE SPACES TO ZoneEtat
           STRING "REGISTRE DES LOTS DE MOUVEMENTS EMPLOYES - "
                      DELIMITED BY SIZE
                  "SEQUENCES ET LOTS EN ATTENTE  " DELIMITED BY SIZE
                  DateJour DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  HeureJour DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat.

       LireRegistre.
           MOVE 'N' TO FinRegistre
           OPEN INPUT RegistreLots
           IF StatutRegistre NOT = "00"
               DISPLAY "REGISTRE DES LOTS INTROUVABLE : "
                   "../files/employee_batch_register.txt"
               MOVE "REGISTRE DES LOTS ABSENT - AUCUNE ANALYSE"
                   TO ZoneEtat
               PERFORM EcrireLigneEtat
               MOVE 8 TO GraviteCourante
               PERFORM SignalerGravite
           ELSE
               PERFORM UNTIL FinRegistre = 'O'
                   READ RegistreLots
                       AT END
                           MOVE 'O' TO FinRegistre
                       NOT AT END
                           IF LigneRegistre NOT = SPACES
                               ADD 1 TO CompteurLus
                               MOVE LigneRegistre TO TriRegistreEnreg
                               RELEASE TriRegistreEnreg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RegistreLots
           END-IF.

       AnalyserRegistre.
           MOVE 'N' TO FinTri
           PERFORM UNTIL FinTri = 'O'
               RETURN TriRegistre
                   AT END
                       MOVE 'O' TO FinTri
                   NOT AT END
                       MOVE TriRegistreEnreg TO REGISTRE-LOT-ENREG
                       PERFORM TraiterEnregRegistre
               END-RETURN
           END-PERFORM
           IF PremierEnreg = 'O'
               IF CodeRetour < 8
                   MOVE "REGISTRE VIDE - AUCUN LOT INSCRIT"
                       TO ZoneEtat
                   PERFORM EcrireLigneEtat
               END-IF
           ELSE
               PERFORM CloreNumero
               PERFORM CloreSource
           END-IF.

       TraiterEnregRegistre.
           IF PremierEnreg = 'O'
               MOVE 'N' TO PremierEnreg
               PERFORM OuvrirSource
               PERFORM OuvrirNumero
           ELSE
               IF REG-SOURCE NOT = SourceCourante
                   PERFORM CloreNumero
                   PERFORM CloreSource
                   PERFORM OuvrirSource
                   PERFORM OuvrirNumero
               ELSE
                   IF REG-NUMERO NOT = NumeroGroupe
                       PERFORM CloreNumero
                       PERFORM ControlerSequence
                       PERFORM OuvrirNumero
                   END-IF
               END-IF
           END-IF
           PERFORM CumulerPassage.

       OuvrirSource.
           ADD 1 TO CompteurSources
           MOVE REG-SOURCE TO SourceCourante
           MOVE REG-NUMERO TO PremierNumero
           MOVE 0 TO SourceAcceptes
           MOVE 0 TO SourceEnAttente
           MOVE 0 TO SourceManquants
           MOVE 0 TO SourceDoublons
           MOVE SPACES TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "SOURCE : " DELIMITED BY SIZE
                  SourceCourante DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat.

       OuvrirNumero.
           MOVE REG-NUMERO TO NumeroGroupe
           MOVE 'N' TO GroupeAccepte
           MOVE 0 TO GroupeRejets
           MOVE 0 TO GroupeDateRejet.

      * LES NUMEROS COMPRIS ENTRE LE DERNIER LOT CONNU ET LE LOT
      * LU N'ONT JAMAIS ETE RECUS.
       ControlerSequence.
           IF REG-NUMERO > NumeroGroupe + 1
               COMPUTE NumeroManquantDe = NumeroGroupe + 1
               COMPUTE NumeroManquantA = REG-NUMERO - 1
               COMPUTE NombreManquants = REG-NUMERO - NumeroGroupe - 1
               ADD NombreManquants TO SourceManquants
               MOVE SPACES TO ZoneEtat
               IF NombreManquants = 1
                   STRING "  LOT MANQUANT      " DELIMITED BY SIZE
                          NumeroManquantDe DELIMITED BY SIZE
                          "          JAMAIS RECU" DELIMITED BY SIZE
                          INTO ZoneEtat
               ELSE
                   STRING "  LOTS MANQUANTS    " DELIMITED BY SIZE
                          NumeroManquantDe DELIMITED BY SIZE
                          " A " DELIMITED BY SIZE
                          NumeroManquantA DELIMITED BY SIZE
                          "   JAMAIS RECUS (" DELIMITED BY SIZE
                          NombreManquants DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO ZoneEtat
               END-IF
               PERFORM EcrireLigneEtat
               MOVE 4 TO GraviteCourante
               PERFORM SignalerGravite
           END-IF.

       CumulerPassage.
           IF REG-ACCEPTE
               MOVE 'O' TO GroupeAccepte
           ELSE
               IF REG-REJETE
                   ADD 1 TO GroupeRejets
                   MOVE REG-DATE-TRAITEMENT TO GroupeDateRejet
               ELSE
                   IF REG-DOUBLON
                       ADD 1 TO SourceDoublons
                       MOVE SPACES TO ZoneEtat
                       STRING "  DOUBLON REFUSE    " DELIMITED BY SIZE
                              REG-NUMERO DELIMITED BY SIZE
                              "   LE " DELIMITED BY SIZE
                              REG-DATE-TRAITEMENT DELIMITED BY SIZE
                              "  (LOT DU " DELIMITED BY SIZE
                              REG-DATE-LOT DELIMITED BY SIZE
                              ", " DELIMITED BY SIZE
                              REG-NOMBRE DELIMITED BY SIZE
                              " MOUVEMENT(S))" DELIMITED BY SIZE
                              INTO ZoneEtat
                       PERFORM EcrireLigneEtat
                   END-IF
               END-IF
           END-IF.

       CloreNumero.
           IF GroupeAccepte = 'O'
               ADD 1 TO SourceAcceptes
           ELSE
               IF GroupeRejets > 0
                   ADD 1 TO SourceEnAttente
                   MOVE SPACES TO ZoneEtat
                   STRING "  EN ATTENTE        " DELIMITED BY SIZE
                          NumeroGroupe DELIMITED BY SIZE
                          "   REJETE " DELIMITED BY SIZE
                          GroupeRejets DELIMITED BY SIZE
                          " FOIS, DERNIER REJET LE " DELIMITED BY SIZE
                          GroupeDateRejet DELIMITED BY SIZE
                          " - A RENVOYER" DELIMITED BY SIZE
                          INTO ZoneEtat
                   PERFORM EcrireLigneEtat
                   MOVE 4 TO GraviteCourante
                   PERFORM SignalerGravite
               END-IF
           END-IF.

       CloreSource.
           COMPUTE ProchainNumero = NumeroGroupe + 1
           MOVE SPACES TO ZoneEtat
           STRING "  LOTS " DELIMITED BY SIZE
                  PremierNumero DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  NumeroGroupe DELIMITED BY SIZE
                  " : ACCEPTES " DELIMITED BY SIZE
                  SourceAcceptes DELIMITED BY SIZE
                  "  EN ATTENTE " DELIMITED BY SIZE
                  SourceEnAttente DELIMITED BY SIZE
                  "  MANQUANTS " DELIMITED BY SIZE
                  SourceManquants DELIMITED BY SIZE
                  "  DOUBLONS " DELIMITED BY SIZE
                  SourceDoublons DELIMITED BY SIZE
                  "  PROCHAIN ATTENDU " DELIMITED BY SIZE
                  ProchainNumero DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           ADD SourceAcceptes TO TotalAcceptes
           ADD SourceEnAttente TO TotalEnAttente
           ADD SourceManquants TO TotalManquants
           ADD SourceDoublons TO TotalDoublons.

       TerminerEtat.
           MOVE "----------------------------------------------"
               TO ZoneEtat
           PERFORM EcrireLigneEtat
           MOVE SPACES TO ZoneEtat
           STRING "PASSAGES LUS : " DELIMITED BY SIZE
                  CompteurLus DELIMITED BY SIZE
                  "  SOURCES : " DELIMITED BY SIZE
                  CompteurSources DELIMITED BY SIZE
                  "  LOTS ACCEPTES : " DELIMITED BY SIZE
                  TotalAcceptes DELIMITED BY SIZE
                  "  EN ATTENTE : " DELIMITED BY SIZE
                  TotalEnAttente DELIMITED BY SIZE
                  "  MANQUANTS : " DELIMITED BY SIZE
                  TotalManquants DELIMITED BY SIZE
                  "  DOUBLONS : " DELIMITED BY SIZE
                  TotalDoublons DELIMITED BY SIZE
                  INTO ZoneEtat
           PERFORM EcrireLigneEtat
           IF EtatOuvert = 'O'
               CLOSE EtatRegistre
           END-IF
           DISPLAY "ETAT PRODUIT : ../files/employee_batch_register_"
               "report.txt"
           DISPLAY "LOTS EN ATTENTE : " TotalEnAttente
               "  MANQUANTS : " TotalManquants.

       EcrireLigneEtat.
           IF EtatOuvert = 'O'
               MOVE ZoneEtat TO LigneEtat
               WRITE LigneEtat
           END-IF.

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
           END-IF.
