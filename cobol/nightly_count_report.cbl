           05 SORT-Caracteres  PIC 9(9).
           05 SORT-Lignes      PIC 9(9).
           05 SORT-Fichier     PIC X(80).
           05 SORT-Empreinte   PIC 9(10).

       WORKING-STORAGE SECTION.
       01 RepertoireFichiers PIC X(9) VALUE "../files/".
       01 CompteurLignes       PIC 9(9) VALUE 0.
       01 LongueurLigne        PIC 9(4) VALUE 0.
       01 CompteurDetails      PIC 9(4) VALUE 0.
       01 Indice               PIC 9(4) VALUE 0.

      * EMPREINTE DU CONTENU, CALCULEE COMME DANS CountCharacters
      * (SOMMES DE TYPE ADLER-32 MODULO 65521 SUR LES CARACTERES ET
      * LES FINS DE LIGNE) : EMPREINTE = SommeB * 65536 + SommeA.
       01 SommeA               PIC 9(6) VALUE 1.
       01 SommeB               PIC 9(6) VALUE 0.
       01 ModuloEmpreinte      PIC 9(5) VALUE 65521.
       01 CodeCaractere        PIC 9(3) VALUE 0.
       01 FinDeLigne           PIC 9(3) VALUE 10.
       01 Empreinte            PIC 9(10) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = TRAITEMENT PROPRE, 4 = AVERTISSEMENT (FICHIER IGNORE,

      * FICHIER D'INTERFACE A DESTINATION DU REPORTING FINANCE :
      * UN ENREGISTREMENT ENTETE (H), UN DETAIL (D) PAR FICHIER
      * COMPTE (AVEC L'EMPREINTE DE SON CONTENU), UN TRAILER (T)
      * PORTANT LE NOMBRE DE DETAILS ET LES TOTAUX DE CONTROLE
      * (HASH) DES LIGNES ET DES CARACTERES.
       01 EnregEntete.
           05 INT-ENT-TYPE     PIC X VALUE "H".
           05 INT-ENT-DATE     PIC 9(8).
           05 INT-DET-LIGNES   PIC 9(9).
           05 INT-DET-CAR      PIC 9(9).
           05 INT-DET-DATE     PIC 9(8).
           05 INT-DET-EMPREINTE PIC 9(10).
           05 FILLER           PIC X(3) VALUE SPACES.

       01 EnregTrailer.
           05 INT-FIN-TYPE     PIC X VALUE "T".
               MOVE SORT-Lignes TO INT-DET-LIGNES
               MOVE SORT-Caracteres TO INT-DET-CAR
               MOVE DateJour TO INT-DET-DATE
               MOVE SORT-Empreinte TO INT-DET-EMPREINTE
               MOVE EnregDetail TO LigneInterface
               WRITE LigneInterface
               ADD SORT-Lignes TO HashLignes
                                       TO SORT-Caracteres
                                   MOVE CompteurLignes TO SORT-Lignes
                                   MOVE NomFichier TO SORT-Fichier
                                   MOVE Empreinte TO SORT-Empreinte
                                   RELEASE SortEnreg
                               END-IF
                           END-IF
           MOVE 'N' TO FichierTrouve
           MOVE 0 TO CompteurCaracteres
           MOVE 0 TO CompteurLignes
           MOVE 1 TO SommeA
           MOVE 0 TO SommeB
           OPEN INPUT Fichier
           IF StatutFichier NOT = "00"
               DISPLAY "Fichier introuvable - ignore : "
                               FUNCTION LENGTH(
                                   FUNCTION TRIM(LigneFichier TRAILING))
                           ADD LongueurLigne TO CompteurCaracteres
                           PERFORM VARYING Indice FROM 1 BY 1
                                   UNTIL Indice > LongueurLigne
                               COMPUTE CodeCaractere =
                                   FUNCTION ORD(LigneFichier(Indice:1))
                                   - 1
                               PERFORM AccumulerEmpreinte
                           END-PERFORM
                           MOVE FinDeLigne TO CodeCaractere
                           PERFORM AccumulerEmpreinte
                   END-READ
               END-PERFORM
               CLOSE Fichier
               COMPUTE Empreinte = SommeB * 65536 + SommeA
           END-IF.

       AccumulerEmpreinte.
           ADD CodeCaractere TO SommeA
           IF SommeA NOT < ModuloEmpreinte
               SUBTRACT ModuloEmpreinte FROM SommeA
           END-IF
           ADD SommeA TO SommeB
           IF SommeB NOT < ModuloEmpreinte
               SUBTRACT ModuloEmpreinte FROM SommeB
           END-IF.

       ImprimerRapport.
               " caracteres)"
           DISPLAY "============================================="
           DISPLAY "FICHIER                  LIGNES    CARACTERES"
               "  EMPREINTE"
           MOVE 'N' TO FinTri
           PERFORM UNTIL FinTri = 'O'
               RETURN SortFile
                       ADD 1 TO CompteurDetails
                       DISPLAY FUNCTION TRIM(SORT-Fichier TRAILING)
                           " " SORT-Lignes " " SORT-Caracteres
                           " " SORT-Empreinte
                       PERFORM EcrireDetailInterface
               END-RETURN
           END-PERFORM
