       01 LigneHistorique      PIC X(160).

       FD PointControle.
       01 LignePointControle   PIC X(73).

       FD FichierControle.
       01 LigneControle        PIC X(9).
       01 ZoneHistorique       PIC X(160) VALUE SPACES.
       01 CheminPointCtl       PIC X(110) VALUE SPACES.
       01 StatutCkpt           PIC XX.
       01 LigneCkpt            PIC X(73) VALUE SPACES.
       01 DonneesCkpt.
           05 CKPT-LigneNum    PIC 9(9).
           05 CKPT-Car         PIC 9(9).
           05 CKPT-Numerique   PIC 9(9).
           05 CKPT-Espaces     PIC 9(9).
           05 CKPT-Autres      PIC 9(9).
           05 CKPT-SommeA      PIC 9(5).
           05 CKPT-SommeB      PIC 9(5).
       01 LigneDebutReprise    PIC 9(9) VALUE 0.
       01 CompteurSkip         PIC 9(9) VALUE 0.
       01 IntervalleCkpt       PIC 9(4) VALUE 100.
       01 TotalLignesRun       PIC 9(9) VALUE 0.
       01 TotalCaracteresRun   PIC 9(9) VALUE 0.

      * EMPREINTE DU CONTENU DE CHAQUE FICHIER (SOMMES DE CONTROLE
      * DE TYPE ADLER-32 MODULO 65521 SUR LES CARACTERES COMPTES ET
      * LES FINS DE LIGNE) : EMPREINTE = SommeB * 65536 + SommeA.
      * DEUX CONTENUS IDENTIQUES DONNENT LA MEME EMPREINTE ; SommeB
      * DEPEND AUSSI DE L'ORDRE DES CARACTERES.
       01 SommeA               PIC 9(6) VALUE 1.
       01 SommeB               PIC 9(6) VALUE 0.
       01 ModuloEmpreinte      PIC 9(5) VALUE 65521.
       01 CodeCaractere        PIC 9(3) VALUE 0.
       01 FinDeLigne           PIC 9(3) VALUE 10.
       01 Empreinte            PIC 9(10) VALUE 0.

      * GRAVITE RESTITUEE AU PLANIFICATEUR VIA RETURN-CODE :
      * 0 = TRAITEMENT PROPRE, 4 = AVERTISSEMENT (FICHIER IGNORE),
      * 8 = ENTREE MANQUANTE OU MISMATCH DE CONTROLE,
           MOVE 0 TO CompteurEspaces
           MOVE 0 TO CompteurAutres
           MOVE 0 TO LigneDebutReprise
           MOVE 1 TO SommeA
           MOVE 0 TO SommeB
           OPEN INPUT Fichier
           IF StatutFichier NOT = "00"
               DISPLAY "Fichier introuvable - ignore : "
                               MOVE LigneFichier(Indice:1)
                                   TO CaractereCourant
                               ADD 1 TO CompteurCaracteres
                               COMPUTE CodeCaractere =
                                   FUNCTION ORD(CaractereCourant) - 1
                               PERFORM AccumulerEmpreinte
                               IF CaractereCourant = SPACE
                                   ADD 1 TO CompteurEspaces
                                   MOVE 'N' TO EnMot
                                   END-IF
                               END-IF
                           END-PERFORM
                           MOVE FinDeLigne TO CodeCaractere
                           PERFORM AccumulerEmpreinte
                           COMPUTE Indice =
                               FUNCTION MOD(CompteurLignes,
                                   IntervalleCkpt)
                   END-READ
               END-PERFORM
               CLOSE Fichier
               COMPUTE Empreinte = SommeB * 65536 + SommeA
               PERFORM EffacerPointControle
               DISPLAY "Fichier              : "
                   FUNCTION TRIM(CheminFichier TRAILING)
               DISPLAY "  dont numeriques    : " CompteurNumerique
               DISPLAY "  dont espaces       : " CompteurEspaces
               DISPLAY "  dont autres        : " CompteurAutres
               DISPLAY "Empreinte du contenu : " Empreinte
               PERFORM ReconcilierControle
               PERFORM EcrireHistorique
               ADD CompteurLignes     TO TotalLignesRun
               END-IF
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

       SignalerGravite.
           IF GraviteCourante > CodeRetour
               MOVE GraviteCourante TO CodeRetour
                       MOVE LignePointControle TO LigneCkpt
                       MOVE LigneCkpt TO DonneesCkpt
                       IF CKPT-LigneNum > 0
                           AND CKPT-SommeA IS NUMERIC
                           AND CKPT-SommeB IS NUMERIC
                           MOVE CKPT-LigneNum TO LigneDebutReprise
                           MOVE CKPT-LigneNum TO CompteurLignes
                           MOVE CKPT-Car       TO CompteurCaracteres
                           MOVE CKPT-Numerique TO CompteurNumerique
                           MOVE CKPT-Espaces   TO CompteurEspaces
                           MOVE CKPT-Autres    TO CompteurAutres
                           MOVE CKPT-SommeA    TO SommeA
                           MOVE CKPT-SommeB    TO SommeB
                       END-IF
               END-READ
               CLOSE PointControle
           MOVE CompteurNumerique  TO CKPT-Numerique
           MOVE CompteurEspaces    TO CKPT-Espaces
           MOVE CompteurAutres     TO CKPT-Autres
           MOVE SommeA             TO CKPT-SommeA
           MOVE SommeB             TO CKPT-SommeB
           MOVE DonneesCkpt     TO LigneCkpt
           OPEN OUTPUT PointControle
           IF StatutCkpt NOT = "00"
           MOVE 0 TO CKPT-Numerique
           MOVE 0 TO CKPT-Espaces
           MOVE 0 TO CKPT-Autres
           MOVE 0 TO CKPT-SommeA
           MOVE 0 TO CKPT-SommeB
           MOVE DonneesCkpt TO LigneCkpt
           OPEN OUTPUT PointControle
           IF StatutCkpt NOT = "00"
                  CompteurLignes      DELIMITED BY SIZE
                  "  CARACTERES="     DELIMITED BY SIZE
                  CompteurCaracteres  DELIMITED BY SIZE
                  "  EMPREINTE="      DELIMITED BY SIZE
                  Empreinte           DELIMITED BY SIZE
                  INTO ZoneHistorique
           OPEN EXTEND Historique
           IF StatutHistorique NOT = "00"
