      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521X   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Controle des Taux contre la Grille       *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                periodique (revue assureur)                    *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Controle des taux appliques aux adhesions vivantes contre la
      *grille tarifaire contractuelle : les reprises et les forcages
      *manuels laissent des assures hors grille sans que rien ne le
      *signale (AE521C ne decompose qu'un couple pret/assure, AE521P
      *simule une nouvelle grille). Le programme rejoue le portefeuille
      *(fichier d'IDELCO) par le meme chemin qu'AE521P : pages
      *X51058H, contexte X51058A, composantes X51058B (TCAMDC a
      *TCOCHO, garantie portee fixee par la table 0400 d'AE521P),
      *instantane nocturne AE521V s'il est retenu.
      *Fichier GRILLE (une ligne par taux de reference) : marche
      *(resolu comme AE521P, CS contrat V -> IM ; ** = tous), type de
      *contrat X58B-CDCAPR (** = tous), garantie (** = toutes), age
      *minimum et maximum a la signature, duree du pret minimum et
      *maximum en mois (DF01-PDURPR), composante (DC IT I3 CH CD MN
      *TP A0 MR IP IC CHO) et taux de reference en points. La
      *premiere ligne qui correspond est retenue : les lignes les
      *plus precises doivent preceder les lignes generiques.
      *Age a la signature : annees revolues entre X58H-DANAIS et
      *X58A-DASIGN ; une adhesion non signee n'est pas controlee, une
      *date de naissance inexploitable met l'assure en erreur.
      *Seules les composantes souscrites (taux applique non nul) sont
      *controlees ; une composante sans ligne de grille est comptee
      *"sans reference" par marche. Un assure delegue (AC72, cf
      *AE521S) ne cotise plus a l'ADI et n'est pas controle.
      *Fichier PARAM facultatif : col 1-8 tolerance en points de taux
      *9(3)V9(5) (0,00500 par defaut, soit la moitie de la precision
      *des taux X58B).
      *Restitution TAUREP : une ligne par ecart au-dela de la
      *tolerance (taux attendu, taux applique, impact annuel de prime
      *= capital couvert X58B-MTPA15 x ecart / 100, positif si
      *l'assure paie trop) puis les totaux par marche pour la revue
      *assureur.
      *Compte-rendu normalise (copy ZCF205AR) au fichier commun CRLOG
      *et RETURN-CODE gradue : 0 propre, 4 si des ecarts sont releves
      *ou des prets, assures ou lignes de grille sont en erreur, 8
      *echec (grille vide ou aucun pret traite), pour signalement par
      *AE521L.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521X.
       AUTHOR.         "ADE : Controle des Taux contre la Grille".
       DATE-COMPILED.   15/10/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-IDELCO      ASSIGN TO "IDELCO"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-GRILLE      ASSIGN TO "GRILLE"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-PARAM
                                ASSIGN TO "PARAM"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-TAUREP      ASSIGN TO "TAUREP"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-ISNADE
                                ASSIGN TO "ISNADE"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS ISNADE-REC-CLE.
           SELECT OPTIONAL F-ISNCTL
                                ASSIGN TO "ISNCTL"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IDELCO
           RECORDING MODE IS F.
       01  IDELCO-REC.
           05                    IDELCO-REC-IDELCO     PIC X(11).
       FD  F-GRILLE
           RECORDING MODE IS F.
       01  GRILLE-REC.
           05                    GRILLE-REC-CDMAAS     PIC X(2).
           05                    GRILLE-REC-CDCAPR     PIC X(2).
           05                    GRILLE-REC-CDGADE     PIC X(2).
           05                    GRILLE-REC-QTAGMI     PIC 9(3).
           05                    GRILLE-REC-QTAGMA     PIC 9(3).
           05                    GRILLE-REC-QTDUMI     PIC 9(3).
           05                    GRILLE-REC-QTDUMA     PIC 9(3).
           05                    GRILLE-REC-CDCOMP     PIC X(3).
           05                    GRILLE-REC-TXREFE     PIC 9(3)V9(5).
       FD  F-PARAM
           RECORDING MODE IS F.
       01  PARAM-REC.
           05                    PARAM-REC-TXTOLE      PIC 9(3)V9(5).
       FD  F-TAUREP
           RECORDING MODE IS F.
       01  TAUREP-REC            PIC X(96).
       FD  F-ISNADE.
           COPY 'ZCIS01AR' REPLACING ==(PREF)== BY ==ISNADE-REC==.
       FD  F-ISNCTL
           RECORDING MODE IS F.
           COPY 'ZCIS02AR' REPLACING ==(PREF)== BY ==ISNCTL-REC==.
       FD  F-CRLOG
           RECORDING MODE IS F.
           COPY 'ZCF205AR' REPLACING ==(PREF)== BY ==CRLOG-REC==.
       WORKING-STORAGE SECTION.
      *<debut_working�>
        COPY 'GENWGNIV'.
      *GESTION DES ERREURS CENTRALISEE
       01                    ER00-ZTERMR           IS EXTERNAL PIC
                                                   X(4000).
       01                    ER00-ZTYENT           IS EXTERNAL PIC X.
       01                    ER00-ZNMPR2           IS EXTERNAL PIC X(8).
       01                    ER00-ZNMMOD           IS EXTERNAL PIC X(8).
      *GESTION DES APPELS DYNAMIQUES
       01                    CALL-ZNMPR2           PIC X(8).
      *Zones de buffers Acc}s Bases
       COPY 'ZCDF01AR' REPLACING ==(PREF)== BY ==DF01==.
       01                    DF01-IK               PIC X VALUE ZERO.
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AC72==.
       01                    AC72-IK               PIC X VALUE ZERO.
      *Zones de buffers Echanges avec Sous-Programmes
       COPY 'D5X58AAR' REPLACING ==(PREF)== BY ==X58A==.
       COPY 'D5X58BAR' REPLACING ==(PREF)== BY ==X58B==.
       COPY 'D5X58HAR' REPLACING ==(PREF)== BY ==X58H==.
       COPY 'D5X601AR' REPLACING ==(PREF)== BY ==X601==.
      *ENVIRONNEMENT LOGIQUE
       01                    BLOCLG                IS EXTERNAL.
           05                LG-ORDRE              PIC X(20).
           05                LG-ZCMAJ              PIC X.
           05                LG-STATUS             PIC 9(7).
           05                LG-STATUS-INFO        PIC 9(7).
           05                LG-ZCLREF             PIC X(100).
           05                LG-ZCSQL1             PIC S9(9) SIGN IS
                                                   TRAILING SEPARATE
                                                   CHARACTER.
           05                LG-ZCSQLC             PIC S9(9) SIGN IS
                                                   TRAILING SEPARATE
                                                   CHARACTER.
           05                LG-ZCDBUG             PIC X(14).
       01                    W-LO99-STATUS         PIC 9(5).
                          88 OK                    VALUE 00000.
                          88 PAS-TROUVE            VALUE 00004 10004
                                                   20004 30004 40004
                                                   50004 17000.
                          88 FIN-DOMAINE           VALUE 00001 10001
                                                   20001 30001 40001
                                                   50001.
                          88 TROUVE-SUP            VALUE 00006.
                          88 TROUVE-INF            VALUE 00007.
      *ZONES POUR GESTION LECTURE PARAM}TRE
       01                    PASA-PA01-ZCMAJ       PIC X
                                                          VALUE "L".
       01                    PASE-PA01        IS EXTERNAL.
           05                PASE-PA01-CTPARA      PIC 99.
           05                PASE-PA01-FILLER      PIC X(1000).
       01                    PASE-PA01-BALISE IS EXTERNAL.
           05                PASE-PA01-CPFLA9      PIC X.
       COPY 'ZCJC01AU' REPLACING ==(PREF)== BY ==PA01==.
       COPY 'ZCDE04AR' REPLACING ==(PREF)== BY ==DE04==.
       01                    DE04-IK               PIC X VALUE ZERO.
      *Indices et divers
       01                    INDICES-AE521X        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
           05                J92CPR                PIC S9(4) VALUE ZERO.
           05                J92GRR                PIC S9(4) VALUE ZERO.
           05                J92TMR                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-PDECHM             PIC S9(3) VALUE ZERO.
       01                    WS-PDUR18             PIC S9(7) VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBPRET-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-VUS         PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-NSIG        PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-DELE        PIC 9(7) VALUE ZERO.
           05                WS-NBGRI-LUES         PIC 9(7) VALUE ZERO.
           05                WS-NBGRI-KO           PIC 9(7) VALUE ZERO.
           05                WS-NBECART            PIC 9(7) VALUE ZERO.
           05                WS-QTREJE             PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
       01                    WS-FIN-GRILLE         PIC X VALUE "N".
                          88 FIN-FICHIER-GRILLE     VALUE "O".
      *Pagination des assures (X51058H par pages de 10)
       01                    WS-NUASDE             PIC S9(3) VALUE ZERO.
       01                    WS-QTASVU             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-FIN-PAGES          PIC X VALUE "N".
                          88 FIN-PAGES-ASSURE       VALUE "O".
      *Delegation d'assurance de l'assure en cours (AC72)
       01                    WS-DELEGUE            PIC X VALUE "N".
                          88 ASSURE-DELEGUE         VALUE "O".
       01                    WS-DFDELE             PIC X(8).
      *Marche de l'assure en cours (apres regle CS contrat V -> IM)
       01                    WS-CDMAAG             PIC X(2).
      *Assure en cours : age a la signature, duree du pret, capital
       01                    WS-DATE-NAIS.
           05                WS-DTN-SSAA           PIC 9(4).
           05                WS-DTN-MMJJ           PIC 9(4).
       01                    WS-DATE-SIGN.
           05                WS-DTS-SSAA           PIC 9(4).
           05                WS-DTS-MMJJ           PIC 9(4).
       01                    WS-QTAGE              PIC S9(5) COMP-3
                                                   VALUE ZERO.
       01                    WS-QTDURE             PIC S9(5) COMP-3
                                                   VALUE ZERO.
       01                    WS-MTCAPI             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Composante en cours : taux attendu, ecart et impact annuel
       01                    WS-TROUVE-GRI         PIC X VALUE "N".
                          88 REFERENCE-TROUVEE      VALUE "O".
       01                    WS-TXREFE             PIC S9(7)V9(5)
                                                   COMP-3 VALUE ZERO.
       01                    WS-TXECAR             PIC S9(7)V9(5)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MTIMPA             PIC S9(11)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Tolerance en points de taux (fichier PARAM)
       01                    WS-TXTOLE             PIC S9(3)V9(5)
                                                   COMP-3 VALUE 0,005.
      *Composantes du taux de l'assure (garantie fixee en 0400)
       01                    WS-TABLE-COMP.
           05                WS-COMP               OCCURS 12 TIMES.
               10            WS-CMP-CDCOMP         PIC X(3).
               10            WS-CMP-CDGADE         PIC X(2).
               10            WS-CMP-TXCOMP         PIC S9(7)V9(5)
                                                   COMP-3.
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
      *Table de la grille tarifaire de reference (fichier GRILLE)
       01                    WS-NBGRI              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-GRI            PIC S9(4) COMP SYNC
                                                   VALUE +0500.
       01                    WS-TABLE-GRI.
           05                WS-GRI                OCCURS 500 TIMES.
               10            WS-GRI-CDMAAS         PIC X(2).
               10            WS-GRI-CDCAPR         PIC X(2).
               10            WS-GRI-CDGADE         PIC X(2).
               10            WS-GRI-QTAGMI         PIC S9(3) COMP-3.
               10            WS-GRI-QTAGMA         PIC S9(3) COMP-3.
               10            WS-GRI-QTDUMI         PIC S9(3) COMP-3.
               10            WS-GRI-QTDUMA         PIC S9(3) COMP-3.
               10            WS-GRI-CDCOMP         PIC X(3).
               10            WS-GRI-TXREFE         PIC S9(3)V9(5)
                                                   COMP-3.
      *Totaux du portefeuille par code marche
       01                    WS-NBTOT              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-TOT            PIC S9(4) COMP SYNC
                                                   VALUE +0050.
       01                    WS-TRTOT              PIC X VALUE "N".
                          88 TOTAL-TROUVE           VALUE "O".
       01                    WS-TABLE-TOT.
           05                WS-TOT                OCCURS 50 TIMES.
               10            WS-TOT-CDMAAS         PIC X(2).
               10            WS-TOT-NBASSU         PIC 9(7).
               10            WS-TOT-NBCOMP         PIC 9(7).
               10            WS-TOT-NBECAR         PIC 9(7).
               10            WS-TOT-NBSREF         PIC 9(7).
               10            WS-TOT-MTIMPA         PIC S9(13)V9(2)
                                                   COMP-3.
       01                    WS-NBTOT-ASSU         PIC 9(7) VALUE ZERO.
       01                    WS-NBTOT-COMP         PIC 9(7) VALUE ZERO.
       01                    WS-NBTOT-SREF         PIC 9(7) VALUE ZERO.
       01                    WS-MTTOT-IMPA         PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Ligne detail d'un ecart au-dela de la tolerance
       01                    WS-LIGNE-ECA.
           05                WLE-IDELCO            PIC X(11).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-IDASCN            PIC X(11).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-CDMAAS            PIC X(2).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-CDCAPR            PIC X(2).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-CDGADE            PIC X(2).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-CDCOMP            PIC X(3).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-QTAGE             PIC ZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-QTDURE            PIC ZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-TXREFE            PIC ZZ9,99999.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-TXAPPL            PIC ZZ9,99999.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-MTIMPA            PIC -ZZZZZZZ9,99.
           05                FILLER                PIC X(18) VALUE
                                                   SPACE.
      *Ligne de total (un marche, puis le total general)
       01                    WS-LIGNE-TOT.
           05                WLT-CDMAAS            PIC X(6).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLT-NBASSU            PIC ZZZZZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLT-NBCOMP            PIC ZZZZZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLT-NBECAR            PIC ZZZZZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLT-NBSREF            PIC ZZZZZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLT-MTIMPA            PIC -ZZZZZZZZZZ9,99.
           05                FILLER                PIC X(42) VALUE
                                                   SPACE.
       01                    WS-EDIT-TAUX          PIC ZZ9,99999.
      *Instantane ADE nocturne (AE521V) : controle et lecture
       01                    WS-ISN-ETAT           PIC X VALUE "N".
                          88 INSTANTANE-RETENU      VALUE "O".
                          88 INSTANTANE-REFUSE      VALUE "R".
       01                    WS-ISN-PAGE           PIC X VALUE "N".
                          88 PAGE-INSTANTANE        VALUE "O".
       01                    WS-ISN-FIN            PIC X VALUE "N".
                          88 FIN-INSTANTANE-PRET    VALUE "O".
       01                    WS-ISN-TROUVE         PIC X VALUE "N".
                          88 ASSURE-INSTANTANE      VALUE "O".
       01                    WS-ISN-DHBATI         PIC X(14) VALUE
                                                   ZEROES.
       01                    WS-ISN-QTENRE         PIC 9(9) VALUE ZERO.
       01                    WS-ISN-COMPTEURS      COMP SYNC.
           05                WS-ISN-NBLUS          PIC S9(4) VALUE ZERO.
           05                WS-ISN-QTASTO         PIC S9(4) VALUE ZERO.
           05                WS-ISN-QTPAGE         PIC S9(4) VALUE ZERO.
           05                WS-ISN-NURANG         PIC S9(4) VALUE ZERO.
       01                    WS-ISN-NBSERV         PIC 9(7) VALUE ZERO.
       01                    WS-ISN-NBDIRE         PIC 9(7) VALUE ZERO.
      *<fin_working>_01
       PROCEDURE DIVISION.
      *
      * -------------> PILOTE GENERAL
      *
       0000-PILOTE.
           PERFORM 0100-OUVERTURE        THRU 0100-OUVERTURE-FIN
           PERFORM 0200-TRAITEMENT-PRET
                                THRU 0200-TRAITEMENT-PRET-FIN
                                UNTIL FIN-FICHIER-IDELCO
           PERFORM 0900-CLOTURE          THRU 0900-CLOTURE-FIN.
       0000-PILOTE-FIN.
           EXIT.
      *
       0100-OUVERTURE.
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO WS-DHDEBU
           OPEN INPUT                      F-IDELCO
           OPEN INPUT                      F-GRILLE
           OPEN OUTPUT                     F-TAUREP
      *               TOLERANCE EN POINTS DE TAUX
      *               ----------------------------
           OPEN INPUT                      F-PARAM
           READ F-PARAM
              AT END CONTINUE
              NOT AT END
                 IF PARAM-REC-TXTOLE NUMERIC
                    MOVE PARAM-REC-TXTOLE  TO WS-TXTOLE
                 END-IF
           END-READ
           CLOSE F-PARAM
      *               RECHERCHE NO VERSION ADI
      *               ------------------------
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
           PERFORM 0160-CONTROLE-INSTANTANE
                            THRU 0160-CONTROLE-INSTANTANE-FIN
      *               CHARGEMENT DE LA GRILLE DE REFERENCE
      *               -------------------------------------
           PERFORM 0110-CHARGE-GRILLE     THRU 0110-CHARGE-GRILLE-FIN
                                        UNTIL FIN-FICHIER-GRILLE
           CLOSE F-GRILLE
      *               EN-TETE DE LA RESTITUTION
      *               --------------------------
           MOVE SPACES                     TO TAUREP-REC
           MOVE WS-TXTOLE                  TO WS-EDIT-TAUX
           STRING "CONTROLE DES TAUX APPLIQUES CONTRE LA GRILLE - "
                  "SITUATION AU " PA01-DTJOUP (7:2) "/"
                  PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                  " - TOLERANCE " WS-EDIT-TAUX
                  DELIMITED                BY SIZE
                                         INTO TAUREP-REC
           WRITE TAUREP-REC
           MOVE "IDELCO      IDASCN      MA CT GA CMP AGE DUR   ATTENDU 
      -    " APPLIQUE IMPACT ANNUEL"        TO TAUREP-REC
           WRITE TAUREP-REC
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN
           IF WS-NBGRI = ZERO
      *               GRILLE VIDE : RIEN A CONTROLER
              MOVE "O"                     TO WS-FIN-FICHIER
              IF WS-LM1ERR = SPACES
                 MOVE "FICHIER GRILLE VIDE, AUCUN CONTROLE"
                                           TO WS-LM1ERR
              END-IF
           END-IF.
       0100-OUVERTURE-FIN.
           EXIT.
      *
      *               CONTROLE DE L'INSTANTANE ADE NOCTURNE (AE521V)
      *               TIMBRE ABSENT, KO (A ZERO), D'UN AUTRE JOUR DE
      *               TRAITEMENT OU D'UNE AUTRE VERSION ADI : REFUS,
      *               TOUT LE TRAITEMENT SE FAIT EN APPELS DIRECTS
      *               (CF AE521F 0150-CONTROLE-XREF)
      *               ----------------------------------------------
       0160-CONTROLE-INSTANTANE.
           MOVE "O"                        TO WS-ISN-ETAT
           MOVE ZEROES                     TO WS-ISN-DHBATI
                                              WS-ISN-QTENRE
           OPEN INPUT                      F-ISNCTL
           READ F-ISNCTL
              AT END
                 MOVE "R"                  TO WS-ISN-ETAT
              NOT AT END
                 MOVE ISNCTL-REC-DHBATI    TO WS-ISN-DHBATI
                 IF ISNCTL-REC-QTENRE NUMERIC
                    MOVE ISNCTL-REC-QTENRE TO WS-ISN-QTENRE
                 END-IF
                 IF ISNCTL-REC-DTJOUP NOT = PA01-DTJOUP
                 OR ISNCTL-REC-NOVADI NOT = X601-NOVADI
                    MOVE "R"               TO WS-ISN-ETAT
                 END-IF
           END-READ
           CLOSE F-ISNCTL
           IF WS-ISN-DHBATI NOT NUMERIC
           OR WS-ISN-DHBATI = ZEROES
           OR WS-ISN-QTENRE = ZERO
              MOVE "R"                     TO WS-ISN-ETAT
           END-IF
           IF INSTANTANE-REFUSE
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521X 0160-CONTROLE-INSTANTANE "
                     "INSTANTANE ADE REFUSE (ABSENT, KO OU PERIME)"
                     " DHBATI=" WS-ISN-DHBATI
                     " QTENRE=" WS-ISN-QTENRE
                     " - APPELS DIRECTS"
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              IF WS-LM1ERR = SPACES
                 STRING "INSTANTANE ADE REFUSE DHBATI=" WS-ISN-DHBATI
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0160-CONTROLE-INSTANTANE-FIN
           END-IF
           OPEN INPUT                      F-ISNADE
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521X 0160-CONTROLE-INSTANTANE "
                  "INSTANTANE ADE RETENU DHBATI=" WS-ISN-DHBATI
                  " QTENRE=" WS-ISN-QTENRE
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0160-CONTROLE-INSTANTANE-FIN.
           EXIT.
      *
      *               BILAN DE L'INSTANTANE EN CLOTURE : UN REFUS
      *               REND LE JOB PARTIEL (CODE RETOUR 4 AU MOINS)
      *               ---------------------------------------------
       0165-BILAN-INSTANTANE.
           IF INSTANTANE-REFUSE
              IF WS-CDRETO < 4
                 MOVE 4                    TO WS-CDRETO
              END-IF
              GO TO 0165-BILAN-INSTANTANE-FIN
           END-IF
           CLOSE F-ISNADE
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521X 0165-BILAN-INSTANTANE "
                  "INSTANTANE ADE LECTURES=" WS-ISN-NBSERV
                  " APPELS DIRECTS=" WS-ISN-NBDIRE
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0165-BILAN-INSTANTANE-FIN.
           EXIT.
      *
      *               CHARGEMENT D'UNE LIGNE DE GRILLE : LIGNE
      *               INEXPLOITABLE OU TABLE SATUREE = REJET
      *               -----------------------------------------
       0110-CHARGE-GRILLE.
           READ F-GRILLE
              AT END MOVE "O"              TO WS-FIN-GRILLE
                     GO TO 0110-CHARGE-GRILLE-FIN
           END-READ
           ADD 1                           TO WS-NBGRI-LUES
           IF GRILLE-REC-TXREFE NOT NUMERIC
           OR GRILLE-REC-QTAGMI NOT NUMERIC
           OR GRILLE-REC-QTAGMA NOT NUMERIC
           OR GRILLE-REC-QTDUMI NOT NUMERIC
           OR GRILLE-REC-QTDUMA NOT NUMERIC
           OR GRILLE-REC-QTAGMA < GRILLE-REC-QTAGMI
           OR GRILLE-REC-QTDUMA < GRILLE-REC-QTDUMI
           OR GRILLE-REC-CDCOMP = SPACES
              ADD 1                        TO WS-NBGRI-KO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521X 0110-CHARGE-GRILLE "
                     "LIGNE DE GRILLE INVALIDE, IGNOREE="
                     GRILLE-REC-CDMAAS "/" GRILLE-REC-CDCOMP
                     " RANG=" WS-NBGRI-LUES
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              IF WS-LM1ERR = SPACES
                 STRING "LIGNE DE GRILLE INVALIDE RANG=" WS-NBGRI-LUES
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0110-CHARGE-GRILLE-FIN
           END-IF
           IF WS-NBGRI < WS-MAX-GRI
              ADD 1                        TO WS-NBGRI
              MOVE GRILLE-REC-CDMAAS       TO WS-GRI-CDMAAS (WS-NBGRI)
              MOVE GRILLE-REC-CDCAPR       TO WS-GRI-CDCAPR (WS-NBGRI)
              MOVE GRILLE-REC-CDGADE       TO WS-GRI-CDGADE (WS-NBGRI)
              MOVE GRILLE-REC-QTAGMI       TO WS-GRI-QTAGMI (WS-NBGRI)
              MOVE GRILLE-REC-QTAGMA       TO WS-GRI-QTAGMA (WS-NBGRI)
              MOVE GRILLE-REC-QTDUMI       TO WS-GRI-QTDUMI (WS-NBGRI)
              MOVE GRILLE-REC-QTDUMA       TO WS-GRI-QTDUMA (WS-NBGRI)
              MOVE GRILLE-REC-CDCOMP       TO WS-GRI-CDCOMP (WS-NBGRI)
              MOVE GRILLE-REC-TXREFE       TO WS-GRI-TXREFE (WS-NBGRI)
           ELSE
      *               GRILLE SATUREE : LIGNE IGNOREE (REJET)
              ADD 1                        TO WS-NBGRI-KO
              IF WS-LM1ERR = SPACES
                 STRING "TABLE GRILLE SATUREE, LIGNE IGNOREE="
                        GRILLE-REC-CDMAAS "/"
                        GRILLE-REC-CDCOMP
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521X 0110-CHARGE-GRILLE "
                     "TABLE GRILLE SATUREE, LIGNE IGNOREE="
                     GRILLE-REC-CDMAAS "/" GRILLE-REC-CDCOMP
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
           END-IF.
       0110-CHARGE-GRILLE-FIN.
           EXIT.
      *
       0190-LECTURE-IDELCO.
           READ F-IDELCO
              AT END MOVE "O"              TO WS-FIN-FICHIER
           END-READ.
       0190-LECTURE-IDELCO-FIN.
           EXIT.
      *
       0200-TRAITEMENT-PRET.
           ADD 1                           TO WS-NBPRET-LUS
           MOVE IDELCO-REC-IDELCO          TO DF01-IDELCO
           PERFORM 0210-ACCES-DF01        THRU 0210-ACCES-DF01-FIN
           IF DF01-IK NOT = ZERO
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "ACCES DF01 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
           MOVE DF01-PDURPR                TO WS-QTDURE
      *               BOUCLE SUR LES PAGES D'ASSURES (X51058H)
      *               -----------------------------------------
           MOVE 1                          TO WS-NUASDE
           MOVE ZERO                       TO WS-QTASVU
           MOVE "N"                        TO WS-FIN-PAGES
           PERFORM 0215-TRAITE-PAGE       THRU 0215-TRAITE-PAGE-FIN
                                        UNTIL FIN-PAGES-ASSURE
           IF WS-QTASVU = ZEROES
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "PAS D'ASSURE IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
           END-IF.
       0200-TRAITEMENT-PRET-SUIVANT.
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN.
       0200-TRAITEMENT-PRET-FIN.
           EXIT.
      *
       0210-ACCES-DF01.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGDF01"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DF01
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              MOVE ZERO                    TO DF01-IK
              GO TO 0210-ACCES-DF01-FIN
           END-IF
           MOVE 1                          TO DF01-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521X 0210-ACCES-DF01 "
                  "PB ACCES DF01 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0210-ACCES-DF01-FIN.
           EXIT.
      *
      *               TRAITEMENT D'UNE PAGE D'ASSURES (10 AU PLUS)
      *               ---------------------------------------------
       0215-TRAITE-PAGE.
           PERFORM 0220-ACCES-X58H        THRU 0220-ACCES-X58H-FIN
           IF X58H-QTASTO = ZEROES
              MOVE X58H-QTASSU             TO X58H-QTASTO
           END-IF
           IF X58H-QTASSU = ZEROES
              MOVE "O"                     TO WS-FIN-PAGES
              GO TO 0215-TRAITE-PAGE-FIN
           END-IF
           ADD X58H-QTASSU                 TO WS-QTASVU
           PERFORM VARYING J50CFR FROM 1 BY 1
                                        UNTIL J50CFR > X58H-QTASSU
              PERFORM 0230-CONTROLE-ASSURE
                                        THRU 0230-CONTROLE-ASSURE-FIN
           END-PERFORM
      *               PAGE SUIVANTE EVENTUELLE
      *               ------------------------
           IF X58H-QTASTO > X58H-NUASDE + X58H-QTASSU - 1
              ADD X58H-QTASSU              TO WS-NUASDE
           ELSE
              MOVE "O"                     TO WS-FIN-PAGES
           END-IF.
       0215-TRAITE-PAGE-FIN.
           EXIT.
      *
       0220-ACCES-X58H.
      *               PRET COMPLET DANS L'INSTANTANE NOCTURNE : PAGE
      *               SERVIE SANS APPEL ; SINON APPEL DIRECT
           IF INSTANTANE-RETENU
              PERFORM 0225-PAGE-INSTANTANE
                                     THRU 0225-PAGE-INSTANTANE-FIN
              IF PAGE-INSTANTANE
                 GO TO 0220-ACCES-X58H-FIN
              END-IF
           END-IF
           INITIALIZE                         X58H
           MOVE X601-NOVADI                TO X58H-NOVADI
           MOVE DF01-IDELCO                TO X58H-IDPRAS
           MOVE WS-NUASDE                  TO X58H-NUASDE
           MOVE "X51058H"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING X58H.
       0220-ACCES-X58H-FIN.
           EXIT.
      *
      *               PAGE D'ASSURES LUE DANS L'INSTANTANE : TOUS LES
      *               ASSURES DU PRET DOIVENT Y FIGURER (QTASTO),
      *               SINON LE PRET EST TRAITE EN APPEL DIRECT
      *               -----------------------------------------------
       0225-PAGE-INSTANTANE.
           MOVE "N"                        TO WS-ISN-PAGE
           INITIALIZE                         X58H
           MOVE X601-NOVADI                TO X58H-NOVADI
           MOVE DF01-IDELCO                TO X58H-IDPRAS
           MOVE WS-NUASDE                  TO X58H-NUASDE
           MOVE ZERO                       TO WS-ISN-NBLUS
                                              WS-ISN-QTASTO
                                              WS-ISN-QTPAGE
           MOVE "N"                        TO WS-ISN-FIN
           MOVE DF01-IDELCO                TO ISNADE-REC-IDELCO
           MOVE LOW-VALUES                 TO ISNADE-REC-IDASCN
           START F-ISNADE KEY NOT < ISNADE-REC-CLE
              INVALID KEY
                 MOVE "O"                  TO WS-ISN-FIN
           END-START
           PERFORM 0226-LECTURE-INSTANTANE
                                  THRU 0226-LECTURE-INSTANTANE-FIN
                                 UNTIL FIN-INSTANTANE-PRET
           IF WS-ISN-NBLUS = ZERO OR WS-ISN-NBLUS NOT = WS-ISN-QTASTO
              ADD 1                        TO WS-ISN-NBDIRE
              GO TO 0225-PAGE-INSTANTANE-FIN
           END-IF
      *               NOMBRE D'ASSURES ATTENDU SUR LA PAGE
           COMPUTE WS-ISN-NURANG = WS-ISN-QTASTO - WS-NUASDE + 1
           IF WS-ISN-NURANG > 10
              MOVE 10                      TO WS-ISN-NURANG
           END-IF
           IF WS-ISN-NURANG < ZERO
              MOVE ZERO                    TO WS-ISN-NURANG
           END-IF
           IF WS-ISN-QTPAGE NOT = WS-ISN-NURANG
              ADD 1                        TO WS-ISN-NBDIRE
              GO TO 0225-PAGE-INSTANTANE-FIN
           END-IF
           MOVE WS-ISN-QTASTO              TO X58H-QTASTO
           MOVE WS-ISN-QTPAGE              TO X58H-QTASSU
           MOVE "O"                        TO WS-ISN-PAGE
           ADD 1                           TO WS-ISN-NBSERV.
       0225-PAGE-INSTANTANE-FIN.
           EXIT.
      *
       0226-LECTURE-INSTANTANE.
           READ F-ISNADE NEXT RECORD
              AT END
                 MOVE "O"                  TO WS-ISN-FIN
           END-READ
           IF FIN-INSTANTANE-PRET
              GO TO 0226-LECTURE-INSTANTANE-FIN
           END-IF
           IF ISNADE-REC-IDELCO NOT = DF01-IDELCO
              MOVE "O"                     TO WS-ISN-FIN
              GO TO 0226-LECTURE-INSTANTANE-FIN
           END-IF
           ADD 1                           TO WS-ISN-NBLUS
           MOVE ISNADE-REC-QTASTO          TO WS-ISN-QTASTO
           COMPUTE WS-ISN-NURANG = ISNADE-REC-NUASSU - WS-NUASDE + 1
           IF WS-ISN-NURANG > ZERO AND WS-ISN-NURANG NOT > 10
              ADD 1                        TO WS-ISN-QTPAGE
              MOVE ISNADE-REC-IDASCN       TO X58H-IDASCN
                                              (WS-ISN-NURANG)
              MOVE ISNADE-REC-CQRPCN       TO X58H-CQRPCN
                                              (WS-ISN-NURANG)
              MOVE ISNADE-REC-DANAIS       TO X58H-DANAIS
                                              (WS-ISN-NURANG)
              MOVE ISNADE-REC-LINOA1       TO X58H-LINOA1
                                              (WS-ISN-NURANG)
           END-IF.
       0226-LECTURE-INSTANTANE-FIN.
           EXIT.
      *
      *               LECTURE DIRECTE D'UN ASSURE DE L'INSTANTANE
      *               (CLE IDELCO + IDASCN ALIMENTEE PAR L'APPELANT) ;
      *               RETENU SI LE CONTEXTE X51058A ETAIT CORRECT
      *               ------------------------------------------------
       0227-ASSURE-INSTANTANE.
           MOVE "N"                        TO WS-ISN-TROUVE
           READ F-ISNADE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ISNADE-REC-CPX58A = "O"
                    MOVE "O"               TO WS-ISN-TROUVE
                 END-IF
           END-READ.
       0227-ASSURE-INSTANTANE-FIN.
           EXIT.
      *
      *               CONTROLE D'UN ASSURE : CONTEXTE X51058A,
      *               COMPOSANTES X51058B (CHEMIN D'AE521P),
      *               COMPARAISON A LA GRILLE DE REFERENCE
      *               -------------------------------------------
       0230-CONTROLE-ASSURE.
           ADD 1                           TO WS-NBASSU-VUS
      *               ACCES AD10-AD11 - CONTEXTE ASSURE
           INITIALIZE                         X58A
           MOVE X601-NOVADI                TO X58A-NOVADI
           MOVE DF01-IDELCO                TO X58A-IDPRAS
           MOVE "10"                       TO X58A-IDENRE
           MOVE "RE"                       TO X58A-ZCDFO3
           MOVE X58H-IDASCN (J50CFR)       TO X58A-IDASCN
           PERFORM P-51058A               THRU P-51058A-FIN
           IF X58A-CESADI NOT = ZEROES AND X58A-CESADI NOT = "0 " AND
              X58A-CESADI NOT = " 0" AND X58A-CESADI NOT = SPACES
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521X 0230-CONTROLE-ASSURE "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
      *               ADHESION NON SIGNEE : HORS CONTROLE
           IF X58A-DASIGN = SPACES OR X58A-DASIGN = ZEROES
           OR X58A-DASIGN NOT NUMERIC
              ADD 1                        TO WS-NBASSU-NSIG
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
      *               AGE EN ANNEES REVOLUES A LA SIGNATURE
      *               --------------------------------------
           IF X58H-DANAIS (J50CFR) NOT NUMERIC
           OR X58H-DANAIS (J50CFR) = ZEROES
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521X 0230-CONTROLE-ASSURE "
                     "DATE DE NAISSANCE INVALIDE IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     " DANAIS=" X58H-DANAIS (J50CFR)
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              IF WS-LM1ERR = SPACES
                 STRING "DATE DE NAISSANCE INVALIDE IDELCO="
                        DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
           MOVE X58H-DANAIS (J50CFR)       TO WS-DATE-NAIS
           MOVE X58A-DASIGN                TO WS-DATE-SIGN
           COMPUTE WS-QTAGE = WS-DTS-SSAA - WS-DTN-SSAA
           IF WS-DTS-MMJJ < WS-DTN-MMJJ
              SUBTRACT 1                 FROM WS-QTAGE
           END-IF
           IF WS-QTAGE < ZERO
              MOVE ZERO                    TO WS-QTAGE
           END-IF
      *               COMPOSANTES DU TAUX (X51058B)
      *               ------------------------------
           PERFORM 0240-APPEL-X58B        THRU 0240-APPEL-X58B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521X 0230-CONTROLE-ASSURE "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO=" DF01-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
           MOVE X58B-MTPA15                TO WS-MTCAPI
      *               MARCHE DE L'ASSURE (REPLI CS COMME A
      *               L'ECRAN) - REGLE CONTRAT V DU MARCHE CS
      *               TRAITE EN IM (CF AE521P 0230)
      *               -----------------------------------------
           MOVE X58A-CDMAAS                TO WS-CDMAAG
           IF WS-CDMAAG = SPACES OR WS-CDMAAG = ZEROES
              MOVE "CS"                    TO WS-CDMAAG
           END-IF
           IF WS-CDMAAG = "CS" AND X58B-CDCAPR = "V"
              MOVE "IM"                    TO WS-CDMAAG
           END-IF
      *               ASSURE DELEGUE (AE521S) : HORS PRIMES ADI
      *               ------------------------------------------
           PERFORM 0235-RECHERCHE-DELEGATION
                                  THRU 0235-RECHERCHE-DELEGATION-FIN
           IF AC72-IK = "2"
      *               ACCES AC72 EN ERREUR : ASSURE REJETE, SINON IL
      *               SERAIT TRAITE A TORT COMME NON DELEGUE
              ADD 1                        TO WS-NBASSU-KO
              IF WS-LM1ERR = SPACES
                 STRING "ACCES AC72 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
           IF ASSURE-DELEGUE
              ADD 1                        TO WS-NBASSU-DELE
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
      *               TOTAL DU MARCHE DE L'ASSURE
           PERFORM 0260-POSTE-MARCHE      THRU 0260-POSTE-MARCHE-FIN
           IF TOTAL-TROUVE
              ADD 1                        TO WS-TOT-NBASSU (J92TMR)
           END-IF
           ADD 1                           TO WS-NBTOT-ASSU
      *               TABLE DES COMPOSANTES ET GARANTIES PORTEES
           PERFORM 0400-TABLE-COMPOSANTES
                                      THRU 0400-TABLE-COMPOSANTES-FIN
      *               CONTROLE DES COMPOSANTES SOUSCRITES
      *               ------------------------------------
           PERFORM VARYING J92CPR FROM 1 BY 1
                                        UNTIL J92CPR > 12
              IF WS-CMP-TXCOMP (J92CPR) NOT = ZEROES
                 PERFORM 0250-CONTROLE-COMPOSANTE
                                   THRU 0250-CONTROLE-COMPOSANTE-FIN
              END-IF
           END-PERFORM.
       0230-CONTROLE-ASSURE-FIN.
           EXIT.
      *
      *               RECHERCHE D'UNE DELEGATION D'ASSURANCE (AC72,
      *               GEREE PAR AE521S) EN VIGUEUR A LA DATE DU JOUR
      *               POUR L'ASSURE ; FIN A BLANC = DELEGATION OUVERTE
      *               -----------------------------------------------
       0235-RECHERCHE-DELEGATION.
           MOVE "N"                        TO WS-DELEGUE
           INITIALIZE                         AC72
                                              AC72-IK
           MOVE DF01-IDELCO                TO AC72-IDELCO
           MOVE X58A-IDASCN                TO AC72-IDASCN
           PERFORM 0236-ACCES-OCI-AC72    THRU 0236-ACCES-OCI-AC72-FIN
           MOVE IK                         TO AC72-IK
           IF AC72-IK = ZERO AND AC72-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC72-IK
           END-IF
           PERFORM 0237-TESTE-DELEGATION  THRU 0237-TESTE-DELEGATION-FIN
                                        UNTIL AC72-IK NOT = ZERO
                                           OR ASSURE-DELEGUE.
       0235-RECHERCHE-DELEGATION-FIN.
           EXIT.
      *
       0236-ACCES-OCI-AC72.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF TROUVE-SUP OR TROUVE-INF OR OK
              GO TO 0236-ACCES-OCI-AC72-FIN
           END-IF
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 0236-ACCES-OCI-AC72-FIN
           END-IF
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521X 0236-ACCES-OCI-AC72 "
                  "PB ACCES AC72 IDELCO=" AC72-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0236-ACCES-OCI-AC72-FIN.
           EXIT.
      *
       0237-TESTE-DELEGATION.
           MOVE AC72-DFDELE                TO WS-DFDELE
           IF WS-DFDELE = SPACES OR WS-DFDELE = "00000000"
              MOVE "99991231"              TO WS-DFDELE
           END-IF
           IF AC72-IDASCN = X58A-IDASCN
           AND AC72-DEDELE NOT > PA01-DTJOUP
           AND WS-DFDELE NOT < PA01-DTJOUP
              MOVE "O"                     TO WS-DELEGUE
              GO TO 0237-TESTE-DELEGATION-FIN
           END-IF
      *               DELEGATION SUIVANTE DU PRET
           MOVE ZERO                       TO IK
           MOVE "CLEFSUIVIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              IF AC72-IDELCO NOT = DF01-IDELCO
                 MOVE 1                    TO AC72-IK
              END-IF
              GO TO 0237-TESTE-DELEGATION-FIN
           END-IF
           MOVE 1                          TO AC72-IK
           IF FIN-DOMAINE OR PAS-TROUVE
              GO TO 0237-TESTE-DELEGATION-FIN
           END-IF
           MOVE 2                          TO AC72-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521X 0237-TESTE-DELEGATION "
                  "PB ACCES SUIVANT AC72 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0237-TESTE-DELEGATION-FIN.
           EXIT.
      *
      *               ALIMENTATION X58B (CAPITAL DF01, SANS AJUST.
      *               AC70/TF81 - CF AE521P)
      *               ---------------------------------------------
       0240-APPEL-X58B.
           INITIALIZE                         X58B
           PERFORM VARYING J92CLR FROM 1 BY 1
                                        UNTIL J92CLR > 660
              MOVE ZEROES                  TO X58B-MKDUT8 (J92CLR)
                                              X58B-MCCOMF (J92CLR)
                                              X58B-MCCOMG (J92CLR)
           END-PERFORM
           INITIALIZE                         WS-PDECHM
                                              WS-PDUR18
           IF DF01-CFPEPR = 5
              MOVE 1                       TO WS-PDECHM.
           IF DF01-CFPEPR = 6
              MOVE 3                       TO WS-PDECHM.
           IF DF01-CFPEPR = 7
              MOVE 6                       TO WS-PDECHM.
           IF DF01-CFPEPR = 8
              MOVE 12                      TO WS-PDECHM.
           IF DF01-CFPEPR = 0
              MOVE 1                       TO WS-PDECHM.
           COMPUTE WS-PDUR18 = DF01-PDURPR - ((DF01-NUPEPR - 1) *
                                 WS-PDECHM)
           MOVE ZEROES                     TO X58B-ZZRESU
           MOVE X601-NOVADI                TO X58B-NOVADI
           MOVE "O"                        TO X58B-CPADAC
           MOVE "O"                        TO X58B-CTRCNP
           MOVE X58H-IDASCN (J50CFR)       TO X58B-IDASCN
           MOVE DF01-IDELCO                TO X58B-IDPRET
           MOVE DF01-CCATPR                TO X58B-CCATP1
           IF X58A-CDHRZ = "H2"
           AND (X58A-CDCNTX = "1" OR X58A-CDCNTX = "2")
              MOVE X58A-MTPA15             TO X58B-MTPA15
           ELSE
              MOVE DF01-MTPACR             TO X58B-MTPA15
              IF DF01-CDTECR NOT = 38
                 SUBTRACT DF01-MKRAPR      FROM X58B-MTPA15
              END-IF
           END-IF
           MOVE DF01-MKDURE                TO X58B-MKDUT8 (1)
           MOVE WS-PDUR18                  TO X58B-QTMOAD
           MOVE DF01-DHDNPR                TO X58B-DHDNPR
           MOVE PA01-DTJOUP                TO X58B-ZDVALI
           MOVE DF01-CDTECR                TO X58B-CDTEC1
           MOVE ZEROES                     TO X58B-CPCPAP
           MOVE DF01-CDOMIN                TO X58B-CDOMIN
           MOVE SPACES                     TO X58B-IDRUBC
           MOVE DF01-CDLAPR                TO X58B-CDLAPR
           MOVE DF01-CDSOPR                TO X58B-CDSOPR
           MOVE ZEROES                     TO X58B-PDANPR
           PERFORM P-51058B               THRU P-51058B-FIN.
       0240-APPEL-X58B-FIN.
           EXIT.
      *
      *               CONTROLE D'UNE COMPOSANTE SOUSCRITE : PREMIERE
      *               LIGNE DE GRILLE CORRESPONDANTE (MARCHE, CONTRAT,
      *               GARANTIE, TRANCHES D'AGE ET DE DUREE,
      *               COMPOSANTE), ECART AU-DELA DE LA TOLERANCE EDITE
      *               -------------------------------------------------
       0250-CONTROLE-COMPOSANTE.
           ADD 1                           TO WS-NBTOT-COMP
           IF TOTAL-TROUVE
              ADD 1                        TO WS-TOT-NBCOMP (J92TMR)
           END-IF
           MOVE "N"                        TO WS-TROUVE-GRI
           PERFORM VARYING J92GRR FROM 1 BY 1
                                        UNTIL J92GRR > WS-NBGRI
                                           OR REFERENCE-TROUVEE
              IF (WS-GRI-CDMAAS (J92GRR) = "**" OR
                  WS-GRI-CDMAAS (J92GRR) = WS-CDMAAG)
              AND (WS-GRI-CDCAPR (J92GRR) = "**" OR
                   WS-GRI-CDCAPR (J92GRR) = X58B-CDCAPR)
              AND (WS-GRI-CDGADE (J92GRR) = "**" OR
                   WS-GRI-CDGADE (J92GRR) = WS-CMP-CDGADE (J92CPR))
              AND WS-GRI-CDCOMP (J92GRR) = WS-CMP-CDCOMP (J92CPR)
              AND WS-QTAGE NOT < WS-GRI-QTAGMI (J92GRR)
              AND WS-QTAGE NOT > WS-GRI-QTAGMA (J92GRR)
              AND WS-QTDURE NOT < WS-GRI-QTDUMI (J92GRR)
              AND WS-QTDURE NOT > WS-GRI-QTDUMA (J92GRR)
                 MOVE "O"                  TO WS-TROUVE-GRI
                 MOVE WS-GRI-TXREFE (J92GRR)
                                           TO WS-TXREFE
              END-IF
           END-PERFORM
           IF NOT REFERENCE-TROUVEE
              ADD 1                        TO WS-NBTOT-SREF
              IF TOTAL-TROUVE
                 ADD 1                     TO WS-TOT-NBSREF (J92TMR)
              END-IF
              GO TO 0250-CONTROLE-COMPOSANTE-FIN
           END-IF
           COMPUTE WS-TXECAR = WS-CMP-TXCOMP (J92CPR) - WS-TXREFE
           IF WS-TXECAR NOT > WS-TXTOLE
           AND WS-TXECAR NOT < ZERO - WS-TXTOLE
              GO TO 0250-CONTROLE-COMPOSANTE-FIN
           END-IF
      *               ECART : IMPACT ANNUEL DE PRIME ET LIGNE
           COMPUTE WS-MTIMPA ROUNDED = WS-MTCAPI * WS-TXECAR / 100
           ADD 1                           TO WS-NBECART
           ADD WS-MTIMPA                   TO WS-MTTOT-IMPA
           IF TOTAL-TROUVE
              ADD 1                        TO WS-TOT-NBECAR (J92TMR)
              ADD WS-MTIMPA                TO WS-TOT-MTIMPA (J92TMR)
           END-IF
           MOVE DF01-IDELCO                TO WLE-IDELCO
           MOVE X58A-IDASCN                TO WLE-IDASCN
           MOVE WS-CDMAAG                  TO WLE-CDMAAS
           MOVE X58B-CDCAPR                TO WLE-CDCAPR
           MOVE WS-CMP-CDGADE (J92CPR)     TO WLE-CDGADE
           MOVE WS-CMP-CDCOMP (J92CPR)     TO WLE-CDCOMP
           MOVE WS-QTAGE                   TO WLE-QTAGE
           MOVE WS-QTDURE                  TO WLE-QTDURE
           MOVE WS-TXREFE                  TO WLE-TXREFE
           MOVE WS-CMP-TXCOMP (J92CPR)     TO WLE-TXAPPL
           MOVE WS-MTIMPA                  TO WLE-MTIMPA
           MOVE WS-LIGNE-ECA               TO TAUREP-REC
           WRITE TAUREP-REC.
       0250-CONTROLE-COMPOSANTE-FIN.
           EXIT.
      *
      *               POSTE DU MARCHE DE L'ASSURE DANS LES TOTAUX
      *               (J92TMR POSITIONNE SI TOTAL-TROUVE)
      *               --------------------------------------------
       0260-POSTE-MARCHE.
           MOVE "N"                        TO WS-TRTOT
           PERFORM VARYING J92TMR FROM 1 BY 1
                                        UNTIL J92TMR > WS-NBTOT
                                           OR TOTAL-TROUVE
              IF WS-TOT-CDMAAS (J92TMR) = WS-CDMAAG
                 MOVE "O"                  TO WS-TRTOT
              END-IF
           END-PERFORM
           IF TOTAL-TROUVE
              SUBTRACT 1                 FROM J92TMR
              GO TO 0260-POSTE-MARCHE-FIN
           END-IF
           IF WS-NBTOT < WS-MAX-TOT
              ADD 1                        TO WS-NBTOT
              MOVE WS-NBTOT                TO J92TMR
              INITIALIZE                      WS-TOT (J92TMR)
              MOVE WS-CDMAAG               TO WS-TOT-CDMAAS (J92TMR)
              MOVE "O"                     TO WS-TRTOT
           END-IF.
       0260-POSTE-MARCHE-FIN.
           EXIT.
      *
      *               TABLE DES COMPOSANTES DU TAUX DE L'ASSURE
      *               ET GARANTIE PORTEE PAR CHACUNE (MEMES CODES
      *               QUE 007-F50DD, CF AE521P)
      *               --------------------------------------------
       0400-TABLE-COMPOSANTES.
           MOVE "DC"                       TO WS-CMP-CDCOMP (1)
           MOVE "01"                       TO WS-CMP-CDGADE (1)
           MOVE X58B-TCAMDC                TO WS-CMP-TXCOMP (1)
           MOVE "IT"                       TO WS-CMP-CDCOMP (2)
           MOVE "03"                       TO WS-CMP-CDGADE (2)
           MOVE X58B-TCAMIT                TO WS-CMP-TXCOMP (2)
           MOVE "I3"                       TO WS-CMP-CDCOMP (3)
           MOVE "05"                       TO WS-CMP-CDGADE (3)
           MOVE X58B-TCAMI3                TO WS-CMP-TXCOMP (3)
           MOVE "CH"                       TO WS-CMP-CDCOMP (4)
           MOVE "04"                       TO WS-CMP-CDGADE (4)
           MOVE X58B-TCAMCH                TO WS-CMP-TXCOMP (4)
           MOVE "CD"                       TO WS-CMP-CDCOMP (5)
           MOVE "10"                       TO WS-CMP-CDGADE (5)
           MOVE X58B-TCAMCD                TO WS-CMP-TXCOMP (5)
           MOVE "MN"                       TO WS-CMP-CDCOMP (6)
           MOVE "07"                       TO WS-CMP-CDGADE (6)
           MOVE X58B-TCAMMN                TO WS-CMP-TXCOMP (6)
           MOVE "TP"                       TO WS-CMP-CDCOMP (7)
           MOVE "08"                       TO WS-CMP-CDGADE (7)
           MOVE X58B-TCAMTP                TO WS-CMP-TXCOMP (7)
           MOVE "A0"                       TO WS-CMP-CDCOMP (8)
           MOVE "09"                       TO WS-CMP-CDGADE (8)
           MOVE X58B-TCAMA0                TO WS-CMP-TXCOMP (8)
           MOVE "MR"                       TO WS-CMP-CDCOMP (9)
           MOVE "09"                       TO WS-CMP-CDGADE (9)
           MOVE X58B-TCAMMR                TO WS-CMP-TXCOMP (9)
           MOVE "IP"                       TO WS-CMP-CDCOMP (10)
           MOVE "06"                       TO WS-CMP-CDGADE (10)
           MOVE X58B-TCAMIP                TO WS-CMP-TXCOMP (10)
           MOVE "IC"                       TO WS-CMP-CDCOMP (11)
           MOVE "11"                       TO WS-CMP-CDGADE (11)
           MOVE X58B-TCAMIC                TO WS-CMP-TXCOMP (11)
           MOVE "CHO"                      TO WS-CMP-CDCOMP (12)
           MOVE "04"                       TO WS-CMP-CDGADE (12)
           MOVE X58B-TCOCHO                TO WS-CMP-TXCOMP (12).
       0400-TABLE-COMPOSANTES-FIN.
           EXIT.
      *
       0900-CLOTURE.
      *               TOTAUX DU PORTEFEUILLE PAR CODE MARCHE
      *               ---------------------------------------
           MOVE "*** TOTAUX PAR MARCHE ***"
                                         TO TAUREP-REC
           WRITE TAUREP-REC
           MOVE "MARCHE ASSURES COMPOS.  ECARTS SS.REF.   IMPACT ANNUEL"
                                           TO TAUREP-REC
           WRITE TAUREP-REC
           PERFORM VARYING J92TMR FROM 1 BY 1
                                        UNTIL J92TMR > WS-NBTOT
              MOVE SPACES                  TO WS-LIGNE-TOT
              MOVE WS-TOT-CDMAAS (J92TMR)  TO WLT-CDMAAS
              MOVE WS-TOT-NBASSU (J92TMR)  TO WLT-NBASSU
              MOVE WS-TOT-NBCOMP (J92TMR)  TO WLT-NBCOMP
              MOVE WS-TOT-NBECAR (J92TMR)  TO WLT-NBECAR
              MOVE WS-TOT-NBSREF (J92TMR)  TO WLT-NBSREF
              MOVE WS-TOT-MTIMPA (J92TMR)  TO WLT-MTIMPA
              MOVE WS-LIGNE-TOT            TO TAUREP-REC
              WRITE TAUREP-REC
           END-PERFORM
           MOVE SPACES                     TO WS-LIGNE-TOT
           MOVE "TOTAL"                    TO WLT-CDMAAS
           MOVE WS-NBTOT-ASSU              TO WLT-NBASSU
           MOVE WS-NBTOT-COMP              TO WLT-NBCOMP
           MOVE WS-NBECART                 TO WLT-NBECAR
           MOVE WS-NBTOT-SREF              TO WLT-NBSREF
           MOVE WS-MTTOT-IMPA              TO WLT-MTIMPA
           MOVE WS-LIGNE-TOT               TO TAUREP-REC
           WRITE TAUREP-REC
           MOVE SPACES                     TO TAUREP-REC
           STRING "*** PRETS LUS=" WS-NBPRET-LUS
                  " EN ERREUR=" WS-NBPRET-KO
                  " ASSURES VUS=" WS-NBASSU-VUS
                  " EN ERREUR=" WS-NBASSU-KO
                  DELIMITED                BY SIZE
                                         INTO TAUREP-REC
           WRITE TAUREP-REC
           MOVE SPACES                     TO TAUREP-REC
           STRING "*** NON SIGNES=" WS-NBASSU-NSIG
                  " DELEGUES=" WS-NBASSU-DELE
                  " GRILLE LIGNES=" WS-NBGRI-LUES
                  " REJETEES=" WS-NBGRI-KO
                  DELIMITED                BY SIZE
                                         INTO TAUREP-REC
           WRITE TAUREP-REC
           CLOSE F-IDELCO
           CLOSE F-TAUREP
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           COMPUTE WS-QTREJE = WS-NBPRET-KO + WS-NBASSU-KO
                             + WS-NBGRI-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO
              MOVE 4                       TO WS-CDRETO
           END-IF
      *               TAUX HORS GRILLE : ALERTE
           IF WS-NBECART > ZERO
              MOVE 4                       TO WS-CDRETO
              IF WS-LM1ERR = SPACES
                 MOVE WS-MTTOT-IMPA        TO WLT-MTIMPA
                 STRING "TAUX HORS GRILLE=" WS-NBECART
                        " IMPACT ANNUEL=" WLT-MTIMPA
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
           END-IF
           IF WS-NBPRET-LUS > ZERO AND WS-QTTRAI = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
           IF WS-NBGRI = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
           PERFORM 0165-BILAN-INSTANTANE
                                  THRU 0165-BILAN-INSTANTANE-FIN
           PERFORM 0950-ECRIT-CRLOG      THRU 0950-ECRIT-CRLOG-FIN
           MOVE WS-CDRETO                  TO RETURN-CODE
           STOP RUN.
       0900-CLOTURE-FIN.
           EXIT.
      *
      *               ECRITURE DU COMPTE-RENDU D'EXECUTION
      *               -------------------------------------
       0950-ECRIT-CRLOG.
           OPEN EXTEND                     F-CRLOG
           MOVE SPACES                     TO CRLOG-REC
           MOVE "AE521X"                   TO CRLOG-REC-ZNMPR2
           MOVE WS-DHDEBU                  TO CRLOG-REC-DHDEBU
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO CRLOG-REC-DHFINX
           MOVE WS-NBPRET-LUS              TO CRLOG-REC-QTLUES
           MOVE WS-QTTRAI                  TO CRLOG-REC-QTTRAI
           MOVE WS-QTREJE                  TO CRLOG-REC-QTREJE
           MOVE WS-CDRETO                  TO CRLOG-REC-CDRETO
           MOVE WS-LM1ERR                  TO CRLOG-REC-LM1ERR
           WRITE CRLOG-REC
           CLOSE F-CRLOG.
       0950-ECRIT-CRLOG-FIN.
           EXIT.
      *
      * -------------> SOUS-PROGRAMMES PARTAGES (repris d'AE521A/AE521B)
      *
       P-722020.
           MOVE "AE521X"                   TO ER00-ZNMPR2
           MOVE "AE521X"                   TO ER00-ZNMMOD
           MOVE "T"                        TO ER00-ZTYENT
           MOVE "X722020"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             .
       P-722020-FIN.
           EXIT.
      *
       P-51058A.
      *               CONTEXTE SERVI PAR L'INSTANTANE NOCTURNE
           IF INSTANTANE-RETENU
           AND X58A-IDENRE = "10" AND X58A-ZCDFO3 = "RE"
              MOVE X58A-IDPRAS             TO ISNADE-REC-IDELCO
              MOVE X58A-IDASCN             TO ISNADE-REC-IDASCN
              PERFORM 0227-ASSURE-INSTANTANE
                                   THRU 0227-ASSURE-INSTANTANE-FIN
              IF ASSURE-INSTANTANE
                 MOVE ISNADE-REC-ZZX58A    TO X58A
                 ADD 1                     TO WS-ISN-NBSERV
                 GO TO P-51058A-FIN
              END-IF
              ADD 1                        TO WS-ISN-NBDIRE
           END-IF
           MOVE "X51058A"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2           USING X58A.
       P-51058A-FIN.
           EXIT.
      *
       P-51058B.
      *               CALCUL SERVI PAR L'INSTANTANE NOCTURNE SI
      *               L'APPEL EST CELUI DE L'INSTANTANE (CAPITAL,
      *               DUREE RESTANTE, DATE DE VALEUR)
           IF INSTANTANE-RETENU AND X58B-PDANPR = ZERO
              MOVE X58B-IDPRET             TO ISNADE-REC-IDELCO
              MOVE X58B-IDASCN             TO ISNADE-REC-IDASCN
              PERFORM 0227-ASSURE-INSTANTANE
                                   THRU 0227-ASSURE-INSTANTANE-FIN
              IF ASSURE-INSTANTANE
              AND ISNADE-REC-MTPA1E = X58B-MTPA15
              AND ISNADE-REC-QTMOAE = X58B-QTMOAD
              AND ISNADE-REC-DTJOUP = X58B-ZDVALI
                 MOVE ISNADE-REC-ZZX58B    TO X58B
                 ADD 1                     TO WS-ISN-NBSERV
                 GO TO P-51058B-FIN
              END-IF
              ADD 1                        TO WS-ISN-NBDIRE
           END-IF
           MOVE "X51058B"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2           USING X58B.
       P-51058B-FIN.
           EXIT.
      *
       P-510600.
           MOVE SPACES                     TO CALL-ZNMPR2
           STRING "X" "510600" DELIMITED   BY SIZE
                                         INTO CALL-ZNMPR2.
           IF CALL-ZNMPR2 (1:2) = "X"
              MOVE "510600"                TO CALL-ZNMPR2.
           CALL CALL-ZNMPR2             USING X601.
       P-510600-FIN.
           EXIT.
      *
       100-LECT-PARAM-PA01.
           IF PASA-PA01-ZCMAJ = "U"
              MOVE SPACES                  TO PASE-PA01-CPFLA9.
           IF PASE-PA01-CPFLA9 = "`"
              MOVE PASE-PA01               TO DE04
              MOVE ZERO                    TO IK
           ELSE
              INITIALIZE                      DE04
                                              PA01
                                              PASE-PA01
              MOVE PASA-PA01-ZCMAJ         TO LG-ZCMAJ
              MOVE 01                      TO DE04-CTPARA
              PERFORM 0860-ACCES-DE04    THRU 0860-ACCES-DE04-FIN.
           IF IK = ZEROES
              MOVE DE04                    TO PA01
                                              PASE-PA01
              MOVE "`"                     TO PASE-PA01-CPFLA9
           ELSE
              MOVE "SEGMENT PARAMETRE PA01 NON LU"
                                           TO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN.
           IF PASA-PA01-ZCMAJ = "U"
              MOVE SPACES                  TO PASE-PA01-CPFLA9.
       100-LECT-PARAM-PA01-FIN.
           EXIT.
      *
       0860-ACCES-DE04.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGDE04"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DE04
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 0860-ACCES-DE04-FIN.
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 0860-ACCES-DE04-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB ACCES DE04 STATUS " LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0860-ACCES-DE04-FIN.
           EXIT.
