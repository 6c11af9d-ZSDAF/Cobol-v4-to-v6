      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521Y   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Controle Quotites et Garanties par Pret  *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                periodique (risque credit)                     *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Controle de portefeuille des quotites et des garanties
      *obligatoires par pret : un pret sous-quotise (deux co-emprun-
      *teurs a 50 % quand la politique de credit exige 100 % par
      *tete) ou un pret habitat sans DC/PTIA n'est aujourd'hui
      *decouvert qu'a la declaration du sinistre. Le portefeuille
      *(fichier d'IDELCO) est rejoue par le chemin d'AE521P : toutes
      *les pages X51058H, contexte X51058A, calcul X51058B, instantane
      *nocturne AE521V s'il est retenu.
      *Fichier REGLES (une ligne par categorie / sous-produit) :
      *categorie DF01-CCATPR et sous-produit DF01-CDSOPR (** = tous),
      *quotite totale minimum du pret en % 9(3)V9(2), puis jusqu'a 10
      *codes garantie ADE obligatoires (blanc = inutilise). La
      *premiere ligne qui correspond est retenue : les lignes les plus
      *precises doivent preceder les lignes generiques. Un pret sans
      *regle n'est pas controle (compte "sans regle").
      *Quotite du pret = somme des quotites X58B-PDRCMC de tous ses
      *assures (absente = 100, comme AE521Q). Garanties du pret =
      *garanties retenues d'au moins un assure dans la population
      *007-F50DD (hors MI et H2 DC, PTIA, ITD, ITT IPT et PE, codes
      *01, 02, 05, 03, 04 ; en MI et H2 catalogue par marche, CS
      *contrat V -> IM), chacune retenue sur son indicateur et sa
      *quotite X58A.
      *Un assure delegue (AC72, cf AE521S) est couvert par son contrat
      *externe : quotite de la garantie externe 01 (a defaut la plus
      *forte), garanties et fin de delegation DFDELE (blanc = ouverte)
      *tirees d'AC72.
      *Terme du pret = mois de la derniere echeance (mois du jour +
      *duree restante 099-F92DB moins une periodicite). Une garantie
      *dont la fin contractuelle X58A-DEGTIE (ou la fin de delegation)
      *tombe dans un mois anterieur est signalee FIN AVANT TERME.
      *Un pret dont un assure est en erreur n'est pas juge sur la
      *quotite ni sur les garanties (pas de faux signalement) et est
      *compte en erreur.
      *Restitution QUOREP pour le risque credit : une ligne par
      *anomalie (SOUS-QUOTITE, GARANTIE ABSENTE, FIN AVANT TERME,
      *DELEG.AV.TERME) puis un bilan.
      *Compte-rendu normalise (copy ZCF205AR) au fichier commun CRLOG
      *et RETURN-CODE gradue : 0 propre, 4 si des anomalies sont
      *relevees ou des prets, assures ou regles sont en erreur, 8
      *echec (fichier de regles vide ou aucun pret traite), pour
      *signalement par AE521L.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521Y.
       AUTHOR.         "ADE : Controle Quotites et Garanties par Pret".
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
           SELECT F-REGLES      ASSIGN TO "REGLES"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-QUOREP      ASSIGN TO "QUOREP"
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
       FD  F-REGLES
           RECORDING MODE IS F.
       01  REGLES-REC.
           05                    REGLES-REC-CCATPR     PIC X(8).
           05                    REGLES-REC-CDSOPR     PIC X(8).
           05                    REGLES-REC-QQMINI     PIC 9(3)V9(2).
           05                    REGLES-REC-CDGAOB     PIC X(2)
                                                   OCCURS 10 TIMES.
       FD  F-QUOREP
           RECORDING MODE IS F.
       01  QUOREP-REC            PIC X(96).
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
       01                    INDICES-AE521Y        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J50GAX                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
           05                J92GAR                PIC S9(4) VALUE ZERO.
           05                J92OBR                PIC S9(4) VALUE ZERO.
           05                J92RGR                PIC S9(4) VALUE ZERO.
           05                IZGABL                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-PDECHM             PIC S9(3) VALUE ZERO.
       01                    WS-PDUR18             PIC S9(7) VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBPRET-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-SREG        PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-CTRL        PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-VUS         PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-DELE        PIC 9(7) VALUE ZERO.
           05                WS-NBRGL-LUES         PIC 9(7) VALUE ZERO.
           05                WS-NBRGL-KO           PIC 9(7) VALUE ZERO.
           05                WS-NBSOUS-QUOT        PIC 9(7) VALUE ZERO.
           05                WS-NBGAR-ABS          PIC 9(7) VALUE ZERO.
           05                WS-NBFIN-TERME        PIC 9(7) VALUE ZERO.
           05                WS-NBANOMALIE         PIC 9(7) VALUE ZERO.
           05                WS-QTREJE             PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
       01                    WS-FIN-REGLES         PIC X VALUE "N".
                          88 FIN-FICHIER-REGLES     VALUE "O".
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
      *Contexte de l'assure en cours
       01                    WS-CDMAGR             PIC X(2).
       01                    WS-QQASSU             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-DTFING             PIC X(8).
       01                    WS-LIANOM             PIC X(16).
      *Garanties de l'assure en cours (population 007-F50DD)
       01                    WS-TABLE-GARA.
           05                WS-GARA               OCCURS 20 TIMES.
               10            WS-GAR-CDGADE         PIC X(2).
               10            WS-GAR-CPRETE         PIC X.
       01                    WS-CDGATR             PIC X(2).
      *Pret en cours : regle, quotite cumulee, garanties trouvees
       01                    WS-TROUVE-RGL         PIC X VALUE "N".
                          88 REGLE-TROUVEE          VALUE "O".
       01                    WS-PRET-KO            PIC X VALUE "N".
                          88 PRET-EN-ERREUR         VALUE "O".
       01                    WS-QQMINI             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-QQTOTA             PIC S9(5)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-TABLE-OBL.
           05                WS-OBL                OCCURS 10 TIMES.
               10            WS-OBL-CDGADE         PIC X(2).
               10            WS-OBL-CPTROU         PIC X.
      *Terme du pret (mois de la derniere echeance, SSAAMMJJ)
       01                    WS-DATE-CALC.
           05                WS-DTC-SSAA           PIC 9(4).
           05                WS-DTC-MM             PIC 9(2).
           05                WS-DTC-JJ             PIC 9(2).
       01                    WS-MMCALC             PIC 9(5).
       01                    WS-QTMOIS             PIC S9(7) VALUE ZERO.
       01                    WS-DTTERM             PIC X(8).
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
      *Table des regles par categorie / sous-produit (fichier REGLES)
       01                    WS-NBRGL              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-RGL            PIC S9(4) COMP SYNC
                                                   VALUE +0200.
       01                    WS-TABLE-RGL.
           05                WS-RGL                OCCURS 200 TIMES.
               10            WS-RGL-CCATPR         PIC X(8).
               10            WS-RGL-CDSOPR         PIC X(8).
               10            WS-RGL-QQMINI         PIC S9(3)V9(2)
                                                   COMP-3.
               10            WS-RGL-CDGAOB         PIC X(2)
                                                   OCCURS 10 TIMES.
      *Ligne detail d'une anomalie
       01                    WS-LIGNE-ANO.
           05                WLA-IDELCO            PIC X(11).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLA-CCATPR            PIC X(8).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLA-CDSOPR            PIC X(8).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLA-LIANOM            PIC X(16).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLA-IDASCN            PIC X(11).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLA-LIDETA            PIC X(37).
       01                    WS-EDIT-QUOT1         PIC ZZZZ9,99.
       01                    WS-EDIT-QUOT2         PIC ZZ9,99.
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
           OPEN INPUT                      F-REGLES
           OPEN OUTPUT                     F-QUOREP
      *               RECHERCHE NO VERSION ADI
      *               ------------------------
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
           PERFORM 0160-CONTROLE-INSTANTANE
                            THRU 0160-CONTROLE-INSTANTANE-FIN
      *               CHARGEMENT DES REGLES PAR CATEGORIE
      *               ------------------------------------
           PERFORM 0110-CHARGE-REGLE      THRU 0110-CHARGE-REGLE-FIN
                                        UNTIL FIN-FICHIER-REGLES
           CLOSE F-REGLES
      *               EN-TETE DE LA RESTITUTION
      *               --------------------------
           MOVE SPACES                     TO QUOREP-REC
           STRING "CONTROLE DES QUOTITES ET GARANTIES OBLIGATOIRES - "
                  "SITUATION AU " PA01-DTJOUP (7:2) "/"
                  PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                  DELIMITED                BY SIZE
                                         INTO QUOREP-REC
           WRITE QUOREP-REC
           MOVE "IDELCO      CATEGOR. SS-PROD. ANOMALIE         IDASCN  
      -    "    DETAIL"                    TO QUOREP-REC
           WRITE QUOREP-REC
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN
           IF WS-NBRGL = ZERO
      *               AUCUNE REGLE : RIEN A CONTROLER
              MOVE "O"                     TO WS-FIN-FICHIER
              IF WS-LM1ERR = SPACES
                 MOVE "FICHIER REGLES VIDE, AUCUN CONTROLE"
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
              STRING "AE521Y 0160-CONTROLE-INSTANTANE "
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
           STRING "AE521Y 0160-CONTROLE-INSTANTANE "
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
           STRING "AE521Y 0165-BILAN-INSTANTANE "
                  "INSTANTANE ADE LECTURES=" WS-ISN-NBSERV
                  " APPELS DIRECTS=" WS-ISN-NBDIRE
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0165-BILAN-INSTANTANE-FIN.
           EXIT.
      *
      *               CHARGEMENT D'UNE REGLE : LIGNE INEXPLOITABLE
      *               OU TABLE SATUREE = REJET
      *               ---------------------------------------------
       0110-CHARGE-REGLE.
           READ F-REGLES
              AT END MOVE "O"              TO WS-FIN-REGLES
                     GO TO 0110-CHARGE-REGLE-FIN
           END-READ
           ADD 1                           TO WS-NBRGL-LUES
           IF REGLES-REC-QQMINI NOT NUMERIC
           OR REGLES-REC-CCATPR = SPACES
           OR REGLES-REC-CDSOPR = SPACES
              ADD 1                        TO WS-NBRGL-KO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521Y 0110-CHARGE-REGLE "
                     "REGLE INVALIDE, IGNOREE="
                     REGLES-REC-CCATPR "/" REGLES-REC-CDSOPR
                     " RANG=" WS-NBRGL-LUES
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              IF WS-LM1ERR = SPACES
                 STRING "REGLE INVALIDE RANG=" WS-NBRGL-LUES
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0110-CHARGE-REGLE-FIN
           END-IF
           IF WS-NBRGL < WS-MAX-RGL
              ADD 1                        TO WS-NBRGL
              MOVE REGLES-REC-CCATPR       TO WS-RGL-CCATPR (WS-NBRGL)
              MOVE REGLES-REC-CDSOPR       TO WS-RGL-CDSOPR (WS-NBRGL)
              MOVE REGLES-REC-QQMINI       TO WS-RGL-QQMINI (WS-NBRGL)
              PERFORM VARYING J92OBR FROM 1 BY 1
                                        UNTIL J92OBR > 10
                 MOVE REGLES-REC-CDGAOB (J92OBR)
                                 TO WS-RGL-CDGAOB (WS-NBRGL, J92OBR)
              END-PERFORM
           ELSE
      *               TABLE SATUREE : REGLE IGNOREE (REJET)
              ADD 1                        TO WS-NBRGL-KO
              IF WS-LM1ERR = SPACES
                 STRING "TABLE REGLES SATUREE, LIGNE IGNOREE="
                        REGLES-REC-CCATPR "/"
                        REGLES-REC-CDSOPR
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521Y 0110-CHARGE-REGLE "
                     "TABLE REGLES SATUREE, LIGNE IGNOREE="
                     REGLES-REC-CCATPR "/" REGLES-REC-CDSOPR
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
           END-IF.
       0110-CHARGE-REGLE-FIN.
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
      *               REGLE DE LA CATEGORIE / DU SOUS-PRODUIT
      *               ----------------------------------------
           PERFORM 0205-RECHERCHE-REGLE  THRU 0205-RECHERCHE-REGLE-FIN
           IF NOT REGLE-TROUVEE
              ADD 1                        TO WS-NBPRET-SREG
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
           PERFORM 0207-TERME-PRET        THRU 0207-TERME-PRET-FIN
           MOVE ZERO                       TO WS-QQTOTA
           MOVE "N"                        TO WS-PRET-KO
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
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
      *               ASSURE EN ERREUR : PRET NON JUGE
           IF PRET-EN-ERREUR
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "ASSURE EN ERREUR, PRET NON CONTROLE IDELCO="
                        DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
           ADD 1                           TO WS-NBPRET-CTRL
      *               QUOTITE TOTALE DU PRET
      *               ----------------------
           IF WS-QQTOTA < WS-QQMINI
              ADD 1                        TO WS-NBSOUS-QUOT
              MOVE WS-QQTOTA               TO WS-EDIT-QUOT1
              MOVE WS-QQMINI               TO WS-EDIT-QUOT2
              MOVE SPACES                  TO WS-LIGNE-ANO
              STRING "TOTAL " WS-EDIT-QUOT1
                     " < MINIMUM " WS-EDIT-QUOT2
                     DELIMITED             BY SIZE
                                         INTO WLA-LIDETA
              MOVE "SOUS-QUOTITE"          TO WS-LIANOM
              MOVE SPACES                  TO WLA-IDASCN
              PERFORM 0280-ECRIT-ANOMALIE THRU 0280-ECRIT-ANOMALIE-FIN
           END-IF
      *               GARANTIES OBLIGATOIRES ABSENTES
      *               -------------------------------
           PERFORM VARYING J92OBR FROM 1 BY 1
                                        UNTIL J92OBR > 10
              IF WS-OBL-CDGADE (J92OBR) NOT = SPACES
              AND WS-OBL-CPTROU (J92OBR) NOT = "O"
                 ADD 1                     TO WS-NBGAR-ABS
                 MOVE SPACES               TO WS-LIGNE-ANO
                 STRING "GARANTIE " WS-OBL-CDGADE (J92OBR)
                        " NON SOUSCRITE"
                        DELIMITED          BY SIZE
                                         INTO WLA-LIDETA
                 MOVE "GARANTIE ABSENTE"   TO WS-LIANOM
                 MOVE SPACES               TO WLA-IDASCN
                 PERFORM 0280-ECRIT-ANOMALIE
                                        THRU 0280-ECRIT-ANOMALIE-FIN
              END-IF
           END-PERFORM.
       0200-TRAITEMENT-PRET-SUIVANT.
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN.
       0200-TRAITEMENT-PRET-FIN.
           EXIT.
      *
      *               RECHERCHE DE LA REGLE DU PRET : PREMIERE LIGNE
      *               CATEGORIE / SOUS-PRODUIT CORRESPONDANTE
      *               -----------------------------------------------
       0205-RECHERCHE-REGLE.
           MOVE "N"                        TO WS-TROUVE-RGL
           PERFORM VARYING J92RGR FROM 1 BY 1
                                        UNTIL J92RGR > WS-NBRGL
                                           OR REGLE-TROUVEE
              IF (WS-RGL-CCATPR (J92RGR) = "**" OR
                  WS-RGL-CCATPR (J92RGR) = DF01-CCATPR)
              AND (WS-RGL-CDSOPR (J92RGR) = "**" OR
                   WS-RGL-CDSOPR (J92RGR) = DF01-CDSOPR)
                 MOVE "O"                  TO WS-TROUVE-RGL
              END-IF
           END-PERFORM
           IF NOT REGLE-TROUVEE
              GO TO 0205-RECHERCHE-REGLE-FIN
           END-IF
           SUBTRACT 1                    FROM J92RGR
           MOVE WS-RGL-QQMINI (J92RGR)     TO WS-QQMINI
           PERFORM VARYING J92OBR FROM 1 BY 1
                                        UNTIL J92OBR > 10
              MOVE WS-RGL-CDGAOB (J92RGR, J92OBR)
                                           TO WS-OBL-CDGADE (J92OBR)
              MOVE "N"                     TO WS-OBL-CPTROU (J92OBR)
           END-PERFORM.
       0205-RECHERCHE-REGLE-FIN.
           EXIT.
      *
      *               TERME DU PRET : MOIS DE LA DERNIERE ECHEANCE
      *               = MOIS DU JOUR + DUREE RESTANTE (099-F92DB)
      *               - UNE PERIODICITE
      *               ---------------------------------------------
       0207-TERME-PRET.
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
           COMPUTE WS-QTMOIS = WS-PDUR18 - WS-PDECHM
           IF WS-QTMOIS < ZERO
              MOVE ZERO                    TO WS-QTMOIS
           END-IF
           MOVE PA01-DTJOUP                TO WS-DATE-CALC
           COMPUTE WS-MMCALC = WS-DTC-MM + WS-QTMOIS
           PERFORM 0300-NORMALISE-MOIS    THRU 0300-NORMALISE-MOIS-FIN
           MOVE WS-DATE-CALC               TO WS-DTTERM.
       0207-TERME-PRET-FIN.
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
           STRING "AE521Y 0210-ACCES-DF01 "
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
      *               QUOTITE X51058B, GARANTIES 007-F50DD ET FIN
      *               DE GARANTIE ; ASSURE DELEGUE VIA AC72
      *               ---------------------------------------------
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
              STRING "AE521Y 0230-CONTROLE-ASSURE "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              MOVE "O"                     TO WS-PRET-KO
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
      *               ASSURE DELEGUE (AE521S) : CONTRAT EXTERNE
      *               ------------------------------------------
           PERFORM 0235-RECHERCHE-DELEGATION
                                  THRU 0235-RECHERCHE-DELEGATION-FIN
           IF AC72-IK = "2"
      *               ACCES AC72 EN ERREUR : ASSURE REJETE, SINON IL
      *               SERAIT TRAITE A TORT COMME NON DELEGUE
              ADD 1                        TO WS-NBASSU-KO
              MOVE "O"                     TO WS-PRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "ACCES AC72 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
           IF ASSURE-DELEGUE
              ADD 1                        TO WS-NBASSU-DELE
              PERFORM 0270-ASSURE-DELEGUE THRU 0270-ASSURE-DELEGUE-FIN
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
      *               QUOTITE DE L'ASSURE (X51058B, CF 099-F92CN)
      *               --------------------------------------------
           PERFORM 0240-APPEL-X58B        THRU 0240-APPEL-X58B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521Y 0230-CONTROLE-ASSURE "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO=" DF01-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              MOVE "O"                     TO WS-PRET-KO
              GO TO 0230-CONTROLE-ASSURE-FIN
           END-IF
           MOVE X58B-PDRCMC                TO WS-QQASSU
           IF WS-QQASSU = ZEROES
              MOVE 100                     TO WS-QQASSU
           END-IF
           ADD WS-QQASSU                   TO WS-QQTOTA
      *               CODE MARCHE - REGLE CONTRAT V DU MARCHE CS
      *               TRAITE EN IM (P92EG/P92EI)
      *               -------------------------------------------
           MOVE X58A-CDMAAS                TO WS-CDMAGR
           IF WS-CDMAGR = SPACES OR WS-CDMAGR = ZEROES
              MOVE "CS"                    TO WS-CDMAGR
           END-IF
           IF WS-CDMAGR = "CS" AND X58B-CDCAPR = "V"
              MOVE "IM"                    TO WS-CDMAGR
           END-IF
      *               GARANTIES RETENUES (007-F50DD)
      *               -------------------------------
           PERFORM 0250-POPULE-GARANTIE THRU 0250-POPULE-GARANTIE-FIN
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IZGABL
              IF WS-GAR-CPRETE (J92GAR) = "1"
                 MOVE WS-GAR-CDGADE (J92GAR)
                                           TO WS-CDGATR
                 PERFORM 0260-MARQUE-GARANTIE
                                      THRU 0260-MARQUE-GARANTIE-FIN
              END-IF
           END-PERFORM
      *               FIN CONTRACTUELLE DE GARANTIE AVANT LE TERME
      *               ---------------------------------------------
           IF X58A-DEGTIE NUMERIC AND X58A-DEGTIE NOT = "00000000"
           AND X58A-DEGTIE (1:6) < WS-DTTERM (1:6)
              MOVE X58A-DEGTIE             TO WS-DTFING
              MOVE "FIN AVANT TERME"       TO WS-LIANOM
              PERFORM 0275-FIN-AVANT-TERME
                                      THRU 0275-FIN-AVANT-TERME-FIN
           END-IF.
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
           STRING "AE521Y 0236-ACCES-OCI-AC72 "
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
           STRING "AE521Y 0237-TESTE-DELEGATION "
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
      *               POPULATION DES GARANTIES DE L'ASSURE
      *               (CATALOGUES 007-F50DD : HORS MI ET H2
      *               DC/PTIA/ITD/ITT IPT/PE ; MI ET H2 PAR MARCHE)
      *               -----------------------------------------------
       0250-POPULE-GARANTIE.
           MOVE ZERO                       TO IZGABL
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > 20
              MOVE SPACES                  TO WS-GAR-CDGADE (J92GAR)
              MOVE "0"                     TO WS-GAR-CPRETE (J92GAR)
           END-PERFORM
      *               HORIZON DIFFERENT DE MIXTE ET H2 (099-F92FG,
      *               FI, FK, FM, FO)
           IF X58A-CDHRZ NOT = "MI" AND X58A-CDHRZ NOT = "H2"
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "05"                    TO WS-GAR-CDGADE (3)
              MOVE "03"                    TO WS-GAR-CDGADE (4)
              MOVE "04"                    TO WS-GAR-CDGADE (5)
              MOVE 5                       TO IZGABL
              GO TO 0250-RETENUES
           END-IF
      *               HORIZON MIXTE (099-F92EI, 099-F92EK)
           IF X58A-CDHRZ = "MI"
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "05"                    TO WS-GAR-CDGADE (3)
              MOVE "03"                    TO WS-GAR-CDGADE (4)
              MOVE "04"                    TO WS-GAR-CDGADE (5)
              MOVE 5                       TO IZGABL
              IF WS-CDMAGR = "IM"
                 MOVE "06"                 TO WS-GAR-CDGADE (6)
                 MOVE "08"                 TO WS-GAR-CDGADE (7)
                 MOVE "09"                 TO WS-GAR-CDGADE (8)
                 MOVE "07"                 TO WS-GAR-CDGADE (9)
                 MOVE "10"                 TO WS-GAR-CDGADE (10)
                 MOVE 10                   TO IZGABL
              END-IF
              IF WS-CDMAGR = "PA"
                 MOVE "06"                 TO WS-GAR-CDGADE (6)
                 MOVE "11"                 TO WS-GAR-CDGADE (7)
                 MOVE "09"                 TO WS-GAR-CDGADE (8)
                 MOVE "07"                 TO WS-GAR-CDGADE (9)
                 MOVE "10"                 TO WS-GAR-CDGADE (10)
                 MOVE 10                   TO IZGABL
              END-IF
              GO TO 0250-RETENUES
           END-IF
      *               HORIZON H2 PAR MARCHE
           IF WS-CDMAGR = "CS"
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "03"                    TO WS-GAR-CDGADE (3)
              MOVE "04"                    TO WS-GAR-CDGADE (4)
              MOVE 4                       TO IZGABL
           END-IF
           IF WS-CDMAGR = "IM"
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "03"                    TO WS-GAR-CDGADE (3)
              MOVE "04"                    TO WS-GAR-CDGADE (4)
              MOVE "06"                    TO WS-GAR-CDGADE (5)
              MOVE "08"                    TO WS-GAR-CDGADE (6)
              MOVE "09"                    TO WS-GAR-CDGADE (7)
              MOVE "07"                    TO WS-GAR-CDGADE (8)
              MOVE "10"                    TO WS-GAR-CDGADE (9)
              MOVE 9                       TO IZGABL
           END-IF
           IF WS-CDMAGR = "PA"
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "03"                    TO WS-GAR-CDGADE (3)
              MOVE "06"                    TO WS-GAR-CDGADE (4)
              MOVE "11"                    TO WS-GAR-CDGADE (5)
              MOVE "09"                    TO WS-GAR-CDGADE (6)
              MOVE "07"                    TO WS-GAR-CDGADE (7)
              MOVE "10"                    TO WS-GAR-CDGADE (8)
              MOVE 8                       TO IZGABL
           END-IF
      *               AUTRE MARCHE : CATALOGUE CS PAR DEFAUT
           IF IZGABL = ZERO
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "03"                    TO WS-GAR-CDGADE (3)
              MOVE "04"                    TO WS-GAR-CDGADE (4)
              MOVE 4                       TO IZGABL
           END-IF.
      *               GARANTIES RETENUES : INDICATEURS DE PRESENCE
      *               ET QUOTITE X58A (099-F92FG A 099-F92GK, CF
      *               AE521R 0258-RETENUE-GARANTIE)
       0250-RETENUES.
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IZGABL
              PERFORM 0255-RETENUE-GARANTIE
                                      THRU 0255-RETENUE-GARANTIE-FIN
           END-PERFORM.
       0250-POPULE-GARANTIE-FIN.
           EXIT.
      *
       0255-RETENUE-GARANTIE.
           EVALUATE WS-GAR-CDGADE (J92GAR)
              WHEN "01"
                 IF X58A-CPDECC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "02"
                 IF X58A-CPIPAC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "05"
                 IF X58A-CPITCO > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "03"
                 IF X58A-CPITTC > 0 AND X58A-QQGTIT NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "04"
                 IF X58A-CPCHOC > 0 AND X58A-QQPEMP NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "06"
                 IF X58A-CDCIPP > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "07"
                 IF X58A-CDMNOC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "08"
                 IF X58A-CDTPTC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "09"
                 IF X58A-CDAC0C > 0 OR X58A-CDMR0C > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "10"
                 IF X58A-CDCDCC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "11"
                 IF X58A-CDIPCC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0255-RETENUE-GARANTIE-FIN.
           EXIT.
      *
      *               MARQUE UNE GARANTIE OBLIGATOIRE TROUVEE
      *               (WS-CDGATR)
      *               --------------------------------------------
       0260-MARQUE-GARANTIE.
           PERFORM VARYING J92OBR FROM 1 BY 1
                                        UNTIL J92OBR > 10
              IF WS-OBL-CDGADE (J92OBR) NOT = SPACES
                 IF WS-OBL-CDGADE (J92OBR) = WS-CDGATR
                    MOVE "O"               TO WS-OBL-CPTROU (J92OBR)
                 END-IF
              END-IF
           END-PERFORM.
       0260-MARQUE-GARANTIE-FIN.
           EXIT.
      *
      *               ASSURE DELEGUE : QUOTITE DE LA GARANTIE EXTERNE
      *               01 (A DEFAUT LA PLUS FORTE), GARANTIES ET FIN DE
      *               DELEGATION DU CONTRAT EXTERNE AC72
      *               -------------------------------------------------
       0270-ASSURE-DELEGUE.
           MOVE ZERO                       TO WS-QQASSU
           IF AC72-QTGAEX > 11
              MOVE 11                      TO AC72-QTGAEX
           END-IF
           PERFORM VARYING J50GAX FROM 1 BY 1
                                        UNTIL J50GAX > AC72-QTGAEX
              IF AC72-CDGADE (J50GAX) NOT = SPACES
                 MOVE AC72-CDGADE (J50GAX) TO WS-CDGATR
                 PERFORM 0260-MARQUE-GARANTIE
                                      THRU 0260-MARQUE-GARANTIE-FIN
                 IF AC72-CDGADE (J50GAX) = "01"
                    MOVE AC72-QQGAEX (J50GAX)
                                           TO WS-QQASSU
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QQASSU = ZEROES
              PERFORM VARYING J50GAX FROM 1 BY 1
                                        UNTIL J50GAX > AC72-QTGAEX
                 IF AC72-QQGAEX (J50GAX) > WS-QQASSU
                    MOVE AC72-QQGAEX (J50GAX)
                                           TO WS-QQASSU
                 END-IF
              END-PERFORM
           END-IF
           ADD WS-QQASSU                   TO WS-QQTOTA
      *               FIN DE DELEGATION AVANT LE TERME DU PRET
           IF WS-DFDELE (1:6) < WS-DTTERM (1:6)
              MOVE WS-DFDELE               TO WS-DTFING
              MOVE "DELEG.AV.TERME"        TO WS-LIANOM
              PERFORM 0275-FIN-AVANT-TERME
                                      THRU 0275-FIN-AVANT-TERME-FIN
           END-IF.
       0270-ASSURE-DELEGUE-FIN.
           EXIT.
      *
      *               LIGNE FIN DE GARANTIE (WS-DTFING) ANTERIEURE
      *               AU TERME DU PRET ; LIBELLE DANS WS-LIANOM
      *               ---------------------------------------------
       0275-FIN-AVANT-TERME.
           ADD 1                           TO WS-NBFIN-TERME
           MOVE SPACES                     TO WS-LIGNE-ANO
           STRING "FIN " WS-DTFING (7:2) "/" WS-DTFING (5:2) "/"
                  WS-DTFING (1:4) " < TERME " WS-DTTERM (5:2) "/"
                  WS-DTTERM (1:4)
                  DELIMITED                BY SIZE
                                         INTO WLA-LIDETA
           MOVE X58A-IDASCN                TO WLA-IDASCN
           PERFORM 0280-ECRIT-ANOMALIE    THRU 0280-ECRIT-ANOMALIE-FIN.
       0275-FIN-AVANT-TERME-FIN.
           EXIT.
      *
      *               ECRITURE D'UNE LIGNE D'ANOMALIE (DETAIL ET
      *               IDASCN DEJA PORTES DANS WS-LIGNE-ANO)
      *               -------------------------------------------
       0280-ECRIT-ANOMALIE.
           MOVE DF01-IDELCO                TO WLA-IDELCO
           MOVE DF01-CCATPR                TO WLA-CCATPR
           MOVE DF01-CDSOPR                TO WLA-CDSOPR
           MOVE WS-LIANOM                  TO WLA-LIANOM
           MOVE WS-LIGNE-ANO               TO QUOREP-REC
           WRITE QUOREP-REC
           ADD 1                           TO WS-NBANOMALIE.
       0280-ECRIT-ANOMALIE-FIN.
           EXIT.
      *
      *               NORMALISATION APRES AJOUT DE MOIS
      *               (MOIS CUMULES DANS WS-MMCALC)
      *               ----------------------------------
       0300-NORMALISE-MOIS.
           PERFORM 0310-REPORT-ANNEE      THRU 0310-REPORT-ANNEE-FIN
                                        UNTIL WS-MMCALC NOT > 12
           MOVE WS-MMCALC                  TO WS-DTC-MM
           IF WS-DTC-JJ > 28
              MOVE 28                      TO WS-DTC-JJ
           END-IF.
       0300-NORMALISE-MOIS-FIN.
           EXIT.
      *
       0310-REPORT-ANNEE.
           SUBTRACT 12                   FROM WS-MMCALC
           ADD 1                           TO WS-DTC-SSAA.
       0310-REPORT-ANNEE-FIN.
           EXIT.
      *
       0900-CLOTURE.
      *               BILAN DU CONTROLE
      *               -----------------
           MOVE "*** BILAN ***"            TO QUOREP-REC
           WRITE QUOREP-REC
           MOVE SPACES                     TO QUOREP-REC
           STRING "*** PRETS LUS=" WS-NBPRET-LUS
                  " CONTROLES=" WS-NBPRET-CTRL
                  " SANS REGLE=" WS-NBPRET-SREG
                  " EN ERREUR=" WS-NBPRET-KO
                  DELIMITED                BY SIZE
                                         INTO QUOREP-REC
           WRITE QUOREP-REC
           MOVE SPACES                     TO QUOREP-REC
           STRING "*** ASSURES VUS=" WS-NBASSU-VUS
                  " EN ERREUR=" WS-NBASSU-KO
                  " DELEGUES=" WS-NBASSU-DELE
                  " REGLES LUES=" WS-NBRGL-LUES
                  " REJETEES=" WS-NBRGL-KO
                  DELIMITED                BY SIZE
                                         INTO QUOREP-REC
           WRITE QUOREP-REC
           MOVE SPACES                     TO QUOREP-REC
           STRING "*** SOUS-QUOTITES=" WS-NBSOUS-QUOT
                  " GARANTIES ABSENTES=" WS-NBGAR-ABS
                  " FINS AVANT TERME=" WS-NBFIN-TERME
                  DELIMITED                BY SIZE
                                         INTO QUOREP-REC
           WRITE QUOREP-REC
           CLOSE F-IDELCO
           CLOSE F-QUOREP
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           COMPUTE WS-QTREJE = WS-NBPRET-KO + WS-NBASSU-KO
                             + WS-NBRGL-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO
              MOVE 4                       TO WS-CDRETO
           END-IF
      *               ANOMALIES DE COUVERTURE : ALERTE
           IF WS-NBANOMALIE > ZERO
              MOVE 4                       TO WS-CDRETO
              IF WS-LM1ERR = SPACES
                 STRING "ANOMALIES COUVERTURE=" WS-NBANOMALIE
                        " SOUS-QUOTITES=" WS-NBSOUS-QUOT
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
           END-IF
           IF WS-NBPRET-LUS > ZERO AND WS-QTTRAI = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
           IF WS-NBRGL = ZERO
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
           MOVE "AE521Y"                   TO CRLOG-REC-ZNMPR2
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
           MOVE "AE521Y"                   TO ER00-ZNMPR2
           MOVE "AE521Y"                   TO ER00-ZNMMOD
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
