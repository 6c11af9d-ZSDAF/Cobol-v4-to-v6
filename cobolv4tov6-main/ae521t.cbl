      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521T   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Flux Mouvements Adhesion Assureur        *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                mensuelle (apres AE521J)                       *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Flux detaille des mouvements d'adhesion a destination de
      *l'assureur, en complement des totaux du bordereau AE521J. Sur
      *tout le livre (fichier d'IDELCO, assures pagines par X51058H),
      *l'image courante de chaque adhesion (copy ZCMV01AR : marche,
      *type de contrat, capital MTPA15, taux annuel, prime annuelle,
      *situation AC70, garanties retenues) est valorisee avec les
      *regles d'AE521J (0230 a 0260 repris a l'identique : contrat V
      *du marche CS traite en IM, capital 099-F92CN, population des
      *garanties 007-F50DD, prime par garantie, assures delegues
      *AE521S exclus) puis confrontee a l'image du mois precedent
      *(fichier IMGREF, cles IDELCO+IDASCN, chargee en table comme
      *l'etat de reference d'AE521H). Un enregistrement mouvement
      *(copy ZCMV02AR) est emis par changement constate :
      * - NA nouvelle adhesion (absente de l'image precedente) ;
      * - RE fin d'adhesion (absente ce mois), motif FA fin
      *   d'adhesion ou DL delegation d'assurance (AE521S) ;
      * - FG fin de garantie / NG nouvelle garantie, par code CDGADE ;
      * - CA changement de capital assure (MTPA15) ;
      * - TX changement de taux annuel (somme des composantes X58B) ;
      * - MA changement de marche ou de type de contrat (CDCAPR) ;
      * - SD / SF debut / fin de situation particuliere AC70 (CTSPEC
      *   36 active a la date du jour, cf 099-F92ID).
      *Le flux MVTASS porte un entete (totaux de l'image precedente)
      *et un enregistrement de fin (nombre de mouvements, nombre
      *d'adhesions, couples adhesion/garantie et prime annuelle de
      *l'image courante, rapproches du bordereau AE521J BORREP du
      *meme mois). L'image courante est reecrite dans IMGNEW (a
      *recycler en IMGREF par l'ordonnancement).
      *Rapprochement AE521J : les couples adhesion/garantie et la
      *prime annuelle sont cumules par marche / garantie comme au
      *bordereau et confrontes ligne a ligne au fichier BORREP ; tout
      *ecart (ou bordereau absent) est edite dans MVTREP et donne un
      *RETURN-CODE 4.
      *Comme dans AE521H, un pret rejete sur incident (DF01, AC70) ou
      *un assure non resolu (X51058A / X51058B) conserve son image
      *precedente dans IMGNEW sans produire de faux RE, et une image
      *precedente trop volumineuse (5000 adhesions) neutralise les
      *mouvements plutot que de produire de faux NA.
      *Compte-rendu d'execution normalise (copy ZCF205AR) ajoute en
      *fin de job au fichier commun CRLOG (0950-ECRIT-CRLOG), et
      *RETURN-CODE gradue : 0 propre, 4 partiel (rejets, ecart de
      *rapprochement, mouvements neutralises), 8 echec (aucun pret
      *traite).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521T.
       AUTHOR.         "ADE : Flux Mouvements Adhesion Assureur".
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
           SELECT OPTIONAL F-IMGREF
                                ASSIGN TO "IMGREF"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-BORREP
                                ASSIGN TO "BORREP"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-IMGNEW      ASSIGN TO "IMGNEW"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-MVTASS      ASSIGN TO "MVTASS"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-MVTREP      ASSIGN TO "MVTREP"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IDELCO
           RECORDING MODE IS F.
       01  IDELCO-REC.
           05                    IDELCO-REC-IDELCO     PIC X(11).
       FD  F-IMGREF
           RECORDING MODE IS F.
           COPY 'ZCMV01AR' REPLACING ==(PREF)== BY ==IMGREF-REC==.
       FD  F-BORREP
           RECORDING MODE IS F.
       01  BORREP-REC            PIC X(96).
       FD  F-IMGNEW
           RECORDING MODE IS F.
       01  IMGNEW-REC            PIC X(295).
       FD  F-MVTASS
           RECORDING MODE IS F.
           COPY 'ZCMV02AR' REPLACING ==(PREF)== BY ==MVTASS-REC==.
       FD  F-MVTREP
           RECORDING MODE IS F.
       01  MVTREP-REC            PIC X(96).
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
       COPY 'ZCAC70AR' REPLACING ==(PREF)== BY ==AC70==.
       01                    AC70-IK               PIC X VALUE ZERO.
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
       01                    INDICES-AE521T        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
           05                J92GAR                PIC S9(4) VALUE ZERO.
           05                J92GAP                PIC S9(4) VALUE ZERO.
           05                J92BOR                PIC S9(4) VALUE ZERO.
           05                J92RFR                PIC S9(4) VALUE ZERO.
           05                IZGABL                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-PDECHM             PIC S9(3) VALUE ZERO.
       01                    WS-PDUR18             PIC S9(7) VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBPRET-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-VUS         PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-DELE        PIC 9(7) VALUE ZERO.
           05                WS-NBBOR-PERDU        PIC 9(7) VALUE ZERO.
           05                WS-NBIMG-PRES         PIC 9(7) VALUE ZERO.
           05                WS-NBECART            PIC 9(7) VALUE ZERO.
           05                WS-QTREJE             PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
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
      *Situation particuliere AC70 active du pret (099-F92ID)
       01                    WS-CPAC70             PIC X VALUE "0".
                          88 SITUATION-AC70         VALUE "1".
       01                    WS-MKRAAD             PIC S9(7)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Contexte de l'assure en cours
       01                    WS-CDMAGR             PIC X(2).
       01                    WS-TXANNU             PIC S9(7)V9(5)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MTCAPI             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-QQGARA             PIC S9(7)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MTPRIM             PIC S9(11)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Garanties de l'assure en cours (population 007-F50DD)
       01                    WS-TABLE-GARA.
           05                WS-GARA               OCCURS 20 TIMES.
               10            WS-GAR-CDGADE         PIC X(2).
               10            WS-GAR-CPRETE         PIC X.
      *Image courante et image precedente de l'adhesion en cours
       COPY 'ZCMV01AR' REPLACING ==(PREF)== BY ==IMGC==.
       COPY 'ZCMV01AR' REPLACING ==(PREF)== BY ==IMGP==.
      *Image du mois precedent (fichier IMGREF)
       01                    WS-NBREF              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-REF            PIC S9(4) COMP SYNC
                                                   VALUE +5000.
       01                    WS-IXREF              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-TABLE-REF.
           05                WS-REF                OCCURS 5000 TIMES.
               10            WS-REF-IMAGE          PIC X(295).
               10            WS-REF-CPVU           PIC X.
       01                    WS-CLE-COURANTE       PIC X(22).
       01                    WS-TRREF              PIC X VALUE "N".
                          88 REF-TROUVEE            VALUE "O".
       01                    WS-TRGAR              PIC X VALUE "N".
                          88 GARANTIE-TROUVEE       VALUE "O".
       01                    WS-FIN-IMGREF         PIC X VALUE "N".
                          88 FIN-FICHIER-IMGREF     VALUE "O".
       01                    WS-FIN-BORREP         PIC X VALUE "N".
                          88 FIN-FICHIER-BORREP     VALUE "O".
       01                    WS-FLUX-NEUTRE        PIC X VALUE "N".
                          88 FLUX-NEUTRALISE        VALUE "O".
      *Mouvement en cours d'emission
       01                    WS-CDMOUV             PIC X(2).
       01                    WS-CDMOTI             PIC X(2).
       01                    WS-CDGAMV             PIC X(2).
      *Totaux du flux (entete : image precedente, fin : image
      *courante et bordereau AE521J)
       01                    WS-TOTAUX-FLUX.
           05                WS-NBADHP             PIC 9(7) VALUE ZERO.
           05                WS-NBGARP             PIC 9(7) VALUE ZERO.
           05                WS-MTPRTP             PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
           05                WS-NBMOUV             PIC 9(7) VALUE ZERO.
           05                WS-NBADHE             PIC 9(7) VALUE ZERO.
           05                WS-NBGART             PIC 9(7) VALUE ZERO.
           05                WS-MTPRTO             PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
           05                WS-NBLIGJ             PIC 9(7) VALUE ZERO.
           05                WS-NBGARJ             PIC 9(7) VALUE ZERO.
           05                WS-MTPRTJ             PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Nombre de mouvements par type
       01                    WS-CPTEURS-MOUV.
           05                WS-NBMV-NA            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-RE            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-FG            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-NG            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-CA            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-TX            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-MA            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-SD            PIC 9(7) VALUE ZERO.
           05                WS-NBMV-SF            PIC 9(7) VALUE ZERO.
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
      *Table de rapprochement marche / garantie (flux / AE521J)
       01                    WS-NBBOR              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-BOR            PIC S9(4) COMP SYNC
                                                   VALUE +0200.
       01                    WS-IXBOR              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-TRBOR              PIC X VALUE "N".
                          88 BORDEREAU-TROUVE       VALUE "O".
       01                    WS-TABLE-BOR.
           05                WS-BOR                OCCURS 200 TIMES.
               10            WS-BOR-CDMAAS         PIC X(2).
               10            WS-BOR-CDGADE         PIC X(2).
               10            WS-BOR-QTADHE         PIC 9(7).
               10            WS-BOR-MTPRIM         PIC S9(13)V9(2)
                                                   COMP-3.
               10            WS-BOR-QTADHJ         PIC 9(7).
               10            WS-BOR-MTPRIJ         PIC S9(13)V9(2)
                                                   COMP-3.
       01                    WS-CDMARA             PIC X(2).
       01                    WS-CDGARA             PIC X(2).
       01                    WS-QTADHJ             PIC 9(7) VALUE ZERO.
       01                    WS-MTPRIJ             PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Ligne du bordereau AE521J (meme dessin que WS-LIGNE-BOR)
       01                    WS-LIGNE-BOR.
           05                WLB-CDMAAS            PIC X(2).
           05                FILLER                PIC X(5).
           05                WLB-CDGADE            PIC X(2).
           05                FILLER                PIC X(7).
           05                WLB-QTADHE            PIC ZZZZZZ9.
           05                FILLER                PIC X(1).
           05                WLB-MTCAPI            PIC
                                                   ZZZZZZZZZZZZ9,99.
           05                FILLER                PIC X(1).
           05                WLB-MTPRIM            PIC
                                                   ZZZZZZZZZZZZ9,99.
           05                FILLER                PIC X(39).
      *Ligne d'ecart du rapprochement
       01                    WS-LIGNE-ECA.
           05                WLE-CDMAAS            PIC X(2).
           05                FILLER                PIC X(5) VALUE SPACE.
           05                WLE-CDGADE            PIC X(2).
           05                FILLER                PIC X(3) VALUE SPACE.
           05                WLE-QTADHE            PIC ZZZZZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-QTADHJ            PIC ZZZZZZ9.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-MTPRIM            PIC
                                                   ZZZZZZZZZZZZ9,99.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLE-MTPRIJ            PIC
                                                   ZZZZZZZZZZZZ9,99.
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
           OPEN OUTPUT                     F-IMGNEW
           OPEN OUTPUT                     F-MVTASS
           OPEN OUTPUT                     F-MVTREP
           MOVE "RAPPROCHEMENT FLUX MOUVEMENTS / BORDEREAU AE521J"
                                         TO MVTREP-REC
           WRITE MVTREP-REC
           MOVE "MARCHE GAR.  ADH.FLUX ADH.BORD       PRIME FLUX  PRIME
      -    " BORDEREAU"                   TO MVTREP-REC
           WRITE MVTREP-REC
      *               RECHERCHE NO VERSION ADI
      *               ------------------------
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
      *               IMAGE DU MOIS PRECEDENT ET BORDEREAU AE521J
      *               -------------------------------------------
           PERFORM 0120-CHARGE-IMGREF     THRU 0120-CHARGE-IMGREF-FIN
           PERFORM 0140-CHARGE-BORREP     THRU 0140-CHARGE-BORREP-FIN
      *               ENTETE DU FLUX : TOTAUX DE L'IMAGE PRECEDENTE
      *               ---------------------------------------------
           MOVE SPACES                     TO MVTASS-REC
           MOVE "E"                        TO MVTASS-REC-CTENRE
           MOVE "MVTADE"                   TO MVTASS-REC-CDFLUX
           MOVE PA01-DTJOUP                TO MVTASS-REC-DTTRAI
           MOVE PA01-DTJOUP (1:6)          TO MVTASS-REC-SSAAMM
           MOVE WS-NBADHP                  TO MVTASS-REC-NBADHP
           MOVE WS-NBGARP                  TO MVTASS-REC-NBGARP
           MOVE WS-MTPRTP                  TO MVTASS-REC-MTPRTP
           WRITE MVTASS-REC
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN.
       0100-OUVERTURE-FIN.
           EXIT.
      *
      *               CHARGEMENT DE L'IMAGE DU MOIS PRECEDENT
      *               ----------------------------------------
       0120-CHARGE-IMGREF.
           OPEN INPUT                      F-IMGREF
           PERFORM 0130-LECTURE-IMGREF    THRU 0130-LECTURE-IMGREF-FIN
                                        UNTIL FIN-FICHIER-IMGREF
                                           OR FLUX-NEUTRALISE
           CLOSE F-IMGREF.
       0120-CHARGE-IMGREF-FIN.
           EXIT.
      *
       0130-LECTURE-IMGREF.
           READ F-IMGREF
              AT END MOVE "O"              TO WS-FIN-IMGREF
                     GO TO 0130-LECTURE-IMGREF-FIN
           END-READ
           IF WS-NBREF < WS-MAX-REF
              ADD 1                        TO WS-NBREF
              MOVE IMGREF-REC              TO WS-REF-IMAGE (WS-NBREF)
              MOVE "N"                     TO WS-REF-CPVU (WS-NBREF)
              ADD 1                        TO WS-NBADHP
              ADD IMGREF-REC-NBGARA        TO WS-NBGARP
              ADD IMGREF-REC-MTPRIM        TO WS-MTPRTP
           ELSE
      *               IMAGE TROP VOLUMINEUSE : LES MOUVEMENTS SONT
      *               NEUTRALISES POUR NE PAS PRODUIRE DE FAUX NA
      *               (CF CARTOUCHE ET AE521H)
              MOVE "O"                     TO WS-FLUX-NEUTRE
              IF WS-LM1ERR = SPACES
                 MOVE "TABLE IMAGE PRECEDENTE SATUREE, FLUX NEUTRALISE"
                                           TO WS-LM1ERR
              END-IF
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521T 0130-LECTURE-IMGREF "
                     "TABLE IMAGE SATUREE, FLUX NEUTRALISE"
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
           END-IF.
       0130-LECTURE-IMGREF-FIN.
           EXIT.
      *
      *               CHARGEMENT DU BORDEREAU AE521J DU MOIS
      *               (LIGNES MARCHE / GARANTIE, HORS ENTETE ET
      *               LIGNES DE TOTAL "***")
      *               ------------------------------------------
       0140-CHARGE-BORREP.
           OPEN INPUT                      F-BORREP
           PERFORM 0150-LECTURE-BORREP    THRU 0150-LECTURE-BORREP-FIN
                                        UNTIL FIN-FICHIER-BORREP
           CLOSE F-BORREP.
       0140-CHARGE-BORREP-FIN.
           EXIT.
      *
       0150-LECTURE-BORREP.
           READ F-BORREP
              AT END MOVE "O"              TO WS-FIN-BORREP
                     GO TO 0150-LECTURE-BORREP-FIN
           END-READ
           IF BORREP-REC (1:3) = "***" OR BORREP-REC (1:6) = "MARCHE"
              GO TO 0150-LECTURE-BORREP-FIN
           END-IF
           MOVE BORREP-REC                 TO WS-LIGNE-BOR
           IF WLB-CDGADE = SPACES
              GO TO 0150-LECTURE-BORREP-FIN
           END-IF
           ADD 1                           TO WS-NBLIGJ
           MOVE WLB-QTADHE                 TO WS-QTADHJ
           MOVE WLB-MTPRIM                 TO WS-MTPRIJ
           ADD WS-QTADHJ                   TO WS-NBGARJ
           ADD WS-MTPRIJ                   TO WS-MTPRTJ
           MOVE WLB-CDMAAS                 TO WS-CDMARA
           MOVE WLB-CDGADE                 TO WS-CDGARA
           PERFORM 0160-POSTE-BORDEREAU   THRU 0160-POSTE-BORDEREAU-FIN
           IF BORDEREAU-TROUVE
              ADD WS-QTADHJ                TO WS-BOR-QTADHJ (WS-IXBOR)
              ADD WS-MTPRIJ                TO WS-BOR-MTPRIJ (WS-IXBOR)
           END-IF.
       0150-LECTURE-BORREP-FIN.
           EXIT.
      *
      *               RECHERCHE / CREATION DU POSTE MARCHE /
      *               GARANTIE WS-CDMARA / WS-CDGARA (WS-IXBOR)
      *               -----------------------------------------
       0160-POSTE-BORDEREAU.
           MOVE "N"                        TO WS-TRBOR
           MOVE ZERO                       TO WS-IXBOR
           PERFORM VARYING J92BOR FROM 1 BY 1
                                        UNTIL J92BOR > WS-NBBOR
                                           OR BORDEREAU-TROUVE
              IF WS-BOR-CDMAAS (J92BOR) = WS-CDMARA
              AND WS-BOR-CDGADE (J92BOR) = WS-CDGARA
                 MOVE J92BOR               TO WS-IXBOR
                 MOVE "O"                  TO WS-TRBOR
              END-IF
           END-PERFORM
           IF BORDEREAU-TROUVE
              GO TO 0160-POSTE-BORDEREAU-FIN
           END-IF
           IF WS-NBBOR < WS-MAX-BOR
              ADD 1                        TO WS-NBBOR
              MOVE WS-NBBOR                TO WS-IXBOR
              MOVE WS-CDMARA               TO WS-BOR-CDMAAS (WS-IXBOR)
              MOVE WS-CDGARA               TO WS-BOR-CDGADE (WS-IXBOR)
              MOVE ZERO                    TO WS-BOR-QTADHE (WS-IXBOR)
                                              WS-BOR-MTPRIM (WS-IXBOR)
                                              WS-BOR-QTADHJ (WS-IXBOR)
                                              WS-BOR-MTPRIJ (WS-IXBOR)
              MOVE "O"                     TO WS-TRBOR
           ELSE
      *               TABLE SATUREE - LE RAPPROCHEMENT GLOBAL
      *               RESTE ASSURE PAR LES TOTAUX DU FLUX
              ADD 1                        TO WS-NBBOR-PERDU
           END-IF.
       0160-POSTE-BORDEREAU-FIN.
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
      *               PRET REJETE : SES IMAGES PRECEDENTES SONT
      *               PRESERVEES (PAS DE FAUX RE SUR INCIDENT)
              PERFORM 0290-PRESERVE-PRET
                                        THRU 0290-PRESERVE-PRET-FIN
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
      *               SITUATION PARTICULIERE AC70 DU PRET
      *               -----------------------------------
           PERFORM 0205-RECHERCHE-AC70    THRU 0205-RECHERCHE-AC70-FIN
           IF AC70-IK = "2"
      *               ACCES AC70 EN ERREUR : PRET REJETE, SINON
      *               UNE FIN DE SITUATION SERAIT EMISE A TORT
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "ACCES AC70 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              PERFORM 0290-PRESERVE-PRET
                                        THRU 0290-PRESERVE-PRET-FIN
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
      *               BOUCLE SUR LES PAGES D'ASSURES (X51058H)
      *               -----------------------------------------
           MOVE 1                          TO WS-NUASDE
           MOVE ZERO                       TO WS-QTASVU
           MOVE "N"                        TO WS-FIN-PAGES
           PERFORM 0215-TRAITE-PAGE       THRU 0215-TRAITE-PAGE-FIN
                                        UNTIL FIN-PAGES-ASSURE
           IF WS-QTASVU = ZEROES
      *               PRET SANS ASSURE : COMPTE EN ERREUR (CF
      *               AE521J) ET IMAGES PRECEDENTES PRESERVEES
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "PAS D'ASSURE IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              PERFORM 0290-PRESERVE-PRET
                                        THRU 0290-PRESERVE-PRET-FIN
           END-IF.
       0200-TRAITEMENT-PRET-SUIVANT.
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN.
       0200-TRAITEMENT-PRET-FIN.
           EXIT.
      *
      *               RECHERCHE D'UNE SITUATION PARTICULIERE
      *               ACTIVE (CTSPEC 36) A LA DATE DU JOUR
      *               ---------------------------------------
       0205-RECHERCHE-AC70.
           MOVE "0"                        TO WS-CPAC70
           MOVE ZEROES                     TO WS-MKRAAD
           INITIALIZE                         AC70
                                              AC70-IK
           MOVE DF01-IDELCO                TO AC70-IDELCO
           PERFORM 0206-ACCES-OCI-AC70    THRU 0206-ACCES-OCI-AC70-FIN
           MOVE IK                         TO AC70-IK
           PERFORM 0207-BOUCLE-AC70       THRU 0207-BOUCLE-AC70-FIN
                                        UNTIL AC70-IK NOT = ZERO
                                           OR SITUATION-AC70.
       0205-RECHERCHE-AC70-FIN.
           EXIT.
      *
       0206-ACCES-OCI-AC70.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGAC70"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC70
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF TROUVE-SUP OR TROUVE-INF OR OK
              GO TO 0206-ACCES-OCI-AC70-FIN
           END-IF
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 0206-ACCES-OCI-AC70-FIN
           END-IF
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521T 0206-ACCES-OCI-AC70 "
                  "PB ACCES AC70 IDELCO=" AC70-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0206-ACCES-OCI-AC70-FIN.
           EXIT.
      *
       0207-BOUCLE-AC70.
           IF AC70-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC70-IK
              GO TO 0207-BOUCLE-AC70-FIN.
           IF AC70-CTSPEC = 36
           AND AC70-DDSPEC NOT > PA01-DTJOUP
           AND AC70-DFSPEC NOT < PA01-DTJOUP
      *S'il y a un montant RA a deduire actif
              MOVE "1"                     TO WS-CPAC70
              MOVE AC70-MKRAAD             TO WS-MKRAAD
              GO TO 0207-BOUCLE-AC70-FIN.
      *Sinon lecture suivante
           MOVE ZERO                       TO IK
           MOVE "CLEFSUIVIDTF"             TO LG-ORDRE
           MOVE "LGAC70"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC70
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              MOVE ZERO                    TO AC70-IK
              GO TO 0207-BOUCLE-AC70-FIN
           END-IF
           MOVE 1                          TO AC70-IK
           IF FIN-DOMAINE OR PAS-TROUVE
              GO TO 0207-BOUCLE-AC70-FIN
           END-IF
           MOVE 2                          TO AC70-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521T 0207-BOUCLE-AC70 "
                  "PB ACCES SUIVANT AC70 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0207-BOUCLE-AC70-FIN.
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
           STRING "AE521T 0210-ACCES-DF01 "
                  "PB ACCES DF01 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0210-ACCES-DF01-FIN.
           EXIT.
      *
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
              ADD 1                        TO WS-NBASSU-VUS
              PERFORM 0230-IMAGE-ASSURE
                                        THRU 0230-IMAGE-ASSURE-FIN
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
           INITIALIZE                         X58H
           MOVE X601-NOVADI                TO X58H-NOVADI
           MOVE DF01-IDELCO                TO X58H-IDPRAS
           MOVE WS-NUASDE                  TO X58H-NUASDE
           MOVE "X51058H"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING X58H.
       0220-ACCES-X58H-FIN.
           EXIT.
      *
      *               IMAGE D'UN ASSURE : CONTEXTE X51058A, CAPITAL /
      *               TAUX X51058B, GARANTIES 007-F50DD (VALORISATION
      *               D'AE521J), PUIS CONFRONTATION A L'IMAGE DU MOIS
      *               PRECEDENT
      *               ------------------------------------------------
       0230-IMAGE-ASSURE.
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
              STRING "AE521T 0230-IMAGE-ASSURE "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
      *               ASSURE NON RESOLU : IMAGE PRECEDENTE PRESERVEE
              ADD 1                        TO WS-NBASSU-KO
              PERFORM 0295-PRESERVE-COUPLE
                                        THRU 0295-PRESERVE-COUPLE-FIN
              GO TO 0230-IMAGE-ASSURE-FIN
           END-IF
      *               ASSURE DELEGUE (AE521S) : HORS BORDEREAU, FIN
      *               D'ADHESION MOTIF DL S'IL ETAIT ADHERENT
      *               ----------------------------------------------
           PERFORM 0235-RECHERCHE-DELEGATION
                                  THRU 0235-RECHERCHE-DELEGATION-FIN
           IF AC72-IK = "2"
      *               ACCES AC72 EN ERREUR : ASSURE REJETE, SINON IL
      *               SERAIT TRAITE A TORT COMME NON DELEGUE
              ADD 1                        TO WS-NBASSU-KO
              PERFORM 0295-PRESERVE-COUPLE
                                        THRU 0295-PRESERVE-COUPLE-FIN
              IF WS-LM1ERR = SPACES
                 STRING "ACCES AC72 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-IMAGE-ASSURE-FIN
           END-IF
           IF ASSURE-DELEGUE
              ADD 1                        TO WS-NBASSU-DELE
              IF NOT FLUX-NEUTRALISE
                 PERFORM 0285-RESILIE-DELEGUE
                                        THRU 0285-RESILIE-DELEGUE-FIN
              END-IF
              GO TO 0230-IMAGE-ASSURE-FIN
           END-IF
      *               CAPITAL ET TAUX (X51058B, CF 099-F92CN)
      *               ----------------------------------------
           PERFORM 0240-APPEL-X58B        THRU 0240-APPEL-X58B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521T 0230-IMAGE-ASSURE "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO=" DF01-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              PERFORM 0295-PRESERVE-COUPLE
                                        THRU 0295-PRESERVE-COUPLE-FIN
              GO TO 0230-IMAGE-ASSURE-FIN
           END-IF
           MOVE X58B-MTPA15                TO WS-MTCAPI
           COMPUTE WS-TXANNU = X58B-TCAMDC + X58B-TCAMIT +
                               X58B-TCAMI3 + X58B-TCAMCH +
                               X58B-TCAMCD + X58B-TCAMMN +
                               X58B-TCAMTP + X58B-TCAMA0 +
                               X58B-TCAMMR + X58B-TCAMIP +
                               X58B-TCAMIC + X58B-TCOCHO
      *               CODE MARCHE D'AGREGATION - REGLE CONTRAT V
      *               DU MARCHE CS TRAITE EN IM (P92EG/P92EI)
      *               -------------------------------------------
           MOVE X58A-CDMAAS                TO WS-CDMAGR
           IF WS-CDMAGR = SPACES OR WS-CDMAGR = ZEROES
              MOVE "CS"                    TO WS-CDMAGR
           END-IF
           IF WS-CDMAGR = "CS" AND X58B-CDCAPR = "V"
              MOVE "IM"                    TO WS-CDMAGR
           END-IF
      *               POPULATION DES GARANTIES (007-F50DD)
      *               -------------------------------------
           PERFORM 0250-POPULE-GARANTIE THRU 0250-POPULE-GARANTIE-FIN
      *               IMAGE COURANTE DE L'ADHESION
      *               ----------------------------
           INITIALIZE                         IMGC
           MOVE DF01-IDELCO                TO IMGC-IDELCO
           MOVE X58A-IDASCN                TO IMGC-IDASCN
           MOVE WS-CDMAGR                  TO IMGC-CDMAAS
           MOVE X58B-CDCAPR                TO IMGC-CDCAPR
           MOVE X58A-CDHRZ                 TO IMGC-CDHRZ
           MOVE WS-MTCAPI                  TO IMGC-MTPA15
           MOVE WS-TXANNU                  TO IMGC-TXANNU
           MOVE WS-CPAC70                  TO IMGC-CPAC70
           MOVE WS-MKRAAD                  TO IMGC-MKRAAD
      *               CUMUL DES GARANTIES RETENUES
      *               ----------------------------
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IZGABL
              IF WS-GAR-CPRETE (J92GAR) = "1"
                 PERFORM 0260-CUMUL-GARANTIE
                                       THRU 0260-CUMUL-GARANTIE-FIN
              END-IF
           END-PERFORM
           MOVE IMGC                       TO IMGNEW-REC
           WRITE IMGNEW-REC
           ADD 1                           TO WS-NBADHE
           ADD IMGC-MTPRIM                 TO WS-MTPRTO
      *               CONFRONTATION A L'IMAGE DU MOIS PRECEDENT
      *               -----------------------------------------
           IF NOT FLUX-NEUTRALISE
              PERFORM 0270-COMPARE-IMAGE THRU 0270-COMPARE-IMAGE-FIN
           END-IF.
       0230-IMAGE-ASSURE-FIN.
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
           STRING "AE521T 0236-ACCES-OCI-AC72 "
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
           STRING "AE521T 0237-TESTE-DELEGATION "
                  "PB ACCES SUIVANT AC72 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0237-TESTE-DELEGATION-FIN.
           EXIT.
      *
      *               ALIMENTATION X58B (CAPITAL DF01, SANS AJUST.
      *               AC70/TF81 - CF CARTOUCHE)
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
      *               (CATALOGUES 007-F50DD PAR MARCHE, HORIZON H2 ;
      *               HORS H2 : CODE "00" UNIQUE, RETENUE SI QQGTIE
      *               NON NULLE COMME EN 099-F92FG)
      *               -----------------------------------------------
       0250-POPULE-GARANTIE.
           MOVE ZERO                       TO IZGABL
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > 20
              MOVE SPACES                  TO WS-GAR-CDGADE (J92GAR)
              MOVE "0"                     TO WS-GAR-CPRETE (J92GAR)
           END-PERFORM
           IF X58A-CDHRZ NOT = "H2"
              MOVE "00"                    TO WS-GAR-CDGADE (1)
              MOVE 1                       TO IZGABL
              IF X58A-QQGTIE NOT = ZERO
                 MOVE "1"                  TO WS-GAR-CPRETE (1)
              END-IF
              GO TO 0250-POPULE-GARANTIE-FIN
           END-IF
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
           END-IF
      *               GARANTIES RETENUES : INDICATEURS DE PRESENCE
      *               X58A (CF AE521B 0242-ALIM-GARANTIE)
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
                 IF X58A-CPDECC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "02"
                 IF X58A-CPIPAC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "03"
                 IF X58A-CPITTC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "04"
                 IF X58A-CPCHOC > 0
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                 END-IF
              WHEN "05"
                 IF X58A-CPITCO > 0
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
      *               CUMUL D'UNE GARANTIE RETENUE DANS L'IMAGE ET
      *               DANS LA TABLE DE RAPPROCHEMENT MARCHE / GARANTIE
      *               -----------------------------------------------
       0260-CUMUL-GARANTIE.
      *               QUOTITE DE LA GARANTIE (ABSENTE = 100)
           EVALUATE WS-GAR-CDGADE (J92GAR)
              WHEN "03"
                 MOVE X58A-QQGTIT          TO WS-QQGARA
              WHEN "04"
                 MOVE X58A-QQPEMP          TO WS-QQGARA
              WHEN OTHER
                 MOVE X58A-QQGTIE          TO WS-QQGARA
           END-EVALUATE
           IF WS-QQGARA = ZEROES
              MOVE 100                     TO WS-QQGARA
           END-IF
      *               PRIME ANNUELLE DE L'ADHESION SUR LA GARANTIE
      *               (MEME CALCUL QU'AE521J 0260-CUMUL-GARANTIE)
           COMPUTE WS-MTPRIM ROUNDED = WS-MTCAPI * WS-TXANNU
                                       * WS-QQGARA / 10000
           ADD WS-MTPRIM                   TO IMGC-MTPRIM
           ADD 1                           TO WS-NBGART
           IF IMGC-NBGARA < 11
              ADD 1                        TO IMGC-NBGARA
              MOVE WS-GAR-CDGADE (J92GAR)  TO IMGC-CDGADE (IMGC-NBGARA)
              MOVE WS-QQGARA               TO IMGC-QQGARA (IMGC-NBGARA)
              MOVE WS-MTPRIM               TO IMGC-MTPRIG (IMGC-NBGARA)
           END-IF
      *               POSTE MARCHE / GARANTIE DU RAPPROCHEMENT
           MOVE WS-CDMAGR                  TO WS-CDMARA
           MOVE WS-GAR-CDGADE (J92GAR)     TO WS-CDGARA
           PERFORM 0160-POSTE-BORDEREAU   THRU 0160-POSTE-BORDEREAU-FIN
           IF BORDEREAU-TROUVE
              ADD 1                        TO WS-BOR-QTADHE (WS-IXBOR)
              ADD WS-MTPRIM                TO WS-BOR-MTPRIM (WS-IXBOR)
           END-IF.
       0260-CUMUL-GARANTIE-FIN.
           EXIT.
      *
      *               CONFRONTATION DE L'IMAGE COURANTE A L'IMAGE DU
      *               MOIS PRECEDENT ET EMISSION DES MOUVEMENTS
      *               -----------------------------------------------
       0270-COMPARE-IMAGE.
           MOVE IMGC-CLE                   TO WS-CLE-COURANTE
           PERFORM 0275-RECHERCHE-REF     THRU 0275-RECHERCHE-REF-FIN
           IF NOT REF-TROUVEE
      *               NOUVELLE ADHESION
              INITIALIZE                      IMGP
              MOVE "NA"                    TO WS-CDMOUV
              MOVE SPACES                  TO WS-CDMOTI
                                              WS-CDGAMV
              PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
              GO TO 0270-COMPARE-IMAGE-FIN
           END-IF
           MOVE "O"                        TO WS-REF-CPVU (WS-IXREF)
           MOVE WS-REF-IMAGE (WS-IXREF)    TO IMGP
           MOVE SPACES                     TO WS-CDMOTI
                                              WS-CDGAMV
      *               CHANGEMENT DE MARCHE OU DE TYPE DE CONTRAT
           IF IMGC-CDMAAS NOT = IMGP-CDMAAS
           OR IMGC-CDCAPR NOT = IMGP-CDCAPR
              MOVE "MA"                    TO WS-CDMOUV
              PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
           END-IF
      *               CHANGEMENT DE CAPITAL ASSURE
           IF IMGC-MTPA15 NOT = IMGP-MTPA15
              MOVE "CA"                    TO WS-CDMOUV
              PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
           END-IF
      *               CHANGEMENT DE TAUX ANNUEL
           IF IMGC-TXANNU NOT = IMGP-TXANNU
              MOVE "TX"                    TO WS-CDMOUV
              PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
           END-IF
      *               DEBUT / FIN DE SITUATION PARTICULIERE AC70
           IF IMGC-CPAC70 = "1" AND IMGP-CPAC70 NOT = "1"
              MOVE "SD"                    TO WS-CDMOUV
              PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
           END-IF
           IF IMGC-CPAC70 NOT = "1" AND IMGP-CPAC70 = "1"
              MOVE "SF"                    TO WS-CDMOUV
              PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
           END-IF
      *               FINS DE GARANTIE (GARANTIE DE L'IMAGE
      *               PRECEDENTE ABSENTE CE MOIS)
           PERFORM VARYING J92GAP FROM 1 BY 1
                                        UNTIL J92GAP > IMGP-NBGARA
              MOVE "N"                     TO WS-TRGAR
              PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IMGC-NBGARA
                 IF IMGC-CDGADE (J92GAR) = IMGP-CDGADE (J92GAP)
                    MOVE "O"               TO WS-TRGAR
                 END-IF
              END-PERFORM
              IF NOT GARANTIE-TROUVEE
                 MOVE "FG"                 TO WS-CDMOUV
                 MOVE IMGP-CDGADE (J92GAP) TO WS-CDGAMV
                 PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
              END-IF
           END-PERFORM
      *               NOUVELLES GARANTIES (GARANTIE DE L'IMAGE
      *               COURANTE ABSENTE LE MOIS PRECEDENT)
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IMGC-NBGARA
              MOVE "N"                     TO WS-TRGAR
              PERFORM VARYING J92GAP FROM 1 BY 1
                                        UNTIL J92GAP > IMGP-NBGARA
                 IF IMGP-CDGADE (J92GAP) = IMGC-CDGADE (J92GAR)
                    MOVE "O"               TO WS-TRGAR
                 END-IF
              END-PERFORM
              IF NOT GARANTIE-TROUVEE
                 MOVE "NG"                 TO WS-CDMOUV
                 MOVE IMGC-CDGADE (J92GAR) TO WS-CDGAMV
                 PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
              END-IF
           END-PERFORM.
       0270-COMPARE-IMAGE-FIN.
           EXIT.
      *
      *               RECHERCHE DE WS-CLE-COURANTE DANS L'IMAGE DU
      *               MOIS PRECEDENT (RANG WS-IXREF)
      *               ---------------------------------------------
       0275-RECHERCHE-REF.
           MOVE "N"                        TO WS-TRREF
           MOVE ZERO                       TO WS-IXREF
           PERFORM VARYING J92RFR FROM 1 BY 1
                                        UNTIL J92RFR > WS-NBREF
                                           OR REF-TROUVEE
              IF WS-REF-IMAGE (J92RFR) (1:22) = WS-CLE-COURANTE
                 MOVE J92RFR               TO WS-IXREF
                 MOVE "O"                  TO WS-TRREF
              END-IF
           END-PERFORM.
       0275-RECHERCHE-REF-FIN.
           EXIT.
      *
      *               ECRITURE D'UN MOUVEMENT WS-CDMOUV (IMAGE
      *               COURANTE IMGC, IMAGE PRECEDENTE IMGP)
      *               ----------------------------------------
       0280-ECRIT-MOUVEMENT.
           MOVE SPACES                     TO MVTASS-REC
           MOVE "D"                        TO MVTASS-REC-CTENRE
           IF IMGC-IDELCO NOT = SPACES
              MOVE IMGC-IDELCO             TO MVTASS-REC-IDELCO
              MOVE IMGC-IDASCN             TO MVTASS-REC-IDASCN
           ELSE
              MOVE IMGP-IDELCO             TO MVTASS-REC-IDELCO
              MOVE IMGP-IDASCN             TO MVTASS-REC-IDASCN
           END-IF
           MOVE WS-CDMOUV                  TO MVTASS-REC-CDMOUV
           MOVE WS-CDMOTI                  TO MVTASS-REC-CDMOTI
           MOVE WS-CDGAMV                  TO MVTASS-REC-CDGADE
           MOVE PA01-DTJOUP                TO MVTASS-REC-DTMOUV
           MOVE IMGC-CDMAAS                TO MVTASS-REC-CDMAAS
           MOVE IMGP-CDMAAS                TO MVTASS-REC-CDMAAP
           MOVE IMGC-CDCAPR                TO MVTASS-REC-CDCAPR
           MOVE IMGP-CDCAPR                TO MVTASS-REC-CDCAPP
           MOVE IMGC-MTPA15                TO MVTASS-REC-MTPA15
           MOVE IMGP-MTPA15                TO MVTASS-REC-MTPA1P
           MOVE IMGC-TXANNU                TO MVTASS-REC-TXANNU
           MOVE IMGP-TXANNU                TO MVTASS-REC-TXANNP
           MOVE IMGC-MTPRIM                TO MVTASS-REC-MTPRIM
           MOVE IMGP-MTPRIM                TO MVTASS-REC-MTPRIP
           MOVE IMGC-CPAC70                TO MVTASS-REC-CPAC70
           MOVE IMGC-MKRAAD                TO MVTASS-REC-MKRAAD
           WRITE MVTASS-REC
           ADD 1                           TO WS-NBMOUV
           EVALUATE WS-CDMOUV
              WHEN "NA"
                 ADD 1                     TO WS-NBMV-NA
              WHEN "RE"
                 ADD 1                     TO WS-NBMV-RE
              WHEN "FG"
                 ADD 1                     TO WS-NBMV-FG
              WHEN "NG"
                 ADD 1                     TO WS-NBMV-NG
              WHEN "CA"
                 ADD 1                     TO WS-NBMV-CA
              WHEN "TX"
                 ADD 1                     TO WS-NBMV-TX
              WHEN "MA"
                 ADD 1                     TO WS-NBMV-MA
              WHEN "SD"
                 ADD 1                     TO WS-NBMV-SD
              WHEN "SF"
                 ADD 1                     TO WS-NBMV-SF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0280-ECRIT-MOUVEMENT-FIN.
           EXIT.
      *
      *               ASSURE DELEGUE PRESENT DANS L'IMAGE DU MOIS
      *               PRECEDENT : FIN D'ADHESION MOTIF DL
      *               --------------------------------------------
       0285-RESILIE-DELEGUE.
           MOVE SPACES                     TO WS-CLE-COURANTE
           MOVE DF01-IDELCO                TO WS-CLE-COURANTE (1:11)
           MOVE X58A-IDASCN                TO WS-CLE-COURANTE (12:11)
           PERFORM 0275-RECHERCHE-REF     THRU 0275-RECHERCHE-REF-FIN
           IF NOT REF-TROUVEE
              GO TO 0285-RESILIE-DELEGUE-FIN
           END-IF
           IF WS-REF-CPVU (WS-IXREF) = "O"
              GO TO 0285-RESILIE-DELEGUE-FIN
           END-IF
           MOVE "O"                        TO WS-REF-CPVU (WS-IXREF)
           MOVE WS-REF-IMAGE (WS-IXREF)    TO IMGP
           INITIALIZE                         IMGC
           MOVE "RE"                       TO WS-CDMOUV
           MOVE "DL"                       TO WS-CDMOTI
           MOVE SPACES                     TO WS-CDGAMV
           PERFORM 0280-ECRIT-MOUVEMENT   THRU 0280-ECRIT-MOUVEMENT-FIN.
       0285-RESILIE-DELEGUE-FIN.
           EXIT.
      *
      *               PRET REJETE SUR INCIDENT : SES IMAGES DU MOIS
      *               PRECEDENT SONT MARQUEES VUES ET REPORTEES DANS
      *               IMGNEW, POUR NE PAS FABRIQUER DE FAUX RE NI DE
      *               FAUX NA AU MOIS SUIVANT (CF AE521H 0260)
      *               ----------------------------------------------
       0290-PRESERVE-PRET.
           PERFORM VARYING J92RFR FROM 1 BY 1
                                        UNTIL J92RFR > WS-NBREF
              IF WS-REF-IMAGE (J92RFR) (1:11) = IDELCO-REC-IDELCO
              AND WS-REF-CPVU (J92RFR) NOT = "O"
                 MOVE "O"                  TO WS-REF-CPVU (J92RFR)
                 MOVE WS-REF-IMAGE (J92RFR)
                                           TO IMGNEW-REC
                 WRITE IMGNEW-REC
                 ADD 1                     TO WS-NBIMG-PRES
              END-IF
           END-PERFORM.
       0290-PRESERVE-PRET-FIN.
           EXIT.
      *
      *               ASSURE NON RESOLU SUR INCIDENT : SON IMAGE DU
      *               MOIS PRECEDENT EST MARQUEE VUE ET REPORTEE
      *               DANS IMGNEW (MEME PRINCIPE QUE 0290)
      *               ---------------------------------------------
       0295-PRESERVE-COUPLE.
           MOVE SPACES                     TO WS-CLE-COURANTE
           MOVE DF01-IDELCO                TO WS-CLE-COURANTE (1:11)
           MOVE X58H-IDASCN (J50CFR)       TO WS-CLE-COURANTE (12:11)
           PERFORM 0275-RECHERCHE-REF     THRU 0275-RECHERCHE-REF-FIN
           IF REF-TROUVEE
              IF WS-REF-CPVU (WS-IXREF) NOT = "O"
                 MOVE "O"                  TO WS-REF-CPVU (WS-IXREF)
                 MOVE WS-REF-IMAGE (WS-IXREF)
                                           TO IMGNEW-REC
                 WRITE IMGNEW-REC
                 ADD 1                     TO WS-NBIMG-PRES
              END-IF
           END-IF.
       0295-PRESERVE-COUPLE-FIN.
           EXIT.
      *
       0900-CLOTURE.
      *               FINS D'ADHESION : IMAGES DU MOIS PRECEDENT NON
      *               REVUES CE MOIS - SUPPRIMEES SI FLUX NEUTRALISE
      *               -----------------------------------------------
           IF NOT FLUX-NEUTRALISE
              PERFORM 0910-ECRIT-RESILIE THRU 0910-ECRIT-RESILIE-FIN
           END-IF
      *               RAPPROCHEMENT AVEC LE BORDEREAU AE521J
      *               ---------------------------------------
           PERFORM 0920-RAPPROCHE-BORDEREAU
                                   THRU 0920-RAPPROCHE-BORDEREAU-FIN
      *               FIN DU FLUX : TOTAUX DE L'IMAGE COURANTE ET
      *               DU BORDEREAU
      *               -------------------------------------------
           MOVE SPACES                     TO MVTASS-REC
           MOVE "T"                        TO MVTASS-REC-CTENRE
           MOVE WS-NBMOUV                  TO MVTASS-REC-NBMOUV
           MOVE WS-NBADHE                  TO MVTASS-REC-NBADHE
           MOVE WS-NBGART                  TO MVTASS-REC-NBGART
           MOVE WS-MTPRTO                  TO MVTASS-REC-MTPRTO
           MOVE WS-NBGARJ                  TO MVTASS-REC-NBGARJ
           MOVE WS-MTPRTJ                  TO MVTASS-REC-MTPRTJ
           IF WS-NBECART = ZERO
              MOVE "O"                     TO MVTASS-REC-CPRAPP
           ELSE
              MOVE "N"                     TO MVTASS-REC-CPRAPP
           END-IF
           WRITE MVTASS-REC
      *               BILAN DU TRAITEMENT
      *               -------------------
           MOVE SPACES                     TO MVTREP-REC
           STRING "*** PRETS LUS=" WS-NBPRET-LUS
                  " EN ERREUR=" WS-NBPRET-KO
                  " ASSURES VUS=" WS-NBASSU-VUS
                  " NON RESOLUS=" WS-NBASSU-KO
                  " DELEGUES=" WS-NBASSU-DELE
                  DELIMITED                BY SIZE
                                         INTO MVTREP-REC
           WRITE MVTREP-REC
           MOVE SPACES                     TO MVTREP-REC
           IF FLUX-NEUTRALISE
              MOVE "*** FLUX NEUTRALISE (IMAGE PRECEDENTE SATUREE)"
                                           TO MVTREP-REC
           ELSE
              STRING "*** MOUVEMENTS=" WS-NBMOUV
                     " NA=" WS-NBMV-NA
                     " RE=" WS-NBMV-RE
                     " FG=" WS-NBMV-FG
                     " NG=" WS-NBMV-NG
                     DELIMITED             BY SIZE
                                         INTO MVTREP-REC
           END-IF
           WRITE MVTREP-REC
           MOVE SPACES                     TO MVTREP-REC
           STRING "*** CA=" WS-NBMV-CA
                  " TX=" WS-NBMV-TX
                  " MA=" WS-NBMV-MA
                  " SD=" WS-NBMV-SD
                  " SF=" WS-NBMV-SF
                  " IMAGES PRESERVEES=" WS-NBIMG-PRES
                  DELIMITED                BY SIZE
                                         INTO MVTREP-REC
           WRITE MVTREP-REC
           MOVE SPACES                     TO MVTREP-REC
           STRING "*** ADHESIONS=" WS-NBADHE
                  " ADHESION/GARANTIE FLUX=" WS-NBGART
                  " BORDEREAU=" WS-NBGARJ
                  " ECARTS=" WS-NBECART
                  DELIMITED                BY SIZE
                                         INTO MVTREP-REC
           WRITE MVTREP-REC
           CLOSE F-IDELCO
           CLOSE F-IMGNEW
           CLOSE F-MVTASS
           CLOSE F-MVTREP
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           COMPUTE WS-QTREJE = WS-NBPRET-KO + WS-NBASSU-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO OR WS-NBECART > ZERO
           OR FLUX-NEUTRALISE
              MOVE 4                       TO WS-CDRETO
           END-IF
           IF WS-NBPRET-LUS > ZERO AND WS-QTTRAI = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
           PERFORM 0950-ECRIT-CRLOG      THRU 0950-ECRIT-CRLOG-FIN
           MOVE WS-CDRETO                  TO RETURN-CODE
           STOP RUN.
       0900-CLOTURE-FIN.
           EXIT.
      *
      *               FINS D'ADHESION MOTIF FA : IMAGES DU MOIS
      *               PRECEDENT NON REVUES CE MOIS
      *               -----------------------------------------
       0910-ECRIT-RESILIE.
           INITIALIZE                         IMGC
           MOVE "RE"                       TO WS-CDMOUV
           MOVE "FA"                       TO WS-CDMOTI
           MOVE SPACES                     TO WS-CDGAMV
           PERFORM VARYING J92RFR FROM 1 BY 1
                                        UNTIL J92RFR > WS-NBREF
              IF WS-REF-CPVU (J92RFR) NOT = "O"
                 MOVE WS-REF-IMAGE (J92RFR)
                                           TO IMGP
                 PERFORM 0280-ECRIT-MOUVEMENT
                                        THRU 0280-ECRIT-MOUVEMENT-FIN
              END-IF
           END-PERFORM.
       0910-ECRIT-RESILIE-FIN.
           EXIT.
      *
      *               RAPPROCHEMENT FLUX / BORDEREAU AE521J : ECART
      *               PAR MARCHE / GARANTIE PUIS SUR LES TOTAUX
      *               ---------------------------------------------
       0920-RAPPROCHE-BORDEREAU.
           IF WS-NBLIGJ = ZERO
              ADD 1                        TO WS-NBECART
              MOVE "*** BORDEREAU AE521J ABSENT, RAPPROCHEMENT IMPOSSIBL
      -       "E"                         TO MVTREP-REC
              WRITE MVTREP-REC
              IF WS-LM1ERR = SPACES
                 MOVE "BORDEREAU AE521J ABSENT, PAS DE RAPPROCHEMENT"
                                           TO WS-LM1ERR
              END-IF
              GO TO 0920-RAPPROCHE-BORDEREAU-FIN
           END-IF
           PERFORM VARYING J92BOR FROM 1 BY 1
                                        UNTIL J92BOR > WS-NBBOR
              IF WS-BOR-QTADHE (J92BOR) NOT = WS-BOR-QTADHJ (J92BOR)
              OR WS-BOR-MTPRIM (J92BOR) NOT = WS-BOR-MTPRIJ (J92BOR)
                 ADD 1                     TO WS-NBECART
                 MOVE SPACES               TO WS-LIGNE-ECA
                 MOVE WS-BOR-CDMAAS (J92BOR)
                                           TO WLE-CDMAAS
                 MOVE WS-BOR-CDGADE (J92BOR)
                                           TO WLE-CDGADE
                 MOVE WS-BOR-QTADHE (J92BOR)
                                           TO WLE-QTADHE
                 MOVE WS-BOR-QTADHJ (J92BOR)
                                           TO WLE-QTADHJ
                 MOVE WS-BOR-MTPRIM (J92BOR)
                                           TO WLE-MTPRIM
                 MOVE WS-BOR-MTPRIJ (J92BOR)
                                           TO WLE-MTPRIJ
                 MOVE WS-LIGNE-ECA         TO MVTREP-REC
                 WRITE MVTREP-REC
              END-IF
           END-PERFORM
      *               TOTAUX (COUVRE UNE TABLE SATUREE)
           IF WS-NBGART NOT = WS-NBGARJ
           OR WS-MTPRTO NOT = WS-MTPRTJ
              ADD 1                        TO WS-NBECART
              MOVE SPACES                  TO WS-LIGNE-ECA
              MOVE "TO"                    TO WLE-CDMAAS
              MOVE "**"                    TO WLE-CDGADE
              MOVE WS-NBGART               TO WLE-QTADHE
              MOVE WS-NBGARJ               TO WLE-QTADHJ
              MOVE WS-MTPRTO               TO WLE-MTPRIM
              MOVE WS-MTPRTJ               TO WLE-MTPRIJ
              MOVE WS-LIGNE-ECA            TO MVTREP-REC
              WRITE MVTREP-REC
           END-IF
           IF WS-NBECART NOT = ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521T 0920-RAPPROCHE-BORDEREAU "
                     "ECARTS FLUX / BORDEREAU AE521J=" WS-NBECART
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              IF WS-LM1ERR = SPACES
                 STRING "ECARTS FLUX / BORDEREAU AE521J=" WS-NBECART
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
           END-IF.
       0920-RAPPROCHE-BORDEREAU-FIN.
           EXIT.
      *
      *               ECRITURE DU COMPTE-RENDU D'EXECUTION
      *               -------------------------------------
       0950-ECRIT-CRLOG.
           OPEN EXTEND                     F-CRLOG
           MOVE SPACES                     TO CRLOG-REC
           MOVE "AE521T"                   TO CRLOG-REC-ZNMPR2
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
           MOVE "AE521T"                   TO ER00-ZNMPR2
           MOVE "AE521T"                   TO ER00-ZNMMOD
           MOVE "T"                        TO ER00-ZTYENT
           MOVE "X722020"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             .
       P-722020-FIN.
           EXIT.
      *
       P-51058A.
           MOVE "X51058A"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2           USING X58A.
       P-51058A-FIN.
           EXIT.
      *
       P-51058B.
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
