      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521S   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Gestion Delegation Assurance Emprunteur  *
      * Cin{matique  : MO - Sous-programme type moniteur              *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Transaction de gestion des d{l{gations d'assurance emprunteur
      *(substitution loi Lagarde / Hamon / Bourquin / Lemoine) : un
      *assur{ (IDELCO / IDASCN) remplace l'adh{sion ADI par un contrat
      *externe. Jusqu'ici aucune trace dans la cha}ne : l'assur{
      *restait ADI { l'{cran ME4A et dans tous les batchs.
      *Construite sur le mod}le d'AE521G : vue en r{ception WG4D
      *(action CDACTN : C cr{ation, M modification, A cl}ture), vue
      *en {mission 9G4D (garanties ADI d{tenues, d{l{gations de
      *l'assur{, garanties du contrat externe contr{l{).
      *Segment AC72 (copy ZCAC72AR, cl{ IDELCO / IDASCN / DEDELE) :
      *assureur LIASSE, num{ro de police NOPOLE, date d'effet DEDELE,
      *date de fin DFDELE (blanc = d{l{gation ouverte), garanties du
      *contrat externe (code CDGADE, quotit{ QQGAEX, franchise en
      *jours QJFRAN, 11 au plus).
      *Contr}les fonctionnels avant toute mise { jour :
      * - assur{ renseign{ et connu de l'ADI (X51058A, erreur 04) ;
      * - dates de la p{riode valides (erreur 05) ;
      * - assureur et num{ro de police renseign{s (erreur 06) ;
      * - d{l{gation cible trouv{e pour M / A (erreur 07) ;
      * - pas de chevauchement avec une autre d{l{gation du m}me
      *   assur{ (erreur 08) ;
      * - garanties externes valides : code 01 { 11, quotit{ de 0 {
      *   100, franchise num{rique (erreur 13).
      *Equivalence des garanties (C / M) : chaque garantie ADI
      *d{tenue (population 007-F50DD d'AE521A, catalogue par march{
      *et horizon, r}gle contrat V du march{ CS trait{ en IM,
      *quotit{ QQGTIE / QQGTIT / QQPEMP, { d{faut PDRCMC X51058B)
      *doit figurer au contrat externe avec une quotit{ au moins
      *{gale et une franchise au plus {gale. La franchise ADI est le
      *code X58A (CDOITT / CDOFPE / CDOTPT / CDOCDC) lorsqu'il porte
      *un nombre de jours ; sinon elle n'est pas contr{l{e. Un refus
      *n'est pas une anomalie de saisie : aucune mise { jour, la vue
      *9G4D est restitu{e avec le motif CDMOTR (10 garantie absente,
      *11 quotit{ insuffisante, 12 franchise sup{rieure) et la
      *garantie en cause CDGARE.
      *Journal d'audit avant/apr}s de chaque mise { jour dans le
      *segment AC73 (copy ZCAC73AR, m}me principe que le journal AC71
      *d'AE521G) ; un {chec d'{criture du journal est trac{ en F204
      *sans annuler la mise { jour.
      *La d{l{gation en vigueur est lue par AE521A (statut DELEGUE de
      *l'assur{) et par AE521J / AE521P / AE521I qui cessent de
      *compter les cotisations ADI de l'assur{ { sa date d'effet.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521S.
       AUTHOR.         "ADE : Gestion Delegation Assurance Emprunteur".
       DATE-COMPILED.   15/10/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
              C01 IS SAUTP
              CSP IS SAUT0
              DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *<debut_working�>
      *
      * Working - Gestion des d{branchements (GO TO)
      *
        COPY 'GENWGNIV'.
      *Zone de composition des Libell{s d'erreur Composite
       01                    EREC-ERREUR.
           05                EREC-X0001A           PIC X.
           05                EREC-ZLIERT           PIC X(120).
      *-----------------------------------------------------------------
      *Table des libell{s d'erreur non composite (en Majuscule)
       01                    ER00-TABLIB.
           05                ER00-ZLIERT           PIC X(120) VALUE
           " Exemple @ Reproduire ==> NE PAS ECRASER CETTE FAUSSE ANO
      -    " elle n'est pas prise en compte lors de l'affichage       "
             .
       01                    LIBELLE               REDEFINES
                                                   ER00-TABLIB.
           05                ER99-ZLIERT           PIC X(120).
           05                EREU                  OCCURS 01.
                10           EREU-ZLIERT           PIC X(120).
      *-----------------------------------------------------------------
      *GESTION DES ERREURS CENTRALISEE
       01                    ER00-ZTERMR           IS EXTERNAL PIC
                                                   X(4000).
       01                    ER00-ZTYENT           IS EXTERNAL PIC X.
       01                    ER00-ZNMPR2           IS EXTERNAL PIC X(8).
       01                    ER00-ZNMMOD           IS EXTERNAL PIC X(8).
      *
      *GESTION DES APPELS DYNAMIQUES
       01                    CALL-ZNMPR2           PIC X(8).
      *Zones de buffers Acc}s Bases
      *
      *  SEGMENT  : ELEMENT DE CONTRAT  CREDIT
      *
       COPY 'ZCDF01AR' REPLACING ==(PREF)== BY ==DF01==.
      *
      *  SEGMENT  : PARAMETRES
      *
       COPY 'ZCDE04AR' REPLACING ==(PREF)== BY ==DE04==.
      *
      *  SEGMENT  : DELEGATION ASSURANCE EMPRUNTEUR
      *
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AC72==.
      *
      *  SEGMENT  : JOURNAL DES DELEGATIONS
      *
       COPY 'ZCAC73AR' REPLACING ==(PREF)== BY ==AC73==.
      *RETOUR ACCES BASE
       01                    DF01-IK               PIC X VALUE ZERO.
       01                    AC72-IK               PIC X VALUE ZERO.
       01                    AC73-IK               PIC X VALUE ZERO.
      *Zones de buffers Echanges avec Sous-Programmes
       COPY 'D5X58AAR' REPLACING ==(PREF)== BY ==X58A==.
       COPY 'D5X58BAR' REPLACING ==(PREF)== BY ==X58B==.
       COPY 'D5X601AR' REPLACING ==(PREF)== BY ==X601==.
      *
      *Zone de travail pour suppression des blancs non significatifs
       01                    SW00-X4000            PIC X(4000).
       01                    FILLER                REDEFINES SW00-X4000.
           05                SW00-X0001A           OCCURS 4000 PIC X.
       01                    SW10-X4000.
           05                SW10-X0001A           OCCURS 4000 PIC X.
       01                    SW20-X0001A           PIC X.
       01                    SW25-X0001A           PIC X.
      *D{finition des zones de communication :
      *-----------------------------------------------------------------
      *R{ception : Param}tre 8 de +ABSQP = TX00
       01                    TX99.
        02                   TX00.
         03                  TX00-00.
       COPY 'M2WG00AF' REPLACING ==(PREF)== BY ==TX00==.
         03                  TX4D.
       COPY 'M2WG4DAF' REPLACING ==(PREF)== BY ==TX4D==.
         03                  TX99-ZZFILL           PIC X(20000).
      *-----------------------------------------------------------------
      *Emission Service central : Param}tre 9 de +ABSQP = TX00
      *  = R{ception TX00 (WG00) + Zone sp{cifique ZC ()
       01                    ZCZZ.
         03                  ZCZZ-ZZFILL           PIC X(20000).
      *-----------------------------------------------------------------
      *Emission Serveur m{tier : Param}tre 10 de +ABSQP = ME00
       01                    ME00.
           05                ME00-00.
       COPY 'M29G00AF' REPLACING ==(PREF)== BY ==ME00==.
           05                ME00-SUITE.
                     15      FILLER                PIC X(10165).
       01                    ME4D                  REDEFINES ME00.
                10           FILLER                PIC X(00356).
       COPY 'M29G4DAF' REPLACING ==(PREF)== BY ==ME4D==.
       01                    ME95                  REDEFINES ME00.
                10           FILLER                PIC X(00356).
       COPY 'M29G95AF' REPLACING ==(PREF)== BY ==ME95==.
                10           FILLER                PIC X(10045).
       01                    ME96                  REDEFINES ME00.
                10           FILLER                PIC X(00356).
       COPY 'M29G96AF' REPLACING ==(PREF)== BY ==ME96==.
                10           FILLER                PIC X(09737).
      *-----------------------------------------------------------------
      *Zones de workings standard
       01                    WW4D-WORKING.
           05                WW4D-DTJOUP           PIC X(8).
           05                WW4D-XNXTSV           PIC X(7) VALUE
                                                   'PC5100'.
           05                WW4D-NPHASE           PIC 9 VALUE 1.
           05                WW4D-ZCVULO           PIC X(4) VALUE
                                                   '9G4D'.
      *Zone banalis{e pour Log F204
       01                    TXLG-X4000            PIC X(4000).
      *D{finition du stade de traitement
       01                    WW4D-ADNTCH           PIC 9(01).
                          88 RECEPTION             VALUE 1.
                          88 EMISSION              VALUE 0.
                          88 SERV-CENTRAL          VALUE 9.
       01                    WW4D-CDTENS           PIC X.
                          88 RETOUR-IMBRICATION    VALUE "R".
                          88 APPEL-SRV-IMBRIQUE    VALUE "I".
      *
      *  SEGMENT  : LINKAGE X722049: Nom externe service
      *
       COPY 'ZCXT44AU' REPLACING ==(PREF)== BY ==XT44==.
      *Linkage X722049 (Multi-Versions)
      *
       01                    CICS-SRVNAM           PIC X(8).
       01                    CICS-LENGTH           PIC S9(4) COMP.
      *
      *ECRITURE DANS LE LOG CICS
       01                    S-LOGM.
           05                S-LOGM-MESS           PIC X(60).
           05                S-LOGM-LTH            PIC S9(4) COMP.
           05                S-LOGM-ZTRNID         PIC X(4).
           05                S-LOGM-ZTASKN         PIC 9(7).
      *
      *DATE ET HEURE SYSTEME
       01                    WW00-X0016.
           05                WW00-ZDATE1           PIC X(8).
           05                WW00-ZHEURE           PIC X(8).
      *
      *CODE MISE A JOUR DU SERVEUR
       01                    WC01-CDMAJO           PIC X VALUE " ".
      *
      *REPRISE APPL-CODE POUR ABEND
       01                    APPL.
                10           APPL-CODE             PIC S9(9).
                10           APPL-PSSNC2           PIC 9(2).
                10           APPL-PSSNC1           PIC S9(9).
                10           APPL-PSSNC0           PIC 9(2).
                10           APPL-RMNDER           PIC S9(9).
                10           APPL-NWORK            PIC 9(2).
                10           APPL-CWORK            PIC X(1).
                10           APPL-ABEND.
                          20 FILLER                PIC X(1) VALUE "G".
                          20 APPL-CHAR1            PIC X(1).
                          20 APPL-CHAR2            PIC X(1).
                          20 APPL-CHAR3            PIC X(1).
      *
       01                    WW00-ABND             PIC 9.
       01                    F200.
           05                F200-SUITE.
                     15      FILLER                PIC X(00056).
       01                    F203                  REDEFINES F200.
       COPY 'ZCF203AF' REPLACING ==(PREF)== BY ==F203==.
      *WORKING CONTROLES DELEGATION AC72
       01                    WW00-DDCTRL           PIC X(8).
       01                    WW00-DFCTRL           PIC X(8).
       01                    WW00-DFLUE            PIC X(8).
       01                    WW00-CPTROU           PIC 9.
       01                    WW00-CPCHEV           PIC 9.
       01                    WW00-CPREFU           PIC 9.
       01                    WW00-JGAEX            PIC S9(4) COMP SYNC.
       01                    WW00-CDUTIL           PIC X(8).
       01                    WW00-DHMODI           PIC X(14).
      *IMAGE AVANT POUR LE JOURNAL AC73
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AV72==.
      *CONTEXTE ADI DE L'ASSURE (X51058A / X51058B)
       01                    WW00-CDMAGR           PIC X(2).
       01                    WW00-PDRCMC           PIC S9(3)V9(2)
                                                   COMP-3.
       01                    WW00-PDECHM           PIC S9(3) VALUE ZERO.
       01                    WW00-PDUR18           PIC S9(7) VALUE ZERO.
      *GARANTIES ADI DETENUES (POPULATION 007-F50DD D'AE521A)
       01                    WW00-IZGABL           PIC S9(4) COMP SYNC.
       01                    WW00-TABLE-GARA.
           05                WW00-GARA             OCCURS 20 TIMES.
               10            WW00-GAR-CDGADE       PIC X(2).
               10            WW00-GAR-CPRETE       PIC X.
               10            WW00-GAR-QQGARA       PIC S9(3)V9(2)
                                                   COMP-3.
               10            WW00-GAR-CDOFRA       PIC X(8).
      *FRANCHISE ADI EN JOURS (CODE X58A NUMERIQUE)
       01                    WW00-CDOFRA           PIC X(8).
       01                    WW00-ZFRAN            PIC X(3) JUST RIGHT.
       01                    WW00-QLFRAN           PIC S9(4) COMP SYNC.
       01                    WW00-QJFRAN           PIC 9(3).
       01                    WW00-CPFRNU           PIC 9.
      *
       01                    DATCE                 PIC X(8).
       01                    DEBUT-WSS.
           05                FILLER                PIC X(7) VALUE
                                                   "WORKING".
           05                IK                    PIC X.
       01                    CONSTANTES-PAC.
           05                FILLER                PIC X(60) VALUE
                     "8619TM5215/10/26AE521SE909537 11:30:00AE521S  PB35
      -    "15/10/2026".
       01                    PAC-CONSTANTES        REDEFINES
                                                   CONSTANTES-PAC.
           05                NUGNA                 PIC X(5).
           05                APPLI                 PIC X(3).
           05                DATGN                 PIC X(8).
           05                PROGR                 PIC X(6).
           05                CODUTI                PIC X(8).
           05                TIMGN                 PIC X(8).
           05                PROGE                 PIC X(8).
           05                COBASE                PIC X(4).
           05                DATGNC                PIC X(10).
      *
      * Copy working g{n{rale Pacbase pour les programmes
      *
       COPY 'GENWPACP'.
       01                    VARIABLES-CONDITIONNELLES.
           05                FT                    PIC X VALUE "0".
                          88 FIN-DE-PROGRAMME      VALUE ALL '1'.
       01                    INDICES               COMP SYNC.
           05                TALLI                 PIC S9(4) VALUE ZERO.
           05                IEREUL                PIC S9(4) VALUE ZERO.
           05                IEREUR                PIC S9(4) VALUE ZERO.
           05                IEREUM                PIC S9(4) VALUE
                                                   +0001.
           05                ISW00L                PIC S9(4) VALUE ZERO.
           05                ISW00R                PIC S9(4) VALUE ZERO.
           05                ISW00M                PIC S9(4) VALUE
                                                   +4000.
           05                ISW10L                PIC S9(4) VALUE ZERO.
           05                ISW10R                PIC S9(4) VALUE ZERO.
           05                ISW10M                PIC S9(4) VALUE
                                                   +4000.
           05                J50EBR                PIC S9(4) VALUE ZERO.
           05                J50GAR                PIC S9(4) VALUE ZERO.
           05                J50GAX                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
           05                J99MDR                PIC S9(4) VALUE ZERO.
       01                    ZONES-UTILISATEUR     PIC X.
      *<fin_working>_01
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
                          88 CREAT-EXIST           VALUE 00040.
                          88 ETAB-EXIST            VALUE 00560.
                          88 DEFA-INEX             VALUE 00570.
                          88 DEJA-CONNEC           VALUE 00660.
                          88 MODIF-INEX            VALUE 00100.
                          88 SUPP-INEX             VALUE 00120.
                          88 DEJA-OUV              VALUE 00400.
      *
      *INDICATEURS DE MISE A JOUR DB2
      *
      *  SEGMENT  : ZONE COMM GESTION INDIC. ACCES BDD
      *
       COPY 'ZCXT29AU' REPLACING ==(PREF)== BY ==XT29==.
      *
      *ZONES POUR GESTION LECTURE PARAM}TRE
       01                    PASA-PA01-CPABTD      PIC X(01)
                                                          VALUE "A".
       01                    PASA-PA01-ZCMAJ       PIC X
                                                          VALUE "L".

       01                    PASE-PA01        IS EXTERNAL.
           05                PASE-PA01-CTPARA      PIC 99.
           05                PASE-PA01-FILLER      PIC X(1000).
       01                    PASE-PA01-BALISE IS EXTERNAL.
           05                PASE-PA01-CPFLA9      PIC X.
      *Zone descriptive utilisable des param}tres 01
      *
       COPY 'ZCJC01AU' REPLACING ==(PREF)== BY ==PA01==.
      *
      *PARAMETRE BIDON POUR L'INITIALISATION DES SPL
       01                    W-ZCSGLG              PIC X(1100).
       LINKAGE SECTION.
       01                    DFHCOMMAREA.
      *<dfhcommarea�>
           05                SERV-TECMVS.
                10           SERV-MVSPFX           PIC X(1).
                10           SERV-MVSSZE           PIC 9(5).
           05                SERV-TECHNC.
                10           SERV-XPRVSV           PIC X(7).
                10           SERV-XNXTSV           PIC X(7).
                10           SERV-CPSMAJ           PIC X.
           05                SERV-DATA             PIC X(20000).
       PROCEDURE DIVISION USING DFHCOMMAREA.
      *
      * -------------> NIVEAU 001
      *
      *<debut_procedure�>
       ENTREE-PROGRAMME.
           PERFORM DEBUT-PROGRAMME       THRU DEBUT-PROGRAMME-FIN
           PERFORM TRT-EMISSION          THRU TRT-EMISSION-FIN.
      *
       FIN-PROGRAMME.
           PERFORM ENCHAINEMENTS         THRU ENCHAINEMENTS-FIN
           PERFORM SORTIE-ERREUR         THRU SORTIE-ERREUR-FIN.
      *
       DEBUT-PROGRAMME.
      *               INITIALISATION SERVICE
           PERFORM 002-F0D               THRU 002-F0D-FIN
      *               INIT TYPE LECTURE TABLES DB2
           PERFORM 100-INITLECT-TABDB2   THRU 100-INITLECT-TABDB2-FIN
           PERFORM 100-F0J               THRU 100-F0J-FIN
      *               Traitements communs / Init.
           PERFORM 002-F10               THRU 002-F10-FIN.
       DEBUT-PROGRAMME-FIN.
           EXIT.
      *
       TRT-EMISSION.
      *               Traitements Emission
           IF EMISSION
              PERFORM 002-F50            THRU 002-F50-FIN
           END-IF.
       TRT-EMISSION-FIN.
           EXIT.
      *
       ENCHAINEMENTS.
      *               Encha�nements
           PERFORM 002-F70               THRU 002-F70-FIN.
       ENCHAINEMENTS-FIN.
           EXIT.
      *
       SORTIE-ERREUR.
      *               On aurait du sortir dans la
      *               fonction pr{c{dente ...
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "71   MAUVAISE GESTION DE LA "
                  "SORTIE DU SERVICE EN F70."
                  " => ABORT AVANT DE PARTIR "
                  "DANS LES FONCTIONS DU SERVICE."
                  DELIMITED BY "&"       INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       SORTIE-ERREUR-FIN.
           EXIT.
      *
      * -------------> NIVEAU 002
      *
       002-F0D.
      *               INITIALISATIONS MESSAGES
           INITIALIZE                         TX00
                                              ME00
      *               GESTION CENTRALISEE DES MESSAGES
           MOVE "T"                        TO ER00-ZTYENT
           MOVE PROGE                      TO ER00-ZNMPR2
      *               ACQUISITION DATE SYSTEME
           PERFORM 100-ACC-CUR-DATE      THRU 100-ACC-CUR-DATE-FIN
           MOVE WW00-ZDATE1                TO DATCE
      *               RECEPTION DU MESSAGE
           PERFORM LIT-MSG               THRU LIT-MSG-FIN.
       002-F0D-FIN.
           EXIT.
      *
       002-F10.
      *               Traitement Initialisation Commun
           INITIALIZE                         ME00
                                              ME4D
                                              WW4D-ADNTCH
                                              TXLG-X4000
                                              EREC-X0001A
           MOVE 01                         TO IEREUM
      *               Param{trage Date du jour
           MOVE TX4D-DTJOUP                TO WW4D-DTJOUP
      *               Initialisation zone {change
           PERFORM 099-F10CB             THRU 099-F10CB-FIN
      *               Lecture Param}tre PA01 Mode L
           PERFORM 100-LECT-PARAM-PA01   THRU 100-LECT-PARAM-PA01-FIN.
       002-F10-FIN.
           EXIT.
      *
       002-F50.
      *               CONTROLES
      *               ---------
           IF TX00-IDELC0 = SPACES OR TX00-IDELC0 = ZEROES OR
              TX00-IDELC0 = LOW-VALUES
      *               PRESENCE IDELCO
              PERFORM 100-ERREUR01       THRU 100-ERREUR01-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
      *               ALIMENTATION BANDEAU PRET
      *               -------------------------
           PERFORM 003-F50BB             THRU 003-F50BB-FIN
      *               CONTEXTE ADI ET GARANTIES DETENUES
      *               ----------------------------------
           PERFORM 003-F50DB             THRU 003-F50DB-FIN
      *               MISE A JOUR DEMANDEE
      *               --------------------
           IF TX4D-CDACTN = "C" OR TX4D-CDACTN = "M" OR
              TX4D-CDACTN = "A"
              PERFORM 003-F50CB          THRU 003-F50CB-FIN
           ELSE
              IF TX4D-CDACTN NOT = SPACE
                 PERFORM 100-ERREUR02    THRU 100-ERREUR02-FIN
                 PERFORM F97-SORTIE-ER95 THRU F97-SORTIE-ER95-FIN
              END-IF
           END-IF
      *               RAPPEL DES DELEGATIONS DE L'ASSURE
      *               ----------------------------------
           PERFORM 003-F50EB             THRU 003-F50EB-FIN.
       002-F50-FIN.
           EXIT.
      *
       002-F70.
      *               Encha�nements
           MOVE PROGE                      TO TX4D-ZNMPR1
                                              ME4D-ZNMPR1
      *               Affichage : Emission
      *               Appel serveur M{tier
           IF EMISSION
              PERFORM 003-F70BB          THRU 003-F70BB-FIN
           END-IF
      *               R{cept. : Fin trt et Aiguillage
           IF RECEPTION OR SERV-CENTRAL
              PERFORM 003-F70CB          THRU 003-F70CB-FIN
           END-IF.
       002-F70-FIN.
           EXIT.
      *
      * -------------> NIVEAU 003
      *
      *               ALIMENTATION BANDEAU PRET
      *               ACCES DF01
      *
       003-F50BB.
           INITIALIZE                         DF01
                                              DF01-IK
           MOVE TX00-IDELC0                TO DF01-IDELCO
           PERFORM 100-ACCES-OCC-DF01    THRU 100-ACCES-OCC-DF01-FIN
           MOVE IK                         TO DF01-IK.
      *               ACCES DF01 KO
           IF DF01-IK NOT = ZERO
              PERFORM 100-ALIM-ERR-50BB16
                                         THRU 100-ALIM-ERR-50BB16-FIN
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM 100-ERREUR03       THRU 100-ERREUR03-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN.
      *               ALIMENTATION DES RUBRIQUES
           MOVE TX00-IDELC0                TO ME4D-IDELCO
           MOVE DF01-IDPART                TO ME4D-IDPART
           MOVE DF01-NOPRPR                TO ME4D-NOPRPR
           MOVE DF01-NOOPPR                TO ME4D-NOOPPR
           MOVE DF01-MTPACR                TO ME4D-MTPA1A.
       003-F50BB-FIN.
           EXIT.
      *
      *               CONTROLES FONCTIONNELS, EQUIVALENCE DES
      *               GARANTIES ET MISE A JOUR
      *
       003-F50CB.
      *               ASSUREUR ET NUMERO DE POLICE (C / M)
           IF (TX4D-CDACTN = "C" OR TX4D-CDACTN = "M") AND
              (TX4D-LIASSE = SPACES OR TX4D-LIASSE = LOW-VALUES OR
               TX4D-NOPOLE = SPACES OR TX4D-NOPOLE = LOW-VALUES)
              PERFORM 100-ERREUR06       THRU 100-ERREUR06-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
      *               GARANTIES DU CONTRAT EXTERNE (C / M)
           IF TX4D-CDACTN = "C" OR TX4D-CDACTN = "M"
              PERFORM 004-F50CC          THRU 004-F50CC-FIN
              IF WW00-CPREFU = 1
                 PERFORM 100-ERREUR13    THRU 100-ERREUR13-FIN
                 PERFORM F97-SORTIE-ER95 THRU F97-SORTIE-ER95-FIN
              END-IF
           END-IF
      *               PERIODE EFFECTIVE SELON ACTION (FIN A BLANC
      *               = DELEGATION OUVERTE, CONTROLEE AU 31/12/9999)
      *               ----------------------------------------------
           IF TX4D-DFDELE NUMERIC AND TX4D-DFDELE NOT = "00000000"
              MOVE TX4D-DFDELE             TO WW00-DFCTRL
           ELSE
              MOVE "99991231"              TO WW00-DFCTRL
           END-IF
           IF TX4D-CDACTN = "C"
              MOVE TX4D-DEDELE             TO WW00-DDCTRL
           END-IF
           IF TX4D-CDACTN = "M"
              MOVE TX4D-DEDECO             TO WW00-DDCTRL
           END-IF
           IF TX4D-CDACTN = "A"
              MOVE TX4D-DEDECO             TO WW00-DDCTRL
              IF WW00-DFCTRL = "99991231"
      *               CLOTURE A LA DATE DU JOUR PAR DEFAUT
                 MOVE PA01-DTJOUP          TO WW00-DFCTRL
              END-IF
           END-IF
      *               CONTROLE DES DATES
      *               ------------------
           IF WW00-DDCTRL NOT NUMERIC OR WW00-DFCTRL NOT NUMERIC OR
              WW00-DDCTRL = "00000000" OR WW00-DDCTRL > WW00-DFCTRL
              PERFORM 100-ERREUR05       THRU 100-ERREUR05-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
      *               EXISTENCE DELEGATION CIBLE (M / A)
      *               ----------------------------------
           IF TX4D-CDACTN = "M" OR TX4D-CDACTN = "A"
              PERFORM 004-F50CD          THRU 004-F50CD-FIN
              IF WW00-CPTROU = 0
                 PERFORM 100-ERREUR07    THRU 100-ERREUR07-FIN
                 PERFORM F97-SORTIE-ER95 THRU F97-SORTIE-ER95-FIN
              END-IF
           END-IF
      *               CONTROLE DE CHEVAUCHEMENT DES DELEGATIONS
      *               DE L'ASSURE
      *               ------------------------------------------
           PERFORM 004-F50CF             THRU 004-F50CF-FIN
           IF WW00-CPCHEV = 1
              PERFORM 100-ERREUR08       THRU 100-ERREUR08-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
      *               EQUIVALENCE DES GARANTIES (C / M) : UN REFUS
      *               EST RESTITUE EN 9G4D SANS MISE A JOUR
      *               ---------------------------------------------
           IF TX4D-CDACTN = "C" OR TX4D-CDACTN = "M"
              PERFORM 004-F50CG          THRU 004-F50CG-FIN
              IF ME4D-CDMOTR NOT = SPACES
                 GO TO 003-F50CB-FIN
              END-IF
           END-IF
      *               APPLICATION DE LA MISE A JOUR
      *               -----------------------------
           PERFORM 004-F50CH             THRU 004-F50CH-FIN.
       003-F50CB-FIN.
           EXIT.
      *
      *               CONTEXTE ADI DE L'ASSURE : X51058A, X51058B
      *               ET GARANTIES DETENUES (007-F50DD D'AE521A)
      *
       003-F50DB.
           IF TX4D-IDASCN = SPACES OR TX4D-IDASCN = LOW-VALUES
              PERFORM 100-ERREUR04       THRU 100-ERREUR04-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
      *               RECHERCHE NO VERSION ADI
           INITIALIZE                         X601
           PERFORM P-510600              THRU P-510600-FIN
      *               ACCES AD10-AD11 - CONTEXTE ASSURE
           INITIALIZE                         X58A
           MOVE X601-NOVADI                TO X58A-NOVADI
           MOVE DF01-IDELCO                TO X58A-IDPRAS
           MOVE "10"                       TO X58A-IDENRE
           MOVE ZEROES                     TO X58A-CESADI
           MOVE "RE"                       TO X58A-ZCDFO3
           MOVE TX4D-IDASCN                TO X58A-IDASCN
           PERFORM P-51058A              THRU P-51058A-FIN
           IF X58A-CESADI NOT = ZEROES AND X58A-CESADI NOT = "0 " AND
              X58A-CESADI NOT = " 0" AND X58A-CESADI NOT = SPACES
              PERFORM 100-ALIM-ERR-50DB19
                                         THRU 100-ALIM-ERR-50DB19-FIN
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM 100-ERREUR04       THRU 100-ERREUR04-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
           MOVE TX4D-IDASCN                TO ME4D-IDASCN
           MOVE X58A-CDHRZ                 TO ME4D-CDHRZ
      *               TYPE DE CONTRAT ET QUOTITE (X51058B)
      *               ------------------------------------
           PERFORM 004-F50DD             THRU 004-F50DD-FIN
      *               CODE MARCHE - REGLE CONTRAT V DU MARCHE CS
      *               TRAITE EN IM (P92EG/P92EI)
      *               -------------------------------------------
           MOVE X58A-CDMAAS                TO WW00-CDMAGR
           IF WW00-CDMAGR = SPACES OR WW00-CDMAGR = ZEROES
              MOVE "CS"                    TO WW00-CDMAGR
           END-IF
           IF WW00-CDMAGR = "CS" AND X58B-CDCAPR = "V"
              MOVE "IM"                    TO WW00-CDMAGR
           END-IF
           MOVE WW00-CDMAGR                TO ME4D-CDMAAS
      *               GARANTIES ADI DETENUES
      *               ----------------------
           PERFORM 004-F50DF             THRU 004-F50DF-FIN.
       003-F50DB-FIN.
           EXIT.
      *
      *               RAPPEL DES DELEGATIONS AC72 DE L'ASSURE
      *
       003-F50EB.
           MOVE ZEROES                     TO ME4D-QTDELE
           MOVE "N"                        TO ME4D-CPDELE
           MOVE ZERO                       TO J50EBR
           INITIALIZE                         AC72
                                              AC72-IK
           MOVE DF01-IDELCO                TO AC72-IDELCO
           MOVE TX4D-IDASCN                TO AC72-IDASCN
           PERFORM 100-ACCES-OCI-AC72    THRU 100-ACCES-OCI-AC72-FIN
           MOVE IK                         TO AC72-IK
           PERFORM 004-F50ED             THRU 004-F50ED-FIN
                                        UNTIL AC72-IK NOT = ZERO
                                           OR J50EBR NOT < 10.
       003-F50EB-FIN.
           EXIT.
      *
       003-F70BB.
      *               Affichage : Emission
      *               Appel serveur M{tier
           MOVE PROGE                      TO SERV-XNXTSV
           MOVE SPACES                     TO ME00-CDTFCT
           MOVE WW4D-NPHASE                TO ME00-NPHASE
                                              ME4D-NPHASE
           MOVE WW4D-ZCVULO                TO ME00-ZCVULO
                                              ME4D-ZCVULO
      *               Sauvegarde de la PU en cours
      *               du dernier {cran affich{
           MOVE TX00-CDPUGW                TO ME4D-CDPUG4
      *               Passer la main au Serveur M{tier
           MOVE ME00                       TO SERV-DATA
           PERFORM SORTIE-OK             THRU SORTIE-OK-FIN.
       003-F70BB-FIN.
           EXIT.
      *
       003-F70CB.
      *               R{cept. : Fin trt et Aiguillage
           MOVE WW4D-XNXTSV                TO SERV-XNXTSV
           MOVE WW4D-ZCVULO                TO TX00-ZCVULO
           MOVE ZERO                       TO TX00-NPHASE
           COMPUTE TX4D-ZQLCOD = LENGTH OF TX00-00 + LENGTH OF TX4D + 1
           MOVE ZCZZ                       TO TX99-ZZFILL
      *               D{part ou Retour vers le futur
           PERFORM FWD-SERVICE           THRU FWD-SERVICE-FIN.
       003-F70CB-FIN.
           EXIT.
      *
      * -------------> NIVEAU 004
      *
      *               CONTROLE DE FORME DES GARANTIES DU CONTRAT
      *               EXTERNE ET RESTITUTION DANS LA VUE 9G4D
      *
       004-F50CC.
           MOVE 0                          TO WW00-CPREFU
           MOVE ZEROES                     TO ME4D-QTGAEX
           IF TX4D-QTGAEX NOT NUMERIC
              MOVE 1                       TO WW00-CPREFU
              GO TO 004-F50CC-FIN.
           IF TX4D-QTGAEX < 1 OR TX4D-QTGAEX > 11
              MOVE 1                       TO WW00-CPREFU
              GO TO 004-F50CC-FIN.
           PERFORM 005-F50CL             THRU 005-F50CL-FIN
                   VARYING J50GAX FROM 1 BY 1
                                        UNTIL J50GAX > TX4D-QTGAEX
                                           OR WW00-CPREFU = 1
           IF WW00-CPREFU = 0
              MOVE TX4D-QTGAEX             TO ME4D-QTGAEX
           END-IF.
       004-F50CC-FIN.
           EXIT.
      *
      *               RECHERCHE DE LA DELEGATION CIBLE
      *               (IDELCO / IDASCN / DEDECO)
      *
       004-F50CD.
           MOVE 0                          TO WW00-CPTROU
           INITIALIZE                         AV72
           INITIALIZE                         AC72
                                              AC72-IK
           MOVE DF01-IDELCO                TO AC72-IDELCO
           MOVE TX4D-IDASCN                TO AC72-IDASCN
           PERFORM 100-ACCES-OCI-AC72    THRU 100-ACCES-OCI-AC72-FIN
           MOVE IK                         TO AC72-IK
           PERFORM 005-F50CE             THRU 005-F50CE-FIN
                                        UNTIL AC72-IK NOT = ZERO
                                           OR WW00-CPTROU = 1.
       004-F50CD-FIN.
           EXIT.
      *
      *               CONTROLE DE CHEVAUCHEMENT DES
      *               DELEGATIONS DE L'ASSURE
      *
       004-F50CF.
           MOVE 0                          TO WW00-CPCHEV
           INITIALIZE                         AC72
                                              AC72-IK
           MOVE DF01-IDELCO                TO AC72-IDELCO
           MOVE TX4D-IDASCN                TO AC72-IDASCN
           PERFORM 100-ACCES-OCI-AC72    THRU 100-ACCES-OCI-AC72-FIN
           MOVE IK                         TO AC72-IK
           PERFORM 005-F50CG             THRU 005-F50CG-FIN
                                        UNTIL AC72-IK NOT = ZERO
                                           OR WW00-CPCHEV = 1.
       004-F50CF-FIN.
           EXIT.
      *
      *               EQUIVALENCE GARANTIE PAR GARANTIE : CHAQUE
      *               GARANTIE ADI DETENUE DOIT ETRE COUVERTE PAR
      *               LE CONTRAT EXTERNE A QUOTITE AU MOINS EGALE
      *               ET A FRANCHISE AU PLUS EGALE
      *               MOTIF 10 GARANTIE ABSENTE
      *               MOTIF 11 QUOTITE INFERIEURE
      *               MOTIF 12 FRANCHISE SUPERIEURE
      *
       004-F50CG.
           MOVE SPACES                     TO ME4D-CDMOTR
                                              ME4D-CDGARE
           PERFORM 005-F50CK             THRU 005-F50CK-FIN
                   VARYING J50GAR FROM 1 BY 1
                                        UNTIL J50GAR > WW00-IZGABL
                                           OR ME4D-CDMOTR NOT = SPACES
           IF ME4D-CDMOTR = "10"
              STRING "DELEGATION REFUSEE - GARANTIE "
                     ME4D-CDGARE
                     " ABSENTE DU CONTRAT EXTERNE"
                     DELIMITED BY SIZE   INTO ME4D-LIMESS
           END-IF
           IF ME4D-CDMOTR = "11"
              STRING "DELEGATION REFUSEE - GARANTIE "
                     ME4D-CDGARE
                     " QUOTITE INSUFFISANTE"
                     DELIMITED BY SIZE   INTO ME4D-LIMESS
           END-IF
           IF ME4D-CDMOTR = "12"
              STRING "DELEGATION REFUSEE - GARANTIE "
                     ME4D-CDGARE
                     " FRANCHISE SUPERIEURE"
                     DELIMITED BY SIZE   INTO ME4D-LIMESS
           END-IF.
       004-F50CG-FIN.
           EXIT.
      *
      *               APPLICATION DE LA MISE A JOUR
      *
       004-F50CH.
           PERFORM 100-ACC-CUR-DATE      THRU 100-ACC-CUR-DATE-FIN
           MOVE WW00-ZDATE1                TO WW00-DHMODI (1:8)
           MOVE WW00-ZHEURE (1:6)          TO WW00-DHMODI (9:6)
      *               CODE UTILISATEUR RECU DU MONITEUR (VUE WG4D)
           MOVE TX4D-CDUTIL                TO WW00-CDUTIL
           IF WW00-CDUTIL = SPACES OR WW00-CDUTIL = LOW-VALUES
              MOVE "INCONNU"               TO WW00-CDUTIL
           END-IF
      *               CLOTURE : SEULE LA DATE DE FIN EST PORTEE
           IF TX4D-CDACTN = "A"
              MOVE AV72                    TO AC72
              MOVE WW00-DFCTRL             TO AC72-DFDELE
           ELSE
              INITIALIZE                      AC72
              MOVE DF01-IDELCO             TO AC72-IDELCO
              MOVE TX4D-IDASCN             TO AC72-IDASCN
              IF TX4D-CDACTN = "C"
                 MOVE TX4D-DEDELE          TO AC72-DEDELE
              ELSE
                 MOVE TX4D-DEDECO          TO AC72-DEDELE
              END-IF
      *               DELEGATION OUVERTE : FIN A BLANC
              IF WW00-DFCTRL = "99991231"
                 MOVE SPACES               TO AC72-DFDELE
              ELSE
                 MOVE WW00-DFCTRL          TO AC72-DFDELE
              END-IF
              MOVE TX4D-LIASSE             TO AC72-LIASSE
              MOVE TX4D-NOPOLE             TO AC72-NOPOLE
              MOVE TX4D-QTGAEX             TO AC72-QTGAEX
              PERFORM 005-F50CM          THRU 005-F50CM-FIN
                      VARYING J50GAX FROM 1 BY 1
                                        UNTIL J50GAX > 11
           END-IF
           MOVE WW00-CDUTIL                TO AC72-CDUTIL
           MOVE WW00-DHMODI                TO AC72-DHMODI
      *               CREATION
           IF TX4D-CDACTN = "C"
              PERFORM 100-ACCES-CRE-AC72 THRU 100-ACCES-CRE-AC72-FIN
              MOVE "CREATION DELEGATION EFFECTUEE"
                                           TO ME4D-LIMESS
           END-IF
      *               MODIFICATION
           IF TX4D-CDACTN = "M"
              PERFORM 100-ACCES-MOD-AC72 THRU 100-ACCES-MOD-AC72-FIN
              MOVE "MODIFICATION DELEGATION EFFECTUEE"
                                           TO ME4D-LIMESS
           END-IF
      *               CLOTURE
           IF TX4D-CDACTN = "A"
              PERFORM 100-ACCES-MOD-AC72 THRU 100-ACCES-MOD-AC72-FIN
              MOVE "CLOTURE DELEGATION EFFECTUEE"
                                           TO ME4D-LIMESS
           END-IF
      *               ECHEC DE LA MISE A JOUR
           IF IK NOT = ZERO
              PERFORM 100-ERREUR09       THRU 100-ERREUR09-FIN
              PERFORM F97-SORTIE-ER95    THRU F97-SORTIE-ER95-FIN
           END-IF
      *               JOURNAL AVANT/APRES DE LA MISE A JOUR
      *               --------------------------------------
           PERFORM 004-F50CJ             THRU 004-F50CJ-FIN.
       004-F50CH-FIN.
           EXIT.
      *
      *               ECRITURE DU JOURNAL AC73 (AVANT/APRES)
      *               L'IMAGE APRES EST CELLE DU SEGMENT AC72
      *               TEL QU'APPLIQUE EN 004-F50CH ; L'IMAGE
      *               AVANT VIENT DE 005-F50CE (M / A), A BLANC
      *               POUR UNE CREATION
      *
       004-F50CJ.
           INITIALIZE                         AC73
           MOVE DF01-IDELCO                TO AC73-IDELCO
           MOVE TX4D-IDASCN                TO AC73-IDASCN
           MOVE WW00-DHMODI                TO AC73-DHMODI
           MOVE WW00-CDUTIL                TO AC73-CDUTIL
           MOVE TX4D-CDACTN                TO AC73-CDACTN
      *               IMAGE AVANT
           IF TX4D-CDACTN = "C"
              MOVE ZEROES                  TO AC73-QTGAAN
              MOVE SPACES                  TO AC73-DEDEAN
                                              AC73-DFDEAN
                                              AC73-LIASAN
                                              AC73-NOPOAN
                                              AC73-ZZGAAN
           ELSE
              MOVE AV72-DEDELE             TO AC73-DEDEAN
              MOVE AV72-DFDELE             TO AC73-DFDEAN
              MOVE AV72-LIASSE             TO AC73-LIASAN
              MOVE AV72-NOPOLE             TO AC73-NOPOAN
              MOVE AV72-QTGAEX             TO AC73-QTGAAN
              MOVE AV72-ZZGATA             TO AC73-ZZGAAN
           END-IF
      *               IMAGE APRES
           MOVE AC72-DEDELE                TO AC73-DEDENO
           MOVE AC72-DFDELE                TO AC73-DFDENO
           MOVE AC72-LIASSE                TO AC73-LIASNO
           MOVE AC72-NOPOLE                TO AC73-NOPONO
           MOVE AC72-QTGAEX                TO AC73-QTGANO
           MOVE AC72-ZZGATA                TO AC73-ZZGANO
           PERFORM 100-ACCES-CRE-AC73    THRU 100-ACCES-CRE-AC73-FIN
           MOVE IK                         TO AC73-IK
      *               ECHEC JOURNAL : TRACE F204, LA MISE A JOUR
      *               AC72 DEJA APPLIQUEE N'EST PAS ANNULEE
           IF AC73-IK NOT = ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "# - 50CJ 170 - "
                     "PB ECRITURE JOURNAL AC73 IDELCO :"
                     TX00-IDELC0
                     DELIMITED BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
           END-IF.
       004-F50CJ-FIN.
           EXIT.
      *
      *               TYPE DE CONTRAT ET QUOTITE DE L'ASSURE
      *               (X51058B, ALIMENTATION CF 099-F92CN)
      *
       004-F50DD.
           INITIALIZE                         X58B
           MOVE ZEROES                     TO WW00-PDRCMC
           PERFORM 005-F50DE             THRU 005-F50DE-FIN
                   VARYING J92CLR FROM 1 BY 1
                                        UNTIL J92CLR > 660
           INITIALIZE                         WW00-PDECHM
                                              WW00-PDUR18
           IF DF01-CFPEPR = 5
              MOVE 1                       TO WW00-PDECHM.
           IF DF01-CFPEPR = 6
              MOVE 3                       TO WW00-PDECHM.
           IF DF01-CFPEPR = 7
              MOVE 6                       TO WW00-PDECHM.
           IF DF01-CFPEPR = 8
              MOVE 12                      TO WW00-PDECHM.
           IF DF01-CFPEPR = 0
              MOVE 1                       TO WW00-PDECHM.
           COMPUTE WW00-PDUR18 = DF01-PDURPR - ((DF01-NUPEPR - 1) *
                                 WW00-PDECHM)
           MOVE ZEROES                     TO X58B-ZZRESU
           MOVE X601-NOVADI                TO X58B-NOVADI
           MOVE "O"                        TO X58B-CPADAC
           MOVE "O"                        TO X58B-CTRCNP
           MOVE TX4D-IDASCN                TO X58B-IDASCN
           MOVE DF01-IDELCO                TO X58B-IDPRET
           MOVE DF01-CCATPR                TO X58B-CCATP1
           IF X58A-CDHRZ = "H2"
           AND (X58A-CDCNTX = "1" OR X58A-CDCNTX = "2")
      *Contexte sortie d'age ou ajout d'assure : montant initial
              MOVE X58A-MTPA15             TO X58B-MTPA15
           ELSE
              MOVE DF01-MTPACR             TO X58B-MTPA15
              IF DF01-CDTECR NOT = 38
      *Hors pret reamenage spe Lorraine
                 SUBTRACT DF01-MKRAPR    FROM X58B-MTPA15
              END-IF
           END-IF
           MOVE DF01-MKDURE                TO X58B-MKDUT8 (1)
           MOVE WW00-PDUR18                TO X58B-QTMOAD
           MOVE DF01-DHDNPR                TO X58B-DHDNPR
           MOVE PA01-DTJOUP                TO X58B-ZDVALI
           MOVE DF01-CDTECR                TO X58B-CDTEC1
           MOVE ZEROES                     TO X58B-CPCPAP
           MOVE DF01-CDOMIN                TO X58B-CDOMIN
           MOVE SPACES                     TO X58B-IDRUBC
           MOVE DF01-CDLAPR                TO X58B-CDLAPR
           MOVE DF01-CDSOPR                TO X58B-CDSOPR
           MOVE ZEROES                     TO X58B-PDANPR
           PERFORM P-51058B              THRU P-51058B-FIN
      *               RETOUR KO : TRACE F204, LA QUOTITE DE
      *               L'ASSURE EST PRISE A 100
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "# - 50DD 190 - "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO :" TX00-IDELC0
                     DELIMITED BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              MOVE 100                     TO WW00-PDRCMC
           ELSE
              MOVE X58B-PDRCMC             TO WW00-PDRCMC
           END-IF.
       004-F50DD-FIN.
           EXIT.
      *
      *               POPULATION DES GARANTIES DE L'ASSURE
      *               (CATALOGUES 007-F50DD PAR MARCHE EN HORIZON
      *               H2 ; HORS H2 DC/PTIA/ITD/ITT IPT/PE)
      *
       004-F50DF.
           MOVE ZERO                       TO WW00-IZGABL
           INITIALIZE                         WW00-TABLE-GARA
           IF X58A-CDHRZ NOT = "H2"
              MOVE "01"                    TO WW00-GAR-CDGADE (1)
              MOVE "02"                    TO WW00-GAR-CDGADE (2)
              MOVE "05"                    TO WW00-GAR-CDGADE (3)
              MOVE "03"                    TO WW00-GAR-CDGADE (4)
              MOVE "04"                    TO WW00-GAR-CDGADE (5)
              MOVE 5                       TO WW00-IZGABL
           END-IF
           IF X58A-CDHRZ = "H2" AND WW00-CDMAGR = "IM"
              MOVE "01"                    TO WW00-GAR-CDGADE (1)
              MOVE "02"                    TO WW00-GAR-CDGADE (2)
              MOVE "03"                    TO WW00-GAR-CDGADE (3)
              MOVE "04"                    TO WW00-GAR-CDGADE (4)
              MOVE "06"                    TO WW00-GAR-CDGADE (5)
              MOVE "08"                    TO WW00-GAR-CDGADE (6)
              MOVE "09"                    TO WW00-GAR-CDGADE (7)
              MOVE "07"                    TO WW00-GAR-CDGADE (8)
              MOVE "10"                    TO WW00-GAR-CDGADE (9)
              MOVE 9                       TO WW00-IZGABL
           END-IF
           IF X58A-CDHRZ = "H2" AND WW00-CDMAGR = "PA"
              MOVE "01"                    TO WW00-GAR-CDGADE (1)
              MOVE "02"                    TO WW00-GAR-CDGADE (2)
              MOVE "03"                    TO WW00-GAR-CDGADE (3)
              MOVE "06"                    TO WW00-GAR-CDGADE (4)
              MOVE "11"                    TO WW00-GAR-CDGADE (5)
              MOVE "09"                    TO WW00-GAR-CDGADE (6)
              MOVE "07"                    TO WW00-GAR-CDGADE (7)
              MOVE "10"                    TO WW00-GAR-CDGADE (8)
              MOVE 8                       TO WW00-IZGABL
           END-IF
      *               AUTRE MARCHE : CATALOGUE CS PAR DEFAUT
           IF WW00-IZGABL = ZERO
              MOVE "01"                    TO WW00-GAR-CDGADE (1)
              MOVE "02"                    TO WW00-GAR-CDGADE (2)
              MOVE "03"                    TO WW00-GAR-CDGADE (3)
              MOVE "04"                    TO WW00-GAR-CDGADE (4)
              MOVE 4                       TO WW00-IZGABL
           END-IF
      *               GARANTIES DETENUES, QUOTITE ET FRANCHISE
      *               RESTITUEES DANS LA VUE 9G4D
           MOVE ZEROES                     TO ME4D-QTGADI
           PERFORM 005-F50DG             THRU 005-F50DG-FIN
                   VARYING J50GAR FROM 1 BY 1
                                        UNTIL J50GAR > WW00-IZGABL.
       004-F50DF-FIN.
           EXIT.
      *
      *               ALIMENTATION D'UNE DELEGATION DE LA VUE
      *
       004-F50ED.
           IF AC72-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC72-IK
              GO TO 004-F50ED-FIN.
           IF AC72-IDASCN NOT = TX4D-IDASCN
              GO TO 004-F50ED-SUIVANT.
           ADD 1                           TO J50EBR
           MOVE AC72-DEDELE                TO ME4D-DEDELE (J50EBR)
           MOVE AC72-DFDELE                TO ME4D-DFDELE (J50EBR)
           MOVE AC72-LIASSE                TO ME4D-LIASSE (J50EBR)
           MOVE AC72-NOPOLE                TO ME4D-NOPOLE (J50EBR)
           MOVE J50EBR                     TO ME4D-QTDELE
      *               DELEGATION EN VIGUEUR A LA DATE DU JOUR
           MOVE AC72-DFDELE                TO WW00-DFLUE
           IF WW00-DFLUE = SPACES OR WW00-DFLUE = "00000000"
              MOVE "99991231"              TO WW00-DFLUE
           END-IF
           IF AC72-DEDELE NOT > PA01-DTJOUP
           AND WW00-DFLUE NOT < PA01-DTJOUP
              MOVE "O"                     TO ME4D-CPDELE
      *               GARANTIES DU CONTRAT EN VIGUEUR SI AUCUNE
      *               MISE A JOUR N'EN A RESTITUE
              IF ME4D-QTGAEX = ZEROES
                 MOVE AC72-QTGAEX          TO ME4D-QTGAEX
                 PERFORM 005-F50EE       THRU 005-F50EE-FIN
                         VARYING J50GAX FROM 1 BY 1
                                        UNTIL J50GAX > AC72-QTGAEX
                                           OR J50GAX > 11
              END-IF
           END-IF.
       004-F50ED-SUIVANT.
           PERFORM 100-ACCES-OCS-AC72    THRU 100-ACCES-OCS-AC72-FIN
           MOVE IK                         TO AC72-IK.
       004-F50ED-FIN.
           EXIT.
      *
      * -------------> NIVEAU 005
      *
      *               BOUCLE RECHERCHE DELEGATION CIBLE
      *
       005-F50CE.
           IF AC72-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC72-IK
              GO TO 005-F50CE-FIN.
           IF AC72-IDASCN = TX4D-IDASCN AND
              AC72-DEDELE = TX4D-DEDECO
              MOVE 1                       TO WW00-CPTROU
      *               IMAGE AVANT POUR LE JOURNAL AC73
              MOVE AC72                    TO AV72
              GO TO 005-F50CE-FIN.
           PERFORM 100-ACCES-OCS-AC72    THRU 100-ACCES-OCS-AC72-FIN
           MOVE IK                         TO AC72-IK.
       005-F50CE-FIN.
           EXIT.
      *
      *               BOUCLE CONTROLE CHEVAUCHEMENT
      *
       005-F50CG.
           IF AC72-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC72-IK
              GO TO 005-F50CG-FIN.
      *               FIN A BLANC : DELEGATION OUVERTE
           MOVE AC72-DFDELE                TO WW00-DFLUE
           IF WW00-DFLUE = SPACES OR WW00-DFLUE = "00000000"
              MOVE "99991231"              TO WW00-DFLUE
           END-IF
      *               MEME ASSURE, HORS DELEGATION EN COURS DE
      *               MODIFICATION OU DE CLOTURE, PERIODES SECANTES
           IF AC72-IDASCN = TX4D-IDASCN
           AND NOT ((TX4D-CDACTN = "M" OR TX4D-CDACTN = "A")
                AND AC72-DEDELE = TX4D-DEDECO)
           AND AC72-DEDELE NOT > WW00-DFCTRL
           AND WW00-DFLUE NOT < WW00-DDCTRL
              MOVE 1                       TO WW00-CPCHEV
              GO TO 005-F50CG-FIN.
           PERFORM 100-ACCES-OCS-AC72    THRU 100-ACCES-OCS-AC72-FIN
           MOVE IK                         TO AC72-IK.
       005-F50CG-FIN.
           EXIT.
      *
      *               EQUIVALENCE D'UNE GARANTIE ADI DETENUE
      *
       005-F50CK.
           IF WW00-GAR-CPRETE (J50GAR) NOT = "1"
              GO TO 005-F50CK-FIN.
      *               RECHERCHE DANS LE CONTRAT EXTERNE
           MOVE ZERO                       TO WW00-JGAEX
           PERFORM 006-F50CN             THRU 006-F50CN-FIN
                   VARYING J50GAX FROM 1 BY 1
                                        UNTIL J50GAX > TX4D-QTGAEX
                                           OR WW00-JGAEX NOT = ZERO
           IF WW00-JGAEX = ZERO
              MOVE "10"                    TO ME4D-CDMOTR
              MOVE WW00-GAR-CDGADE (J50GAR)
                                           TO ME4D-CDGARE
              GO TO 005-F50CK-FIN.
           IF TX4D-QQGAEX (WW00-JGAEX) < WW00-GAR-QQGARA (J50GAR)
              MOVE "11"                    TO ME4D-CDMOTR
              MOVE WW00-GAR-CDGADE (J50GAR)
                                           TO ME4D-CDGARE
              GO TO 005-F50CK-FIN.
      *               FRANCHISE : SEUL UN CODE ADI NUMERIQUE
      *               (NOMBRE DE JOURS) EST COMPARABLE
           MOVE WW00-GAR-CDOFRA (J50GAR)   TO WW00-CDOFRA
           PERFORM 006-F50CM             THRU 006-F50CM-FIN
           IF WW00-CPFRNU = 1
           AND TX4D-QJFRAN (WW00-JGAEX) > WW00-QJFRAN
              MOVE "12"                    TO ME4D-CDMOTR
              MOVE WW00-GAR-CDGADE (J50GAR)
                                           TO ME4D-CDGARE
           END-IF.
       005-F50CK-FIN.
           EXIT.
      *
      *               CONTROLE D'UNE GARANTIE DU CONTRAT EXTERNE
      *
       005-F50CL.
           IF TX4D-CDGADE (J50GAX) NOT NUMERIC
              MOVE 1                       TO WW00-CPREFU
              GO TO 005-F50CL-FIN.
           IF TX4D-CDGADE (J50GAX) < "01" OR
              TX4D-CDGADE (J50GAX) > "11"
              MOVE 1                       TO WW00-CPREFU
              GO TO 005-F50CL-FIN.
           IF TX4D-QQGAEX (J50GAX) NOT NUMERIC OR
              TX4D-QJFRAN (J50GAX) NOT NUMERIC
              MOVE 1                       TO WW00-CPREFU
              GO TO 005-F50CL-FIN.
           IF TX4D-QQGAEX (J50GAX) NOT > ZERO OR
              TX4D-QQGAEX (J50GAX) > 100 OR
              TX4D-QJFRAN (J50GAX) < ZERO
              MOVE 1                       TO WW00-CPREFU
              GO TO 005-F50CL-FIN.
           MOVE TX4D-CDGADE (J50GAX)       TO ME4D-CDGAEX (J50GAX)
           MOVE TX4D-QQGAEX (J50GAX)       TO ME4D-QQGAEX (J50GAX)
           MOVE TX4D-QJFRAN (J50GAX)       TO ME4D-QJFRAN (J50GAX).
       005-F50CL-FIN.
           EXIT.
      *
      *               REPORT D'UNE GARANTIE EXTERNE DANS AC72
      *
       005-F50CM.
           IF J50GAX > TX4D-QTGAEX
              MOVE SPACES                  TO AC72-CDGADE (J50GAX)
              MOVE ZEROES                  TO AC72-QJFRAN (J50GAX)
                                              AC72-QQGAEX (J50GAX)
           ELSE
              MOVE TX4D-CDGADE (J50GAX)    TO AC72-CDGADE (J50GAX)
              MOVE TX4D-QJFRAN (J50GAX)    TO AC72-QJFRAN (J50GAX)
              MOVE TX4D-QQGAEX (J50GAX)    TO AC72-QQGAEX (J50GAX)
           END-IF.
       005-F50CM-FIN.
           EXIT.
      *
      *               INITIALISATION DE L'ECHEANCIER X51058B
      *
       005-F50DE.
           MOVE ZEROES                     TO X58B-MKDUT8 (J92CLR)
                                              X58B-MCCOMF (J92CLR)
                                              X58B-MCCOMG (J92CLR).
       005-F50DE-FIN.
           EXIT.
      *
      *               RETENUE D'UNE GARANTIE DU CATALOGUE
      *               (099-F92FG A 099-F92GK D'AE521A)
      *
       005-F50DG.
           MOVE "0"                        TO WW00-GAR-CPRETE (J50GAR)
           MOVE ZEROES                     TO WW00-GAR-QQGARA (J50GAR)
           MOVE SPACES                     TO WW00-GAR-CDOFRA (J50GAR)
           EVALUATE WW00-GAR-CDGADE (J50GAR)
              WHEN "01"
                 IF X58A-CPDECC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-QQGTIE       TO WW00-GAR-QQGARA (J50GAR)
                 END-IF
              WHEN "02"
                 IF X58A-CPIPAC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-QQGTIE       TO WW00-GAR-QQGARA (J50GAR)
                 END-IF
              WHEN "05"
                 IF X58A-CPITCO > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-QQGTIT       TO WW00-GAR-QQGARA (J50GAR)
                 END-IF
              WHEN "03"
                 IF X58A-CPITTC > 0 AND X58A-QQGTIT NOT = ZERO
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-QQGTIT       TO WW00-GAR-QQGARA (J50GAR)
                    MOVE X58A-CDOITT       TO WW00-GAR-CDOFRA (J50GAR)
                 END-IF
              WHEN "04"
                 IF X58A-CPCHOC > 0 AND X58A-QQPEMP NOT = ZERO
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-QQPEMP       TO WW00-GAR-QQGARA (J50GAR)
                    MOVE X58A-CDOFPE       TO WW00-GAR-CDOFRA (J50GAR)
                 END-IF
              WHEN "06"
                 IF X58A-CDCIPP > 0
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                 END-IF
              WHEN "07"
                 IF X58A-CDMNOC > 0
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                 END-IF
              WHEN "08"
                 IF X58A-CDTPTC > 0
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-CDOTPT       TO WW00-GAR-CDOFRA (J50GAR)
                 END-IF
              WHEN "09"
                 IF X58A-CDAC0C > 0 OR X58A-CDMR0C > 0
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                 END-IF
              WHEN "10"
                 IF X58A-CDCDCC > 0
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                    MOVE X58A-CDOCDC       TO WW00-GAR-CDOFRA (J50GAR)
                 END-IF
              WHEN "11"
                 IF X58A-CDIPCC > 0
                    MOVE "1"               TO WW00-GAR-CPRETE (J50GAR)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WW00-GAR-CPRETE (J50GAR) NOT = "1"
              GO TO 005-F50DG-FIN.
      *               QUOTITE ABSENTE : QUOTITE DE L'ASSURE
           IF WW00-GAR-QQGARA (J50GAR) = ZEROES
              MOVE WW00-PDRCMC             TO WW00-GAR-QQGARA (J50GAR)
           END-IF
           ADD 1                           TO ME4D-QTGADI
           MOVE WW00-GAR-CDGADE (J50GAR)   TO ME4D-CDGADI (ME4D-QTGADI)
           MOVE WW00-GAR-QQGARA (J50GAR)   TO ME4D-QQGADI (ME4D-QTGADI)
           MOVE WW00-GAR-CDOFRA (J50GAR)   TO ME4D-CDOFRA (ME4D-QTGADI).
       005-F50DG-FIN.
           EXIT.
      *
      *               RESTITUTION D'UNE GARANTIE DE LA
      *               DELEGATION EN VIGUEUR
      *
       005-F50EE.
           MOVE AC72-CDGADE (J50GAX)       TO ME4D-CDGAEX (J50GAX)
           MOVE AC72-QQGAEX (J50GAX)       TO ME4D-QQGAEX (J50GAX)
           MOVE AC72-QJFRAN (J50GAX)       TO ME4D-QJFRAN (J50GAX).
       005-F50EE-FIN.
           EXIT.
      *
      * -------------> NIVEAU 006
      *
      *               FRANCHISE ADI EN NOMBRE DE JOURS : CODE
      *               X58A NUMERIQUE DE 1 A 3 POSITIONS CADRE A
      *               GAUCHE ; UN CODE NON NUMERIQUE N'EST PAS
      *               COMPARE
      *
       006-F50CM.
           MOVE 0                          TO WW00-CPFRNU
           MOVE ZEROES                     TO WW00-QJFRAN
           MOVE ZERO                       TO WW00-QLFRAN
           MOVE SPACES                     TO WW00-ZFRAN
           IF WW00-CDOFRA = SPACES OR WW00-CDOFRA = LOW-VALUES
              GO TO 006-F50CM-FIN.
           UNSTRING WW00-CDOFRA DELIMITED BY SPACE
                                           INTO WW00-ZFRAN
                                          COUNT WW00-QLFRAN
           IF WW00-QLFRAN < 1 OR WW00-QLFRAN > 3
              GO TO 006-F50CM-FIN.
           INSPECT WW00-ZFRAN REPLACING LEADING SPACE BY ZERO
           IF WW00-ZFRAN NOT NUMERIC
              GO TO 006-F50CM-FIN.
           MOVE WW00-ZFRAN                 TO WW00-QJFRAN
           MOVE 1                          TO WW00-CPFRNU.
       006-F50CM-FIN.
           EXIT.
      *
      *               RECHERCHE D'UNE GARANTIE DANS LE CONTRAT
      *               EXTERNE
      *
       006-F50CN.
           IF TX4D-CDGADE (J50GAX) = WW00-GAR-CDGADE (J50GAR)
              MOVE J50GAX                  TO WW00-JGAEX
           END-IF.
       006-F50CN-FIN.
           EXIT.
      *
      * -------------> NIVEAU 099
      *
      *               Initialisation zone {change
      *
       099-F10CB.
           IF TX00-CPPGAM = LOW-VALUES
              MOVE SPACES                  TO TX00-CPPGAM.
           IF TX00-CPBNP1 = LOW-VALUES
              MOVE SPACES                  TO TX00-CPBNP1.
           IF TX00-CPBNP2 = LOW-VALUES
              MOVE SPACES                  TO TX00-CPBNP2.
           IF TX00-CPBNP3 = LOW-VALUES
              MOVE SPACES                  TO TX00-CPBNP3.
           IF TX00-CPBNP4 = LOW-VALUES
              MOVE SPACES                  TO TX00-CPBNP4.
           IF TX00-CPBNP5 = LOW-VALUES
              MOVE SPACES                  TO TX00-CPBNP5.
           IF TX00-CDELS = LOW-VALUES
              MOVE SPACE                   TO TX00-CDELS.
           MOVE TX00-NPHASE                TO WW4D-ADNTCH
           MOVE PROGE                      TO TX4D-ZNMPR1
                                              ME4D-ZNMPR1
           MOVE "X"                        TO TX00-CPPUE1
           MOVE TX00-00 (1:87)             TO ME00-00 (1:87)
           MOVE TX00-00 (88:89)            TO ME00-00 (90:89)
           MOVE TX00-00 (177:)             TO ME00-00 (180:)
           MOVE TX4D-WE10                  TO ME4D-9L10
           MOVE TX4D-CDTENS                TO WW4D-CDTENS.
           IF RETOUR-IMBRICATION
              MOVE SPACES                  TO TX4D-CDTENS
                                              ME4D-CDTENS
              MOVE ZEROES                  TO TX4D-ZNIAV2.
       099-F10CB-FIN.
           EXIT.
      *
      * -------------> NIVEAU 100
      *
      *               FONCTION
       100-F0J.
      *               INITIALISATION SPL EN TP
       100-F0JAB.
           EXIT.
       100-INIT-SPL.
           MOVE "INIT"                     TO LG-ORDRE.
      *               INITIALISATION DE DF01
       100-F0JAC.
           MOVE "LGDF01"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING W-ZCSGLG.
           IF RETURN-CODE > 0
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       100-F0JAC-FIN.
           EXIT.
      *               INITIALISATION DE DE04
       100-F0JAD.
           MOVE "LGDE04"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING W-ZCSGLG.
           IF RETURN-CODE > 0
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       100-F0JAD-FIN.
           EXIT.
      *               INITIALISATION DE AC72
       100-F0JAE.
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING W-ZCSGLG.
           IF RETURN-CODE > 0
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       100-F0JAE-FIN.
           EXIT.
      *               INITIALISATION DE AC73
       100-F0JAF.
           MOVE "LGAC73"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING W-ZCSGLG.
           IF RETURN-CODE > 0
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       100-F0JAF-FIN.
           EXIT.
       100-F0JAB-FIN.
           EXIT.
      *               FIN D'INITIALISATION DES SPL
       100-F0JZY.
           EXIT.
       100-INIT-SPL-FIN.
           EXIT.
       100-F0JZY-FIN.
           EXIT.
       100-F0J-FIN.
           EXIT.
      *
      *               GESTION DES ERREURS CENTRALISEE
       100-F9EER.
           EXIT.
       P-722020.
           MOVE PROGE                      TO ER00-ZNMPR2
           MOVE PROGE                      TO ER00-ZNMMOD
           MOVE "T"                        TO ER00-ZTYENT
           MOVE "X722020"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             .
           IF RETURN-CODE NOT = ZEROES
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       P-722020-FIN.
       100-F9EER-FIN.
           EXIT.
      *
      *               TRANSFORMATION APPL-CODE/ABEND
       100-F9EHH.
           EXIT.
       APPL2ABND.
           DIVIDE 1296                   INTO APPL-CODE
                                       GIVING APPL-PSSNC2
                                    REMAINDER APPL-RMNDER
           DIVIDE 36                     INTO APPL-RMNDER
                                       GIVING APPL-PSSNC1
                                    REMAINDER APPL-PSSNC0.
           IF APPL-PSSNC2 > 9
              MOVE APPL-PSSNC2             TO APPL-NWORK
              PERFORM 100-CONV-BASE-36   THRU 100-CONV-BASE-36-FIN
              MOVE APPL-CWORK              TO APPL-CHAR1
           ELSE
              MOVE APPL-PSSNC2             TO WW00-ABND
              MOVE WW00-ABND               TO APPL-CHAR1.
           IF APPL-PSSNC1 > 9
              MOVE APPL-PSSNC1             TO APPL-NWORK
              PERFORM 100-CONV-BASE-36   THRU 100-CONV-BASE-36-FIN
              MOVE APPL-CWORK              TO APPL-CHAR2
           ELSE
              MOVE APPL-PSSNC1             TO WW00-ABND
              MOVE WW00-ABND               TO APPL-CHAR2.
           IF APPL-PSSNC0 > 9
              MOVE APPL-PSSNC0             TO APPL-NWORK
              PERFORM 100-CONV-BASE-36   THRU 100-CONV-BASE-36-FIN
              MOVE APPL-CWORK              TO APPL-CHAR3
           ELSE
              MOVE APPL-PSSNC0             TO WW00-ABND
              MOVE WW00-ABND               TO APPL-CHAR3.
       APPL2ABND-FIN.
       100-F9EHH-FIN.
           EXIT.
      *
      *               CODE NUM->ALPHA EN BASE 36
       100-CONV-BASE-36.
           EXIT.
      *               TEST DES 26 VALEURS POSSIBLES
       100-F9EHJ.
           IF APPL-NWORK = 10
              MOVE "A"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 11
              MOVE "B"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 12
              MOVE "C"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 13
              MOVE "D"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 14
              MOVE "E"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 15
              MOVE "F"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 16
              MOVE "G"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 17
              MOVE "H"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 18
              MOVE "I"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 19
              MOVE "J"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 20
              MOVE "K"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 21
              MOVE "L"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 22
              MOVE "M"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 23
              MOVE "N"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 24
              MOVE "O"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 25
              MOVE "P"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 26
              MOVE "Q"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 27
              MOVE "R"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 28
              MOVE "S"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 29
              MOVE "T"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 30
              MOVE "U"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 31
              MOVE "V"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 32
              MOVE "W"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 33
              MOVE "X"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 34
              MOVE "Y"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
           IF APPL-NWORK = 35
              MOVE "Z"                     TO APPL-CWORK
              GO TO 100-F9EHJ-FIN.
       100-F9EHJ-FIN.
           EXIT.
       100-CONV-BASE-36-FIN.
           EXIT.
      *
      *               ***********************************
      *               *                                   *
      *               *Fonctions Technique    appel{es    *
      *               *                                   *
      *               *************************************.
       100-F97.
           EXIT.
      *               Sortie erreur vue logique 9L95
       100-F97BB.
           EXIT.
       F97-SORTIE-ER95.
      *               Anomalie standard
       100-F97BD.
           IF EREC-X0001A = SPACES AND IEREUM > ZEROES
              NEXT SENTENCE
           ELSE
              GO TO 100-F97BD-FIN.
           IF IEREUR NOT > IEREUM
              MOVE EREU-ZLIERT (IEREUR)    TO ME95-ZLIER1
           ELSE
              MOVE "ANOMALIE INCONNUE"     TO ME95-ZLIER1.
           MOVE SPACES                     TO EREC-X0001A.
       100-F97BD-FIN.
           EXIT.
      *               Anomalie composite (AATME3)
       100-F97BF.
           IF EREC-X0001A = "C"
              NEXT SENTENCE
           ELSE
              GO TO 100-F97BF-FIN.
           MOVE EREC-ZLIERT                TO ME95-ZLIER1
           MOVE SPACES                     TO EREC-X0001A.
       100-F97BF-FIN.
           EXIT.
      *               Mise en forme Anomalie
       100-F97BH.
           MOVE ME95-ZLIER1                TO SW00-X4000
           MOVE LENGTH OF ME95-ZLIER1      TO ISW00L
           PERFORM F99-SUPBLANC          THRU F99-SUPBLANC-FIN
           MOVE SW00-X4000 (1:ISW00L)      TO ME95-ZLIER1.
           IF TXLG-X4000 (1:10) NOT = SPACE
      *Inscription Message en Log F204
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING ME95-ZLIER1
                     TXLG-X4000
                     DELIMITED BY "&"    INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN.
       100-F97BH-FIN.
           EXIT.
      *               Retour vers le futur
       100-F97BK.
           MOVE 1                          TO ME00-CERREU
           MOVE 1                          TO ME00-CEREA5.
      *Emission Anomalie standard
           MOVE "9L95"                     TO ME00-ZCVULO.
      *Emission physique
           MOVE ME00                       TO SERV-DATA
           PERFORM SORTIE-OK             THRU SORTIE-OK-FIN.
       100-F97BK-FIN.
           EXIT.
      *               Fin de mission
       100-F97BX.
           EXIT.
       F97-SORTIE-ER95-FIN.
       100-F97BX-FIN.
           EXIT.
       100-F97BB-FIN.
           EXIT.
       100-F97-FIN.
           EXIT.
      *
      *               ***********************************
      *               *                                   *
      *               *Fonctions Techniques   appel{es    *
      *               *                                   *
      *               *************************************.
       100-F99.
           EXIT.
      *               FONCTIONS CICS PERFORMEES
       100-F99BB.
           EXIT.
      *               ECRITURE DANS JOURNAL CICS
       100-F99CC.
           EXIT.
       ECRIT-LOG.
      *ECRITURE D'UN MESSAGE DANS LE
      *JOURNAL CICS.
           MOVE LENGTH OF S-LOGM-MESS      TO S-LOGM-LTH
           EXEC CICS
              WRITEQ TD
              QUEUE ("CSMT")
              FROM (S-LOGM-MESS)
              LENGTH (S-LOGM-LTH)
           END-EXEC.
       ECRIT-LOG-FIN.
       100-F99CC-FIN.
           EXIT.
      *               TRAITEMENTS DEBUT SERVICE
       100-F99DD.
           EXIT.
       LIT-MSG.
           INITIALIZE                         APPL-CODE
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521S "
                  WW00-ZDATE1
                  " "
                  WW00-ZHEURE
                  "."
                  DELIMITED BY "&"       INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "MESSAGE ENTREE : "
                  DFHCOMMAREA
                  DELIMITED BY "&"       INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           MOVE SERV-DATA                  TO TX00.
      *CONTROLE INDIC. MAJ
           INITIALIZE                         F203
           MOVE "TPMAJ"                    TO F203-ZNENVN
           MOVE "X722034"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING F203.
           IF RETURN-CODE NOT = ZEROES
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "ERREUR LECTURE CONTEXTE CICS |"
                     DELIMITED BY "&"    INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
           MOVE F203-ZNENVV                TO SERV-CPSMAJ.
           IF NOT (SERV-CPSMAJ = "O" OR SERV-CPSMAJ = "N" )
      *ABORT SI VALEUR INCORRECTE
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "VALEUR DE TPMAJ INCORRECTE |"
                     " TPMAJ = "
                     SERV-CPSMAJ
                     DELIMITED BY "&"    INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
           IF SERV-CPSMAJ = "N" AND WC01-CDMAJO = SPACES
      *SORTIE SI TP DEGRADE
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "MAJ INTERDITE - TP DEGRADE |||"
                     DELIMITED BY "&"    INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
      *ERREUR FATALE SI PAS DE REPRISE
              MOVE 2                       TO APPL-CODE
              MOVE "X"                     TO SERV-CPSMAJ
              PERFORM SORTIE-KO          THRU SORTIE-KO-FIN.
       LIT-MSG-FIN.
       100-F99DD-FIN.
           EXIT.
      *               TRAITEMENTS FIN SERVICE NORMAL
       100-F99EE.
           EXIT.
       SORTIE-OK.
      *SORTIE REUSSIE D'UN SERVICE.
      *A APPELER A LA FIN NORMALE DU
      *SERVICE.
           MOVE ME00                       TO SERV-DATA
           MOVE "AE521S"                   TO SERV-XPRVSV
           MOVE SPACES                     TO SERV-XNXTSV
           MOVE LENGTH OF DFHCOMMAREA      TO SERV-MVSSZE
           PERFORM MSG-OUT               THRU MSG-OUT-FIN
      *LIBERATION MESSAGES EN MEMOIRE
           MOVE "X722037"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2
      *ULTIME POINT D'INSERTION
           PERFORM 100-US-EXIT-OK        THRU 100-US-EXIT-OK-FIN
           EXEC CICS
              RETURN
           END-EXEC.
           GOBACK.
       SORTIE-OK-FIN.
       100-F99EE-FIN.
           EXIT.
      *               TRAITEMENTS FIN SERVICE ECHEC
       100-F99FF.
           EXIT.
       SORTIE-KO.
      *SORTIE D'UN SERVICE EN CAS D'
      *ECHEC.
      *RETOUR MESSAGES AU CLIENT
           MOVE "X722036"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING APPL-ABEND
      *LIBERATION MESSAGES EN MEMOIRE
           MOVE "X722037"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2
      *FABRICATION DU CODE ABEND
           PERFORM APPL2ABND             THRU APPL2ABND-FIN
      *ECRITURE LOG CICS
           MOVE EIBTRNID                   TO S-LOGM-ZTRNID
           MOVE EIBTASKN                   TO S-LOGM-ZTASKN
           STRING "GREEN TRANS. "
                  S-LOGM-ZTRNID
                  " TACHE "
                  S-LOGM-ZTASKN
                  " ABEND "
                  APPL-ABEND
                  " ECHEC "
                  ER00-ZNMPR2
                  DELIMITED BY SIZE      INTO S-LOGM-MESS
           PERFORM ECRIT-LOG             THRU ECRIT-LOG-FIN
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "GREEN TRANS. "
                  S-LOGM-ZTRNID
                  " TACHE "
                  S-LOGM-ZTASKN
                  " ABEND "
                  APPL-ABEND
                  " ECHEC "
                  ER00-ZNMPR2
                  DELIMITED BY "&"       INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
      *ULTIME POINT D'INSERTION
           PERFORM 100-UT-EXIT-KO        THRU 100-UT-EXIT-KO-FIN
      *ABEND
           EXEC CICS
              ABEND
              ABCODE (APPL-ABEND) NODUMP
           END-EXEC.
       SORTIE-KO-FIN.
       100-F99FF-FIN.
           EXIT.
      *               ERREUR FATALE
       100-F99GG.
           EXIT.
       ERR-ABORT.
      *GESTION DES ERREURS FATALES
           PERFORM SORTIE-KO             THRU SORTIE-KO-FIN.
       ERR-ABORT-FIN.
       100-F99GG-FIN.
           EXIT.
      *               DEBRANCHEMENT SUR AUTRE SERVICE
       100-F99HH.
      *APPEL SERVICE NIVEAU 2
       FWD-SERVICE.
           MOVE TX00                       TO SERV-DATA
           MOVE "AE521S"                   TO SERV-XPRVSV
           MOVE SERV-XNXTSV                TO CICS-SRVNAM
           MOVE LENGTH OF DFHCOMMAREA      TO SERV-MVSSZE
                                              CICS-LENGTH
           PERFORM MSG-OUT               THRU MSG-OUT-FIN
      *-------------------------------
      *APPEL X722049 (MULTI-VERSION)
      * =RECHERCHE NOM EXTERNE/VERSION
      *-------------------------------
           MOVE PROGE                      TO XT44-ZNMPR4
           MOVE CICS-SRVNAM                TO XT44-ZCSVFC
           MOVE "0"                        TO XT44-ZTDBSV
           PERFORM P-722049              THRU P-722049-FIN
      *--------
           MOVE XT44-ZNMPR2                TO CICS-SRVNAM.
           IF CICS-SRVNAM = "GREXIT"
              EXEC CICS
              RETURN
              END-EXEC.
           EXEC CICS
              LINK
              PROGRAM (CICS-SRVNAM)
              COMMAREA (DFHCOMMAREA)
              LENGTH (CICS-LENGTH)
           END-EXEC.
      *----------------------------
           MOVE XT44-ZCSVFC                TO CICS-SRVNAM
      *----------------------------
      *POINT D'INSERTION APRES LINK
           PERFORM AFTER-SERVICE         THRU AFTER-SERVICE-FIN
           EXEC CICS
              RETURN
           END-EXEC.
           GOBACK.
       FWD-SERVICE-FIN.
       100-F99HH-FIN.
           EXIT.
      *               RECHERCHE NOM EXTERNE / VERSION
       100-F99HI.
           EXIT.
       P-722049.
           MOVE "X722049"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING XT44
           IF XT44-ZCDRET NOT = ZERO OR RETURN-CODE NOT = ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "ERREUR RETOUR X722049"
                     " RECHERCHE SERVICE : "
                     XT44-ZCSVFC
                     " CODE ERREUR : "
                     XT44-ZCDRET
                     DELIMITED BY "&"    INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       P-722049-FIN.
       100-F99HI-FIN.
           EXIT.
      *               AFFICHAGE FIN SERVICE
       100-F99JJ.
           EXIT.
       MSG-OUT.
           PERFORM 100-ACC-CUR-DATE      THRU 100-ACC-CUR-DATE-FIN
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521S "
                  WW00-ZDATE1
                  " "
                  WW00-ZHEURE
                  "."
                  DELIMITED BY "&"       INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "MESSAGE SORTIE : "
                  DFHCOMMAREA
                  DELIMITED BY "&"       INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       MSG-OUT-FIN.
       100-F99JJ-FIN.
           EXIT.
      *               INSERTION APRES LINK SERVICE
       100-ABSQP-FLL.
           EXIT.
       AFTER-SERVICE.
      *INSERER LIGNE 100-900 LES
      *TRAITEMENTS APRES DEBRANCHEMENT
      *SUR UN SERVICE
       AFTER-SERVICE-FIN.
       100-ABSQP-FLL-FIN.
           EXIT.
      *               Supp Blanc non significatifs
       100-F99MB.
      *Mettre la zone @ traiter dans :
      * ==>   SW00-X4000
      * - la longueur de la zone dans :
      * ==>   ISW00L
      *Faire un Perform F99-SUPBLANC
       F99-SUPBLANC.
           INITIALIZE                         SW10-X4000
                                              ISW10L.
           IF SW25-X0001A = SPACES
      *Conservation Blancs de t�te
              MOVE 'N'                     TO SW25-X0001A.
           IF ISW00L = ZEROES
      *Si pas de longueur, la totale
              MOVE ISW00M                  TO ISW00L.
      *               Supp Blanc non significatifs
       100-F99MD.
           MOVE 1                          TO J99MDR.
           GO TO 100-F99MD-B.
       100-F99MD-A.
           ADD 1                           TO J99MDR.
       100-F99MD-B.
           IF ISW00L < J99MDR
              GO TO 100-F99MD-FIN.
           MOVE 'N'                        TO SW20-X0001A.
           IF SW00-X0001A (J99MDR) NOT = SPACES
              MOVE 'O'                     TO SW20-X0001A
              MOVE 'O'                     TO SW25-X0001A.
           IF SW00-X0001A (J99MDR) = SPACE AND SW25-X0001A = 'O'
              MOVE 'O'                     TO SW20-X0001A
              MOVE 'N'                     TO SW25-X0001A.
           IF SW20-X0001A = 'O'
              ADD 1                        TO ISW10L.
           IF SW20-X0001A = 'O' AND ISW10L NOT > ISW10M
              MOVE SW00-X0001A (J99MDR)    TO SW10-X0001A (ISW10L).
       100-F99MD-900.
           GO TO 100-F99MD-A.
       100-F99MD-FIN.
           EXIT.
       100-F99MB-FIN.
           EXIT.
      *               Fin de sous-fonction
       100-F99MF.
           MOVE SW10-X4000                 TO SW00-X4000.
       F99-SUPBLANC-FIN.
           EXIT.
       100-F99MF-FIN.
           EXIT.
      *               TRAITEMENTS SPECIF. SORTIE OK
       100-ABSQP-FUS.
           EXIT.
       100-US-EXIT-OK.
       100-US-EXIT-OK-FIN.
       100-ABSQP-FUS-FIN.
           EXIT.
      *               TRAITEMENTS SPECIF. SORTIE KO
       100-ABSQP-FUT.
           EXIT.
       100-UT-EXIT-KO.
       100-UT-EXIT-KO-FIN.
       100-ABSQP-FUT-FIN.
           EXIT.
       100-F99BB-FIN.
           EXIT.
       100-F99-FIN.
           EXIT.
      *
      * Proc{dure - Gestion des d{branchements (GO TO)
      *
       COPY 'GENAGNIV'.
      *<fin_procedure>_01
       100-ERREUR01.
           INITIALIZE                         EREC-ZLIERT
           STRING "LE NUMERO DE PRET" " " "EST OBLIGATOIRE" " "
                   " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR01-FIN.
           EXIT.
      *
       100-ERREUR02.
           INITIALIZE                         EREC-ZLIERT
           STRING "ACTION INVALIDE" " " "- VALEURS ADMISES :" " "
                  "C M A" " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR02-FIN.
           EXIT.
      *
       100-ERREUR03.
           INITIALIZE                         EREC-ZLIERT
           STRING "ACCES DF01 KO" " " "- IDELCO :" " "
                  TX00-IDELC0 " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR03-FIN.
           EXIT.
      *
       100-ERREUR04.
           INITIALIZE                         EREC-ZLIERT
           STRING "ASSURE ABSENT OU" " " "INCONNU DE L'ADI" " "
                  "- IDELCO :" " " TX00-IDELC0 " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR04-FIN.
           EXIT.
      *
       100-ERREUR05.
           INITIALIZE                         EREC-ZLIERT
           STRING "PERIODE INVALIDE" " " "- DEBUT POSTERIEUR A FIN"
                  " " "OU DATES ABSENTES" " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR05-FIN.
           EXIT.
      *
       100-ERREUR06.
           INITIALIZE                         EREC-ZLIERT
           STRING "ASSUREUR OU NUMERO" " " "DE POLICE ABSENT"
                  " " "DU CONTRAT DELEGUE" " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR06-FIN.
           EXIT.
      *
       100-ERREUR07.
           INITIALIZE                         EREC-ZLIERT
           STRING "DELEGATION A MODIFIER" " " "NON TROUVEE" " "
                  "- IDELCO :" " " TX00-IDELC0 " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR07-FIN.
           EXIT.
      *
       100-ERREUR08.
           INITIALIZE                         EREC-ZLIERT
           STRING "CHEVAUCHEMENT DE DELEGATIONS" " "
                  "POUR L'ASSURE" " " "SUR LE PRET" " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR08-FIN.
           EXIT.
      *
       100-ERREUR09.
           INITIALIZE                         EREC-ZLIERT
           STRING "MISE A JOUR AC72 KO" " " "- IDELCO :" " "
                  TX00-IDELC0 " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR09-FIN.
           EXIT.
      *
       100-ERREUR13.
           INITIALIZE                         EREC-ZLIERT
           STRING "GARANTIES DU CONTRAT" " " "EXTERNE INVALIDES"
                  " " "(CODE 01 A 11, QUOTITE 1 A 100)" " "
                  DELIMITED  BY SIZE     INTO EREC-ZLIERT
           MOVE "C"                        TO EREC-X0001A.
       100-ERREUR13-FIN.
           EXIT.
      *
      *  GESTION MESSAGE D'ERREUR
      *
       100-ALIM-ERR-50BB16.
           MOVE ALL "&"                    TO ER00-ZTERMR
              STRING "# - 50BB 160 - "
                     "PB ACCES DF01 IDELCO :"
                     TX00-IDELC0
                  DELIMITED BY "&"
                                         INTO ER00-ZTERMR.
       100-ALIM-ERR-50BB16-FIN.
           EXIT.
      *
       100-ALIM-ERR-50DB19.
           MOVE ALL "&"                    TO ER00-ZTERMR
              STRING "# - 50DB 190 - "
                     "PB RETOUR X51058A CESADI :"
                     X58A-CESADI
                     " IDELCO :"
                     TX00-IDELC0
                  DELIMITED BY "&"
                                         INTO ER00-ZTERMR.
       100-ALIM-ERR-50DB19-FIN.
           EXIT.
      *
      *  ACCES DF01 CLE COMPLETE
      *
       100-ACCES-F95BB.
           EXIT.
       100-ACCES-OCC-DF01.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGDF01"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DF01
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 100-ACCES-OCC-DF01-FIN.
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 100-ACCES-OCC-DF01-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB ACCES CLE COMPLETE "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "DF01 " DF01
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-OCC-DF01-FIN.
           EXIT.
       100-ACCES-F95BB-FIN.
           EXIT.
      *  ACCES AC72 CLE INCOMPLETE
      *
       100-ACCES-F95BH.
           EXIT.
       100-ACCES-OCI-AC72.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF TROUVE-SUP OR
              TROUVE-INF OR
              OK
              GO TO 100-ACCES-OCI-AC72-FIN.
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 100-ACCES-OCI-AC72-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB ACCES CLE INCOMPLETE "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "AC72 " AC72
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-OCI-AC72-FIN.
           EXIT.
       100-ACCES-F95BH-FIN.
           EXIT.
      *  ACCES AC72 SUIVANT PAR CLE
      *
       100-ACCSUIVANT-F95BI.
           EXIT.
       100-ACCES-OCS-AC72.
           MOVE ZERO                       TO IK
           MOVE "CLEFSUIVIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 100-ACCES-OCS-AC72-FIN.
           IF FIN-DOMAINE
              MOVE 1                       TO IK
              GO TO 100-ACCES-OCS-AC72-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB ACCES SUIVANT PAR CLE "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "AC72 " AC72
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-OCS-AC72-FIN.
           EXIT.
       100-ACCSUIVANT-F95BI-FIN.
           EXIT.
      *  CREATION AC72
      *
       100-ACCES-F95BJ.
           EXIT.
       100-ACCES-CRE-AC72.
           MOVE ZERO                       TO IK
           MOVE "CREATIONIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 100-ACCES-CRE-AC72-FIN.
           IF CREAT-EXIST
              MOVE 1                       TO IK
              GO TO 100-ACCES-CRE-AC72-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB CREATION "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "AC72 " AC72
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-CRE-AC72-FIN.
           EXIT.
       100-ACCES-F95BJ-FIN.
           EXIT.
      *  MODIFICATION AC72
      *
       100-ACCES-F95BK.
           EXIT.
       100-ACCES-MOD-AC72.
           MOVE ZERO                       TO IK
           MOVE "MODIFIERIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 100-ACCES-MOD-AC72-FIN.
           IF MODIF-INEX OR PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 100-ACCES-MOD-AC72-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB MODIFICATION "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "AC72 " AC72
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-MOD-AC72-FIN.
           EXIT.
       100-ACCES-F95BK-FIN.
           EXIT.
      *  CREATION AC73
      *
       100-ACCES-F95BN.
           EXIT.
       100-ACCES-CRE-AC73.
           MOVE ZERO                       TO IK
           MOVE "CREATIONIDTF"             TO LG-ORDRE
           MOVE "LGAC73"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC73
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 100-ACCES-CRE-AC73-FIN.
           IF CREAT-EXIST
              MOVE 1                       TO IK
              GO TO 100-ACCES-CRE-AC73-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB CREATION "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "AC73 " AC73
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-CRE-AC73-FIN.
           EXIT.
       100-ACCES-F95BN-FIN.
           EXIT.
      *
      * APPEL 51058A
       100-APPEL-SPGM-F91CC.
           EXIT.
       P-51058A.
           MOVE "X51058A"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2           USING X58A.
           IF RETURN-CODE > ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "100-APPEL-SPGM-F91CC "
                     "ERREUR FATALE SPG "
                     "X51058A, X58A=" X58A
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       P-51058A-FIN.
           EXIT.
       100-APPEL-SPGM-F91CC-FIN.
           EXIT.
      *
      * APPEL 51058B
       100-APPEL-SPGM-F91CD.
           EXIT.
       P-51058B.
           MOVE "X51058B"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2           USING X58B.
           IF RETURN-CODE > ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "100-APPEL-SPGM-F91CD "
                     "ERREUR FATALE SPG "
                     "X51058B, X58B=" X58B
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       P-51058B-FIN.
           EXIT.
       100-APPEL-SPGM-F91CD-FIN.
           EXIT.
      *
      * Appel 510600
       100-APPEL-SPGM-91CG.
           EXIT.
       P-510600.
           MOVE SPACES                     TO CALL-ZNMPR2
           STRING "X" "510600" DELIMITED   BY SIZE
                                         INTO CALL-ZNMPR2.
           IF CALL-ZNMPR2 (1:2) = "X"
      *Le Spgm appel{ n'est pas X510600
      *mais 510600 ==> For\age Nom Spgm
              MOVE "510600"                TO CALL-ZNMPR2.
      *Appel Spgm X510600 ou 510600
           CALL CALL-ZNMPR2             USING X601
      *
           IF RETURN-CODE > ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "91CG Erreur fatale Spg " CALL-ZNMPR2
                     ", X601=" X601
                     " / "
                     DELIMITED  BY "&"   INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       P-510600-FIN.
           EXIT.
       100-APPEL-SPGM-91CG-FIN.
           EXIT.
      *
      *               INIT TYPE LECTURE TABLES DB2
       100-INITLECT-TABDB2.
           INITIALIZE                         XT29
           MOVE "INI"                      TO XT29-ZCDFO8
           PERFORM P-722097              THRU P-722097-FIN.
       100-INITLECT-TABDB2-FIN.
           EXIT.
      *
      *               APPEL 722097
       100-APPEL-72209X.
           EXIT.
      *
       P-722097.
           MOVE "X722097"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING XT29.
       P-722097-FIN.
           EXIT.
      *
       100-APPEL-72209X-FIN.
           EXIT.
      *
      *               Lecture Param}tre PA01 Mode L
      *
       100-LECT-PARAM-PA01.
           IF PROGE (1:2) NOT = "X5" AND PROGE (1:2) NOT = "AL"
      *Init Balise : Si pas Spgm
              MOVE SPACES                  TO PASE-PA01-CPFLA9.
           IF PASA-PA01-ZCMAJ = "U"
      *Init Balise : Si Besoin de Maj
              MOVE SPACES                  TO PASE-PA01-CPFLA9.
           IF PASE-PA01-CPFLA9 = "`"
      *Param}tre d{j@ lu pr{c{demment
              MOVE PASE-PA01               TO DE04
              MOVE ZERO                    TO IK
           ELSE
      *Lecture physique dans A204/DE04
              INITIALIZE                      DE04
                                              PA01
                                              PASE-PA01
              MOVE PASA-PA01-ZCMAJ         TO LG-ZCMAJ
              MOVE 01                      TO DE04-CTPARA
              PERFORM 100-ACCES-OCC-DE04 THRU 100-ACCES-OCC-DE04-FIN.
           IF IK = ZEROES
      *Lecture param}tre OK
              MOVE DE04                    TO PA01
                                              PASE-PA01
              MOVE "`"                     TO PASE-PA01-CPFLA9
           ELSE
      *Probl}me Lecture Param}tres
              MOVE "SEGMENT PARAMETRE PA01 NON LU"
                                           TO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN.
           IF IK NOT = ZEROES AND PASA-PA01-CPABTD NOT = "N"
      *Abend demand{ si Pb Lecture
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
           IF PASA-PA01-ZCMAJ = "U"
      *Forcage relecture suivant si Maj
              MOVE SPACES                  TO PASE-PA01-CPFLA9.
       100-LECT-PARAM-PA01-FIN.
           EXIT.
      *  ACCES DE04 CLE COMPLETE
      *
       100-ACCES-F95BE.
           EXIT.
       100-ACCES-OCC-DE04.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGDE04"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DE04
           MOVE LG-STATUS                  TO W-LO99-STATUS.
           IF OK
              GO TO 100-ACCES-OCC-DE04-FIN.
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 100-ACCES-OCC-DE04-FIN.
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "PB ACCES CLE COMPLETE "
                  "STATUS " LG-STATUS
                  "SQLCODE PRECEDENT " LG-ZCSQL1
                  "SQLCODE COURANT   " LG-ZCSQLC
                  "DEBUG             " LG-ZCDBUG
                  "DE04 " DE04
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           PERFORM ERR-ABORT             THRU ERR-ABORT-FIN.
       100-ACCES-OCC-DE04-FIN.
           EXIT.
       100-ACCES-F95BE-FIN.
           EXIT.
      *               RECUPERATION DATE SYSTEME
      *
       100-ACC-CUR-DATE.
           MOVE FUNCTION CURRENT-DATE      TO WW00-X0016.
       100-ACC-CUR-DATE-FIN.
           EXIT.
      *</fin_procedure>
