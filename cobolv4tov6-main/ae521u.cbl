      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521U   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Relance Adhesions Non Acceptees          *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                hebdomadaire                                   *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Suivi hebdomadaire des adhesions signees restees sans
      *acceptation assureur : balaie le portefeuille (fichier
      *d'IDELCO, assures pagines par X51058H comme AE521J) et retient
      *tout assure dont l'adhesion est signee (X58A-DASIGN renseignee)
      *et qui, soit n'a pas de date d'acceptation (X58A-DAACAE a
      *blanc ou a zero), soit porte un code de decision medicale
      *X58A-CDMEDI declare "en attente" au fichier PARAM.
      *Pour chaque assure retenu : agence de domiciliation du pret
      *(DC23 domaine "DE" par requete REDC23 comme AE521M, a defaut
      *DF81 de la periode en cours comme AE521I 0250), anciennete en
      *jours depuis la signature (quantieme absolu, cf AE521H 0320),
      *tranche d'anciennete, code de decision medicale (le libelle
      *LIMEDI vient de TD15, acces ecran seulement, cf AE521B) et
      *montant du pret DF01-MTPACR.
      *Un assure delegue (AC72 en vigueur, cf AE521S) n'est plus suivi
      *sur l'ADI et n'est pas relance.
      *Fichier PARAM facultatif (une ligne) :
      * - col  1- 3 borne haute de la tranche 1 (30 par defaut),
      * - col  4- 6 borne haute de la tranche 2 (60 par defaut),
      * - col  7- 9 borne haute de la tranche 3 (90 par defaut),
      *   au-dela : tranche 4 ; bornes ignorees si non croissantes,
      * - col 10-12 anciennete minimale pour etre relance (0 par
      *   defaut : tous les assures retenus sont listes),
      * - col 13-92 dix codes CDMEDI "en attente" de 8 caracteres
      *   (aucun par defaut : seule l'absence d'acceptation compte).
      *Les lignes sont ecrites au fichier de travail SUIWRK (copy
      *ZCSU01AR), triees (SORT) par agence puis anciennete
      *decroissante, et editees au fichier SUIREP : une section par
      *agence (cle etablissement + guichet en tete de ligne, saut de
      *page en colonne 11) avec le total par tranche, puis une page
      *de synthese (cle "TOTAL") reprenant chaque agence.
      *Compte-rendu normalise (copy ZCF205AR) au fichier commun CRLOG
      *et RETURN-CODE gradue : 0 propre, 4 si des assures depassent la
      *derniere borne ou si des acces sont en erreur, 8 echec (aucun
      *pret traite ou tri en erreur), pour signalement par AE521L.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521U.
       AUTHOR.         "ADE : Relance Adhesions Non Acceptees".
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
           SELECT OPTIONAL F-PARAM
                                ASSIGN TO "PARAM"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SUIWRK      ASSIGN TO "SUIWRK"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W-SUISRT      ASSIGN TO "SUISRT".
           SELECT F-SUITRI      ASSIGN TO "SUITRI"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SUIREP      ASSIGN TO "SUIREP"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IDELCO
           RECORDING MODE IS F.
       01  IDELCO-REC.
           05                    IDELCO-REC-IDELCO     PIC X(11).
       FD  F-PARAM
           RECORDING MODE IS F.
       01  PARAM-REC.
           05                    PARAM-REC-QTJOU1      PIC 9(3).
           05                    PARAM-REC-QTJOU2      PIC 9(3).
           05                    PARAM-REC-QTJOU3      PIC 9(3).
           05                    PARAM-REC-QTJMIN      PIC 9(3).
           05                    PARAM-REC-CDMEDI      PIC X(8)
                                                   OCCURS 10 TIMES.
       FD  F-SUIWRK
           RECORDING MODE IS F.
           COPY 'ZCSU01AR' REPLACING ==(PREF)== BY ==SUIWRK-REC==.
       SD  W-SUISRT.
           COPY 'ZCSU01AR' REPLACING ==(PREF)== BY ==SUISRT-REC==.
       FD  F-SUITRI
           RECORDING MODE IS F.
           COPY 'ZCSU01AR' REPLACING ==(PREF)== BY ==SUITRI-REC==.
       FD  F-SUIREP
           RECORDING MODE IS F.
       01  SUIREP-REC.
           05                    SUIREP-REC-CDETAB     PIC X(5).
           05                    SUIREP-REC-CDGUIC     PIC X(5).
           05                    SUIREP-REC-CTSAUT     PIC X.
           05                    SUIREP-REC-LIGNE      PIC X(96).
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
       COPY 'ZCDF02AR' REPLACING ==(PREF)== BY ==DF02==.
       01                    DF02-IK               PIC X VALUE ZERO.
       COPY 'ZCDF81AR' REPLACING ==(PREF)== BY ==DF81==.
       01                    DF81-IK               PIC X VALUE ZERO.
       COPY 'ZCDC23AR' REPLACING ==(PREF)== BY ==DC23==.
       01                    DC23-IK               PIC X VALUE ZERO.
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AC72==.
       01                    AC72-IK               PIC X VALUE ZERO.
      *CODES RETOUR REQUETES (10 A 98 SPECIFIQUES A CHAQUE REQUETE)
       01                    RQEX-CPCLNI           IS EXTERNAL
                                                   PIC X.
       01                    RQ00-ZRSTAT           PIC 9(2).
                          88 R-OK                  VALUE 00.
                          88 R-NTROUV              VALUE 01.
                          88 R-FINBAL              VALUE 02.
                          88 R-PASOUV              VALUE 03.
                          88 R-MAJNOK              VALUE 04.
                          88 R-ABORT               VALUE 13.
                          88 R-CPCLNI              VALUE 15.
                          88 R-ORDRFO              VALUE 99.
                          88 R-SPECIF              VALUE 61 THRU 98.
      *ZONE TECHNIQUE POUR REQUETES
       COPY 'ZCXE10AR' REPLACING ==(PREF)== BY ==XE10==.
      *Zones de buffers Echanges avec Sous-Programmes
       COPY 'D5X58AAR' REPLACING ==(PREF)== BY ==X58A==.
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
       01                    INDICES-AE521U        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J92MED                PIC S9(4) VALUE ZERO.
           05                J92TRA                PIC S9(4) VALUE ZERO.
           05                J92AGE                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBPRET-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-VUS         PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBDELEGUE          PIC 9(7) VALUE ZERO.
           05                WS-NBSUIVI            PIC 9(7) VALUE ZERO.
           05                WS-NBNACC             PIC 9(7) VALUE ZERO.
           05                WS-NBMEDI-ATT         PIC 9(7) VALUE ZERO.
           05                WS-NBAGENCE           PIC 9(7) VALUE ZERO.
           05                WS-NBACCES-KO         PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
       01                    WS-FIN-TRI            PIC X VALUE "N".
                          88 FIN-FICHIER-SUITRI     VALUE "O".
      *Pagination des assures (X51058H par pages de 10)
       01                    WS-NUASDE             PIC S9(3) VALUE ZERO.
       01                    WS-FIN-PAGES          PIC X VALUE "N".
                          88 FIN-PAGES-ASSURE       VALUE "O".
      *Bornes des tranches d'anciennete en jours (fichier PARAM)
       01                    WS-QTJOU1             PIC 9(3) VALUE 30.
       01                    WS-QTJOU2             PIC 9(3) VALUE 60.
       01                    WS-QTJOU3             PIC 9(3) VALUE 90.
       01                    WS-QTJMIN             PIC 9(3) VALUE ZERO.
       01                    WS-QTJDEB             PIC 9(3) VALUE ZERO.
       01                    WS-TABLE-LITRAN.
           05                WS-LITRAN             PIC X(7)
                                                   OCCURS 4 TIMES.
      *Codes de decision medicale en attente (fichier PARAM)
       01                    WS-NBMEDI             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-TABLE-MEDI.
           05                WS-MED-CDMEDI         PIC X(8)
                                                   OCCURS 10 TIMES.
      *Contexte de l'assure en cours
       01                    WS-CTNACC             PIC X VALUE "N".
                          88 ADHESION-NON-ACCEPTEE  VALUE "O".
       01                    WS-CTMEDI             PIC X VALUE "N".
                          88 DECISION-MEDICALE-ATT  VALUE "O".
       01                    WS-NUTRAN             PIC 9 VALUE ZERO.
      *Delegation d'assurance de l'assure en cours (AC72)
       01                    WS-DELEGUE            PIC X VALUE "N".
                          88 ASSURE-DELEGUE         VALUE "O".
       01                    WS-DFDELE             PIC X(8).
      *Agence de domiciliation du pret en cours (lue une fois)
       01                    WS-DOMI-LUE           PIC X VALUE "N".
                          88 DOMICILIATION-LUE      VALUE "O".
       01                    WS-AGENCE.
           05                WS-AGE-CDETAB         PIC X(5).
           05                WS-AGE-CDGUIC         PIC X(5).
      *Dates de travail (SSAAMMJJ)
       01                    WS-DATE-CALC.
           05                WS-DTC-SSAA           PIC 9(4).
           05                WS-DTC-MM             PIC 9(2).
           05                WS-DTC-JJ             PIC 9(2).
      *Calcul de quantieme absolu (0320-CONV-JOURS)
       01                    WS-CVJ-ENTREE         PIC X(8).
       01                    WS-CVJ-AA             PIC S9(7) COMP-3.
       01                    WS-CVJ-MM             PIC S9(3) COMP-3.
       01                    WS-CVJ-JJ             PIC S9(3) COMP-3.
       01                    WS-CVJ-W1             PIC S9(9) COMP-3.
       01                    WS-CVJ-W2             PIC S9(9) COMP-3.
       01                    WS-CVJ-W3             PIC S9(9) COMP-3.
       01                    WS-CVJ-W4             PIC S9(9) COMP-3.
       01                    WS-CVJ-NBJOUR         PIC S9(9) COMP-3.
       01                    WS-NBJR-REF           PIC S9(9) COMP-3.
       01                    WS-QTJOUR             PIC S9(9) COMP-3.
      *Rupture agence a l'edition
       01                    WS-AGENCE-PREC.
           05                WS-PRE-CDETAB         PIC X(5) VALUE
                                                   HIGH-VALUES.
           05                WS-PRE-CDGUIC         PIC X(5) VALUE
                                                   HIGH-VALUES.
       01                    WS-AGENCE-TRI.
           05                WS-TRI-CDETAB         PIC X(5).
           05                WS-TRI-CDGUIC         PIC X(5).
       01                    WS-TABLE-AGE-TRAN.
           05                WS-AGE-NBTRAN         PIC 9(7)
                                                   OCCURS 4 TIMES.
       01                    WS-AGE-NBSUIVI        PIC 9(7) VALUE ZERO.
       01                    WS-AGE-MTPACR         PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Synthese par agence (page finale)
       01                    WS-NBSYN              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-SYN            PIC S9(4) COMP SYNC
                                                   VALUE +0500.
       01                    WS-TABLE-SYN.
           05                WS-SYN                OCCURS 500 TIMES.
               10            WS-SYN-CDETAB         PIC X(5).
               10            WS-SYN-CDGUIC         PIC X(5).
               10            WS-SYN-NBTRAN         PIC 9(7)
                                                   OCCURS 4 TIMES.
       01                    WS-TABLE-AUT-TRAN.
           05                WS-AUT-NBTRAN         PIC 9(7)
                                                   OCCURS 4 TIMES.
       01                    WS-NBAGE-AUTRE        PIC 9(7) VALUE ZERO.
       01                    WS-TABLE-TOT-TRAN.
           05                WS-TOT-NBTRAN         PIC 9(7)
                                                   OCCURS 4 TIMES.
       01                    WS-NBTOTA             PIC 9(7) VALUE ZERO.
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
       01                    WS-QTREJE             PIC 9(7) VALUE ZERO.
       01                    WS-CDRETR             PIC 9(4) VALUE ZERO.
      *Ligne detail d'un assure relance
       01                    WS-LIGNE-SUI.
           05                WLS-IDELCO            PIC X(11).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-IDASCN            PIC X(11).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-LINOA1            PIC X(20).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-DASIGN            PIC X(10).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-QTJOUR            PIC ZZZZ9.
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-LITRAN            PIC X(7).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-CTMOTI            PIC X(3).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-CDMEDI            PIC X(8).
           05                FILLER                PIC X VALUE SPACE.
           05                WLS-MTPACR            PIC ZZZZZZZZ9,99.
           05                FILLER                PIC X VALUE SPACE.
      *Ligne de synthese (une agence, effectif par tranche)
       01                    WS-LIGNE-SYN.
           05                WSY-AGENCE            PIC X(13).
           05                FILLER                PIC X(3) VALUE SPACE.
           05                WSY-NBTRAN            PIC ZZZZZZ9
                                                   OCCURS 4 TIMES.
           05                FILLER                PIC X(3) VALUE SPACE.
           05                WSY-NBTOTA            PIC ZZZZZZ9.
           05                FILLER                PIC X(42) VALUE
                                                   SPACE.
       01                    WS-LIGNE-TXT          PIC X(96).
       01                    WS-EDIT-CUMUL         PIC ZZZZZZZZZZ9,99.
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
           PERFORM 0700-TRI-SUIVI        THRU 0700-TRI-SUIVI-FIN
           PERFORM 0800-EDITION-AGENCES  THRU 0800-EDITION-AGENCES-FIN
           PERFORM 0900-CLOTURE          THRU 0900-CLOTURE-FIN.
       0000-PILOTE-FIN.
           EXIT.
      *
       0100-OUVERTURE.
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO WS-DHDEBU
           OPEN INPUT                      F-IDELCO
           OPEN OUTPUT                     F-SUIWRK
           MOVE ZEROES                     TO WS-TABLE-TOT-TRAN
                                              WS-TABLE-AUT-TRAN
      *               BORNES DES TRANCHES ET CODES MEDICAUX EN ATTENTE
      *               -------------------------------------------------
           OPEN INPUT                      F-PARAM
           READ F-PARAM
              AT END CONTINUE
              NOT AT END
                 PERFORM 0110-CHARGE-PARAM THRU 0110-CHARGE-PARAM-FIN
           END-READ
           CLOSE F-PARAM
           MOVE SPACES                     TO WS-TABLE-LITRAN
           COMPUTE WS-QTJDEB = WS-QTJOU1 + 1
           STRING "000-" WS-QTJOU1
                  DELIMITED                BY SIZE
                                         INTO WS-LITRAN (1)
           STRING WS-QTJDEB "-" WS-QTJOU2
                  DELIMITED                BY SIZE
                                         INTO WS-LITRAN (2)
           COMPUTE WS-QTJDEB = WS-QTJOU2 + 1
           STRING WS-QTJDEB "-" WS-QTJOU3
                  DELIMITED                BY SIZE
                                         INTO WS-LITRAN (3)
           STRING ">" WS-QTJOU3
                  DELIMITED                BY SIZE
                                         INTO WS-LITRAN (4)
      *               RECHERCHE NO VERSION ADI
      *               ------------------------
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
      *               QUANTIEME DE LA DATE DU JOUR
           MOVE PA01-DTJOUP                TO WS-CVJ-ENTREE
           PERFORM 0320-CONV-JOURS        THRU 0320-CONV-JOURS-FIN
           MOVE WS-CVJ-NBJOUR              TO WS-NBJR-REF
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN.
       0100-OUVERTURE-FIN.
           EXIT.
      *
      *               PRISE EN COMPTE DU FICHIER PARAM : BORNES
      *               RETENUES SEULEMENT SI NUMERIQUES ET CROISSANTES
      *               -----------------------------------------------
       0110-CHARGE-PARAM.
           IF PARAM-REC-QTJOU1 NUMERIC AND
              PARAM-REC-QTJOU2 NUMERIC AND
              PARAM-REC-QTJOU3 NUMERIC AND
              PARAM-REC-QTJOU1 > ZEROES AND
              PARAM-REC-QTJOU2 > PARAM-REC-QTJOU1 AND
              PARAM-REC-QTJOU3 > PARAM-REC-QTJOU2
              MOVE PARAM-REC-QTJOU1        TO WS-QTJOU1
              MOVE PARAM-REC-QTJOU2        TO WS-QTJOU2
              MOVE PARAM-REC-QTJOU3        TO WS-QTJOU3
           END-IF
           IF PARAM-REC-QTJMIN NUMERIC
              MOVE PARAM-REC-QTJMIN        TO WS-QTJMIN
           END-IF
           MOVE ZERO                       TO WS-NBMEDI
           PERFORM VARYING J92MED FROM 1 BY 1
                                        UNTIL J92MED > 10
              IF PARAM-REC-CDMEDI (J92MED) NOT = SPACES
              AND PARAM-REC-CDMEDI (J92MED) NOT = LOW-VALUES
                 ADD 1                     TO WS-NBMEDI
                 MOVE PARAM-REC-CDMEDI (J92MED)
                                           TO WS-MED-CDMEDI (WS-NBMEDI)
              END-IF
           END-PERFORM.
       0110-CHARGE-PARAM-FIN.
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
           MOVE "N"                        TO WS-DOMI-LUE
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
      *               BOUCLE SUR LES PAGES D'ASSURES (X51058H)
      *               -----------------------------------------
           MOVE 1                          TO WS-NUASDE
           MOVE "N"                        TO WS-FIN-PAGES
           PERFORM 0215-TRAITE-PAGE       THRU 0215-TRAITE-PAGE-FIN
                                        UNTIL FIN-PAGES-ASSURE.
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
           STRING "AE521U 0210-ACCES-DF01 "
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
           PERFORM VARYING J50CFR FROM 1 BY 1
                                        UNTIL J50CFR > X58H-QTASSU
              ADD 1                        TO WS-NBASSU-VUS
              PERFORM 0230-SUIVI-ASSURE  THRU 0230-SUIVI-ASSURE-FIN
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
      *               SUIVI D'UN ASSURE : ADHESION SIGNEE NON ACCEPTEE
      *               OU DECISION MEDICALE EN ATTENTE (X51058A)
      *               -------------------------------------------------
       0230-SUIVI-ASSURE.
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
              STRING "AE521U 0230-SUIVI-ASSURE "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              ADD 1                        TO WS-NBASSU-KO
              IF WS-LM1ERR = SPACES
                 STRING "RETOUR X51058A KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-SUIVI-ASSURE-FIN
           END-IF
      *               ADHESION NON SIGNEE : HORS SUIVI
           IF X58A-DASIGN = SPACES OR X58A-DASIGN = ZEROES
           OR X58A-DASIGN NOT NUMERIC
              GO TO 0230-SUIVI-ASSURE-FIN
           END-IF
      *               MOTIF DE RELANCE
      *               ----------------
           MOVE "N"                        TO WS-CTNACC
                                              WS-CTMEDI
           IF X58A-DAACAE = SPACES OR X58A-DAACAE = ZEROES
              MOVE "O"                     TO WS-CTNACC
           END-IF
           IF X58A-CDMEDI NOT = SPACES
              PERFORM VARYING J92MED FROM 1 BY 1
                                        UNTIL J92MED > WS-NBMEDI
                                           OR DECISION-MEDICALE-ATT
                 IF X58A-CDMEDI = WS-MED-CDMEDI (J92MED)
                    MOVE "O"               TO WS-CTMEDI
                 END-IF
              END-PERFORM
           END-IF
           IF NOT ADHESION-NON-ACCEPTEE AND NOT DECISION-MEDICALE-ATT
              GO TO 0230-SUIVI-ASSURE-FIN
           END-IF
      *               ASSURE DELEGUE (AE521S) : PLUS SUIVI SUR L'ADI
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
              GO TO 0230-SUIVI-ASSURE-FIN
           END-IF
           IF ASSURE-DELEGUE
              ADD 1                        TO WS-NBDELEGUE
              GO TO 0230-SUIVI-ASSURE-FIN
           END-IF
      *               ANCIENNETE DEPUIS LA SIGNATURE ET TRANCHE
      *               ------------------------------------------
           MOVE X58A-DASIGN                TO WS-CVJ-ENTREE
           PERFORM 0320-CONV-JOURS        THRU 0320-CONV-JOURS-FIN
           COMPUTE WS-QTJOUR = WS-NBJR-REF - WS-CVJ-NBJOUR
           IF WS-QTJOUR < ZERO
              MOVE ZEROES                  TO WS-QTJOUR
           END-IF
           IF WS-QTJOUR > 99999
              MOVE 99999                   TO WS-QTJOUR
           END-IF
           IF WS-QTJOUR < WS-QTJMIN
              GO TO 0230-SUIVI-ASSURE-FIN
           END-IF
           EVALUATE TRUE
              WHEN WS-QTJOUR NOT > WS-QTJOU1
                 MOVE 1                    TO WS-NUTRAN
              WHEN WS-QTJOUR NOT > WS-QTJOU2
                 MOVE 2                    TO WS-NUTRAN
              WHEN WS-QTJOUR NOT > WS-QTJOU3
                 MOVE 3                    TO WS-NUTRAN
              WHEN OTHER
                 MOVE 4                    TO WS-NUTRAN
           END-EVALUATE
      *               AGENCE DE DOMICILIATION (UNE FOIS PAR PRET)
           IF NOT DOMICILIATION-LUE
              PERFORM 0240-RECHERCHE-AGENCE
                                      THRU 0240-RECHERCHE-AGENCE-FIN
           END-IF
           PERFORM 0260-ECRIT-SUIWRK      THRU 0260-ECRIT-SUIWRK-FIN.
       0230-SUIVI-ASSURE-FIN.
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
           STRING "AE521U 0236-ACCES-OCI-AC72 "
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
           STRING "AE521U 0237-TESTE-DELEGATION "
                  "PB ACCES SUIVANT AC72 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0237-TESTE-DELEGATION-FIN.
           EXIT.
      *
      *               AGENCE DE DOMICILIATION DU PRET : DC23 DOMAINE
      *               "DE" (CF AE521M), A DEFAUT DF81 DE LA PERIODE
      *               EN COURS, SINON AGENCE A BLANC (NON DOMICILIE)
      *               -----------------------------------------------
       0240-RECHERCHE-AGENCE.
           MOVE "O"                        TO WS-DOMI-LUE
           MOVE SPACES                     TO WS-AGENCE
           INITIALIZE                         DC23
                                              DC23-IK
           MOVE DF01-IDELCO                TO DC23-IDELCO
           MOVE "DE"                       TO DC23-CDDOPR
           PERFORM 0245-ACCES-LCL-DC23    THRU 0245-ACCES-LCL-DC23-FIN
           MOVE IK                         TO DC23-IK
           IF DC23-IK = ZERO AND DC23-CDETAB NOT = SPACES
              MOVE DC23-CDETAB             TO WS-AGE-CDETAB
              MOVE DC23-CDGUIC             TO WS-AGE-CDGUIC
              GO TO 0240-RECHERCHE-AGENCE-FIN
           END-IF
           PERFORM 0250-DOMICILIATION     THRU 0250-DOMICILIATION-FIN
           IF DF81-IK = ZERO
              MOVE DF81-CDETAB             TO WS-AGE-CDETAB
              MOVE DF81-CDGUIC             TO WS-AGE-CDGUIC
           END-IF.
       0240-RECHERCHE-AGENCE-FIN.
           EXIT.
      *
      *               DC23 : LECTURE PAR CLE (REPRIS D'AE521M
      *               0520-ACCES-LCL-DC23)
      *               ----------------------------------------
       0245-ACCES-LCL-DC23.
           MOVE ZERO                       TO IK
           MOVE "LC"                       TO XE10-ZRORDR
           MOVE "REDC23"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING XE10
                                              DC23
           MOVE XE10-ZRSTAT                TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI = "I" AND R-CPCLNI
      *Client incomplet accept{
              MOVE ZEROES                  TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI NOT = "I" AND R-CPCLNI
      *Client incomplet non accept{
              MOVE 01                      TO RQ00-ZRSTAT.
           IF R-OK
              MOVE ZERO                    TO IK
              GO TO 0245-ACCES-LCL-DC23-FIN.
           IF R-NTROUV OR R-SPECIF
              MOVE 1                       TO IK
              GO TO 0245-ACCES-LCL-DC23-FIN.
           MOVE 1                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "LCL DC23 ZRSTAT " RQ00-ZRSTAT " " XE10-ZRLERR
                  " CLES " DC23-ZZCLES DELIMITED
                                           BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           ADD 1                           TO WS-NBACCES-KO
           IF WS-LM1ERR = SPACES
              STRING "PB ACCES DC23 CLES=" DC23-ZZCLES
                     DELIMITED            BY SIZE
                                         INTO WS-LM1ERR
           END-IF.
       0245-ACCES-LCL-DC23-FIN.
           EXIT.
      *
      *               DOMICILIATION DE LA PERIODE COURANTE :
      *               DF02 PERIODE EN COURS PUIS DF81
      *               (REPRIS D'AE521I 0250)
      *               -------------------------------------------
       0250-DOMICILIATION.
           INITIALIZE                         DF81
           MOVE 1                          TO DF81-IK
           INITIALIZE                         DF02
                                              DF02-IK
           MOVE DF01-IDELCO                TO DF02-IDELCO
           MOVE ZERO                       TO DF02-NUELCV
           PERFORM 0252-ACCES-OCI-DF02    THRU 0252-ACCES-OCI-DF02-FIN
           MOVE IK                         TO DF02-IK
           IF DF02-IK = ZERO AND DF02-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO DF02-IK
           END-IF
      *               BOUCLE DF02 JUSQU'A LA PERIODE EN COURS
           PERFORM 0254-DF02-SUIVANT      THRU 0254-DF02-SUIVANT-FIN
                                        UNTIL NOT (DF02-IK = ZERO AND
                                              (DF02-CTROCV NOT = 2 OR
                                              DF02-DEELCV > PA01-DTJOUP
                                              OR
                                              DF02-DFELCV <
                                              PA01-DTJOUP))
           IF DF02-IK NOT = ZERO OR DF02-CTROCV NOT = 2
              GO TO 0250-DOMICILIATION-FIN
           END-IF
      *               ACCES DF81 DE LA PERIODE
           INITIALIZE                         DF81
                                              DF81-IK
           MOVE DF02-IDELCO                TO DF81-IDELCO
           MOVE DF02-NUELCV                TO DF81-NUELCV
           PERFORM 0256-ACCES-RE1-DF81    THRU 0256-ACCES-RE1-DF81-FIN
           MOVE IK                         TO DF81-IK.
       0250-DOMICILIATION-FIN.
           EXIT.
      *
       0252-ACCES-OCI-DF02.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGDF02"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DF02
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF TROUVE-SUP OR TROUVE-INF OR OK
              GO TO 0252-ACCES-OCI-DF02-FIN
           END-IF
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 0252-ACCES-OCI-DF02-FIN
           END-IF
           MOVE 1                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521U 0252-ACCES-OCI-DF02 "
                  "PB ACCES DF02 IDELCO=" DF02-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           ADD 1                           TO WS-NBACCES-KO
           IF WS-LM1ERR = SPACES
              STRING "PB ACCES DF02 IDELCO=" DF02-IDELCO
                     DELIMITED            BY SIZE
                                         INTO WS-LM1ERR
           END-IF.
       0252-ACCES-OCI-DF02-FIN.
           EXIT.
      *
       0254-DF02-SUIVANT.
           MOVE ZERO                       TO IK
           MOVE "CLEFSUIVIDTF"             TO LG-ORDRE
           MOVE "LGDF02"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DF02
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              IF DF02-IDELCO = DF01-IDELCO
                 MOVE ZERO                 TO DF02-IK
              ELSE
                 MOVE 1                    TO DF02-IK
              END-IF
              GO TO 0254-DF02-SUIVANT-FIN
           END-IF
           MOVE 1                          TO DF02-IK
           IF FIN-DOMAINE OR PAS-TROUVE
              GO TO 0254-DF02-SUIVANT-FIN
           END-IF
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521U 0254-DF02-SUIVANT "
                  "PB ACCES SUIVANT DF02 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           ADD 1                           TO WS-NBACCES-KO
           IF WS-LM1ERR = SPACES
              STRING "PB ACCES DF02 IDELCO=" DF01-IDELCO
                     DELIMITED            BY SIZE
                                         INTO WS-LM1ERR
           END-IF.
       0254-DF02-SUIVANT-FIN.
           EXIT.
      *
       0256-ACCES-RE1-DF81.
           MOVE ZERO                       TO IK
           MOVE "LRDF81"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DF81
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              GO TO 0256-ACCES-RE1-DF81-FIN
           END-IF
           MOVE 1                          TO IK
           IF PAS-TROUVE
              GO TO 0256-ACCES-RE1-DF81-FIN
           END-IF
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521U 0256-ACCES-RE1-DF81 "
                  "PB ACCES DF81 IDELCO=" DF81-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN
           ADD 1                           TO WS-NBACCES-KO
           IF WS-LM1ERR = SPACES
              STRING "PB ACCES DF81 IDELCO=" DF81-IDELCO
                     DELIMITED            BY SIZE
                                         INTO WS-LM1ERR
           END-IF.
       0256-ACCES-RE1-DF81-FIN.
           EXIT.
      *
      *               ECRITURE DE L'ASSURE AU FICHIER DE TRAVAIL
      *               -------------------------------------------
       0260-ECRIT-SUIWRK.
           MOVE SPACES                     TO SUIWRK-REC
           MOVE WS-AGE-CDETAB              TO SUIWRK-REC-CDETAB
           MOVE WS-AGE-CDGUIC              TO SUIWRK-REC-CDGUIC
           MOVE WS-QTJOUR                  TO SUIWRK-REC-QTJOUR
           MOVE DF01-IDELCO                TO SUIWRK-REC-IDELCO
           MOVE X58A-IDASCN                TO SUIWRK-REC-IDASCN
           MOVE WS-NUTRAN                  TO SUIWRK-REC-NUTRAN
           IF ADHESION-NON-ACCEPTEE AND DECISION-MEDICALE-ATT
              MOVE "A+M"                   TO SUIWRK-REC-CTMOTI
           ELSE
              IF ADHESION-NON-ACCEPTEE
                 MOVE "ACC"                TO SUIWRK-REC-CTMOTI
              ELSE
                 MOVE "MED"                TO SUIWRK-REC-CTMOTI
              END-IF
           END-IF
           MOVE X58A-DASIGN                TO SUIWRK-REC-DASIGN
           MOVE X58A-DAACAE                TO SUIWRK-REC-DAACAE
           MOVE X58A-CDMEDI                TO SUIWRK-REC-CDMEDI
           MOVE DF01-MTPACR                TO SUIWRK-REC-MTPACR
           MOVE X58H-LINOA1 (J50CFR)       TO SUIWRK-REC-LINOA1
           WRITE SUIWRK-REC
           ADD 1                           TO WS-NBSUIVI
           ADD 1                           TO WS-TOT-NBTRAN (WS-NUTRAN)
           IF ADHESION-NON-ACCEPTEE
              ADD 1                        TO WS-NBNACC
           END-IF
           IF DECISION-MEDICALE-ATT
              ADD 1                        TO WS-NBMEDI-ATT
           END-IF.
       0260-ECRIT-SUIWRK-FIN.
           EXIT.
      *
      *               CONVERSION SSAAMMJJ EN QUANTIEME ABSOLU
      *               (REPRIS D'AE521H 0320)
      *               ----------------------------------------
       0320-CONV-JOURS.
           MOVE WS-CVJ-ENTREE              TO WS-DATE-CALC
           MOVE WS-DTC-SSAA                TO WS-CVJ-AA
           MOVE WS-DTC-MM                  TO WS-CVJ-MM
           MOVE WS-DTC-JJ                  TO WS-CVJ-JJ
           IF WS-CVJ-MM < 3
              SUBTRACT 1                 FROM WS-CVJ-AA
              ADD 12                       TO WS-CVJ-MM
           END-IF
           COMPUTE WS-CVJ-W1 = WS-CVJ-AA / 4
           COMPUTE WS-CVJ-W2 = WS-CVJ-AA / 100
           COMPUTE WS-CVJ-W3 = WS-CVJ-AA / 400
           COMPUTE WS-CVJ-W4 = (153 * (WS-CVJ-MM + 1)) / 5
           COMPUTE WS-CVJ-NBJOUR = (365 * WS-CVJ-AA) + WS-CVJ-W1
                                 - WS-CVJ-W2 + WS-CVJ-W3
                                 + WS-CVJ-W4 + WS-CVJ-JJ.
       0320-CONV-JOURS-FIN.
           EXIT.
      *
      *               REGROUPEMENT PAR AGENCE, PLUS ANCIENS EN TETE
      *               ---------------------------------------------
       0700-TRI-SUIVI.
           CLOSE F-SUIWRK
           SORT W-SUISRT
                ON ASCENDING KEY SUISRT-REC-CDETAB
                                 SUISRT-REC-CDGUIC
                ON DESCENDING KEY SUISRT-REC-QTJOUR
                ON ASCENDING KEY SUISRT-REC-IDELCO
                                 SUISRT-REC-IDASCN
                USING F-SUIWRK
                GIVING F-SUITRI
           MOVE SORT-RETURN                TO WS-CDRETR
           IF WS-CDRETR NOT = ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521U 0700-TRI-SUIVI "
                     "TRI DU SUIVI EN ERREUR SORT-RETURN="
                     WS-CDRETR
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              MOVE "TRI DU SUIVI EN ERREUR"
                                           TO WS-LM1ERR
              MOVE "O"                     TO WS-FIN-TRI
           END-IF.
       0700-TRI-SUIVI-FIN.
           EXIT.
      *
      *               EDITION D'UNE SECTION PAR AGENCE PUIS DE LA
      *               PAGE DE SYNTHESE
      *               --------------------------------------------
       0800-EDITION-AGENCES.
           OPEN OUTPUT                     F-SUIREP
           IF FIN-FICHIER-SUITRI
              GO TO 0800-EDITION-AGENCES-FIN
           END-IF
           OPEN INPUT                      F-SUITRI
           PERFORM 0890-LECTURE-SUITRI    THRU 0890-LECTURE-SUITRI-FIN
           PERFORM 0810-TRAITE-LIGNE      THRU 0810-TRAITE-LIGNE-FIN
                                        UNTIL FIN-FICHIER-SUITRI
           IF WS-AGENCE-PREC NOT = HIGH-VALUES
              PERFORM 0830-PIED-AGENCE    THRU 0830-PIED-AGENCE-FIN
           END-IF
           CLOSE F-SUITRI
           PERFORM 0840-PAGE-SYNTHESE     THRU 0840-PAGE-SYNTHESE-FIN.
       0800-EDITION-AGENCES-FIN.
           EXIT.
      *
       0810-TRAITE-LIGNE.
           MOVE SUITRI-REC-CDETAB          TO WS-TRI-CDETAB
           MOVE SUITRI-REC-CDGUIC          TO WS-TRI-CDGUIC
           IF WS-AGENCE-TRI NOT = WS-AGENCE-PREC
              IF WS-AGENCE-PREC NOT = HIGH-VALUES
                 PERFORM 0830-PIED-AGENCE THRU 0830-PIED-AGENCE-FIN
              END-IF
              MOVE WS-AGENCE-TRI           TO WS-AGENCE-PREC
              PERFORM 0820-ENTETE-AGENCE  THRU 0820-ENTETE-AGENCE-FIN
           END-IF
           MOVE SUITRI-REC-IDELCO          TO WLS-IDELCO
           MOVE SUITRI-REC-IDASCN          TO WLS-IDASCN
           MOVE SUITRI-REC-LINOA1          TO WLS-LINOA1
           MOVE SPACES                     TO WLS-DASIGN
           STRING SUITRI-REC-DASIGN (7:2) "/"
                  SUITRI-REC-DASIGN (5:2) "/"
                  SUITRI-REC-DASIGN (1:4)
                  DELIMITED                BY SIZE
                                         INTO WLS-DASIGN
           MOVE SUITRI-REC-QTJOUR          TO WLS-QTJOUR
           MOVE WS-LITRAN (SUITRI-REC-NUTRAN)
                                           TO WLS-LITRAN
           MOVE SUITRI-REC-CTMOTI          TO WLS-CTMOTI
           MOVE SUITRI-REC-CDMEDI          TO WLS-CDMEDI
           MOVE SUITRI-REC-MTPACR          TO WLS-MTPACR
           MOVE WS-LIGNE-SUI               TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           ADD 1                           TO WS-AGE-NBTRAN
                                              (SUITRI-REC-NUTRAN)
           ADD 1                           TO WS-AGE-NBSUIVI
           ADD SUITRI-REC-MTPACR           TO WS-AGE-MTPACR
           PERFORM 0890-LECTURE-SUITRI    THRU 0890-LECTURE-SUITRI-FIN.
       0810-TRAITE-LIGNE-FIN.
           EXIT.
      *
       0820-ENTETE-AGENCE.
           ADD 1                           TO WS-NBAGENCE
           MOVE ZEROES                     TO WS-TABLE-AGE-TRAN
                                              WS-AGE-NBSUIVI
                                              WS-AGE-MTPACR
           MOVE "RELANCE DES ADHESIONS SIGNEES NON ACCEPTEES / FORMALITE
      -    "S MEDICALES EN ATTENTE"        TO WS-LIGNE-TXT
           MOVE "1"                        TO SUIREP-REC-CTSAUT
           MOVE WS-PRE-CDETAB              TO SUIREP-REC-CDETAB
           MOVE WS-PRE-CDGUIC              TO SUIREP-REC-CDGUIC
           MOVE WS-LIGNE-TXT               TO SUIREP-REC-LIGNE
           WRITE SUIREP-REC
           MOVE SPACES                     TO WS-LIGNE-TXT
           IF WS-AGENCE-PREC = SPACES
              STRING "AGENCE : NON DOMICILIE"
                     "          SITUATION AU " PA01-DTJOUP (7:2) "/"
                     PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                     DELIMITED             BY SIZE
                                         INTO WS-LIGNE-TXT
           ELSE
              STRING "AGENCE : " WS-PRE-CDETAB " / " WS-PRE-CDGUIC
                     "          SITUATION AU " PA01-DTJOUP (7:2) "/"
                     PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                     DELIMITED             BY SIZE
                                         INTO WS-LIGNE-TXT
           END-IF
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           PERFORM 0825-LEGENDE           THRU 0825-LEGENDE-FIN
           MOVE "IDELCO      IDASCN      NOM ASSURE           SIGNATURE
      -    "  JOURS TRANCHE MOT DEC.MED     MONTANT PRET"
                                           TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN.
       0820-ENTETE-AGENCE-FIN.
           EXIT.
      *
      *               LEGENDE DES TRANCHES ET DES MOTIFS
      *               -----------------------------------
       0825-LEGENDE.
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "TRANCHES (JOURS DEPUIS SIGNATURE) : "
                  WS-LITRAN (1) " " WS-LITRAN (2) " "
                  WS-LITRAN (3) " " WS-LITRAN (4)
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE "MOTIF : ACC NON ACCEPTEE, MED DECISION MEDICALE EN ATTE
      -    "NTE, A+M LES DEUX"             TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN.
       0825-LEGENDE-FIN.
           EXIT.
      *
       0830-PIED-AGENCE.
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "TOTAL AGENCE : " WS-LITRAN (1) "=" WS-AGE-NBTRAN (1)
                  " " WS-LITRAN (2) "=" WS-AGE-NBTRAN (2)
                  " " WS-LITRAN (3) "=" WS-AGE-NBTRAN (3)
                  " " WS-LITRAN (4) "=" WS-AGE-NBTRAN (4)
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE WS-AGE-MTPACR              TO WS-EDIT-CUMUL
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "ASSURES A RELANCER=" WS-AGE-NBSUIVI
                  "   MONTANT DES PRETS CONCERNES=" WS-EDIT-CUMUL
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
      *               REPORT DE L'AGENCE EN SYNTHESE
           IF WS-NBSYN < WS-MAX-SYN
              ADD 1                        TO WS-NBSYN
              MOVE WS-PRE-CDETAB           TO WS-SYN-CDETAB (WS-NBSYN)
              MOVE WS-PRE-CDGUIC           TO WS-SYN-CDGUIC (WS-NBSYN)
              PERFORM VARYING J92TRA FROM 1 BY 1
                                        UNTIL J92TRA > 4
                 MOVE WS-AGE-NBTRAN (J92TRA)
                                TO WS-SYN-NBTRAN (WS-NBSYN, J92TRA)
              END-PERFORM
           ELSE
              ADD 1                        TO WS-NBAGE-AUTRE
              PERFORM VARYING J92TRA FROM 1 BY 1
                                        UNTIL J92TRA > 4
                 ADD WS-AGE-NBTRAN (J92TRA)
                                        TO WS-AUT-NBTRAN (J92TRA)
              END-PERFORM
           END-IF.
       0830-PIED-AGENCE-FIN.
           EXIT.
      *
      *               PAGE DE SYNTHESE : EFFECTIF PAR AGENCE ET PAR
      *               TRANCHE, TOTAL GENERAL
      *               ----------------------------------------------
       0840-PAGE-SYNTHESE.
           MOVE "TOTAL"                    TO WS-PRE-CDETAB
           MOVE SPACES                     TO WS-PRE-CDGUIC
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "SYNTHESE DES RELANCES D'ADHESION - SITUATION AU "
                  PA01-DTJOUP (7:2) "/"
                  PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           MOVE "1"                        TO SUIREP-REC-CTSAUT
           MOVE WS-PRE-CDETAB              TO SUIREP-REC-CDETAB
           MOVE WS-PRE-CDGUIC              TO SUIREP-REC-CDGUIC
           MOVE WS-LIGNE-TXT               TO SUIREP-REC-LIGNE
           WRITE SUIREP-REC
           PERFORM 0825-LEGENDE           THRU 0825-LEGENDE-FIN
           IF WS-NBSUIVI = ZERO
              MOVE "AUCUNE ADHESION EN ATTENTE D'ACCEPTATION"
                                           TO WS-LIGNE-TXT
              PERFORM 0850-ECRIT-SUIREP   THRU 0850-ECRIT-SUIREP-FIN
              GO TO 0840-PAGE-SYNTHESE-FIN
           END-IF
           MOVE SPACES                     TO WS-LIGNE-SYN
           MOVE "AGENCE"                   TO WSY-AGENCE
           MOVE WS-LIGNE-SYN               TO WS-LIGNE-TXT
           MOVE WS-LITRAN (1)              TO WS-LIGNE-TXT (17:7)
           MOVE WS-LITRAN (2)              TO WS-LIGNE-TXT (24:7)
           MOVE WS-LITRAN (3)              TO WS-LIGNE-TXT (31:7)
           MOVE WS-LITRAN (4)              TO WS-LIGNE-TXT (38:7)
           MOVE "  TOTAL"                  TO WS-LIGNE-TXT (48:7)
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           PERFORM VARYING J92AGE FROM 1 BY 1
                                        UNTIL J92AGE > WS-NBSYN
              MOVE SPACES                  TO WSY-AGENCE
              IF WS-SYN-CDETAB (J92AGE) = SPACES
                 MOVE "NON DOMICILIE"      TO WSY-AGENCE
              ELSE
                 STRING WS-SYN-CDETAB (J92AGE) " / "
                        WS-SYN-CDGUIC (J92AGE)
                        DELIMITED          BY SIZE
                                         INTO WSY-AGENCE
              END-IF
              MOVE ZEROES                  TO WS-NBTOTA
              PERFORM VARYING J92TRA FROM 1 BY 1
                                        UNTIL J92TRA > 4
                 MOVE WS-SYN-NBTRAN (J92AGE, J92TRA)
                                           TO WSY-NBTRAN (J92TRA)
                 ADD WS-SYN-NBTRAN (J92AGE, J92TRA)
                                           TO WS-NBTOTA
              END-PERFORM
              MOVE WS-NBTOTA               TO WSY-NBTOTA
              MOVE WS-LIGNE-SYN            TO WS-LIGNE-TXT
              PERFORM 0850-ECRIT-SUIREP   THRU 0850-ECRIT-SUIREP-FIN
           END-PERFORM
      *               AGENCES AU-DELA DE LA CAPACITE DE LA TABLE
           IF WS-NBAGE-AUTRE > ZERO
              MOVE "AUTRES AGENCES"        TO WSY-AGENCE
              MOVE ZEROES                  TO WS-NBTOTA
              PERFORM VARYING J92TRA FROM 1 BY 1
                                        UNTIL J92TRA > 4
                 MOVE WS-AUT-NBTRAN (J92TRA)
                                           TO WSY-NBTRAN (J92TRA)
                 ADD WS-AUT-NBTRAN (J92TRA)
                                           TO WS-NBTOTA
              END-PERFORM
              MOVE WS-NBTOTA               TO WSY-NBTOTA
              MOVE WS-LIGNE-SYN            TO WS-LIGNE-TXT
              PERFORM 0850-ECRIT-SUIREP   THRU 0850-ECRIT-SUIREP-FIN
           END-IF
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE "TOTAL GENERAL"            TO WSY-AGENCE
           PERFORM VARYING J92TRA FROM 1 BY 1
                                        UNTIL J92TRA > 4
              MOVE WS-TOT-NBTRAN (J92TRA)  TO WSY-NBTRAN (J92TRA)
           END-PERFORM
           MOVE WS-NBSUIVI                 TO WSY-NBTOTA
           MOVE WS-LIGNE-SYN               TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "AGENCES=" WS-NBAGENCE
                  " NON ACCEPTEES=" WS-NBNACC
                  " DECISIONS MEDICALES EN ATTENTE=" WS-NBMEDI-ATT
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN.
       0840-PAGE-SYNTHESE-FIN.
           EXIT.
      *
       0850-ECRIT-SUIREP.
           MOVE WS-PRE-CDETAB              TO SUIREP-REC-CDETAB
           MOVE WS-PRE-CDGUIC              TO SUIREP-REC-CDGUIC
           MOVE SPACE                      TO SUIREP-REC-CTSAUT
           MOVE WS-LIGNE-TXT               TO SUIREP-REC-LIGNE
           WRITE SUIREP-REC.
       0850-ECRIT-SUIREP-FIN.
           EXIT.
      *
       0890-LECTURE-SUITRI.
           READ F-SUITRI
              AT END MOVE "O"              TO WS-FIN-TRI
           END-READ.
       0890-LECTURE-SUITRI-FIN.
           EXIT.
      *
       0900-CLOTURE.
           CLOSE F-IDELCO
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** PRETS LUS=" WS-NBPRET-LUS
                  " EN ERREUR=" WS-NBPRET-KO
                  " ASSURES VUS=" WS-NBASSU-VUS
                  " EN ERREUR=" WS-NBASSU-KO
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** ASSURES A RELANCER=" WS-NBSUIVI
                  " DELEGUES ECARTES=" WS-NBDELEGUE
                  " ACCES EN ERREUR=" WS-NBACCES-KO
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-SUIREP      THRU 0850-ECRIT-SUIREP-FIN
           CLOSE F-SUIREP
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           COMPUTE WS-QTREJE = WS-NBPRET-KO + WS-NBASSU-KO
                             + WS-NBACCES-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO
              MOVE 4                       TO WS-CDRETO
           END-IF
      *               ASSURES AU-DELA DE LA DERNIERE BORNE : ALERTE
           IF WS-TOT-NBTRAN (4) > ZERO
              MOVE 4                       TO WS-CDRETO
              IF WS-LM1ERR = SPACES
                 STRING "ASSURES EN ATTENTE DEPUIS PLUS DE " WS-QTJOU3
                        " JOURS=" WS-TOT-NBTRAN (4)
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
           END-IF
           IF WS-NBPRET-LUS > ZERO AND WS-QTTRAI = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
           IF WS-CDRETR NOT = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
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
           MOVE "AE521U"                   TO CRLOG-REC-ZNMPR2
           MOVE WS-DHDEBU                  TO CRLOG-REC-DHDEBU
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO CRLOG-REC-DHFINX
           MOVE WS-NBPRET-LUS              TO CRLOG-REC-QTLUES
           MOVE WS-QTTRAI                  TO CRLOG-REC-QTTRAI
           MOVE WS-QTREJE                  TO CRLOG-REC-QTREJE
           MOVE WS-CDRETO                  TO CRLOG-REC-CDRETO
           MOVE WS-LM1ERR                  TO CRLOG-REC-LM1ERR
           IF WS-LM1ERR = SPACES
              STRING "ASSURES A RELANCER=" WS-NBSUIVI
                     " AGENCES=" WS-NBAGENCE
                     DELIMITED             BY SIZE
                                         INTO CRLOG-REC-LM1ERR
           END-IF
           WRITE CRLOG-REC
           CLOSE F-CRLOG.
       0950-ECRIT-CRLOG-FIN.
           EXIT.
      *
      * -------------> SOUS-PROGRAMMES PARTAGES (repris d'AE521A/AE521B)
      *
       P-722020.
           MOVE "AE521U"                   TO ER00-ZNMPR2
           MOVE "AE521U"                   TO ER00-ZNMMOD
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
