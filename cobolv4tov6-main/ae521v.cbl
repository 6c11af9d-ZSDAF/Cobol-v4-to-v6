      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521V   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Instantane Nocturne Contextes et Calculs *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                nocturne                                       *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Instantane ADE nocturne partage par la suite batch : AE521B,
      *AE521H, AE521I, AE521J, AE521N et AE521P rappelaient chacun
      *X51058H / X51058A / X51058B pour chaque pret et chaque assure
      *du fichier d'IDELCO (jusqu'a six fois le meme echeancier de
      *660 periodes par nuit). Le programme deroule une seule fois le
      *chemin contexte + calcul par assure et alimente le fichier
      *indexe ISNADE (copy ZCIS01AR, cle IDELCO + IDASCN) :
      * - ligne assure X51058H (rang NUASSU dans le pret, nombre total
      *   d'assures QTASTO, CQRPCN, DANAIS, LINOA1) ;
      * - image complete de la zone X58A restituee (conditions) ;
      * - image complete de la zone X58B restituee (composantes de
      *   taux TCAM*, MTPA15, echeancier des cotisations), calculee
      *   avec l'alimentation canonique de la suite (cf AE521J 0240 :
      *   capital DF01 moins MKRAPR hors Lorraine, repli X58A-MTPA15
      *   en contexte H2, sans ajustement AC70/TF81) ; le capital et
      *   la duree restante fournis en entree (MTPA1E, QTMOAE) et la
      *   date de valeur DTJOUP sont conserves pour que le consommateur
      *   verifie que l'image repond bien a son propre appel.
      *Un assure dont X51058A est en erreur est ecrit avec CPX58A = N
      *(ligne X51058H seule) : le consommateur rappelle alors le
      *sous-programme en direct.
      *Reconstruction complete a chaque passage (OPEN OUTPUT).
      *Horodatage et comptage de controle : le fichier ISNCTL (copy
      *ZCIS02AR) recoit en fin de job le timbre de fraicheur DHBATI
      *(debut du traitement), le nombre QTENRE d'assures ecrits, la
      *date de traitement PA01-DTJOUP et la version ADI X601-NOVADI
      *(meme principe que XREFCTL d'AE521O). Un traitement vide ecrit
      *un marqueur KO explicite (DHBATI et QTENRE a zero) que les
      *consommateurs refusent (0160-CONTROLE-INSTANTANE).
      *Compte-rendu normalise (copy ZCF205AR) au fichier commun CRLOG
      *et RETURN-CODE gradue : 0 propre, 4 partiel (prets ou assures
      *en erreur, ecritures refusees), 8 echec (aucun assure ecrit).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521V.
       AUTHOR.         "ADE : Instantane Nocturne Contextes et Calculs".
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
           SELECT OPTIONAL F-ISNADE
                                ASSIGN TO "ISNADE"
                                 ORGANIZATION IS INDEXED
                                 ACCESS MODE IS DYNAMIC
                                 RECORD KEY IS ISNADE-REC-CLE.
           SELECT F-ISNCTL      ASSIGN TO "ISNCTL"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IDELCO
           RECORDING MODE IS F.
       01  IDELCO-REC.
           05                    IDELCO-REC-IDELCO     PIC X(11).
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
       01                    INDICES-AE521V        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-PDECHM             PIC S9(3) VALUE ZERO.
       01                    WS-PDUR18             PIC S9(7) VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBPRET-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-VUS         PIC 9(7) VALUE ZERO.
           05                WS-NBX58A-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBX58B-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBECRIT            PIC 9(9) VALUE ZERO.
           05                WS-NBECRIT-KO         PIC 9(7) VALUE ZERO.
           05                WS-QTREJE             PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
      *Pagination des assures (X51058H par pages de 10)
       01                    WS-NUASDE             PIC S9(3) VALUE ZERO.
       01                    WS-QTASVU             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-FIN-PAGES          PIC X VALUE "N".
                          88 FIN-PAGES-ASSURE       VALUE "O".
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
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
      *               RECONSTRUCTION COMPLETE DE L'INSTANTANE
      *               ---------------------------------------
           OPEN OUTPUT                     F-ISNADE
      *               RECHERCHE NO VERSION ADI
      *               ------------------------
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
           PERFORM 0190-LECTURE-IDELCO    THRU 0190-LECTURE-IDELCO-FIN.
       0100-OUVERTURE-FIN.
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
      *               BOUCLE SUR LES PAGES D'ASSURES (X51058H)
      *               -----------------------------------------
           MOVE 1                          TO WS-NUASDE
           MOVE ZERO                       TO WS-QTASVU
           MOVE "N"                        TO WS-FIN-PAGES
           PERFORM 0215-TRAITE-PAGE       THRU 0215-TRAITE-PAGE-FIN
                                        UNTIL FIN-PAGES-ASSURE
           IF WS-QTASVU = ZEROES
      *               PRET SANS ASSURE : ABSENT DE L'INSTANTANE, LES
      *               CONSOMMATEURS L'APPELLERONT EN DIRECT
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
           STRING "AE521V 0210-ACCES-DF01 "
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
              ADD 1                        TO WS-NBASSU-VUS
              PERFORM 0230-INSTANTANE-ASSURE
                                   THRU 0230-INSTANTANE-ASSURE-FIN
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
      *               INSTANTANE D'UN ASSURE : LIGNE X51058H, CONTEXTE
      *               X51058A, CALCUL X51058B
      *               ------------------------------------------------
       0230-INSTANTANE-ASSURE.
           MOVE SPACES                     TO ISNADE-REC
           MOVE DF01-IDELCO                TO ISNADE-REC-IDELCO
           MOVE X58H-IDASCN (J50CFR)       TO ISNADE-REC-IDASCN
           COMPUTE ISNADE-REC-NUASSU = X58H-NUASDE + J50CFR - 1
           MOVE X58H-QTASTO                TO ISNADE-REC-QTASTO
           MOVE X58H-CQRPCN (J50CFR)       TO ISNADE-REC-CQRPCN
           MOVE X58H-DANAIS (J50CFR)       TO ISNADE-REC-DANAIS
           MOVE X58H-LINOA1 (J50CFR)       TO ISNADE-REC-LINOA1
           MOVE PA01-DTJOUP                TO ISNADE-REC-DTJOUP
           MOVE ZEROES                     TO ISNADE-REC-MTPA1E
                                              ISNADE-REC-QTMOAE
           MOVE "N"                        TO ISNADE-REC-CPX58A
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
              ADD 1                        TO WS-NBX58A-KO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521V 0230-INSTANTANE-ASSURE "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
      *               LIGNE X51058H SEULE : APPEL DIRECT CHEZ LES
      *               CONSOMMATEURS POUR CET ASSURE
              PERFORM 0260-ECRIT-ISNADE   THRU 0260-ECRIT-ISNADE-FIN
              GO TO 0230-INSTANTANE-ASSURE-FIN
           END-IF
      *               CAPITAL, TAUX ET ECHEANCIER (X51058B)
      *               -------------------------------------
           PERFORM 0240-APPEL-X58B        THRU 0240-APPEL-X58B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              ADD 1                        TO WS-NBX58B-KO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521V 0230-INSTANTANE-ASSURE "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO=" DF01-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              PERFORM 0260-ECRIT-ISNADE   THRU 0260-ECRIT-ISNADE-FIN
              GO TO 0230-INSTANTANE-ASSURE-FIN
           END-IF
           MOVE "O"                        TO ISNADE-REC-CPX58A
           MOVE X58A                       TO ISNADE-REC-ZZX58A
           MOVE X58B                       TO ISNADE-REC-ZZX58B
           PERFORM 0260-ECRIT-ISNADE      THRU 0260-ECRIT-ISNADE-FIN.
       0230-INSTANTANE-ASSURE-FIN.
           EXIT.
      *
      *               ALIMENTATION X58B (CAPITAL DF01, SANS AJUST.
      *               AC70/TF81 - CF AE521J 0240) ; LE CAPITAL ET LA
      *               DUREE FOURNIS SONT CONSERVES DANS L'INSTANTANE
      *               -----------------------------------------------
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
           MOVE X58B-MTPA15                TO ISNADE-REC-MTPA1E
           MOVE X58B-QTMOAD                TO ISNADE-REC-QTMOAE
           PERFORM P-51058B               THRU P-51058B-FIN.
       0240-APPEL-X58B-FIN.
           EXIT.
      *
      *               ECRITURE D'UN ASSURE DANS L'INSTANTANE INDEXE
      *               ---------------------------------------------
       0260-ECRIT-ISNADE.
           WRITE ISNADE-REC
              INVALID KEY
                 ADD 1                     TO WS-NBECRIT-KO
                 IF WS-LM1ERR = SPACES
                    STRING "ECRITURE ISNADE KO IDELCO="
                           ISNADE-REC-IDELCO
                           " IDASCN=" ISNADE-REC-IDASCN
                           DELIMITED       BY SIZE
                                         INTO WS-LM1ERR
                 END-IF
                 MOVE ALL "&"              TO ER00-ZTERMR
                 STRING "AE521V 0260-ECRIT-ISNADE "
                        "ECRITURE ISNADE KO IDELCO=" ISNADE-REC-IDELCO
                        " IDASCN=" ISNADE-REC-IDASCN
                        DELIMITED          BY "&"
                                         INTO ER00-ZTERMR
                 PERFORM P-722020        THRU P-722020-FIN
              NOT INVALID KEY
                 ADD 1                     TO WS-NBECRIT
           END-WRITE.
       0260-ECRIT-ISNADE-FIN.
           EXIT.
      *
       0900-CLOTURE.
           CLOSE F-IDELCO
           CLOSE F-ISNADE
      *               TIMBRE DE FRAICHEUR ET COMPTE DE CONTROLE
      *               TRAITEMENT VIDE : MARQUEUR KO EXPLICITE
      *               (DHBATI A ZERO) REFUSE PAR LES CONSOMMATEURS
      *               ---------------------------------------------
           OPEN OUTPUT                     F-ISNCTL
           MOVE SPACES                     TO ISNCTL-REC
           IF WS-NBECRIT = ZERO
              MOVE ZEROES                  TO ISNCTL-REC-DHBATI
                                              ISNCTL-REC-QTENRE
           ELSE
              MOVE WS-DHDEBU               TO ISNCTL-REC-DHBATI
              MOVE WS-NBECRIT              TO ISNCTL-REC-QTENRE
              MOVE PA01-DTJOUP             TO ISNCTL-REC-DTJOUP
              MOVE X601-NOVADI             TO ISNCTL-REC-NOVADI
           END-IF
           WRITE ISNCTL-REC
           CLOSE F-ISNCTL
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           COMPUTE WS-QTREJE = WS-NBPRET-KO + WS-NBX58A-KO +
                               WS-NBX58B-KO + WS-NBECRIT-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO
              MOVE 4                       TO WS-CDRETO
           END-IF
           IF WS-NBECRIT = ZERO
              MOVE 8                       TO WS-CDRETO
              IF WS-LM1ERR = SPACES
                 MOVE "INSTANTANE ADE VIDE, MARQUEUR KO ECRIT"
                                           TO WS-LM1ERR
              END-IF
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
           MOVE "AE521V"                   TO CRLOG-REC-ZNMPR2
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
      * -------------> SOUS-PROGRAMMES PARTAGES (repris d'AE521J)
      *
       P-722020.
           MOVE "AE521V"                   TO ER00-ZNMPR2
           MOVE "AE521V"                   TO ER00-ZNMMOD
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
