      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521W   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Controle des Acces aux Donnees ADE       *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                hebdomadaire                                   *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Exploitation hebdomadaire du journal des consultations de
      *l'ecran ME4A : AE521A ecrit un enregistrement (copy ZCJA01AR)
      *par consultation dans la file TD AEJC, dont le fichier sequentiel
      *est fourni a ce traitement sous le nom JRNCON.
      *Purge : l'historique du journal (JRNHIS, facultatif) est recopie
      *dans le nouvel historique JRNNEW sans les consultations plus
      *anciennes que la duree legale de conservation, puis les
      *consultations de la semaine y sont ajoutees. Un enregistrement
      *sans horodatage exploitable est ecarte et compte en rejet.
      *Controle : les consultations de la semaine sont triees (SORT)
      *par utilisateur, pret et horodatage puis analysees ; le fichier
      *ACCREP liste les alertes :
      * - HORS AGENCE : utilisateur ayant consulte plus de prets hors
      *   de son agence (etablissement/guichet transmis par le
      *   moniteur) que le seuil, l'agence du pret etant celle du
      *   payeur (CDETAB/CDGUIC de l'ecran),
      * - SINISTRE : consultation d'un pret dont un assure affiche a
      *   un sinistre ouvert (LISINI) par un utilisateur hors de
      *   l'equipe sinistres,
      * - HORS HEURES : consultation hors de la plage horaire ou, si
      *   demande, le samedi ou le dimanche.
      *Les consultations du portail client par le service AE521Z
      *(canal JA01-CDCANA = PORTAIL) sont celles d'un client sur son
      *propre pret : elles ne sont soumises a aucune de ces regles et
      *sont seulement denombrees a part dans ACCREP. Les appels du
      *poste agence web (canal AGENCE) sont controles comme l'ecran.
      *Fichier PARAM facultatif (une ligne) :
      * - col  1- 4 duree de conservation en jours (365 par defaut),
      * - col  5- 8 seuil de prets hors agence par utilisateur et par
      *   semaine (20 par defaut),
      * - col  9-12 debut de la plage horaire HHMM (0800 par defaut),
      * - col 13-16 fin de la plage horaire HHMM (1900 par defaut),
      *   plage ignoree si non croissante,
      * - col 17    "O" week-end hors plage, "N" sinon ("O" par
      *   defaut),
      * - col 18-177 vingt codes utilisateur de 8 caracteres de
      *   l'equipe sinistres (aucun par defaut : toute consultation
      *   d'un sinistre ouvert est signalee).
      *Compte-rendu normalise (copy ZCF205AR) au fichier commun CRLOG
      *et RETURN-CODE gradue : 0 propre, 4 si des alertes sont levees
      *ou des enregistrements rejetes, 8 echec (tri en erreur ou
      *aucune consultation exploitable, journal de la semaine vide ou
      *absent compris), pour signalement par AE521L.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521W.
       AUTHOR.         "ADE : Controle des Acces aux Donnees ADE".
       DATE-COMPILED.   15/10/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL F-JRNCON
                                ASSIGN TO "JRNCON"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-JRNHIS
                                ASSIGN TO "JRNHIS"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-JRNNEW      ASSIGN TO "JRNNEW"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL F-PARAM
                                ASSIGN TO "PARAM"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W-JRNSRT      ASSIGN TO "JRNSRT".
           SELECT F-JRNTRI      ASSIGN TO "JRNTRI"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-ACCREP      ASSIGN TO "ACCREP"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-JRNCON
           RECORDING MODE IS F.
           COPY 'ZCJA01AR' REPLACING ==(PREF)== BY ==JRNCON-REC==.
       FD  F-JRNHIS
           RECORDING MODE IS F.
           COPY 'ZCJA01AR' REPLACING ==(PREF)== BY ==JRNHIS-REC==.
       FD  F-JRNNEW
           RECORDING MODE IS F.
           COPY 'ZCJA01AR' REPLACING ==(PREF)== BY ==JRNNEW-REC==.
       FD  F-PARAM
           RECORDING MODE IS F.
       01  PARAM-REC.
           05                    PARAM-REC-QTJRET      PIC 9(4).
           05                    PARAM-REC-QTHAGE      PIC 9(4).
           05                    PARAM-REC-HHDEBU      PIC 9(4).
           05                    PARAM-REC-HHFINX      PIC 9(4).
           05                    PARAM-REC-CPWEEK      PIC X.
           05                    PARAM-REC-CDUTSI      PIC X(8)
                                                   OCCURS 20 TIMES.
       SD  W-JRNSRT.
           COPY 'ZCJA01AR' REPLACING ==(PREF)== BY ==JRNSRT-REC==.
       FD  F-JRNTRI
           RECORDING MODE IS F.
           COPY 'ZCJA01AR' REPLACING ==(PREF)== BY ==JRNTRI-REC==.
       FD  F-ACCREP
           RECORDING MODE IS F.
       01  ACCREP-REC.
           05                    ACCREP-REC-CTSAUT     PIC X.
           05                    ACCREP-REC-LIGNE      PIC X(96).
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
       01                    INDICES-AE521W        COMP SYNC.
           05                J92SIN                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBCONS-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBCONS-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBCONS-RET         PIC 9(7) VALUE ZERO.
           05                WS-NBCONS-ANA         PIC 9(7) VALUE ZERO.
           05                WS-NBCONS-POR         PIC 9(7) VALUE ZERO.
           05                WS-NBHIS-LUS          PIC 9(7) VALUE ZERO.
           05                WS-NBHIS-KO           PIC 9(7) VALUE ZERO.
           05                WS-NBHIS-GARDE        PIC 9(7) VALUE ZERO.
           05                WS-NBHIS-PURGE        PIC 9(7) VALUE ZERO.
           05                WS-NBNEW-ECR          PIC 9(7) VALUE ZERO.
           05                WS-NBUTIL             PIC 9(7) VALUE ZERO.
           05                WS-NBALR-AGE          PIC 9(7) VALUE ZERO.
           05                WS-NBALR-SIN          PIC 9(7) VALUE ZERO.
           05                WS-NBALR-HOR          PIC 9(7) VALUE ZERO.
       01                    WS-FIN-CONS           PIC X VALUE "N".
                          88 FIN-FICHIER-JRNCON     VALUE "O".
       01                    WS-FIN-HIS            PIC X VALUE "N".
                          88 FIN-FICHIER-JRNHIS     VALUE "O".
       01                    WS-FIN-TRI            PIC X VALUE "N".
                          88 FIN-FICHIER-JRNTRI     VALUE "O".
      *Seuils du controle (fichier PARAM)
       01                    WS-QTJRET             PIC 9(4) VALUE 365.
       01                    WS-QTHAGE             PIC 9(4) VALUE 20.
       01                    WS-HHDEBU             PIC 9(4) VALUE 0800.
       01                    WS-HHFINX             PIC 9(4) VALUE 1900.
       01                    WS-CPWEEK             PIC X VALUE "O".
                          88 WEEK-END-HORS-PLAGE    VALUE "O".
      *Utilisateurs de l'equipe sinistres (fichier PARAM)
       01                    WS-NBSIN              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-TABLE-SIN.
           05                WS-SIN-CDUTIL         PIC X(8)
                                                   OCCURS 20 TIMES.
       01                    WS-CTEQSI             PIC X VALUE "N".
                          88 EQUIPE-SINISTRES       VALUE "O".
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
       01                    WS-NBJR-LIM           PIC S9(9) COMP-3.
      *Horaire et jour de la consultation en cours
       01                    WS-HHMM               PIC 9(4).
       01                    WS-NUJSEM             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-CTHORS             PIC X VALUE "N".
                          88 CONSULTATION-HORS-PLAGE VALUE "O".
      *Rupture utilisateur a l'analyse
       01                    WS-PRE-CDUTIL         PIC X(8) VALUE
                                                   HIGH-VALUES.
       01                    WS-PRE-IDELCO         PIC X(11) VALUE
                                                   HIGH-VALUES.
       01                    WS-UTI-CDETUT         PIC X(5).
       01                    WS-UTI-CDGUUT         PIC X(5).
       01                    WS-UTI-NBCONS         PIC 9(7) VALUE ZERO.
       01                    WS-UTI-NBPRET         PIC 9(7) VALUE ZERO.
       01                    WS-UTI-NBHAGE         PIC 9(7) VALUE ZERO.
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
       01                    WS-QTREJE             PIC 9(7) VALUE ZERO.
       01                    WS-CDRETR             PIC 9(4) VALUE ZERO.
      *Ligne detail d'une alerte sur consultation
       01                    WS-LIGNE-ALR.
           05                WLA-LIALRT            PIC X(11).
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-CDUTIL            PIC X(8).
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-IDELCO            PIC X(11).
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-DHCONS            PIC X(16).
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-CDMODC            PIC X.
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-AGEUTI            PIC X(11).
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-AGEPRE            PIC X(11).
           05                FILLER                PIC X VALUE SPACE.
           05                WLA-QTASAF            PIC Z9.
           05                FILLER                PIC X(18) VALUE
                                                   SPACE.
       01                    WS-LIGNE-TXT          PIC X(96).
      *<fin_working>_01
       PROCEDURE DIVISION.
      *
      * -------------> PILOTE GENERAL
      *
       0000-PILOTE.
           PERFORM 0100-OUVERTURE        THRU 0100-OUVERTURE-FIN
           PERFORM 0200-PURGE-HISTORIQUE
                                THRU 0200-PURGE-HISTORIQUE-FIN
           PERFORM 0300-AJOUT-SEMAINE    THRU 0300-AJOUT-SEMAINE-FIN
           PERFORM 0700-TRI-JOURNAL      THRU 0700-TRI-JOURNAL-FIN
           PERFORM 0800-CONTROLE-ACCES   THRU 0800-CONTROLE-ACCES-FIN
           PERFORM 0900-CLOTURE          THRU 0900-CLOTURE-FIN.
       0000-PILOTE-FIN.
           EXIT.
      *
       0100-OUVERTURE.
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO WS-DHDEBU
      *               DUREE DE CONSERVATION, SEUILS, EQUIPE SINISTRES
      *               ------------------------------------------------
           OPEN INPUT                      F-PARAM
           READ F-PARAM
              AT END CONTINUE
              NOT AT END
                 PERFORM 0110-CHARGE-PARAM THRU 0110-CHARGE-PARAM-FIN
           END-READ
           CLOSE F-PARAM
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
      *               QUANTIEME DE LA DATE DU JOUR ET LIMITE DE PURGE
           MOVE PA01-DTJOUP                TO WS-CVJ-ENTREE
           PERFORM 0320-CONV-JOURS        THRU 0320-CONV-JOURS-FIN
           MOVE WS-CVJ-NBJOUR              TO WS-NBJR-REF
           COMPUTE WS-NBJR-LIM = WS-NBJR-REF - WS-QTJRET.
       0100-OUVERTURE-FIN.
           EXIT.
      *
      *               PRISE EN COMPTE DU FICHIER PARAM : VALEURS
      *               RETENUES SEULEMENT SI NUMERIQUES ET COHERENTES
      *               -----------------------------------------------
       0110-CHARGE-PARAM.
           IF PARAM-REC-QTJRET NUMERIC AND
              PARAM-REC-QTJRET > ZEROES
              MOVE PARAM-REC-QTJRET        TO WS-QTJRET
           END-IF
           IF PARAM-REC-QTHAGE NUMERIC AND
              PARAM-REC-QTHAGE > ZEROES
              MOVE PARAM-REC-QTHAGE        TO WS-QTHAGE
           END-IF
           IF PARAM-REC-HHDEBU NUMERIC AND
              PARAM-REC-HHFINX NUMERIC AND
              PARAM-REC-HHFINX > PARAM-REC-HHDEBU AND
              PARAM-REC-HHFINX NOT > 2400
              MOVE PARAM-REC-HHDEBU        TO WS-HHDEBU
              MOVE PARAM-REC-HHFINX        TO WS-HHFINX
           END-IF
           IF PARAM-REC-CPWEEK = "O" OR PARAM-REC-CPWEEK = "N"
              MOVE PARAM-REC-CPWEEK        TO WS-CPWEEK
           END-IF
           MOVE ZERO                       TO WS-NBSIN
           PERFORM VARYING J92SIN FROM 1 BY 1
                                        UNTIL J92SIN > 20
              IF PARAM-REC-CDUTSI (J92SIN) NOT = SPACES
              AND PARAM-REC-CDUTSI (J92SIN) NOT = LOW-VALUES
                 ADD 1                     TO WS-NBSIN
                 MOVE PARAM-REC-CDUTSI (J92SIN)
                                           TO WS-SIN-CDUTIL (WS-NBSIN)
              END-IF
           END-PERFORM.
       0110-CHARGE-PARAM-FIN.
           EXIT.
      *
      *               PURGE DE L'HISTORIQUE : LES CONSULTATIONS PLUS
      *               ANCIENNES QUE LA DUREE DE CONSERVATION NE SONT
      *               PAS RECOPIEES DANS LE NOUVEL HISTORIQUE
      *               -----------------------------------------------
       0200-PURGE-HISTORIQUE.
           OPEN INPUT                      F-JRNHIS
           OPEN OUTPUT                     F-JRNNEW
           PERFORM 0290-LECTURE-JRNHIS    THRU 0290-LECTURE-JRNHIS-FIN
           PERFORM 0210-TRAITE-HISTORIQUE
                                THRU 0210-TRAITE-HISTORIQUE-FIN
                                UNTIL FIN-FICHIER-JRNHIS
           CLOSE F-JRNHIS.
       0200-PURGE-HISTORIQUE-FIN.
           EXIT.
      *
       0210-TRAITE-HISTORIQUE.
           ADD 1                           TO WS-NBHIS-LUS
           IF JRNHIS-REC-DHCONS (1:8) NOT NUMERIC
              ADD 1                        TO WS-NBHIS-KO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521W 0210-TRAITE-HISTORIQUE "
                     "HORODATAGE INVALIDE UTILISATEUR="
                     JRNHIS-REC-CDUTIL
                     " IDELCO=" JRNHIS-REC-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              IF WS-LM1ERR = SPACES
                 MOVE "HISTORIQUE : HORODATAGE INVALIDE"
                                           TO WS-LM1ERR
              END-IF
              GO TO 0210-TRAITE-HISTORIQUE-SUIVANT
           END-IF
           MOVE JRNHIS-REC-DHCONS (1:8)    TO WS-CVJ-ENTREE
           PERFORM 0320-CONV-JOURS        THRU 0320-CONV-JOURS-FIN
           IF WS-CVJ-NBJOUR < WS-NBJR-LIM
              ADD 1                        TO WS-NBHIS-PURGE
              GO TO 0210-TRAITE-HISTORIQUE-SUIVANT
           END-IF
           MOVE JRNHIS-REC                 TO JRNNEW-REC
           WRITE JRNNEW-REC
           ADD 1                           TO WS-NBHIS-GARDE
                                              WS-NBNEW-ECR.
       0210-TRAITE-HISTORIQUE-SUIVANT.
           PERFORM 0290-LECTURE-JRNHIS    THRU 0290-LECTURE-JRNHIS-FIN.
       0210-TRAITE-HISTORIQUE-FIN.
           EXIT.
      *
       0290-LECTURE-JRNHIS.
           READ F-JRNHIS
              AT END MOVE "O"              TO WS-FIN-HIS
           END-READ.
       0290-LECTURE-JRNHIS-FIN.
           EXIT.
      *
      *               AJOUT DES CONSULTATIONS DE LA SEMAINE AU
      *               NOUVEL HISTORIQUE
      *               -----------------------------------------
       0300-AJOUT-SEMAINE.
           OPEN INPUT                      F-JRNCON
           PERFORM 0390-LECTURE-JRNCON    THRU 0390-LECTURE-JRNCON-FIN
           PERFORM 0310-AJOUT-CONSULTATION
                                THRU 0310-AJOUT-CONSULTATION-FIN
                                UNTIL FIN-FICHIER-JRNCON
           CLOSE F-JRNCON
           CLOSE F-JRNNEW.
       0300-AJOUT-SEMAINE-FIN.
           EXIT.
      *
       0310-AJOUT-CONSULTATION.
           ADD 1                           TO WS-NBCONS-LUS
           IF JRNCON-REC-DHCONS (1:12) NOT NUMERIC
              ADD 1                        TO WS-NBCONS-KO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521W 0310-AJOUT-CONSULTATION "
                     "HORODATAGE INVALIDE UTILISATEUR="
                     JRNCON-REC-CDUTIL
                     " IDELCO=" JRNCON-REC-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              IF WS-LM1ERR = SPACES
                 MOVE "JOURNAL : HORODATAGE INVALIDE"
                                           TO WS-LM1ERR
              END-IF
              GO TO 0310-AJOUT-CONSULTATION-SUIVANT
           END-IF
           MOVE JRNCON-REC                 TO JRNNEW-REC
           WRITE JRNNEW-REC
           ADD 1                           TO WS-NBCONS-RET
                                              WS-NBNEW-ECR.
       0310-AJOUT-CONSULTATION-SUIVANT.
           PERFORM 0390-LECTURE-JRNCON    THRU 0390-LECTURE-JRNCON-FIN.
       0310-AJOUT-CONSULTATION-FIN.
           EXIT.
      *
       0390-LECTURE-JRNCON.
           READ F-JRNCON
              AT END MOVE "O"              TO WS-FIN-CONS
           END-READ.
       0390-LECTURE-JRNCON-FIN.
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
      *               TRI DES CONSULTATIONS DE LA SEMAINE PAR
      *               UTILISATEUR, PRET ET HORODATAGE
      *               ----------------------------------------
       0700-TRI-JOURNAL.
           SORT W-JRNSRT
                ON ASCENDING KEY JRNSRT-REC-CDUTIL
                                 JRNSRT-REC-IDELCO
                                 JRNSRT-REC-DHCONS
                USING F-JRNCON
                GIVING F-JRNTRI
           MOVE SORT-RETURN                TO WS-CDRETR
           IF WS-CDRETR NOT = ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521W 0700-TRI-JOURNAL "
                     "TRI DU JOURNAL EN ERREUR SORT-RETURN="
                     WS-CDRETR
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              MOVE "TRI DU JOURNAL EN ERREUR"
                                           TO WS-LM1ERR
              MOVE "O"                     TO WS-FIN-TRI
           END-IF.
       0700-TRI-JOURNAL-FIN.
           EXIT.
      *
      *               ANALYSE DES CONSULTATIONS ET EDITION DES
      *               ALERTES
      *               -----------------------------------------
       0800-CONTROLE-ACCES.
           OPEN OUTPUT                     F-ACCREP
           PERFORM 0820-ENTETE            THRU 0820-ENTETE-FIN
           IF FIN-FICHIER-JRNTRI
              GO TO 0800-CONTROLE-ACCES-FIN
           END-IF
           OPEN INPUT                      F-JRNTRI
           PERFORM 0890-LECTURE-JRNTRI    THRU 0890-LECTURE-JRNTRI-FIN
           PERFORM 0810-TRAITE-CONSULTATION
                                THRU 0810-TRAITE-CONSULTATION-FIN
                                UNTIL FIN-FICHIER-JRNTRI
           IF WS-PRE-CDUTIL NOT = HIGH-VALUES
              PERFORM 0830-RUPTURE-UTILISATEUR
                                 THRU 0830-RUPTURE-UTILISATEUR-FIN
           END-IF
           CLOSE F-JRNTRI.
       0800-CONTROLE-ACCES-FIN.
           EXIT.
      *
       0810-TRAITE-CONSULTATION.
      *               HORODATAGE INVALIDE : DEJA COMPTE EN REJET
           IF JRNTRI-REC-DHCONS (1:12) NOT NUMERIC
              GO TO 0810-TRAITE-CONSULTATION-SUIV
           END-IF
      *               PORTAIL CLIENT : CONSULTATION DE SON PROPRE PRET,
      *               DENOMBREE A PART, HORS REGLES D'ALERTE
           IF JRNTRI-REC-CDCANA = "PORTAIL"
              ADD 1                        TO WS-NBCONS-ANA
                                              WS-NBCONS-POR
              GO TO 0810-TRAITE-CONSULTATION-SUIV
           END-IF
           IF JRNTRI-REC-CDUTIL NOT = WS-PRE-CDUTIL
              IF WS-PRE-CDUTIL NOT = HIGH-VALUES
                 PERFORM 0830-RUPTURE-UTILISATEUR
                                 THRU 0830-RUPTURE-UTILISATEUR-FIN
              END-IF
              ADD 1                        TO WS-NBUTIL
              MOVE JRNTRI-REC-CDUTIL       TO WS-PRE-CDUTIL
              MOVE HIGH-VALUES             TO WS-PRE-IDELCO
              MOVE JRNTRI-REC-CDETUT       TO WS-UTI-CDETUT
              MOVE JRNTRI-REC-CDGUUT       TO WS-UTI-CDGUUT
              MOVE ZEROES                  TO WS-UTI-NBCONS
                                              WS-UTI-NBPRET
                                              WS-UTI-NBHAGE
           END-IF
           ADD 1                           TO WS-NBCONS-ANA
                                              WS-UTI-NBCONS
      *               PRETS DISTINCTS CONSULTES ET HORS AGENCE
      *               (SIMULATION SANS PRET : NON COMPTEE)
           IF JRNTRI-REC-IDELCO NOT = SPACES AND
              JRNTRI-REC-IDELCO NOT = WS-PRE-IDELCO
              MOVE JRNTRI-REC-IDELCO       TO WS-PRE-IDELCO
              ADD 1                        TO WS-UTI-NBPRET
              IF JRNTRI-REC-CDETAB NOT = SPACES AND
                 WS-UTI-CDETUT NOT = SPACES AND
                 (JRNTRI-REC-CDETAB NOT = WS-UTI-CDETUT OR
                  JRNTRI-REC-CDGUIC NOT = WS-UTI-CDGUUT)
                 ADD 1                     TO WS-UTI-NBHAGE
              END-IF
           END-IF
      *               SINISTRE OUVERT CONSULTE HORS EQUIPE SINISTRES
           IF JRNTRI-REC-CPSINI = "O"
              MOVE "N"                     TO WS-CTEQSI
              PERFORM VARYING J92SIN FROM 1 BY 1
                                        UNTIL J92SIN > WS-NBSIN
                                           OR EQUIPE-SINISTRES
                 IF JRNTRI-REC-CDUTIL = WS-SIN-CDUTIL (J92SIN)
                    MOVE "O"               TO WS-CTEQSI
                 END-IF
              END-PERFORM
              IF NOT EQUIPE-SINISTRES
                 ADD 1                     TO WS-NBALR-SIN
                 MOVE "SINISTRE"           TO WLA-LIALRT
                 PERFORM 0840-LIGNE-ALERTE
                                         THRU 0840-LIGNE-ALERTE-FIN
              END-IF
           END-IF
      *               CONSULTATION HORS PLAGE HORAIRE OU LE WEEK-END
      *               (QUANTIEME MODULO 7 : 0 SAMEDI, 1 DIMANCHE)
           MOVE "N"                        TO WS-CTHORS
           MOVE JRNTRI-REC-DHCONS (9:4)    TO WS-HHMM
           IF WS-HHMM < WS-HHDEBU OR WS-HHMM NOT < WS-HHFINX
              MOVE "O"                     TO WS-CTHORS
           END-IF
           IF NOT CONSULTATION-HORS-PLAGE AND WEEK-END-HORS-PLAGE
              MOVE JRNTRI-REC-DHCONS (1:8) TO WS-CVJ-ENTREE
              PERFORM 0320-CONV-JOURS     THRU 0320-CONV-JOURS-FIN
              DIVIDE WS-CVJ-NBJOUR BY 7 GIVING WS-CVJ-W1
                                     REMAINDER WS-NUJSEM
              IF WS-NUJSEM < 2
                 MOVE "O"                  TO WS-CTHORS
              END-IF
           END-IF
           IF CONSULTATION-HORS-PLAGE
              ADD 1                        TO WS-NBALR-HOR
              MOVE "HORS HEURES"           TO WLA-LIALRT
              PERFORM 0840-LIGNE-ALERTE   THRU 0840-LIGNE-ALERTE-FIN
           END-IF.
       0810-TRAITE-CONSULTATION-SUIV.
           PERFORM 0890-LECTURE-JRNTRI    THRU 0890-LECTURE-JRNTRI-FIN.
       0810-TRAITE-CONSULTATION-FIN.
           EXIT.
      *
       0820-ENTETE.
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "CONTROLE DES ACCES AUX DONNEES ADE - SEMAINE AU "
                  PA01-DTJOUP (7:2) "/"
                  PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           MOVE "1"                        TO ACCREP-REC-CTSAUT
           MOVE WS-LIGNE-TXT               TO ACCREP-REC-LIGNE
           WRITE ACCREP-REC
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "CONSERVATION=" WS-QTJRET " JOURS"
                  "  SEUIL HORS AGENCE=" WS-QTHAGE " PRETS"
                  "  PLAGE HORAIRE=" WS-HHDEBU "-" WS-HHFINX
                  "  WEEK-END=" WS-CPWEEK
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           IF WS-NBSIN = ZERO
              MOVE "EQUIPE SINISTRES NON PARAMETREE : TOUTE CONSULTATION
      -       " D'UN SINISTRE OUVERT EST SIGNALEE"
                                           TO WS-LIGNE-TXT
              PERFORM 0850-ECRIT-ACCREP   THRU 0850-ECRIT-ACCREP-FIN
           END-IF
           MOVE "MODE : N NORMAL, D A DATE, S SIMULATION, E ECHEANCIER -
      -    " AS : ASSURES AFFICHES"        TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           MOVE SPACES                     TO WS-LIGNE-ALR
           MOVE "ALERTE"                   TO WLA-LIALRT
           MOVE "UTIL."                    TO WLA-CDUTIL
           MOVE "IDELCO"                   TO WLA-IDELCO
           MOVE "DATE/HEURE"               TO WLA-DHCONS
           MOVE "M"                        TO WLA-CDMODC
           MOVE "AGENCE UTIL"              TO WLA-AGEUTI
           MOVE "AGENCE PRET"              TO WLA-AGEPRE
           MOVE WS-LIGNE-ALR               TO WS-LIGNE-TXT
           MOVE "AS"                       TO WS-LIGNE-TXT (77:2)
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN.
       0820-ENTETE-FIN.
           EXIT.
      *
      *               FIN D'UTILISATEUR : ALERTE SI LE NOMBRE DE PRETS
      *               HORS AGENCE CONSULTES DEPASSE LE SEUIL
      *               -------------------------------------------------
       0830-RUPTURE-UTILISATEUR.
           IF WS-UTI-NBHAGE NOT > WS-QTHAGE
              GO TO 0830-RUPTURE-UTILISATEUR-FIN
           END-IF
           ADD 1                           TO WS-NBALR-AGE
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "HORS AGENCE " WS-PRE-CDUTIL
                  " AGENCE " WS-UTI-CDETUT "/" WS-UTI-CDGUUT
                  " CONSULTATIONS=" WS-UTI-NBCONS
                  " PRETS=" WS-UTI-NBPRET
                  " HORS AGENCE=" WS-UTI-NBHAGE
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN.
       0830-RUPTURE-UTILISATEUR-FIN.
           EXIT.
      *
      *               LIGNE D'ALERTE SUR LA CONSULTATION EN COURS
      *               (LIBELLE DE L'ALERTE DEJA ALIMENTE)
      *               --------------------------------------------
       0840-LIGNE-ALERTE.
           MOVE JRNTRI-REC-CDUTIL          TO WLA-CDUTIL
           MOVE JRNTRI-REC-IDELCO          TO WLA-IDELCO
           MOVE SPACES                     TO WLA-DHCONS
           STRING JRNTRI-REC-DHCONS (7:2) "/"
                  JRNTRI-REC-DHCONS (5:2) "/"
                  JRNTRI-REC-DHCONS (1:4) " "
                  JRNTRI-REC-DHCONS (9:2) ":"
                  JRNTRI-REC-DHCONS (11:2)
                  DELIMITED                BY SIZE
                                         INTO WLA-DHCONS
           MOVE JRNTRI-REC-CDMODC          TO WLA-CDMODC
           MOVE SPACES                     TO WLA-AGEUTI
                                              WLA-AGEPRE
           IF JRNTRI-REC-CDETUT NOT = SPACES
              STRING JRNTRI-REC-CDETUT "/" JRNTRI-REC-CDGUUT
                     DELIMITED             BY SIZE
                                         INTO WLA-AGEUTI
           END-IF
           IF JRNTRI-REC-CDETAB NOT = SPACES
              STRING JRNTRI-REC-CDETAB "/" JRNTRI-REC-CDGUIC
                     DELIMITED             BY SIZE
                                         INTO WLA-AGEPRE
           END-IF
           MOVE ZERO                       TO WLA-QTASAF
           IF JRNTRI-REC-QTASAF NUMERIC
              MOVE JRNTRI-REC-QTASAF       TO WLA-QTASAF
           END-IF
           MOVE WS-LIGNE-ALR               TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN.
       0840-LIGNE-ALERTE-FIN.
           EXIT.
      *
       0850-ECRIT-ACCREP.
           MOVE SPACE                      TO ACCREP-REC-CTSAUT
           MOVE WS-LIGNE-TXT               TO ACCREP-REC-LIGNE
           WRITE ACCREP-REC.
       0850-ECRIT-ACCREP-FIN.
           EXIT.
      *
       0890-LECTURE-JRNTRI.
           READ F-JRNTRI
              AT END MOVE "O"              TO WS-FIN-TRI
           END-READ.
       0890-LECTURE-JRNTRI-FIN.
           EXIT.
      *
       0900-CLOTURE.
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           IF WS-NBALR-AGE + WS-NBALR-SIN + WS-NBALR-HOR = ZERO
              MOVE "AUCUN ACCES INHABITUEL DETECTE"
                                           TO WS-LIGNE-TXT
              PERFORM 0850-ECRIT-ACCREP   THRU 0850-ECRIT-ACCREP-FIN
           END-IF
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** CONSULTATIONS LUES=" WS-NBCONS-LUS
                  " REJETEES=" WS-NBCONS-KO
                  " ANALYSEES=" WS-NBCONS-ANA
                  " UTILISATEURS=" WS-NBUTIL
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** DONT PORTAIL CLIENT=" WS-NBCONS-POR
                  " (HORS REGLES D'ALERTE)"
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** ALERTES HORS AGENCE=" WS-NBALR-AGE
                  " SINISTRE=" WS-NBALR-SIN
                  " HORS HEURES=" WS-NBALR-HOR
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** HISTORIQUE LU=" WS-NBHIS-LUS
                  " CONSERVE=" WS-NBHIS-GARDE
                  " PURGE=" WS-NBHIS-PURGE
                  " REJETE=" WS-NBHIS-KO
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "*** NOUVEL HISTORIQUE=" WS-NBNEW-ECR
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-ACCREP      THRU 0850-ECRIT-ACCREP-FIN
           CLOSE F-ACCREP
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           MOVE WS-NBCONS-ANA              TO WS-QTTRAI
           COMPUTE WS-QTREJE = WS-NBCONS-KO + WS-NBHIS-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO
              MOVE 4                       TO WS-CDRETO
           END-IF
      *               ACCES INHABITUELS : ALERTE
           IF WS-NBALR-AGE + WS-NBALR-SIN + WS-NBALR-HOR > ZERO
              MOVE 4                       TO WS-CDRETO
              IF WS-LM1ERR = SPACES
                 STRING "ALERTES HORS AGENCE=" WS-NBALR-AGE
                        " SINISTRE=" WS-NBALR-SIN
                        " HORS HEURES=" WS-NBALR-HOR
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
           END-IF
      *               AUCUNE CONSULTATION EXPLOITABLE (JOURNAL VIDE,
      *               ABSENT OU ENTIEREMENT REJETE) : ECHEC
           IF WS-NBCONS-RET = ZERO
              MOVE 8                       TO WS-CDRETO
              MOVE "AUCUNE CONSULTATION EXPLOITABLE"
                                           TO WS-LM1ERR
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
           MOVE "AE521W"                   TO CRLOG-REC-ZNMPR2
           MOVE WS-DHDEBU                  TO CRLOG-REC-DHDEBU
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO CRLOG-REC-DHFINX
           MOVE WS-NBCONS-LUS              TO CRLOG-REC-QTLUES
           MOVE WS-QTTRAI                  TO CRLOG-REC-QTTRAI
           MOVE WS-QTREJE                  TO CRLOG-REC-QTREJE
           MOVE WS-CDRETO                  TO CRLOG-REC-CDRETO
           MOVE WS-LM1ERR                  TO CRLOG-REC-LM1ERR
           IF WS-LM1ERR = SPACES
              STRING "CONSULTATIONS=" WS-NBCONS-ANA
                     " PURGEES=" WS-NBHIS-PURGE
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
           MOVE "AE521W"                   TO ER00-ZNMPR2
           MOVE "AE521W"                   TO ER00-ZNMMOD
           MOVE "T"                        TO ER00-ZTYENT
           MOVE "X722020"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             .
       P-722020-FIN.
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
