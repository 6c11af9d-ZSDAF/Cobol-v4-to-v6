      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521Q   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Prise en Charge Sinistre a Date          *
      * Cin{matique  : BA - Programme Batch autonome, a la demande    *
      *                (declarations de sinistre du jour)             *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Dossier d'indemnisation : remplace la reconstitution manuelle
      *(ecran ME4A rejoue "a date" puis quotite, franchise et capital
      *sur papier) de l'estimation de prise en charge assureur.
      *Le fichier SINDEM porte une declaration par ligne : IDELCO,
      *IDASCN, date de l'evenement (SSAAMMJJ) et code garantie mise en
      *jeu (codes CDGADE de 007-F50DD d'AE521A : 01 DC, 02 PTIA,
      *05 ITD, 03 ITT/IPT, 04 PE, 06 IPP, 07 MNO, 08 TPT, 09 AC0/MR,
      *10 CDC, 11 IPC). Pour chaque declaration :
      * - l'assure est recherche sur les pages X51058H du pret (date
      *   de naissance pour la limite d'age) ;
      * - la garantie doit figurer au catalogue de l'assure (horizon
      *   H2 : catalogue du marche, CS "V" traite en IM comme en
      *   007-F50DD ; hors H2 : DC/PTIA/ITD/ITT IPT/PE) et etre
      *   souscrite (indicateurs X58A et quotite non nulle, regles
      *   099-F92FG a 099-F92GK) ;
      * - elle doit etre en vigueur a la date de l'evenement :
      *   adhesion signee (DASIGN) et acceptee (DAACAE) au plus tard
      *   ce jour-la, fin de garantie X58A-DEGTIE non depassee, limite
      *   d'age DANAIS + DF11-PDANMX non atteinte (DF01-CDANPR = 1,
      *   meme calcul qu'AE521H) ;
      * - le capital couvert a la date de l'evenement suit 099-F92CN :
      *   capital initial X58A-MTPA15 en contexte H2 (CDCNTX 1 ou 2),
      *   sinon DF01-MTPACR diminue de AC70-MKRAAD si une situation
      *   particuliere 36 couvre la date (099-F92ID), a defaut de
      *   DF01-MKRAPR hors pret reamenage Lorraine (CDTECR 38). Comme
      *   dans AE521N, le garde-fou caisse TF81/NUCRIT 71 (acces table
      *   de l'infrastructure ecran) n'est pas disponible en batch ;
      * - la quotite appliquee est celle de la garantie (QQRIG de
      *   l'ecran : QQGTIE, QQGTIT pour ITD et ITT/IPT, QQPEMP pour PE),
      *   a defaut la quotite de l'assure X58B-PDRCMC, a defaut 100 ;
      * - la franchise restituee est le code franchise X58A de la
      *   garantie (CDOITT, CDOFPE, CDOTPT, CDOCDC) ou le libelle
      *   AC0/MR de 099-F92GC ; les libelles TD15 ne sont pas
      *   accessibles en batch ;
      * - un code franchise numerique est un nombre de jours (lecture
      *   d'AE521S 006-F50CM) : le debut d'indemnisation est la date
      *   de l'evenement augmentee de ces jours (SINIST-REC-DTDEIN et
      *   fiche) ; sans code, la date de l'evenement ; un code non
      *   numerique est edite FRANCHISE NON CALCULABLE ;
      * - un assure dont la delegation d'assurance (AC72, geree par
      *   AE521S) couvre la date de l'evenement est refuse (motif 11
      *   ASSURE DELEGUE) ; un acces AC72 en erreur rejette la
      *   declaration.
      *Restitution : une fiche imprimable par declaration (SINREP) et
      *un enregistrement au fichier des sinistres SINIST (copy
      *ZCSN01AR, statut A pris en charge / R refuse avec motif). Une
      *declaration illisible ou un acces en erreur est rejete sans
      *enregistrement. Compte-rendu normalise (copy ZCF205AR) au
      *fichier commun CRLOG et RETURN-CODE gradue : 0 propre,
      *4 partiel (rejets), 8 echec (aucune declaration traitee).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521Q.
       AUTHOR.         "ADE : Prise en Charge Sinistre a Date".
       DATE-COMPILED.   15/10/26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SINDEM      ASSIGN TO "SINDEM"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SINREP      ASSIGN TO "SINREP"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SINIST      ASSIGN TO "SINIST"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-SINDEM
           RECORDING MODE IS F.
       01  SINDEM-REC.
           05                    SINDEM-REC-IDELCO     PIC X(11).
           05                    SINDEM-REC-IDASCN     PIC X(11).
           05                    SINDEM-REC-DTSINI     PIC X(8).
           05                    SINDEM-REC-CDGADE     PIC X(2).
       FD  F-SINREP
           RECORDING MODE IS F.
       01  SINREP-REC            PIC X(96).
       FD  F-SINIST
           RECORDING MODE IS F.
           COPY 'ZCSN01AR' REPLACING ==(PREF)== BY ==SINIST-REC==.
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
       COPY 'ZCDF11AR' REPLACING ==(PREF)== BY ==DF11==.
       01                    DF11-IK               PIC X VALUE ZERO.
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
       01                    INDICES-AE521Q        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
           05                J92GAR                PIC S9(4) VALUE ZERO.
           05                IZGABL                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-PDECHM             PIC S9(3) VALUE ZERO.
       01                    WS-PDUR18             PIC S9(7) VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBDECL-LUES        PIC 9(7) VALUE ZERO.
           05                WS-NBDECL-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBPRIS-CHARGE      PIC 9(7) VALUE ZERO.
           05                WS-NBREFUS            PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-SINDEM     VALUE "O".
      *Pagination des assures (X51058H par pages de 10)
       01                    WS-NUASDE             PIC S9(3) VALUE ZERO.
       01                    WS-FIN-PAGES          PIC X VALUE "N".
                          88 FIN-PAGES-ASSURE       VALUE "O".
       01                    WS-TRASSU             PIC X VALUE "N".
                          88 ASSURE-TROUVE          VALUE "O".
      *Declaration en cours
       01                    WS-DTSINI             PIC X(8).
       01                    WS-CDGADE             PIC X(2).
       01                    WS-LIGARA             PIC X(8).
       01                    WS-DANAIS             PIC X(8).
       01                    WS-LINOAS             PIC X(30).
       01                    WS-CDMAGR             PIC X(2).
       01                    WS-CDSTAT             PIC X.
       01                    WS-CDMOTI             PIC X(2).
       01                    WS-LIMOTI             PIC X(40).
       01                    WS-LIREJE             PIC X(40).
       01                    WS-CPGARA             PIC X.
                          88 GARANTIE-AU-CATALOGUE  VALUE "O".
       01                    WS-CPSOUS             PIC X.
                          88 GARANTIE-SOUSCRITE     VALUE "O".
       01                    WS-CDFRAN             PIC X(8).
       01                    WS-LIFRAN             PIC X(14).
      *Delegation d'assurance de l'assure a la date (AC72)
       01                    WS-DELEGUE            PIC X VALUE "N".
                          88 ASSURE-DELEGUE         VALUE "O".
       01                    WS-DFDELE             PIC X(8).
      *Franchise ADI en jours (code X58A numerique, cf AE521S
      *006-F50CM) et debut d'indemnisation
       01                    WS-ZFRAN              PIC X(3) JUST RIGHT.
       01                    WS-QLFRAN             PIC S9(4) COMP SYNC.
       01                    WS-QJFRAN             PIC 9(3).
       01                    WS-CPFRNU             PIC 9.
       01                    WS-DTDEIN             PIC X(8).
       01                    WS-QJCOMP             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
      *Capital, quotite et prise en charge a la date de l'evenement
       01                    WS-MTCAPI             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-QQGARA             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-PDRCMC             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-QQAPPL             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MTINDE             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Situation particuliere AC70 active (005-F92ID)
       01                    WS-CPFLAG             PIC 9 VALUE ZERO.
       01                    WS-MKRAAD             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Dates de travail (SSAAMMJJ)
       01                    WS-DATE-CALC.
           05                WS-DTC-SSAA           PIC 9(4).
           05                WS-DTC-MM             PIC 9(2).
           05                WS-DTC-JJ             PIC 9(2).
       01                    WS-DTLIMA             PIC X(8).
       01                    WS-JJMAXI             PIC 9(2).
       01                    WS-QTDIVI             PIC 9(4).
       01                    WS-RSDIV4             PIC 9(3).
       01                    WS-RSDIV1             PIC 9(3).
       01                    WS-RSDIV5             PIC 9(3).
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
      *Ligne de la fiche sinistre (libelle / valeur)
       01                    WS-LIGNE-FIC.
           05                FILLER                PIC X(2) VALUE SPACE.
           05                WLF-LIBELL            PIC X(30).
           05                FILLER                PIC X(2) VALUE ": ".
           05                WLF-VALEUR            PIC X(60).
       01                    WS-EDIT-MONTANT       PIC ZZZZZZZZ9,99.
       01                    WS-EDIT-QUOTITE       PIC ZZ9,99.
      *<fin_working>_01
       PROCEDURE DIVISION.
      *
      * -------------> PILOTE GENERAL
      *
       0000-PILOTE.
           PERFORM 0100-OUVERTURE        THRU 0100-OUVERTURE-FIN
           PERFORM 0200-TRAITEMENT-DECL
                                THRU 0200-TRAITEMENT-DECL-FIN
                                UNTIL FIN-FICHIER-SINDEM
           PERFORM 0900-CLOTURE          THRU 0900-CLOTURE-FIN.
       0000-PILOTE-FIN.
           EXIT.
      *
       0100-OUVERTURE.
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO WS-DHDEBU
           OPEN INPUT                      F-SINDEM
           OPEN OUTPUT                     F-SINREP
           OPEN EXTEND                     F-SINIST
      *               RECHERCHE NO VERSION ADI
      *               ------------------------
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
           PERFORM 0190-LECTURE-SINDEM    THRU 0190-LECTURE-SINDEM-FIN.
       0100-OUVERTURE-FIN.
           EXIT.
      *
       0190-LECTURE-SINDEM.
           READ F-SINDEM
              AT END MOVE "O"              TO WS-FIN-FICHIER
           END-READ.
       0190-LECTURE-SINDEM-FIN.
           EXIT.
      *
       0200-TRAITEMENT-DECL.
           ADD 1                           TO WS-NBDECL-LUES
           MOVE SINDEM-REC-DTSINI          TO WS-DTSINI
           MOVE SINDEM-REC-CDGADE          TO WS-CDGADE
           MOVE SPACES                     TO WS-LIREJE
           PERFORM 0205-LIBELLE-GARANTIE
                                    THRU 0205-LIBELLE-GARANTIE-FIN
      *               CONTROLE DE LA DECLARATION
      *               --------------------------
           IF WS-DTSINI NOT NUMERIC OR WS-DTSINI = "00000000"
              MOVE "DATE EVENEMENT INVALIDE"
                                           TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
           IF WS-LIGARA = SPACES
              MOVE "CODE GARANTIE INCONNU" TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
      *               PRET ET COMPLEMENT (LIMITE D'AGE)
      *               ---------------------------------
           MOVE SINDEM-REC-IDELCO          TO DF01-IDELCO
           PERFORM 0210-ACCES-DF01        THRU 0210-ACCES-DF01-FIN
           IF DF01-IK NOT = ZERO
              MOVE "ACCES DF01 KO"         TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
           PERFORM 0212-ACCES-DF11        THRU 0212-ACCES-DF11-FIN
           IF DF11-IK = "2"
              MOVE "ACCES DF11 KO"         TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
      *               ASSURE DU PRET (PAGES X51058H)
      *               ------------------------------
           PERFORM 0220-RECHERCHE-ASSURE
                                    THRU 0220-RECHERCHE-ASSURE-FIN
           IF NOT ASSURE-TROUVE
              MOVE "R"                     TO WS-CDSTAT
              MOVE "10"                    TO WS-CDMOTI
              MOVE "ASSURE INCONNU SUR LE PRET"
                                           TO WS-LIMOTI
              INITIALIZE                      X58A
                                              X58B
              MOVE ZEROES                  TO WS-MTCAPI
                                              WS-QQAPPL
                                              WS-PDRCMC
                                              WS-MTINDE
              MOVE SPACES                  TO WS-CDMAGR
                                              WS-DTLIMA
                                              WS-CDFRAN
                                              WS-LIFRAN
                                              WS-DTDEIN
              MOVE ZERO                    TO WS-CPFLAG
              GO TO 0200-TRAITEMENT-DECL-RESTIT
           END-IF
      *               CONTEXTE ADHESION (X51058A)
      *               ---------------------------
           PERFORM 0230-APPEL-X58A        THRU 0230-APPEL-X58A-FIN
           IF X58A-CESADI NOT = ZEROES AND X58A-CESADI NOT = "0 " AND
              X58A-CESADI NOT = " 0" AND X58A-CESADI NOT = SPACES
              MOVE "RETOUR X51058A KO"     TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
      *               CAPITAL COUVERT A LA DATE DE L'EVENEMENT
      *               (099-F92CN / 099-F92ID)
      *               -----------------------------------------
           PERFORM 0240-RECHERCHE-AC70    THRU 0240-RECHERCHE-AC70-FIN
           PERFORM 0250-APPEL-X58B        THRU 0250-APPEL-X58B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE "RETOUR X51058B KO"     TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
           MOVE X58B-MTPA15                TO WS-MTCAPI
           IF WS-MTCAPI < ZERO
              MOVE ZEROES                  TO WS-MTCAPI
           END-IF
           MOVE X58B-PDRCMC                TO WS-PDRCMC
      *               CODE MARCHE - CONTRAT V DU MARCHE CS TRAITE
      *               EN IM (P92EG/P92EI)
           MOVE X58A-CDMAAS                TO WS-CDMAGR
           IF WS-CDMAGR = SPACES OR WS-CDMAGR = ZEROES
              MOVE "CS"                    TO WS-CDMAGR
           END-IF
           IF WS-CDMAGR = "CS" AND X58B-CDCAPR = "V"
              MOVE "IM"                    TO WS-CDMAGR
           END-IF
      *               DELEGATION D'ASSURANCE A LA DATE (AE521S)
      *               -----------------------------------------
           PERFORM 0255-RECHERCHE-DELEGATION
                                  THRU 0255-RECHERCHE-DELEGATION-FIN
           IF AC72-IK = "2"
              MOVE "ACCES AC72 KO"         TO WS-LIREJE
              GO TO 0200-TRAITEMENT-DECL-REJET
           END-IF
      *               DECISION DE PRISE EN CHARGE
      *               ---------------------------
           PERFORM 0260-CONTROLE-GARANTIE
                                    THRU 0260-CONTROLE-GARANTIE-FIN
           PERFORM 0270-CALCUL-PRISE-CHARGE
                                    THRU 0270-CALCUL-PRISE-CHARGE-FIN.
       0200-TRAITEMENT-DECL-RESTIT.
           PERFORM 0280-ECRIT-SINISTRE   THRU 0280-ECRIT-SINISTRE-FIN
           PERFORM 0290-ECRIT-FICHE      THRU 0290-ECRIT-FICHE-FIN
           IF WS-CDSTAT = "A"
              ADD 1                        TO WS-NBPRIS-CHARGE
           ELSE
              ADD 1                        TO WS-NBREFUS
           END-IF
           GO TO 0200-TRAITEMENT-DECL-SUIVANT.
       0200-TRAITEMENT-DECL-REJET.
      *               DECLARATION NON INSTRUITE : REJET SANS
      *               ENREGISTREMENT AU FICHIER DES SINISTRES
           ADD 1                           TO WS-NBDECL-KO
           IF WS-LM1ERR = SPACES
              STRING WS-LIREJE DELIMITED   BY "  "
                     " IDELCO=" SINDEM-REC-IDELCO
                     DELIMITED             BY SIZE
                                         INTO WS-LM1ERR
           END-IF
           PERFORM 0295-ECRIT-FICHE-REJET
                                    THRU 0295-ECRIT-FICHE-REJET-FIN.
       0200-TRAITEMENT-DECL-SUIVANT.
           PERFORM 0190-LECTURE-SINDEM    THRU 0190-LECTURE-SINDEM-FIN.
       0200-TRAITEMENT-DECL-FIN.
           EXIT.
      *
      *               LIBELLE DE LA GARANTIE DECLAREE (ORDRE ADE)
      *               --------------------------------------------
       0205-LIBELLE-GARANTIE.
           EVALUATE WS-CDGADE
              WHEN "01"
                 MOVE "DECES"              TO WS-LIGARA
              WHEN "02"
                 MOVE "PTIA"               TO WS-LIGARA
              WHEN "03"
                 MOVE "ITT IPT"            TO WS-LIGARA
              WHEN "04"
                 MOVE "PE"                 TO WS-LIGARA
              WHEN "05"
                 MOVE "ITD"                TO WS-LIGARA
              WHEN "06"
                 MOVE "IPP"                TO WS-LIGARA
              WHEN "07"
                 MOVE "MNO"                TO WS-LIGARA
              WHEN "08"
                 MOVE "TPT"                TO WS-LIGARA
              WHEN "09"
                 MOVE "AC0 MR"             TO WS-LIGARA
              WHEN "10"
                 MOVE "CDC"                TO WS-LIGARA
              WHEN "11"
                 MOVE "IPC"                TO WS-LIGARA
              WHEN OTHER
                 MOVE SPACES               TO WS-LIGARA
           END-EVALUATE.
       0205-LIBELLE-GARANTIE-FIN.
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
           STRING "AE521Q 0210-ACCES-DF01 "
                  "PB ACCES DF01 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0210-ACCES-DF01-FIN.
           EXIT.
      *
       0212-ACCES-DF11.
           INITIALIZE                         DF11
           MOVE ZERO                       TO IK
           MOVE DF01-IDELCO                TO DF11-IDELCO
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGDF11"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING DF11
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              MOVE ZERO                    TO DF11-IK
              GO TO 0212-ACCES-DF11-FIN
           END-IF
           MOVE ZEROES                     TO DF11-PDANMX
           IF PAS-TROUVE
      *               DF11 ABSENT : PAS DE LIMITE D'AGE EXPLOITABLE
              MOVE 1                       TO DF11-IK
              GO TO 0212-ACCES-DF11-FIN
           END-IF
      *               STATUT ANORMAL : DECLARATION A REJETER
           MOVE "2"                        TO DF11-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521Q 0212-ACCES-DF11 "
                  "PB ACCES DF11 IDELCO=" DF11-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0212-ACCES-DF11-FIN.
           EXIT.
      *
      *               RECHERCHE DE L'ASSURE DECLARE SUR LES PAGES
      *               D'ASSURES DU PRET (X51058H)
      *               --------------------------------------------
       0220-RECHERCHE-ASSURE.
           MOVE 1                          TO WS-NUASDE
           MOVE "N"                        TO WS-FIN-PAGES
                                              WS-TRASSU
           MOVE SPACES                     TO WS-DANAIS
                                              WS-LINOAS
           PERFORM 0222-TRAITE-PAGE       THRU 0222-TRAITE-PAGE-FIN
                                        UNTIL FIN-PAGES-ASSURE
                                           OR ASSURE-TROUVE.
       0220-RECHERCHE-ASSURE-FIN.
           EXIT.
      *
       0222-TRAITE-PAGE.
           INITIALIZE                         X58H
           MOVE X601-NOVADI                TO X58H-NOVADI
           MOVE DF01-IDELCO                TO X58H-IDPRAS
           MOVE WS-NUASDE                  TO X58H-NUASDE
           MOVE "X51058H"                  TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING X58H
           IF X58H-QTASTO = ZEROES
              MOVE X58H-QTASSU             TO X58H-QTASTO
           END-IF
           IF X58H-QTASSU = ZEROES
              MOVE "O"                     TO WS-FIN-PAGES
              GO TO 0222-TRAITE-PAGE-FIN
           END-IF
           PERFORM VARYING J50CFR FROM 1 BY 1
                                        UNTIL J50CFR > X58H-QTASSU
                                           OR ASSURE-TROUVE
              IF X58H-IDASCN (J50CFR) = SINDEM-REC-IDASCN
                 MOVE "O"                  TO WS-TRASSU
                 MOVE X58H-DANAIS (J50CFR) TO WS-DANAIS
                 MOVE X58H-LINOA1 (J50CFR) TO WS-LINOAS
              END-IF
           END-PERFORM
      *               PAGE SUIVANTE EVENTUELLE
      *               ------------------------
           IF X58H-QTASTO > X58H-NUASDE + X58H-QTASSU - 1
              ADD X58H-QTASSU              TO WS-NUASDE
           ELSE
              MOVE "O"                     TO WS-FIN-PAGES
           END-IF.
       0222-TRAITE-PAGE-FIN.
           EXIT.
      *
       0230-APPEL-X58A.
           INITIALIZE                         X58A
           MOVE X601-NOVADI                TO X58A-NOVADI
           MOVE DF01-IDELCO                TO X58A-IDPRAS
           MOVE "10"                       TO X58A-IDENRE
           MOVE "RE"                       TO X58A-ZCDFO3
           MOVE SINDEM-REC-IDASCN          TO X58A-IDASCN
           PERFORM P-51058A               THRU P-51058A-FIN
           IF X58A-CESADI NOT = ZEROES AND X58A-CESADI NOT = "0 " AND
              X58A-CESADI NOT = " 0" AND X58A-CESADI NOT = SPACES
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521Q 0230-APPEL-X58A "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
           END-IF.
       0230-APPEL-X58A-FIN.
           EXIT.
      *
      *               RECHERCHE D'UNE SITUATION PARTICULIERE
      *               ACTIVE (CTSPEC 36) A LA DATE DE L'EVENEMENT
      *               -------------------------------------------
       0240-RECHERCHE-AC70.
           MOVE ZERO                       TO WS-CPFLAG
           MOVE ZEROES                     TO WS-MKRAAD
           INITIALIZE                         AC70
                                              AC70-IK
           MOVE DF01-IDELCO                TO AC70-IDELCO
           PERFORM 0242-ACCES-OCI-AC70    THRU 0242-ACCES-OCI-AC70-FIN
           MOVE IK                         TO AC70-IK
           PERFORM 0244-BOUCLE-AC70       THRU 0244-BOUCLE-AC70-FIN
                                        UNTIL AC70-IK NOT = ZERO
                                           OR WS-CPFLAG = 1.
       0240-RECHERCHE-AC70-FIN.
           EXIT.
      *
       0242-ACCES-OCI-AC70.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGAC70"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC70
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF TROUVE-SUP OR TROUVE-INF OR OK
              GO TO 0242-ACCES-OCI-AC70-FIN
           END-IF
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 0242-ACCES-OCI-AC70-FIN
           END-IF
           MOVE 1                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521Q 0242-ACCES-OCI-AC70 "
                  "PB ACCES AC70 IDELCO=" AC70-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0242-ACCES-OCI-AC70-FIN.
           EXIT.
      *
       0244-BOUCLE-AC70.
           IF AC70-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC70-IK
              GO TO 0244-BOUCLE-AC70-FIN.
           IF AC70-CTSPEC = 36
           AND AC70-DDSPEC NOT > WS-DTSINI
           AND AC70-DFSPEC NOT < WS-DTSINI
      *S'il y a un montant RA a deduire actif
              MOVE 1                       TO WS-CPFLAG
              MOVE AC70-MKRAAD             TO WS-MKRAAD
              GO TO 0244-BOUCLE-AC70-FIN.
      *Sinon lecture suivante
           MOVE ZERO                       TO IK
           MOVE "CLEFSUIVIDTF"             TO LG-ORDRE
           MOVE "LGAC70"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC70
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF OK
              MOVE ZERO                    TO AC70-IK
              GO TO 0244-BOUCLE-AC70-FIN
           END-IF
           MOVE 1                          TO AC70-IK
           IF FIN-DOMAINE OR PAS-TROUVE
              GO TO 0244-BOUCLE-AC70-FIN
           END-IF
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521Q 0244-BOUCLE-AC70 "
                  "PB ACCES SUIVANT AC70 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0244-BOUCLE-AC70-FIN.
           EXIT.
      *
      *               ALIMENTATION X58B A LA DATE DE L'EVENEMENT
      *               (099-F92DB / 099-F92CN)
      *               -------------------------------------------
       0250-APPEL-X58B.
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
           MOVE SINDEM-REC-IDASCN          TO X58B-IDASCN
           MOVE DF01-IDELCO                TO X58B-IDPRET
           MOVE DF01-CCATPR                TO X58B-CCATP1
           IF X58A-CDHRZ = "H2"
           AND (X58A-CDCNTX = "1" OR X58A-CDCNTX = "2")
      *Contexte sortie d'age ou ajout d'assure : montant initial
              MOVE X58A-MTPA15             TO X58B-MTPA15
           ELSE
              MOVE DF01-MTPACR             TO X58B-MTPA15
              IF WS-CPFLAG = 1
      *Montant RA a deduire actif (AC70)
                 SUBTRACT WS-MKRAAD      FROM X58B-MTPA15
              ELSE
                 IF DF01-CDTECR NOT = 38
      *Hors pret reamenage spe Lorraine
                    SUBTRACT DF01-MKRAPR FROM X58B-MTPA15
                 END-IF
              END-IF
           END-IF
           MOVE DF01-MKDURE                TO X58B-MKDUT8 (1)
           MOVE WS-PDUR18                  TO X58B-QTMOAD
           MOVE DF01-DHDNPR                TO X58B-DHDNPR
           MOVE WS-DTSINI                  TO X58B-ZDVALI
           MOVE DF01-CDTECR                TO X58B-CDTEC1
           MOVE ZEROES                     TO X58B-CPCPAP
           MOVE DF01-CDOMIN                TO X58B-CDOMIN
           MOVE SPACES                     TO X58B-IDRUBC
           MOVE DF01-CDLAPR                TO X58B-CDLAPR
           MOVE DF01-CDSOPR                TO X58B-CDSOPR
           IF DF01-CDANPR = 1
              MOVE DF11-PDANMX             TO X58B-PDANPR
           ELSE
              MOVE ZEROES                  TO X58B-PDANPR
           END-IF
           PERFORM P-51058B               THRU P-51058B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521Q 0250-APPEL-X58B "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58B-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
           END-IF.
       0250-APPEL-X58B-FIN.
           EXIT.
      *
      *               RECHERCHE D'UNE DELEGATION D'ASSURANCE (AC72,
      *               GEREE PAR AE521S) EN VIGUEUR A LA DATE DE
      *               L'EVENEMENT ; FIN A BLANC = DELEGATION OUVERTE
      *               -----------------------------------------------
       0255-RECHERCHE-DELEGATION.
           MOVE "N"                        TO WS-DELEGUE
           INITIALIZE                         AC72
                                              AC72-IK
           MOVE DF01-IDELCO                TO AC72-IDELCO
           MOVE SINDEM-REC-IDASCN                TO AC72-IDASCN
           PERFORM 0256-ACCES-OCI-AC72    THRU 0256-ACCES-OCI-AC72-FIN
           MOVE IK                         TO AC72-IK
           IF AC72-IK = ZERO AND AC72-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC72-IK
           END-IF
           PERFORM 0257-TESTE-DELEGATION  THRU 0257-TESTE-DELEGATION-FIN
                                        UNTIL AC72-IK NOT = ZERO
                                           OR ASSURE-DELEGUE.
       0255-RECHERCHE-DELEGATION-FIN.
           EXIT.
      *
       0256-ACCES-OCI-AC72.
           MOVE ZERO                       TO IK
           MOVE "CLEFDIRCIDTF"             TO LG-ORDRE
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING AC72
           MOVE LG-STATUS                  TO W-LO99-STATUS
           IF TROUVE-SUP OR TROUVE-INF OR OK
              GO TO 0256-ACCES-OCI-AC72-FIN
           END-IF
           IF PAS-TROUVE
              MOVE 1                       TO IK
              GO TO 0256-ACCES-OCI-AC72-FIN
           END-IF
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521Q 0256-ACCES-OCI-AC72 "
                  "PB ACCES AC72 IDELCO=" AC72-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0256-ACCES-OCI-AC72-FIN.
           EXIT.
      *
       0257-TESTE-DELEGATION.
           MOVE AC72-DFDELE                TO WS-DFDELE
           IF WS-DFDELE = SPACES OR WS-DFDELE = "00000000"
              MOVE "99991231"              TO WS-DFDELE
           END-IF
           IF AC72-IDASCN = SINDEM-REC-IDASCN
           AND AC72-DEDELE NOT > WS-DTSINI
           AND WS-DFDELE NOT < WS-DTSINI
              MOVE "O"                     TO WS-DELEGUE
              GO TO 0257-TESTE-DELEGATION-FIN
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
              GO TO 0257-TESTE-DELEGATION-FIN
           END-IF
           MOVE 1                          TO AC72-IK
           IF FIN-DOMAINE OR PAS-TROUVE
              GO TO 0257-TESTE-DELEGATION-FIN
           END-IF
           MOVE 2                          TO AC72-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521Q 0257-TESTE-DELEGATION "
                  "PB ACCES SUIVANT AC72 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0257-TESTE-DELEGATION-FIN.
           EXIT.
      *
      *               GARANTIE AU CATALOGUE, SOUSCRITE ET EN VIGUEUR
      *               A LA DATE DE L'EVENEMENT
      *               -----------------------------------------------
       0260-CONTROLE-GARANTIE.
           MOVE "A"                        TO WS-CDSTAT
           MOVE "00"                       TO WS-CDMOTI
           MOVE "PRISE EN CHARGE"          TO WS-LIMOTI
      *               ASSURE DELEGUE A LA DATE : RISQUE PORTE PAR LE
      *               CONTRAT EXTERNE, PAS PAR L'ADI
           IF ASSURE-DELEGUE
              MOVE "R"                     TO WS-CDSTAT
              MOVE "11"                    TO WS-CDMOTI
              MOVE "ASSURE DELEGUE"        TO WS-LIMOTI
              GO TO 0260-CONTROLE-GARANTIE-FIN
           END-IF
      *               CATALOGUE DE L'ASSURE (007-F50DD)
           MOVE "N"                        TO WS-CPGARA
           IF X58A-CDHRZ NOT = "H2"
              IF WS-CDGADE = "01" OR "02" OR "05" OR "03" OR "04"
                 MOVE "O"                  TO WS-CPGARA
              END-IF
           ELSE
              EVALUATE WS-CDMAGR
                 WHEN "IM"
                    IF WS-CDGADE = "01" OR "02" OR "03" OR "04" OR
                                   "06" OR "08" OR "09" OR "07" OR
                                   "10"
                       MOVE "O"            TO WS-CPGARA
                    END-IF
                 WHEN "PA"
                    IF WS-CDGADE = "01" OR "02" OR "03" OR "06" OR
                                   "11" OR "09" OR "07" OR "10"
                       MOVE "O"            TO WS-CPGARA
                    END-IF
                 WHEN OTHER
                    IF WS-CDGADE = "01" OR "02" OR "03" OR "04"
                       MOVE "O"            TO WS-CPGARA
                    END-IF
              END-EVALUATE
           END-IF
           IF NOT GARANTIE-AU-CATALOGUE
              MOVE "R"                     TO WS-CDSTAT
              MOVE "20"                    TO WS-CDMOTI
              MOVE "GARANTIE NON PREVUE AU CONTRAT"
                                           TO WS-LIMOTI
              GO TO 0260-CONTROLE-GARANTIE-FIN
           END-IF
      *               GARANTIE SOUSCRITE, QUOTITE ET FRANCHISE
      *               (099-F92FG A 099-F92GK)
           PERFORM 0265-SOUSCRIPTION      THRU 0265-SOUSCRIPTION-FIN
           IF NOT GARANTIE-SOUSCRITE
              MOVE "R"                     TO WS-CDSTAT
              MOVE "21"                    TO WS-CDMOTI
              MOVE "GARANTIE NON SOUSCRITE"
                                           TO WS-LIMOTI
              GO TO 0260-CONTROLE-GARANTIE-FIN
           END-IF
      *               ADHESION SIGNEE ET ACCEPTEE A LA DATE
           IF X58A-DASIGN NOT NUMERIC OR X58A-DASIGN = "00000000"
           OR X58A-DASIGN > WS-DTSINI
              MOVE "R"                     TO WS-CDSTAT
              MOVE "30"                    TO WS-CDMOTI
              MOVE "ADHESION NON SIGNEE A LA DATE"
                                           TO WS-LIMOTI
              GO TO 0260-CONTROLE-GARANTIE-FIN
           END-IF
           IF X58A-DAACAE NOT NUMERIC OR X58A-DAACAE = "00000000"
           OR X58A-DAACAE > WS-DTSINI
              MOVE "R"                     TO WS-CDSTAT
              MOVE "31"                    TO WS-CDMOTI
              MOVE "ADHESION NON ACCEPTEE A LA DATE"
                                           TO WS-LIMOTI
              GO TO 0260-CONTROLE-GARANTIE-FIN
           END-IF
      *               FIN DE GARANTIE CONTRACTUELLE
           IF X58A-DEGTIE NUMERIC AND X58A-DEGTIE NOT = "00000000"
           AND X58A-DEGTIE < WS-DTSINI
              MOVE "R"                     TO WS-CDSTAT
              MOVE "32"                    TO WS-CDMOTI
              MOVE "GARANTIE ECHUE A LA DATE"
                                           TO WS-LIMOTI
              GO TO 0260-CONTROLE-GARANTIE-FIN
           END-IF
      *               LIMITE D'AGE (CF AE521H)
           MOVE SPACES                     TO WS-DTLIMA
           IF DF01-CDANPR = 1 AND DF11-PDANMX > ZEROES
           AND WS-DANAIS NUMERIC AND WS-DANAIS NOT = "00000000"
              MOVE WS-DANAIS               TO WS-DATE-CALC
              COMPUTE WS-DTC-SSAA = WS-DTC-SSAA + DF11-PDANMX
              IF WS-DTC-JJ > 28
                 MOVE 28                   TO WS-DTC-JJ
              END-IF
              MOVE WS-DATE-CALC            TO WS-DTLIMA
           END-IF
           IF WS-DTLIMA NOT = SPACES AND WS-DTLIMA < WS-DTSINI
              MOVE "R"                     TO WS-CDSTAT
              MOVE "33"                    TO WS-CDMOTI
              MOVE "LIMITE D'AGE ATTEINTE A LA DATE"
                                           TO WS-LIMOTI
           END-IF.
       0260-CONTROLE-GARANTIE-FIN.
           EXIT.
      *
      *               SOUSCRIPTION DE LA GARANTIE : HORIZON H2
      *               (099-F92FS...099-F92GK) OU H0/H1 (099-F92FG...
      *               099-F92FO), QUOTITE QQRIG ET FRANCHISE
      *               -----------------------------------------------
       0265-SOUSCRIPTION.
           MOVE "N"                        TO WS-CPSOUS
           MOVE ZEROES                     TO WS-QQGARA
           MOVE SPACES                     TO WS-CDFRAN
                                              WS-LIFRAN
           EVALUATE WS-CDGADE
              WHEN "01"
                 IF X58A-CPDECC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-QQGTIE       TO WS-QQGARA
                 END-IF
              WHEN "02"
                 IF X58A-CPIPAC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-QQGTIE       TO WS-QQGARA
                 END-IF
              WHEN "05"
                 IF X58A-CPITCO > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-QQGTIT       TO WS-QQGARA
                 END-IF
              WHEN "03"
                 IF X58A-CPITTC > 0 AND X58A-QQGTIT NOT = ZERO
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-QQGTIT       TO WS-QQGARA
                    MOVE X58A-CDOITT       TO WS-CDFRAN
                 END-IF
              WHEN "04"
                 IF X58A-CPCHOC > 0 AND X58A-QQPEMP NOT = ZERO
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-QQPEMP       TO WS-QQGARA
                    MOVE X58A-CDOFPE       TO WS-CDFRAN
                 END-IF
              WHEN "06"
                 IF X58A-CDCIPP > 0
                    MOVE "O"               TO WS-CPSOUS
                 END-IF
              WHEN "07"
                 IF X58A-CDMNOC > 0
                    MOVE "O"               TO WS-CPSOUS
                 END-IF
              WHEN "08"
                 IF X58A-CDTPTC > 0
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-CDOTPT       TO WS-CDFRAN
                 END-IF
              WHEN "09"
                 IF X58A-CDAC0C > 0 OR X58A-CDMR0C > 0
                    MOVE "O"               TO WS-CPSOUS
                 END-IF
                 IF X58A-CDAC0C > 0 AND X58A-CDMR0C > 0
                    MOVE "ACCIDENTS & MR"  TO WS-LIFRAN
                 END-IF
                 IF X58A-CDAC0C > 0 AND X58A-CDMR0C = 0
                    MOVE "ACCIDENTS"       TO WS-LIFRAN
                 END-IF
                 IF X58A-CDAC0C = 0 AND X58A-CDMR0C > 0
                    MOVE "MR"              TO WS-LIFRAN
                 END-IF
              WHEN "10"
                 IF X58A-CDCDCC > 0
                    MOVE "O"               TO WS-CPSOUS
                    MOVE X58A-CDOCDC       TO WS-CDFRAN
                 END-IF
              WHEN "11"
                 IF X58A-CDIPCC > 0
                    MOVE "O"               TO WS-CPSOUS
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       0265-SOUSCRIPTION-FIN.
           EXIT.
      *
      *               ASSIETTE ET MONTANT PRIS EN CHARGE
      *               ----------------------------------
       0270-CALCUL-PRISE-CHARGE.
      *               QUOTITE APPLIQUEE : GARANTIE, SINON ASSURE,
      *               SINON 100
           MOVE WS-QQGARA                  TO WS-QQAPPL
           IF WS-QQAPPL = ZEROES
              MOVE WS-PDRCMC               TO WS-QQAPPL
           END-IF
           IF WS-QQAPPL = ZEROES
              MOVE 100                     TO WS-QQAPPL
           END-IF
           IF WS-CDSTAT = "A"
              COMPUTE WS-MTINDE ROUNDED = WS-MTCAPI * WS-QQAPPL / 100
           ELSE
              MOVE ZEROES                  TO WS-MTINDE
           END-IF
      *               DEBUT D'INDEMNISATION : DATE DE L'EVENEMENT
      *               AUGMENTEE DE LA FRANCHISE EN JOURS ; SANS CODE
      *               FRANCHISE, DATE DE L'EVENEMENT ; CODE NON
      *               NUMERIQUE, NON CALCULABLE (DATE A BLANC)
           MOVE SPACES                     TO WS-DTDEIN
           MOVE ZEROES                     TO WS-QJFRAN
           MOVE 0                          TO WS-CPFRNU
           IF WS-CDSTAT NOT = "A"
              GO TO 0270-CALCUL-PRISE-CHARGE-FIN
           END-IF
           IF WS-CDFRAN = SPACES OR WS-CDFRAN = LOW-VALUES
              MOVE WS-DTSINI               TO WS-DTDEIN
              GO TO 0270-CALCUL-PRISE-CHARGE-FIN
           END-IF
           PERFORM 0272-FRANCHISE-JOURS   THRU 0272-FRANCHISE-JOURS-FIN
           IF WS-CPFRNU NOT = 1
              GO TO 0270-CALCUL-PRISE-CHARGE-FIN
           END-IF
           MOVE WS-DTSINI                  TO WS-DATE-CALC
           PERFORM 0275-JOUR-SUIVANT      THRU 0275-JOUR-SUIVANT-FIN
                   VARYING WS-QJCOMP FROM 1 BY 1
                     UNTIL WS-QJCOMP > WS-QJFRAN
           MOVE WS-DATE-CALC               TO WS-DTDEIN.
       0270-CALCUL-PRISE-CHARGE-FIN.
           EXIT.
      *
      *               FRANCHISE ADI EN NOMBRE DE JOURS : CODE X58A
      *               NUMERIQUE DE 1 A 3 POSITIONS CADRE A GAUCHE
      *               (REPRIS D'AE521S 006-F50CM)
      *               ---------------------------------------------
       0272-FRANCHISE-JOURS.
           MOVE 0                          TO WS-CPFRNU
           MOVE ZEROES                     TO WS-QJFRAN
           MOVE ZERO                       TO WS-QLFRAN
           MOVE SPACES                     TO WS-ZFRAN
           UNSTRING WS-CDFRAN DELIMITED BY SPACE
                                           INTO WS-ZFRAN
                                          COUNT WS-QLFRAN
           IF WS-QLFRAN < 1 OR WS-QLFRAN > 3
              GO TO 0272-FRANCHISE-JOURS-FIN
           END-IF
           INSPECT WS-ZFRAN REPLACING LEADING SPACE BY ZERO
           IF WS-ZFRAN NOT NUMERIC
              GO TO 0272-FRANCHISE-JOURS-FIN
           END-IF
           MOVE WS-ZFRAN                   TO WS-QJFRAN
           MOVE 1                          TO WS-CPFRNU.
       0272-FRANCHISE-JOURS-FIN.
           EXIT.
      *
      *               AJOUT D'UN JOUR A WS-DATE-CALC (FEVRIER
      *               BISSEXTILE SI ANNEE DIVISIBLE PAR 4, SAUF
      *               SIECLE NON DIVISIBLE PAR 400, CF AE521Z)
      *               -----------------------------------------
       0275-JOUR-SUIVANT.
           MOVE 31                         TO WS-JJMAXI
           IF WS-DTC-MM = 04 OR WS-DTC-MM = 06 OR
              WS-DTC-MM = 09 OR WS-DTC-MM = 11
              MOVE 30                      TO WS-JJMAXI
           END-IF
           IF WS-DTC-MM = 02
              MOVE 28                      TO WS-JJMAXI
              DIVIDE WS-DTC-SSAA BY 4   GIVING WS-QTDIVI
                                     REMAINDER WS-RSDIV4
              DIVIDE WS-DTC-SSAA BY 100 GIVING WS-QTDIVI
                                     REMAINDER WS-RSDIV1
              DIVIDE WS-DTC-SSAA BY 400 GIVING WS-QTDIVI
                                     REMAINDER WS-RSDIV5
              IF WS-RSDIV4 = ZERO AND
                 (WS-RSDIV1 NOT = ZERO OR WS-RSDIV5 = ZERO)
                 MOVE 29                   TO WS-JJMAXI
              END-IF
           END-IF
           ADD 1                           TO WS-DTC-JJ
           IF WS-DTC-JJ NOT > WS-JJMAXI
              GO TO 0275-JOUR-SUIVANT-FIN
           END-IF
           MOVE 1                          TO WS-DTC-JJ
           ADD 1                           TO WS-DTC-MM
           IF WS-DTC-MM > 12
              MOVE 1                       TO WS-DTC-MM
              ADD 1                        TO WS-DTC-SSAA
           END-IF.
       0275-JOUR-SUIVANT-FIN.
           EXIT.
      *
      *               ENREGISTREMENT AU FICHIER DES SINISTRES
      *               ---------------------------------------
       0280-ECRIT-SINISTRE.
           MOVE SPACES                     TO SINIST-REC
           MOVE SINDEM-REC-IDELCO          TO SINIST-REC-IDELCO
           MOVE SINDEM-REC-IDASCN          TO SINIST-REC-IDASCN
           MOVE WS-DTSINI                  TO SINIST-REC-DTSINI
           MOVE WS-CDGADE                  TO SINIST-REC-CDGADE
           MOVE WS-CDMAGR                  TO SINIST-REC-CDMAAS
           MOVE X58A-CDHRZ                 TO SINIST-REC-CDHRZ
           MOVE WS-CDSTAT                  TO SINIST-REC-CDSTAT
           MOVE WS-CDMOTI                  TO SINIST-REC-CDMOTI
           MOVE X58A-DASIGN                TO SINIST-REC-DASIGN
           MOVE X58A-DAACAE                TO SINIST-REC-DAACAE
           MOVE X58A-DEGTIE                TO SINIST-REC-DEGTIE
           MOVE WS-DTLIMA                  TO SINIST-REC-DTLIMA
           MOVE WS-CPFLAG                  TO SINIST-REC-CPFLAG
           MOVE WS-MTCAPI                  TO SINIST-REC-MTCAPI
           MOVE WS-QQAPPL                  TO SINIST-REC-QQGARA
           MOVE WS-PDRCMC                  TO SINIST-REC-PDRCMC
           MOVE WS-MTINDE                  TO SINIST-REC-MTINDE
           MOVE WS-CDFRAN                  TO SINIST-REC-CDFRAN
           MOVE WS-LIFRAN                  TO SINIST-REC-LIFRAN
           MOVE WS-DTDEIN                  TO SINIST-REC-DTDEIN
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO SINIST-REC-DHTRAI
           WRITE SINIST-REC.
       0280-ECRIT-SINISTRE-FIN.
           EXIT.
      *
      *               FICHE SINISTRE IMPRIMABLE
      *               -------------------------
       0290-ECRIT-FICHE.
           MOVE ALL "="                    TO SINREP-REC
           WRITE SINREP-REC
           MOVE "FICHE DE PRISE EN CHARGE SINISTRE - ADE"
                                           TO SINREP-REC
           WRITE SINREP-REC
           MOVE ALL "="                    TO SINREP-REC
           WRITE SINREP-REC
           MOVE "PRET (IDELCO)"            TO WLF-LIBELL
           MOVE SINDEM-REC-IDELCO          TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "ASSURE (IDASCN)"          TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING SINDEM-REC-IDASCN " " WS-LINOAS
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "DATE DE NAISSANCE"        TO WLF-LIBELL
           MOVE WS-DANAIS                  TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "DATE DE L'EVENEMENT"      TO WLF-LIBELL
           MOVE WS-DTSINI                  TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "GARANTIE MISE EN JEU"     TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING WS-CDGADE " " WS-LIGARA
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "MARCHE / HORIZON"         TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING WS-CDMAGR " / " X58A-CDHRZ (1:2)
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "SIGNATURE / ACCEPTATION"  TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING X58A-DASIGN " / " X58A-DAACAE
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "FIN GARANTIE / LIMITE AGE" TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING X58A-DEGTIE " / " WS-DTLIMA
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "SITUATION AC70 ACTIVE"    TO WLF-LIBELL
           IF WS-CPFLAG = 1
              MOVE WS-MKRAAD               TO WS-EDIT-MONTANT
              MOVE SPACES                  TO WLF-VALEUR
              STRING "OUI - RA DEDUIT " WS-EDIT-MONTANT
                     DELIMITED             BY SIZE
                                         INTO WLF-VALEUR
           ELSE
              MOVE "NON"                   TO WLF-VALEUR
           END-IF
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "CAPITAL COUVERT A LA DATE" TO WLF-LIBELL
           MOVE WS-MTCAPI                  TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "QUOTITE ASSURE (PDRCMC)"  TO WLF-LIBELL
           MOVE WS-PDRCMC                  TO WS-EDIT-QUOTITE
           MOVE WS-EDIT-QUOTITE            TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "QUOTITE APPLIQUEE"        TO WLF-LIBELL
           MOVE WS-QQAPPL                  TO WS-EDIT-QUOTITE
           MOVE WS-EDIT-QUOTITE            TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "FRANCHISE"                TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING WS-CDFRAN " " WS-LIFRAN
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           IF WS-CDSTAT = "A"
              MOVE "DEBUT D'INDEMNISATION" TO WLF-LIBELL
              MOVE SPACES                  TO WLF-VALEUR
              EVALUATE TRUE
                 WHEN WS-CPFRNU = 1
                    STRING WS-DTDEIN " (FRANCHISE " WS-QJFRAN
                           " JOURS)"
                           DELIMITED       BY SIZE
                                         INTO WLF-VALEUR
                 WHEN WS-DTDEIN NOT = SPACES
                    STRING WS-DTDEIN " (SANS FRANCHISE)"
                           DELIMITED       BY SIZE
                                         INTO WLF-VALEUR
                 WHEN OTHER
                    MOVE "FRANCHISE NON CALCULABLE"
                                           TO WLF-VALEUR
              END-EVALUATE
              PERFORM 0299-ECRIT-LIGNE    THRU 0299-ECRIT-LIGNE-FIN
           END-IF
           MOVE "DECISION"                 TO WLF-LIBELL
           MOVE SPACES                     TO WLF-VALEUR
           STRING WS-CDSTAT " " WS-CDMOTI " " WS-LIMOTI
                  DELIMITED                BY SIZE
                                         INTO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "MONTANT PRIS EN CHARGE"   TO WLF-LIBELL
           MOVE WS-MTINDE                  TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN.
       0290-ECRIT-FICHE-FIN.
           EXIT.
      *
      *               FICHE D'UNE DECLARATION NON INSTRUITE
      *               -------------------------------------
       0295-ECRIT-FICHE-REJET.
           MOVE ALL "="                    TO SINREP-REC
           WRITE SINREP-REC
           MOVE "DECLARATION SINISTRE NON INSTRUITE - ADE"
                                           TO SINREP-REC
           WRITE SINREP-REC
           MOVE ALL "="                    TO SINREP-REC
           WRITE SINREP-REC
           MOVE "PRET (IDELCO)"            TO WLF-LIBELL
           MOVE SINDEM-REC-IDELCO          TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "ASSURE (IDASCN)"          TO WLF-LIBELL
           MOVE SINDEM-REC-IDASCN          TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "DATE DE L'EVENEMENT"      TO WLF-LIBELL
           MOVE SINDEM-REC-DTSINI          TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "GARANTIE MISE EN JEU"     TO WLF-LIBELL
           MOVE SINDEM-REC-CDGADE          TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN
           MOVE "MOTIF DU REJET"           TO WLF-LIBELL
           MOVE WS-LIREJE                  TO WLF-VALEUR
           PERFORM 0299-ECRIT-LIGNE       THRU 0299-ECRIT-LIGNE-FIN.
       0295-ECRIT-FICHE-REJET-FIN.
           EXIT.
      *
       0299-ECRIT-LIGNE.
           MOVE WS-LIGNE-FIC               TO SINREP-REC
           WRITE SINREP-REC.
       0299-ECRIT-LIGNE-FIN.
           EXIT.
      *
       0900-CLOTURE.
           MOVE ALL "="                    TO SINREP-REC
           WRITE SINREP-REC
           MOVE SPACES                     TO SINREP-REC
           STRING "*** DECLARATIONS LUES=" WS-NBDECL-LUES
                  " REJETEES=" WS-NBDECL-KO
                  " PRISES EN CHARGE=" WS-NBPRIS-CHARGE
                  " REFUSEES=" WS-NBREFUS
                  DELIMITED                BY SIZE
                                         INTO SINREP-REC
           WRITE SINREP-REC
           CLOSE F-SINDEM
           CLOSE F-SINREP
           CLOSE F-SINIST
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBDECL-LUES - WS-NBDECL-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-NBDECL-KO > ZERO
              MOVE 4                       TO WS-CDRETO
           END-IF
           IF WS-NBDECL-LUES > ZERO AND WS-QTTRAI = ZERO
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
           MOVE "AE521Q"                   TO CRLOG-REC-ZNMPR2
           MOVE WS-DHDEBU                  TO CRLOG-REC-DHDEBU
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO CRLOG-REC-DHFINX
           MOVE WS-NBDECL-LUES             TO CRLOG-REC-QTLUES
           MOVE WS-QTTRAI                  TO CRLOG-REC-QTTRAI
           MOVE WS-NBDECL-KO               TO CRLOG-REC-QTREJE
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
           MOVE "AE521Q"                   TO ER00-ZNMPR2
           MOVE "AE521Q"                   TO ER00-ZNMMOD
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
