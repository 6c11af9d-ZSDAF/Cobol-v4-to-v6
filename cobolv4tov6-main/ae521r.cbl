      *<cartouche>_02
      * IMPORTANT : afin d'assurer la maintenance du programme via     *
      * la fonctionnalit{ d'import, hormis la zone commentaires,       *
      * le contenu du cartouche ne doit en aucun cas être alt{r{.      *
      ******************************************************************
      **************** CARACTERISTIQUES DU PROGRAMME *******************
      ******************************************************************
      * Programme    : AE521R   {crit le 15/10/2026                   *
      * Par          : E909537                                        *
      * Libell{ prog : ADE : Releve Annuel Information Emprunteur     *
      * Cin{matique  : BA - Programme Batch autonome, planification   *
      *                annuelle                                       *
      * DOM / APPLI  : D5  / M2  / ZCPB                                *
      ******************************************************************
      ****************** COMMENTAIRES DU PROGRAMME *********************
      ******************************************************************
      *15/10/2026 E909537 - Cr{ation du programme.
      *Releve annuel d'information assurance emprunteur (loi 2022-270
      *du 28/02/2022) sur tout le livre (fichier d'IDELCO, assures
      *pagines par X51058H comme AE521J), en remplacement de la
      *composition manuelle en agence a partir de l'ecran ME4A.
      *Pour chaque assure du pret :
      * - garanties detenues et quotite : population CDGADE de
      *   007-F50DD (catalogue du marche en horizon H2, CS "V" traite
      *   en IM ; hors H2 DC/PTIA/ITD/ITT IPT/PE), retenue selon les
      *   regles 099-F92FG a 099-F92GK (cf AE521Q 0265) ; quotite de
      *   la garantie (QQGTIE/QQGTIT/QQPEMP), a defaut X58B-PDRCMC ;
      * - capital actuellement couvert : X58B-MTPA15 alimente comme
      *   en 099-F92CN a la date du jour PA01-DTJOUP (AC70 actif
      *   deduit, sinon MKRAPR hors pret Lorraine ; garde-fou caisse
      *   TF81 non disponible en batch, cf AE521N) ;
      * - cotisations restant dues jusqu'au terme : somme des
      *   MCCOMF+MCCOMG de l'echeancier X58B (periodes non vides au
      *   sens de 005-F50EF), qui part de la periode en cours ;
      * - cotisations versees sur les douze derniers mois : cotisation
      *   de la periode en cours (MCCOMF(1)+MCCOMG(1), cf 006-F50CH)
      *   multipliee par le nombre de periodes echues dans l'annee
      *   (periodicite DF01-CFPEPR, plafond DF01-NUPEPR - 1),
      *   l'echeancier X58B ne restituant pas les periodes passees ;
      * - cout total de l'assurance sur la duree du pret : periodes
      *   echues (meme cotisation) + cotisations restant dues ;
      * - TAEA : cout restant de l'assurance rapporte a l'encours
      *   moyen couvert sur la duree restante (capital MKDUT8 de
      *   chaque periode de l'echeancier, a defaut MTPA15, pondere
      *   par la duree de la periode), exprime en taux annuel ; le
      *   taux du credit n'etant pas porte par la chaine ADI, le TAEA
      *   n'est pas derive d'un ecart de TAEG.
      *Compte payeur resolu comme ME4A (AE521A 004-F92JB) : contrat
      *payeur DC02 "PR" puis DC05/DC23 domaine "DE" (099-F92JF), a
      *defaut DF02 periode en cours / DF81 (099-F92JH) ; les cas ou
      *ME4A est en erreur (compte du contrat payeur ou DF81 absent,
      *acces KO) rejettent le pret. IBAN recompose comme ME4A-ZIBAN
      *(cle RIB calculee comme SPGRYNRB F92CL, cf SPGRYNRL, cle IBAN
      *pays FR)
      *puis masque (4 premiers et 4 derniers caracteres seuls en
      *clair) ; une cle RIB stockee differente de la cle calculee est
      *signalee comme ME4A-CPIBVA = 0.
      *Un client detenteur de plusieurs prets recoit une seule lettre :
      *les lignes de chaque pret sont ecrites au fichier de travail
      *RELWRK (copy ZCRL01AR, cle IDPART + IDELCO + sequence), triees
      *(SORT) puis mises en forme lettre par lettre au fichier de
      *publipostage RELEVE (cle IDPART en tete de chaque ligne, saut
      *de lettre en colonne 12). Un pret n'est publie que complet :
      *un acces en erreur sur l'un de ses assures, un pret sans IDPART
      *ou sans assure le compte en rejet sans aucune ligne, de meme
      *qu'une table des lignes du pret saturee.
      *Un assure dont la delegation d'assurance (AC72, geree par
      *AE521S) est en vigueur a la date du jour n'a plus de cotisation
      *ADI : il est ecarte du releve (cf AE521J 0235) et compte dans
      *la ligne de controle CRLOG (DELEGUES=) ; un pret dont tous les
      *assures sont delegues ne donne pas de lettre. Un acces AC72 en
      *erreur rejette le pret.
      *Compte-rendu normalise (copy ZCF205AR) au fichier commun CRLOG
      *et RETURN-CODE gradue : 0 propre, 4 partiel (prets rejetes),
      *8 echec (aucun pret publie ou tri en erreur).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521R.
       AUTHOR.         "ADE : Releve Annuel Information Emprunteur".
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
           SELECT F-RELWRK      ASSIGN TO "RELWRK"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT W-RELSRT      ASSIGN TO "RELSRT".
           SELECT F-RELTRI      ASSIGN TO "RELTRI"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-RELEVE      ASSIGN TO "RELEVE"
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-CRLOG       ASSIGN TO "CRLOG"
                                 ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  F-IDELCO
           RECORDING MODE IS F.
       01  IDELCO-REC.
           05                    IDELCO-REC-IDELCO     PIC X(11).
       FD  F-RELWRK
           RECORDING MODE IS F.
           COPY 'ZCRL01AR' REPLACING ==(PREF)== BY ==RELWRK-REC==.
       SD  W-RELSRT.
           COPY 'ZCRL01AR' REPLACING ==(PREF)== BY ==RELSRT-REC==.
       FD  F-RELTRI
           RECORDING MODE IS F.
           COPY 'ZCRL01AR' REPLACING ==(PREF)== BY ==RELTRI-REC==.
       FD  F-RELEVE
           RECORDING MODE IS F.
       01  RELEVE-REC.
           05                    RELEVE-REC-IDPART     PIC X(11).
           05                    RELEVE-REC-CTSAUT     PIC X.
           05                    RELEVE-REC-LIGNE      PIC X(96).
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
       COPY 'ZCDF02AR' REPLACING ==(PREF)== BY ==DF02==.
       01                    DF02-IK               PIC X VALUE ZERO.
       COPY 'ZCDF81AR' REPLACING ==(PREF)== BY ==DF81==.
       01                    DF81-IK               PIC X VALUE ZERO.
       COPY 'ZCAC70AR' REPLACING ==(PREF)== BY ==AC70==.
       01                    AC70-IK               PIC X VALUE ZERO.
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AC72==.
       01                    AC72-IK               PIC X VALUE ZERO.
       COPY 'ZCDC02AR' REPLACING ==(PREF)== BY ==DC02==.
       01                    DC02-IK               PIC X VALUE ZERO.
       COPY 'ZCDC05AR' REPLACING ==(PREF)== BY ==DC05==.
       01                    DC05-IK               PIC X VALUE ZERO.
       COPY 'ZCDC23AR' REPLACING ==(PREF)== BY ==DC23==.
       01                    DC23-IK               PIC X VALUE ZERO.
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
       COPY 'ZCXE11AR' REPLACING ==(PREF)== BY ==XE11==.
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
       01                    INDICES-AE521R        COMP SYNC.
           05                J50CFR                PIC S9(4) VALUE ZERO.
           05                J92CLR                PIC S9(4) VALUE ZERO.
           05                J92GAR                PIC S9(4) VALUE ZERO.
           05                J92REL                PIC S9(4) VALUE ZERO.
           05                IZGABL                PIC S9(4) VALUE ZERO.
       01                    IK                    PIC X VALUE ZERO.
       01                    WS-PDECHM             PIC S9(3) VALUE ZERO.
       01                    WS-PDUR18             PIC S9(7) VALUE ZERO.
       01                    WS-COMPTEURS.
           05                WS-NBPRET-LUS         PIC 9(7) VALUE ZERO.
           05                WS-NBPRET-KO          PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-VUS         PIC 9(7) VALUE ZERO.
           05                WS-NBRELEVE           PIC 9(7) VALUE ZERO.
           05                WS-NBLETTRE           PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-DELE        PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
       01                    WS-FIN-TRI            PIC X VALUE "N".
                          88 FIN-FICHIER-RELTRI     VALUE "O".
      *Pagination des assures (X51058H par pages de 10)
       01                    WS-NUASDE             PIC S9(3) VALUE ZERO.
       01                    WS-QTASVU             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-FIN-PAGES          PIC X VALUE "N".
                          88 FIN-PAGES-ASSURE       VALUE "O".
       01                    WS-PRET-KO            PIC X VALUE "N".
                          88 PRET-EN-ERREUR         VALUE "O".
       01                    WS-QTASRE             PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
      *Delegation d'assurance de l'assure en cours (AC72)
       01                    WS-DELEGUE            PIC X VALUE "N".
                          88 ASSURE-DELEGUE         VALUE "O".
       01                    WS-DFDELE             PIC X(8).
      *Contexte de l'assure en cours
       01                    WS-CDMAGR             PIC X(2).
       01                    WS-CDGADE             PIC X(2).
       01                    WS-LIGARA             PIC X(8).
       01                    WS-MTCAPI             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-PDRCMC             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-QQAPPL             PIC S9(3)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Garanties de l'assure en cours (population 007-F50DD)
       01                    WS-TABLE-GARA.
           05                WS-GARA               OCCURS 20 TIMES.
               10            WS-GAR-CDGADE         PIC X(2).
               10            WS-GAR-CPRETE         PIC X.
               10            WS-GAR-QQGARA         PIC S9(3)V9(2)
                                                   COMP-3.
      *Situation particuliere AC70 active (005-F92ID)
       01                    WS-CPFLAG             PIC 9 VALUE ZERO.
       01                    WS-MKRAAD             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Cotisations et cout de l'assurance de l'assure en cours
       01                    WS-MCCOMA             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MCCOAN             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MCCORE             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MCCOPA             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MCCOTO             PIC S9(9)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-MKENCO             PIC S9(13)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-TXTAEA             PIC S9(3)V9(3)
                                                   COMP-3 VALUE ZERO.
       01                    WS-QTPEAN             PIC S9(3) VALUE ZERO.
       01                    WS-QTPEEC             PIC S9(5) VALUE ZERO.
      *Compte payeur du pret (004-F92JB : DC23 du contrat payeur ou
      *DF81 de la periode en cours)
       01                    WS-CPDOMI             PIC X VALUE "N".
                          88 DOMICILIATION-TROUVEE  VALUE "O".
                          88 DOMICILIATION-KO       VALUE "E".
       01                    WS-CPCTRP             PIC 9 VALUE ZERO.
       01                    WS-DOM-CDETAB         PIC X(5).
       01                    WS-DOM-CDGUIC         PIC X(5).
       01                    WS-DOM-CLERIB         PIC 9(2).
       01                    WS-DOM-NCPRIB         PIC X(11).
      *Compte payeur : cle RIB (logique SPGRYNRB F92CL)
       01                    WS-RIB-ETAGUI.
           05                WS-RIB-CDETAB         PIC 9(5).
           05                WS-RIB-CDGUIC         PIC 9(5).
       01                    WS-RIB-ETAGUI-9 REDEFINES WS-RIB-ETAGUI
                                                   PIC 9(10).
       01                    WS-RIB-COMPTE.
           05                WS-RIB-RESTE          PIC 9(2).
           05                WS-RIB-NCPRIB         PIC 9(11).
           05                WS-RIB-ZEROS          PIC 9(2).
       01                    WS-RIB-COMPTE-9 REDEFINES WS-RIB-COMPTE
                                                   PIC 9(15).
       01                    WS-RIB-QUOTNT         PIC 9(14).
       01                    WS-RIB-CLRIB0         PIC 9(2).
       01                    WS-RIB-CLERIB         PIC 9(2).
      *Compte payeur : cle IBAN (BBAN + FR00 en fin, modulo 97)
       01                    WS-IBN-NUMERO.
           05                WS-IBN-CDETAB         PIC 9(5).
           05                WS-IBN-CDGUIC         PIC 9(5).
           05                WS-IBN-NCPRIB         PIC 9(11).
           05                WS-IBN-CLERIB         PIC 9(2).
           05                WS-IBN-CDPAYS         PIC 9(6).
       01                    WS-IBN-TRANCHES REDEFINES WS-IBN-NUMERO.
           05                WS-IBN-TRANC1         PIC 9(9).
           05                WS-IBN-TRANC2         PIC 9(9).
           05                WS-IBN-TRANC3         PIC 9(11).
       01                    WS-IBN-ETAPE2.
           05                WS-IBN-RESTE2         PIC 9(2).
           05                WS-IBN-CHIFF2         PIC 9(9).
       01                    WS-IBN-ETAPE2-9 REDEFINES WS-IBN-ETAPE2
                                                   PIC 9(11).
       01                    WS-IBN-ETAPE3.
           05                WS-IBN-RESTE3         PIC 9(2).
           05                WS-IBN-CHIFF3         PIC 9(11).
       01                    WS-IBN-ETAPE3-9 REDEFINES WS-IBN-ETAPE3
                                                   PIC 9(13).
       01                    WS-IBN-QUOTNT         PIC 9(13).
       01                    WS-IBN-RESTE          PIC 9(2).
       01                    WS-IBN-CLEIBN         PIC 9(2).
       01                    WS-ZIBAN              PIC X(27).
       01                    WS-ZIBAN-MASQ         PIC X(27).
       01                    WS-CPIBVA             PIC X.
      *Lignes du pret en cours (publiees seulement si pret complet)
       01                    WS-NBREL              PIC S9(4) COMP SYNC
                                                   VALUE ZERO.
       01                    WS-MAX-REL            PIC S9(4) COMP SYNC
                                                   VALUE +0300.
       01                    WS-TABLE-REL.
           05                WS-REL                OCCURS 300 TIMES.
               10            WS-REL-CTLIGN         PIC X.
               10            WS-REL-MTCOAN         PIC S9(9)V9(2)
                                                   COMP-3.
               10            WS-REL-MTCORE         PIC S9(9)V9(2)
                                                   COMP-3.
               10            WS-REL-MTCOTO         PIC S9(9)V9(2)
                                                   COMP-3.
               10            WS-REL-LIGNE          PIC X(96).
       01                    WS-NUSEQU             PIC 9(7) VALUE ZERO.
      *Rupture client a l'edition des lettres
       01                    WS-IDPART-PREC        PIC X(11) VALUE
                                                   SPACES.
       01                    WS-CLI-MTCOAN         PIC S9(11)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-CLI-MTCORE         PIC S9(11)V9(2)
                                                   COMP-3 VALUE ZERO.
       01                    WS-CLI-MTCOTO         PIC S9(11)V9(2)
                                                   COMP-3 VALUE ZERO.
      *Compte-rendu d'execution normalise (CRLOG)
       01                    WS-DHDEBU             PIC X(14).
       01                    WS-HORODATE           PIC X(21).
       01                    WS-LM1ERR             PIC X(60) VALUE
                                                   SPACES.
       01                    WS-CDRETO             PIC 9(2) VALUE ZERO.
       01                    WS-QTTRAI             PIC 9(7) VALUE ZERO.
       01                    WS-CDRETR             PIC 9(4) VALUE ZERO.
      *Ligne du releve (libelle / valeur)
       01                    WS-LIGNE-REL.
           05                FILLER                PIC X(4) VALUE SPACE.
           05                WLR-LIBELL            PIC X(46).
           05                FILLER                PIC X(2) VALUE ": ".
           05                WLR-VALEUR            PIC X(44).
       01                    WS-LIGNE-TXT          PIC X(96).
       01                    WS-EDIT-MONTANT       PIC ZZZZZZZZ9,99.
       01                    WS-EDIT-CUMUL         PIC ZZZZZZZZZZ9,99.
       01                    WS-EDIT-QUOTITE       PIC ZZ9,99.
       01                    WS-EDIT-TAEA          PIC ZZ9,999.
       01                    WS-EDIT-DUREE         PIC ZZZ9.
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
           PERFORM 0700-TRI-RELEVES      THRU 0700-TRI-RELEVES-FIN
           PERFORM 0800-EDITION-LETTRES  THRU 0800-EDITION-LETTRES-FIN
           PERFORM 0900-CLOTURE          THRU 0900-CLOTURE-FIN.
       0000-PILOTE-FIN.
           EXIT.
      *
       0100-OUVERTURE.
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO WS-DHDEBU
           OPEN INPUT                      F-IDELCO
           OPEN OUTPUT                     F-RELWRK
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
           MOVE ZERO                       TO WS-NBREL
           MOVE "N"                        TO WS-PRET-KO
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
      *               LE RELEVE EST ADRESSE AU CLIENT (IDPART)
           IF DF01-IDPART = SPACES OR DF01-IDPART = ZEROES
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "IDPART ABSENT IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
           PERFORM 0212-ACCES-DF11        THRU 0212-ACCES-DF11-FIN
           IF DF11-IK = "2"
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "ACCES DF11 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
      *               COMPTE PAYEUR ET EN-TETE DU PRET
      *               --------------------------------
           PERFORM 0250-DOMICILIATION     THRU 0250-DOMICILIATION-FIN
           IF DOMICILIATION-KO
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "COMPTE PAYEUR KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
           PERFORM 0260-CALCUL-IBAN       THRU 0260-CALCUL-IBAN-FIN
           PERFORM 0270-ENTETE-PRET       THRU 0270-ENTETE-PRET-FIN
      *               SITUATION AC70 DU PRET A LA DATE DU JOUR
           PERFORM 0240-RECHERCHE-AC70    THRU 0240-RECHERCHE-AC70-FIN
      *               BOUCLE SUR LES PAGES D'ASSURES (X51058H)
      *               -----------------------------------------
           MOVE 1                          TO WS-NUASDE
           MOVE ZERO                       TO WS-QTASVU
                                              WS-QTASRE
           MOVE "N"                        TO WS-FIN-PAGES
           PERFORM 0215-TRAITE-PAGE       THRU 0215-TRAITE-PAGE-FIN
                                        UNTIL FIN-PAGES-ASSURE
                                           OR PRET-EN-ERREUR
           IF WS-QTASVU = ZEROES AND NOT PRET-EN-ERREUR
      *               PRET SANS ASSURE : AUCUN RELEVE A ADRESSER,
      *               COMPTE EN ERREUR (CF AE521J)
              ADD 1                        TO WS-NBPRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "PAS D'ASSURE IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
           IF PRET-EN-ERREUR
              ADD 1                        TO WS-NBPRET-KO
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
      *               TOUS LES ASSURES DELEGUES : AUCUNE COTISATION
      *               ADI A RELEVER, PAS DE LETTRE POUR CE PRET
           IF WS-QTASRE = ZERO
              GO TO 0200-TRAITEMENT-PRET-SUIVANT
           END-IF
      *               PRET COMPLET : PUBLICATION DE SES LIGNES
      *               -----------------------------------------
           PERFORM VARYING J92REL FROM 1 BY 1
                                        UNTIL J92REL > WS-NBREL
              PERFORM 0290-ECRIT-RELWRK  THRU 0290-ECRIT-RELWRK-FIN
           END-PERFORM.
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
           STRING "AE521R 0210-ACCES-DF01 "
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
              MOVE 1                       TO DF11-IK
              GO TO 0212-ACCES-DF11-FIN
           END-IF
           MOVE "2"                        TO DF11-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0212-ACCES-DF11 "
                  "PB ACCES DF11 IDELCO=" DF11-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0212-ACCES-DF11-FIN.
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
                                           OR PRET-EN-ERREUR
              ADD 1                        TO WS-NBASSU-VUS
              PERFORM 0230-RELEVE-ASSURE
                                        THRU 0230-RELEVE-ASSURE-FIN
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
      *               RELEVE D'UN ASSURE : CONTEXTE X51058A, CAPITAL
      *               ET ECHEANCIER X51058B, GARANTIES 007-F50DD
      *               -----------------------------------------------
       0230-RELEVE-ASSURE.
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
              STRING "AE521R 0230-RELEVE-ASSURE "
                     "PB RETOUR X51058A, CESADI=" X58A-CESADI
                     " IDELCO=" DF01-IDELCO
                     " IDASCN=" X58A-IDASCN
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              MOVE "O"                     TO WS-PRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "RETOUR X51058A KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-RELEVE-ASSURE-FIN
           END-IF
      *               ASSURE DELEGUE (AE521S) : SON ASSURANCE N'EST
      *               PLUS PORTEE PAR L'ADI, HORS RELEVE (CF AE521J)
      *               -----------------------------------------------
           PERFORM 0235-RECHERCHE-DELEGATION
                                  THRU 0235-RECHERCHE-DELEGATION-FIN
           IF AC72-IK = "2"
      *               ACCES AC72 EN ERREUR : PRET REJETE, SINON
      *               L'ASSURE SERAIT RELEVE A TORT COMME NON DELEGUE
              MOVE "O"                     TO WS-PRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "ACCES AC72 KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-RELEVE-ASSURE-FIN
           END-IF
           IF ASSURE-DELEGUE
              ADD 1                        TO WS-NBASSU-DELE
              GO TO 0230-RELEVE-ASSURE-FIN
           END-IF
      *               CAPITAL ET ECHEANCIER (X51058B, CF 099-F92CN)
      *               ----------------------------------------------
           PERFORM 0245-APPEL-X58B        THRU 0245-APPEL-X58B-FIN
           IF X58B-ZCDRET = SPACE OR
              (X58B-ZCDRET NOT = "99" AND X58B-ZCDRET NOT = ZERO)
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521R 0230-RELEVE-ASSURE "
                     "PB RETOUR X51058B, ZCDRET=" X58B-ZCDRET
                     " IDELCO=" DF01-IDELCO
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              MOVE "O"                     TO WS-PRET-KO
              IF WS-LM1ERR = SPACES
                 STRING "RETOUR X51058B KO IDELCO=" DF01-IDELCO
                        DELIMITED          BY SIZE
                                         INTO WS-LM1ERR
              END-IF
              GO TO 0230-RELEVE-ASSURE-FIN
           END-IF
           MOVE X58B-MTPA15                TO WS-MTCAPI
           IF WS-MTCAPI < ZERO
              MOVE ZEROES                  TO WS-MTCAPI
           END-IF
           MOVE X58B-PDRCMC                TO WS-PDRCMC
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
      *               GARANTIES DETENUES (007-F50DD)
           PERFORM 0257-POPULE-GARANTIE THRU 0257-POPULE-GARANTIE-FIN
      *               COTISATIONS, COUT TOTAL ET TAEA
           PERFORM 0280-CALCUL-COUT       THRU 0280-CALCUL-COUT-FIN
      *               LIGNES DU RELEVE DE L'ASSURE
           PERFORM 0285-LIGNES-ASSURE     THRU 0285-LIGNES-ASSURE-FIN
           ADD 1                           TO WS-QTASRE
           ADD 1                           TO WS-NBRELEVE.
       0230-RELEVE-ASSURE-FIN.
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
           STRING "AE521R 0236-ACCES-OCI-AC72 "
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
           STRING "AE521R 0237-TESTE-DELEGATION "
                  "PB ACCES SUIVANT AC72 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0237-TESTE-DELEGATION-FIN.
           EXIT.
      *
      *               RECHERCHE D'UNE SITUATION PARTICULIERE
      *               ACTIVE (CTSPEC 36) A LA DATE DU JOUR
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
           STRING "AE521R 0242-ACCES-OCI-AC70 "
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
           AND AC70-DDSPEC NOT > PA01-DTJOUP
           AND AC70-DFSPEC NOT < PA01-DTJOUP
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
           STRING "AE521R 0244-BOUCLE-AC70 "
                  "PB ACCES SUIVANT AC70 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0244-BOUCLE-AC70-FIN.
           EXIT.
      *
      *               ALIMENTATION X58B A LA DATE DU JOUR
      *               (099-F92DB / 099-F92CN)
      *               -----------------------------------
       0245-APPEL-X58B.
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
           MOVE PA01-DTJOUP                TO X58B-ZDVALI
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
           PERFORM P-51058B               THRU P-51058B-FIN.
       0245-APPEL-X58B-FIN.
           EXIT.
      *
      *               DC02 : DEBUT BALAYAGE PAR CLE/FILTRE (REPRIS
      *               D'AE521A 100-F95-LF1-DC02)
      *               ---------------------------------------------
       0246-ACCES-LF1-DC02.
           MOVE ZERO                       TO IK
           MOVE "LCF1"                     TO XE10-ZRORDR
           MOVE "REDC02"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING XE10
                                              XE11
                                              DC02
           MOVE XE10-ZRSTAT                TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI = "I" AND R-CPCLNI
      *Client incomplet accept{
              MOVE ZEROES                  TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI NOT = "I" AND R-CPCLNI
      *Client incomplet non accept{
              MOVE 02                      TO RQ00-ZRSTAT.
           IF R-OK
              MOVE ZERO                    TO IK
              GO TO 0246-ACCES-LF1-DC02-FIN.
           IF R-FINBAL OR R-SPECIF
              MOVE 1                       TO IK
              GO TO 0246-ACCES-LF1-DC02-FIN.
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0246-ACCES-LF1-DC02 "
                  "PB ACCES DC02 ZRSTAT=" RQ00-ZRSTAT " " XE10-ZRLERR
                  " CLES " DC02-ZZCLES
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0246-ACCES-LF1-DC02-FIN.
           EXIT.
      *
      *               DC02 : SUITE DU BALAYAGE (REPRIS D'AE521A
      *               100-ACCES-LFS-DC02)
      *               -----------------------------------------
       0247-ACCES-LFS-DC02.
           MOVE ZERO                       TO IK
           MOVE "LCFS"                     TO XE10-ZRORDR
           MOVE "REDC02"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING XE10
                                              XE11
                                              DC02
           MOVE XE10-ZRSTAT                TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI = "I" AND R-CPCLNI
      *Client incomplet accept{
              MOVE ZEROES                  TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI NOT = "I" AND R-CPCLNI
      *Client incomplet non accept{
              MOVE 02                      TO RQ00-ZRSTAT.
           IF R-OK
              MOVE ZERO                    TO IK
              GO TO 0247-ACCES-LFS-DC02-FIN.
           IF R-FINBAL OR R-SPECIF
              MOVE 1                       TO IK
              GO TO 0247-ACCES-LFS-DC02-FIN.
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0247-ACCES-LFS-DC02 "
                  "PB ACCES SUIVANT DC02 ZRSTAT=" RQ00-ZRSTAT " "
                  XE10-ZRLERR " CLES " DC02-ZZCLES
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0247-ACCES-LFS-DC02-FIN.
           EXIT.
      *
      *               DC05 : LECTURE PAR CLE (REPRIS D'AE521A
      *               100-ACCES-LCL-DC05)
      *               ----------------------------------------
       0248-ACCES-LCL-DC05.
           MOVE ZERO                       TO IK
           MOVE "LC"                       TO XE10-ZRORDR
           MOVE "REDC05"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING XE10
                                              DC05
           MOVE XE10-ZRSTAT                TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI = "I" AND R-CPCLNI
      *Client incomplet accept{
              MOVE ZEROES                  TO RQ00-ZRSTAT.
           IF RQEX-CPCLNI NOT = "I" AND R-CPCLNI
      *Client incomplet non accept{
              MOVE 01                      TO RQ00-ZRSTAT.
           IF R-OK
              MOVE ZERO                    TO IK
              GO TO 0248-ACCES-LCL-DC05-FIN.
           IF R-NTROUV OR R-SPECIF
              MOVE 1                       TO IK
              GO TO 0248-ACCES-LCL-DC05-FIN.
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0248-ACCES-LCL-DC05 "
                  "PB ACCES DC05 ZRSTAT=" RQ00-ZRSTAT " " XE10-ZRLERR
                  " CLES " DC05-ZZCLES
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0248-ACCES-LCL-DC05-FIN.
           EXIT.
      *
      *               DC23 : LECTURE PAR CLE (REPRIS D'AE521A
      *               100-ACCES-LCL-DC23)
      *               ----------------------------------------
       0249-ACCES-LCL-DC23.
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
              GO TO 0249-ACCES-LCL-DC23-FIN.
           IF R-NTROUV OR R-SPECIF
              MOVE 1                       TO IK
              GO TO 0249-ACCES-LCL-DC23-FIN.
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0249-ACCES-LCL-DC23 "
                  "PB ACCES DC23 ZRSTAT=" RQ00-ZRSTAT " " XE10-ZRLERR
                  " CLES " DC23-ZZCLES
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0249-ACCES-LCL-DC23-FIN.
           EXIT.
      *
      *               COMPTE PAYEUR DU PRET (REPRIS D'AE521A 004-F92JB)
      *               CONTRAT PAYEUR DC02 "PR" PUIS DC05/DC23 DOMAINE
      *               "DE" ; A DEFAUT DF02 PERIODE EN COURS ET DF81.
      *               LES CAS OU ME4A EST EN ERREUR (COMPTE DU CONTRAT
      *               PAYEUR OU DF81 ABSENT, ACCES KO) REJETTENT LE PRET
      *               -----------------------------------------------
       0250-DOMICILIATION.
           MOVE "N"                        TO WS-CPDOMI
           MOVE ZERO                       TO WS-CPCTRP
           MOVE SPACES                     TO WS-DOM-CDETAB
                                              WS-DOM-CDGUIC
                                              WS-DOM-NCPRIB
           MOVE ZEROES                     TO WS-DOM-CLERIB
      *               APPEL DC02
           INITIALIZE                         DC02
                                              DC02-IK
           MOVE DF01-IDELCO                TO DC02-IDELCO
           MOVE "PR"                       TO DC02-CDDOPR
           PERFORM 0246-ACCES-LF1-DC02    THRU 0246-ACCES-LF1-DC02-FIN
           MOVE IK                         TO DC02-IK
      *               BOUCLE DC02 (099-F92JD)
           PERFORM 0251-DC02-SUIVANT      THRU 0251-DC02-SUIVANT-FIN
                                        UNTIL DC02-IK NOT = ZERO
                                           OR WS-CPCTRP = 1
           IF DC02-IK = "2"
              MOVE "E"                     TO WS-CPDOMI
              GO TO 0250-DOMICILIATION-FIN
           END-IF
      *               COMPTE DU CONTRAT PAYEUR (099-F92JF), SINON
      *               REPLI DF02/DF81 (099-F92JH)
           IF WS-CPCTRP = 1
              PERFORM 0253-COMPTE-CONTRAT THRU 0253-COMPTE-CONTRAT-FIN
           ELSE
              PERFORM 0255-REPLI-DF81     THRU 0255-REPLI-DF81-FIN
           END-IF.
       0250-DOMICILIATION-FIN.
           EXIT.
      *
      *               BOUCLE DC02 : CONTRAT PAYEUR DE TYPE 104
      *               -----------------------------------------
       0251-DC02-SUIVANT.
           IF DC02-CTFOE1 = 104
              MOVE 1                       TO WS-CPCTRP
              GO TO 0251-DC02-SUIVANT-FIN
           END-IF
           PERFORM 0247-ACCES-LFS-DC02    THRU 0247-ACCES-LFS-DC02-FIN
           MOVE IK                         TO DC02-IK.
       0251-DC02-SUIVANT-FIN.
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
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0252-ACCES-OCI-DF02 "
                  "PB ACCES DF02 IDELCO=" DF02-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0252-ACCES-OCI-DF02-FIN.
           EXIT.
      *
      *               COMPTE DU CONTRAT PAYEUR : DC05 REFERENCE
      *               CONTRAT PUIS DC23 RIB (REPRIS D'AE521A 099-F92JF)
      *               ------------------------------------------------
       0253-COMPTE-CONTRAT.
           INITIALIZE                         DC05
                                              DC05-IK
           MOVE DC02-IDEL02                TO DC05-IDELCO
           MOVE "DE"                       TO DC05-CDDOPR
           PERFORM 0248-ACCES-LCL-DC05    THRU 0248-ACCES-LCL-DC05-FIN
           MOVE IK                         TO DC05-IK
           IF DC05-IK = "2"
              MOVE "E"                     TO WS-CPDOMI
              GO TO 0253-COMPTE-CONTRAT-FIN
           END-IF
      *               REPLI DF02/DF81 SI DC05 REF CONTRAT ABSENT ;
      *               SANS DOMICILIATION DE REPLI, ME4A EST EN ERREUR
           IF DC05-IK NOT = ZERO
              PERFORM 0255-REPLI-DF81     THRU 0255-REPLI-DF81-FIN
              IF WS-CPDOMI = "N"
                 MOVE "E"                  TO WS-CPDOMI
                 MOVE ALL "&"              TO ER00-ZTERMR
                 STRING "AE521R 0253-COMPTE-CONTRAT "
                        "PAS DE DC05 NI DE DF81 IDELCO=" DF01-IDELCO
                        " CONTRAT PAYEUR=" DC02-IDEL02
                        DELIMITED          BY "&"
                                         INTO ER00-ZTERMR
                 PERFORM P-722020        THRU P-722020-FIN
              END-IF
              GO TO 0253-COMPTE-CONTRAT-FIN
           END-IF
      *               ACCES DC23 RIB DU CONTRAT PAYEUR
           INITIALIZE                         DC23
                                              DC23-IK
           MOVE DC02-IDEL02                TO DC23-IDELCO
           MOVE "DE"                       TO DC23-CDDOPR
           PERFORM 0249-ACCES-LCL-DC23    THRU 0249-ACCES-LCL-DC23-FIN
           MOVE IK                         TO DC23-IK
           IF DC23-IK NOT = ZERO
              MOVE "E"                     TO WS-CPDOMI
              IF DC23-IK = 1
                 MOVE ALL "&"              TO ER00-ZTERMR
                 STRING "AE521R 0253-COMPTE-CONTRAT "
                        "PAS DE DC23 IDELCO=" DF01-IDELCO
                        " CONTRAT PAYEUR=" DC02-IDEL02
                        DELIMITED          BY "&"
                                         INTO ER00-ZTERMR
                 PERFORM P-722020        THRU P-722020-FIN
              END-IF
              GO TO 0253-COMPTE-CONTRAT-FIN
           END-IF
           MOVE "O"                        TO WS-CPDOMI
           MOVE DC23-CDETAB                TO WS-DOM-CDETAB
           MOVE DC23-CDGUIC                TO WS-DOM-CDGUIC
           MOVE DC23-CLERIB                TO WS-DOM-CLERIB
           MOVE DC23-NCPRIB                TO WS-DOM-NCPRIB.
       0253-COMPTE-CONTRAT-FIN.
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
           MOVE 2                          TO DF02-IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0254-DF02-SUIVANT "
                  "PB ACCES SUIVANT DF02 IDELCO=" DF01-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0254-DF02-SUIVANT-FIN.
           EXIT.
      *
      *               REPLI : DF02 DE LA PERIODE EN COURS PUIS DF81
      *               (REPRIS D'AE521A 099-F92JH / 099-F92KF)
      *               -------------------------------------------
       0255-REPLI-DF81.
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
           IF DF02-IK = "2"
              MOVE "E"                     TO WS-CPDOMI
              GO TO 0255-REPLI-DF81-FIN
           END-IF
      *               PAS DE PERIODE EN COURS : PAS DE COMPTE PAYEUR
           IF DF02-IK NOT = ZERO OR DF02-CTROCV NOT = 2
              GO TO 0255-REPLI-DF81-FIN
           END-IF
      *               ACCES DF81 DE LA PERIODE
           INITIALIZE                         DF81
                                              DF81-IK
           MOVE DF02-IDELCO                TO DF81-IDELCO
           MOVE DF02-NUELCV                TO DF81-NUELCV
           PERFORM 0256-ACCES-RE1-DF81    THRU 0256-ACCES-RE1-DF81-FIN
           MOVE IK                         TO DF81-IK
           IF DF81-IK NOT = ZERO
              MOVE "E"                     TO WS-CPDOMI
              IF DF81-IK = 1
                 MOVE ALL "&"              TO ER00-ZTERMR
                 STRING "AE521R 0255-REPLI-DF81 "
                        "PAS DE DF81 IDELCO=" DF01-IDELCO
                        DELIMITED          BY "&"
                                         INTO ER00-ZTERMR
                 PERFORM P-722020        THRU P-722020-FIN
              END-IF
              GO TO 0255-REPLI-DF81-FIN
           END-IF
           MOVE "O"                        TO WS-CPDOMI
           MOVE DF81-CDETAB                TO WS-DOM-CDETAB
           MOVE DF81-CDGUIC                TO WS-DOM-CDGUIC
           MOVE DF81-CLERIB                TO WS-DOM-CLERIB
           MOVE DF81-NCPRIB                TO WS-DOM-NCPRIB.
       0255-REPLI-DF81-FIN.
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
           MOVE 2                          TO IK
           MOVE ALL "&"                    TO ER00-ZTERMR
           STRING "AE521R 0256-ACCES-RE1-DF81 "
                  "PB ACCES DF81 IDELCO=" DF81-IDELCO
                  " STATUS=" LG-STATUS
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0256-ACCES-RE1-DF81-FIN.
           EXIT.
      *
      *               POPULATION DES GARANTIES DE L'ASSURE
      *               (CATALOGUES 007-F50DD PAR MARCHE EN HORIZON
      *               H2 ; HORS H2 DC/PTIA/ITD/ITT IPT/PE)
      *               -----------------------------------------------
       0257-POPULE-GARANTIE.
           MOVE ZERO                       TO IZGABL
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > 20
              MOVE SPACES                  TO WS-GAR-CDGADE (J92GAR)
              MOVE "0"                     TO WS-GAR-CPRETE (J92GAR)
              MOVE ZEROES                  TO WS-GAR-QQGARA (J92GAR)
           END-PERFORM
           IF X58A-CDHRZ NOT = "H2"
              MOVE "01"                    TO WS-GAR-CDGADE (1)
              MOVE "02"                    TO WS-GAR-CDGADE (2)
              MOVE "05"                    TO WS-GAR-CDGADE (3)
              MOVE "03"                    TO WS-GAR-CDGADE (4)
              MOVE "04"                    TO WS-GAR-CDGADE (5)
              MOVE 5                       TO IZGABL
           END-IF
           IF X58A-CDHRZ = "H2" AND WS-CDMAGR = "IM"
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
           IF X58A-CDHRZ = "H2" AND WS-CDMAGR = "PA"
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
      *               GARANTIES DETENUES ET QUOTITE (099-F92FG A
      *               099-F92GK, CF AE521Q 0265)
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IZGABL
              PERFORM 0258-RETENUE-GARANTIE
                                      THRU 0258-RETENUE-GARANTIE-FIN
           END-PERFORM.
       0257-POPULE-GARANTIE-FIN.
           EXIT.
      *
       0258-RETENUE-GARANTIE.
           EVALUATE WS-GAR-CDGADE (J92GAR)
              WHEN "01"
                 IF X58A-CPDECC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                    MOVE X58A-QQGTIE       TO WS-GAR-QQGARA (J92GAR)
                 END-IF
              WHEN "02"
                 IF X58A-CPIPAC > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                    MOVE X58A-QQGTIE       TO WS-GAR-QQGARA (J92GAR)
                 END-IF
              WHEN "05"
                 IF X58A-CPITCO > 0 AND X58A-QQGTIE NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                    MOVE X58A-QQGTIT       TO WS-GAR-QQGARA (J92GAR)
                 END-IF
              WHEN "03"
                 IF X58A-CPITTC > 0 AND X58A-QQGTIT NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                    MOVE X58A-QQGTIT       TO WS-GAR-QQGARA (J92GAR)
                 END-IF
              WHEN "04"
                 IF X58A-CPCHOC > 0 AND X58A-QQPEMP NOT = ZERO
                    MOVE "1"               TO WS-GAR-CPRETE (J92GAR)
                    MOVE X58A-QQPEMP       TO WS-GAR-QQGARA (J92GAR)
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
           END-EVALUATE
      *               QUOTITE ABSENTE : QUOTITE DE L'ASSURE
           IF WS-GAR-CPRETE (J92GAR) = "1"
           AND WS-GAR-QQGARA (J92GAR) = ZEROES
              MOVE WS-PDRCMC               TO WS-GAR-QQGARA (J92GAR)
           END-IF.
       0258-RETENUE-GARANTIE-FIN.
           EXIT.
      *
      *               IBAN DU COMPTE PAYEUR (FORMAT ME4A-ZIBAN) :
      *               CLE RIB COMME SPGRYNRB F92CL, PUIS CLE IBAN
      *               PAYS FR (MODULO 97 PAR TRANCHES), PUIS MASQUE
      *               ---------------------------------------------
       0260-CALCUL-IBAN.
           MOVE SPACES                     TO WS-ZIBAN
                                              WS-ZIBAN-MASQ
           MOVE SPACE                      TO WS-CPIBVA
           IF NOT DOMICILIATION-TROUVEE
              GO TO 0260-CALCUL-IBAN-FIN
           END-IF
      *               ETABLISSEMENT / GUICHET NON PORTES
           IF WS-DOM-CDETAB = SPACES OR WS-DOM-CDETAB = ZEROES
              GO TO 0260-CALCUL-IBAN-FIN
           END-IF
      *               RIB NON NUMERIQUE : IBAN NON CALCULABLE
           IF WS-DOM-CDETAB NOT NUMERIC OR WS-DOM-CDGUIC NOT NUMERIC
           OR WS-DOM-NCPRIB NOT NUMERIC
              GO TO 0260-CALCUL-IBAN-FIN
           END-IF
      *               CLE RIB (F92CP / F92CS)
           MOVE WS-DOM-CDETAB              TO WS-RIB-CDETAB
           MOVE WS-DOM-CDGUIC              TO WS-RIB-CDGUIC
           MOVE WS-DOM-NCPRIB              TO WS-RIB-NCPRIB
           MOVE ZERO                       TO WS-RIB-ZEROS
           IF WS-RIB-NCPRIB = ZERO
              MOVE ZERO                    TO WS-RIB-CLERIB
           ELSE
              DIVIDE 97 INTO WS-RIB-ETAGUI-9
                     GIVING WS-RIB-QUOTNT
                     REMAINDER WS-RIB-RESTE
              DIVIDE 97 INTO WS-RIB-COMPTE-9
                     GIVING WS-RIB-QUOTNT
                     REMAINDER WS-RIB-CLRIB0
              SUBTRACT WS-RIB-CLRIB0     FROM 97
                     GIVING WS-RIB-CLERIB
           END-IF
      *               CLE IBAN : BBAN SUIVI DE FR00 (15 27 00)
           MOVE WS-RIB-CDETAB              TO WS-IBN-CDETAB
           MOVE WS-RIB-CDGUIC              TO WS-IBN-CDGUIC
           MOVE WS-RIB-NCPRIB              TO WS-IBN-NCPRIB
           MOVE WS-RIB-CLERIB              TO WS-IBN-CLERIB
           MOVE 152700                     TO WS-IBN-CDPAYS
           DIVIDE 97 INTO WS-IBN-TRANC1
                  GIVING WS-IBN-QUOTNT
                  REMAINDER WS-IBN-RESTE
           MOVE WS-IBN-RESTE               TO WS-IBN-RESTE2
           MOVE WS-IBN-TRANC2              TO WS-IBN-CHIFF2
           DIVIDE 97 INTO WS-IBN-ETAPE2-9
                  GIVING WS-IBN-QUOTNT
                  REMAINDER WS-IBN-RESTE
           MOVE WS-IBN-RESTE               TO WS-IBN-RESTE3
           MOVE WS-IBN-TRANC3              TO WS-IBN-CHIFF3
           DIVIDE 97 INTO WS-IBN-ETAPE3-9
                  GIVING WS-IBN-QUOTNT
                  REMAINDER WS-IBN-RESTE
           SUBTRACT WS-IBN-RESTE         FROM 98
                  GIVING WS-IBN-CLEIBN
           STRING "FR" WS-IBN-CLEIBN WS-IBN-CDETAB WS-IBN-CDGUIC
                  WS-IBN-NCPRIB WS-IBN-CLERIB
                  DELIMITED                BY SIZE
                                         INTO WS-ZIBAN
      *               MASQUE : SEULS LES 4 PREMIERS ET 4 DERNIERS
      *               CARACTERES RESTENT EN CLAIR
           MOVE ALL "*"                    TO WS-ZIBAN-MASQ
           MOVE WS-ZIBAN (1:4)             TO WS-ZIBAN-MASQ (1:4)
           MOVE WS-ZIBAN (24:4)            TO WS-ZIBAN-MASQ (24:4)
      *               VALIDITE DE LA CLE RIB STOCKEE (CF 099-F92JL)
           IF WS-DOM-CLERIB NUMERIC AND WS-DOM-CLERIB = WS-RIB-CLERIB
              MOVE "1"                     TO WS-CPIBVA
           ELSE
              MOVE "0"                     TO WS-CPIBVA
           END-IF.
       0260-CALCUL-IBAN-FIN.
           EXIT.
      *
      *               EN-TETE DU PRET DANS LE RELEVE
      *               ------------------------------
       0270-ENTETE-PRET.
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0295-STOCKE-LIGNE      THRU 0295-STOCKE-LIGNE-FIN
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "PRET N. " DF01-IDELCO
                  "  (CATEGORIE " DF01-CCATPR DELIMITED BY SPACE
                  ")"
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0295-STOCKE-LIGNE      THRU 0295-STOCKE-LIGNE-FIN
           MOVE "CAPITAL EMPRUNTE"         TO WLR-LIBELL
           MOVE DF01-MTPACR                TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
           MOVE "DUREE DU PRET (MOIS)"     TO WLR-LIBELL
           MOVE DF01-PDURPR                TO WS-EDIT-DUREE
           MOVE WS-EDIT-DUREE              TO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
           MOVE "COMPTE PAYEUR DES COTISATIONS" TO WLR-LIBELL
           MOVE SPACES                     TO WLR-VALEUR
           EVALUATE TRUE
              WHEN WS-ZIBAN = SPACES
                 MOVE "NON COMMUNIQUE"     TO WLR-VALEUR
              WHEN WS-CPIBVA = "0"
                 STRING WS-ZIBAN-MASQ " (A VERIFIER)"
                        DELIMITED          BY SIZE
                                         INTO WLR-VALEUR
              WHEN OTHER
                 MOVE WS-ZIBAN-MASQ        TO WLR-VALEUR
           END-EVALUATE
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN.
       0270-ENTETE-PRET-FIN.
           EXIT.
      *
      *               COTISATIONS VERSEES, RESTANT DUES, COUT TOTAL
      *               ET TAEA DE L'ASSURE (ECHEANCIER X58B)
      *               ---------------------------------------------
       0280-CALCUL-COUT.
           MOVE ZEROES                     TO WS-MCCORE
                                              WS-MKENCO
                                              WS-TXTAEA
           IF WS-PDECHM NOT > ZERO
              MOVE 1                       TO WS-PDECHM
           END-IF
      *               COTISATION DE LA PERIODE EN COURS (006-F50CH)
           COMPUTE WS-MCCOMA = X58B-MCCOMF (1) + X58B-MCCOMG (1)
      *               RESTANT DU ET ENCOURS PONDERE (005-F50EF)
           PERFORM VARYING J92CLR FROM 1 BY 1
                                        UNTIL J92CLR > 660
              IF X58B-MCCOMF (J92CLR) NOT = ZEROES
              OR X58B-MCCOMG (J92CLR) NOT = ZEROES
              OR X58B-MKDUT8 (J92CLR) NOT = ZEROES
                 ADD X58B-MCCOMF (J92CLR)  TO WS-MCCORE
                 ADD X58B-MCCOMG (J92CLR)  TO WS-MCCORE
                 IF X58B-MKDUT8 (J92CLR) > ZEROES
                    COMPUTE WS-MKENCO = WS-MKENCO +
                            X58B-MKDUT8 (J92CLR) * WS-PDECHM
                 ELSE
                    COMPUTE WS-MKENCO = WS-MKENCO +
                            WS-MTCAPI * WS-PDECHM
                 END-IF
              END-IF
           END-PERFORM
      *               PERIODES ECHUES DANS L'ANNEE ET DEPUIS L'ORIGINE
           COMPUTE WS-QTPEAN = 12 / WS-PDECHM
           COMPUTE WS-QTPEEC = DF01-NUPEPR - 1
           IF WS-QTPEEC < ZERO
              MOVE ZERO                    TO WS-QTPEEC
           END-IF
           COMPUTE WS-MCCOPA = WS-MCCOMA * WS-QTPEEC
           IF WS-QTPEEC > WS-QTPEAN
              MOVE WS-QTPEAN               TO WS-QTPEEC
           END-IF
           COMPUTE WS-MCCOAN = WS-MCCOMA * WS-QTPEEC
           COMPUTE WS-MCCOTO = WS-MCCOPA + WS-MCCORE
      *               TAEA : COUT RESTANT / ENCOURS MOYEN ANNUEL
           IF WS-MKENCO > ZEROES
              COMPUTE WS-TXTAEA ROUNDED =
                      WS-MCCORE * 1200 / WS-MKENCO
           END-IF.
       0280-CALCUL-COUT-FIN.
           EXIT.
      *
      *               LIGNES DU RELEVE D'UN ASSURE
      *               ----------------------------
       0285-LIGNES-ASSURE.
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "  ASSURE : " X58H-IDASCN (J50CFR) " "
                  X58H-LINOA1 (J50CFR)
                  "  MARCHE " WS-CDMAGR
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0295-STOCKE-LIGNE      THRU 0295-STOCKE-LIGNE-FIN
           PERFORM VARYING J92GAR FROM 1 BY 1
                                        UNTIL J92GAR > IZGABL
              IF WS-GAR-CPRETE (J92GAR) = "1"
                 PERFORM 0287-LIGNE-GARANTIE
                                      THRU 0287-LIGNE-GARANTIE-FIN
              END-IF
           END-PERFORM
           MOVE "CAPITAL ACTUELLEMENT COUVERT" TO WLR-LIBELL
           MOVE WS-MTCAPI                  TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
           MOVE "COTISATIONS VERSEES SUR LES 12 DERNIERS MOIS"
                                           TO WLR-LIBELL
           MOVE WS-MCCOAN                  TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
           MOVE "COTISATIONS RESTANT DUES JUSQU'AU TERME"
                                           TO WLR-LIBELL
           MOVE WS-MCCORE                  TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
           MOVE "COUT TOTAL DE L'ASSURANCE SUR LA DUREE DU PRET"
                                           TO WLR-LIBELL
           MOVE WS-MCCOTO                  TO WS-EDIT-MONTANT
           MOVE WS-EDIT-MONTANT            TO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
           MOVE "TAUX ANNUEL EFFECTIF DE L'ASSURANCE (TAEA)"
                                           TO WLR-LIBELL
           MOVE WS-TXTAEA                  TO WS-EDIT-TAEA
           MOVE SPACES                     TO WLR-VALEUR
           STRING WS-EDIT-TAEA " %"
                  DELIMITED                BY SIZE
                                         INTO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN
      *               MONTANTS DE L'ASSURE POUR LE TOTAL CLIENT
      *               (TABLE SATUREE : PRET EN ERREUR PAR 0295, LE
      *               RELEVE TRONQUE N'EST PAS PUBLIE)
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0295-STOCKE-LIGNE      THRU 0295-STOCKE-LIGNE-FIN
           IF PRET-EN-ERREUR
              GO TO 0285-LIGNES-ASSURE-FIN
           END-IF
           MOVE "T"                        TO WS-REL-CTLIGN (WS-NBREL)
           MOVE WS-MCCOAN                  TO WS-REL-MTCOAN (WS-NBREL)
           MOVE WS-MCCORE                  TO WS-REL-MTCORE (WS-NBREL)
           MOVE WS-MCCOTO                  TO WS-REL-MTCOTO (WS-NBREL).
       0285-LIGNES-ASSURE-FIN.
           EXIT.
      *
       0287-LIGNE-GARANTIE.
           MOVE WS-GAR-CDGADE (J92GAR)     TO WS-CDGADE
           PERFORM 0289-LIBELLE-GARANTIE
                                    THRU 0289-LIBELLE-GARANTIE-FIN
           MOVE SPACES                     TO WLR-LIBELL
           STRING "GARANTIE " WS-LIGARA
                  DELIMITED                BY SIZE
                                         INTO WLR-LIBELL
           MOVE WS-GAR-QQGARA (J92GAR)     TO WS-EDIT-QUOTITE
           MOVE SPACES                     TO WLR-VALEUR
           STRING "QUOTITE " WS-EDIT-QUOTITE " %"
                  DELIMITED                BY SIZE
                                         INTO WLR-VALEUR
           PERFORM 0296-STOCKE-LIBELLE    THRU 0296-STOCKE-LIBELLE-FIN.
       0287-LIGNE-GARANTIE-FIN.
           EXIT.
      *
      *               LIBELLE DE LA GARANTIE (CODES CDGADE 007-F50DD)
      *               ------------------------------------------------
       0289-LIBELLE-GARANTIE.
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
                 MOVE WS-CDGADE            TO WS-LIGARA
           END-EVALUATE.
       0289-LIBELLE-GARANTIE-FIN.
           EXIT.
      *
      *               ECRITURE D'UNE LIGNE DU PRET AU FICHIER DE
      *               TRAVAIL (CLE IDPART + IDELCO + SEQUENCE)
      *               -------------------------------------------
       0290-ECRIT-RELWRK.
           ADD 1                           TO WS-NUSEQU
           MOVE SPACES                     TO RELWRK-REC
           MOVE DF01-IDPART                TO RELWRK-REC-IDPART
           MOVE DF01-IDELCO                TO RELWRK-REC-IDELCO
           MOVE WS-NUSEQU                  TO RELWRK-REC-NUSEQU
           MOVE WS-REL-CTLIGN (J92REL)     TO RELWRK-REC-CTLIGN
           MOVE WS-REL-MTCOAN (J92REL)     TO RELWRK-REC-MTCOAN
           MOVE WS-REL-MTCORE (J92REL)     TO RELWRK-REC-MTCORE
           MOVE WS-REL-MTCOTO (J92REL)     TO RELWRK-REC-MTCOTO
           MOVE WS-REL-LIGNE (J92REL)      TO RELWRK-REC-LIGNE
           WRITE RELWRK-REC.
       0290-ECRIT-RELWRK-FIN.
           EXIT.
      *
      *               STOCKAGE D'UNE LIGNE DU PRET EN COURS
      *               (TABLE SATUREE = PRET EN ERREUR)
      *               -------------------------------------
       0295-STOCKE-LIGNE.
           IF WS-NBREL NOT < WS-MAX-REL
              IF NOT PRET-EN-ERREUR
                 MOVE ALL "&"              TO ER00-ZTERMR
                 STRING "AE521R 0295-STOCKE-LIGNE "
                        "TABLE DES LIGNES SATUREE IDELCO="
                        DF01-IDELCO
                        DELIMITED          BY "&"
                                         INTO ER00-ZTERMR
                 PERFORM P-722020        THRU P-722020-FIN
                 IF WS-LM1ERR = SPACES
                    STRING "TABLE LIGNES SATUREE IDELCO="
                           DF01-IDELCO
                           DELIMITED       BY SIZE
                                         INTO WS-LM1ERR
                 END-IF
              END-IF
              MOVE "O"                     TO WS-PRET-KO
              GO TO 0295-STOCKE-LIGNE-FIN
           END-IF
           ADD 1                           TO WS-NBREL
           MOVE "L"                        TO WS-REL-CTLIGN (WS-NBREL)
           MOVE ZEROES                     TO WS-REL-MTCOAN (WS-NBREL)
                                              WS-REL-MTCORE (WS-NBREL)
                                              WS-REL-MTCOTO (WS-NBREL)
           MOVE WS-LIGNE-TXT               TO WS-REL-LIGNE (WS-NBREL).
       0295-STOCKE-LIGNE-FIN.
           EXIT.
      *
       0296-STOCKE-LIBELLE.
           MOVE WS-LIGNE-REL               TO WS-LIGNE-TXT
           PERFORM 0295-STOCKE-LIGNE      THRU 0295-STOCKE-LIGNE-FIN.
       0296-STOCKE-LIBELLE-FIN.
           EXIT.
      *
      *               REGROUPEMENT DES PRETS PAR CLIENT (IDPART)
      *               -------------------------------------------
       0700-TRI-RELEVES.
           CLOSE F-RELWRK
           SORT W-RELSRT
                ON ASCENDING KEY RELSRT-REC-IDPART
                                 RELSRT-REC-IDELCO
                                 RELSRT-REC-NUSEQU
                USING F-RELWRK
                GIVING F-RELTRI
           MOVE SORT-RETURN                TO WS-CDRETR
           IF WS-CDRETR NOT = ZERO
              MOVE ALL "&"                 TO ER00-ZTERMR
              STRING "AE521R 0700-TRI-RELEVES "
                     "TRI DES RELEVES EN ERREUR SORT-RETURN="
                     WS-CDRETR
                     DELIMITED             BY "&"
                                         INTO ER00-ZTERMR
              PERFORM P-722020           THRU P-722020-FIN
              MOVE "TRI DES RELEVES EN ERREUR"
                                           TO WS-LM1ERR
              MOVE "O"                     TO WS-FIN-TRI
           END-IF.
       0700-TRI-RELEVES-FIN.
           EXIT.
      *
      *               EDITION D'UNE LETTRE PAR CLIENT
      *               -------------------------------
       0800-EDITION-LETTRES.
           OPEN OUTPUT                     F-RELEVE
           IF FIN-FICHIER-RELTRI
              GO TO 0800-EDITION-LETTRES-FIN
           END-IF
           OPEN INPUT                      F-RELTRI
           PERFORM 0890-LECTURE-RELTRI    THRU 0890-LECTURE-RELTRI-FIN
           PERFORM 0810-TRAITE-LIGNE      THRU 0810-TRAITE-LIGNE-FIN
                                        UNTIL FIN-FICHIER-RELTRI
           IF WS-IDPART-PREC NOT = SPACES
              PERFORM 0830-PIED-LETTRE    THRU 0830-PIED-LETTRE-FIN
           END-IF
           CLOSE F-RELTRI.
       0800-EDITION-LETTRES-FIN.
           EXIT.
      *
       0810-TRAITE-LIGNE.
           IF RELTRI-REC-IDPART NOT = WS-IDPART-PREC
              IF WS-IDPART-PREC NOT = SPACES
                 PERFORM 0830-PIED-LETTRE THRU 0830-PIED-LETTRE-FIN
              END-IF
              MOVE RELTRI-REC-IDPART       TO WS-IDPART-PREC
              PERFORM 0820-ENTETE-LETTRE  THRU 0820-ENTETE-LETTRE-FIN
           END-IF
           IF RELTRI-REC-CTLIGN = "T"
              ADD RELTRI-REC-MTCOAN        TO WS-CLI-MTCOAN
              ADD RELTRI-REC-MTCORE        TO WS-CLI-MTCORE
              ADD RELTRI-REC-MTCOTO        TO WS-CLI-MTCOTO
           ELSE
              MOVE RELTRI-REC-LIGNE        TO WS-LIGNE-TXT
              PERFORM 0850-ECRIT-RELEVE   THRU 0850-ECRIT-RELEVE-FIN
           END-IF
           PERFORM 0890-LECTURE-RELTRI    THRU 0890-LECTURE-RELTRI-FIN.
       0810-TRAITE-LIGNE-FIN.
           EXIT.
      *
       0820-ENTETE-LETTRE.
           ADD 1                           TO WS-NBLETTRE
           MOVE ZEROES                     TO WS-CLI-MTCOAN
                                              WS-CLI-MTCORE
                                              WS-CLI-MTCOTO
           MOVE "RELEVE ANNUEL D'INFORMATION - ASSURANCE DES EMPRUNTEUR
      -    "S"                             TO WS-LIGNE-TXT
           MOVE "1"                        TO RELEVE-REC-CTSAUT
           MOVE WS-IDPART-PREC             TO RELEVE-REC-IDPART
           MOVE WS-LIGNE-TXT               TO RELEVE-REC-LIGNE
           WRITE RELEVE-REC
           MOVE SPACES                     TO WS-LIGNE-TXT
           STRING "CLIENT : " WS-IDPART-PREC
                  "          RELEVE ETABLI LE " PA01-DTJOUP (7:2) "/"
                  PA01-DTJOUP (5:2) "/" PA01-DTJOUP (1:4)
                  DELIMITED                BY SIZE
                                         INTO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN
           MOVE "VOUS POUVEZ RESILIER A TOUT MOMENT L'ASSURANCE DE VOS P
      -    "RETS (LOI N. 2022-270 DU 28/02/2022)"
                                           TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN.
       0820-ENTETE-LETTRE-FIN.
           EXIT.
      *
       0830-PIED-LETTRE.
           MOVE SPACES                     TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN
           MOVE "TOTAL TOUS PRETS"         TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN
           MOVE "COTISATIONS VERSEES SUR LES 12 DERNIERS MOIS"
                                           TO WLR-LIBELL
           MOVE WS-CLI-MTCOAN              TO WS-EDIT-CUMUL
           MOVE WS-EDIT-CUMUL              TO WLR-VALEUR
           MOVE WS-LIGNE-REL               TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN
           MOVE "COTISATIONS RESTANT DUES JUSQU'AU TERME"
                                           TO WLR-LIBELL
           MOVE WS-CLI-MTCORE              TO WS-EDIT-CUMUL
           MOVE WS-EDIT-CUMUL              TO WLR-VALEUR
           MOVE WS-LIGNE-REL               TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN
           MOVE "COUT TOTAL DE L'ASSURANCE SUR LA DUREE DES PRETS"
                                           TO WLR-LIBELL
           MOVE WS-CLI-MTCOTO              TO WS-EDIT-CUMUL
           MOVE WS-EDIT-CUMUL              TO WLR-VALEUR
           MOVE WS-LIGNE-REL               TO WS-LIGNE-TXT
           PERFORM 0850-ECRIT-RELEVE      THRU 0850-ECRIT-RELEVE-FIN.
       0830-PIED-LETTRE-FIN.
           EXIT.
      *
       0850-ECRIT-RELEVE.
           MOVE WS-IDPART-PREC             TO RELEVE-REC-IDPART
           MOVE SPACE                      TO RELEVE-REC-CTSAUT
           MOVE WS-LIGNE-TXT               TO RELEVE-REC-LIGNE
           WRITE RELEVE-REC.
       0850-ECRIT-RELEVE-FIN.
           EXIT.
      *
       0890-LECTURE-RELTRI.
           READ F-RELTRI
              AT END MOVE "O"              TO WS-FIN-TRI
           END-READ.
       0890-LECTURE-RELTRI-FIN.
           EXIT.
      *
       0900-CLOTURE.
           CLOSE F-IDELCO
           CLOSE F-RELEVE
      *               COMPTE-RENDU D'EXECUTION ET CODE RETOUR
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-NBPRET-KO > ZERO
              MOVE 4                       TO WS-CDRETO
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
           MOVE "AE521R"                   TO CRLOG-REC-ZNMPR2
           MOVE WS-DHDEBU                  TO CRLOG-REC-DHDEBU
           MOVE FUNCTION CURRENT-DATE      TO WS-HORODATE
           MOVE WS-HORODATE (1:14)         TO CRLOG-REC-DHFINX
           MOVE WS-NBPRET-LUS              TO CRLOG-REC-QTLUES
           MOVE WS-QTTRAI                  TO CRLOG-REC-QTTRAI
           MOVE WS-NBPRET-KO               TO CRLOG-REC-QTREJE
           MOVE WS-CDRETO                  TO CRLOG-REC-CDRETO
           MOVE WS-LM1ERR                  TO CRLOG-REC-LM1ERR
           IF WS-LM1ERR = SPACES
              STRING "LETTRES=" WS-NBLETTRE
                     " RELEVES ASSURES=" WS-NBRELEVE
                     " DELEGUES=" WS-NBASSU-DELE
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
           MOVE "AE521R"                   TO ER00-ZNMPR2
           MOVE "AE521R"                   TO ER00-ZNMMOD
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
