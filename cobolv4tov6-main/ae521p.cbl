      *assure resolu avec reconciliation tracee en F204 si un autre
      *assure renvoie un marche different (meme patron qu'AE521B
      *0232).
      *15/10/2026 E909537 - Delegation d'assurance emprunteur : un
      *assure dont le contrat externe (segment AC72 gere par AE521S)
      *est en vigueur a la date du jour ne cotise plus a l'ADI ; sa
      *prime n'est plus comptee avant ni apres scenario (0235). Le
      *marche du pret reste resolu sur tous les assures. Nombre
      *d'assures delegues ecartes restitue en fin de SIMREP.
      *15/10/2026 E909537 - Instantane ADE nocturne : les pages
      *d'assures X51058H, les contextes X51058A et les calculs
      *X51058B sont lus dans le fichier indexe ISNADE construit par
      *AE521V (cle IDELCO + IDASCN) au lieu d'etre recalcules. Le
      *fichier de controle ISNCTL est verifie a l'ouverture (0160) :
      *timbre absent ou KO, autre jour de traitement ou autre version
      *ADI = instantane refuse, job entierement en appels directs et
      *code retour 4. Un pret absent ou incomplet de l'instantane, un
      *assure en erreur a la construction ou un calcul X51058B
      *alimente autrement (capital, duree, date de valeur) repassent
      *en appel direct ; bilan lectures / appels directs trace en
      *cloture (0165).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521P.
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-SIMREP      ASSIGN TO "SIMREP"
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
       FD  F-SIMREP
           RECORDING MODE IS F.
       01  SIMREP-REC            PIC X(96).
       FD  F-ISNADE.
           COPY 'ZCIS01AR' REPLACING ==(PREF)== BY ==ISNADE-REC==.
       FD  F-ISNCTL
           RECORDING MODE IS F.
           COPY 'ZCIS02AR' REPLACING ==(PREF)== BY ==ISNCTL-REC==.
       FD  F-CRLOG
           RECORDING MODE IS F.
           COPY 'ZCF205AR' REPLACING ==(PREF)== BY ==CRLOG-REC==.
      *Zones de buffers Acc}s Bases
       COPY 'ZCDF01AR' REPLACING ==(PREF)== BY ==DF01==.
       01                    DF01-IK               PIC X VALUE ZERO.
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AC72==.
       01                    AC72-IK               PIC X VALUE ZERO.
      *Zones de buffers Echanges avec Sous-Programmes
       COPY 'D5X58AAR' REPLACING ==(PREF)== BY ==X58A==.
       COPY 'D5X58BAR' REPLACING ==(PREF)== BY ==X58B==.
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
           05                WS-NBSCE-PERDU        PIC 9(7) VALUE ZERO.
           05                WS-NBLIGNE-ECR        PIC 9(7) VALUE ZERO.
           05                WS-QTREJE             PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-DELE        PIC 9(7) VALUE ZERO.
           05                WS-NBASSU-KO          PIC 9(7) VALUE ZERO.
       01                    WS-FIN-FICHIER        PIC X VALUE "N".
                          88 FIN-FICHIER-IDELCO     VALUE "O".
       01                    WS-FIN-SCENARIO       PIC X VALUE "N".
                                                   VALUE ZERO.
       01                    WS-FIN-PAGES          PIC X VALUE "N".
                          88 FIN-PAGES-ASSURE       VALUE "O".
      *Delegation d'assurance de l'assure en cours (AC72)
       01                    WS-DELEGUE            PIC X VALUE "N".
                          88 ASSURE-DELEGUE         VALUE "O".
       01                    WS-DFDELE             PIC X(8).
      *Pret en cours : marche et primes avant / apres
       01                    WS-CDMAPR             PIC X(2).
      *Marche de l'assure en cours (apres regle CS contrat V -> IM)
           05                WLS-MTPRAP            PIC ZZZZZZZZZZ9,99.
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLS-MTECAR            PIC -ZZZZZZZZZ9,99.
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
           INITIALIZE                         X601
           PERFORM P-510600               THRU P-510600-FIN
           PERFORM 100-LECT-PARAM-PA01    THRU 100-LECT-PARAM-PA01-FIN
           PERFORM 0160-CONTROLE-INSTANTANE
                            THRU 0160-CONTROLE-INSTANTANE-FIN
      *               CHARGEMENT DU SCENARIO DE DELTAS
      *               ---------------------------------
           PERFORM 0110-CHARGE-SCENARIO
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
              STRING "AE521P 0160-CONTROLE-INSTANTANE "
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
           STRING "AE521P 0160-CONTROLE-INSTANTANE "
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
           STRING "AE521P 0165-BILAN-INSTANTANE "
                  "INSTANTANE ADE LECTURES=" WS-ISN-NBSERV
                  " APPELS DIRECTS=" WS-ISN-NBDIRE
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0165-BILAN-INSTANTANE-FIN.
           EXIT.
      *
       0110-CHARGE-SCENARIO.
           READ F-SCENARIO
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
      *               SIMULATION D'UN ASSURE : CONTEXTE X51058A,
      *               COMPOSANTES X51058B (CHEMIN 006-F92CJ /
      *               006-F50CH), APPLICATION DES DELTAS
                 MOVE WS-CDMAAG            TO WS-CDMAPR
              END-IF
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
              GO TO 0230-SIMULE-ASSURE-FIN
           END-IF
           IF ASSURE-DELEGUE
              ADD 1                        TO WS-NBASSU-DELE
              GO TO 0230-SIMULE-ASSURE-FIN
           END-IF
      *               TABLE DES COMPOSANTES ET GARANTIES PORTEES
           PERFORM 0400-TABLE-COMPOSANTES
                                      THRU 0400-TABLE-COMPOSANTES-FIN
       0230-SIMULE-ASSURE-FIN.
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
           STRING "AE521P 0236-ACCES-OCI-AC72 "
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
           STRING "AE521P 0237-TESTE-DELEGATION "
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
                  " EN ERREUR=" WS-NBPRET-KO
                  " LIGNES=" WS-NBLIGNE-ECR
                  " SCENARIO LIGNES=" WS-NBSCE-LUES
                  " DELEGUES=" WS-NBASSU-DELE
                  DELIMITED                BY SIZE
                                         INTO SIMREP-REC
           WRITE SIMREP-REC
           MOVE SPACES                     TO SIMREP-REC
           STRING "*** ASSURES REJETES (ACCES AC72)=" WS-NBASSU-KO
                  DELIMITED                BY SIZE
                                         INTO SIMREP-REC
           WRITE SIMREP-REC
      *               ----------------------------------------
           COMPUTE WS-QTTRAI = WS-NBPRET-LUS - WS-NBPRET-KO
           COMPUTE WS-QTREJE = WS-NBPRET-KO + WS-NBSCE-PERDU
                             + WS-NBASSU-KO
           MOVE ZERO                       TO WS-CDRETO
           IF WS-QTREJE > ZERO
              MOVE 4                       TO WS-CDRETO
           IF WS-NBSCE = ZERO
              MOVE 8                       TO WS-CDRETO
           END-IF
           PERFORM 0165-BILAN-INSTANTANE
                                  THRU 0165-BILAN-INSTANTANE-FIN
           PERFORM 0950-ECRIT-CRLOG      THRU 0950-ECRIT-CRLOG-FIN
           MOVE WS-CDRETO                  TO RETURN-CODE
           STOP RUN.
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
