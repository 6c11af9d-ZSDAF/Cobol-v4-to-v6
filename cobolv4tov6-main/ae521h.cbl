      *dans ETANEW (0260-PRESERVE-PRET / 0265-PRESERVE-COUPLE, meme
      *correction qu'AE521D) ; leur disparition ne sera constatee que
      *par un run qui les lit proprement.
      *15/10/2026 E909537 - Instantane ADE nocturne : les pages
      *d'assures X51058H et les contextes X51058A sont lus dans le
      *fichier indexe ISNADE construit par AE521V (cle IDELCO +
      *IDASCN) au lieu d'etre recalcules. Le fichier de controle
      *ISNCTL est verifie a l'ouverture (0160) : timbre absent ou KO,
      *autre jour de traitement ou autre version ADI = instantane
      *refuse, job entierement en appels directs et code retour 4. Un
      *pret absent ou incomplet de l'instantane ou un assure en
      *erreur a la construction repassent en appel direct ; bilan
      *lectures / appels directs trace en cloture (0165).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AE521H.
                                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-DELTA       ASSIGN TO "DELTA"
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
       FD  F-DELTA
           RECORDING MODE IS F.
       01  DELTA-REC             PIC X(96).
       FD  F-ISNADE.
           COPY 'ZCIS01AR' REPLACING ==(PREF)== BY ==ISNADE-REC==.
       FD  F-ISNCTL
           RECORDING MODE IS F.
           COPY 'ZCIS02AR' REPLACING ==(PREF)== BY ==ISNCTL-REC==.
       FD  F-CRLOG
           RECORDING MODE IS F.
           COPY 'ZCF205AR' REPLACING ==(PREF)== BY ==CRLOG-REC==.
           05                WLD-IDELCO            PIC X(11).
           05                FILLER                PIC X(1) VALUE SPACE.
           05                WLD-IDASCN            PIC X(11).
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
      *               DATE HORIZON = DATE DU JOUR + N MOIS
      *               (CALCUL SUR WS-MMCALC 9(5) POUR SUPPORTER
      *               UN HORIZON SUPERIEUR A 99 MOIS)
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
              STRING "AE521H 0160-CONTROLE-INSTANTANE "
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
           STRING "AE521H 0160-CONTROLE-INSTANTANE "
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
           STRING "AE521H 0165-BILAN-INSTANTANE "
                  "INSTANTANE ADE LECTURES=" WS-ISN-NBSERV
                  " APPELS DIRECTS=" WS-ISN-NBDIRE
                  DELIMITED                BY "&"
                                         INTO ER00-ZTERMR
           PERFORM P-722020              THRU P-722020-FIN.
       0165-BILAN-INSTANTANE-FIN.
           EXIT.
      *
      *               CHARGEMENT DE L'ETAT DE REFERENCE (DELTA)
      *               ------------------------------------------
       0120-CHARGE-ETAREF.
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
      *               CONTROLE FIN DE COUVERTURE D'UN ASSURE
      *               ---------------------------------------
       0230-CONTROLE-ASSURE.
           IF WS-NBPRET-LUS > ZERO AND WS-QTTRAI = ZERO
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
