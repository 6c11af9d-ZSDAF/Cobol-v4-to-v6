      *portent desormais l'etablissement, le guichet et la cle RIB     *
      *stockee (CDETAB / CDGUIC / CLERIB).                             *
      *                                                                *
      *DATE (jj/mm/ssaa).: 15/10/2026                                  *
      *AUTEUR MAINTENANCE: M. ROUSSEL (E909537)                        *
      *REFERENCE ........: BMA00817                                    *
      *DETAIL :                                                        *
      *Delegation d'assurance emprunteur : un assure dont le contrat   *
      *externe est enregistre par AE521S (segment AC72, cle IDELCO /   *
      *IDASCN / DEDELE) et en vigueur a la date de reference           *
      *WW4A-DTREFE est signale DELEGUE dans ME4A-LIDELE (rang de       *
      *l'assure dans la page). Une delegation sans date de fin est     *
      *ouverte. Fonctions 007-F92HD et 099-F92HF.                      *
      *                                                                *
      *DATE (jj/mm/ssaa).: 15/10/2026                                  *
      *AUTEUR MAINTENANCE: M. ROUSSEL (E909537)                        *
      *REFERENCE ........: BMA00818                                    *
      *DETAIL :                                                        *
      *Journal des consultations (exigence DPO / audit interne) :      *
      *chaque consultation aboutie est tracee dans la file TD          *
      *extrapartition AEJC (enregistrement ZCJA01AR) : horodatage,     *
      *utilisateur et agence de l'utilisateur recus du moniteur        *
      *(TX4A-CDUTIL / CDETUT / CDGUUT), IDELCO, agence du compte       *
      *payeur, mode (N normal, D a date DTEFFE, S simulation, E        *
      *echeancier 9G4B avec rang assure), assures affiches et          *
      *indicateur sinistre en cours (ME4A-LISINI). Fonctions 003-F50JB *
      *et 099-F50JD. Le journal est exploite et purge chaque semaine   *
      *par AE521W.                                                     *
      *                                                                *
      *=================================================               *        
      *Historique des modifications                                    *        
      *=================================================               *        
      *  > DE04¨                                                 0009  *        
      *  > DF02¨                                                 0010  *        
      *  > AC70¨                                                 0064  *        
      *  > AC72¨                                                 0069  *
      * +ABINI        : Initialisation des SPL en TP             0006 ¨*        
      * +ABLCL        : REQUETE LECTURE PAR CLE GREEN                 ¨*        
      *  > F95DC¨DC03¨N¨                                         0059  *        
      * +ABOCI        : Acc}s objet par cl{ incompl}te                ¨*        
      *  > F95BF¨DF02¨IDTF¨                                      0057  *        
      *  > F95BH¨AC70¨IDTF¨                                      0065  *        
      *  > F95BJ¨AC72¨IDTF¨                                      0070  *
      * +ABOCS        : Acc}s objet suivant par cl{                   ¨*        
      *  > F95BG¨DF02¨IDTF¨                                      0058  *        
      *  > F95BI¨AC70¨IDTF¨                                      0066  *        
      *  > F95BK¨AC72¨IDTF¨                                      0071  *
      * +ABRE1        : Acc}s premi}re relation                       ¨*        
      *  > F95BD¨DF81¨1¨DF02¨DF29¨¨¨¨                            0055  *        
      * +ABSDE        : START UNIX FCT "DE"                           ¨*        
      *  SEGMENT  : SITUATION PARTICULIERE ELT. CONTRAT                         
      *                                                                         
       COPY 'ZCAC70AR' REPLACING ==(PREF)== BY ==AC70==.                        
      *
      *  SEGMENT  : DELEGATION ASSURANCE EMPRUNTEUR
      *
       COPY 'ZCAC72AR' REPLACING ==(PREF)== BY ==AC72==.
      *                                                                         
      *INDICATEUR D'ACCES                                                       
       01                    DC03-IK               PIC X VALUE ZERO.            
       01                    DC05-IK               PIC X VALUE ZERO.            
       01                    DC23-IK               PIC X VALUE ZERO.            
       01                    AC70-IK               PIC X VALUE ZERO.            
       01                    AC72-IK               PIC X VALUE ZERO.
      *Structure de donn{es Acc}s Start                                         
      *ACCES RUBRIQUE START TD15                                                
      *                                                                         
       01                    WW00-CDGUIC           PIC X(5).
       01                    WW00-CLERIB           PIC 9(2).
       01                    WW00-NCPRIB           PIC X(11).
      *WORKING JOURNAL DES CONSULTATIONS (FILE TD AEJC)
       COPY 'ZCJA01AR' REPLACING ==(PREF)== BY ==JA01==.
       01                    WW00-LGJA01           PIC S9(4) COMP.
      *ZONE DE COMMUNICATION SPGRYNRB (CALCUL CLE RIB / IBAN)
       01                    ZP7Q.
           05                ZP7Q-CDETA5           PIC X(5).
       01                    WW00-9N01A            PIC 9.                       
      *FLAG RA trouv{
       01                    WW00-CPFLAG           PIC 9.
      *FLAG DELEGATION EN VIGUEUR ET FIN DE DELEGATION LUE
       01                    WW00-CPDELE           PIC 9.
       01                    WW00-DFDELE           PIC X(8).
      *
       01                    DATCE                 PIC X(8).
      *ANCIENNE VALEUR HORIZON/MARCHE AVANT RECONCILIATION (log F204)
           05                J50EDR                PIC S9(4) VALUE ZERO.
           05                J50EFR                PIC S9(4) VALUE ZERO.
           05                J50EHR                PIC S9(4) VALUE ZERO.
           05                J50JBR                PIC S9(4) VALUE ZERO.
           05                J92BDR                PIC S9(4) VALUE ZERO.        
           05                J92BFR                PIC S9(4) VALUE ZERO.        
           05                J92CDR                PIC S9(4) VALUE ZERO.        
      *               -----------------------------
           IF TX4A-CPSIMU = "O"
              PERFORM 003-F50GB          THRU 003-F50GB-FIN
              PERFORM 003-F50JB          THRU 003-F50JB-FIN
              GO TO 002-F50-FIN
           END-IF
      *               CONTROLES
      *               -----------------
      *               INITIALISATIONS
           PERFORM 003-F50CB             THRU 003-F50CB-FIN
      *               JOURNAL DES CONSULTATIONS (AVANT LA VUE 9G4B
      *               QUI RECOUVRE LES ASSURES DE ME4A)
      *               --------------------------------------------
           PERFORM 003-F50JB             THRU 003-F50JB-FIN
      *               ECHEANCIER COTISATIONS ADI
      *               --------------------------
           IF TX4A-NUASEC NUMERIC AND TX4A-NUASEC > ZEROES
           MOVE X58B-PDRCMC                TO ME4A-PDRCMC (1).
       003-F50GB-FIN.
           EXIT.
      *
      *               JOURNAL DES CONSULTATIONS (DPO / AUDIT)
      *               UTILISATEUR, MODE, ASSURES AFFICHES, SINISTRE
      *
       003-F50JB.
           INITIALIZE                         JA01
           MOVE WW00-ZDATE1                TO JA01-DHCONS (1:8)
           MOVE WW00-ZHEURE (1:6)          TO JA01-DHCONS (9:6)
           MOVE TX4A-CDUTIL                TO JA01-CDUTIL
           IF JA01-CDUTIL = SPACES OR JA01-CDUTIL = LOW-VALUES
              MOVE "INCONNU"               TO JA01-CDUTIL
           END-IF
           MOVE TX4A-CDETUT                TO JA01-CDETUT
           MOVE TX4A-CDGUUT                TO JA01-CDGUUT
           MOVE WW4A-DTREFE                TO JA01-DTEFFE
           MOVE "N"                        TO JA01-CPSINI
      *               MODE DE CONSULTATION
           MOVE "N"                        TO JA01-CDMODC
           IF TX4A-DTEFFE NUMERIC AND TX4A-DTEFFE NOT = "00000000"
              MOVE "D"                     TO JA01-CDMODC
           END-IF
           IF TX4A-NUASEC NUMERIC AND TX4A-NUASEC > ZEROES
              MOVE "E"                     TO JA01-CDMODC
              MOVE TX4A-NUASEC             TO JA01-NUASEC
           END-IF
           IF TX4A-CPSIMU = "O"
      *               SIMULATION : NI PRET NI ASSURE REEL
              MOVE "S"                     TO JA01-CDMODC
              PERFORM 099-F50JD          THRU 099-F50JD-FIN
              GO TO 003-F50JB-FIN
           END-IF
           MOVE TX00-IDELC0                TO JA01-IDELCO
           MOVE WW00-CDETAB                TO JA01-CDETAB
           MOVE WW00-CDGUIC                TO JA01-CDGUIC
      *               ASSURES AFFICHES ET SINISTRE EN COURS
           PERFORM VARYING J50JBR FROM 1 BY 1
                                        UNTIL J50JBR > IZZLAM
              IF ME4A-IDASCN (J50JBR) NOT = SPACES AND
                 ME4A-IDASCN (J50JBR) NOT = LOW-VALUES
                 ADD 1                     TO JA01-QTASAF
                 MOVE ME4A-IDASCN (J50JBR) TO JA01-IDASCN (JA01-QTASAF)
                 IF ME4A-LISINI (J50JBR) = "OUI"
                    MOVE "O"               TO JA01-CPSINI
                 END-IF
              END-IF
           END-PERFORM
           PERFORM 099-F50JD             THRU 099-F50JD-FIN.
       003-F50JB-FIN.
           EXIT.
      *
       003-F70BB.
      *               Affichage : Emission
      *               ---------------------------                               
      *               RECHERCHE SINISTRE EN COURS                               
      *               ---------------------------                               
           PERFORM 007-F92HB             THRU 007-F92HB-FIN
      *               RECHERCHE DELEGATION EN VIGUEUR
      *               -------------------------------
           PERFORM 007-F92HD             THRU 007-F92HD-FIN.
       006-F50DB-FIN.                                                           
           EXIT.                                                                
      *                                                                         
           END-IF.                                                              
       007-F92HB-FIN.                                                           
           EXIT.                                                                
      *
       007-F92HD.
      *               RECHERCHE DELEGATION EN VIGUEUR (AE521S)
      *               ----------------------------------------
           MOVE SPACES                     TO ME4A-LIDELE (J50DBR)
           MOVE 0                          TO WW00-CPDELE
           INITIALIZE                         AC72
                                              AC72-IK
           MOVE DF01-IDELCO                TO AC72-IDELCO
           MOVE X58A-IDASCN                TO AC72-IDASCN
           PERFORM 100-ACCES-OCI-AC72    THRU 100-ACCES-OCI-AC72-FIN
           MOVE IK                         TO AC72-IK
           PERFORM 099-F92HF             THRU 099-F92HF-FIN
                                        UNTIL AC72-IK NOT = ZERO
                                           OR WW00-CPDELE = 1
           IF WW00-CPDELE = 1
              MOVE "DELEGUE"              TO ME4A-LIDELE (J50DBR)
           END-IF.
       007-F92HD-FIN.
           EXIT.
      *                                                                         
      * -------------> NIVEAU 008                                               
      *                                                                         
           MOVE IK                         TO AC70-IK.                          
       099-F92ID-FIN.                                                           
           EXIT.                                                                
      *
      *               BOUCLE AC72
      *
       099-F92HF.
           IF AC72-IDELCO NOT = DF01-IDELCO
              MOVE 1                       TO AC72-IK
              GO TO 099-F92HF-FIN.
      *Delegation de l'assure en vigueur a la date de reference
      *(fin a blanc : delegation ouverte)
           MOVE AC72-DFDELE                TO WW00-DFDELE
           IF WW00-DFDELE = SPACES OR WW00-DFDELE = "00000000"
              MOVE "99991231"              TO WW00-DFDELE
           END-IF
           IF AC72-IDASCN = X58A-IDASCN
           AND AC72-DEDELE NOT > WW4A-DTREFE
           AND WW00-DFDELE NOT < WW4A-DTREFE
              MOVE 1                       TO WW00-CPDELE
              GO TO 099-F92HF-FIN.
      *Sinon Lecture suivante
           PERFORM 100-ACCES-OCS-AC72    THRU 100-ACCES-OCS-AC72-FIN
           MOVE IK                         TO AC72-IK.
       099-F92HF-FIN.
           EXIT.
      *                                                                         
      *               BOUCLE DC02                                               
      *                                                                         
              MOVE "INCONNU "              TO ME4A-LIASSU (J50CFR).             
       099-F50CH-FIN.                                                           
           EXIT.                                                                
      *
      *               ECRITURE DU JOURNAL DES CONSULTATIONS DANS LA
      *               FILE TD EXTRAPARTITION AEJC (EXPLOITEE PAR AE521W)
      *
       099-F50JD.
           MOVE LENGTH OF JA01             TO WW00-LGJA01
           EXEC CICS
              WRITEQ TD
              QUEUE ("AEJC")
              FROM (JA01)
              LENGTH (WW00-LGJA01)
           END-EXEC.
       099-F50JD-FIN.
           EXIT.
      *                                                                         
      *               ALIMENTATION X58A POUR APPEL                              
      *                                                                         
           PERFORM 100-INIT-DF02         THRU 100-INIT-DF02-FIN.                
       100-F0JAG-FIN.                                                           
           EXIT.                                                                
      *               INITIALISATION DE AC72
       100-F0JAH.
           PERFORM 100-INIT-AC72         THRU 100-INIT-AC72-FIN.
       100-F0JAH-FIN.
           EXIT.
       100-F0JAB-FIN.                                                           
           EXIT.                                                                
      *               FIN D'INITIALISATION DES SPL                              
           EXIT.                                                                
       100-ACCSUIVANT-F95BI-FIN.                                                
           EXIT.                                                                
      *  ACCES AC72 CLE INCOMPLETE
      *
       100-ACCES-F95BJ.
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
       100-ACCES-F95BJ-FIN.
           EXIT.
      *  ACCES AC72 SUIVANT PAR CLE
      *
       100-ACCSUIVANT-F95BK.
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
       100-ACCSUIVANT-F95BK-FIN.
           EXIT.
      *  GESTION MESSAGE D'ERREUR                                               
      *                                                                         
       100-ALIM-ERR-10DB13.                                                     
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.                    
       100-INIT-AC70-FIN.                                                       
           EXIT.                                                                
      *               INITIALISATION DE AC72
      *
       100-INIT-AC72.
           MOVE "LGAC72"                   TO CALL-ZNMPR2
           CALL CALL-ZNMPR2             USING W-ZCSGLG.
           IF RETURN-CODE > 0
              PERFORM ERR-ABORT          THRU ERR-ABORT-FIN.
       100-INIT-AC72-FIN.
           EXIT.
      *               RECUPERATION DATE SYSTEME                                 
      *                                                                         
       100-ACC-CUR-DATE.                                                        
