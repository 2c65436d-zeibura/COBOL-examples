       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIEMENT.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OLD-PAYABLE-DATA ASSIGN TO FACOUV.
      * FACOUV = fichier des comptes a payer tenu par MASTMAJ : une
      * facture par enregistrement valide, ouverte ou deja payee
                SELECT SORTED-DATA ASSIGN TO SYSWK16.
                SELECT NEW-PAYABLE-DATA ASSIGN TO FACNEW.
      * FACNEW = FACOUV au complet, en ordre de fournisseur, avec les
      * factures payees par ce RUN marquees P ; le JCL le recopie
      * sur FACOUV une fois le RUN termine sans erreur
                SELECT BUYER-MASTER-DATA ASSIGN TO ACHMAST.
      * ACHMAST = fichier maitre des fournisseurs : un fournisseur
      * suspendu (statut S) n est pas paye ; les coordonnees
      * bancaires decident du virement plutot que du cheque
                SELECT SUSPENSE-DATA ASSIGN TO SUSPENS.
      * SUSPENS = depenses en suspens tenues par DOUBLONS et
      * DOUBREL ; tant qu un double possible d un fournisseur
      * attend la decision des commis, ses factures attendent aussi
                SELECT REGISTER-DATA ASSIGN TO REGCHQ.
      * REGCHQ = registre des cheques et des virements : chaque
      * paiement avec ses factures et son total, les factures
      * echues bloquees avec leur motif, et les totaux de controle
                SELECT EFT-DATA ASSIGN TO VIRBANQ.
      * VIRBANQ = fichier de virements transmis a la banque : un
      * enregistrement par paiement par virement, suivi d un
      * enregistrement total par devise pour le controle de la
      * banque ; un total unique additionnerait des dollars
      * canadiens, americains et des euros
                SELECT OPTIONAL CHAIN-DATA ASSIGN TO CHAINCTL.
      * CHAINCTL = fichier de controle de la chaine des travaux,
      * comme dans DEPENSES ; un deuxieme passage sur le meme FACOUV
      * paierait chaque facture une deuxieme fois, c est ce que la
      * generation de la carte de parametres empeche


       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PAYABLE-DATA
           RECORDING MODE IS F.
       01  OLD-PAYABLE-RECORD  PICTURE X(105).

       SD  SORTED-DATA.
      *     Dessin de FACOUV, comme dans MASTMAJ
       01  SORTED-RECORD.
           05 SP-NAME  PICTURE X(20).
           05 SP-INVOICE  PICTURE X(12).
           05 SP-CATEGORY  PICTURE X(4).
           05 SP-INVOICE-DATE  PICTURE 9(8).
           05 SP-DUE-DATE  PICTURE 9(8).
           05 SP-CURRENCY  PICTURE X(3).
           05 SP-AMOUNT  PICTURE 9(4)V99.
           05 SP-CAD-AMOUNT  PICTURE 9(4)V99.
           05 SP-TPS  PICTURE 9(4)V99.
           05 SP-TVQ  PICTURE 9(4)V99.
      *        O = ouverte, P = payee
           05 SP-STATUS  PICTURE X.
           05 SP-PAY-DATE  PICTURE X(8).
      *        C = cheque, V = virement
           05 SP-PAY-MODE  PICTURE X.
           05 SP-PAY-NO  PICTURE 9(6).
           05 SP-GENERATION  PICTURE X(10).

       FD  NEW-PAYABLE-DATA
           RECORDING MODE IS F.
       01  NEW-PAYABLE-RECORD  PICTURE X(105).

       FD  BUYER-MASTER-DATA
           RECORDING MODE IS F.
       01  BUYER-MASTER-RECORD.
           05 BM-NAME  PICTURE X(20).
           05 BM-STATUS  PICTURE X.
           05 BM-CATEGORIES.
              06 BM-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
           05 BM-THRESHOLD  PICTURE 9(4)V99.
      *        Numeros d inscription TPS et TVQ, comme dans DEPENSES
           05 BM-TPS-NO  PICTURE X(15).
           05 BM-TVQ-NO  PICTURE X(16).
      *        Coordonnees bancaires, comme dans DEPENSES
           05 BM-BANK  PICTURE X(20).

       FD  SUSPENSE-DATA
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05 SU-NAME  PICTURE X(20).
           05   PICTURE X(57).

       FD  REGISTER-DATA
           RECORDING MODE IS F.
       01  REGISTER-REC  PICTURE X(80).

       FD  EFT-DATA
           RECORDING MODE IS F.
       01  EFT-RECORD.
      *        D = paiement, T = total du fichier
           05 EF-TYPE  PICTURE X.
           05 EF-PAY-NO  PICTURE 9(6).
           05 EF-NAME  PICTURE X(20).
           05 EF-BANK.
              06 EF-BANK-INST  PICTURE X(3).
              06 EF-BANK-TRANSIT  PICTURE X(5).
              06 EF-BANK-ACCOUNT  PICTURE X(12).
           05 EF-CURRENCY  PICTURE X(3).
           05 EF-AMOUNT  PICTURE 9(7)V99.
           05 EF-PAY-DATE  PICTURE X(8).
           05   PICTURE X(13).
       01  EFT-TRAILER-RECORD.
           05 ET-TYPE  PICTURE X.
           05 ET-CURRENCY  PICTURE X(3).
           05 ET-COUNT  PICTURE 9(6).
           05 ET-TOTAL  PICTURE 9(9)V99.
           05 ET-PAY-DATE  PICTURE X(8).
           05   PICTURE X(51).

       FD  CHAIN-DATA
           RECORDING MODE IS F.
       01  CHAIN-RECORD.
           05 CC-PROGRAM  PICTURE X(8).
      *        DEBUT = etape lancee, FIN = etape terminee sans erreur
           05 CC-EVENT  PICTURE X(5).
           05 CC-GENERATION  PICTURE X(10).
           05 CC-DATE  PICTURE X(8).
           05 CC-TIME  PICTURE X(6).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-MASTER-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-HELD-RECS  PICTURE XXX VALUE 'YES'.
      * Carte de parametres lue sur SYSIN au debut du RUN :
      *   colonnes 1-8  : date d echeance limite (AAAAMMJJ) ; toute
      *                   facture ouverte echue a cette date est
      *                   payee, sauf blocage
      *   colonnes 9-14 : numero du premier cheque du carnet
      *   colonnes 15-24: generation du paiement (par convention
      *                   AAAAMMJJ + no de suite), obligatoire,
      *                   inscrite au fichier de controle CHAINCTL
       01  PARM-CARD.
           05 PARM-CUTOFF.
              10 PARM-CUTOFF-YEAR  PICTURE 9(4).
              10 PARM-CUTOFF-MONTH  PICTURE 99.
              10 PARM-CUTOFF-DAY  PICTURE 99.
           05 PARM-FIRST-CHEQUE  PICTURE 9(6).
           05 PARM-GENERATION  PICTURE X(10).
           05   PICTURE X(56).
      *     Vue alphanumerique de la carte, pour les messages
      *     d erreur et l echo, comme dans DEPENSES.
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05 PARM-CUTOFF-X  PICTURE X(8).
           05 PARM-CHEQUE-X  PICTURE X(6).
           05   PICTURE X(66).
       01  PARM-CUTOFF-NUM REDEFINES PARM-CARD  PICTURE 9(8).
       01  PARM-VALID  PICTURE X.
       01  PARM-ERROR-MSG  PICTURE X(25).
       01  RUN-DATE  PICTURE X(8).
      * Controle de chaine : PAIEMENT ne fait pas partie de la chaine
      * quotidienne, il n a pas de predecesseur a verifier mais
      * refuse de repayer une generation deja terminee.
       01  ARE-THERE-MORE-CHAIN-RECS  PICTURE XXX VALUE 'YES'.
       77  CHAIN-PROGRAM-NAME  PICTURE X(8) VALUE 'PAIEMENT'.
       77  CHAIN-PREDECESSOR  PICTURE X(8) VALUE SPACES.
       77  CHAIN-EVENT-TEXT  PICTURE X(5).
       01  CHAIN-PRED-DONE  PICTURE X.
           88 PREDECESSOR-COMPLETED     VALUE 'Y'.
       01  CHAIN-ALREADY-APPLIED  PICTURE X.
           88 GENERATION-ALREADY-APPLIED  VALUE 'Y'.
       01  CHAIN-STAMP-DATE  PICTURE X(8).
       01  CHAIN-STAMP-TIME.
           05 CHAIN-STAMP-HHMMSS  PICTURE X(6).
           05   PICTURE XX.
      * Table du fichier maitre des fournisseurs, comme dans DEPENSES
       77  BUYER-LIMIT  PICTURE 9(4) VALUE 1000.
       77  BUYER-COUNT  PICTURE 9(4) VALUE ZERO.
       77  BUYER-INDEX  PICTURE 9(4).
       01  LOOKUP-NAME  PICTURE X(20).
       01  BUYER-FOUND  PICTURE X.
           88 BUYER-IS-KNOWN       VALUE 'Y'.
       01  BUYER-TABLE.
           05 BUYER-ENTRY OCCURS 1000 TIMES.
              10 AC-NAME  PICTURE X(20).
              10 AC-STATUS  PICTURE X.
                  88 AC-SUSPENDED      VALUE 'S'.
              10 AC-BANK  PICTURE X(20).
      * Fournisseurs ayant au moins une depense en suspens ; un nom
      * n y figure qu une fois.
       77  HELD-LIMIT  PICTURE 9(4) VALUE 1000.
       77  HELD-COUNT  PICTURE 9(4) VALUE ZERO.
       77  HELD-INDEX  PICTURE 9(4).
       01  HELD-FOUND  PICTURE X.
           88 SUPPLIER-IS-HELD     VALUE 'Y'.
       01  HELD-TABLE.
           05 HD-NAME  PICTURE X(20) OCCURS 1000 TIMES.
      * Paiement en cours : un par fournisseur et par devise, qui
      * regroupe toutes ses factures echues ; le motif de blocage
      * est etabli une fois pour le groupe.
       01  IS-FIRST-ENTRY  PICTURE XXX VALUE 'YES'.
       77  CURRENT-NAME  PICTURE X(20).
       77  CURRENT-CURRENCY  PICTURE X(3).
       77  CURRENT-BANK  PICTURE X(20).
       77  BLOCK-REASON  PICTURE X(20).
       77  GROUP-BLOCKED  PICTURE 9(6).
       01  PAYMENT-OPENED  PICTURE X.
       77  PAY-MODE  PICTURE X.
       77  PAY-NO  PICTURE 9(6).
       77  PAYMENT-TOTAL  PICTURE 9(7)V99.
       77  NEXT-CHEQUE-NO  PICTURE 9(6).
       77  NEXT-EFT-NO  PICTURE 9(6) VALUE ZERO.
       01  REGISTER-LINE.
           05 RG-MODE  PICTURE X(8).
           05   PICTURE X(1).
           05 RG-PAY-NO  PICTURE X(6).
           05   PICTURE X(1).
           05 RG-NAME  PICTURE X(20).
           05   PICTURE X(1).
           05 RG-INVOICE  PICTURE X(12).
           05   PICTURE X(1).
           05 RG-DUE  PICTURE X(8).
           05   PICTURE X(1).
           05 RG-CURRENCY  PICTURE X(3).
           05   PICTURE X(1).
           05 RG-AMOUNT  PICTURE ZZZZZZ9.99.
           05   PICTURE X(7).
       01  PRINT-LINE  PICTURE X(80).
      * Totaux de controle : LUES = DEJA PAYEES + NON ECHUES +
      * BLOQUEES + PAYEES, sinon une facture s est perdue en route.
       77  ITEMS-READ  PICTURE 9(6) VALUE ZERO.
       77  ITEMS-ALREADY-PAID  PICTURE 9(6) VALUE ZERO.
       77  ITEMS-NOT-DUE  PICTURE 9(6) VALUE ZERO.
       77  ITEMS-BLOCKED  PICTURE 9(6) VALUE ZERO.
       77  ITEMS-PAID  PICTURE 9(6) VALUE ZERO.
       77  CHEQUES-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  TRANSFERS-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  BLOCKED-CAD-TOTAL  PICTURE 9(9)V99 VALUE ZERO.
       77  PAID-CAD-TOTAL  PICTURE 9(9)V99 VALUE ZERO.
      * Totaux des virements par devise, un enregistrement total
      * par devise dans VIRBANQ et une ligne par devise au registre.
       77  EFT-CURRENCY-LIMIT  PICTURE 99 VALUE 20.
       77  EFT-CURRENCY-COUNT  PICTURE 99 VALUE ZERO.
       77  EFT-CURRENCY-INDEX  PICTURE 99.
       01  EFT-CURRENCY-FOUND  PICTURE X.
           88 EFT-CURRENCY-EXISTS   VALUE 'Y'.
       01  EFT-CURRENCY-TABLE.
           05 EFT-CURRENCY-ENTRY OCCURS 20 TIMES.
              10 EC-CURRENCY  PICTURE X(3).
              10 EC-COUNT  PICTURE 9(6).
              10 EC-TOTAL  PICTURE 9(9)V99.
       77  EFT-TOTAL-ED  PICTURE ZZZZZZZZ9.99.
       77  BLOCKED-CAD-ED  PICTURE ZZZZZZZZ9.99.
       77  PAID-CAD-ED  PICTURE ZZZZZZZZ9.99.
       01  TRAILER-LINE  PICTURE X(80).


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-PARAMETERS
           PERFORM 052-CHECK-CHAIN-CONTROL
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 058-LOAD-HELD-SUPPLIERS
           OPEN OUTPUT NEW-PAYABLE-DATA
           OPEN OUTPUT REGISTER-DATA
           OPEN OUTPUT EFT-DATA
           PERFORM 140-WRITE-REGISTER-HEADER
           SORT SORTED-DATA ON ASCENDING KEY SP-NAME
                                             SP-CURRENCY
                                             SP-DUE-DATE
                                             SP-INVOICE
                USING OLD-PAYABLE-DATA
            OUTPUT PROCEDURE 200-SELECT-PAYMENTS
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE NEW-PAYABLE-DATA
           CLOSE REGISTER-DATA
           CLOSE EFT-DATA
           DISPLAY 'PAIEMENT: FACTURES LUES=' ITEMS-READ
                   ' PAYEES=' ITEMS-PAID
                   ' BLOQUEES=' ITEMS-BLOCKED
                   ' CHEQUES=' CHEQUES-WRITTEN
                   ' VIREMENTS=' TRANSFERS-WRITTEN
           PERFORM 905-WRITE-CHAIN-END
           STOP RUN.

       050-GET-PARAMETERS.
      *     La carte est validee a fond AVANT d ouvrir quoi que ce
      *     soit en sortie, comme dans DEPENSES.
           MOVE SPACES TO PARM-CARD
           ACCEPT PARM-CARD FROM SYSIN
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 051-VALIDATE-PARAMETERS
           MOVE PARM-FIRST-CHEQUE TO NEXT-CHEQUE-NO
           DISPLAY 'PAIEMENT: CARTE ACCEPTEE ECHEANCE=' PARM-CUTOFF-X
                   ' CHEQUE=' PARM-CHEQUE-X
                   ' GENERATION=' PARM-GENERATION.

       051-VALIDATE-PARAMETERS.
      *     Memes controles en cascade que dans MASTRPT : le
      *     premier manquement arrete le RUN avec un message clair.
           MOVE 'Y' TO PARM-VALID
           MOVE SPACES TO PARM-ERROR-MSG
           IF PARM-CUTOFF-NUM NOT NUMERIC
               MOVE 'N' TO PARM-VALID
               MOVE 'ECHEANCE NON NUMERIQUE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND (PARM-CUTOFF-MONTH < 01
                                OR PARM-CUTOFF-MONTH > 12
                                OR PARM-CUTOFF-DAY < 01
                                OR PARM-CUTOFF-DAY > 31
                                OR PARM-CUTOFF-YEAR < 1900)
               MOVE 'N' TO PARM-VALID
               MOVE 'ECHEANCE INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND (PARM-FIRST-CHEQUE NOT NUMERIC
                                OR PARM-FIRST-CHEQUE = ZERO)
               MOVE 'N' TO PARM-VALID
               MOVE 'NO DE CHEQUE INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'N'
               DISPLAY 'PAIEMENT: CARTE DE PARAMETRES INVALIDE - '
                       PARM-ERROR-MSG ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       052-CHECK-CHAIN-CONTROL.
      *     Verifie, avant d ouvrir quoi que ce soit en sortie, que
      *     la generation de la carte n a pas deja ete payee ; si
      *     tout est en regle, le DEBUT de cette etape est inscrit
      *     au fichier de controle.
           IF PARM-GENERATION = SPACES
               DISPLAY 'PAIEMENT: GENERATION ABSENTE DE LA CARTE'
                       ' DE PARAMETRES - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 053-SCAN-CHAIN-CONTROL
           IF GENERATION-ALREADY-APPLIED
               DISPLAY 'PAIEMENT: GENERATION ' PARM-GENERATION
                       ' DEJA APPLIQUEE - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'DEBUT' TO CHAIN-EVENT-TEXT
           PERFORM 054-WRITE-CHAIN-RECORD.

       053-SCAN-CHAIN-CONTROL.
      *     Balaie le fichier de controle, comme dans DEPENSES.
           MOVE 'N' TO CHAIN-PRED-DONE
           MOVE 'N' TO CHAIN-ALREADY-APPLIED
           MOVE 'YES' TO ARE-THERE-MORE-CHAIN-RECS
           OPEN INPUT CHAIN-DATA
           PERFORM UNTIL ARE-THERE-MORE-CHAIN-RECS = 'NO '
               READ CHAIN-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-CHAIN-RECS
                 NOT AT END
                   IF CC-EVENT = 'FIN'
                               AND CC-GENERATION = PARM-GENERATION
                       IF CC-PROGRAM = CHAIN-PROGRAM-NAME
                           MOVE 'Y' TO CHAIN-ALREADY-APPLIED
                       END-IF
                       IF CC-PROGRAM = CHAIN-PREDECESSOR
                           MOVE 'Y' TO CHAIN-PRED-DONE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-DATA.

       054-WRITE-CHAIN-RECORD.
           ACCEPT CHAIN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT CHAIN-STAMP-TIME FROM TIME
           OPEN EXTEND CHAIN-DATA
           MOVE SPACES TO CHAIN-RECORD
           MOVE CHAIN-PROGRAM-NAME TO CC-PROGRAM
           MOVE CHAIN-EVENT-TEXT TO CC-EVENT
           MOVE PARM-GENERATION TO CC-GENERATION
           MOVE CHAIN-STAMP-DATE TO CC-DATE
           MOVE CHAIN-STAMP-HHMMSS TO CC-TIME
           WRITE CHAIN-RECORD
           CLOSE CHAIN-DATA.

       905-WRITE-CHAIN-END.
      *     FIN inscrite seulement quand le RUN est rendu au bout,
      *     comme dans DEPENSES.
           MOVE 'FIN' TO CHAIN-EVENT-TEXT
           PERFORM 054-WRITE-CHAIN-RECORD.

       055-LOAD-BUYER-MASTER.
      *     Meme chargement que dans DEPENSES ; seuls le statut et
      *     les coordonnees bancaires servent ici. Une table pleine
      *     arrete le RUN plutot que de tronquer en silence.
           MOVE 'YES' TO ARE-THERE-MORE-MASTER-RECS
           MOVE ZERO TO BUYER-COUNT
           OPEN INPUT BUYER-MASTER-DATA
           PERFORM UNTIL ARE-THERE-MORE-MASTER-RECS = 'NO '
               READ BUYER-MASTER-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-MASTER-RECS
                 NOT AT END
                   IF BUYER-COUNT >= BUYER-LIMIT
                       DISPLAY 'PAIEMENT: TABLE DES FOURNISSEURS'
                               ' PLEINE (' BUYER-LIMIT
                               ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO BUYER-COUNT
                   MOVE BM-NAME TO AC-NAME (BUYER-COUNT)
                   MOVE BM-STATUS TO AC-STATUS (BUYER-COUNT)
                   MOVE BM-BANK TO AC-BANK (BUYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE BUYER-MASTER-DATA.

       058-LOAD-HELD-SUPPLIERS.
      *     Un nom par fournisseur ayant une depense en suspens ;
      *     une table pleine arrete le RUN plutot que de payer un
      *     fournisseur qui aurait du etre bloque.
           MOVE 'YES' TO ARE-THERE-MORE-HELD-RECS
           MOVE ZERO TO HELD-COUNT
           OPEN INPUT SUSPENSE-DATA
           PERFORM UNTIL ARE-THERE-MORE-HELD-RECS = 'NO '
               READ SUSPENSE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-HELD-RECS
                 NOT AT END
                   MOVE SU-NAME TO LOOKUP-NAME
                   PERFORM 069-LOOKUP-HELD
                   IF NOT SUPPLIER-IS-HELD
                       IF HELD-COUNT >= HELD-LIMIT
                           DISPLAY 'PAIEMENT: TABLE DES SUSPENS'
                                   ' PLEINE (' HELD-LIMIT
                                   ') - RUN ARRETE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO HELD-COUNT
                       MOVE SU-NAME TO HD-NAME (HELD-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-DATA.

       068-LOOKUP-BUYER.
      *     Meme recherche sequentielle que 068-LOOKUP-BUYER de
      *     DEPENSES.
           MOVE 'N' TO BUYER-FOUND
           PERFORM VARYING BUYER-INDEX FROM 1 BY 1
                     UNTIL BUYER-INDEX > BUYER-COUNT
                        OR BUYER-IS-KNOWN
               IF AC-NAME (BUYER-INDEX) = LOOKUP-NAME
                   MOVE 'Y' TO BUYER-FOUND
               END-IF
           END-PERFORM
           IF BUYER-IS-KNOWN
               SUBTRACT 1 FROM BUYER-INDEX
           END-IF.

       069-LOOKUP-HELD.
           MOVE 'N' TO HELD-FOUND
           PERFORM VARYING HELD-INDEX FROM 1 BY 1
                     UNTIL HELD-INDEX > HELD-COUNT
                        OR SUPPLIER-IS-HELD
               IF HD-NAME (HELD-INDEX) = LOOKUP-NAME
                   MOVE 'Y' TO HELD-FOUND
               END-IF
           END-PERFORM.

       140-WRITE-REGISTER-HEADER.
           MOVE SPACES TO PRINT-LINE
           STRING 'REGISTRE DES CHEQUES ET VIREMENTS    LE ' RUN-DATE
                  '    ECHEANCE LIMITE ' PARM-CUTOFF-X
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REGISTER-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE REGISTER-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'MODE     NO     FOURNISSEUR          FACTURE      '
                  'ECHEANCE DEV    MONTANT'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REGISTER-REC FROM PRINT-LINE.

       200-SELECT-PAYMENTS.
      *     Les factures reviennent en ordre de fournisseur, devise
      *     et echeance ; chacune repart au nouveau fichier, payee
      *     ou non, pour que FACNEW garde tout FACOUV.
           MOVE 'YES' TO IS-FIRST-ENTRY
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN SORTED-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF IS-FIRST-ENTRY = 'NO '
                       PERFORM 400-CLOSE-PAYMENT
                   END-IF
                 NOT AT END
                   PERFORM 300-PROCESS-ONE-ITEM
               END-RETURN
           END-PERFORM.

       300-PROCESS-ONE-ITEM.
           ADD 1 TO ITEMS-READ
           IF IS-FIRST-ENTRY = 'YES'
               MOVE 'NO ' TO IS-FIRST-ENTRY
               PERFORM 310-START-GROUP
           ELSE
               IF SP-NAME NOT = CURRENT-NAME
                           OR SP-CURRENCY NOT = CURRENT-CURRENCY
                   PERFORM 400-CLOSE-PAYMENT
                   PERFORM 310-START-GROUP
               END-IF
           END-IF
           EVALUATE TRUE
             WHEN SP-STATUS = 'P'
               ADD 1 TO ITEMS-ALREADY-PAID
             WHEN SP-DUE-DATE > PARM-CUTOFF-NUM
               ADD 1 TO ITEMS-NOT-DUE
             WHEN BLOCK-REASON NOT = SPACES
               PERFORM 330-WRITE-BLOCKED-ITEM
             WHEN OTHER
               PERFORM 320-PAY-ONE-ITEM
           END-EVALUATE
           WRITE NEW-PAYABLE-RECORD FROM SORTED-RECORD.

       310-START-GROUP.
      *     Nouveau fournisseur ou nouvelle devise : le motif de
      *     blocage vient du fichier maitre (inconnu ou suspendu)
      *     puis des suspens ; le mode de paiement, des coordonnees
      *     bancaires.
           MOVE SP-NAME TO CURRENT-NAME
           MOVE SP-CURRENCY TO CURRENT-CURRENCY
           MOVE 'N' TO PAYMENT-OPENED
           MOVE ZERO TO PAYMENT-TOTAL
           MOVE ZERO TO GROUP-BLOCKED
           MOVE SPACES TO BLOCK-REASON
           MOVE SPACES TO CURRENT-BANK
           MOVE SP-NAME TO LOOKUP-NAME
           PERFORM 068-LOOKUP-BUYER
           IF NOT BUYER-IS-KNOWN
               MOVE 'FOURNISSEUR INCONNU' TO BLOCK-REASON
           ELSE
               MOVE AC-BANK (BUYER-INDEX) TO CURRENT-BANK
               IF AC-SUSPENDED (BUYER-INDEX)
                   MOVE 'FOURNISSEUR SUSPENDU' TO BLOCK-REASON
               END-IF
           END-IF
           IF BLOCK-REASON = SPACES
               PERFORM 069-LOOKUP-HELD
               IF SUPPLIER-IS-HELD
                   MOVE 'DEPENSE EN SUSPENS' TO BLOCK-REASON
               END-IF
           END-IF.

       320-PAY-ONE-ITEM.
      *     La premiere facture payee du groupe ouvre le paiement :
      *     virement si le fournisseur a des coordonnees bancaires,
      *     sinon prochain cheque du carnet.
           IF PAYMENT-OPENED = 'N'
               MOVE 'Y' TO PAYMENT-OPENED
               IF CURRENT-BANK = SPACES
                   MOVE 'C' TO PAY-MODE
                   MOVE NEXT-CHEQUE-NO TO PAY-NO
                   ADD 1 TO NEXT-CHEQUE-NO
               ELSE
                   MOVE 'V' TO PAY-MODE
                   ADD 1 TO NEXT-EFT-NO
                   MOVE NEXT-EFT-NO TO PAY-NO
               END-IF
           END-IF
           MOVE 'P' TO SP-STATUS
           MOVE RUN-DATE TO SP-PAY-DATE
           MOVE PAY-MODE TO SP-PAY-MODE
           MOVE PAY-NO TO SP-PAY-NO
           ADD SP-AMOUNT TO PAYMENT-TOTAL
           ADD SP-CAD-AMOUNT TO PAID-CAD-TOTAL
           ADD 1 TO ITEMS-PAID
           MOVE SPACES TO REGISTER-LINE
           IF PAY-MODE = 'C'
               MOVE 'CHEQUE' TO RG-MODE
           ELSE
               MOVE 'VIREMENT' TO RG-MODE
           END-IF
           MOVE PAY-NO TO RG-PAY-NO
           PERFORM 340-WRITE-ITEM-LINE.

       330-WRITE-BLOCKED-ITEM.
      *     Facture echue mais bloquee : elle reste ouverte et
      *     figure au registre ; le motif suit le dernier article
      *     bloque du groupe.
           ADD 1 TO ITEMS-BLOCKED
           ADD 1 TO GROUP-BLOCKED
           ADD SP-CAD-AMOUNT TO BLOCKED-CAD-TOTAL
           MOVE SPACES TO REGISTER-LINE
           MOVE 'BLOQUE' TO RG-MODE
           PERFORM 340-WRITE-ITEM-LINE.

       340-WRITE-ITEM-LINE.
           MOVE SP-NAME TO RG-NAME
           MOVE SP-INVOICE TO RG-INVOICE
           MOVE SP-DUE-DATE TO RG-DUE
           MOVE SP-CURRENCY TO RG-CURRENCY
           MOVE SP-AMOUNT TO RG-AMOUNT
           WRITE REGISTER-REC FROM REGISTER-LINE.

       400-CLOSE-PAYMENT.
      *     Fin du groupe : total du paiement au registre et, pour
      *     un virement, l enregistrement transmis a la banque.
           IF GROUP-BLOCKED > ZERO
               MOVE SPACES TO PRINT-LINE
               STRING '         MOTIF DU BLOCAGE: ' BLOCK-REASON
                      DELIMITED BY SIZE INTO PRINT-LINE
               WRITE REGISTER-REC FROM PRINT-LINE
           END-IF
           IF PAYMENT-OPENED = 'Y'
               MOVE SPACES TO REGISTER-LINE
               MOVE 'TOTAL' TO RG-MODE
               MOVE PAY-NO TO RG-PAY-NO
               MOVE CURRENT-NAME TO RG-NAME
               MOVE CURRENT-CURRENCY TO RG-CURRENCY
               MOVE PAYMENT-TOTAL TO RG-AMOUNT
               WRITE REGISTER-REC FROM REGISTER-LINE
               MOVE SPACES TO PRINT-LINE
               WRITE REGISTER-REC FROM PRINT-LINE
               IF PAY-MODE = 'C'
                   ADD 1 TO CHEQUES-WRITTEN
               ELSE
                   PERFORM 410-WRITE-EFT-RECORD
               END-IF
           END-IF.

       410-WRITE-EFT-RECORD.
           MOVE SPACES TO EFT-RECORD
           MOVE 'D' TO EF-TYPE
           MOVE PAY-NO TO EF-PAY-NO
           MOVE CURRENT-NAME TO EF-NAME
           MOVE CURRENT-BANK TO EF-BANK
           MOVE CURRENT-CURRENCY TO EF-CURRENCY
           MOVE PAYMENT-TOTAL TO EF-AMOUNT
           MOVE RUN-DATE TO EF-PAY-DATE
           WRITE EFT-RECORD
           ADD 1 TO TRANSFERS-WRITTEN
           PERFORM 415-ADD-TO-CURRENCY-TOTAL.

       415-ADD-TO-CURRENCY-TOTAL.
      *     Le virement s ajoute au total de sa devise ; une devise
      *     pas encore vue prend la place suivante de la table.
           MOVE 'N' TO EFT-CURRENCY-FOUND
           PERFORM VARYING EFT-CURRENCY-INDEX FROM 1 BY 1
                     UNTIL EFT-CURRENCY-INDEX > EFT-CURRENCY-COUNT
                        OR EFT-CURRENCY-EXISTS
               IF EC-CURRENCY (EFT-CURRENCY-INDEX) = CURRENT-CURRENCY
                   MOVE 'Y' TO EFT-CURRENCY-FOUND
               END-IF
           END-PERFORM
           IF EFT-CURRENCY-EXISTS
               SUBTRACT 1 FROM EFT-CURRENCY-INDEX
           ELSE
               IF EFT-CURRENCY-COUNT >= EFT-CURRENCY-LIMIT
                   DISPLAY 'PAIEMENT: TABLE DES DEVISES DE VIREMENT'
                           ' PLEINE (' EFT-CURRENCY-LIMIT
                           ') - RUN ARRETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO EFT-CURRENCY-COUNT
               MOVE EFT-CURRENCY-COUNT TO EFT-CURRENCY-INDEX
               MOVE CURRENT-CURRENCY TO EC-CURRENCY (EFT-CURRENCY-INDEX)
               MOVE ZERO TO EC-COUNT (EFT-CURRENCY-INDEX)
               MOVE ZERO TO EC-TOTAL (EFT-CURRENCY-INDEX)
           END-IF
           ADD 1 TO EC-COUNT (EFT-CURRENCY-INDEX)
           ADD PAYMENT-TOTAL TO EC-TOTAL (EFT-CURRENCY-INDEX).

       500-WRITE-CONTROL-TOTALS.
      *     LUES = DEJA PAYEES + NON ECHUES + BLOQUEES + PAYEES ;
      *     chaque enregistrement total du fichier de virements porte
      *     le nombre et la somme des virements d une devise pour le
      *     controle de la banque. Sans aucun virement, un seul total
      *     a zero en CAD dit a la banque que le fichier est vide.
           IF EFT-CURRENCY-COUNT = ZERO
               ADD 1 TO EFT-CURRENCY-COUNT
               MOVE 'CAD' TO EC-CURRENCY (1)
               MOVE ZERO TO EC-COUNT (1)
               MOVE ZERO TO EC-TOTAL (1)
           END-IF
           MOVE ALL '-' TO REGISTER-REC
           WRITE REGISTER-REC
           PERFORM VARYING EFT-CURRENCY-INDEX FROM 1 BY 1
                     UNTIL EFT-CURRENCY-INDEX > EFT-CURRENCY-COUNT
               MOVE SPACES TO EFT-TRAILER-RECORD
               MOVE 'T' TO ET-TYPE
               MOVE EC-CURRENCY (EFT-CURRENCY-INDEX) TO ET-CURRENCY
               MOVE EC-COUNT (EFT-CURRENCY-INDEX) TO ET-COUNT
               MOVE EC-TOTAL (EFT-CURRENCY-INDEX) TO ET-TOTAL
               MOVE RUN-DATE TO ET-PAY-DATE
               WRITE EFT-TRAILER-RECORD
               MOVE EC-TOTAL (EFT-CURRENCY-INDEX) TO EFT-TOTAL-ED
               MOVE SPACES TO TRAILER-LINE
               STRING 'VIREMENTS ' EC-CURRENCY (EFT-CURRENCY-INDEX)
                      '=' EC-COUNT (EFT-CURRENCY-INDEX)
                      ' MONTANT=' EFT-TOTAL-ED
                      DELIMITED BY SIZE INTO TRAILER-LINE
               WRITE REGISTER-REC FROM TRAILER-LINE
           END-PERFORM
           MOVE SPACES TO TRAILER-LINE
           STRING 'FACTURES LUES=' ITEMS-READ
                  ' DEJA PAYEES=' ITEMS-ALREADY-PAID
                  ' NON ECHUES=' ITEMS-NOT-DUE
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE REGISTER-REC FROM TRAILER-LINE
           MOVE BLOCKED-CAD-TOTAL TO BLOCKED-CAD-ED
           MOVE SPACES TO TRAILER-LINE
           STRING 'BLOQUEES=' ITEMS-BLOCKED
                  ' MONTANT BLOQUE (CAD)=' BLOCKED-CAD-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE REGISTER-REC FROM TRAILER-LINE
           MOVE PAID-CAD-TOTAL TO PAID-CAD-ED
           MOVE SPACES TO TRAILER-LINE
           STRING 'PAYEES=' ITEMS-PAID
                  ' CHEQUES=' CHEQUES-WRITTEN
                  ' VIREMENTS=' TRANSFERS-WRITTEN
                  ' MONTANT PAYE (CAD)=' PAID-CAD-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE REGISTER-REC FROM TRAILER-LINE.

       END PROGRAM PAIEMENT.
