      * de DEPENSES ; les memes controles s appliquent ici pour que
      * les enregistrements recycles passent la validation du
      * prochain RUN
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires, comme dans
      * DEPENSES ; un poste inconnu ou ferme est rejete
                SELECT OPTIONAL CHAIN-DATA ASSIGN TO CHAINCTL.
      * CHAINCTL = fichier de controle de la chaine des travaux,
      * comme dans DEPENSES : un deuxieme passage de CORRIGE sur le
           05 REJ-YEAR  PICTURE 9999.
           05 REJ-REASON  PICTURE X(25).
           05 REJ-CURRENCY  PICTURE X(3).
           05 REJ-TPS  PICTURE X(6).
           05 REJ-TVQ  PICTURE X(6).
           05 REJ-INVOICE  PICTURE X(12).
           05 REJ-TERMS  PICTURE X(3).

       FD  CORR-DATA
           RECORDING MODE IS F.
           05 CR-NEW-CATEGORY  PICTURE X(4).
           05 CR-NEW-DATE  PICTURE X(8).
           05 CR-NEW-CURRENCY  PICTURE X(3).
           05 CR-NEW-TPS  PICTURE X(6).
           05 CR-NEW-TVQ  PICTURE X(6).
           05 CR-NEW-INVOICE  PICTURE X(12).
           05 CR-NEW-TERMS  PICTURE X(3).

       FD  RECYCLE-DATA
           RECORDING MODE IS F.
           05 RC-CATEGORY  PICTURE X(4).
           05 RC-DATE  PICTURE X(8).
           05 RC-CURRENCY  PICTURE X(3).
           05 RC-TPS  PICTURE X(6).
           05 RC-TVQ  PICTURE X(6).
           05 RC-INVOICE  PICTURE X(12).
           05 RC-TERMS  PICTURE X(3).

       FD  STILL-BAD-DATA
           RECORDING MODE IS F.
           05 SB-CURRENCY  PICTURE X(3).
           05 SB-OLD-REASON  PICTURE X(25).
           05 SB-NEW-REASON  PICTURE X(25).
           05 SB-TPS  PICTURE X(6).
           05 SB-TVQ  PICTURE X(6).
           05 SB-INVOICE  PICTURE X(12).
           05 SB-TERMS  PICTURE X(3).

       FD  LEFTOVER-DATA
           RECORDING MODE IS F.
       01  LEFTOVER-RECORD  PICTURE X(93).

       FD  LISTING-DATA
           RECORDING MODE IS F.
           05 BM-CATEGORIES.
              06 BM-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
           05 BM-THRESHOLD  PICTURE 9(4)V99.
      *        Numeros d inscription TPS et TVQ, comme dans DEPENSES
           05 BM-TPS-NO  PICTURE X(15).
           05 BM-TVQ-NO  PICTURE X(16).
      *        Coordonnees bancaires, comme dans DEPENSES
           05 BM-BANK  PICTURE X(20).

       FD  POSTE-DATA
           RECORDING MODE IS F.
       01  POSTE-RECORD.
           05 PO-CATEGORY  PICTURE X(4).
           05 PO-DESCRIPTION  PICTURE X(30).
           05 PO-GL-CODE  PICTURE X(6).
      *        A = actif, F = ferme
           05 PO-STATUS  PICTURE X.

       FD  CHAIN-DATA
           RECORDING MODE IS F.
              06 WK-MONTH  PICTURE 99.
              06 WK-YEAR  PICTURE 9999.
           05 WK-CURRENCY  PICTURE X(3).
           05 WK-TPS  PICTURE X(6).
           05 WK-TPS-NUM REDEFINES WK-TPS  PICTURE 9(4)V99.
           05 WK-TVQ  PICTURE X(6).
           05 WK-TVQ-NUM REDEFINES WK-TVQ  PICTURE 9(4)V99.
           05 WK-INVOICE  PICTURE X(12).
           05 WK-TERMS  PICTURE X(3).
           05 WK-TERMS-NUM REDEFINES WK-TERMS  PICTURE 999.
      * Cle de recherche dans la table des corrections
       01  REJECT-KEY-DATE  PICTURE X(8).
      * Table des corrections, chargee au debut du RUN
              10 CO-NEW-CATEGORY  PICTURE X(4).
              10 CO-NEW-DATE  PICTURE X(8).
              10 CO-NEW-CURRENCY  PICTURE X(3).
              10 CO-NEW-TPS  PICTURE X(6).
              10 CO-NEW-TVQ  PICTURE X(6).
              10 CO-NEW-INVOICE  PICTURE X(12).
              10 CO-NEW-TERMS  PICTURE X(3).
      * Table du fichier maitre des fournisseurs, comme dans DEPENSES
       77  BUYER-LIMIT  PICTURE 9(4) VALUE 1000.
       77  BUYER-COUNT  PICTURE 9(4) VALUE ZERO.
                  88 AC-SUSPENDED      VALUE 'S'.
              10 AC-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
              10 AC-THRESHOLD  PICTURE 9(4)V99.
              10 AC-TPS-NO  PICTURE X(15).
              10 AC-TVQ-NO  PICTURE X(16).
      * Taxes de l enregistrement en cours ; un champ a blanc vaut
      * zero.
       77  TPS-AMOUNT  PICTURE 9(4)V99.
       77  TVQ-AMOUNT  PICTURE 9(4)V99.
      * Table du plan comptable POSTES, comme dans DEPENSES
       01  ARE-THERE-MORE-POSTE-RECS  PICTURE XXX VALUE 'YES'.
       77  POSTE-LIMIT  PICTURE 999 VALUE 200.
       77  POSTE-COUNT  PICTURE 999 VALUE ZERO.
       77  POSTE-INDEX  PICTURE 999.
       01  LOOKUP-CATEGORY  PICTURE X(4).
       01  POSTE-FOUND  PICTURE X.
           88 POSTE-IS-KNOWN       VALUE 'Y'.
       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 200 TIMES.
              10 PT-CATEGORY  PICTURE X(4).
              10 PT-GL-CODE  PICTURE X(6).
              10 PT-STATUS  PICTURE X.
                  88 PT-CLOSED         VALUE 'F'.
      * Table des taux de change, comme dans DEPENSES
       01  ARE-THERE-MORE-RATE-RECS  PICTURE XXX VALUE 'YES'.
       77  RATE-LIMIT  PICTURE 999 VALUE 500.
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 056-LOAD-RATE-TABLE
           PERFORM 057-LOAD-CORRECTIONS
           PERFORM 058-LOAD-POSTES
           OPEN INPUT REJECT-DATA
           OPEN OUTPUT RECYCLE-DATA
           OPEN OUTPUT STILL-BAD-DATA
                   ELSE
                       MOVE ZERO TO AC-THRESHOLD (BUYER-COUNT)
                   END-IF
                   MOVE BM-TPS-NO TO AC-TPS-NO (BUYER-COUNT)
                   MOVE BM-TVQ-NO TO AC-TVQ-NO (BUYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE BUYER-MASTER-DATA.
                       MOVE CR-NEW-DATE TO CO-NEW-DATE (CORR-COUNT)
                       MOVE CR-NEW-CURRENCY TO
                            CO-NEW-CURRENCY (CORR-COUNT)
                       MOVE CR-NEW-TPS TO CO-NEW-TPS (CORR-COUNT)
                       MOVE CR-NEW-TVQ TO CO-NEW-TVQ (CORR-COUNT)
                       MOVE CR-NEW-INVOICE TO
                            CO-NEW-INVOICE (CORR-COUNT)
                       MOVE CR-NEW-TERMS TO CO-NEW-TERMS (CORR-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CORR-DATA.

       058-LOAD-POSTES.
      *     Meme chargement que dans DEPENSES ; une table pleine
      *     arrete le RUN plutot que de tronquer en silence.
           MOVE 'YES' TO ARE-THERE-MORE-POSTE-RECS
           MOVE ZERO TO POSTE-COUNT
           OPEN INPUT POSTE-DATA
           PERFORM UNTIL ARE-THERE-MORE-POSTE-RECS = 'NO '
               READ POSTE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-POSTE-RECS
                 NOT AT END
                   IF POSTE-COUNT >= POSTE-LIMIT
                       DISPLAY 'CORRIGE: TABLE DES POSTES'
                               ' PLEINE (' POSTE-LIMIT
                               ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO POSTE-COUNT
                   MOVE PO-CATEGORY TO PT-CATEGORY (POSTE-COUNT)
                   MOVE PO-GL-CODE TO PT-GL-CODE (POSTE-COUNT)
                   MOVE PO-STATUS TO PT-STATUS (POSTE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POSTE-DATA.

       150-WRITE-LISTING-HEADER.
           MOVE 'LISTE DE VERIFICATION - CORRECTION DES REJETS'
                TO LISTING-REC
           MOVE REJ-MONTH TO WK-MONTH-X
           MOVE REJ-YEAR TO WK-YEAR-X
           MOVE REJ-CURRENCY TO WK-CURRENCY
           MOVE REJ-TPS TO WK-TPS
           MOVE REJ-TVQ TO WK-TVQ
           MOVE REJ-INVOICE TO WK-INVOICE
           MOVE REJ-TERMS TO WK-TERMS
           IF CO-NEW-NAME (CORR-INDEX) NOT = SPACES
               MOVE CO-NEW-NAME (CORR-INDEX) TO WK-NAME
           END-IF
           END-IF
           IF CO-NEW-CURRENCY (CORR-INDEX) NOT = SPACES
               MOVE CO-NEW-CURRENCY (CORR-INDEX) TO WK-CURRENCY
           END-IF
           IF CO-NEW-TPS (CORR-INDEX) NOT = SPACES
               MOVE CO-NEW-TPS (CORR-INDEX) TO WK-TPS
           END-IF
           IF CO-NEW-TVQ (CORR-INDEX) NOT = SPACES
               MOVE CO-NEW-TVQ (CORR-INDEX) TO WK-TVQ
           END-IF
           IF CO-NEW-INVOICE (CORR-INDEX) NOT = SPACES
               MOVE CO-NEW-INVOICE (CORR-INDEX) TO WK-INVOICE
           END-IF
           IF CO-NEW-TERMS (CORR-INDEX) NOT = SPACES
               MOVE CO-NEW-TERMS (CORR-INDEX) TO WK-TERMS
           END-IF.

       230-WRITE-RECYCLED.
           MOVE WK-CATEGORY TO RC-CATEGORY
           MOVE WK-DATE TO RC-DATE
           MOVE WK-CURRENCY TO RC-CURRENCY
           MOVE WK-TPS TO RC-TPS
           MOVE WK-TVQ TO RC-TVQ
           MOVE WK-INVOICE TO RC-INVOICE
           MOVE WK-TERMS TO RC-TERMS
           WRITE RECYCLE-RECORD
           ADD 1 TO RECORDS-RECYCLED
           MOVE SPACES TO LISTING-LINE
           MOVE WK-CURRENCY TO SB-CURRENCY
           MOVE REJ-REASON TO SB-OLD-REASON
           MOVE REJECT-REASON TO SB-NEW-REASON
           MOVE WK-TPS TO SB-TPS
           MOVE WK-TVQ TO SB-TVQ
           MOVE WK-INVOICE TO SB-INVOICE
           MOVE WK-TERMS TO SB-TERMS
           WRITE STILL-BAD-RECORD
           ADD 1 TO RECORDS-STILL-BAD
           MOVE SPACES TO LISTING-LINE
       265-VALIDATE-WORK-RECORD.
      *     Memes controles, dans le meme ordre, que 065-VALIDATE-
      *     ONE-RECORD de DEPENSES : montant, date, fournisseur,
      *     plan comptable, poste budgetaire, taxes, conditions de
      *     paiement.
           MOVE 'Y' TO RECORD-VALID
           MOVE SPACES TO REJECT-REASON
           IF WK-MONEY-NUM NOT NUMERIC
               MOVE 'N' TO RECORD-VALID
               MOVE 'FOURNISSEUR SUSPENDU' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               MOVE WK-CATEGORY TO LOOKUP-CATEGORY
               PERFORM 266-LOOKUP-POSTE
               IF NOT POSTE-IS-KNOWN
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'POSTE INCONNU' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
                       AND PT-CLOSED (POSTE-INDEX)
               MOVE 'N' TO RECORD-VALID
               MOVE 'POSTE FERME' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 269-CHECK-CATEGORY
               IF NOT CATEGORY-IS-AUTHORIZED
                   MOVE 'POSTE NON AUTORISE' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 271-GET-TAX-AMOUNTS
           END-IF
           IF RECORD-VALID = 'Y' AND TPS-AMOUNT > ZERO
                       AND AC-TPS-NO (BUYER-INDEX) = SPACES
               MOVE 'N' TO RECORD-VALID
               MOVE 'NO TPS ABSENT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND TVQ-AMOUNT > ZERO
                       AND AC-TVQ-NO (BUYER-INDEX) = SPACES
               MOVE 'N' TO RECORD-VALID
               MOVE 'NO TVQ ABSENT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
                       AND (WK-CURRENCY = SPACES OR WK-CURRENCY = 'CAD')
                       AND TPS-AMOUNT + TVQ-AMOUNT > WK-MONEY-NUM
               MOVE 'N' TO RECORD-VALID
               MOVE 'TAXES EXCEDENT LE MONTANT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND WK-TERMS NOT = SPACES
                       AND WK-TERMS-NUM NOT NUMERIC
               MOVE 'N' TO RECORD-VALID
               MOVE 'CONDITIONS NON NUMERIQUES' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
                       AND WK-CURRENCY NOT = SPACES
                       AND WK-CURRENCY NOT = 'CAD'
               END-IF
           END-PERFORM.

       271-GET-TAX-AMOUNTS.
      *     Taxes de l enregistrement : un champ a blanc vaut zero,
      *     un champ garni mais non numerique rejette
      *     l enregistrement.
           MOVE ZERO TO TPS-AMOUNT
           MOVE ZERO TO TVQ-AMOUNT
           IF WK-TPS NOT = SPACES
               IF WK-TPS-NUM NUMERIC
                   MOVE WK-TPS-NUM TO TPS-AMOUNT
               ELSE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
               END-IF
           END-IF
           IF WK-TVQ NOT = SPACES
               IF WK-TVQ-NUM NUMERIC
                   MOVE WK-TVQ-NUM TO TVQ-AMOUNT
               ELSE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
               END-IF
           END-IF.

       266-LOOKUP-POSTE.
      *     Cherche LOOKUP-CATEGORY dans le plan comptable, comme
      *     dans DEPENSES ; si trouve, POSTE-INDEX pointe sur l entree.
           MOVE 'N' TO POSTE-FOUND
           PERFORM VARYING POSTE-INDEX FROM 1 BY 1
                     UNTIL POSTE-INDEX > POSTE-COUNT
                        OR POSTE-IS-KNOWN
               IF PT-CATEGORY (POSTE-INDEX) = LOOKUP-CATEGORY
                   MOVE 'Y' TO POSTE-FOUND
               END-IF
           END-PERFORM
           IF POSTE-IS-KNOWN
               SUBTRACT 1 FROM POSTE-INDEX
           END-IF.

       267-GET-DAYS-IN-MONTH.
      *     Nombre de jours du mois, en tenant compte des annees
      *     bissextiles pour fevrier, comme dans DEPENSES.
