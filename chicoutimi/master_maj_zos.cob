      * que dans DEPENSES
                SELECT RATE-DATA ASSIGN TO TAUX.
      * TAUX = table des taux de change, comme dans DEPENSES
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires, comme dans
      * DEPENSES ; un poste inconnu ou ferme est rejete
                SELECT OLD-PAYABLE-DATA ASSIGN TO FACOUV.
      * FACOUV = fichier des comptes a payer : une facture par
      * enregistrement valide du jour, avec son echeance, ouverte
      * jusqu a ce que PAIEMENT la marque payee ; contrairement a
      * CUMMAST, la facture individuelle y survit au cumul
                SELECT NEW-PAYABLE-DATA ASSIGN TO FACNEW.
      * FACNEW = FACOUV recopie tel quel, suivi des factures du
      * jour ; le JCL le recopie sur FACOUV une fois le RUN termine
      * sans erreur. Pour une reconstruction complete du cumulatif,
      * le JCL pointe FACNEW sur DUMMY et ne recopie rien, sinon
      * toutes les factures de DEPENS seraient rouvertes
                SELECT PERIOD-DATA ASSIGN TO PERIODES.
      * PERIODES = statut des periodes comptables tenu par PERMAINT ;
      * une depense d un mois ferme par les finances est reportee au
      * mois ouvert courant (celui qui suit le dernier mois ferme)
      * comme redressement de periode anterieure, pour que les
      * chiffres d un mois ferme ne bougent plus dans CUMMAST
                SELECT LATE-DATA ASSIGN TO RETARDS.
      * RETARDS = liste des ecritures tardives de ce RUN par
      * fournisseur et poste : date d origine, mois de report et
      * montant, avec sous-totaux et totaux
                SELECT OPTIONAL CHAIN-DATA ASSIGN TO CHAINCTL.
      * CHAINCTL = fichier de controle de la chaine des travaux,
      * comme dans DEPENSES ; un deuxieme passage de MASTMAJ sur le
              06 MONTH-IN  PICTURE 99.
              06 YEAR-IN  PICTURE 9999.
           05 CURRENCY-IN  PICTURE X(3).
      *        Taxes comprises dans le montant, toujours en dollars
      *        canadiens meme si le montant est en devises : TPS
      *        (federale) et TVQ (Quebec) ; blanc = aucune taxe
           05 TPS-IN  PICTURE 9(4)V99.
           05 TPS-IN-X REDEFINES TPS-IN  PICTURE X(6).
           05 TVQ-IN  PICTURE 9(4)V99.
           05 TVQ-IN-X REDEFINES TVQ-IN  PICTURE X(6).
      *        Facture et conditions de paiement, comme dans DEPENSES
           05 INVOICE-IN  PICTURE X(12).
           05 TERMS-IN  PICTURE 999.
           05 TERMS-IN-X REDEFINES TERMS-IN  PICTURE X(3).

       FD  VALID-DATA
           RECORDING MODE IS F.
              06 DAY-VA  PICTURE 99.
              06 MONTH-VA  PICTURE 99.
              06 YEAR-VA  PICTURE 9999.
      *        Mois ou la depense est cumulee : celui de DATE-VA, ou
      *        le mois ouvert courant si celui de DATE-VA est ferme ;
      *        R = redressement de periode anterieure
           05 POST-YEAR-VA  PICTURE 9999.
           05 POST-MONTH-VA  PICTURE 99.
           05 ADJUST-VA  PICTURE X.

       SD  SORTED-DATA.
       01  SORTED-RECORD.
              06 DAY-ST  PICTURE 99.
              06 MONTH-ST  PICTURE 99.
              06 YEAR-ST  PICTURE 9999.
           05 POST-YEAR-ST  PICTURE 9999.
           05 POST-MONTH-ST  PICTURE 99.
           05 ADJUST-ST  PICTURE X.
               88 PRIOR-PERIOD-ADJUSTMENT   VALUE 'R'.

       FD  REJECT-DATA
           RECORDING MODE IS F.
           05 REJ-YEAR  PICTURE 9999.
           05 REJ-REASON  PICTURE X(25).
           05 REJ-CURRENCY  PICTURE X(3).
           05 REJ-TPS  PICTURE X(6).
           05 REJ-TVQ  PICTURE X(6).
           05 REJ-INVOICE  PICTURE X(12).
           05 REJ-TERMS  PICTURE X(3).

       FD  CONV-AUDIT-DATA
           RECORDING MODE IS F.
           05 BM-CATEGORIES.
              06 BM-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
           05 BM-THRESHOLD  PICTURE 9(4)V99.
      *        Numeros d inscription TPS et TVQ, comme dans DEPENSES
           05 BM-TPS-NO  PICTURE X(15).
           05 BM-TVQ-NO  PICTURE X(16).
      *        Coordonnees bancaires, comme dans DEPENSES
           05 BM-BANK  PICTURE X(20).

       FD  RATE-DATA
           RECORDING MODE IS F.
           05 TX-DATE  PICTURE 9(8).
           05 TX-RATE  PICTURE 9(3)V9(6).

       FD  POSTE-DATA
           RECORDING MODE IS F.
       01  POSTE-RECORD.
           05 PO-CATEGORY  PICTURE X(4).
           05 PO-DESCRIPTION  PICTURE X(30).
           05 PO-GL-CODE  PICTURE X(6).
      *        A = actif, F = ferme
           05 PO-STATUS  PICTURE X.

       FD  OLD-PAYABLE-DATA
           RECORDING MODE IS F.
       01  OLD-PAYABLE-RECORD  PICTURE X(105).

       FD  NEW-PAYABLE-DATA
           RECORDING MODE IS F.
       01  NEW-PAYABLE-RECORD.
           05 NP-NAME  PICTURE X(20).
           05 NP-INVOICE  PICTURE X(12).
           05 NP-CATEGORY  PICTURE X(4).
      *        Date de la facture et echeance (date + conditions de
      *        paiement), AAAAMMJJ
           05 NP-INVOICE-DATE  PICTURE 9(8).
           05 NP-DUE-DATE  PICTURE 9(8).
      *        Montant a payer dans la devise de la facture, et son
      *        equivalent en dollars canadiens tel que cumule
           05 NP-CURRENCY  PICTURE X(3).
           05 NP-AMOUNT  PICTURE 9(4)V99.
           05 NP-CAD-AMOUNT  PICTURE 9(4)V99.
           05 NP-TPS  PICTURE 9(4)V99.
           05 NP-TVQ  PICTURE 9(4)V99.
      *        O = ouverte, P = payee
           05 NP-STATUS  PICTURE X.
      *        Paiement, garni par PAIEMENT : date AAAAMMJJ, mode
      *        (C = cheque, V = virement) et numero
           05 NP-PAY-DATE  PICTURE X(8).
           05 NP-PAY-MODE  PICTURE X.
           05 NP-PAY-NO  PICTURE 9(6).
      *        Generation de DEPJOUR d ou vient la facture
           05 NP-GENERATION  PICTURE X(10).

       FD  PERIOD-DATA
           RECORDING MODE IS F.
       01  PERIOD-RECORD.
           05 PE-PERIOD  PICTURE 9(6).
      *        O = ouvert, F = ferme
           05 PE-STATUS  PICTURE X.
           05 PE-CHANGE-DATE  PICTURE X(8).

       FD  LATE-DATA
           RECORDING MODE IS F.
       01  LATE-REC  PICTURE X(80).

       FD  CHAIN-DATA
           RECORDING MODE IS F.
       01  CHAIN-RECORD.
       01  ARE-THERE-MORE-DAY-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-MASTER-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-RATE-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-PAYABLE-RECS  PICTURE XXX VALUE 'YES'.
       01  RECORD-VALID  PICTURE X VALUE 'Y'.
       77  MAX-DAYS  PICTURE 99.
       77  REJECT-REASON  PICTURE X(25).
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
       77  RATE-LIMIT  PICTURE 999 VALUE 500.
       77  RATE-COUNT  PICTURE 999 VALUE ZERO.
       77  APPLIED-RATE  PICTURE 9(3)V9(6).
       77  CONVERTED-AMOUNT  PICTURE 9(4)V99.
       77  CONVERSION-WORK  PICTURE 9(7)V99.
      * Echeance de la facture : conditions de paiement a blanc =
      * 30 jours.
       77  DEFAULT-TERMS  PICTURE 999 VALUE 30.
       77  PAYMENT-TERMS  PICTURE 999.
       77  INVOICE-DATE-NUM  PICTURE 9(8).
       01  CONV-AUDIT-LINE.
           05 CA-NAME  PICTURE X(20).
           05   PICTURE X(2).
       77  OLD-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       77  DELTA-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       77  NEW-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
      * Comptes a payer : FACOUV reporte + factures du jour = FACNEW.
       77  PAYABLES-CARRIED  PICTURE 9(6) VALUE ZERO.
       77  PAYABLES-ADDED  PICTURE 9(6) VALUE ZERO.
       77  PAYABLES-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  PAYABLES-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
      * Table des periodes comptables ; le mois ouvert courant suit
      * le dernier mois ferme (zero = aucun mois ferme, rien n est
      * reporte).
       01  ARE-THERE-MORE-PERIOD-RECS  PICTURE XXX VALUE 'YES'.
       77  PERIOD-LIMIT  PICTURE 999 VALUE 600.
       77  PERIOD-COUNT  PICTURE 999 VALUE ZERO.
       77  PERIOD-INDEX  PICTURE 999.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 600 TIMES.
              10 PD-PERIOD  PICTURE 9(6).
              10 PD-STATUS  PICTURE X.
       77  LAST-CLOSED-PERIOD  PICTURE 9(6) VALUE ZERO.
       01  OPEN-PERIOD.
           05 OPEN-YEAR  PICTURE 9(4) VALUE ZERO.
           05 OPEN-MONTH  PICTURE 99 VALUE ZERO.
       01  OPEN-PERIOD-NUM REDEFINES OPEN-PERIOD  PICTURE 9(6).
       77  RECORD-PERIOD  PICTURE 9(6).
       01  PERIOD-CLOSED  PICTURE X.
           88 PERIOD-IS-CLOSED     VALUE 'Y'.
      * Liste des ecritures tardives : sous-total par fournisseur et
      * poste, total du RUN.
       01  LATE-LINE.
           05 LT-NAME  PICTURE X(20).
           05   PICTURE X(1).
           05 LT-CATEGORY  PICTURE X(4).
           05   PICTURE X(2).
           05 LT-ORIG-DATE  PICTURE X(10).
           05   PICTURE X(2).
           05 LT-POSTED  PICTURE X(7).
           05   PICTURE X(2).
           05 LT-AMOUNT  PICTURE ZZZZZZZZ9.99.
           05   PICTURE X(20).
       01  LATE-KEY.
           05 LATE-NAME  PICTURE X(20).
           05 LATE-CATEGORY  PICTURE X(4).
       77  LATE-GROUP-COUNT  PICTURE 9(6) VALUE ZERO.
       77  LATE-GROUP-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  LATE-COUNT  PICTURE 9(6) VALUE ZERO.
       77  LATE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  LATE-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       01  LISTING-TRAILER  PICTURE X(80).


           PERFORM 050-GET-PARAMETERS
           PERFORM 052-CHECK-CHAIN-CONTROL
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 056-LOAD-POSTES
           PERFORM 057-LOAD-RATE-TABLE
           PERFORM 058-LOAD-PERIODS
           PERFORM 060-VALIDATE-INPUT-DATA
           OPEN INPUT OLD-MASTER-DATA
           OPEN OUTPUT NEW-MASTER-DATA
           OPEN OUTPUT LISTING-DATA
           OPEN OUTPUT LATE-DATA
           PERFORM 150-WRITE-LATE-HEADER
           SORT SORTED-DATA ON ASCENDING KEY NAME-ST
                                     CATEGORY-ST
                                     POST-YEAR-ST
                                     POST-MONTH-ST
                USING VALID-DATA
            OUTPUT PROCEDURE 200-MERGE-DELTAS
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE OLD-MASTER-DATA
           CLOSE NEW-MASTER-DATA
           CLOSE LISTING-DATA
           CLOSE LATE-DATA
           PERFORM 905-WRITE-CHAIN-END
           STOP RUN.

                   ELSE
                       MOVE ZERO TO AC-THRESHOLD (BUYER-COUNT)
                   END-IF
                   MOVE BM-TPS-NO TO AC-TPS-NO (BUYER-COUNT)
                   MOVE BM-TVQ-NO TO AC-TVQ-NO (BUYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE BUYER-MASTER-DATA.

       056-LOAD-POSTES.
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
                       DISPLAY 'MASTMAJ: TABLE DES POSTES'
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

       057-LOAD-RATE-TABLE.
      *     Meme chargement que dans DEPENSES ; une table pleine
      *     arrete le RUN plutot que de tronquer en silence.
           END-PERFORM
           CLOSE RATE-DATA.

       058-LOAD-PERIODS.
      *     Charge le statut des periodes et etablit le mois ouvert
      *     courant : le mois qui suit le dernier mois ferme. Une
      *     table pleine arrete le RUN plutot que de tronquer en
      *     silence.
           MOVE 'YES' TO ARE-THERE-MORE-PERIOD-RECS
           MOVE ZERO TO PERIOD-COUNT
           MOVE ZERO TO LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-DATA
           PERFORM UNTIL ARE-THERE-MORE-PERIOD-RECS = 'NO '
               READ PERIOD-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-PERIOD-RECS
                 NOT AT END
                   IF PE-PERIOD NUMERIC
                       IF PERIOD-COUNT >= PERIOD-LIMIT
                           DISPLAY 'MASTMAJ: TABLE DES PERIODES'
                                   ' PLEINE (' PERIOD-LIMIT
                                   ') - RUN ARRETE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PERIOD-COUNT
                       MOVE PE-PERIOD TO PD-PERIOD (PERIOD-COUNT)
                       MOVE PE-STATUS TO PD-STATUS (PERIOD-COUNT)
                       IF PE-STATUS = 'F'
                                   AND PE-PERIOD > LAST-CLOSED-PERIOD
                           MOVE PE-PERIOD TO LAST-CLOSED-PERIOD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-DATA
           IF LAST-CLOSED-PERIOD > ZERO
               MOVE LAST-CLOSED-PERIOD TO OPEN-PERIOD-NUM
               IF OPEN-MONTH = 12
                   ADD 1 TO OPEN-YEAR
                   MOVE 1 TO OPEN-MONTH
               ELSE
                   ADD 1 TO OPEN-MONTH
               END-IF
           END-IF.

       060-VALIDATE-INPUT-DATA.
      *     Memes controles que 060/065 de DEPENSES, appliques au
      *     seul fichier du jour : les enregistrements corrects,
      *     convertis en dollars canadiens, vont dans VALID-DATA, les
      *     autres dans REJJOUR avec leur motif. Chaque
      *     enregistrement valide ouvre aussi sa facture au fichier
      *     des comptes a payer, a la suite des factures reportees.
           MOVE 'YES' TO ARE-THERE-MORE-DAY-RECS
           OPEN INPUT DAY-TRANS-DATA
           OPEN OUTPUT VALID-DATA
           OPEN OUTPUT REJECT-DATA
           OPEN OUTPUT CONV-AUDIT-DATA
           PERFORM 061-COPY-OPEN-PAYABLES
           PERFORM 062-WRITE-CONV-AUDIT-HEADER
           PERFORM UNTIL ARE-THERE-MORE-DAY-RECS = 'NO '
               READ DAY-TRANS-DATA
           CLOSE DAY-TRANS-DATA
           CLOSE VALID-DATA
           CLOSE REJECT-DATA
           CLOSE CONV-AUDIT-DATA
           CLOSE NEW-PAYABLE-DATA.

       061-COPY-OPEN-PAYABLES.
      *     Recopie les factures deja au fichier, ouvertes ou
      *     payees, avant d y ajouter celles du jour.
           MOVE 'YES' TO ARE-THERE-MORE-PAYABLE-RECS
           OPEN INPUT OLD-PAYABLE-DATA
           OPEN OUTPUT NEW-PAYABLE-DATA
           PERFORM UNTIL ARE-THERE-MORE-PAYABLE-RECS = 'NO '
               READ OLD-PAYABLE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-PAYABLE-RECS
                 NOT AT END
                   WRITE NEW-PAYABLE-RECORD FROM OLD-PAYABLE-RECORD
                   ADD 1 TO PAYABLES-CARRIED
               END-READ
           END-PERFORM
           CLOSE OLD-PAYABLE-DATA.

       062-WRITE-CONV-AUDIT-HEADER.
           MOVE 'CONVERSIONS DE DEVISES EN DOLLARS CANADIENS'
               MOVE 'N' TO RECORD-VALID
               MOVE 'FOURNISSEUR SUSPENDU' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               MOVE CATEGORY-IN TO LOOKUP-CATEGORY
               PERFORM 066-LOOKUP-POSTE
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
               PERFORM 069-CHECK-CATEGORY
               IF NOT CATEGORY-IS-AUTHORIZED
                   MOVE 'POSTE NON AUTORISE' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 073-GET-TAX-AMOUNTS
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
                       AND (CURRENCY-IN = SPACES OR CURRENCY-IN = 'CAD')
                       AND TPS-AMOUNT + TVQ-AMOUNT > MONEY-SPENT-IN
               MOVE 'N' TO RECORD-VALID
               MOVE 'TAXES EXCEDENT LE MONTANT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND TERMS-IN-X NOT = SPACES
                       AND TERMS-IN NOT NUMERIC
               MOVE 'N' TO RECORD-VALID
               MOVE 'CONDITIONS NON NUMERIQUES' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 070-CONVERT-CURRENCY
           END-IF
               MOVE DAY-IN TO DAY-VA
               MOVE MONTH-IN TO MONTH-VA
               MOVE YEAR-IN TO YEAR-VA
               PERFORM 075-ASSIGN-POSTING-PERIOD
               WRITE VALID-RECORD
               PERFORM 074-WRITE-PAYABLE
           ELSE
               MOVE NAME-IN TO REJ-NAME
               MOVE MONEY-SPENT-IN TO REJ-MONEY
               MOVE YEAR-IN TO REJ-YEAR
               MOVE REJECT-REASON TO REJ-REASON
               MOVE CURRENCY-IN TO REJ-CURRENCY
               MOVE TPS-IN-X TO REJ-TPS
               MOVE TVQ-IN-X TO REJ-TVQ
               MOVE INVOICE-IN TO REJ-INVOICE
               MOVE TERMS-IN-X TO REJ-TERMS
               WRITE REJECT-RECORD
               ADD 1 TO TRANS-REJECTED
           END-IF.

       066-LOOKUP-POSTE.
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

       067-GET-DAYS-IN-MONTH.
      *     Nombre de jours du mois, comme dans DEPENSES.
           EVALUATE MONTH-IN
           MOVE CONVERTED-AMOUNT TO CA-CONV-AMOUNT
           WRITE CONV-AUDIT-REC FROM CONV-AUDIT-LINE.

       073-GET-TAX-AMOUNTS.
      *     Taxes de l enregistrement : un champ a blanc vaut zero,
      *     un champ garni mais non numerique rejette
      *     l enregistrement.
           MOVE ZERO TO TPS-AMOUNT
           MOVE ZERO TO TVQ-AMOUNT
           IF TPS-IN-X NOT = SPACES
               IF TPS-IN NUMERIC
                   MOVE TPS-IN TO TPS-AMOUNT
               ELSE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
               END-IF
           END-IF
           IF TVQ-IN-X NOT = SPACES
               IF TVQ-IN NUMERIC
                   MOVE TVQ-IN TO TVQ-AMOUNT
               ELSE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
               END-IF
           END-IF.

       074-WRITE-PAYABLE.
      *     Facture ouverte au fichier des comptes a payer ;
      *     l echeance est la date de l enregistrement plus les
      *     conditions de paiement.
           IF TERMS-IN-X = SPACES
               MOVE DEFAULT-TERMS TO PAYMENT-TERMS
           ELSE
               MOVE TERMS-IN TO PAYMENT-TERMS
           END-IF
           COMPUTE INVOICE-DATE-NUM = YEAR-IN * 10000
                                       + MONTH-IN * 100 + DAY-IN
           MOVE SPACES TO NEW-PAYABLE-RECORD
           MOVE NAME-IN TO NP-NAME
           MOVE INVOICE-IN TO NP-INVOICE
           MOVE CATEGORY-IN TO NP-CATEGORY
           MOVE INVOICE-DATE-NUM TO NP-INVOICE-DATE
           COMPUTE NP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(INVOICE-DATE-NUM)
                   + PAYMENT-TERMS)
           IF CURRENCY-IN = SPACES
               MOVE 'CAD' TO NP-CURRENCY
           ELSE
               MOVE CURRENCY-IN TO NP-CURRENCY
           END-IF
           MOVE MONEY-SPENT-IN TO NP-AMOUNT
           MOVE CONVERTED-AMOUNT TO NP-CAD-AMOUNT
           MOVE TPS-AMOUNT TO NP-TPS
           MOVE TVQ-AMOUNT TO NP-TVQ
           MOVE 'O' TO NP-STATUS
           MOVE ZERO TO NP-PAY-NO
           MOVE PARM-GENERATION TO NP-GENERATION
           WRITE NEW-PAYABLE-RECORD
           ADD 1 TO PAYABLES-ADDED
           ADD CONVERTED-AMOUNT TO PAYABLES-AMOUNT.

       075-ASSIGN-POSTING-PERIOD.
      *     Une depense d un mois ferme est cumulee au mois ouvert
      *     courant et marquee R ; elle garde sa date d origine dans
      *     DATE-VA, et sa facture garde la vraie date aussi.
           COMPUTE RECORD-PERIOD = YEAR-IN * 100 + MONTH-IN
           MOVE 'N' TO PERIOD-CLOSED
           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
                     UNTIL PERIOD-INDEX > PERIOD-COUNT
                        OR PERIOD-IS-CLOSED
               IF PD-PERIOD (PERIOD-INDEX) = RECORD-PERIOD
                           AND PD-STATUS (PERIOD-INDEX) = 'F'
                   MOVE 'Y' TO PERIOD-CLOSED
               END-IF
           END-PERFORM
           IF PERIOD-IS-CLOSED
               MOVE OPEN-YEAR TO POST-YEAR-VA
               MOVE OPEN-MONTH TO POST-MONTH-VA
               MOVE 'R' TO ADJUST-VA
           ELSE
               MOVE YEAR-IN TO POST-YEAR-VA
               MOVE MONTH-IN TO POST-MONTH-VA
               MOVE SPACE TO ADJUST-VA
           END-IF.

       150-WRITE-LATE-HEADER.
           MOVE SPACES TO LISTING-TRAILER
           STRING 'ECRITURES TARDIVES - REDRESSEMENTS DE PERIODE'
                  ' ANTERIEURE'
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LATE-REC FROM LISTING-TRAILER
           MOVE SPACES TO LISTING-TRAILER
           STRING 'DERNIER MOIS FERME=' LAST-CLOSED-PERIOD
                  ' MOIS OUVERT COURANT=' OPEN-PERIOD
                  ' GENERATION=' PARM-GENERATION
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LATE-REC FROM LISTING-TRAILER
           MOVE SPACES TO LATE-LINE
           MOVE 'FOURNISSEUR' TO LT-NAME
           MOVE 'PSTE' TO LT-CATEGORY
           MOVE 'DATE ORIG.' TO LT-ORIG-DATE
           MOVE 'REPORTE' TO LT-POSTED
           WRITE LATE-REC FROM LATE-LINE.

       200-MERGE-DELTAS.
      *     Les deltas tries du jour se cumulent par cle fournisseur
      *     + poste + annee + mois, puis s appliquent a l ancien
                       PERFORM 250-APPLY-DELTA-GROUP
                   END-IF
                   PERFORM 260-COPY-REMAINING-MASTERS
                   PERFORM 320-WRITE-LATE-SUBTOTAL
                 NOT AT END
                   PERFORM 300-COLLECT-ONE-DELTA
               END-RETURN
       300-COLLECT-ONE-DELTA.
           MOVE NAME-ST TO RK-NAME
           MOVE CATEGORY-ST TO RK-CATEGORY
           MOVE POST-YEAR-ST TO RK-YEAR
           MOVE POST-MONTH-ST TO RK-MONTH
           IF PRIOR-PERIOD-ADJUSTMENT
               PERFORM 310-WRITE-LATE-LINE
           END-IF
           IF IS-FIRST-ENTRY = 'YES'
               MOVE RECORD-KEY TO DELTA-KEY
               MOVE ZERO TO DELTA-AMOUNT
           ADD MONEY-SPENT-ST TO DELTA-AMOUNT-TOTAL
           ADD 1 TO DELTA-ENTRIES.

       310-WRITE-LATE-LINE.
      *     Les depenses arrivent triees par fournisseur et poste :
      *     un changement de l un ou de l autre ferme le sous-total
      *     precedent.
           IF LATE-GROUP-COUNT > ZERO
                       AND (NAME-ST NOT = LATE-NAME
                                OR CATEGORY-ST NOT = LATE-CATEGORY)
               PERFORM 320-WRITE-LATE-SUBTOTAL
           END-IF
           MOVE NAME-ST TO LATE-NAME
           MOVE CATEGORY-ST TO LATE-CATEGORY
           MOVE SPACES TO LATE-LINE
           MOVE NAME-ST TO LT-NAME
           MOVE CATEGORY-ST TO LT-CATEGORY
           STRING YEAR-ST '/' MONTH-ST '/' DAY-ST
                DELIMITED BY SIZE INTO LT-ORIG-DATE
           STRING POST-YEAR-ST '/' POST-MONTH-ST
                DELIMITED BY SIZE INTO LT-POSTED
           MOVE MONEY-SPENT-ST TO LT-AMOUNT
           WRITE LATE-REC FROM LATE-LINE
           ADD 1 TO LATE-GROUP-COUNT
           ADD MONEY-SPENT-ST TO LATE-GROUP-AMOUNT
           ADD 1 TO LATE-COUNT
           ADD MONEY-SPENT-ST TO LATE-AMOUNT.

       320-WRITE-LATE-SUBTOTAL.
           IF LATE-GROUP-COUNT > ZERO
               MOVE SPACES TO LATE-LINE
               MOVE LATE-NAME TO LT-NAME
               MOVE LATE-CATEGORY TO LT-CATEGORY
               MOVE '*TOTAL*' TO LT-ORIG-DATE
               MOVE LATE-GROUP-AMOUNT TO LT-AMOUNT
               WRITE LATE-REC FROM LATE-LINE
               MOVE SPACES TO LATE-LINE
               WRITE LATE-REC FROM LATE-LINE
               MOVE ZERO TO LATE-GROUP-COUNT
               MOVE ZERO TO LATE-GROUP-AMOUNT
           END-IF.

       250-APPLY-DELTA-GROUP.
      *     Fait avancer l ancien cumulatif jusqu a la cle du groupe
      *     de deltas, en recopiant les cles non touchees, puis
                  ' DELTAS=' DELTA-AMOUNT-ED
                  ' NOUVEAU=' NEW-AMOUNT-ED
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE PAYABLES-AMOUNT TO PAYABLES-AMOUNT-ED
           MOVE SPACES TO LISTING-TRAILER
           STRING 'FACTURES REPORTEES=' PAYABLES-CARRIED
                  ' AJOUTEES=' PAYABLES-ADDED
                  ' MONTANT=' PAYABLES-AMOUNT-ED
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE LATE-AMOUNT TO LATE-AMOUNT-ED
           MOVE SPACES TO LISTING-TRAILER
           STRING 'REDRESSEMENTS PERIODE ANTERIEURE=' LATE-COUNT
                  ' MONTANT=' LATE-AMOUNT-ED
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE ALL '-' TO LATE-REC
           WRITE LATE-REC
           WRITE LATE-REC FROM LISTING-TRAILER.

       END PROGRAM MASTMAJ.
