                SELECT BUYER-MASTER-DATA ASSIGN TO ACHMAST.
      * ACHMAST = fichier maitre des fournisseurs, memes controles
      * que dans DEPENSES
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires, comme dans
      * DEPENSES ; un poste inconnu ou ferme est rejete
                SELECT PERIOD-DATA ASSIGN TO PERIODES.
      * PERIODES = statut des periodes comptables, comme dans
      * MASTMAJ ; un engagement d un mois ferme est reporte au mois
      * ouvert courant comme redressement de periode anterieure
                SELECT LATE-DATA ASSIGN TO ENGRETAR.
      * ENGRETAR = liste des engagements tardifs de ce RUN par
      * fournisseur et poste, comme RETARDS de MASTMAJ


       DATA DIVISION.
           05 YEAR-VA  PICTURE 9(4).
           05 MONTH-VA  PICTURE 99.
           05 AMOUNT-VA  PICTURE 9(4)V99.
      *        Mois ou l engagement est cumule, comme dans MASTMAJ ;
      *        R = redressement de periode anterieure
           05 POST-YEAR-VA  PICTURE 9(4).
           05 POST-MONTH-VA  PICTURE 99.
           05 ADJUST-VA  PICTURE X.

       SD  SORTED-DATA.
       01  SORTED-RECORD.
           05 YEAR-ST  PICTURE 9(4).
           05 MONTH-ST  PICTURE 99.
           05 AMOUNT-ST  PICTURE 9(4)V99.
           05 POST-YEAR-ST  PICTURE 9(4).
           05 POST-MONTH-ST  PICTURE 99.
           05 ADJUST-ST  PICTURE X.
               88 PRIOR-PERIOD-ADJUSTMENT   VALUE 'R'.

       FD  REJECT-DATA
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

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
                  88 AC-SUSPENDED      VALUE 'S'.
              10 AC-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
              10 AC-THRESHOLD  PICTURE 9(4)V99.
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
      * Groupe de deltas en cours et cles d appariement avec
      * l ancien cumulatif, comme 200-MERGE-DELTAS de MASTMAJ ;
      * HIGH-VALUES tient lieu de fin de fichier.
       77  OLD-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       77  DELTA-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       77  NEW-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
      * Table des periodes comptables, comme dans MASTMAJ
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
      * Liste des engagements tardifs, comme dans MASTMAJ
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


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 056-LOAD-POSTES
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
           STOP RUN.

       055-LOAD-BUYER-MASTER.
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
                       DISPLAY 'ENGMAJ: TABLE DES POSTES'
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

       058-LOAD-PERIODS.
      *     Meme chargement que dans MASTMAJ : le mois ouvert courant
      *     suit le dernier mois ferme. Une table pleine arrete le RUN
      *     plutot que de tronquer en silence.
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
                           DISPLAY 'ENGMAJ: TABLE DES PERIODES'
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
      *     Memes controles fournisseur que 065-VALIDATE-ONE-RECORD
      *     de DEPENSES, appliques aux engagements : les corrects
               MOVE 'N' TO RECORD-VALID
               MOVE 'FOURNISSEUR SUSPENDU' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               MOVE EN-CATEGORY TO LOOKUP-CATEGORY
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
               MOVE EN-YEAR TO YEAR-VA
               MOVE EN-MONTH TO MONTH-VA
               MOVE EN-AMOUNT TO AMOUNT-VA
               PERFORM 075-ASSIGN-POSTING-PERIOD
               WRITE VALID-RECORD
           ELSE
               MOVE SPACES TO REJECT-RECORD
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

       068-LOOKUP-BUYER.
           MOVE 'N' TO BUYER-FOUND
           PERFORM VARYING BUYER-INDEX FROM 1 BY 1
               END-IF
           END-PERFORM.

       075-ASSIGN-POSTING-PERIOD.
      *     Meme report que dans MASTMAJ : un engagement d un mois
      *     ferme est cumule au mois ouvert courant et marque R ; il
      *     garde son mois d origine dans YEAR-VA et MONTH-VA.
           COMPUTE RECORD-PERIOD = EN-YEAR * 100 + EN-MONTH
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
               MOVE EN-YEAR TO POST-YEAR-VA
               MOVE EN-MONTH TO POST-MONTH-VA
               MOVE SPACE TO ADJUST-VA
           END-IF.

       150-WRITE-LATE-HEADER.
           MOVE SPACES TO LISTING-TRAILER
           STRING 'ENGAGEMENTS TARDIFS - REDRESSEMENTS DE PERIODE'
                  ' ANTERIEURE'
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LATE-REC FROM LISTING-TRAILER
           MOVE SPACES TO LISTING-TRAILER
           STRING 'DERNIER MOIS FERME=' LAST-CLOSED-PERIOD
                  ' MOIS OUVERT COURANT=' OPEN-PERIOD
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LATE-REC FROM LISTING-TRAILER
           MOVE SPACES TO LATE-LINE
           MOVE 'FOURNISSEUR' TO LT-NAME
           MOVE 'PSTE' TO LT-CATEGORY
           MOVE 'MOIS ORIG.' TO LT-ORIG-DATE
           MOVE 'REPORTE' TO LT-POSTED
           WRITE LATE-REC FROM LATE-LINE.

       200-MERGE-DELTAS.
      *     Meme fusion appariee que 200-MERGE-DELTAS de MASTMAJ :
      *     cle presente des deux cotes, on additionne ; cle du jour
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
           ADD AMOUNT-ST TO DELTA-AMOUNT-TOTAL
           ADD 1 TO DELTA-ENTRIES.

       310-WRITE-LATE-LINE.
      *     Sous-total par fournisseur et poste, comme dans MASTMAJ.
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
           STRING YEAR-ST '/' MONTH-ST
                DELIMITED BY SIZE INTO LT-ORIG-DATE
           STRING POST-YEAR-ST '/' POST-MONTH-ST
                DELIMITED BY SIZE INTO LT-POSTED
           MOVE AMOUNT-ST TO LT-AMOUNT
           WRITE LATE-REC FROM LATE-LINE
           ADD 1 TO LATE-GROUP-COUNT
           ADD AMOUNT-ST TO LATE-GROUP-AMOUNT
           ADD 1 TO LATE-COUNT
           ADD AMOUNT-ST TO LATE-AMOUNT.

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
           PERFORM UNTIL OM-KEY NOT < DELTA-KEY
               WRITE NEW-MASTER-RECORD FROM OLD-MASTER-RECORD
                  ' DELTAS=' DELTA-AMOUNT-ED
                  ' NOUVEAU=' NEW-AMOUNT-ED
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

       END PROGRAM ENGMAJ.
