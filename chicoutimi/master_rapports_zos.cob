                SELECT BUYER-MASTER-DATA ASSIGN TO ACHMAST.
      * ACHMAST = fichier maitre des fournisseurs, pour les seuils
      * individuels de DEPASS
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires, comme dans
      * DEPENSES : donne le compte de grand-livre de GLFEED ; un
      * poste inconnu ou ferme est ecarte des rapports et compte a
      * part dans les totaux de controle


       DATA DIVISION.
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

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
       77  SUM-ALL-MONEY-ED  PICTURE ZZZZZZ9.99.
       77  MASTERS-READ  PICTURE 9(6) VALUE ZERO.
       77  MASTERS-SKIPPED  PICTURE 9(6) VALUE ZERO.
       77  MASTERS-REJECTED  PICTURE 9(6) VALUE ZERO.
       77  REJECTED-AMOUNT  PICTURE 9(7)V99 VALUE ZERO.
       77  REJECTED-AMOUNT-ED  PICTURE ZZZZZZ9.99.
       77  LINES-WRITTEN  PICTURE 9(6) VALUE ZERO.
       01  TRAILER-LINE  PICTURE X(44) VALUE SPACES.
       77  TOP-RANK  PICTURE 99 VALUE ZERO.
              10 AC-STATUS  PICTURE X.
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
       01  POSTE-MATCH  PICTURE X VALUE 'Y'.
           88 POSTE-ACCEPTED       VALUE 'Y'.
       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 200 TIMES.
              10 PT-CATEGORY  PICTURE X(4).
              10 PT-GL-CODE  PICTURE X(6).
              10 PT-STATUS  PICTURE X.
                  88 PT-CLOSED         VALUE 'F'.


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-PARAMETERS
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 056-LOAD-POSTES
           PERFORM 200-REPORT-FROM-MASTER
           SORT SORTED-TOTALS ON DESCENDING KEY ST-TOTAL
                                OF SORTED-TOTAL-RECORD
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
                       DISPLAY 'MASTRPT: TABLE DES POSTES'
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

       150-WRITE-REPORT-HEADER.
           EVALUATE PARM-PERIOD-TYPE
             WHEN 'M'
       300-COUNT-ROUTINE.
           PERFORM 320-CHECK-PERIOD
           IF RECORD-IN-PERIOD
               PERFORM 325-CHECK-POSTE
           END-IF
           IF RECORD-IN-PERIOD AND POSTE-ACCEPTED
               ADD 1 TO MASTERS-READ
               ADD MS-AMOUNT TO SUM-ALL-MONEY
               IF IS-FIRST-ENTRY = 'YES'
               ADD MS-AMOUNT TO CURRENT-SUM
               ADD MS-AMOUNT TO CURRENT-CAT-SUM
           ELSE
               IF RECORD-IN-PERIOD
                   ADD 1 TO MASTERS-REJECTED
                   ADD MS-AMOUNT TO REJECTED-AMOUNT
               ELSE
                   ADD 1 TO MASTERS-SKIPPED
               END-IF
           END-IF.

       320-CHECK-PERIOD.
               MOVE 'Y' TO PERIOD-MATCH
           END-EVALUATE.

       325-CHECK-POSTE.
      *     Le poste du cumulatif doit figurer au plan comptable et
      *     etre actif, comme a la validation de DEPENSES ; sinon
      *     l enregistrement est ecarte de SORTIE, DEPASS, BUYTOT et
      *     GLFEED et compte dans POSTE REJETE.
           MOVE MS-CATEGORY TO LOOKUP-CATEGORY
           PERFORM 066-LOOKUP-POSTE
           MOVE 'N' TO POSTE-MATCH
           IF POSTE-IS-KNOWN
               IF NOT PT-CLOSED (POSTE-INDEX)
                   MOVE 'Y' TO POSTE-MATCH
               END-IF
           END-IF.

       405-WRITE-MONTH-SUM-TO-FILE.
           MOVE SPACES TO PRINT-REC
           MOVE MS-NAME TO NAME-OUT
           WRITE GL-FEED-REC.

       417-LOOKUP-GL-CODE.
      *     Compte de grand-livre tire du plan comptable POSTES,
      *     comme dans DEPENSES ; 325-CHECK-POSTE a deja ecarte tout
      *     poste inconnu, le compte DIVERS ne sert que de filet.
           MOVE MS-CATEGORY TO LOOKUP-CATEGORY
           PERFORM 066-LOOKUP-POSTE
           IF POSTE-IS-KNOWN
               MOVE PT-GL-CODE (POSTE-INDEX) TO GL-CODE
           ELSE
               MOVE '6900  ' TO GL-CODE
           END-IF.

       400-WRITE-SUM-TO-FILE.
           MOVE SPACES TO PRINT-REC
           ADD 1 TO LINES-WRITTEN.

       510-WRITE-CONTROL-TOTALS.
      *     MAITRES LUS (dans la periode) + HORS PERIODE + POSTE
      *     REJETE doit egaler le nombre d enregistrements du
      *     cumulatif.
           MOVE SUM-ALL-MONEY TO SUM-ALL-MONEY-ED
           MOVE SPACES TO TRAILER-LINE
           STRING 'SOMME MS-AMOUNT=' SUM-ALL-MONEY-ED
           MOVE TRAILER-LINE TO PRINT-REC
           WRITE PRINT-REC
           ADD 1 TO LINES-WRITTEN
           MOVE REJECTED-AMOUNT TO REJECTED-AMOUNT-ED
           MOVE SPACES TO TRAILER-LINE
           STRING 'POSTE REJETE=' MASTERS-REJECTED
                  ' MONTANT=' REJECTED-AMOUNT-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           MOVE TRAILER-LINE TO PRINT-REC
           WRITE PRINT-REC
           ADD 1 TO LINES-WRITTEN
           ADD 1 TO LINES-WRITTEN
           MOVE SPACES TO TRAILER-LINE
           STRING 'MAITRES LUS=' MASTERS-READ
