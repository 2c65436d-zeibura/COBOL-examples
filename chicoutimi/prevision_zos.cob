       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVISIO.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CUMUL-DATA ASSIGN TO CUMMAST.
      * CUMMAST = cumulatif des depenses tenu par MASTMAJ ; donne la
      * tendance recente de chaque poste et ce qui est deja depense
      * dans l annee
                SELECT COMMIT-DATA ASSIGN TO ENGMAST.
      * ENGMAST = cumulatif des engagements tenu par ENGMAJ ; les
      * engagements des mois prevus s ajoutent a la tendance
                SELECT BUDGET-DATA ASSIGN TO BUDGET.
      * BUDGET = enveloppe budgetaire par poste et par mois de
      * l annee, tenue par la tresorerie, comme dans DEPENSES
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires ; un poste
      * ferme ne recoit plus de depenses et n est pas prevu
                SELECT FORECAST-DATA ASSIGN TO PREVLIST.
      * PREVLIST = prevision des sorties des 12 prochains mois par
      * poste, contre le solde du budget de l annee ; les postes
      * dont le solde devient negatif avant la fin de l annee sont
      * signales avec le mois prevu du depassement, puis repris en
      * sommaire a la fin de la liste ; un poste ferme y figure
      * seul, sans prevision ni depassement


       DATA DIVISION.
       FILE SECTION.
      *     Dessin de CUMMAST et de ENGMAST, comme dans MASTMAJ
       FD  CUMUL-DATA
           RECORDING MODE IS F.
       01  CUMUL-RECORD.
           05 OC-NAME  PICTURE X(20).
           05 OC-CATEGORY  PICTURE X(4).
           05 OC-YEAR  PICTURE 9(4).
           05 OC-MONTH  PICTURE 99.
           05 OC-AMOUNT  PICTURE 9(7)V99.
           05 OC-ENTRIES  PICTURE 9(6).

       FD  COMMIT-DATA
           RECORDING MODE IS F.
       01  COMMIT-RECORD.
           05 OE-NAME  PICTURE X(20).
           05 OE-CATEGORY  PICTURE X(4).
           05 OE-YEAR  PICTURE 9(4).
           05 OE-MONTH  PICTURE 99.
           05 OE-AMOUNT  PICTURE 9(7)V99.
           05 OE-ENTRIES  PICTURE 9(6).

       FD  BUDGET-DATA
           RECORDING MODE IS F.
       01  BUDGET-RECORD.
           05 BU-CATEGORY  PICTURE X(4).
           05 BU-MONTH  PICTURE 99.
           05 BU-AMOUNT  PICTURE 9(7)V99.

       FD  POSTE-DATA
           RECORDING MODE IS F.
       01  POSTE-RECORD.
           05 PO-CATEGORY  PICTURE X(4).
           05 PO-DESCRIPTION  PICTURE X(30).
           05 PO-GL-CODE  PICTURE X(6).
      *        A = actif, F = ferme
           05 PO-STATUS  PICTURE X.

       FD  FORECAST-DATA
           RECORDING MODE IS F.
       01  FORECAST-REC  PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
       01  RUN-DATE.
           05 RUN-YEAR  PICTURE 9(4).
           05 RUN-MONTH  PICTURE 99.
           05 RUN-DAY  PICTURE 99.
      * Carte de parametres lue sur SYSIN au debut du RUN :
      *   colonnes 1-6 : premier mois prevu (AAAAMM), blanc = mois
      *                  du RUN
      *   colonnes 7-8 : nombre de mois complets avant le premier
      *                  mois prevu qui font la tendance (01-12),
      *                  blanc = 03
       01  PARM-CARD.
           05 PARM-START.
              10 PARM-START-YEAR  PICTURE 9(4).
              10 PARM-START-MONTH  PICTURE 99.
           05 PARM-TREND  PICTURE 99.
           05   PICTURE X(72).
      *     Vue alphanumerique de la carte, pour les messages
      *     d erreur et l echo, comme dans DEPENSES.
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05 PARM-START-X  PICTURE X(6).
           05 PARM-TREND-X  PICTURE X(2).
           05   PICTURE X(72).
       01  PARM-VALID  PICTURE X.
       01  PARM-ERROR-MSG  PICTURE X(25).
       77  START-YEAR  PICTURE 9(4).
       77  START-MONTH  PICTURE 99.
       77  TREND-MONTHS  PICTURE 99 VALUE 03.
      * Les mois se comptent en rang (annee * 12 + mois - 1) pour
      * que la tendance et les 12 mois prevus puissent chevaucher
      * deux annees sans calcul de calendrier.
       77  START-RANK  PICTURE 9(6).
       77  RECORD-RANK  PICTURE 9(6).
       77  SLOT  PICTURE 99.
       77  MONTH-INDEX  PICTURE 99.
       77  FORECAST-YEAR  PICTURE 9(4).
       77  FORECAST-MONTH  PICTURE 99.
       01  RECORD-USED  PICTURE X.
           88 RECORD-IS-USED        VALUE 'Y'.
      * Table des postes, tenue en ordre de poste pour que la liste
      * sorte dans cet ordre ; un poste y entre par BUDGET, par sa
      * tendance ou par un engagement des mois prevus.
      *   PV-BUDGET   : enveloppe de chaque mois de l annee (01-12)
      *   PV-COMMIT   : engagements de chacun des 12 mois prevus
      *   PV-POSTED   : depenses deja portees a CUMMAST pour un mois
      *                 prevu (le mois en cours, typiquement)
      *   PV-CLOSED   : Y = poste ferme a POSTES, liste sans prevision
       01  ARE-THERE-MORE-BUDGET-RECS  PICTURE XXX VALUE 'YES'.
       77  CATEGORY-LIMIT  PICTURE 999 VALUE 200.
       77  CATEGORY-COUNT  PICTURE 999 VALUE ZERO.
       77  CATEGORY-INDEX  PICTURE 999.
       77  SHIFT-INDEX  PICTURE 999.
       01  LOOKUP-CATEGORY  PICTURE X(4).
       01  CATEGORY-FOUND  PICTURE X.
           88 CATEGORY-IS-LISTED    VALUE 'Y'.
       01  CATEGORY-PASSED  PICTURE X.
           88 CATEGORY-IS-PASSED    VALUE 'Y'.
       01  CATEGORY-TABLE.
           05 CATEGORY-ENTRY OCCURS 200 TIMES.
              10 PV-CATEGORY  PICTURE X(4).
              10 PV-BUDGET  PICTURE 9(7)V99 OCCURS 12 TIMES.
              10 PV-SPENT-YTD  PICTURE 9(9)V99.
              10 PV-TREND-SUM  PICTURE 9(9)V99.
              10 PV-COMMIT  PICTURE 9(7)V99 OCCURS 12 TIMES.
              10 PV-POSTED  PICTURE 9(7)V99 OCCURS 12 TIMES.
              10 PV-OVERRUN-PERIOD  PICTURE 9(6).
              10 PV-YEAR-END-BALANCE  PICTURE S9(9)V99.
              10 PV-CLOSED  PICTURE X.
                  88 PV-IS-CLOSED      VALUE 'Y'.
      * Table du plan comptable POSTES, comme dans MASTRPT
       01  ARE-THERE-MORE-POSTE-RECS  PICTURE XXX VALUE 'YES'.
       77  POSTE-LIMIT  PICTURE 999 VALUE 200.
       77  POSTE-COUNT  PICTURE 999 VALUE ZERO.
       77  POSTE-INDEX  PICTURE 999.
       01  POSTE-FOUND  PICTURE X.
           88 POSTE-IS-KNOWN       VALUE 'Y'.
       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 200 TIMES.
              10 PT-CATEGORY  PICTURE X(4).
              10 PT-STATUS  PICTURE X.
                  88 PT-CLOSED         VALUE 'F'.
      * Totaux de tous les postes par mois prevu
       01  SLOT-TOTALS.
           05 SLOT-TOTAL OCCURS 12 TIMES.
              10 ST-BUDGET  PICTURE 9(9)V99.
              10 ST-TREND  PICTURE 9(9)V99.
              10 ST-COMMIT  PICTURE 9(9)V99.
              10 ST-PROJECTED  PICTURE 9(9)V99.
       77  ANNUAL-BUDGET  PICTURE 9(9)V99.
       77  TREND-AVERAGE  PICTURE 9(7)V99.
       77  PROJECTED  PICTURE 9(9)V99.
       77  BALANCE  PICTURE S9(9)V99.
       77  AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       77  AMOUNT-ED-2  PICTURE ZZZZZZZZ9.99.
       77  BALANCE-ED  PICTURE ---------9.99.
       01  FORECAST-HEADER-LINE.
           05   PICTURE X(8) VALUE 'MOIS'.
           05   PICTURE X(11) VALUE 'BUDGET MOIS'.
           05   PICTURE X(12) VALUE '    TENDANCE'.
           05   PICTURE X(12) VALUE '      ENGAGE'.
           05   PICTURE X(12) VALUE '       PREVU'.
           05   PICTURE X(13) VALUE '  SOLDE ANNEE'.
           05   PICTURE X(12) VALUE SPACES.
       01  FORECAST-LINE.
           05 FL-PERIOD  PICTURE X(7).
           05   PICTURE X(1).
           05 FL-BUDGET  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 FL-TREND  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 FL-COMMIT  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 FL-PROJECTED  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 FL-BALANCE  PICTURE --------9.99.
           05   PICTURE X(1).
           05 FL-FLAG  PICTURE X(11).
       01  TRAILER-LINE  PICTURE X(80).
      * Compteurs de controle
       77  BUDGET-READ  PICTURE 9(6) VALUE ZERO.
       77  BUDGET-IGNORED  PICTURE 9(6) VALUE ZERO.
       77  CUMUL-READ  PICTURE 9(6) VALUE ZERO.
       77  CUMUL-USED  PICTURE 9(6) VALUE ZERO.
       77  COMMIT-READ  PICTURE 9(6) VALUE ZERO.
       77  COMMIT-USED  PICTURE 9(6) VALUE ZERO.
       77  CUMUL-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  COMMIT-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  TOTAL-ED  PICTURE ZZZZZZZZZZ9.99.
       77  CATEGORIES-OVERRUN  PICTURE 9(6) VALUE ZERO.
       77  CATEGORIES-CLOSED  PICTURE 9(6) VALUE ZERO.


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-PARAMETERS
           PERFORM 055-LOAD-POSTES
           PERFORM 056-LOAD-BUDGET
           PERFORM 200-READ-CUMULATIVE
           PERFORM 210-READ-COMMITMENTS
           OPEN OUTPUT FORECAST-DATA
           PERFORM 150-WRITE-FORECAST-HEADER
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 12
               MOVE ZERO TO ST-BUDGET (SLOT)
               MOVE ZERO TO ST-TREND (SLOT)
               MOVE ZERO TO ST-COMMIT (SLOT)
               MOVE ZERO TO ST-PROJECTED (SLOT)
           END-PERFORM
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                     UNTIL CATEGORY-INDEX > CATEGORY-COUNT
               IF PV-IS-CLOSED (CATEGORY-INDEX)
                   ADD 1 TO CATEGORIES-CLOSED
               ELSE
                   PERFORM 300-FORECAST-ONE-CATEGORY
               END-IF
           END-PERFORM
           PERFORM 400-WRITE-ALL-CATEGORIES
           PERFORM 450-WRITE-OVERRUN-SUMMARY
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE FORECAST-DATA
           DISPLAY 'PREVISIO: POSTES=' CATEGORY-COUNT
                   ' EN DEPASSEMENT=' CATEGORIES-OVERRUN
                   ' FERMES=' CATEGORIES-CLOSED
           STOP RUN.

       050-GET-PARAMETERS.
      *     La carte est validee a fond AVANT d ouvrir quoi que ce
      *     soit en sortie, comme dans DEPENSES.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-YEAR TO START-YEAR
           MOVE RUN-MONTH TO START-MONTH
           MOVE SPACES TO PARM-CARD
           ACCEPT PARM-CARD FROM SYSIN
           PERFORM 051-VALIDATE-PARAMETERS
           IF PARM-START-X NOT = SPACES
               MOVE PARM-START-YEAR TO START-YEAR
               MOVE PARM-START-MONTH TO START-MONTH
           END-IF
           IF PARM-TREND-X NOT = SPACES
               MOVE PARM-TREND TO TREND-MONTHS
           END-IF
           COMPUTE START-RANK = START-YEAR * 12 + START-MONTH - 1
           DISPLAY 'PREVISIO: CARTE ACCEPTEE DEBUT=' START-YEAR
                   START-MONTH ' MOIS DE TENDANCE=' TREND-MONTHS.

       051-VALIDATE-PARAMETERS.
      *     Memes controles en cascade que dans MASTRPT : le
      *     premier manquement arrete le RUN avec un message clair.
           MOVE 'Y' TO PARM-VALID
           MOVE SPACES TO PARM-ERROR-MSG
           IF PARM-START-X NOT = SPACES
                       AND (PARM-START NOT NUMERIC
                                OR PARM-START-YEAR < 1900
                                OR PARM-START-MONTH < 01
                                OR PARM-START-MONTH > 12)
               MOVE 'N' TO PARM-VALID
               MOVE 'PREMIER MOIS INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND PARM-TREND-X NOT = SPACES
                       AND (PARM-TREND NOT NUMERIC
                                OR PARM-TREND < 01
                                OR PARM-TREND > 12)
               MOVE 'N' TO PARM-VALID
               MOVE 'MOIS DE TENDANCE INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'N'
               DISPLAY 'PREVISIO: CARTE DE PARAMETRES INVALIDE - '
                       PARM-ERROR-MSG ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       055-LOAD-POSTES.
      *     Meme chargement que dans MASTRPT ; une table pleine
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
                       DISPLAY 'PREVISIO: TABLE DES POSTES'
                               ' PLEINE (' POSTE-LIMIT
                               ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO POSTE-COUNT
                   MOVE PO-CATEGORY TO PT-CATEGORY (POSTE-COUNT)
                   MOVE PO-STATUS TO PT-STATUS (POSTE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POSTE-DATA.

       056-LOAD-BUDGET.
      *     Meme chargement que 058-LOAD-BUDGET de DEPENSES : une
      *     ligne au mois ou au montant illisible est ignoree. Une
      *     enveloppe en double pour le meme poste et le meme mois
      *     s additionne.
           MOVE 'YES' TO ARE-THERE-MORE-BUDGET-RECS
           OPEN INPUT BUDGET-DATA
           PERFORM UNTIL ARE-THERE-MORE-BUDGET-RECS = 'NO '
               READ BUDGET-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-BUDGET-RECS
                 NOT AT END
                   ADD 1 TO BUDGET-READ
                   IF BU-MONTH NUMERIC
                               AND BU-MONTH >= 01 AND BU-MONTH <= 12
                               AND BU-AMOUNT NUMERIC
                       MOVE BU-CATEGORY TO LOOKUP-CATEGORY
                       PERFORM 067-LOOKUP-CATEGORY
                       ADD BU-AMOUNT
                           TO PV-BUDGET (CATEGORY-INDEX BU-MONTH)
                   ELSE
                       ADD 1 TO BUDGET-IGNORED
                   END-IF
               END-READ
           END-PERFORM
           CLOSE BUDGET-DATA.

       067-LOOKUP-CATEGORY.
      *     Trouve le poste dans la table ou l y insere a sa place ;
      *     la recherche s arrete au premier poste plus grand, ou le
      *     nouveau poste prend place apres decalage des suivants.
           MOVE 'N' TO CATEGORY-FOUND
           MOVE 'N' TO CATEGORY-PASSED
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                     UNTIL CATEGORY-INDEX > CATEGORY-COUNT
                        OR CATEGORY-IS-LISTED
                        OR CATEGORY-IS-PASSED
               IF PV-CATEGORY (CATEGORY-INDEX) = LOOKUP-CATEGORY
                   MOVE 'Y' TO CATEGORY-FOUND
               ELSE
                   IF PV-CATEGORY (CATEGORY-INDEX) > LOOKUP-CATEGORY
                       MOVE 'Y' TO CATEGORY-PASSED
                   END-IF
               END-IF
           END-PERFORM
           IF CATEGORY-IS-LISTED OR CATEGORY-IS-PASSED
               SUBTRACT 1 FROM CATEGORY-INDEX
           END-IF
           IF NOT CATEGORY-IS-LISTED
               IF CATEGORY-COUNT >= CATEGORY-LIMIT
                   DISPLAY 'PREVISIO: TABLE DES POSTES PLEINE ('
                           CATEGORY-LIMIT ') - RUN ARRETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING SHIFT-INDEX FROM CATEGORY-COUNT BY -1
                         UNTIL SHIFT-INDEX < CATEGORY-INDEX
                   MOVE CATEGORY-ENTRY (SHIFT-INDEX)
                        TO CATEGORY-ENTRY (SHIFT-INDEX + 1)
               END-PERFORM
               ADD 1 TO CATEGORY-COUNT
               MOVE LOOKUP-CATEGORY TO PV-CATEGORY (CATEGORY-INDEX)
               MOVE ZERO TO PV-SPENT-YTD (CATEGORY-INDEX)
               MOVE ZERO TO PV-TREND-SUM (CATEGORY-INDEX)
               MOVE ZERO TO PV-OVERRUN-PERIOD (CATEGORY-INDEX)
               MOVE ZERO TO PV-YEAR-END-BALANCE (CATEGORY-INDEX)
               PERFORM 066-LOOKUP-POSTE
               MOVE 'N' TO PV-CLOSED (CATEGORY-INDEX)
               IF POSTE-IS-KNOWN
                   IF PT-CLOSED (POSTE-INDEX)
                       MOVE 'Y' TO PV-CLOSED (CATEGORY-INDEX)
                   END-IF
               END-IF
               PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                         UNTIL MONTH-INDEX > 12
                   MOVE ZERO TO PV-BUDGET (CATEGORY-INDEX MONTH-INDEX)
                   MOVE ZERO TO PV-COMMIT (CATEGORY-INDEX MONTH-INDEX)
                   MOVE ZERO TO PV-POSTED (CATEGORY-INDEX MONTH-INDEX)
               END-PERFORM
           END-IF.

       066-LOOKUP-POSTE.
      *     Meme recherche que 066-LOOKUP-POSTE de MASTRPT. Seul un
      *     poste ferme est retenu ici : un poste absent de POSTES
      *     reste prevu, comme avant.
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

       150-WRITE-FORECAST-HEADER.
           MOVE SPACES TO FORECAST-REC
           STRING 'PREVISION DES SORTIES SUR 12 MOIS PAR POSTE'
                  ' CONTRE LE BUDGET'
                  DELIMITED BY SIZE INTO FORECAST-REC
           WRITE FORECAST-REC
           MOVE SPACES TO FORECAST-REC
           STRING 'PREMIER MOIS PREVU=' START-YEAR '/' START-MONTH
                  '   TENDANCE SUR ' TREND-MONTHS ' MOIS'
                  '   + ENGAGEMENTS ENGMAST'
                  DELIMITED BY SIZE INTO FORECAST-REC
           WRITE FORECAST-REC
           MOVE SPACES TO FORECAST-REC
           WRITE FORECAST-REC.

       200-READ-CUMULATIVE.
      *     Un mois de CUMMAST sert a trois choses :
      *       - s il tombe dans les mois de tendance, il entre dans
      *         la moyenne du poste ;
      *       - s il est de l annee prevue et avant le premier mois
      *         prevu, il est deja depense et reduit le solde ;
      *       - s il tombe dans un mois prevu (le mois en cours), la
      *         prevision de ce mois ne descend pas sous ce montant.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CUMUL-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CUMUL-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO CUMUL-READ
                   ADD OC-AMOUNT TO CUMUL-TOTAL
                   IF OC-YEAR NUMERIC AND OC-MONTH NUMERIC
                               AND OC-MONTH >= 01 AND OC-MONTH <= 12
                       PERFORM 205-APPLY-ONE-CUMULATIVE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CUMUL-DATA.

       205-APPLY-ONE-CUMULATIVE.
           COMPUTE RECORD-RANK = OC-YEAR * 12 + OC-MONTH - 1
           MOVE 'N' TO RECORD-USED
           IF RECORD-RANK < START-RANK
                       AND RECORD-RANK + TREND-MONTHS >= START-RANK
               MOVE 'Y' TO RECORD-USED
           END-IF
           IF RECORD-RANK < START-RANK AND OC-YEAR = START-YEAR
               MOVE 'Y' TO RECORD-USED
           END-IF
           IF RECORD-RANK >= START-RANK
                       AND RECORD-RANK < START-RANK + 12
               MOVE 'Y' TO RECORD-USED
           END-IF
           IF RECORD-IS-USED
               ADD 1 TO CUMUL-USED
               MOVE OC-CATEGORY TO LOOKUP-CATEGORY
               PERFORM 067-LOOKUP-CATEGORY
               IF RECORD-RANK < START-RANK
                   IF RECORD-RANK + TREND-MONTHS >= START-RANK
                       ADD OC-AMOUNT TO PV-TREND-SUM (CATEGORY-INDEX)
                   END-IF
                   IF OC-YEAR = START-YEAR
                       ADD OC-AMOUNT TO PV-SPENT-YTD (CATEGORY-INDEX)
                   END-IF
               ELSE
                   COMPUTE SLOT = RECORD-RANK - START-RANK + 1
                   ADD OC-AMOUNT TO PV-POSTED (CATEGORY-INDEX SLOT)
               END-IF
           END-IF.

       210-READ-COMMITMENTS.
      *     Seuls les engagements des 12 mois prevus comptent ; ceux
      *     des mois passes sont deja devenus des factures dans
      *     CUMMAST.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT COMMIT-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ COMMIT-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO COMMIT-READ
                   ADD OE-AMOUNT TO COMMIT-TOTAL
                   IF OE-YEAR NUMERIC AND OE-MONTH NUMERIC
                               AND OE-MONTH >= 01 AND OE-MONTH <= 12
                       COMPUTE RECORD-RANK =
                               OE-YEAR * 12 + OE-MONTH - 1
                       IF RECORD-RANK >= START-RANK
                                   AND RECORD-RANK < START-RANK + 12
                           ADD 1 TO COMMIT-USED
                           MOVE OE-CATEGORY TO LOOKUP-CATEGORY
                           PERFORM 067-LOOKUP-CATEGORY
                           COMPUTE SLOT = RECORD-RANK - START-RANK + 1
                           ADD OE-AMOUNT
                               TO PV-COMMIT (CATEGORY-INDEX SLOT)
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COMMIT-DATA.

       300-FORECAST-ONE-CATEGORY.
      *     Prevision mois par mois : la tendance (moyenne des mois
      *     de tendance) plus les engagements du mois, sans descendre
      *     sous ce qui est deja porte a CUMMAST pour ce mois. Le
      *     solde part du budget de l annee moins le deja depense ;
      *     en janvier de l annee suivante, il repart de l enveloppe
      *     annuelle du poste, BUDGET n ayant qu une annee. Le
      *     premier mois de l annee prevue ou le solde devient
      *     negatif est le mois du depassement.
           COMPUTE TREND-AVERAGE ROUNDED =
                   PV-TREND-SUM (CATEGORY-INDEX) / TREND-MONTHS
           MOVE ZERO TO ANNUAL-BUDGET
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                     UNTIL MONTH-INDEX > 12
               ADD PV-BUDGET (CATEGORY-INDEX MONTH-INDEX)
                   TO ANNUAL-BUDGET
           END-PERFORM
           COMPUTE BALANCE = ANNUAL-BUDGET
                           - PV-SPENT-YTD (CATEGORY-INDEX)
           MOVE START-YEAR TO FORECAST-YEAR
           MOVE START-MONTH TO FORECAST-MONTH
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 12
               IF FORECAST-MONTH = 01 AND SLOT > 1
                   MOVE ANNUAL-BUDGET TO BALANCE
               END-IF
               COMPUTE PROJECTED = TREND-AVERAGE
                       + PV-COMMIT (CATEGORY-INDEX SLOT)
               IF PV-POSTED (CATEGORY-INDEX SLOT) > PROJECTED
                   MOVE PV-POSTED (CATEGORY-INDEX SLOT) TO PROJECTED
               END-IF
               SUBTRACT PROJECTED FROM BALANCE
               IF FORECAST-YEAR = START-YEAR
                   MOVE BALANCE
                        TO PV-YEAR-END-BALANCE (CATEGORY-INDEX)
                   IF BALANCE < ZERO
                           AND PV-OVERRUN-PERIOD (CATEGORY-INDEX)
                               = ZERO
                       COMPUTE PV-OVERRUN-PERIOD (CATEGORY-INDEX) =
                               FORECAST-YEAR * 100 + FORECAST-MONTH
                   END-IF
               END-IF
               ADD PV-BUDGET (CATEGORY-INDEX FORECAST-MONTH)
                   TO ST-BUDGET (SLOT)
               ADD TREND-AVERAGE TO ST-TREND (SLOT)
               ADD PV-COMMIT (CATEGORY-INDEX SLOT) TO ST-COMMIT (SLOT)
               ADD PROJECTED TO ST-PROJECTED (SLOT)
               PERFORM 310-NEXT-MONTH
           END-PERFORM
           IF PV-OVERRUN-PERIOD (CATEGORY-INDEX) > ZERO
               ADD 1 TO CATEGORIES-OVERRUN
           END-IF.

       310-NEXT-MONTH.
           IF FORECAST-MONTH = 12
               MOVE 01 TO FORECAST-MONTH
               ADD 1 TO FORECAST-YEAR
           ELSE
               ADD 1 TO FORECAST-MONTH
           END-IF.

       400-WRITE-ALL-CATEGORIES.
      *     Deuxieme passage sur la table pour la liste : les memes
      *     calculs que 300-FORECAST-ONE-CATEGORY, ligne par ligne.
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                     UNTIL CATEGORY-INDEX > CATEGORY-COUNT
               IF PV-IS-CLOSED (CATEGORY-INDEX)
                   PERFORM 415-WRITE-CLOSED-CATEGORY
               ELSE
                   PERFORM 410-WRITE-ONE-CATEGORY
               END-IF
           END-PERFORM
           PERFORM 430-WRITE-ALL-TOTALS.

       410-WRITE-ONE-CATEGORY.
           COMPUTE TREND-AVERAGE ROUNDED =
                   PV-TREND-SUM (CATEGORY-INDEX) / TREND-MONTHS
           MOVE ZERO TO ANNUAL-BUDGET
           PERFORM VARYING MONTH-INDEX FROM 1 BY 1
                     UNTIL MONTH-INDEX > 12
               ADD PV-BUDGET (CATEGORY-INDEX MONTH-INDEX)
                   TO ANNUAL-BUDGET
           END-PERFORM
           MOVE SPACES TO FORECAST-REC
           MOVE ANNUAL-BUDGET TO AMOUNT-ED
           MOVE PV-SPENT-YTD (CATEGORY-INDEX) TO AMOUNT-ED-2
           STRING 'POSTE ' PV-CATEGORY (CATEGORY-INDEX)
                  '   BUDGET ANNUEL=' AMOUNT-ED
                  '   DEJA DEPENSE=' AMOUNT-ED-2
                  DELIMITED BY SIZE INTO FORECAST-REC
           WRITE FORECAST-REC
           WRITE FORECAST-REC FROM FORECAST-HEADER-LINE
           COMPUTE BALANCE = ANNUAL-BUDGET
                           - PV-SPENT-YTD (CATEGORY-INDEX)
           MOVE START-YEAR TO FORECAST-YEAR
           MOVE START-MONTH TO FORECAST-MONTH
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 12
               IF FORECAST-MONTH = 01 AND SLOT > 1
                   MOVE ANNUAL-BUDGET TO BALANCE
               END-IF
               COMPUTE PROJECTED = TREND-AVERAGE
                       + PV-COMMIT (CATEGORY-INDEX SLOT)
               IF PV-POSTED (CATEGORY-INDEX SLOT) > PROJECTED
                   MOVE PV-POSTED (CATEGORY-INDEX SLOT) TO PROJECTED
               END-IF
               SUBTRACT PROJECTED FROM BALANCE
               PERFORM 420-WRITE-ONE-MONTH
               PERFORM 310-NEXT-MONTH
           END-PERFORM
           MOVE SPACES TO FORECAST-REC
           IF PV-OVERRUN-PERIOD (CATEGORY-INDEX) > ZERO
               MOVE PV-YEAR-END-BALANCE (CATEGORY-INDEX) TO BALANCE-ED
               STRING '*** DEPASSEMENT PREVU EN '
                      PV-OVERRUN-PERIOD (CATEGORY-INDEX) (1:4) '/'
                      PV-OVERRUN-PERIOD (CATEGORY-INDEX) (5:2)
                      ' - SOLDE A LA FIN DE ' START-YEAR '='
                      BALANCE-ED
                      DELIMITED BY SIZE INTO FORECAST-REC
               WRITE FORECAST-REC
               MOVE SPACES TO FORECAST-REC
           END-IF
           WRITE FORECAST-REC.

       415-WRITE-CLOSED-CATEGORY.
      *     Un poste ferme ne recoit plus de depenses : il est liste
      *     avec ce qu il a deja coute dans l annee, sans tendance,
      *     sans prevision et sans depassement, et n entre pas dans
      *     les totaux de tous les postes.
           MOVE SPACES TO FORECAST-REC
           MOVE PV-SPENT-YTD (CATEGORY-INDEX) TO AMOUNT-ED-2
           STRING 'POSTE ' PV-CATEGORY (CATEGORY-INDEX)
                  '   FERME - AUCUNE PREVISION'
                  '   DEJA DEPENSE=' AMOUNT-ED-2
                  DELIMITED BY SIZE INTO FORECAST-REC
           WRITE FORECAST-REC
           MOVE SPACES TO FORECAST-REC
           WRITE FORECAST-REC.

       420-WRITE-ONE-MONTH.
      *     DEPASSEMENT marque le mois du depassement ; > BUDGET MOIS
      *     marque un mois dont la prevision depasse l enveloppe du
      *     mois, sans que le solde de l annee soit encore negatif.
           MOVE SPACES TO FORECAST-LINE
           STRING FORECAST-YEAR '/' FORECAST-MONTH
                  DELIMITED BY SIZE INTO FL-PERIOD
           MOVE PV-BUDGET (CATEGORY-INDEX FORECAST-MONTH) TO FL-BUDGET
           MOVE TREND-AVERAGE TO FL-TREND
           MOVE PV-COMMIT (CATEGORY-INDEX SLOT) TO FL-COMMIT
           MOVE PROJECTED TO FL-PROJECTED
           MOVE BALANCE TO FL-BALANCE
           IF PV-OVERRUN-PERIOD (CATEGORY-INDEX) =
                       FORECAST-YEAR * 100 + FORECAST-MONTH
               MOVE 'DEPASSEMENT' TO FL-FLAG
           ELSE
               IF PROJECTED >
                       PV-BUDGET (CATEGORY-INDEX FORECAST-MONTH)
                   MOVE '> BUDGET' TO FL-FLAG
               END-IF
           END-IF
           WRITE FORECAST-REC FROM FORECAST-LINE.

       430-WRITE-ALL-TOTALS.
      *     Tous les postes ensemble, par mois prevu ; le solde n est
      *     pas repris ici puisqu il ne se compense pas d un poste a
      *     l autre.
           MOVE 'TOUS LES POSTES' TO FORECAST-REC
           WRITE FORECAST-REC
           WRITE FORECAST-REC FROM FORECAST-HEADER-LINE
           MOVE START-YEAR TO FORECAST-YEAR
           MOVE START-MONTH TO FORECAST-MONTH
           PERFORM VARYING SLOT FROM 1 BY 1 UNTIL SLOT > 12
               MOVE SPACES TO FORECAST-LINE
               STRING FORECAST-YEAR '/' FORECAST-MONTH
                      DELIMITED BY SIZE INTO FL-PERIOD
               MOVE ST-BUDGET (SLOT) TO FL-BUDGET
               MOVE ST-TREND (SLOT) TO FL-TREND
               MOVE ST-COMMIT (SLOT) TO FL-COMMIT
               MOVE ST-PROJECTED (SLOT) TO FL-PROJECTED
               WRITE FORECAST-REC FROM FORECAST-LINE
               PERFORM 310-NEXT-MONTH
           END-PERFORM
           MOVE SPACES TO FORECAST-REC
           WRITE FORECAST-REC.

       450-WRITE-OVERRUN-SUMMARY.
           MOVE SPACES TO FORECAST-REC
           STRING 'POSTES EN DEPASSEMENT PREVU AVANT LA FIN DE '
                  START-YEAR
                  DELIMITED BY SIZE INTO FORECAST-REC
           WRITE FORECAST-REC
           IF CATEGORIES-OVERRUN = ZERO
               MOVE 'AUCUN' TO FORECAST-REC
               WRITE FORECAST-REC
           END-IF
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                     UNTIL CATEGORY-INDEX > CATEGORY-COUNT
               IF PV-OVERRUN-PERIOD (CATEGORY-INDEX) > ZERO
                   MOVE SPACES TO FORECAST-REC
                   MOVE PV-YEAR-END-BALANCE (CATEGORY-INDEX)
                        TO BALANCE-ED
                   STRING 'POSTE ' PV-CATEGORY (CATEGORY-INDEX)
                          '   MOIS DU DEPASSEMENT='
                          PV-OVERRUN-PERIOD (CATEGORY-INDEX) (1:4)
                          '/'
                          PV-OVERRUN-PERIOD (CATEGORY-INDEX) (5:2)
                          '   SOLDE FIN D ANNEE=' BALANCE-ED
                          DELIMITED BY SIZE INTO FORECAST-REC
                   WRITE FORECAST-REC
               END-IF
           END-PERFORM
           MOVE SPACES TO FORECAST-REC
           WRITE FORECAST-REC.

       500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO TRAILER-LINE
           STRING 'BUDGET   LUS=' BUDGET-READ
                  ' IGNORES=' BUDGET-IGNORED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE FORECAST-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           MOVE CUMUL-TOTAL TO TOTAL-ED
           STRING 'CUMMAST  LUS=' CUMUL-READ ' RETENUS=' CUMUL-USED
                  ' MONTANT=' TOTAL-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE FORECAST-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           MOVE COMMIT-TOTAL TO TOTAL-ED
           STRING 'ENGMAST  LUS=' COMMIT-READ ' RETENUS=' COMMIT-USED
                  ' MONTANT=' TOTAL-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE FORECAST-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           STRING 'POSTES=' CATEGORY-COUNT
                  ' EN DEPASSEMENT=' CATEGORIES-OVERRUN
                  ' FERMES=' CATEGORIES-CLOSED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE FORECAST-REC FROM TRAILER-LINE.

       END PROGRAM PREVISIO.
