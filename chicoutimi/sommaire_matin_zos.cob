       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOMMATIN.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT REJECT-DATA ASSIGN TO REJJOUR.
      * REJJOUR = rejets du jour de MASTMAJ, au dessin de REJETS,
      * en attente de correction par CORRIGE
                SELECT MASTLIST-DATA ASSIGN TO MASTLIST.
      * MASTLIST = liste de controle de MASTMAJ ; seule la ligne
      * ANCIEN= DELTAS= NOUVEAU= est relue
                SELECT OVER-THRESHOLD-DATA ASSIGN TO DEPASS.
      * DEPASS = fournisseurs au dela de leur seuil, ecrit par
      * DEPENSES ou MASTRPT
                SELECT SUSPENSE-DATA ASSIGN TO SUSPENS.
      * SUSPENS = doubles encore en suspens, apres DOUBREL
                SELECT DOUBLIST-DATA ASSIGN TO DOUBLIST.
      * DOUBLIST = liste de verification de DOUBREL ; seule la
      * ligne d equilibre EN SUSPENS LUS= est relue
                SELECT GL-SUSPENSE-DATA ASSIGN TO GLSUSP.
      * GLSUSP = ecarts GL non resolus reportes par GLRECON
                SELECT RECLIST-DATA ASSIGN TO RECLIST.
      * RECLIST = liste de conciliation de GLRECON ; seule la
      * ligne REPORTES EN SUSPENS= est relue, pour verifier que
      * GLSUSPN a bien ete recopie sur GLSUSP
                SELECT STALE-DATA ASSIGN TO TAUXPERI.
      * TAUXPERI = devises dont le taux le plus recent est perime,
      * ecrit par TAUXMAJ
                SELECT COMMIT-REJECT-DATA ASSIGN TO ENGREJ.
      * ENGREJ = engagements rejetes par ENGMAJ
                SELECT OPTIONAL CHAIN-DATA ASSIGN TO CHAINCTL.
      * CHAINCTL = fichier de controle de la chaine des travaux,
      * comme dans DEPENSES ; une etape avec DEBUT mais sans FIN
      * pour la meme generation ne s est pas terminee
                SELECT SUMMARY-DATA ASSIGN TO SOMMLIST.
      * SOMMLIST = sommaire d une page des exceptions de la nuit :
      * une ligne par point a traiter, avec le nombre, le montant
      * et l age du plus ancien, et rien pour ce qui est en ordre


       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-DATA
           RECORDING MODE IS F.
      * Dessin de REJETS, comme dans MASTMAJ
       01  REJECT-RECORD.
           05 RJ-NAME  PICTURE X(20).
           05 RJ-MONEY  PICTURE X(6).
           05 RJ-MONEY-NUM REDEFINES RJ-MONEY  PICTURE 9(4)V99.
           05 RJ-CATEGORY  PICTURE X(4).
           05 RJ-DAY  PICTURE 99.
           05 RJ-MONTH  PICTURE 99.
           05 RJ-YEAR  PICTURE 9999.
           05 RJ-REASON  PICTURE X(25).
           05 RJ-CURRENCY  PICTURE X(3).
           05 RJ-TPS  PICTURE X(6).
           05 RJ-TVQ  PICTURE X(6).
           05 RJ-INVOICE  PICTURE X(12).
           05 RJ-TERMS  PICTURE X(3).

       FD  MASTLIST-DATA
           RECORDING MODE IS F.
       01  MASTLIST-REC  PICTURE X(80).
      * Ligne d equilibre de MASTMAJ, aux positions ou MASTMAJ
      * l ecrit
       01  MASTLIST-BALANCE.
           05 MB-LABEL  PICTURE X(7).
           05 MB-OLD  PICTURE ZZZZZZZZ9.99.
           05   PICTURE X(8).
           05 MB-DELTA  PICTURE ZZZZZZZZ9.99.
           05   PICTURE X(9).
           05 MB-NEW  PICTURE ZZZZZZZZ9.99.
           05   PICTURE X(20).

       FD  OVER-THRESHOLD-DATA
           RECORDING MODE IS F.
      * Dessin de DEPASS, comme dans DEPENSES
       01  OVER-THRESHOLD-RECORD.
           05 OT-NAME  PICTURE X(20).
           05   PICTURE X(2).
           05 OT-TOTAL  PICTURE ZZZZ.99.
           05   PICTURE X(2).
           05 OT-THRESHOLD  PICTURE ZZZZ.99.

       FD  SUSPENSE-DATA
           RECORDING MODE IS F.
      * Dessin de SUSPENS, comme dans DOUBREL
       01  SUSPENSE-RECORD.
           05 SU-NAME  PICTURE X(20).
           05 SU-MONEY  PICTURE 9(4)V99.
           05   PICTURE X(1).
           05 SU-CATEGORY  PICTURE X(4).
           05 SU-DATE  PICTURE X(8).
           05 SU-CURRENCY  PICTURE X(3).
           05 SU-HOLD-DATE  PICTURE X(8).
           05 SU-TPS  PICTURE X(6).
           05 SU-TVQ  PICTURE X(6).
           05 SU-INVOICE  PICTURE X(12).
           05 SU-TERMS  PICTURE X(3).

       FD  DOUBLIST-DATA
           RECORDING MODE IS F.
       01  DOUBLIST-REC  PICTURE X(80).
      * Ligne d equilibre de DOUBREL
       01  DOUBLIST-BALANCE.
           05 DB-LABEL  PICTURE X(15).
           05 DB-READ  PICTURE 9(6).
           05   PICTURE X(9).
           05 DB-RELEASED  PICTURE 9(6).
           05   PICTURE X(9).
           05 DB-CANCELLED  PICTURE 9(6).
           05   PICTURE X(8).
           05 DB-STILL-HELD  PICTURE 9(6).
           05   PICTURE X(15).

       FD  GL-SUSPENSE-DATA
           RECORDING MODE IS F.
      * Dessin de GLSUSP, comme dans GLRECON
       01  GL-SUSPENSE-RECORD.
      *        E = envoye seul, C = comptabilise seul,
      *        M = montants differents
           05 GS-STATUS  PICTURE X.
           05 GS-CODE  PICTURE X(6).
           05 GS-NAME  PICTURE X(20).
           05 GS-PERIOD  PICTURE X(7).
           05 GS-SENT-AMOUNT  PICTURE 9(7)V99.
           05 GS-POSTED-AMOUNT  PICTURE 9(7)V99.
           05 GS-FIRST-DATE  PICTURE X(8).

       FD  RECLIST-DATA
           RECORDING MODE IS F.
       01  RECLIST-REC  PICTURE X(80).
      * Ligne des ecarts reportes de GLRECON
       01  RECLIST-CARRIED.
           05 RC-LABEL  PICTURE X(20).
           05 RC-CARRIED  PICTURE 9(6).
           05   PICTURE X(54).

       FD  STALE-DATA
           RECORDING MODE IS F.
       01  STALE-REC  PICTURE X(80).
      * Ligne de detail de TAUXPERI, comme dans TAUXMAJ
       01  STALE-LINE.
           05 ST-CURRENCY  PICTURE X(3).
           05   PICTURE X(2).
           05 ST-LAST-DATE  PICTURE X(8).
           05   PICTURE X(67).

       FD  COMMIT-REJECT-DATA
           RECORDING MODE IS F.
      * Dessin de ENGREJ, comme dans ENGMAJ
       01  COMMIT-REJECT-RECORD.
           05 CR-NAME  PICTURE X(20).
           05 CR-CATEGORY  PICTURE X(4).
           05 CR-YEAR  PICTURE 9(4).
           05 CR-MONTH  PICTURE 99.
           05 CR-AMOUNT  PICTURE X(6).
           05 CR-AMOUNT-NUM REDEFINES CR-AMOUNT  PICTURE 9(4)V99.
           05 CR-REASON  PICTURE X(25).

       FD  CHAIN-DATA
           RECORDING MODE IS F.
       01  CHAIN-RECORD.
           05 CC-PROGRAM  PICTURE X(8).
      *        DEBUT = etape lancee, FIN = etape terminee sans erreur
           05 CC-EVENT  PICTURE X(5).
           05 CC-GENERATION  PICTURE X(10).
           05 CC-DATE  PICTURE X(8).
           05 CC-TIME  PICTURE X(6).

       FD  SUMMARY-DATA
           RECORDING MODE IS F.
       01  SUMMARY-REC  PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
       01  RUN-DATE  PICTURE X(8).
       77  RUN-DATE-NUM  PICTURE 9(8).
       77  RUN-DATE-SERIAL  PICTURE 9(8).
      * Date AAAAMMJJ dont on veut l age ; elle n est prise que si
      * elle a l air d une date, pour qu un champ abime ne fasse pas
      * tomber le RUN
       01  AGE-DATE.
           05 AGE-YEAR  PICTURE 9(4).
           05 AGE-MONTH  PICTURE 99.
           05 AGE-DAY  PICTURE 99.
       01  AGE-DATE-NUM REDEFINES AGE-DATE  PICTURE 9(8).
       77  AGE-DAYS  PICTURE S9(8).
      * Point en cours : rempli par chaque lecture de fichier, puis
      * imprime par 400-WRITE-ITEM s il y a quelque chose a faire
       77  ITEM-COUNT  PICTURE 9(6) VALUE ZERO.
       77  ITEM-AMOUNT  PICTURE S9(9)V99 VALUE ZERO.
       77  ITEM-OLDEST-AGE  PICTURE 9(6) VALUE ZERO.
       01  ITEM-LABEL  PICTURE X(36).
       01  ITEM-SOURCE  PICTURE X(8).
       01  ITEM-AMOUNT-SHOWN  PICTURE X.
           88 ITEM-HAS-AMOUNT       VALUE 'Y'.
       01  ITEM-AGE-SHOWN  PICTURE X.
           88 ITEM-HAS-AGE          VALUE 'Y'.
       77  ITEMS-LISTED  PICTURE 9(6) VALUE ZERO.
       77  FILES-READ  PICTURE 9(6) VALUE ZERO.
      * Montants relus des listes imprimees
       77  LIST-OLD-TOTAL  PICTURE 9(9)V99.
       77  LIST-DELTA-TOTAL  PICTURE 9(9)V99.
       77  LIST-NEW-TOTAL  PICTURE 9(9)V99.
       77  OVER-TOTAL  PICTURE 9(4)V99.
       77  OVER-THRESHOLD  PICTURE 9(4)V99.
       01  BALANCE-LINE-FOUND  PICTURE X.
           88 BALANCE-LINE-SEEN     VALUE 'Y'.
       77  GL-SUSPENSE-READ  PICTURE 9(6) VALUE ZERO.
       77  RECLIST-CARRIED-COUNT  PICTURE 9(6) VALUE ZERO.
      * Compteurs des ecarts GL par etat, imprimes sur trois lignes
       77  GL-SENT-COUNT  PICTURE 9(6) VALUE ZERO.
       77  GL-SENT-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  GL-SENT-AGE  PICTURE 9(6) VALUE ZERO.
       77  GL-POSTED-COUNT  PICTURE 9(6) VALUE ZERO.
       77  GL-POSTED-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  GL-POSTED-AGE  PICTURE 9(6) VALUE ZERO.
       77  GL-DIFF-COUNT  PICTURE 9(6) VALUE ZERO.
       77  GL-DIFF-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  GL-DIFF-AGE  PICTURE 9(6) VALUE ZERO.
      * Etapes ouvertes de CHAINCTL : un DEBUT ajoute l etape, le
      * FIN de la meme etape et de la meme generation la retire ;
      * ce qui reste a la fin du fichier ne s est jamais termine.
      * Une place liberee par un FIN est reprise par le DEBUT
      * suivant, pour que la table ne grossisse pas avec
      * l historique du fichier.
       77  OPEN-STEP-LIMIT  PICTURE 999 VALUE 200.
       77  OPEN-STEP-COUNT  PICTURE 999 VALUE ZERO.
       77  OPEN-STEP-INDEX  PICTURE 999.
       77  OPEN-STEP-FREE  PICTURE 999.
       01  OPEN-STEP-FOUND  PICTURE X.
           88 OPEN-STEP-EXISTS      VALUE 'Y'.
       01  OPEN-STEP-TABLE.
           05 OPEN-STEP-ENTRY OCCURS 200 TIMES.
              10 OS-PROGRAM  PICTURE X(8).
              10 OS-GENERATION  PICTURE X(10).
              10 OS-DATE  PICTURE X(8).
      *           O = ouverte, L = place libre
              10 OS-STATE  PICTURE X.
       01  SUMMARY-HEADER.
           05   PICTURE X(34)
                VALUE 'SOMMAIRE DES EXCEPTIONS DE LA NUIT'.
           05   PICTURE X(4) VALUE ' DU '.
           05 SH-RUN-DATE  PICTURE X(8).
           05   PICTURE X(34) VALUE SPACES.
       01  SUMMARY-COLUMNS.
           05   PICTURE X(37) VALUE 'A TRAITER'.
           05   PICTURE X(7) VALUE 'NOMBRE'.
           05   PICTURE X(13) VALUE '      MONTANT'.
           05   PICTURE X(6) VALUE '   AGE'.
           05   PICTURE X(17) VALUE ' SOURCE'.
       01  ITEM-LINE.
           05 IL-LABEL  PICTURE X(36).
           05   PICTURE X(1).
           05 IL-COUNT  PICTURE ZZZZZ9.
           05   PICTURE X(1).
           05 IL-AMOUNT  PICTURE --------9.99.
           05   PICTURE X(1).
           05 IL-AGE  PICTURE ZZZZ9.
           05   PICTURE X(1).
           05 IL-SOURCE  PICTURE X(8).
           05   PICTURE X(9).
       01  SUMMARY-TRAILER  PICTURE X(80).


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO RUN-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
                TO RUN-DATE-SERIAL
           OPEN OUTPUT SUMMARY-DATA
           PERFORM 150-WRITE-SUMMARY-HEADER
           PERFORM 200-SCAN-REJECTS
           PERFORM 210-SCAN-MASTLIST
           PERFORM 220-SCAN-OVER-THRESHOLD
           PERFORM 230-SCAN-SUSPENSE
           PERFORM 240-SCAN-DOUBLIST
           PERFORM 250-SCAN-GL-SUSPENSE
           PERFORM 260-SCAN-RECLIST
           PERFORM 270-SCAN-STALE-RATES
           PERFORM 280-SCAN-COMMIT-REJECTS
           PERFORM 290-SCAN-CHAIN-CONTROL
           PERFORM 500-WRITE-SUMMARY-TOTALS
           CLOSE SUMMARY-DATA
           DISPLAY 'SOMMATIN: POINTS A TRAITER=' ITEMS-LISTED
           STOP RUN.

       070-TAKE-AGE.
      *     Age en jours de AGE-DATE a la date du RUN ; garde le plus
      *     ancien du point en cours.
           IF AGE-DATE-NUM NUMERIC
                       AND AGE-YEAR > 1900
                       AND AGE-MONTH > ZERO AND AGE-MONTH < 13
                       AND AGE-DAY > ZERO AND AGE-DAY < 32
               COMPUTE AGE-DAYS = RUN-DATE-SERIAL
                       - FUNCTION INTEGER-OF-DATE(AGE-DATE-NUM)
               IF AGE-DAYS < ZERO
                   MOVE ZERO TO AGE-DAYS
               END-IF
               IF AGE-DAYS > ITEM-OLDEST-AGE
                   MOVE AGE-DAYS TO ITEM-OLDEST-AGE
               END-IF
           END-IF.

       150-WRITE-SUMMARY-HEADER.
           MOVE RUN-DATE TO SH-RUN-DATE
           WRITE SUMMARY-REC FROM SUMMARY-HEADER
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           WRITE SUMMARY-REC FROM SUMMARY-COLUMNS.

       200-SCAN-REJECTS.
      *     Rejets du jour de MASTMAJ : a corriger par CORRTRAN avant
      *     le prochain RUN.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT REJECT-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ REJECT-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO ITEM-COUNT
                   IF RJ-MONEY-NUM NUMERIC
                       ADD RJ-MONEY-NUM TO ITEM-AMOUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE REJECT-DATA
           MOVE 'REJETS DEPENSES A CORRIGER' TO ITEM-LABEL
           MOVE 'REJJOUR' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           PERFORM 400-WRITE-ITEM.

       210-SCAN-MASTLIST.
      *     Le cumulatif doit boucler : ANCIEN + DELTAS = NOUVEAU.
      *     Une liste sans ligne d equilibre veut dire que MASTMAJ
      *     ne s est pas rendu au bout.
           MOVE 'N' TO BALANCE-LINE-FOUND
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT MASTLIST-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ MASTLIST-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   IF MB-LABEL = 'ANCIEN='
                       MOVE 'Y' TO BALANCE-LINE-FOUND
                       MOVE MB-OLD TO LIST-OLD-TOTAL
                       MOVE MB-DELTA TO LIST-DELTA-TOTAL
                       MOVE MB-NEW TO LIST-NEW-TOTAL
                   END-IF
               END-READ
           END-PERFORM
           CLOSE MASTLIST-DATA
           IF NOT BALANCE-LINE-SEEN
               MOVE 1 TO ITEM-COUNT
               MOVE 'CUMULATIF SANS LIGNE D EQUILIBRE' TO ITEM-LABEL
           ELSE
               COMPUTE ITEM-AMOUNT = LIST-OLD-TOTAL
                       + LIST-DELTA-TOTAL - LIST-NEW-TOTAL
               IF ITEM-AMOUNT NOT = ZERO
                   MOVE 1 TO ITEM-COUNT
                   MOVE 'Y' TO ITEM-AMOUNT-SHOWN
                   MOVE 'CUMULATIF HORS EQUILIBRE' TO ITEM-LABEL
               END-IF
           END-IF
           MOVE 'MASTLIST' TO ITEM-SOURCE
           PERFORM 400-WRITE-ITEM.

       220-SCAN-OVER-THRESHOLD.
      *     Fournisseurs au dela de leur seuil ; le montant est
      *     l excedent sur le seuil, pas le total depense.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OVER-THRESHOLD-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OVER-THRESHOLD-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO ITEM-COUNT
                   MOVE OT-TOTAL TO OVER-TOTAL
                   MOVE OT-THRESHOLD TO OVER-THRESHOLD
                   IF OVER-TOTAL > OVER-THRESHOLD
                       COMPUTE ITEM-AMOUNT = ITEM-AMOUNT
                               + OVER-TOTAL - OVER-THRESHOLD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE OVER-THRESHOLD-DATA
           MOVE 'FOURNISSEURS AU DELA DU SEUIL' TO ITEM-LABEL
           MOVE 'DEPASS' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           PERFORM 400-WRITE-ITEM.

       230-SCAN-SUSPENSE.
      *     Doubles retenus en attente d une decision des commis ;
      *     l age part de la date de mise en suspens.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT SUSPENSE-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ SUSPENSE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO ITEM-COUNT
                   IF SU-MONEY NUMERIC
                       ADD SU-MONEY TO ITEM-AMOUNT
                   END-IF
                   MOVE SU-HOLD-DATE TO AGE-DATE
                   PERFORM 070-TAKE-AGE
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-DATA
           MOVE 'DOUBLES EN SUSPENS A DECIDER' TO ITEM-LABEL
           MOVE 'SUSPENS' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           MOVE 'Y' TO ITEM-AGE-SHOWN
           PERFORM 400-WRITE-ITEM.

       240-SCAN-DOUBLIST.
      *     La ligne d equilibre de DOUBREL doit boucler : EN SUSPENS
      *     LUS = LIBERES + ANNULES + ENCORE.
           MOVE 'N' TO BALANCE-LINE-FOUND
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT DOUBLIST-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ DOUBLIST-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   IF DB-LABEL = 'EN SUSPENS LUS='
                       MOVE 'Y' TO BALANCE-LINE-FOUND
                       IF DB-READ NOT NUMERIC
                                   OR DB-RELEASED NOT NUMERIC
                                   OR DB-CANCELLED NOT NUMERIC
                                   OR DB-STILL-HELD NOT NUMERIC
                           MOVE 1 TO ITEM-COUNT
                       ELSE
                           IF DB-READ NOT = DB-RELEASED
                                   + DB-CANCELLED + DB-STILL-HELD
                               MOVE 1 TO ITEM-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE DOUBLIST-DATA
           IF NOT BALANCE-LINE-SEEN
               MOVE 1 TO ITEM-COUNT
               MOVE 'LIBERATION SANS LIGNE D EQUILIBRE' TO ITEM-LABEL
           ELSE
               MOVE 'LIBERATION DES DOUBLES HORS EQUIL.'
                    TO ITEM-LABEL
           END-IF
           MOVE 'DOUBLIST' TO ITEM-SOURCE
           PERFORM 400-WRITE-ITEM.

       250-SCAN-GL-SUSPENSE.
      *     Ecarts GL non resolus, un point par etat ; le montant
      *     est celui qui manque de l autre cote (envoye pour E et M,
      *     comptabilise pour C) et l age part de la premiere date
      *     ou l ecart a ete vu.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT GL-SUSPENSE-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ GL-SUSPENSE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO GL-SUSPENSE-READ
                   PERFORM 255-TALLY-GL-SUSPENSE
               END-READ
           END-PERFORM
           CLOSE GL-SUSPENSE-DATA
           MOVE GL-SENT-COUNT TO ITEM-COUNT
           MOVE GL-SENT-AMOUNT TO ITEM-AMOUNT
           MOVE GL-SENT-AGE TO ITEM-OLDEST-AGE
           MOVE 'GL ENVOYES NON COMPTABILISES' TO ITEM-LABEL
           MOVE 'GLSUSP' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           MOVE 'Y' TO ITEM-AGE-SHOWN
           PERFORM 400-WRITE-ITEM
           MOVE GL-POSTED-COUNT TO ITEM-COUNT
           MOVE GL-POSTED-AMOUNT TO ITEM-AMOUNT
           MOVE GL-POSTED-AGE TO ITEM-OLDEST-AGE
           MOVE 'GL COMPTABILISES NON ENVOYES' TO ITEM-LABEL
           MOVE 'GLSUSP' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           MOVE 'Y' TO ITEM-AGE-SHOWN
           PERFORM 400-WRITE-ITEM
           MOVE GL-DIFF-COUNT TO ITEM-COUNT
           MOVE GL-DIFF-AMOUNT TO ITEM-AMOUNT
           MOVE GL-DIFF-AGE TO ITEM-OLDEST-AGE
           MOVE 'GL MONTANTS DIFFERENTS' TO ITEM-LABEL
           MOVE 'GLSUSP' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           MOVE 'Y' TO ITEM-AGE-SHOWN
           PERFORM 400-WRITE-ITEM.

       255-TALLY-GL-SUSPENSE.
           MOVE ZERO TO ITEM-OLDEST-AGE
           MOVE GS-FIRST-DATE TO AGE-DATE
           PERFORM 070-TAKE-AGE
           EVALUATE GS-STATUS
               WHEN 'E'
                   ADD 1 TO GL-SENT-COUNT
                   ADD GS-SENT-AMOUNT TO GL-SENT-AMOUNT
                   IF ITEM-OLDEST-AGE > GL-SENT-AGE
                       MOVE ITEM-OLDEST-AGE TO GL-SENT-AGE
                   END-IF
               WHEN 'C'
                   ADD 1 TO GL-POSTED-COUNT
                   ADD GS-POSTED-AMOUNT TO GL-POSTED-AMOUNT
                   IF ITEM-OLDEST-AGE > GL-POSTED-AGE
                       MOVE ITEM-OLDEST-AGE TO GL-POSTED-AGE
                   END-IF
               WHEN OTHER
                   ADD 1 TO GL-DIFF-COUNT
                   ADD GS-SENT-AMOUNT TO GL-DIFF-AMOUNT
                   IF ITEM-OLDEST-AGE > GL-DIFF-AGE
                       MOVE ITEM-OLDEST-AGE TO GL-DIFF-AGE
                   END-IF
           END-EVALUATE
           MOVE ZERO TO ITEM-OLDEST-AGE.

       260-SCAN-RECLIST.
      *     GLRECON annonce combien d ecarts il a reportes ; si
      *     GLSUSP n en contient pas autant, GLSUSPN n a pas ete
      *     recopie et les ecarts d hier sont perdus de vue.
           MOVE 'N' TO BALANCE-LINE-FOUND
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT RECLIST-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ RECLIST-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   IF RC-LABEL = 'REPORTES EN SUSPENS='
                               AND RC-CARRIED NUMERIC
                       MOVE 'Y' TO BALANCE-LINE-FOUND
                       MOVE RC-CARRIED TO RECLIST-CARRIED-COUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RECLIST-DATA
           IF NOT BALANCE-LINE-SEEN
               MOVE 1 TO ITEM-COUNT
               MOVE 'CONCILIATION GL SANS TOTAUX' TO ITEM-LABEL
           ELSE
               IF RECLIST-CARRIED-COUNT NOT = GL-SUSPENSE-READ
                   IF RECLIST-CARRIED-COUNT > GL-SUSPENSE-READ
                       COMPUTE ITEM-COUNT = RECLIST-CARRIED-COUNT
                               - GL-SUSPENSE-READ
                   ELSE
                       COMPUTE ITEM-COUNT = GL-SUSPENSE-READ
                               - RECLIST-CARRIED-COUNT
                   END-IF
                   MOVE 'GLSUSP DIFFERE DE LA CONCILIATION'
                        TO ITEM-LABEL
               END-IF
           END-IF
           MOVE 'RECLIST' TO ITEM-SOURCE
           PERFORM 400-WRITE-ITEM.

       270-SCAN-STALE-RATES.
      *     Devises sans taux recent ; l age est recalcule a la date
      *     du RUN a partir de la date du dernier taux.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT STALE-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ STALE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   IF ST-CURRENCY NOT = SPACES
                               AND ST-LAST-DATE NUMERIC
                       ADD 1 TO ITEM-COUNT
                       MOVE ST-LAST-DATE TO AGE-DATE
                       PERFORM 070-TAKE-AGE
                   END-IF
               END-READ
           END-PERFORM
           CLOSE STALE-DATA
           MOVE 'TAUX DE CHANGE PERIMES' TO ITEM-LABEL
           MOVE 'TAUXPERI' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AGE-SHOWN
           PERFORM 400-WRITE-ITEM.

       280-SCAN-COMMIT-REJECTS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT COMMIT-REJECT-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ COMMIT-REJECT-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO ITEM-COUNT
                   IF CR-AMOUNT-NUM NUMERIC
                       ADD CR-AMOUNT-NUM TO ITEM-AMOUNT
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COMMIT-REJECT-DATA
           MOVE 'ENGAGEMENTS REJETES' TO ITEM-LABEL
           MOVE 'ENGREJ' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AMOUNT-SHOWN
           PERFORM 400-WRITE-ITEM.

       290-SCAN-CHAIN-CONTROL.
      *     Etapes lancees qui n ont jamais ecrit FIN ; l age part de
      *     la date du DEBUT le plus ancien encore ouvert.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CHAIN-DATA
           ADD 1 TO FILES-READ
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CHAIN-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   PERFORM 295-APPLY-CHAIN-RECORD
               END-READ
           END-PERFORM
           CLOSE CHAIN-DATA
           PERFORM VARYING OPEN-STEP-INDEX FROM 1 BY 1
                   UNTIL OPEN-STEP-INDEX > OPEN-STEP-COUNT
               IF OS-STATE (OPEN-STEP-INDEX) = 'O'
                   ADD 1 TO ITEM-COUNT
                   MOVE OS-DATE (OPEN-STEP-INDEX) TO AGE-DATE
                   PERFORM 070-TAKE-AGE
                   DISPLAY 'SOMMATIN: ETAPE NON TERMINEE '
                           OS-PROGRAM (OPEN-STEP-INDEX)
                           ' GENERATION '
                           OS-GENERATION (OPEN-STEP-INDEX)
               END-IF
           END-PERFORM
           MOVE 'ETAPES DE LA CHAINE SANS FIN' TO ITEM-LABEL
           MOVE 'CHAINCTL' TO ITEM-SOURCE
           MOVE 'Y' TO ITEM-AGE-SHOWN
           PERFORM 400-WRITE-ITEM.

       295-APPLY-CHAIN-RECORD.
           MOVE 'N' TO OPEN-STEP-FOUND
           MOVE ZERO TO OPEN-STEP-FREE
           PERFORM VARYING OPEN-STEP-INDEX FROM 1 BY 1
                   UNTIL OPEN-STEP-INDEX > OPEN-STEP-COUNT
                      OR OPEN-STEP-EXISTS
               IF OS-STATE (OPEN-STEP-INDEX) = 'O'
                   IF OS-PROGRAM (OPEN-STEP-INDEX) = CC-PROGRAM
                           AND OS-GENERATION (OPEN-STEP-INDEX)
                               = CC-GENERATION
                       MOVE 'Y' TO OPEN-STEP-FOUND
                   END-IF
               ELSE
                   IF OPEN-STEP-FREE = ZERO
                       MOVE OPEN-STEP-INDEX TO OPEN-STEP-FREE
                   END-IF
               END-IF
           END-PERFORM
           IF OPEN-STEP-EXISTS
               SUBTRACT 1 FROM OPEN-STEP-INDEX
           END-IF
           IF CC-EVENT = 'FIN'
      *         Une reprise reussie ferme aussi le DEBUT avorte de la
      *         meme generation
               IF OPEN-STEP-EXISTS
                   MOVE 'L' TO OS-STATE (OPEN-STEP-INDEX)
               END-IF
           ELSE
               IF CC-EVENT = 'DEBUT' AND NOT OPEN-STEP-EXISTS
                   IF OPEN-STEP-FREE = ZERO
                       IF OPEN-STEP-COUNT = OPEN-STEP-LIMIT
                           DISPLAY 'SOMMATIN: TABLE DES ETAPES'
                                   ' OUVERTES PLEINE - RUN ARRETE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO OPEN-STEP-COUNT
                       MOVE OPEN-STEP-COUNT TO OPEN-STEP-FREE
                   END-IF
                   MOVE CC-PROGRAM TO OS-PROGRAM (OPEN-STEP-FREE)
                   MOVE CC-GENERATION
                        TO OS-GENERATION (OPEN-STEP-FREE)
                   MOVE CC-DATE TO OS-DATE (OPEN-STEP-FREE)
                   MOVE 'O' TO OS-STATE (OPEN-STEP-FREE)
               END-IF
           END-IF.

       400-WRITE-ITEM.
      *     N imprime le point que s il y a quelque chose a faire,
      *     puis remet le point en cours a zero pour le suivant.
           IF ITEM-COUNT > ZERO
               MOVE SPACES TO ITEM-LINE
               MOVE ITEM-LABEL TO IL-LABEL
               MOVE ITEM-COUNT TO IL-COUNT
               IF ITEM-HAS-AMOUNT
                   MOVE ITEM-AMOUNT TO IL-AMOUNT
               END-IF
               IF ITEM-HAS-AGE
                   MOVE ITEM-OLDEST-AGE TO IL-AGE
               END-IF
               MOVE ITEM-SOURCE TO IL-SOURCE
               WRITE SUMMARY-REC FROM ITEM-LINE
               ADD 1 TO ITEMS-LISTED
           END-IF
           MOVE ZERO TO ITEM-COUNT
           MOVE ZERO TO ITEM-AMOUNT
           MOVE ZERO TO ITEM-OLDEST-AGE
           MOVE SPACES TO ITEM-LABEL
           MOVE SPACES TO ITEM-SOURCE
           MOVE 'N' TO ITEM-AMOUNT-SHOWN
           MOVE 'N' TO ITEM-AGE-SHOWN.

       500-WRITE-SUMMARY-TOTALS.
           MOVE SPACES TO SUMMARY-REC
           WRITE SUMMARY-REC
           IF ITEMS-LISTED = ZERO
               MOVE 'RIEN A SIGNALER : AUCUN POINT A TRAITER'
                    TO SUMMARY-REC
               WRITE SUMMARY-REC
           END-IF
           MOVE SPACES TO SUMMARY-TRAILER
           STRING 'FICHIERS LUS=' FILES-READ
                  ' POINTS A TRAITER=' ITEMS-LISTED
                  DELIMITED BY SIZE INTO SUMMARY-TRAILER
           WRITE SUMMARY-REC FROM SUMMARY-TRAILER.

       END PROGRAM SOMMATIN.
