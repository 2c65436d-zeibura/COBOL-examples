       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMAINT.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OLD-MASTER-DATA ASSIGN TO PERIODES.
      * PERIODES = statut des periodes comptables en entree, en
      * ordre d annee et de mois : ouvert ou ferme par les finances ;
      * MASTMAJ et ENGMAJ le chargent en table et reportent au mois
      * ouvert courant toute ecriture d un mois ferme
                SELECT NEW-MASTER-DATA ASSIGN TO PERNEW.
      * PERNEW = nouveau fichier des periodes ; le JCL le recopie sur
      * PERIODES une fois le RUN termine sans erreur
                SELECT TRANS-DATA ASSIGN TO PERTRAN.
      * PERTRAN = mouvements F (fermeture) et O (reouverture)
      * prepares par les finances, en ordre d annee et de mois comme
      * le fichier des periodes
                SELECT AUDIT-DATA ASSIGN TO PERAUDIT.
      * PERAUDIT = liste de verification : une ligne par mouvement
      * avec sa disposition, et les totaux de controle a la fin


       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-DATA
           RECORDING MODE IS F.
       01  OLD-MASTER-RECORD.
           05 OM-PERIOD.
              10 OM-YEAR  PICTURE 9(4).
              10 OM-MONTH  PICTURE 99.
           05 OM-STATUS  PICTURE X.
           05 OM-CHANGE-DATE  PICTURE X(8).

       FD  NEW-MASTER-DATA
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD.
           05 NM-PERIOD.
              10 NM-YEAR  PICTURE 9(4).
              10 NM-MONTH  PICTURE 99.
      *        O = ouvert, F = ferme (plus aucune ecriture au mois)
           05 NM-STATUS  PICTURE X.
      *        Date (AAAAMMJJ) du dernier changement de statut
           05 NM-CHANGE-DATE  PICTURE X(8).

       FD  TRANS-DATA
           RECORDING MODE IS F.
       01  TRANS-RECORD.
      *        F = fermeture, O = reouverture
           05 TR-ACTION  PICTURE X.
           05 TR-PERIOD.
              10 TR-YEAR  PICTURE 9(4).
              10 TR-MONTH  PICTURE 99.
           05 TR-PERIOD-X REDEFINES TR-PERIOD  PICTURE X(6).

       FD  AUDIT-DATA
           RECORDING MODE IS F.
       01  AUDIT-REC  PICTURE X(60).

       WORKING-STORAGE SECTION.
       01  RUN-DATE  PICTURE X(8).
      *     Zone de travail de la periode en cours, comme dans
      *     PSTMAINT : la periode (ou celle que cree le mouvement) y
      *     est copiee, les mouvements du meme mois s y appliquent
      *     l un apres l autre, puis elle est ecrite d un bloc.
       01  WORK-RECORD.
           05 WK-PERIOD  PICTURE X(6).
           05 WK-STATUS  PICTURE X.
           05 WK-CHANGE-DATE  PICTURE X(8).
      *     Cles de comparaison ; HIGH-VALUES tient lieu de fin de
      *     fichier, comme dans ACHMAINT.
       01  OM-KEY  PICTURE X(6).
       01  TR-KEY  PICTURE X(6).
       01  AUDIT-LINE.
           05 AUD-ACTION  PICTURE X.
           05   PICTURE X(2).
           05 AUD-PERIOD  PICTURE X(6).
           05   PICTURE X(2).
           05 AUD-STATUS  PICTURE X.
           05   PICTURE X(2).
           05 AUD-MESSAGE  PICTURE X(25).
           05   PICTURE X(21).
       01  AUDIT-TRAILER  PICTURE X(60).
      * Dernier mois ferme au nouveau fichier : MASTMAJ et ENGMAJ
      * reportent les ecritures tardives au mois qui le suit.
       01  LAST-CLOSED-PERIOD  PICTURE X(6) VALUE SPACES.
      * Totaux de controle de la liste de verification
       77  TRANS-READ  PICTURE 9(6) VALUE ZERO.
       77  TRANS-APPLIED  PICTURE 9(6) VALUE ZERO.
       77  TRANS-REJECTED  PICTURE 9(6) VALUE ZERO.
       77  MASTERS-READ  PICTURE 9(6) VALUE ZERO.
       77  MASTERS-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  PERIODS-OPEN  PICTURE 9(6) VALUE ZERO.
       77  PERIODS-CLOSED  PICTURE 9(6) VALUE ZERO.


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT OLD-MASTER-DATA
           OPEN INPUT TRANS-DATA
           OPEN OUTPUT NEW-MASTER-DATA
           OPEN OUTPUT AUDIT-DATA
           PERFORM 150-WRITE-AUDIT-HEADER
           PERFORM 200-READ-MASTER
           PERFORM 210-READ-TRANS
      *     Appariement classique des deux fichiers en ordre de mois :
      *     mouvement sans periode, mouvement avec periode, ou
      *     periode sans mouvement (recopiee telle quelle).
           PERFORM UNTIL OM-KEY = HIGH-VALUES
                     AND TR-KEY = HIGH-VALUES
               EVALUATE TRUE
                 WHEN TR-KEY < OM-KEY
                   PERFORM 300-APPLY-TO-ABSENT
                 WHEN TR-KEY = OM-KEY
                   PERFORM 310-APPLY-TO-PRESENT
                 WHEN OTHER
                   MOVE OLD-MASTER-RECORD TO WORK-RECORD
                   PERFORM 360-WRITE-NEW-MASTER
                   PERFORM 200-READ-MASTER
               END-EVALUATE
           END-PERFORM
           PERFORM 500-WRITE-AUDIT-TOTALS
           CLOSE OLD-MASTER-DATA
           CLOSE TRANS-DATA
           CLOSE NEW-MASTER-DATA
           CLOSE AUDIT-DATA
           STOP RUN.

       150-WRITE-AUDIT-HEADER.
           MOVE 'LISTE DE VERIFICATION - STATUT DES PERIODES'
                TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE SPACES TO AUDIT-LINE
           MOVE 'A' TO AUD-ACTION
           MOVE 'PERIOD' TO AUD-PERIOD
           MOVE 'S' TO AUD-STATUS
           MOVE 'DISPOSITION' TO AUD-MESSAGE
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       200-READ-MASTER.
           READ OLD-MASTER-DATA
             AT END
               MOVE HIGH-VALUES TO OM-KEY
             NOT AT END
               MOVE OM-PERIOD TO OM-KEY
               ADD 1 TO MASTERS-READ
           END-READ.

       210-READ-TRANS.
           READ TRANS-DATA
             AT END
               MOVE HIGH-VALUES TO TR-KEY
             NOT AT END
               MOVE TR-PERIOD-X TO TR-KEY
               ADD 1 TO TRANS-READ
           END-READ.

       300-APPLY-TO-ABSENT.
      *     Mouvement pour un mois absent du fichier : un mois absent
      *     est ouvert par definition, seule une fermeture a du sens,
      *     et il faut que le mois soit lisible.
           IF TR-PERIOD-X NOT NUMERIC
                       OR TR-MONTH < 1 OR TR-MONTH > 12
                       OR TR-YEAR < 1900
               MOVE 'PERIODE INVALIDE' TO AUD-MESSAGE
               PERFORM 410-WRITE-AUDIT-REJECT
               PERFORM 210-READ-TRANS
           ELSE
               IF TR-ACTION NOT = 'F'
                   IF TR-ACTION = 'O'
                       MOVE 'DEJA OUVERT' TO AUD-MESSAGE
                   ELSE
                       MOVE 'ACTION INVALIDE' TO AUD-MESSAGE
                   END-IF
                   PERFORM 410-WRITE-AUDIT-REJECT
                   PERFORM 210-READ-TRANS
               ELSE
                   PERFORM 320-START-NEW-PERIOD
               END-IF
           END-IF.

       320-START-NEW-PERIOD.
      *     La nouvelle periode passe par la zone de travail pour que
      *     d eventuels mouvements du meme mois, plus loin dans le
      *     fichier, s appliquent avant l ecriture.
           MOVE SPACES TO WORK-RECORD
           MOVE TR-PERIOD-X TO WK-PERIOD
           MOVE 'O' TO WK-STATUS
           MOVE RUN-DATE TO WK-CHANGE-DATE
           PERFORM UNTIL TR-KEY NOT = WK-PERIOD
               PERFORM 350-APPLY-ONE-CHANGE
               PERFORM 210-READ-TRANS
           END-PERFORM
           PERFORM 360-WRITE-NEW-MASTER.

       310-APPLY-TO-PRESENT.
      *     La periode passe dans la zone de travail, tous les
      *     mouvements du meme mois s y appliquent, puis on ecrit.
           MOVE OLD-MASTER-RECORD TO WORK-RECORD
           PERFORM UNTIL TR-KEY NOT = WK-PERIOD
               PERFORM 350-APPLY-ONE-CHANGE
               PERFORM 210-READ-TRANS
           END-PERFORM
           PERFORM 360-WRITE-NEW-MASTER
           PERFORM 200-READ-MASTER.

       350-APPLY-ONE-CHANGE.
      *     Une periode n est jamais retiree du fichier : elle est
      *     fermee ou rouverte, et la date du changement est gardee.
           EVALUATE TR-ACTION
             WHEN 'F'
               IF WK-STATUS = 'F'
                   MOVE 'DEJA FERME' TO AUD-MESSAGE
                   PERFORM 410-WRITE-AUDIT-REJECT
               ELSE
                   MOVE 'F' TO WK-STATUS
                   MOVE RUN-DATE TO WK-CHANGE-DATE
                   MOVE 'FERME' TO AUD-MESSAGE
                   PERFORM 405-WRITE-AUDIT-APPLIED
               END-IF
             WHEN 'O'
               IF WK-STATUS NOT = 'F'
                   MOVE 'DEJA OUVERT' TO AUD-MESSAGE
                   PERFORM 410-WRITE-AUDIT-REJECT
               ELSE
                   MOVE 'O' TO WK-STATUS
                   MOVE RUN-DATE TO WK-CHANGE-DATE
                   MOVE 'ROUVERT' TO AUD-MESSAGE
                   PERFORM 405-WRITE-AUDIT-APPLIED
               END-IF
             WHEN OTHER
               MOVE 'ACTION INVALIDE' TO AUD-MESSAGE
               PERFORM 410-WRITE-AUDIT-REJECT
           END-EVALUATE.

       360-WRITE-NEW-MASTER.
           WRITE NEW-MASTER-RECORD FROM WORK-RECORD
           ADD 1 TO MASTERS-WRITTEN
           IF WK-STATUS = 'F'
               ADD 1 TO PERIODS-CLOSED
               MOVE WK-PERIOD TO LAST-CLOSED-PERIOD
           ELSE
               ADD 1 TO PERIODS-OPEN
           END-IF.

       405-WRITE-AUDIT-APPLIED.
           MOVE TR-ACTION TO AUD-ACTION
           MOVE TR-PERIOD-X TO AUD-PERIOD
           MOVE WK-STATUS TO AUD-STATUS
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-APPLIED.

       410-WRITE-AUDIT-REJECT.
           MOVE TR-ACTION TO AUD-ACTION
           MOVE TR-PERIOD-X TO AUD-PERIOD
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-REJECTED.

       500-WRITE-AUDIT-TOTALS.
      *     Totaux de controle : MVTS LUS = APPLIQUES + REJETES, et
      *     ECRITS = OUVERTS + FERMES, comme dans PSTMAINT.
           MOVE SPACES TO AUDIT-TRAILER
           STRING 'MVTS LUS=' TRANS-READ
                  ' APPLIQUES=' TRANS-APPLIED
                  ' REJETES=' TRANS-REJECTED
                  DELIMITED BY SIZE INTO AUDIT-TRAILER
           WRITE AUDIT-REC FROM AUDIT-TRAILER
           MOVE SPACES TO AUDIT-TRAILER
           STRING 'PERIODES LUES=' MASTERS-READ
                  ' ECRITES=' MASTERS-WRITTEN
                  DELIMITED BY SIZE INTO AUDIT-TRAILER
           WRITE AUDIT-REC FROM AUDIT-TRAILER
           MOVE SPACES TO AUDIT-TRAILER
           STRING 'OUVERTES=' PERIODS-OPEN
                  ' FERMEES=' PERIODS-CLOSED
                  ' DERNIER MOIS FERME=' LAST-CLOSED-PERIOD
                  DELIMITED BY SIZE INTO AUDIT-TRAILER
           WRITE AUDIT-REC FROM AUDIT-TRAILER.

       END PROGRAM PERMAINT.
