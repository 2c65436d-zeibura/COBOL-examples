           05 SU-DATE  PICTURE X(8).
           05 SU-CURRENCY  PICTURE X(3).
           05 SU-HOLD-DATE  PICTURE X(8).
           05 SU-TPS  PICTURE X(6).
           05 SU-TVQ  PICTURE X(6).
           05 SU-INVOICE  PICTURE X(12).
           05 SU-TERMS  PICTURE X(3).

       FD  DECISION-DATA
           RECORDING MODE IS F.
           05 RL-CATEGORY  PICTURE X(4).
           05 RL-DATE  PICTURE X(8).
           05 RL-CURRENCY  PICTURE X(3).
           05 RL-TPS  PICTURE X(6).
           05 RL-TVQ  PICTURE X(6).
           05 RL-INVOICE  PICTURE X(12).
           05 RL-TERMS  PICTURE X(3).

       FD  STILL-HELD-DATA
           RECORDING MODE IS F.
       01  STILL-HELD-RECORD  PICTURE X(77).

       FD  LISTING-DATA
           RECORDING MODE IS F.
           MOVE SU-CATEGORY TO RL-CATEGORY
           MOVE SU-DATE TO RL-DATE
           MOVE SU-CURRENCY TO RL-CURRENCY
           MOVE SU-TPS TO RL-TPS
           MOVE SU-TVQ TO RL-TVQ
           MOVE SU-INVOICE TO RL-INVOICE
           MOVE SU-TERMS TO RL-TERMS
           WRITE RELEASED-RECORD
           ADD 1 TO RECORDS-RELEASED
           MOVE 'LIBERE' TO DL-DISPOSITION
