              06 MONTH-IN  PICTURE 99.
              06 YEAR-IN  PICTURE 9999.
           05 CURRENCY-IN  PICTURE X(3).
      *        TPS et TVQ en dollars canadiens, comme dans DEPENSES
           05 TPS-IN  PICTURE X(6).
           05 TVQ-IN  PICTURE X(6).
      *        Facture et conditions de paiement, comme dans DEPENSES
           05 INVOICE-IN  PICTURE X(12).
           05 TERMS-IN  PICTURE X(3).

       FD  ARCHIVE-DATA
           RECORDING MODE IS F.
              06 AR-MONTH  PICTURE 99.
              06 AR-YEAR  PICTURE 9999.
           05 AR-CURRENCY  PICTURE X(3).
           05 AR-TPS  PICTURE X(6).
           05 AR-TVQ  PICTURE X(6).
           05 AR-INVOICE  PICTURE X(12).
           05 AR-TERMS  PICTURE X(3).

       FD  RATE-DATA
           RECORDING MODE IS F.
