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
       01  ARCHIVE-REC  PICTURE X(69).

       FD  KEPT-DATA
           RECORDING MODE IS F.
              06 KP-MONTH  PICTURE 99.
              06 KP-YEAR  PICTURE 9999.
           05 KP-CURRENCY  PICTURE X(3).
           05 KP-TPS  PICTURE X(6).
           05 KP-TVQ  PICTURE X(6).
           05 KP-INVOICE  PICTURE X(12).
           05 KP-TERMS  PICTURE X(3).

       SD  SORTED-DATA.
       01  SORTED-RECORD.
              06 MONTH-ST  PICTURE 99.
              06 YEAR-ST  PICTURE 9999.
           05 CURRENCY-ST  PICTURE X(3).
           05 TPS-ST  PICTURE X(6).
           05 TVQ-ST  PICTURE X(6).
           05 INVOICE-ST  PICTURE X(12).
           05 TERMS-ST  PICTURE X(3).

       FD  LISTING-DATA
           RECORDING MODE IS F.
