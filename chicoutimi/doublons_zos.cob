              06 MONTH-IN  PICTURE 99.
              06 YEAR-IN  PICTURE 9999.
           05 CURRENCY-IN  PICTURE X(3).
      *        TPS et TVQ en dollars canadiens, comme dans DEPENSES
           05 TPS-IN  PICTURE X(6).
           05 TVQ-IN  PICTURE X(6).
      *        Facture et conditions de paiement, comme dans DEPENSES
           05 INVOICE-IN  PICTURE X(12).
           05 TERMS-IN  PICTURE X(3).

       SD  SORTED-DATA.
       01  SORTED-RECORD.
              06 MONTH-ST  PICTURE 99.
              06 YEAR-ST  PICTURE 9999.
           05 CURRENCY-ST  PICTURE X(3).
           05 TPS-ST  PICTURE X(6).
           05 TVQ-ST  PICTURE X(6).
           05 INVOICE-ST  PICTURE X(12).
           05 TERMS-ST  PICTURE X(3).

       FD  REVIEW-DATA
           RECORDING MODE IS F.
           05 FI-CATEGORY  PICTURE X(4).
           05 FI-DATE  PICTURE X(8).
           05 FI-CURRENCY  PICTURE X(3).
           05 FI-TPS  PICTURE X(6).
           05 FI-TVQ  PICTURE X(6).
           05 FI-INVOICE  PICTURE X(12).
           05 FI-TERMS  PICTURE X(3).

       FD  SUSPENSE-DATA
           RECORDING MODE IS F.
      *        Date de la mise en suspens, AAAAMMJJ ; DOUBREL s en
      *        sert pour la liste de vieillissement
           05 SU-HOLD-DATE  PICTURE X(8).
      *        TPS et TVQ d origine, qui repartent avec l enregistrement
      *        libere
           05 SU-TPS  PICTURE X(6).
           05 SU-TVQ  PICTURE X(6).
      *        Facture et conditions de paiement d origine
           05 SU-INVOICE  PICTURE X(12).
           05 SU-TERMS  PICTURE X(3).

       FD  CHAIN-DATA
           RECORDING MODE IS F.
      *        'Y' = membre d une paire MEME JOUR : l enregistrement
      *        part en suspens au lieu de la copie filtree
              10 GD-HELD  PICTURE X.
      *        Taxes de l enregistrement : elles ne font pas partie
      *        de la cle du groupe et sont gardees une a une
              10 GD-TPS  PICTURE X(6).
              10 GD-TVQ  PICTURE X(6).
              10 GD-INVOICE  PICTURE X(12).
              10 GD-TERMS  PICTURE X(3).
       77  DATE-YYYYMMDD  PICTURE 9(8).
       77  DAYS-APART  PICTURE S9(8).
       77  MAX-DAYS  PICTURE 99.
               MOVE MONTH-IN TO MONTH-ST
               MOVE YEAR-IN TO YEAR-ST
               MOVE CURRENCY-IN TO CURRENCY-ST
               MOVE TPS-IN TO TPS-ST
               MOVE TVQ-IN TO TVQ-ST
               MOVE INVOICE-IN TO INVOICE-ST
               MOVE TERMS-IN TO TERMS-ST
               RELEASE SORTED-RECORD
           ELSE
               WRITE FILTERED-RECORD FROM PEOPLE-RECORD
           ADD 1 TO GROUP-COUNT
           MOVE DATE-ST TO GD-DATE (GROUP-COUNT)
           MOVE 'N' TO GD-HELD (GROUP-COUNT)
           MOVE TPS-ST TO GD-TPS (GROUP-COUNT)
           MOVE TVQ-ST TO GD-TVQ (GROUP-COUNT)
           MOVE INVOICE-ST TO GD-INVOICE (GROUP-COUNT)
           MOVE TERMS-ST TO GD-TERMS (GROUP-COUNT)
           COMPUTE DATE-YYYYMMDD = YEAR-ST * 10000
                                    + MONTH-ST * 100 + DAY-ST
           MOVE FUNCTION INTEGER-OF-DATE(DATE-YYYYMMDD)
      *     suspens avec la date du jour, les autres a la copie
      *     filtree que la totalisation consommera. Tous les champs
      *     du dessin se reconstruisent a partir de la cle du groupe
      *     et de la date et des taxes gardees en table.
           PERFORM VARYING GROUP-I FROM 1 BY 1
                     UNTIL GROUP-I > GROUP-COUNT
               IF GD-HELD (GROUP-I) = 'Y'
                   MOVE GD-DATE (GROUP-I) TO SU-DATE
                   MOVE GK-CURRENCY TO SU-CURRENCY
                   MOVE RUN-DATE TO SU-HOLD-DATE
                   MOVE GD-TPS (GROUP-I) TO SU-TPS
                   MOVE GD-TVQ (GROUP-I) TO SU-TVQ
                   MOVE GD-INVOICE (GROUP-I) TO SU-INVOICE
                   MOVE GD-TERMS (GROUP-I) TO SU-TERMS
                   WRITE SUSPENSE-RECORD
                   ADD 1 TO RECORDS-HELD
               ELSE
                   MOVE GK-CATEGORY TO FI-CATEGORY
                   MOVE GD-DATE (GROUP-I) TO FI-DATE
                   MOVE GK-CURRENCY TO FI-CURRENCY
                   MOVE GD-TPS (GROUP-I) TO FI-TPS
                   MOVE GD-TVQ (GROUP-I) TO FI-TVQ
                   MOVE GD-INVOICE (GROUP-I) TO FI-INVOICE
                   MOVE GD-TERMS (GROUP-I) TO FI-TERMS
                   WRITE FILTERED-RECORD
                   ADD 1 TO RECORDS-PASSED
               END-IF
