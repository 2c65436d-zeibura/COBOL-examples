      * TAUXTRI = l ancienne table triee devise + date ; le fichier
      * est edite a la main, on ne peut pas compter sur son ordre
      * comme ACHMAINT le fait pour ACHMAST
                SELECT TRANS-DATA ASSIGN TO TAUXAPPR.
      * TAUXAPPR = mouvements A (ajout) et C (changement) saisis par
      * les finances sur TAUXTRAN puis approuves par un autre usager
      * dans TAUXAPPO, cle = devise + date d entree en vigueur ; un
      * mouvement sans approbateur distinct de l auteur de la saisie
      * est rejete
                SELECT TRANS-SORTED-WORK ASSIGN TO SYSWK13.
                SELECT TRANS-WORK-DATA ASSIGN TO TRANTRI.
      * TRANTRI = les mouvements tries sur la meme cle
      * sur TAUX une fois le RUN termine sans erreur
                SELECT AUDIT-DATA ASSIGN TO TAUXAUD.
      * TAUXAUD = liste de verification : une ligne par mouvement
      * avec sa disposition, l auteur de la saisie et l approbateur,
      * et les totaux de controle a la fin, comme ACHAUDIT
                SELECT STALE-DATA ASSIGN TO TAUXPERI.
      * TAUXPERI = liste d exceptions des devises perimees : devises
      * dont le taux le plus recent est plus vieux que le nombre de
              06 TR-DATE-DAY  PICTURE 99.
           05 TR-RATE  PICTURE X(9).
           05 TR-RATE-NUM REDEFINES TR-RATE  PICTURE 9(3)V9(6).
      *        Usager qui a saisi le mouvement, usager qui l a
      *        approuve et numero du changement dans TAUXAPPO
           05 TR-ENTERED-BY  PICTURE X(8).
           05 TR-APPROVED-BY  PICTURE X(8).
           05 TR-CHANGE-NO  PICTURE X(6).

       SD  TRANS-SORTED-WORK.
       01  TRANS-SORT-REC.
           05 TS-CURRENCY  PICTURE X(3).
           05 TS-DATE  PICTURE 9(8).
           05 TS-RATE  PICTURE 9(3)V9(6).
           05 TS-ENTERED-BY  PICTURE X(8).
           05 TS-APPROVED-BY  PICTURE X(8).
           05 TS-CHANGE-NO  PICTURE X(6).

       FD  TRANS-WORK-DATA
           RECORDING MODE IS F.
           05 TW-CURRENCY  PICTURE X(3).
           05 TW-DATE  PICTURE 9(8).
           05 TW-RATE  PICTURE 9(3)V9(6).
           05 TW-ENTERED-BY  PICTURE X(8).
           05 TW-APPROVED-BY  PICTURE X(8).
           05 TW-CHANGE-NO  PICTURE X(6).

       FD  NEW-RATE-DATA
           RECORDING MODE IS F.
           05 AUD-RATE  PICTURE ZZ9.999999.
           05   PICTURE X(2).
           05 AUD-MESSAGE  PICTURE X(25).
           05   PICTURE X(1).
           05 AUD-ENTERED-BY  PICTURE X(8).
           05   PICTURE X(1).
           05 AUD-APPROVED-BY  PICTURE X(8).
           05   PICTURE X(1).
           05 AUD-CHANGE-NO  PICTURE X(6).
       01  AUDIT-TRAILER  PICTURE X(80).
       01  STALE-LINE.
           05 ST-CURRENCY  PICTURE X(3).
                                     RS-DATE OF RATE-SORT-REC
                INPUT PROCEDURE 200-RELEASE-OLD-RATES
               GIVING RATE-WORK-DATA
      *     Le numero du changement garde, pour une meme cle,
      *     l ordre dans lequel les mouvements ont ete saisis.
           SORT TRANS-SORTED-WORK ON ASCENDING KEY TS-CURRENCY
                                     TS-DATE OF TRANS-SORT-REC
                                     TS-CHANGE-NO
                INPUT PROCEDURE 220-RELEASE-TRANSACTIONS
               GIVING TRANS-WORK-DATA
           PERFORM 300-APPLY-TRANSACTIONS
           MOVE 'DEV' TO AUD-CURRENCY
           MOVE 'DATE' TO AUD-DATE
           MOVE 'DISPOSITION' TO AUD-MESSAGE
           MOVE 'SAISIE' TO AUD-ENTERED-BY
           MOVE 'APPROB.' TO AUD-APPROVED-BY
           MOVE 'NO' TO AUD-CHANGE-NO
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE 'DEVISES DONT LE TAUX LE PLUS RECENT EST PERIME'
                TO STALE-REC
                       MOVE TR-CURRENCY TO TS-CURRENCY
                       MOVE TR-DATE TO TS-DATE
                       MOVE TR-RATE-NUM TO TS-RATE
                       MOVE TR-ENTERED-BY TO TS-ENTERED-BY
                       MOVE TR-APPROVED-BY TO TS-APPROVED-BY
                       MOVE TR-CHANGE-NO TO TS-CHANGE-NO
                       RELEASE TRANS-SORT-REC
                   ELSE
                       ADD 1 TO TRANS-REJECTED
                       MOVE TR-CURRENCY TO AUD-CURRENCY
                       MOVE TR-DATE TO AUD-DATE
                       MOVE REJECT-REASON TO AUD-MESSAGE
                       MOVE TR-ENTERED-BY TO AUD-ENTERED-BY
                       MOVE TR-APPROVED-BY TO AUD-APPROVED-BY
                       MOVE TR-CHANGE-NO TO AUD-CHANGE-NO
                       WRITE AUDIT-REC FROM AUDIT-LINE
                   END-IF
               END-READ
      *     Controles de fond du mouvement : devise, date d entree
      *     en vigueur et bande de vraisemblance du taux ; un taux
      *     mal tape fausserait toutes les conversions de sa devise
      *     dans DEPENSES et MASTMAJ. Avant tout, deux personnes
      *     par changement : il faut un auteur, un approbateur, et
      *     que ce ne soit pas le meme usager.
           MOVE 'Y' TO RECORD-VALID
           MOVE SPACES TO REJECT-REASON
           IF TR-ENTERED-BY = SPACES
                       OR TR-APPROVED-BY = SPACES
                       OR TR-APPROVED-BY = TR-ENTERED-BY
               MOVE 'N' TO RECORD-VALID
               MOVE 'NON APPROUVE' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND TR-CURRENCY = SPACES
               MOVE 'N' TO RECORD-VALID
               MOVE 'DEVISE MANQUANTE' TO REJECT-REASON
           END-IF
           MOVE TW-CURRENCY TO AUD-CURRENCY
           MOVE TW-DATE TO AUD-DATE
           MOVE TW-RATE TO AUD-RATE
           MOVE TW-ENTERED-BY TO AUD-ENTERED-BY
           MOVE TW-APPROVED-BY TO AUD-APPROVED-BY
           MOVE TW-CHANGE-NO TO AUD-CHANGE-NO
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-APPLIED.
           MOVE TW-ACTION TO AUD-ACTION
           MOVE TW-CURRENCY TO AUD-CURRENCY
           MOVE TW-DATE TO AUD-DATE
           MOVE TW-ENTERED-BY TO AUD-ENTERED-BY
           MOVE TW-APPROVED-BY TO AUD-APPROVED-BY
           MOVE TW-CHANGE-NO TO AUD-CHANGE-NO
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-REJECTED.
