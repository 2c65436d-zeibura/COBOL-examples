       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECURENT.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CHARGE-DATA ASSIGN TO CHGFIXE.
      * CHGFIXE = charges recurrentes : baux, contrats d entretien,
      * services publics ; un enregistrement par contrat, avec le
      * jour du mois ou la charge tombe et la periode du contrat
                SELECT DAY-TRANS-DATA ASSIGN TO CHGJOUR.
      * CHGJOUR = charges du mois, au dessin de DEPJOUR ; fichier
      * NEUF de ce RUN, que le JCL ajoute au DEPJOUR du jour
      * seulement une fois le RUN termine sans erreur (comme SUSPADD
      * sur SUSPENS) ; elles passent ensuite par DOUBLONS et la
      * validation comme toute depense saisie par les commis
                SELECT LISTING-DATA ASSIGN TO CHGLIST.
      * CHGLIST = liste des charges generees, des contrats ecartes
      * avec leur motif, et des contrats qui expirent bientot, pour
      * que les achats les renouvellent a temps
                SELECT OPTIONAL CHAIN-DATA ASSIGN TO CHAINCTL.
      * CHAINCTL = fichier de controle de la chaine des travaux,
      * comme dans DEPENSES ; la generation est le mois genere
      * (AAAAMM), de sorte qu un deuxieme passage pour le meme mois
      * est refuse au lieu de saisir chaque charge deux fois


       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-DATA
           RECORDING MODE IS F.
       01  CHARGE-RECORD.
           05 CH-NAME  PICTURE X(20).
           05 CH-CATEGORY  PICTURE X(4).
           05 CH-AMOUNT  PICTURE 9(4)V99.
           05 CH-CURRENCY  PICTURE X(3).
      *        Jour du mois ou la charge tombe ; 29 a 31 tombe le
      *        dernier jour d un mois plus court
           05 CH-DAY  PICTURE 99.
      *        Debut et fin du contrat (AAAAMMJJ) ; fin a blanc ou
      *        a zero = contrat sans echeance
           05 CH-START-DATE  PICTURE 9(8).
           05 CH-START-PARTS REDEFINES CH-START-DATE.
              10 CH-START-YEAR  PICTURE 9(4).
              10 CH-START-MONTH  PICTURE 99.
              10 CH-START-DAY  PICTURE 99.
           05 CH-END-DATE  PICTURE 9(8).
           05 CH-END-PARTS REDEFINES CH-END-DATE.
              10 CH-END-YEAR  PICTURE 9(4).
              10 CH-END-MONTH  PICTURE 99.
              10 CH-END-DAY  PICTURE 99.
           05 CH-END-DATE-X REDEFINES CH-END-DATE  PICTURE X(8).
      *        Reference du contrat ; la facture generee est la
      *        reference suivie du mois (AAAAMM)
           05 CH-REFERENCE  PICTURE X(6).
      *        Conditions de paiement et taxes, comme dans DEPENSES ;
      *        blanc = conditions par defaut, aucune taxe
           05 CH-TERMS-X  PICTURE X(3).
           05 CH-TPS-X  PICTURE X(6).
           05 CH-TVQ-X  PICTURE X(6).
           05   PICTURE X(8).

       FD  DAY-TRANS-DATA
           RECORDING MODE IS F.
      *     Dessin de DEPJOUR, comme dans MASTMAJ
       01  PEOPLE-RECORD.
           05 NAME-IN   PICTURE X(20).
           05 MONEY-SPENT-IN  PICTURE 9999V99.
           05   PICTURE X(1).
           05 CATEGORY-IN  PICTURE X(4).
           05 DATE-RECORD.
              06 DAY-IN  PICTURE 99.
              06 MONTH-IN  PICTURE 99.
              06 YEAR-IN  PICTURE 9999.
           05 CURRENCY-IN  PICTURE X(3).
      *        Taxes, comme dans DEPENSES
           05 TPS-IN-X  PICTURE X(6).
           05 TVQ-IN-X  PICTURE X(6).
      *        Facture et conditions de paiement, comme dans DEPENSES
           05 INVOICE-IN.
              10 INVOICE-REFERENCE  PICTURE X(6).
              10 INVOICE-PERIOD  PICTURE X(6).
           05 TERMS-IN  PICTURE X(3).

       FD  LISTING-DATA
           RECORDING MODE IS F.
       01  LISTING-REC  PICTURE X(80).

       FD  CHAIN-DATA
           RECORDING MODE IS F.
       01  CHAIN-RECORD.
           05 CC-PROGRAM  PICTURE X(8).
      *        DEBUT = etape lancee, FIN = etape terminee sans erreur
           05 CC-EVENT  PICTURE X(5).
           05 CC-GENERATION  PICTURE X(10).
           05 CC-DATE  PICTURE X(8).
           05 CC-TIME  PICTURE X(6).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
      * Carte de parametres lue sur SYSIN au debut du RUN :
      *   colonnes 1-6 : mois a generer (AAAAMM), obligatoire ; il
      *                  sert aussi de generation au fichier de
      *                  controle CHAINCTL
       01  PARM-CARD.
           05 PARM-PERIOD.
              10 PARM-YEAR  PICTURE 9(4).
              10 PARM-MONTH  PICTURE 99.
           05   PICTURE X(74).
      *     Vue alphanumerique de la carte, pour les messages
      *     d erreur et l echo, comme dans DEPENSES.
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05 PARM-PERIOD-X  PICTURE X(6).
           05   PICTURE X(74).
       01  PARM-VALID  PICTURE X.
       01  PARM-ERROR-MSG  PICTURE X(25).
       01  PARM-GENERATION  PICTURE X(10).
       01  RUN-DATE  PICTURE X(8).
       01  RUN-DATE-NUM REDEFINES RUN-DATE  PICTURE 9(8).
      * Controle de chaine : RECURENT tourne une fois par mois, hors
      * de la chaine quotidienne ; il n a pas de predecesseur a
      * verifier mais refuse un mois deja genere.
       01  ARE-THERE-MORE-CHAIN-RECS  PICTURE XXX VALUE 'YES'.
       77  CHAIN-PROGRAM-NAME  PICTURE X(8) VALUE 'RECURENT'.
       77  CHAIN-PREDECESSOR  PICTURE X(8) VALUE SPACES.
       77  CHAIN-EVENT-TEXT  PICTURE X(5).
       01  CHAIN-PRED-DONE  PICTURE X.
           88 PREDECESSOR-COMPLETED     VALUE 'Y'.
       01  CHAIN-ALREADY-APPLIED  PICTURE X.
           88 GENERATION-ALREADY-APPLIED  VALUE 'Y'.
       01  CHAIN-STAMP-DATE  PICTURE X(8).
       01  CHAIN-STAMP-TIME.
           05 CHAIN-STAMP-HHMMSS  PICTURE X(6).
           05   PICTURE XX.
       01  RECORD-VALID  PICTURE X.
       01  REJECT-REASON  PICTURE X(25).
       77  DATE-CHECK-YEAR  PICTURE 9(4).
       77  DATE-CHECK-MONTH  PICTURE 99.
       77  MAX-DAYS  PICTURE 99.
       77  CHARGE-DAY  PICTURE 99.
       01  CHARGE-DATE.
           05 CHARGE-DATE-YEAR  PICTURE 9(4).
           05 CHARGE-DATE-MONTH  PICTURE 99.
           05 CHARGE-DATE-DAY  PICTURE 99.
       01  CHARGE-DATE-NUM REDEFINES CHARGE-DATE  PICTURE 9(8).
      * Fenetre des contrats qui expirent, en jours a compter de la
      * date du RUN.
       77  EXPIRY-WINDOW  PICTURE 999 VALUE 60.
       77  DAYS-LEFT  PICTURE S9(7).
       77  DAYS-LEFT-ED  PICTURE ZZ9.
       01  LISTING-LINE.
           05 LL-NAME  PICTURE X(20).
           05   PICTURE X(1).
           05 LL-CATEGORY  PICTURE X(4).
           05   PICTURE X(2).
           05 LL-DATE  PICTURE X(8).
           05   PICTURE X(1).
           05 LL-CURRENCY  PICTURE X(3).
           05   PICTURE X(1).
           05 LL-AMOUNT  PICTURE ZZZ9.99.
           05   PICTURE X(1).
           05 LL-TEXT  PICTURE X(32).
       01  PRINT-LINE  PICTURE X(80).
      * Totaux de controle : LUES = GENEREES + HORS CONTRAT +
      * ECARTEES.
       77  CHARGES-READ  PICTURE 9(6) VALUE ZERO.
       77  CHARGES-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  CHARGES-OUT-OF-TERM  PICTURE 9(6) VALUE ZERO.
       77  CHARGES-REJECTED  PICTURE 9(6) VALUE ZERO.
       77  CHARGES-EXPIRING  PICTURE 9(6) VALUE ZERO.
       77  CHARGES-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
       77  CHARGES-AMOUNT-ED  PICTURE ZZZZZZZZ9.99.
       01  TRAILER-LINE  PICTURE X(80).


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-PARAMETERS
           PERFORM 052-CHECK-CHAIN-CONTROL
           OPEN OUTPUT DAY-TRANS-DATA
           OPEN OUTPUT LISTING-DATA
           PERFORM 140-WRITE-LISTING-HEADER
           PERFORM 200-GENERATE-CHARGES
           PERFORM 300-LIST-EXPIRING-CONTRACTS
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE DAY-TRANS-DATA
           CLOSE LISTING-DATA
           DISPLAY 'RECURENT: CHARGES LUES=' CHARGES-READ
                   ' GENEREES=' CHARGES-WRITTEN
                   ' ECARTEES=' CHARGES-REJECTED
                   ' EXPIRANT=' CHARGES-EXPIRING
           PERFORM 905-WRITE-CHAIN-END
           STOP RUN.

       050-GET-PARAMETERS.
      *     La carte est validee AVANT d ouvrir quoi que ce soit en
      *     sortie, comme dans DEPENSES.
           MOVE SPACES TO PARM-CARD
           ACCEPT PARM-CARD FROM SYSIN
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 051-VALIDATE-PARAMETERS
           MOVE PARM-PERIOD-X TO PARM-GENERATION
           DISPLAY 'RECURENT: CARTE ACCEPTEE MOIS=' PARM-PERIOD-X.

       051-VALIDATE-PARAMETERS.
           MOVE 'Y' TO PARM-VALID
           MOVE SPACES TO PARM-ERROR-MSG
           IF PARM-PERIOD-X NOT NUMERIC
               MOVE 'N' TO PARM-VALID
               MOVE 'MOIS NON NUMERIQUE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND (PARM-MONTH < 01 OR PARM-MONTH > 12
                                OR PARM-YEAR < 1900)
               MOVE 'N' TO PARM-VALID
               MOVE 'MOIS INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'N'
               DISPLAY 'RECURENT: CARTE DE PARAMETRES INVALIDE - '
                       PARM-ERROR-MSG ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       052-CHECK-CHAIN-CONTROL.
      *     Verifie, avant d ouvrir quoi que ce soit en sortie, que
      *     le mois n a pas deja ete genere ; si tout est en regle,
      *     le DEBUT de cette etape est inscrit au fichier de
      *     controle.
           PERFORM 053-SCAN-CHAIN-CONTROL
           IF GENERATION-ALREADY-APPLIED
               DISPLAY 'RECURENT: MOIS ' PARM-GENERATION
                       ' DEJA GENERE - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'DEBUT' TO CHAIN-EVENT-TEXT
           PERFORM 054-WRITE-CHAIN-RECORD.

       053-SCAN-CHAIN-CONTROL.
      *     Balaie le fichier de controle, comme dans DEPENSES.
           MOVE 'N' TO CHAIN-PRED-DONE
           MOVE 'N' TO CHAIN-ALREADY-APPLIED
           MOVE 'YES' TO ARE-THERE-MORE-CHAIN-RECS
           OPEN INPUT CHAIN-DATA
           PERFORM UNTIL ARE-THERE-MORE-CHAIN-RECS = 'NO '
               READ CHAIN-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-CHAIN-RECS
                 NOT AT END
                   IF CC-EVENT = 'FIN'
                               AND CC-GENERATION = PARM-GENERATION
                       IF CC-PROGRAM = CHAIN-PROGRAM-NAME
                           MOVE 'Y' TO CHAIN-ALREADY-APPLIED
                       END-IF
                       IF CC-PROGRAM = CHAIN-PREDECESSOR
                           MOVE 'Y' TO CHAIN-PRED-DONE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CHAIN-DATA.

       054-WRITE-CHAIN-RECORD.
           ACCEPT CHAIN-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT CHAIN-STAMP-TIME FROM TIME
           OPEN EXTEND CHAIN-DATA
           MOVE SPACES TO CHAIN-RECORD
           MOVE CHAIN-PROGRAM-NAME TO CC-PROGRAM
           MOVE CHAIN-EVENT-TEXT TO CC-EVENT
           MOVE PARM-GENERATION TO CC-GENERATION
           MOVE CHAIN-STAMP-DATE TO CC-DATE
           MOVE CHAIN-STAMP-HHMMSS TO CC-TIME
           WRITE CHAIN-RECORD
           CLOSE CHAIN-DATA.

       905-WRITE-CHAIN-END.
      *     FIN inscrite seulement quand le RUN est rendu au bout,
      *     comme dans DEPENSES.
           MOVE 'FIN' TO CHAIN-EVENT-TEXT
           PERFORM 054-WRITE-CHAIN-RECORD.

       140-WRITE-LISTING-HEADER.
           MOVE SPACES TO PRINT-LINE
           STRING 'CHARGES RECURRENTES DU MOIS ' PARM-PERIOD-X
                  '    LE ' RUN-DATE
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE LISTING-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE LISTING-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'FOURNISSEUR          POSTE DATE     DEV '
                  'MONTANT FACTURE / MOTIF'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE LISTING-REC FROM PRINT-LINE.

       200-GENERATE-CHARGES.
      *     Premier passage sur CHGFIXE : une depense par contrat en
      *     vigueur a la date de la charge dans le mois genere.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CHARGE-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CHARGE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO CHARGES-READ
                   PERFORM 210-PROCESS-ONE-CHARGE
               END-READ
           END-PERFORM
           CLOSE CHARGE-DATA.

       210-PROCESS-ONE-CHARGE.
           PERFORM 220-VALIDATE-CHARGE
           IF RECORD-VALID = 'N'
               ADD 1 TO CHARGES-REJECTED
               MOVE SPACES TO LISTING-LINE
               MOVE CH-NAME TO LL-NAME
               MOVE CH-CATEGORY TO LL-CATEGORY
               MOVE CH-CURRENCY TO LL-CURRENCY
               STRING 'ECARTEE: ' REJECT-REASON
                      DELIMITED BY SIZE INTO LL-TEXT
               WRITE LISTING-REC FROM LISTING-LINE
           ELSE
      *         Le jour du contrat est ramene au dernier jour d un
      *         mois plus court (le 31 tombe le 30 avril).
               MOVE PARM-YEAR TO DATE-CHECK-YEAR
               MOVE PARM-MONTH TO DATE-CHECK-MONTH
               PERFORM 240-GET-DAYS-IN-MONTH
               IF CH-DAY > MAX-DAYS
                   MOVE MAX-DAYS TO CHARGE-DAY
               ELSE
                   MOVE CH-DAY TO CHARGE-DAY
               END-IF
               MOVE PARM-YEAR TO CHARGE-DATE-YEAR
               MOVE PARM-MONTH TO CHARGE-DATE-MONTH
               MOVE CHARGE-DAY TO CHARGE-DATE-DAY
               IF CHARGE-DATE-NUM < CH-START-DATE
                   ADD 1 TO CHARGES-OUT-OF-TERM
               ELSE
                   IF CH-END-DATE-X NOT = SPACES
                               AND CH-END-DATE NOT = ZERO
                               AND CHARGE-DATE-NUM > CH-END-DATE
                       ADD 1 TO CHARGES-OUT-OF-TERM
                   ELSE
                       PERFORM 230-WRITE-DAY-RECORD
                   END-IF
               END-IF
           END-IF.

       220-VALIDATE-CHARGE.
      *     Seuls les champs dont le generateur a besoin sont
      *     controles ici ; le fournisseur, le poste, la devise et
      *     les taxes le seront par la validation de DEPENSES comme
      *     pour toute depense saisie.
           MOVE 'Y' TO RECORD-VALID
           MOVE SPACES TO REJECT-REASON
           IF CH-AMOUNT NOT NUMERIC OR CH-AMOUNT = ZERO
               MOVE 'N' TO RECORD-VALID
               MOVE 'MONTANT INVALIDE' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
                       AND (CH-DAY NOT NUMERIC
                                OR CH-DAY < 01 OR CH-DAY > 31)
               MOVE 'N' TO RECORD-VALID
               MOVE 'JOUR DU MOIS INVALIDE' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               IF CH-START-DATE NOT NUMERIC
                   MOVE 'N' TO RECORD-VALID
               ELSE
                   MOVE CH-START-YEAR TO DATE-CHECK-YEAR
                   MOVE CH-START-MONTH TO DATE-CHECK-MONTH
                   PERFORM 240-GET-DAYS-IN-MONTH
                   IF CH-START-YEAR < 1900 OR CH-START-DAY < 01
                               OR CH-START-DAY > MAX-DAYS
                       MOVE 'N' TO RECORD-VALID
                   END-IF
               END-IF
               IF RECORD-VALID = 'N'
                   MOVE 'DEBUT DE CONTRAT INVALIDE' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y' AND CH-END-DATE-X NOT = SPACES
               IF CH-END-DATE NOT NUMERIC
                   MOVE 'N' TO RECORD-VALID
               ELSE
                   IF CH-END-DATE NOT = ZERO
                       MOVE CH-END-YEAR TO DATE-CHECK-YEAR
                       MOVE CH-END-MONTH TO DATE-CHECK-MONTH
                       PERFORM 240-GET-DAYS-IN-MONTH
                       IF CH-END-YEAR < 1900 OR CH-END-DAY < 01
                                   OR CH-END-DAY > MAX-DAYS
                                   OR CH-END-DATE < CH-START-DATE
                           MOVE 'N' TO RECORD-VALID
                       END-IF
                   END-IF
               END-IF
               IF RECORD-VALID = 'N'
                   MOVE 'FIN DE CONTRAT INVALIDE' TO REJECT-REASON
               END-IF
           END-IF.

       230-WRITE-DAY-RECORD.
           MOVE SPACES TO PEOPLE-RECORD
           MOVE CH-NAME TO NAME-IN
           MOVE CH-AMOUNT TO MONEY-SPENT-IN
           MOVE CH-CATEGORY TO CATEGORY-IN
           MOVE CHARGE-DATE-DAY TO DAY-IN
           MOVE CHARGE-DATE-MONTH TO MONTH-IN
           MOVE CHARGE-DATE-YEAR TO YEAR-IN
           MOVE CH-CURRENCY TO CURRENCY-IN
           MOVE CH-TPS-X TO TPS-IN-X
           MOVE CH-TVQ-X TO TVQ-IN-X
           MOVE CH-REFERENCE TO INVOICE-REFERENCE
           MOVE PARM-PERIOD-X TO INVOICE-PERIOD
           MOVE CH-TERMS-X TO TERMS-IN
           WRITE PEOPLE-RECORD
           ADD 1 TO CHARGES-WRITTEN
           ADD CH-AMOUNT TO CHARGES-AMOUNT
           MOVE SPACES TO LISTING-LINE
           MOVE CH-NAME TO LL-NAME
           MOVE CH-CATEGORY TO LL-CATEGORY
           MOVE CHARGE-DATE TO LL-DATE
           MOVE CH-CURRENCY TO LL-CURRENCY
           MOVE CH-AMOUNT TO LL-AMOUNT
           MOVE INVOICE-IN TO LL-TEXT
           WRITE LISTING-REC FROM LISTING-LINE.

       240-GET-DAYS-IN-MONTH.
      *     Nombre de jours du mois, comme dans DEPENSES ; opere
      *     sur DATE-CHECK-YEAR/MONTH, comme dans TAUXMAJ.
           EVALUATE DATE-CHECK-MONTH
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO MAX-DAYS
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO MAX-DAYS
             WHEN 2
               IF FUNCTION MOD(DATE-CHECK-YEAR, 4) = 0 AND
                       (FUNCTION MOD(DATE-CHECK-YEAR, 100) NOT = 0 OR
                        FUNCTION MOD(DATE-CHECK-YEAR, 400) = 0)
                   MOVE 29 TO MAX-DAYS
               ELSE
                   MOVE 28 TO MAX-DAYS
               END-IF
             WHEN OTHER
               MOVE 0 TO MAX-DAYS
           END-EVALUATE.

       300-LIST-EXPIRING-CONTRACTS.
      *     Deuxieme passage sur CHGFIXE : contrats dont la fin
      *     tombe dans les EXPIRY-WINDOW jours a compter de la date
      *     du RUN, qu ils aient genere une charge ce mois-ci ou non.
           MOVE SPACES TO PRINT-LINE
           WRITE LISTING-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'CONTRATS QUI EXPIRENT DANS LES ' EXPIRY-WINDOW
                  ' JOURS'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE LISTING-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'FOURNISSEUR          POSTE FIN      DEV '
                  'MONTANT CONTRAT / JOURS RESTANTS'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE LISTING-REC FROM PRINT-LINE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CHARGE-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CHARGE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   PERFORM 310-CHECK-ONE-EXPIRY
               END-READ
           END-PERFORM
           CLOSE CHARGE-DATA.

       310-CHECK-ONE-EXPIRY.
      *     Un contrat ecarte au premier passage est ignore : sa
      *     date de fin n est pas fiable.
           PERFORM 220-VALIDATE-CHARGE
           IF RECORD-VALID = 'Y' AND CH-END-DATE-X NOT = SPACES
                       AND CH-END-DATE NOT = ZERO
               COMPUTE DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(CH-END-DATE)
                     - FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
               IF DAYS-LEFT >= 0 AND DAYS-LEFT <= EXPIRY-WINDOW
                   ADD 1 TO CHARGES-EXPIRING
                   MOVE DAYS-LEFT TO DAYS-LEFT-ED
                   MOVE SPACES TO LISTING-LINE
                   MOVE CH-NAME TO LL-NAME
                   MOVE CH-CATEGORY TO LL-CATEGORY
                   MOVE CH-END-DATE-X TO LL-DATE
                   MOVE CH-CURRENCY TO LL-CURRENCY
                   MOVE CH-AMOUNT TO LL-AMOUNT
                   STRING CH-REFERENCE ' / ' DAYS-LEFT-ED ' JOURS'
                          DELIMITED BY SIZE INTO LL-TEXT
                   WRITE LISTING-REC FROM LISTING-LINE
               END-IF
           END-IF.

       500-WRITE-CONTROL-TOTALS.
      *     LUES = GENEREES + HORS CONTRAT + ECARTEES ; le montant
      *     est la somme brute des montants generes, toutes devises
      *     confondues, a rapprocher des enregistrements de CHGJOUR.
           MOVE ALL '-' TO LISTING-REC
           WRITE LISTING-REC
           MOVE SPACES TO TRAILER-LINE
           STRING 'CHARGES LUES=' CHARGES-READ
                  ' GENEREES=' CHARGES-WRITTEN
                  ' HORS CONTRAT=' CHARGES-OUT-OF-TERM
                  ' ECARTEES=' CHARGES-REJECTED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE LISTING-REC FROM TRAILER-LINE
           MOVE CHARGES-AMOUNT TO CHARGES-AMOUNT-ED
           MOVE SPACES TO TRAILER-LINE
           STRING 'MONTANT GENERE=' CHARGES-AMOUNT-ED
                  ' CONTRATS QUI EXPIRENT=' CHARGES-EXPIRING
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE LISTING-REC FROM TRAILER-LINE.

       END PROGRAM RECURENT.
