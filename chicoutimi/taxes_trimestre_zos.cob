       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXTRIM.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT BUYER-DATA ASSIGN TO DEPENS.
      * DEPENS = fichier des depenses au dessin de DEPENSES, avec la
      * TPS et la TVQ de chaque paiement ; le JCL pointe cette DD sur
      * les fichiers DEPENS des mois du trimestre demande
                SELECT BUYER-MASTER-DATA ASSIGN TO ACHMAST.
      * ACHMAST = fichier maitre des fournisseurs, pour les numeros
      * d inscription TPS et TVQ imprimes sur le chiffrier
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable tenu par PSTMAINT, pour le libelle
      * de chaque poste budgetaire et le controle poste inconnu de
      * DEPENSES
                SELECT RATE-DATA ASSIGN TO TAUX.
      * TAUX = table des taux de change, comme dans DEPENSES : un
      * paiement en devise que DEPENSES ne peut convertir est rejete
      * par lui, donc ecarte ici aussi
                SELECT SORTED-DATA ASSIGN TO SYSWK15.
                SELECT REPORT-DATA ASSIGN TO TAXLIST.
      * TAXLIST = chiffrier trimestriel des credits de taxe sur les
      * intrants (CTI federal, RTI provincial) par poste budgetaire
      * et par fournisseur, avec les numeros d inscription, pret a
      * reporter sur les declarations ; les paiements taxes ecartes
      * sont listes en tete pour que les credits ne se perdent pas


       DATA DIVISION.
       FILE SECTION.
       FD  BUYER-DATA
           RECORDING MODE IS F.
       01  PEOPLE-RECORD.
           05 NAME-IN   PICTURE X(20).
           05 MONEY-SPENT-IN  PICTURE 9(4)V99.
           05   PICTURE X(1).
           05 CATEGORY-IN  PICTURE X(4).
           05 DATE-RECORD.
              06 DAY-IN  PICTURE 99.
              06 MONTH-IN  PICTURE 99.
              06 YEAR-IN  PICTURE 9999.
           05 CURRENCY-IN  PICTURE X(3).
      *        TPS et TVQ en dollars canadiens, comme dans DEPENSES
           05 TPS-IN  PICTURE 9(4)V99.
           05 TPS-IN-X REDEFINES TPS-IN  PICTURE X(6).
           05 TVQ-IN  PICTURE 9(4)V99.
           05 TVQ-IN-X REDEFINES TVQ-IN  PICTURE X(6).
      *        Facture et conditions de paiement, comme dans DEPENSES
           05 INVOICE-IN  PICTURE X(12).
           05 TERMS-IN  PICTURE 999.
           05 TERMS-IN-X REDEFINES TERMS-IN  PICTURE X(3).

       FD  BUYER-MASTER-DATA
           RECORDING MODE IS F.
       01  BUYER-MASTER-RECORD.
           05 BM-NAME  PICTURE X(20).
           05 BM-STATUS  PICTURE X.
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

       FD  RATE-DATA
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05 TX-CURRENCY  PICTURE X(3).
      *        Date d entree en vigueur, AAAAMMJJ
           05 TX-DATE  PICTURE 9(8).
      *        Dollars canadiens par unite de la devise
           05 TX-RATE  PICTURE 9(3)V9(6).

       SD  SORTED-DATA.
       01  SORTED-RECORD.
           05 CATEGORY-ST  PICTURE X(4).
           05 NAME-ST  PICTURE X(20).
           05 TPS-ST  PICTURE 9(4)V99.
           05 TVQ-ST  PICTURE 9(4)V99.

       FD  REPORT-DATA
           RECORDING MODE IS F.
       01  REPORT-REC  PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-BUYER-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-MASTER-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-POSTE-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-SORTED-RECS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-RATE-RECS  PICTURE XXX VALUE 'YES'.
      * Carte de parametres lue sur SYSIN au debut du RUN :
      *   colonnes 1-4 : annee du trimestre (AAAA)
      *   colonne  5   : trimestre civil (1 a 4)
       01  PARM-CARD.
           05 PARM-YEAR  PICTURE 9(4).
           05 PARM-QUARTER  PICTURE 9.
           05   PICTURE X(75).
      *     Vue alphanumerique de la carte, pour les messages
      *     d erreur et l echo, comme dans DEPENSES.
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05 PARM-YEAR-X  PICTURE X(4).
           05 PARM-QUARTER-X  PICTURE X.
           05   PICTURE X(75).
       01  PARM-VALID  PICTURE X.
       01  PARM-ERROR-MSG  PICTURE X(25).
       01  RUN-DATE.
           05 RUN-DATE-YEAR  PICTURE 9(4).
           05 RUN-DATE-MONTH  PICTURE XX.
           05 RUN-DATE-DAY  PICTURE XX.
       77  REC-QUARTER  PICTURE 9.
      * Table du fichier maitre des fournisseurs, comme dans DEPENSES :
      * numeros d inscription pour le chiffrier.
       77  BUYER-LIMIT  PICTURE 9(4) VALUE 1000.
       77  BUYER-COUNT  PICTURE 9(4) VALUE ZERO.
       77  BUYER-INDEX  PICTURE 9(4).
       01  LOOKUP-NAME  PICTURE X(20).
       01  BUYER-FOUND  PICTURE X.
           88 BUYER-IS-KNOWN       VALUE 'Y'.
       01  BUYER-TABLE.
           05 BUYER-ENTRY OCCURS 1000 TIMES.
              10 AC-NAME  PICTURE X(20).
              10 AC-TPS-NO  PICTURE X(15).
              10 AC-TVQ-NO  PICTURE X(16).
      * Table du plan comptable, comme dans MASTRPT ; le libelle du
      * poste sert d entete a chaque groupe du chiffrier.
       77  POSTE-LIMIT  PICTURE 999 VALUE 200.
       77  POSTE-COUNT  PICTURE 999 VALUE ZERO.
       77  POSTE-INDEX  PICTURE 999.
       01  LOOKUP-CATEGORY  PICTURE X(4).
       01  POSTE-FOUND  PICTURE X.
           88 POSTE-IS-KNOWN       VALUE 'Y'.
       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 200 TIMES.
              10 PT-CATEGORY  PICTURE X(4).
              10 PT-DESCRIPTION  PICTURE X(30).
      * Table des taux de change, comme dans DEPENSES
       77  RATE-LIMIT  PICTURE 999 VALUE 500.
       77  RATE-COUNT  PICTURE 999 VALUE ZERO.
       77  RATE-INDEX  PICTURE 999.
       01  RATE-FOUND  PICTURE X.
           88 RATE-IS-AVAILABLE     VALUE 'Y'.
       01  RATE-TABLE.
           05 RATE-ENTRY OCCURS 500 TIMES.
              10 RT-CURRENCY  PICTURE X(3).
              10 RT-DATE  PICTURE 9(8).
              10 RT-RATE  PICTURE 9(3)V9(6).
       77  RECORD-DATE-NUM  PICTURE 9(8).
       77  APPLIED-RATE-DATE  PICTURE 9(8).
       77  APPLIED-RATE  PICTURE 9(3)V9(6).
       77  CONVERSION-WORK  PICTURE 9(7)V99.
       77  MAX-DAYS  PICTURE 99.
      * Admissibilite d un paiement au chiffrier : les controles de
      * 065-VALIDATE-ONE-RECORD de DEPENSES qui portent sur le
      * paiement lui-meme, dans le meme ordre et avec les memes
      * motifs. Le statut du fournisseur, la fermeture du poste et
      * les postes autorises ne sont pas repris : DEPENSES les a
      * controles a la saisie, et une suspension ou une fermeture
      * survenue depuis ne doit pas faire perdre des credits deja
      * acquis sur le trimestre.
      * RECORD-VALID : Y = retenu, N = ecarte (liste avec son
      * motif), H = hors chiffrier (hors trimestre ou sans taxe).
       01  RECORD-VALID  PICTURE X.
       01  REJECT-REASON  PICTURE X(25).
       77  TPS-AMOUNT  PICTURE 9(4)V99.
       77  TVQ-AMOUNT  PICTURE 9(4)V99.
      * Ruptures de groupe poste puis fournisseur, comme
      * 300-COUNT-ROUTINE de MASTRPT.
       01  IS-FIRST-ENTRY  PICTURE XXX VALUE 'YES'.
           88 NOT-FIRST-ENTRY       VALUE 'NO '.
       77  CURRENT-CATEGORY  PICTURE X(4).
       77  CURRENT-NAME  PICTURE X(20).
       77  CURRENT-TPS  PICTURE 9(7)V99.
       77  CURRENT-TVQ  PICTURE 9(7)V99.
       77  CATEGORY-TPS  PICTURE 9(7)V99.
       77  CATEGORY-TVQ  PICTURE 9(7)V99.
       77  GRAND-TPS  PICTURE 9(9)V99 VALUE ZERO.
       77  GRAND-TVQ  PICTURE 9(9)V99 VALUE ZERO.
       77  GRAND-TPS-ED  PICTURE ZZZZZZZZ9.99.
       77  GRAND-TVQ-ED  PICTURE ZZZZZZZZ9.99.
       01  PRINT-LINE  PICTURE X(80).
       01  DETAIL-LINE.
           05 TX-NAME  PICTURE X(20).
           05   PICTURE X(1).
           05 TX-TPS-NO  PICTURE X(15).
           05   PICTURE X(1).
           05 TX-TVQ-NO  PICTURE X(16).
           05   PICTURE X(1).
           05 TX-TPS  PICTURE ZZZZZZ9.99.
           05   PICTURE X(1).
           05 TX-TVQ  PICTURE ZZZZZZ9.99.
           05   PICTURE X(5).
       01  EXCLUDED-LINE.
           05 EX-NAME  PICTURE X(20).
           05   PICTURE X(1).
           05 EX-CATEGORY  PICTURE X(4).
           05   PICTURE X(1).
           05 EX-DATE  PICTURE X(8).
           05   PICTURE X(1).
           05 EX-TPS  PICTURE X(6).
           05   PICTURE X(1).
           05 EX-TVQ  PICTURE X(6).
           05   PICTURE X(1).
           05 EX-REASON  PICTURE X(25).
           05   PICTURE X(6).
      * Totaux de controle : LUS = RETENUS + HORS PERIODE + SANS TAXE
      * + ECARTES, sinon un enregistrement s est perdu en route.
       77  RECORDS-READ  PICTURE 9(6) VALUE ZERO.
       77  RECORDS-KEPT  PICTURE 9(6) VALUE ZERO.
       77  RECORDS-OUT-OF-PERIOD  PICTURE 9(6) VALUE ZERO.
       77  RECORDS-UNTAXED  PICTURE 9(6) VALUE ZERO.
       77  RECORDS-EXCLUDED  PICTURE 9(6) VALUE ZERO.
       77  SUPPLIERS-LISTED  PICTURE 9(6) VALUE ZERO.
       01  TRAILER-LINE  PICTURE X(80).


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-PARAMETERS
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 056-LOAD-POSTES
           PERFORM 057-LOAD-RATE-TABLE
           OPEN OUTPUT REPORT-DATA
           PERFORM 140-WRITE-REPORT-HEADER
           SORT SORTED-DATA ON ASCENDING KEY CATEGORY-ST
                                             NAME-ST
                INPUT PROCEDURE 200-SELECT-INPUT
            OUTPUT PROCEDURE 300-WRITE-WORKSHEET
           PERFORM 510-WRITE-CONTROL-TOTALS
           CLOSE REPORT-DATA
           DISPLAY 'TAXTRIM: LUS=' RECORDS-READ
                   ' RETENUS=' RECORDS-KEPT
                   ' HORS PERIODE=' RECORDS-OUT-OF-PERIOD
                   ' SANS TAXE=' RECORDS-UNTAXED
                   ' ECARTES=' RECORDS-EXCLUDED
           STOP RUN.

       050-GET-PARAMETERS.
      *     La carte est validee a fond AVANT d ouvrir quoi que ce
      *     soit en sortie, comme dans DEPENSES : un trimestre
      *     illisible produirait un chiffrier vide.
           MOVE SPACES TO PARM-CARD
           ACCEPT PARM-CARD FROM SYSIN
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM 051-VALIDATE-PARAMETERS
           DISPLAY 'TAXTRIM: CARTE ACCEPTEE ANNEE=' PARM-YEAR-X
                   ' TRIMESTRE=' PARM-QUARTER-X.

       051-VALIDATE-PARAMETERS.
      *     Memes controles en cascade que dans MASTRPT : le
      *     premier manquement arrete le RUN avec un message clair.
           MOVE 'Y' TO PARM-VALID
           MOVE SPACES TO PARM-ERROR-MSG
           IF PARM-YEAR NOT NUMERIC
               MOVE 'N' TO PARM-VALID
               MOVE 'ANNEE NON NUMERIQUE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND (PARM-YEAR < 1900
                                OR PARM-YEAR > RUN-DATE-YEAR)
               MOVE 'N' TO PARM-VALID
               MOVE 'ANNEE HORS DE PORTEE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND (PARM-QUARTER NOT NUMERIC
                                OR PARM-QUARTER < 1
                                OR PARM-QUARTER > 4)
               MOVE 'N' TO PARM-VALID
               MOVE 'TRIMESTRE INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'N'
               DISPLAY 'TAXTRIM: CARTE DE PARAMETRES INVALIDE - '
                       PARM-ERROR-MSG ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       055-LOAD-BUYER-MASTER.
      *     Meme chargement que dans DEPENSES, sans le seuil qui ne
      *     sert pas ici. Une table pleine arrete le RUN plutot que
      *     de tronquer en silence.
           MOVE 'YES' TO ARE-THERE-MORE-MASTER-RECS
           MOVE ZERO TO BUYER-COUNT
           OPEN INPUT BUYER-MASTER-DATA
           PERFORM UNTIL ARE-THERE-MORE-MASTER-RECS = 'NO '
               READ BUYER-MASTER-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-MASTER-RECS
                 NOT AT END
                   IF BUYER-COUNT >= BUYER-LIMIT
                       DISPLAY 'TAXTRIM: TABLE DES FOURNISSEURS'
                               ' PLEINE (' BUYER-LIMIT
                               ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO BUYER-COUNT
                   MOVE BM-NAME TO AC-NAME (BUYER-COUNT)
                   MOVE BM-TPS-NO TO AC-TPS-NO (BUYER-COUNT)
                   MOVE BM-TVQ-NO TO AC-TVQ-NO (BUYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE BUYER-MASTER-DATA.

       056-LOAD-POSTES.
      *     Meme chargement que dans MASTRPT ; une table pleine
      *     arrete le RUN plutot que de tronquer en silence. Un
      *     poste ferme depuis garde son libelle et ses credits au
      *     chiffrier.
           MOVE 'YES' TO ARE-THERE-MORE-POSTE-RECS
           MOVE ZERO TO POSTE-COUNT
           OPEN INPUT POSTE-DATA
           PERFORM UNTIL ARE-THERE-MORE-POSTE-RECS = 'NO '
               READ POSTE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-POSTE-RECS
                 NOT AT END
                   IF POSTE-COUNT >= POSTE-LIMIT
                       DISPLAY 'TAXTRIM: TABLE DES POSTES'
                               ' PLEINE (' POSTE-LIMIT
                               ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO POSTE-COUNT
                   MOVE PO-CATEGORY TO PT-CATEGORY (POSTE-COUNT)
                   MOVE PO-DESCRIPTION TO
                        PT-DESCRIPTION (POSTE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POSTE-DATA.

       057-LOAD-RATE-TABLE.
      *     Meme chargement que 057-LOAD-RATE-TABLE de DEPENSES : un
      *     taux illisible est ignore, une table pleine arrete le RUN.
           MOVE 'YES' TO ARE-THERE-MORE-RATE-RECS
           MOVE ZERO TO RATE-COUNT
           OPEN INPUT RATE-DATA
           PERFORM UNTIL ARE-THERE-MORE-RATE-RECS = 'NO '
               READ RATE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RATE-RECS
                 NOT AT END
                   IF TX-RATE NUMERIC AND TX-DATE NUMERIC
                       IF RATE-COUNT >= RATE-LIMIT
                           DISPLAY 'TAXTRIM: TABLE DES TAUX'
                                   ' PLEINE (' RATE-LIMIT
                                   ') - RUN ARRETE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO RATE-COUNT
                       MOVE TX-CURRENCY TO RT-CURRENCY (RATE-COUNT)
                       MOVE TX-DATE TO RT-DATE (RATE-COUNT)
                       MOVE TX-RATE TO RT-RATE (RATE-COUNT)
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-DATA.

       066-LOOKUP-POSTE.
      *     Meme recherche sequentielle que 066-LOOKUP-POSTE de
      *     DEPENSES ; si trouve, POSTE-INDEX pointe sur l entree.
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

       068-LOOKUP-BUYER.
      *     Meme recherche sequentielle que 068-LOOKUP-BUYER de
      *     DEPENSES.
           MOVE 'N' TO BUYER-FOUND
           PERFORM VARYING BUYER-INDEX FROM 1 BY 1
                     UNTIL BUYER-INDEX > BUYER-COUNT
                        OR BUYER-IS-KNOWN
               IF AC-NAME (BUYER-INDEX) = LOOKUP-NAME
                   MOVE 'Y' TO BUYER-FOUND
               END-IF
           END-PERFORM
           IF BUYER-IS-KNOWN
               SUBTRACT 1 FROM BUYER-INDEX
           END-IF.

       140-WRITE-REPORT-HEADER.
      *     Titre du chiffrier avec date du RUN et trimestre, puis
      *     l entete de la liste des paiements ecartes, alimentee
      *     pendant la selection.
           MOVE SPACES TO PRINT-LINE
           STRING 'CHIFFRIER TRIMESTRIEL CTI / RTI    LE '
                  RUN-DATE-YEAR '/' RUN-DATE-MONTH '/' RUN-DATE-DAY
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'ANNEE: ' PARM-YEAR '   TRIMESTRE: ' PARM-QUARTER
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'PAIEMENTS TAXES ECARTES - CREDITS A RECUPERER'
                  ' APRES CORRECTION'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'FOURNISSEUR          PSTE JJMMAAAA TPS    TVQ   '
                  ' MOTIF'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE.

       200-SELECT-INPUT.
      *     Seuls les paiements taxes du trimestre demande partent
      *     au tri ; les paiements taxes mais inadmissibles sont
      *     listes en tete du chiffrier avec leur motif.
           MOVE 'YES' TO ARE-THERE-MORE-BUYER-RECS
           OPEN INPUT BUYER-DATA
           PERFORM UNTIL ARE-THERE-MORE-BUYER-RECS = 'NO '
               READ BUYER-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-BUYER-RECS
                 NOT AT END
                   ADD 1 TO RECORDS-READ
                   PERFORM 210-SELECT-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE BUYER-DATA.

       210-SELECT-ONE-RECORD.
      *     Une date illisible ne permet pas de situer le paiement
      *     dans un trimestre : il est ecarte. Sinon, hors du
      *     trimestre, il est simplement compte ; sans taxe, il
      *     n ouvre droit a aucun credit. Le reste passe par les
      *     controles de DEPENSES avant d aller au tri.
           MOVE 'Y' TO RECORD-VALID
           MOVE SPACES TO REJECT-REASON
           IF MONTH-IN NOT NUMERIC OR YEAR-IN NOT NUMERIC
                       OR DAY-IN NOT NUMERIC
                       OR MONTH-IN < 1 OR MONTH-IN > 12
               MOVE 'N' TO RECORD-VALID
               MOVE 'DATE INVALIDE' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 067-GET-DAYS-IN-MONTH
               IF DAY-IN < 1 OR DAY-IN > MAX-DAYS
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'JOUR INVALIDE' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               COMPUTE REC-QUARTER = ((MONTH-IN - 1) / 3) + 1
               IF YEAR-IN NOT = PARM-YEAR
                           OR REC-QUARTER NOT = PARM-QUARTER
                   ADD 1 TO RECORDS-OUT-OF-PERIOD
                   MOVE 'H' TO RECORD-VALID
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 073-GET-TAX-AMOUNTS
               IF TPS-AMOUNT = ZERO AND TVQ-AMOUNT = ZERO
                           AND (TPS-IN-X = SPACES OR TPS-IN NUMERIC)
                           AND (TVQ-IN-X = SPACES OR TVQ-IN NUMERIC)
                   ADD 1 TO RECORDS-UNTAXED
                   MOVE 'H' TO RECORD-VALID
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 215-CHECK-AS-DEPENSES
           END-IF
           IF RECORD-VALID = 'Y'
               ADD 1 TO RECORDS-KEPT
               MOVE CATEGORY-IN TO CATEGORY-ST
               MOVE NAME-IN TO NAME-ST
               MOVE TPS-AMOUNT TO TPS-ST
               MOVE TVQ-AMOUNT TO TVQ-ST
               RELEASE SORTED-RECORD
           END-IF
           IF RECORD-VALID = 'N'
               PERFORM 220-WRITE-EXCLUDED-LINE
           END-IF.

       215-CHECK-AS-DEPENSES.
      *     Les controles de 065-VALIDATE-ONE-RECORD de DEPENSES qui
      *     restent apres la date, dans le meme ordre et avec les
      *     memes motifs, sauf ceux du statut du fournisseur et du
      *     poste (voir RECORD-VALID).
           IF MONEY-SPENT-IN NOT NUMERIC
               MOVE 'N' TO RECORD-VALID
               MOVE 'MONTANT NON NUMERIQUE' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               MOVE NAME-IN TO LOOKUP-NAME
               PERFORM 068-LOOKUP-BUYER
               IF NOT BUYER-IS-KNOWN
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'FOURNISSEUR INCONNU' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               MOVE CATEGORY-IN TO LOOKUP-CATEGORY
               PERFORM 066-LOOKUP-POSTE
               IF NOT POSTE-IS-KNOWN
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'POSTE INCONNU' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
                       AND ((TPS-IN-X NOT = SPACES
                                   AND TPS-IN NOT NUMERIC)
                            OR (TVQ-IN-X NOT = SPACES
                                   AND TVQ-IN NOT NUMERIC))
               MOVE 'N' TO RECORD-VALID
               MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND TPS-AMOUNT > ZERO
                       AND AC-TPS-NO (BUYER-INDEX) = SPACES
               MOVE 'N' TO RECORD-VALID
               MOVE 'NO TPS ABSENT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND TVQ-AMOUNT > ZERO
                       AND AC-TVQ-NO (BUYER-INDEX) = SPACES
               MOVE 'N' TO RECORD-VALID
               MOVE 'NO TVQ ABSENT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
                       AND (CURRENCY-IN = SPACES OR CURRENCY-IN = 'CAD')
                       AND TPS-AMOUNT + TVQ-AMOUNT > MONEY-SPENT-IN
               MOVE 'N' TO RECORD-VALID
               MOVE 'TAXES EXCEDENT LE MONTANT' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y' AND TERMS-IN-X NOT = SPACES
                       AND TERMS-IN NOT NUMERIC
               MOVE 'N' TO RECORD-VALID
               MOVE 'CONDITIONS NON NUMERIQUES' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
                       AND CURRENCY-IN NOT = SPACES
                       AND CURRENCY-IN NOT = 'CAD'
               PERFORM 071-LOOKUP-RATE
               IF NOT RATE-IS-AVAILABLE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAUX INTROUVABLE' TO REJECT-REASON
               ELSE
                   COMPUTE CONVERSION-WORK ROUNDED =
                           MONEY-SPENT-IN * APPLIED-RATE
                   IF CONVERSION-WORK > 9999.99
                       MOVE 'N' TO RECORD-VALID
                       MOVE 'CONVERSION TROP GRANDE' TO REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       067-GET-DAYS-IN-MONTH.
      *     Meme calcul que 067-GET-DAYS-IN-MONTH de DEPENSES.
           EVALUATE MONTH-IN
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO MAX-DAYS
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO MAX-DAYS
             WHEN 2
               IF FUNCTION MOD(YEAR-IN, 4) = 0 AND
                       (FUNCTION MOD(YEAR-IN, 100) NOT = 0 OR
                        FUNCTION MOD(YEAR-IN, 400) = 0)
                   MOVE 29 TO MAX-DAYS
               ELSE
                   MOVE 28 TO MAX-DAYS
               END-IF
             WHEN OTHER
               MOVE 0 TO MAX-DAYS
           END-EVALUATE.

       071-LOOKUP-RATE.
      *     Meme recherche que 071-LOOKUP-RATE de DEPENSES : le taux
      *     de la devise le plus recent a la date du paiement.
           COMPUTE RECORD-DATE-NUM = YEAR-IN * 10000
                                      + MONTH-IN * 100 + DAY-IN
           MOVE 'N' TO RATE-FOUND
           MOVE ZERO TO APPLIED-RATE-DATE
           PERFORM VARYING RATE-INDEX FROM 1 BY 1
                     UNTIL RATE-INDEX > RATE-COUNT
               IF RT-CURRENCY (RATE-INDEX) = CURRENCY-IN
                       AND RT-DATE (RATE-INDEX) NOT > RECORD-DATE-NUM
                       AND RT-DATE (RATE-INDEX) NOT <
                                                 APPLIED-RATE-DATE
                   MOVE RT-DATE (RATE-INDEX) TO APPLIED-RATE-DATE
                   MOVE RT-RATE (RATE-INDEX) TO APPLIED-RATE
                   MOVE 'Y' TO RATE-FOUND
               END-IF
           END-PERFORM.

       073-GET-TAX-AMOUNTS.
      *     Taxe a blanc = zero, comme 073-GET-TAX-AMOUNTS de
      *     DEPENSES ; une taxe illisible est aussi prise a zero ici,
      *     le paiement etant de toute facon ecarte.
           MOVE ZERO TO TPS-AMOUNT
           MOVE ZERO TO TVQ-AMOUNT
           IF TPS-IN-X NOT = SPACES AND TPS-IN NUMERIC
               MOVE TPS-IN TO TPS-AMOUNT
           END-IF
           IF TVQ-IN-X NOT = SPACES AND TVQ-IN NUMERIC
               MOVE TVQ-IN TO TVQ-AMOUNT
           END-IF.

       220-WRITE-EXCLUDED-LINE.
           ADD 1 TO RECORDS-EXCLUDED
           MOVE SPACES TO EXCLUDED-LINE
           MOVE NAME-IN TO EX-NAME
           MOVE CATEGORY-IN TO EX-CATEGORY
           MOVE DATE-RECORD TO EX-DATE
           MOVE TPS-IN-X TO EX-TPS
           MOVE TVQ-IN-X TO EX-TVQ
           MOVE REJECT-REASON TO EX-REASON
           WRITE REPORT-REC FROM EXCLUDED-LINE.

       300-WRITE-WORKSHEET.
      *     Les paiements retenus reviennent en ordre de poste puis
      *     de fournisseur : une ligne par fournisseur, un
      *     sous-total par poste, le total general au bas.
           MOVE SPACES TO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           STRING 'FOURNISSEUR          NO TPS          NO TVQ       '
                  '       CTI TPS    RTI TVQ'
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE 'YES' TO ARE-THERE-MORE-SORTED-RECS
           PERFORM UNTIL ARE-THERE-MORE-SORTED-RECS = 'NO '
               RETURN SORTED-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-SORTED-RECS
                   IF NOT-FIRST-ENTRY
                       PERFORM 400-WRITE-SUPPLIER-LINE
                       PERFORM 410-WRITE-CATEGORY-SUM
                   END-IF
                 NOT AT END
                   PERFORM 310-COUNT-ROUTINE
               END-RETURN
           END-PERFORM.

       310-COUNT-ROUTINE.
           IF IS-FIRST-ENTRY = 'YES'
               MOVE 'NO ' TO IS-FIRST-ENTRY
               PERFORM 420-START-CATEGORY
               PERFORM 430-START-SUPPLIER
           ELSE
               IF CATEGORY-ST NOT = CURRENT-CATEGORY
                   PERFORM 400-WRITE-SUPPLIER-LINE
                   PERFORM 410-WRITE-CATEGORY-SUM
                   PERFORM 420-START-CATEGORY
                   PERFORM 430-START-SUPPLIER
               ELSE
                   IF NAME-ST NOT = CURRENT-NAME
                       PERFORM 400-WRITE-SUPPLIER-LINE
                       PERFORM 430-START-SUPPLIER
                   END-IF
               END-IF
           END-IF
           ADD TPS-ST TO CURRENT-TPS
           ADD TVQ-ST TO CURRENT-TVQ.

       420-START-CATEGORY.
      *     Entete du groupe : code et libelle du poste au plan
      *     comptable.
           MOVE CATEGORY-ST TO CURRENT-CATEGORY
           MOVE ZERO TO CATEGORY-TPS
           MOVE ZERO TO CATEGORY-TVQ
           MOVE CATEGORY-ST TO LOOKUP-CATEGORY
           PERFORM 066-LOOKUP-POSTE
           MOVE SPACES TO PRINT-LINE
           WRITE REPORT-REC FROM PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           IF POSTE-IS-KNOWN
               STRING 'POSTE ' CURRENT-CATEGORY ' - '
                      PT-DESCRIPTION (POSTE-INDEX)
                      DELIMITED BY SIZE INTO PRINT-LINE
           ELSE
               STRING 'POSTE ' CURRENT-CATEGORY
                      ' - ABSENT DU PLAN COMPTABLE'
                      DELIMITED BY SIZE INTO PRINT-LINE
           END-IF
           WRITE REPORT-REC FROM PRINT-LINE.

       430-START-SUPPLIER.
           MOVE NAME-ST TO CURRENT-NAME
           MOVE ZERO TO CURRENT-TPS
           MOVE ZERO TO CURRENT-TVQ.

       400-WRITE-SUPPLIER-LINE.
      *     Ligne du fournisseur avec ses numeros d inscription
      *     tels qu au fichier maitre ; le fournisseur a ete trouve
      *     a la selection, il l est forcement ici.
           ADD 1 TO SUPPLIERS-LISTED
           ADD CURRENT-TPS TO CATEGORY-TPS
           ADD CURRENT-TVQ TO CATEGORY-TVQ
           MOVE CURRENT-NAME TO LOOKUP-NAME
           PERFORM 068-LOOKUP-BUYER
           MOVE SPACES TO DETAIL-LINE
           MOVE CURRENT-NAME TO TX-NAME
           IF BUYER-IS-KNOWN
               MOVE AC-TPS-NO (BUYER-INDEX) TO TX-TPS-NO
               MOVE AC-TVQ-NO (BUYER-INDEX) TO TX-TVQ-NO
           END-IF
           MOVE CURRENT-TPS TO TX-TPS
           MOVE CURRENT-TVQ TO TX-TVQ
           WRITE REPORT-REC FROM DETAIL-LINE.

       410-WRITE-CATEGORY-SUM.
           ADD CATEGORY-TPS TO GRAND-TPS
           ADD CATEGORY-TVQ TO GRAND-TVQ
           MOVE SPACES TO DETAIL-LINE
           MOVE ' SOUS-TOTAL POSTE' TO TX-NAME
           MOVE CURRENT-CATEGORY TO TX-TPS-NO
           MOVE CATEGORY-TPS TO TX-TPS
           MOVE CATEGORY-TVQ TO TX-TVQ
           WRITE REPORT-REC FROM DETAIL-LINE.

       510-WRITE-CONTROL-TOTALS.
      *     Totaux a reporter aux declarations, puis la ligne
      *     d equilibre : LUS = RETENUS + HORS PERIODE + SANS TAXE
      *     + ECARTES.
           MOVE ALL '-' TO REPORT-REC
           WRITE REPORT-REC
           MOVE GRAND-TPS TO GRAND-TPS-ED
           MOVE GRAND-TVQ TO GRAND-TVQ-ED
           MOVE SPACES TO TRAILER-LINE
           STRING 'TOTAL CTI (TPS)=' GRAND-TPS-ED
                  '  TOTAL RTI (TVQ)=' GRAND-TVQ-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE REPORT-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           STRING 'FOURNISSEURS LISTES=' SUPPLIERS-LISTED
                  ' LUS=' RECORDS-READ
                  ' RETENUS=' RECORDS-KEPT
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE REPORT-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           STRING 'HORS PERIODE=' RECORDS-OUT-OF-PERIOD
                  ' SANS TAXE=' RECORDS-UNTAXED
                  ' ECARTES=' RECORDS-EXCLUDED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE REPORT-REC FROM TRAILER-LINE.

       END PROGRAM TAXTRIM.
