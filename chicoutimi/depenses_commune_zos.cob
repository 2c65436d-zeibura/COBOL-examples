      * ACHMAST = fichier maitre des fournisseurs (statut, postes
      * budgetaires autorises, seuil individuel), tenu a jour par le
      * programme ACHMAINT ; charge en table au debut du RUN
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires (description,
      * compte de grand-livre, statut actif/ferme), tenu a jour par
      * le programme PSTMAINT ; charge en table au debut du RUN, il
      * remplace la correspondance poste -> compte codee en dur
                SELECT PERIOD-DATA ASSIGN TO PERIODES.
      * PERIODES = statut des periodes comptables tenu par PERMAINT ;
      * une depense datee d un mois ferme est cumulee au mois ouvert
      * courant, comme dans MASTMAJ, pour que SORTIE, ETAT, GLFEED et
      * HISTOUT ne touchent plus aux totaux d un mois ferme
                SELECT OPTIONAL CHAIN-DATA ASSIGN TO CHAINCTL.
      * CHAINCTL = fichier de controle de la chaine des travaux :
      * chaque etape y inscrit son DEBUT et sa FIN avec la
      *        Devise du montant : blanc ou CAD = dollars canadiens,
      *        sinon USD, EUR, ... convertis au taux de la table TAUX
           05 CURRENCY-IN  PICTURE X(3).
      *        Taxes comprises dans le montant, toujours en dollars
      *        canadiens meme si le montant est en devises : TPS
      *        (federale) et TVQ (Quebec) ; blanc = aucune taxe
           05 TPS-IN  PICTURE 9(4)V99.
           05 TPS-IN-X REDEFINES TPS-IN  PICTURE X(6).
           05 TVQ-IN  PICTURE 9(4)V99.
           05 TVQ-IN-X REDEFINES TVQ-IN  PICTURE X(6).
      *        Numero de facture du fournisseur et conditions de
      *        paiement en jours (blanc = 30 jours) ; MASTMAJ en tire
      *        l echeance de la facture au fichier des comptes a payer
           05 INVOICE-IN  PICTURE X(12).
           05 TERMS-IN  PICTURE 999.
           05 TERMS-IN-X REDEFINES TERMS-IN  PICTURE X(3).

       SD  SORTED-DATA.
       01  SORTED-RECORD.
           05 REJ-YEAR  PICTURE 9999.
           05 REJ-REASON  PICTURE X(25).
           05 REJ-CURRENCY  PICTURE X(3).
           05 REJ-TPS  PICTURE X(6).
           05 REJ-TVQ  PICTURE X(6).
           05 REJ-INVOICE  PICTURE X(12).
           05 REJ-TERMS  PICTURE X(3).

       FD  CHECKPOINT-DATA
           RECORDING MODE IS F.
      *        Seuil individuel pour la liste DEPASS ; zero = le seuil
      *        global de la carte de parametres s applique
           05 BM-THRESHOLD  PICTURE 9(4)V99.
      *        Numeros d inscription aux fichiers de la TPS et de la
      *        TVQ ; blanc = fournisseur non inscrit, qui ne peut pas
      *        facturer de taxes
           05 BM-TPS-NO  PICTURE X(15).
           05 BM-TVQ-NO  PICTURE X(16).
      *        Coordonnees bancaires pour le paiement par virement
      *        (PAIEMENT) ; blanc = fournisseur paye par cheque
           05 BM-BANK.
              06 BM-BANK-INST  PICTURE X(3).
              06 BM-BANK-TRANSIT  PICTURE X(5).
              06 BM-BANK-ACCOUNT  PICTURE X(12).

       FD  POSTE-DATA
           RECORDING MODE IS F.
       01  POSTE-RECORD.
           05 PO-CATEGORY  PICTURE X(4).
           05 PO-DESCRIPTION  PICTURE X(30).
           05 PO-GL-CODE  PICTURE X(6).
      *        A = actif, F = ferme
           05 PO-STATUS  PICTURE X.

       FD  PERIOD-DATA
           RECORDING MODE IS F.
       01  PERIOD-RECORD.
           05 PE-PERIOD  PICTURE 9(6).
      *        O = ouvert, F = ferme
           05 PE-STATUS  PICTURE X.
           05 PE-CHANGE-DATE  PICTURE X(8).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS PICTURE XXX VALUE 'YES'.
                  88 AC-SUSPENDED      VALUE 'S'.
              10 AC-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
              10 AC-THRESHOLD  PICTURE 9(4)V99.
              10 AC-TPS-NO  PICTURE X(15).
              10 AC-TVQ-NO  PICTURE X(16).
      * Taxes de l enregistrement en cours ; un champ a blanc vaut
      * zero.
       77  TPS-AMOUNT  PICTURE 9(4)V99.
       77  TVQ-AMOUNT  PICTURE 9(4)V99.
      * Plan comptable POSTES charge en table par 056-LOAD-POSTES ;
      * consulte par 065-VALIDATE-ONE-RECORD (poste inconnu ou
      * ferme) et par 417-LOOKUP-GL-CODE (compte de grand-livre).
       01  ARE-THERE-MORE-POSTE-RECS  PICTURE XXX VALUE 'YES'.
       77  POSTE-LIMIT  PICTURE 999 VALUE 200.
       77  POSTE-COUNT  PICTURE 999 VALUE ZERO.
       77  POSTE-INDEX  PICTURE 999.
       01  LOOKUP-CATEGORY  PICTURE X(4).
       01  POSTE-FOUND  PICTURE X.
           88 POSTE-IS-KNOWN       VALUE 'Y'.
       01  POSTE-TABLE.
           05 POSTE-ENTRY OCCURS 200 TIMES.
              10 PT-CATEGORY  PICTURE X(4).
              10 PT-GL-CODE  PICTURE X(6).
              10 PT-STATUS  PICTURE X.
                  88 PT-CLOSED         VALUE 'F'.
      * Table des taux de change chargee par 057-LOAD-RATE-TABLE ;
      * consultee par 070-CONVERT-CURRENCY pendant la validation pour
      * que tout ce qui atteint 300-COUNT-ROUTINE soit deja en
       77  APPLIED-RATE  PICTURE 9(3)V9(6).
       77  CONVERTED-AMOUNT  PICTURE 9(4)V99.
       77  CONVERSION-WORK  PICTURE 9(7)V99.
      * Table des periodes comptables chargee par 063-LOAD-PERIODS,
      * comme dans MASTMAJ ; le mois ouvert courant suit le dernier
      * mois ferme (zero = aucun mois ferme, rien n est reporte).
       01  ARE-THERE-MORE-PERIOD-RECS  PICTURE XXX VALUE 'YES'.
       77  PERIOD-LIMIT  PICTURE 999 VALUE 600.
       77  PERIOD-COUNT  PICTURE 999 VALUE ZERO.
       77  PERIOD-INDEX  PICTURE 999.
       01  PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 600 TIMES.
              10 PD-PERIOD  PICTURE 9(6).
              10 PD-STATUS  PICTURE X.
       77  LAST-CLOSED-PERIOD  PICTURE 9(6) VALUE ZERO.
       01  OPEN-PERIOD.
           05 OPEN-YEAR  PICTURE 9(4) VALUE ZERO.
           05 OPEN-MONTH  PICTURE 99 VALUE ZERO.
       01  OPEN-PERIOD-NUM REDEFINES OPEN-PERIOD  PICTURE 9(6).
       77  RECORD-PERIOD  PICTURE 9(6).
       01  PERIOD-CLOSED  PICTURE X.
           88 PERIOD-IS-CLOSED     VALUE 'Y'.
      *     Depenses valides datees d un mois ferme et reportees au
      *     mois ouvert courant par 075-ASSIGN-POSTING-PERIOD.
       77  RECORDS-REPOSTED  PICTURE 9(6) VALUE ZERO.
       01  CONV-AUDIT-LINE.
           05 CA-NAME  PICTURE X(20).
           05   PICTURE X(2).
           PERFORM 050-GET-PARAMETERS
           PERFORM 052-CHECK-CHAIN-CONTROL
           PERFORM 055-LOAD-BUYER-MASTER
           PERFORM 056-LOAD-POSTES
           PERFORM 057-LOAD-RATE-TABLE
           PERFORM 058-LOAD-BUDGET
           PERFORM 059-LOAD-COMMITMENTS
           PERFORM 063-LOAD-PERIODS
           PERFORM 060-VALIDATE-INPUT-DATA
           IF RECORDS-REPOSTED > ZERO
               DISPLAY 'DEPENSES: DEPENSES DE MOIS FERMES REPORTEES AU '
                       OPEN-YEAR '/' OPEN-MONTH '=' RECORDS-REPOSTED
           END-IF
           SORT SORTED-DATA ON ASCENDING KEY NAME-ST
                                     CATEGORY-ST
                                     YEAR-ST
                   ELSE
                       MOVE ZERO TO AC-THRESHOLD (BUYER-COUNT)
                   END-IF
                   MOVE BM-TPS-NO TO AC-TPS-NO (BUYER-COUNT)
                   MOVE BM-TVQ-NO TO AC-TVQ-NO (BUYER-COUNT)
               END-READ
           END-PERFORM
           CLOSE BUYER-MASTER-DATA.

       056-LOAD-POSTES.
      *     Charge le plan comptable en table ; comme pour le fichier
      *     maitre des fournisseurs, une table pleine arrete le RUN :
      *     un poste tronque en silence ferait rejeter toutes ses
      *     depenses POSTE INCONNU.
           MOVE 'YES' TO ARE-THERE-MORE-POSTE-RECS
           MOVE ZERO TO POSTE-COUNT
           OPEN INPUT POSTE-DATA
           PERFORM UNTIL ARE-THERE-MORE-POSTE-RECS = 'NO '
               READ POSTE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-POSTE-RECS
                 NOT AT END
                   IF POSTE-COUNT >= POSTE-LIMIT
                       DISPLAY 'DEPENSES: TABLE DES POSTES'
                               ' PLEINE (' POSTE-LIMIT
                               ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO POSTE-COUNT
                   MOVE PO-CATEGORY TO PT-CATEGORY (POSTE-COUNT)
                   MOVE PO-GL-CODE TO PT-GL-CODE (POSTE-COUNT)
                   MOVE PO-STATUS TO PT-STATUS (POSTE-COUNT)
               END-READ
           END-PERFORM
           CLOSE POSTE-DATA.

       057-LOAD-RATE-TABLE.
      *     Charge la table des taux de change ; un taux non
      *     numerique est ignore plutot que de fausser toutes les
               MOVE 'N' TO RECORD-VALID
               MOVE 'FOURNISSEUR SUSPENDU' TO REJECT-REASON
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
                       AND PT-CLOSED (POSTE-INDEX)
               MOVE 'N' TO RECORD-VALID
               MOVE 'POSTE FERME' TO REJECT-REASON
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 069-CHECK-CATEGORY
               IF NOT CATEGORY-IS-AUTHORIZED
                   MOVE 'POSTE NON AUTORISE' TO REJECT-REASON
               END-IF
           END-IF
           IF RECORD-VALID = 'Y'
               PERFORM 073-GET-TAX-AMOUNTS
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
               PERFORM 070-CONVERT-CURRENCY
           END-IF
               MOVE DAY-IN TO DAY-VA
               MOVE MONTH-IN TO MONTH-VA
               MOVE YEAR-IN TO YEAR-VA
               PERFORM 075-ASSIGN-POSTING-PERIOD
               WRITE VALID-RECORD
           ELSE
               MOVE NAME-IN TO REJ-NAME
               MOVE YEAR-IN TO REJ-YEAR
               MOVE REJECT-REASON TO REJ-REASON
               MOVE CURRENCY-IN TO REJ-CURRENCY
               MOVE TPS-IN-X TO REJ-TPS
               MOVE TVQ-IN-X TO REJ-TVQ
               MOVE INVOICE-IN TO REJ-INVOICE
               MOVE TERMS-IN-X TO REJ-TERMS
               WRITE REJECT-RECORD
               ADD 1 TO RECORDS-REJECTED
           END-IF.

       063-LOAD-PERIODS.
      *     Meme chargement que 058-LOAD-PERIODS de MASTMAJ : statut
      *     des periodes et mois ouvert courant, le mois qui suit le
      *     dernier mois ferme. Une table pleine arrete le RUN plutot
      *     que de tronquer en silence.
           MOVE 'YES' TO ARE-THERE-MORE-PERIOD-RECS
           MOVE ZERO TO PERIOD-COUNT
           MOVE ZERO TO LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-DATA
           PERFORM UNTIL ARE-THERE-MORE-PERIOD-RECS = 'NO '
               READ PERIOD-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-PERIOD-RECS
                 NOT AT END
                   IF PE-PERIOD NUMERIC
                       IF PERIOD-COUNT >= PERIOD-LIMIT
                           DISPLAY 'DEPENSES: TABLE DES PERIODES'
                                   ' PLEINE (' PERIOD-LIMIT
                                   ') - RUN ARRETE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO PERIOD-COUNT
                       MOVE PE-PERIOD TO PD-PERIOD (PERIOD-COUNT)
                       MOVE PE-STATUS TO PD-STATUS (PERIOD-COUNT)
                       IF PE-STATUS = 'F'
                                   AND PE-PERIOD > LAST-CLOSED-PERIOD
                           MOVE PE-PERIOD TO LAST-CLOSED-PERIOD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-DATA
           IF LAST-CLOSED-PERIOD > ZERO
               MOVE LAST-CLOSED-PERIOD TO OPEN-PERIOD-NUM
               IF OPEN-MONTH = 12
                   ADD 1 TO OPEN-YEAR
                   MOVE 1 TO OPEN-MONTH
               ELSE
                   ADD 1 TO OPEN-MONTH
               END-IF
           END-IF.

       062-WRITE-CONV-AUDIT-HEADER.
           MOVE 'CONVERSIONS DE DEVISES EN DOLLARS CANADIENS'
                TO CONV-AUDIT-REC
           MOVE CONVERTED-AMOUNT TO CA-CONV-AMOUNT
           WRITE CONV-AUDIT-REC FROM CONV-AUDIT-LINE.

       075-ASSIGN-POSTING-PERIOD.
      *     Meme regle que 075-ASSIGN-POSTING-PERIOD de MASTMAJ : une
      *     depense d un mois ferme prend le mois ouvert courant dans
      *     VALID-RECORD, avant le SORT, et tout l aval (SORTIE, ETAT,
      *     GLFEED, HISTOUT, BUDRPT et la carte de periode) la voit a
      *     ce mois. Le jour n est pas utilise apres le SORT et reste
      *     celui d origine ; le taux de change a deja ete pris a la
      *     vraie date par 070-CONVERT-CURRENCY.
           COMPUTE RECORD-PERIOD = YEAR-IN * 100 + MONTH-IN
           MOVE 'N' TO PERIOD-CLOSED
           PERFORM VARYING PERIOD-INDEX FROM 1 BY 1
                     UNTIL PERIOD-INDEX > PERIOD-COUNT
                        OR PERIOD-IS-CLOSED
               IF PD-PERIOD (PERIOD-INDEX) = RECORD-PERIOD
                           AND PD-STATUS (PERIOD-INDEX) = 'F'
                   MOVE 'Y' TO PERIOD-CLOSED
               END-IF
           END-PERFORM
           IF PERIOD-IS-CLOSED
               MOVE OPEN-YEAR TO YEAR-VA
               MOVE OPEN-MONTH TO MONTH-VA
               ADD 1 TO RECORDS-REPOSTED
           END-IF.

       073-GET-TAX-AMOUNTS.
      *     Taxes de l enregistrement : un champ a blanc vaut zero,
      *     un champ garni mais non numerique rejette
      *     l enregistrement.
           MOVE ZERO TO TPS-AMOUNT
           MOVE ZERO TO TVQ-AMOUNT
           IF TPS-IN-X NOT = SPACES
               IF TPS-IN NUMERIC
                   MOVE TPS-IN TO TPS-AMOUNT
               ELSE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
               END-IF
           END-IF
           IF TVQ-IN-X NOT = SPACES
               IF TVQ-IN NUMERIC
                   MOVE TVQ-IN TO TVQ-AMOUNT
               ELSE
                   MOVE 'N' TO RECORD-VALID
                   MOVE 'TAXE NON NUMERIQUE' TO REJECT-REASON
               END-IF
           END-IF.

       067-GET-DAYS-IN-MONTH.
      *     Nombre de jours du mois, en tenant compte des annees
      *     bissextiles pour fevrier.
               SUBTRACT 1 FROM BUYER-INDEX
           END-IF.

       066-LOOKUP-POSTE.
      *     Cherche LOOKUP-CATEGORY dans le plan comptable ; si
      *     trouve, POSTE-INDEX pointe sur l entree, comme BUYER-INDEX
      *     dans 068-LOOKUP-BUYER.
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

       069-CHECK-CATEGORY.
      *     Le poste budgetaire de l enregistrement doit figurer parmi
      *     les postes autorises du fournisseur (BUYER-INDEX est deja
           MOVE 'Y' TO BUF-HAS-HIST (BUFFER-COUNT).

       417-LOOKUP-GL-CODE.
      *     Compte de grand-livre du poste, tire du plan comptable
      *     POSTES. 065-VALIDATE-ONE-RECORD a deja rejete tout poste
      *     inconnu ; le compte DIVERS ne sert plus que de filet si
      *     le plan comptable change entre la validation et ici.
           MOVE CURRENT-CATEGORY TO LOOKUP-CATEGORY
           PERFORM 066-LOOKUP-POSTE
           IF POSTE-IS-KNOWN
               MOVE PT-GL-CODE (POSTE-INDEX) TO GL-CODE
           ELSE
               MOVE '6900  ' TO GL-CODE
           END-IF.

       430-FLUSH-BUYER-LINES.
      *     Saut de page du rapport ETAT au changement de fournisseur
