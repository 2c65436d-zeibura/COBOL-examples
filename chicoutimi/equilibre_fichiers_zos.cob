       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUILIBR.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT CUMUL-DATA ASSIGN TO CUMMAST.
      * CUMMAST = cumulatif des depenses tenu par MASTMAJ, par
      * fournisseur, poste budgetaire et mois de comptabilisation
                SELECT HISTORY-DATA ASSIGN TO HISTMAST.
      * HISTMAST = cumulatif tenu par HISTMAJ a partir des RUN de
      * DEPENSES, par fournisseur, poste budgetaire et mois de
      * comptabilisation
                SELECT GL-FEED-DATA ASSIGN TO GLFEED.
      * GLFEED = dernier extrait envoye aux finances, par DEPENSES
      * ou par MASTRPT : compte de grand-livre, fournisseur et mois
                SELECT COMMIT-DATA ASSIGN TO ENGMAST.
      * ENGMAST = cumulatif des engagements tenu par ENGMAJ
                SELECT POSTE-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires : donne le
      * compte de grand-livre de chaque poste, pour ramener CUMMAST
      * et HISTMAST au niveau de GLFEED ; un poste inconnu ou ferme
      * n est pas envoye dans GLFEED et sort HORS GL sur la grille
                SELECT PERIOD-DATA ASSIGN TO PERIODES.
      * PERIODES = statut des periodes comptables tenu par PERMAINT
                SELECT SORTED-DATA ASSIGN TO SYSWK22.
                SELECT GRID-DATA ASSIGN TO EQULIST.
      * EQULIST = grille d equilibre par annee / mois / poste : le
      * total de chaque fichier, les ecarts, puis les totaux de
      * controle ; un ECART donne RETURN-CODE 16 pour que les etapes
      * suivantes de la chaine ne tournent pas sur des fichiers en
      * desaccord


       DATA DIVISION.
       FILE SECTION.
      *     Dessin de CUMMAST et de ENGMAST, comme dans MASTMAJ
       FD  CUMUL-DATA
           RECORDING MODE IS F.
       01  CUMUL-RECORD.
           05 OC-NAME  PICTURE X(20).
           05 OC-CATEGORY  PICTURE X(4).
           05 OC-YEAR  PICTURE 9(4).
           05 OC-MONTH  PICTURE 99.
           05 OC-AMOUNT  PICTURE 9(7)V99.
           05 OC-ENTRIES  PICTURE 9(6).

       FD  HISTORY-DATA
           RECORDING MODE IS F.
       01  HISTORY-REC.
           05 HX-NAME  PICTURE X(20).
           05 HX-CATEGORY  PICTURE X(4).
           05 HX-YEAR  PICTURE 9(4).
           05 HX-MONTH  PICTURE 99.
           05 HX-AMOUNT  PICTURE 9(4)V99.

       FD  GL-FEED-DATA
           RECORDING MODE IS F.
       01  GL-FEED-REC.
           05 GL-CODE-OUT  PICTURE X(6).
           05 GL-NAME-OUT  PICTURE X(20).
      *        AAAA/MM, comme l ecrivent DEPENSES et MASTRPT
           05 GL-PERIOD-OUT.
              10 GL-YEAR-OUT  PICTURE 9(4).
              10   PICTURE X.
              10 GL-MONTH-OUT  PICTURE 99.
           05 GL-TOTAL-OUT  PICTURE 9(7)V99.

       FD  COMMIT-DATA
           RECORDING MODE IS F.
       01  COMMIT-RECORD.
           05 OE-NAME  PICTURE X(20).
           05 OE-CATEGORY  PICTURE X(4).
           05 OE-YEAR  PICTURE 9(4).
           05 OE-MONTH  PICTURE 99.
           05 OE-AMOUNT  PICTURE 9(7)V99.
           05 OE-ENTRIES  PICTURE 9(6).

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

      *     Un montant d un des quatre fichiers, ramene a la cle de
      *     la grille ; GLFEED n a pas de poste, son poste est a
      *     blanc et il se classe en tete de son compte.
       SD  SORTED-DATA.
       01  SORTED-RECORD.
           05 BS-PERIOD.
              10 BS-YEAR  PICTURE 9(4).
              10 BS-MONTH  PICTURE 99.
           05 BS-GL-CODE  PICTURE X(6).
           05 BS-CATEGORY  PICTURE X(4).
      *        C = CUMMAST, H = HISTMAST, G = GLFEED, E = ENGMAST
           05 BS-SOURCE  PICTURE X.
           05 BS-AMOUNT  PICTURE 9(7)V99.
      *        Y = poste connu et actif, donc envoye au grand-livre
           05 BS-IN-GL  PICTURE X.

       FD  GRID-DATA
           RECORDING MODE IS F.
       01  GRID-REC  PICTURE X(100).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
      * Carte de parametres lue sur SYSIN au debut du RUN :
      *   colonnes 1-6  : premiere periode a equilibrer (AAAAMM),
      *                   blanc = depuis le debut des fichiers
      *   colonnes 7-12 : derniere periode (AAAAMM), blanc = jusqu a
      *                   la fin
       01  PARM-CARD.
           05 PARM-FROM.
              10 PARM-FROM-YEAR  PICTURE 9(4).
              10 PARM-FROM-MONTH  PICTURE 99.
           05 PARM-TO.
              10 PARM-TO-YEAR  PICTURE 9(4).
              10 PARM-TO-MONTH  PICTURE 99.
           05   PICTURE X(68).
      *     Vue alphanumerique de la carte, pour les messages
      *     d erreur et l echo, comme dans DEPENSES.
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05 PARM-FROM-X  PICTURE X(6).
           05 PARM-TO-X  PICTURE X(6).
           05   PICTURE X(68).
       01  PARM-VALID  PICTURE X.
       01  PARM-ERROR-MSG  PICTURE X(25).
       77  FROM-PERIOD  PICTURE 9(6) VALUE ZERO.
       77  TO-PERIOD  PICTURE 9(6) VALUE 999999.
       77  RECORD-PERIOD  PICTURE 9(6).
      * Table du plan comptable POSTES, comme dans MASTRPT
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
      *     Compte de grand-livre du poste, avec le meme compte
      *     DIVERS de secours que 417-LOOKUP-GL-CODE de MASTRPT.
       77  GL-CODE  PICTURE X(6).
      *     Meme test que 325-CHECK-POSTE de MASTRPT : un poste
      *     inconnu ou ferme n est jamais envoye dans GLFEED, ses
      *     montants restent hors de la comparaison au grand-livre.
       01  POSTE-IN-GL  PICTURE X.
           88 POSTE-IS-SENT-TO-GL  VALUE 'Y'.
      * Dernier mois ferme de PERIODES (zero = aucun). MASTMAJ et
      * DEPENSES portent une depense tardive au mois ouvert, mais
      * chacun selon PERIODES au moment de son RUN, et HISTMAST garde
      * a son mois d origine ce que DEPENSES y a mis avant : CUMMAST
      * et HISTMAST peuvent differer d un mois a l autre sans qu un
      * dollar ne manque.
       01  ARE-THERE-MORE-PERIOD-RECS  PICTURE XXX VALUE 'YES'.
       77  LAST-CLOSED-PERIOD  PICTURE 9(6) VALUE ZERO.
      * Total de chaque poste sur toute la plage equilibree : un
      * ecart de mois dont le poste s equilibre au total est un
      * DECALAGE (redressement de periode anterieure), pas un ECART.
       77  CATEGORY-LIMIT  PICTURE 999 VALUE 500.
       77  CATEGORY-COUNT  PICTURE 999 VALUE ZERO.
       77  CATEGORY-INDEX  PICTURE 999.
       01  CATEGORY-FOUND  PICTURE X.
           88 CATEGORY-IS-LISTED   VALUE 'Y'.
       01  CATEGORY-TOTAL-TABLE.
           05 CATEGORY-TOTAL-ENTRY OCCURS 500 TIMES.
              10 CX-CATEGORY  PICTURE X(4).
              10 CX-CUMUL  PICTURE 9(11)V99.
              10 CX-HISTORY  PICTURE 9(11)V99.
      * Mois presents dans GLFEED : un extrait ne couvre que la
      * periode de son RUN, un mois absent de GLFEED n est pas
      * compare au grand-livre.
       77  GL-MONTH-LIMIT  PICTURE 999 VALUE 600.
       77  GL-MONTH-COUNT  PICTURE 999 VALUE ZERO.
       77  GL-MONTH-INDEX  PICTURE 999.
       01  GL-MONTH-FOUND  PICTURE X.
           88 GL-MONTH-IS-SENT     VALUE 'Y'.
       01  GL-MONTH-TABLE.
           05 GM-PERIOD  PICTURE 9(6) OCCURS 600 TIMES.
      *     Rupture courante de la grille ; HIGH-VALUES au depart,
      *     comme dans HISTMAJ.
       01  CURRENT-PERIOD.
           05 CURRENT-YEAR  PICTURE 9(4).
           05 CURRENT-MONTH  PICTURE 99.
       01  CURRENT-PERIOD-X REDEFINES CURRENT-PERIOD  PICTURE X(6).
       01  CURRENT-PERIOD-NUM REDEFINES CURRENT-PERIOD
                              PICTURE 9(6).
       77  CURRENT-CODE  PICTURE X(6).
      *     Postes du compte en cours, gardes jusqu a la rupture de
      *     compte : GLFEED ne se compare qu au total du compte.
       77  ROW-LIMIT  PICTURE 99 VALUE 50.
       77  ROW-COUNT  PICTURE 99 VALUE ZERO.
       77  ROW-INDEX  PICTURE 99.
       01  ROW-TABLE.
           05 ROW-ENTRY OCCURS 50 TIMES.
              10 RW-CATEGORY  PICTURE X(4).
              10 RW-IN-GL  PICTURE X.
              10 RW-CUMUL  PICTURE 9(9)V99.
              10 RW-HISTORY  PICTURE 9(9)V99.
              10 RW-COMMIT  PICTURE 9(9)V99.
      *     CODE-CUMUL-GL et CODE-HISTORY-GL ne gardent que les
      *     postes envoyes au grand-livre : c est a eux que GLFEED
      *     se compare.
       01  CODE-TOTALS.
           05 CODE-CUMUL  PICTURE 9(9)V99.
           05 CODE-HISTORY  PICTURE 9(9)V99.
           05 CODE-GL  PICTURE 9(9)V99.
           05 CODE-COMMIT  PICTURE 9(9)V99.
           05 CODE-CUMUL-GL  PICTURE 9(9)V99.
           05 CODE-HISTORY-GL  PICTURE 9(9)V99.
       01  MONTH-TOTALS.
           05 MONTH-CUMUL  PICTURE 9(9)V99.
           05 MONTH-CUMUL-GL  PICTURE 9(9)V99.
           05 MONTH-HISTORY  PICTURE 9(9)V99.
           05 MONTH-GL  PICTURE 9(9)V99.
           05 MONTH-COMMIT  PICTURE 9(9)V99.
       77  HISTORY-DIFF  PICTURE S9(9)V99.
       77  GL-DIFF  PICTURE S9(9)V99.
       01  HISTORY-STATE  PICTURE X(8).
       01  GL-STATE  PICTURE X(8).
       01  GRID-HEADER-1.
           05   PICTURE X(20) VALUE 'PERIODE POST COMPTE'.
           05   PICTURE X(12) VALUE '     CUMMAST'.
           05   PICTURE X(12) VALUE '    HISTMAST'.
           05   PICTURE X(12) VALUE '      GLFEED'.
           05   PICTURE X(12) VALUE '     ENGMAST'.
           05   PICTURE X(12) VALUE ' CUM - HIST'.
           05   PICTURE X(12) VALUE '   CUM - GL'.
           05   PICTURE X(8) VALUE ' ETAT'.
       01  GRID-LINE.
           05 GD-PERIOD  PICTURE X(7).
           05   PICTURE X(1).
           05 GD-CATEGORY  PICTURE X(4).
           05   PICTURE X(1).
           05 GD-GL-CODE  PICTURE X(6).
           05   PICTURE X(1).
           05 GD-CUMUL  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 GD-HISTORY  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 GD-GL  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 GD-COMMIT  PICTURE ZZZZZZZ9.99.
           05   PICTURE X(1).
           05 GD-HISTORY-DIFF  PICTURE -------9.99.
           05   PICTURE X(1).
           05 GD-GL-DIFF  PICTURE -------9.99.
           05   PICTURE X(1).
           05 GD-STATE  PICTURE X(8).
       01  TRAILER-LINE  PICTURE X(100).
      * Totaux de controle : chaque fichier lu, en enregistrements
      * et en dollars, pour la plage demandee.
       77  CUMUL-READ  PICTURE 9(6) VALUE ZERO.
       77  HISTORY-READ  PICTURE 9(6) VALUE ZERO.
       77  GL-READ  PICTURE 9(6) VALUE ZERO.
       77  GL-UNREADABLE  PICTURE 9(6) VALUE ZERO.
       77  COMMIT-READ  PICTURE 9(6) VALUE ZERO.
       77  CUMUL-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  HISTORY-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  GL-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  COMMIT-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  CUMUL-NOT-SENT  PICTURE 9(6) VALUE ZERO.
       77  CUMUL-NOT-SENT-TOTAL  PICTURE 9(11)V99 VALUE ZERO.
       77  TOTAL-ED  PICTURE ZZZZZZZZZZ9.99.
       77  ROWS-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  ROWS-OUT-OF-BALANCE  PICTURE 9(6) VALUE ZERO.
       77  ROWS-SHIFTED  PICTURE 9(6) VALUE ZERO.


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 050-GET-PARAMETERS
           PERFORM 056-LOAD-POSTES
           PERFORM 058-LOAD-PERIODS
           OPEN OUTPUT GRID-DATA
           PERFORM 150-WRITE-GRID-HEADER
           SORT SORTED-DATA ON ASCENDING KEY BS-YEAR
                                             BS-MONTH
                                             BS-GL-CODE
                                             BS-CATEGORY
                INPUT PROCEDURE 200-RELEASE-ALL-FILES
            OUTPUT PROCEDURE 300-BALANCE-GRID
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE GRID-DATA
           DISPLAY 'EQUILIBR: LIGNES=' ROWS-WRITTEN
                   ' ECARTS=' ROWS-OUT-OF-BALANCE
                   ' DECALAGES=' ROWS-SHIFTED
           IF ROWS-OUT-OF-BALANCE > ZERO OR GL-UNREADABLE > ZERO
               DISPLAY 'EQUILIBR: FICHIERS EN DESACCORD - VOIR'
                       ' EQULIST'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       050-GET-PARAMETERS.
      *     La carte est validee a fond AVANT d ouvrir quoi que ce
      *     soit en sortie, comme dans DEPENSES.
           MOVE SPACES TO PARM-CARD
           ACCEPT PARM-CARD FROM SYSIN
           PERFORM 051-VALIDATE-PARAMETERS
           IF PARM-FROM-X NOT = SPACES
               MOVE PARM-FROM TO FROM-PERIOD
           END-IF
           IF PARM-TO-X NOT = SPACES
               MOVE PARM-TO TO TO-PERIOD
           END-IF
           DISPLAY 'EQUILIBR: CARTE ACCEPTEE DE=' PARM-FROM-X
                   ' A=' PARM-TO-X.

       051-VALIDATE-PARAMETERS.
      *     Memes controles en cascade que dans MASTRPT : le
      *     premier manquement arrete le RUN avec un message clair.
           MOVE 'Y' TO PARM-VALID
           MOVE SPACES TO PARM-ERROR-MSG
           IF PARM-FROM-X NOT = SPACES
                       AND (PARM-FROM NOT NUMERIC
                                OR PARM-FROM-MONTH < 01
                                OR PARM-FROM-MONTH > 12)
               MOVE 'N' TO PARM-VALID
               MOVE 'PERIODE DE DEBUT INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND PARM-TO-X NOT = SPACES
                       AND (PARM-TO NOT NUMERIC
                                OR PARM-TO-MONTH < 01
                                OR PARM-TO-MONTH > 12)
               MOVE 'N' TO PARM-VALID
               MOVE 'PERIODE DE FIN INVALIDE' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'Y'
                       AND PARM-FROM-X NOT = SPACES
                       AND PARM-TO-X NOT = SPACES
                       AND PARM-TO < PARM-FROM
               MOVE 'N' TO PARM-VALID
               MOVE 'FIN AVANT LE DEBUT' TO PARM-ERROR-MSG
           END-IF
           IF PARM-VALID = 'N'
               DISPLAY 'EQUILIBR: CARTE DE PARAMETRES INVALIDE - '
                       PARM-ERROR-MSG ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       056-LOAD-POSTES.
      *     Meme chargement que dans MASTRPT ; une table pleine
      *     arrete le RUN plutot que de tronquer en silence.
           MOVE 'YES' TO ARE-THERE-MORE-POSTE-RECS
           MOVE ZERO TO POSTE-COUNT
           OPEN INPUT POSTE-DATA
           PERFORM UNTIL ARE-THERE-MORE-POSTE-RECS = 'NO '
               READ POSTE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-POSTE-RECS
                 NOT AT END
                   IF POSTE-COUNT >= POSTE-LIMIT
                       DISPLAY 'EQUILIBR: TABLE DES POSTES'
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

       058-LOAD-PERIODS.
      *     Seul le dernier mois ferme sert ici, comme repere : sans
      *     mois ferme, MASTMAJ n a rien reporte et tout ecart entre
      *     CUMMAST et HISTMAST est un vrai ECART.
           MOVE 'YES' TO ARE-THERE-MORE-PERIOD-RECS
           MOVE ZERO TO LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-DATA
           PERFORM UNTIL ARE-THERE-MORE-PERIOD-RECS = 'NO '
               READ PERIOD-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-PERIOD-RECS
                 NOT AT END
                   IF PE-PERIOD NUMERIC
                               AND PE-STATUS = 'F'
                               AND PE-PERIOD > LAST-CLOSED-PERIOD
                       MOVE PE-PERIOD TO LAST-CLOSED-PERIOD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-DATA.

       066-LOOKUP-POSTE.
      *     Meme recherche que 066-LOOKUP-POSTE de MASTRPT ; le
      *     compte de grand-livre est laisse dans GL-CODE, et
      *     POSTE-IN-GL dit si le poste est envoye au grand-livre.
           MOVE 'N' TO POSTE-FOUND
           MOVE 'N' TO POSTE-IN-GL
           PERFORM VARYING POSTE-INDEX FROM 1 BY 1
                     UNTIL POSTE-INDEX > POSTE-COUNT
                        OR POSTE-IS-KNOWN
               IF PT-CATEGORY (POSTE-INDEX) = LOOKUP-CATEGORY
                   MOVE 'Y' TO POSTE-FOUND
               END-IF
           END-PERFORM
           IF POSTE-IS-KNOWN
               SUBTRACT 1 FROM POSTE-INDEX
               MOVE PT-GL-CODE (POSTE-INDEX) TO GL-CODE
               IF NOT PT-CLOSED (POSTE-INDEX)
                   MOVE 'Y' TO POSTE-IN-GL
               END-IF
           ELSE
               MOVE '6900  ' TO GL-CODE
           END-IF.

       067-LOOKUP-CATEGORY-TOTAL.
      *     Trouve le poste dans la table des totaux, ou l y ajoute.
           MOVE 'N' TO CATEGORY-FOUND
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                     UNTIL CATEGORY-INDEX > CATEGORY-COUNT
                        OR CATEGORY-IS-LISTED
               IF CX-CATEGORY (CATEGORY-INDEX) = LOOKUP-CATEGORY
                   MOVE 'Y' TO CATEGORY-FOUND
               END-IF
           END-PERFORM
           IF CATEGORY-IS-LISTED
               SUBTRACT 1 FROM CATEGORY-INDEX
           ELSE
               IF CATEGORY-COUNT >= CATEGORY-LIMIT
                   DISPLAY 'EQUILIBR: TABLE DES TOTAUX PAR POSTE'
                           ' PLEINE (' CATEGORY-LIMIT
                           ') - RUN ARRETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO CATEGORY-COUNT
               MOVE CATEGORY-COUNT TO CATEGORY-INDEX
               MOVE LOOKUP-CATEGORY TO CX-CATEGORY (CATEGORY-INDEX)
               MOVE ZERO TO CX-CUMUL (CATEGORY-INDEX)
               MOVE ZERO TO CX-HISTORY (CATEGORY-INDEX)
           END-IF.

       069-LOOKUP-GL-MONTH.
           MOVE 'N' TO GL-MONTH-FOUND
           PERFORM VARYING GL-MONTH-INDEX FROM 1 BY 1
                     UNTIL GL-MONTH-INDEX > GL-MONTH-COUNT
                        OR GL-MONTH-IS-SENT
               IF GM-PERIOD (GL-MONTH-INDEX) = RECORD-PERIOD
                   MOVE 'Y' TO GL-MONTH-FOUND
               END-IF
           END-PERFORM.

       150-WRITE-GRID-HEADER.
           MOVE SPACES TO GRID-REC
           STRING 'EQUILIBRE CUMMAST / HISTMAST / GLFEED / ENGMAST'
                  ' PAR ANNEE, MOIS ET POSTE'
                  DELIMITED BY SIZE INTO GRID-REC
           WRITE GRID-REC
           MOVE SPACES TO GRID-REC
           IF LAST-CLOSED-PERIOD > ZERO
               STRING 'DERNIER MOIS FERME=' LAST-CLOSED-PERIOD
                      '   ENGMAST A TITRE INDICATIF, NON EQUILIBRE'
                      DELIMITED BY SIZE INTO GRID-REC
           ELSE
               STRING 'AUCUN MOIS FERME'
                      '   ENGMAST A TITRE INDICATIF, NON EQUILIBRE'
                      DELIMITED BY SIZE INTO GRID-REC
           END-IF
           WRITE GRID-REC
           WRITE GRID-REC FROM GRID-HEADER-1.

       200-RELEASE-ALL-FILES.
      *     Les quatre fichiers entrent dans le meme SORT ; GLFEED
      *     passe en premier pour que la table de ses mois soit
      *     complete avant la grille.
           PERFORM 230-RELEASE-GL-FEED
           PERFORM 210-RELEASE-CUMULATIVE
           PERFORM 220-RELEASE-HISTORY
           PERFORM 240-RELEASE-COMMITMENTS.

       210-RELEASE-CUMULATIVE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CUMUL-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CUMUL-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   COMPUTE RECORD-PERIOD = OC-YEAR * 100 + OC-MONTH
                   IF RECORD-PERIOD >= FROM-PERIOD
                               AND RECORD-PERIOD <= TO-PERIOD
                       ADD 1 TO CUMUL-READ
                       ADD OC-AMOUNT TO CUMUL-TOTAL
                       MOVE OC-CATEGORY TO LOOKUP-CATEGORY
                       PERFORM 066-LOOKUP-POSTE
                       IF NOT POSTE-IS-SENT-TO-GL
                           ADD 1 TO CUMUL-NOT-SENT
                           ADD OC-AMOUNT TO CUMUL-NOT-SENT-TOTAL
                       END-IF
                       PERFORM 067-LOOKUP-CATEGORY-TOTAL
                       ADD OC-AMOUNT TO CX-CUMUL (CATEGORY-INDEX)
                       MOVE SPACES TO SORTED-RECORD
                       MOVE OC-YEAR TO BS-YEAR
                       MOVE OC-MONTH TO BS-MONTH
                       MOVE GL-CODE TO BS-GL-CODE
                       MOVE OC-CATEGORY TO BS-CATEGORY
                       MOVE 'C' TO BS-SOURCE
                       MOVE POSTE-IN-GL TO BS-IN-GL
                       MOVE OC-AMOUNT TO BS-AMOUNT
                       RELEASE SORTED-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE CUMUL-DATA.

       220-RELEASE-HISTORY.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT HISTORY-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ HISTORY-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   COMPUTE RECORD-PERIOD = HX-YEAR * 100 + HX-MONTH
                   IF RECORD-PERIOD >= FROM-PERIOD
                               AND RECORD-PERIOD <= TO-PERIOD
                       ADD 1 TO HISTORY-READ
                       ADD HX-AMOUNT TO HISTORY-TOTAL
                       MOVE HX-CATEGORY TO LOOKUP-CATEGORY
                       PERFORM 066-LOOKUP-POSTE
                       PERFORM 067-LOOKUP-CATEGORY-TOTAL
                       ADD HX-AMOUNT TO CX-HISTORY (CATEGORY-INDEX)
                       MOVE SPACES TO SORTED-RECORD
                       MOVE HX-YEAR TO BS-YEAR
                       MOVE HX-MONTH TO BS-MONTH
                       MOVE GL-CODE TO BS-GL-CODE
                       MOVE HX-CATEGORY TO BS-CATEGORY
                       MOVE 'H' TO BS-SOURCE
                       MOVE POSTE-IN-GL TO BS-IN-GL
                       MOVE HX-AMOUNT TO BS-AMOUNT
                       RELEASE SORTED-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-DATA.

       230-RELEASE-GL-FEED.
      *     Une periode illisible ne peut etre placee dans la grille :
      *     elle est comptee a part et met le RUN en ECART, puisque
      *     ses dollars manquent a la comparaison.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT GL-FEED-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ GL-FEED-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   IF GL-YEAR-OUT NOT NUMERIC
                               OR GL-MONTH-OUT NOT NUMERIC
                       ADD 1 TO GL-UNREADABLE
                       DISPLAY 'EQUILIBR: PERIODE GLFEED ILLISIBLE '
                               GL-CODE-OUT ' ' GL-NAME-OUT ' '
                               GL-PERIOD-OUT
                   ELSE
                       COMPUTE RECORD-PERIOD =
                               GL-YEAR-OUT * 100 + GL-MONTH-OUT
                       IF RECORD-PERIOD >= FROM-PERIOD
                                   AND RECORD-PERIOD <= TO-PERIOD
                           PERFORM 235-RELEASE-ONE-GL-RECORD
                       END-IF
                   END-IF
               END-READ
           END-PERFORM
           CLOSE GL-FEED-DATA.

       235-RELEASE-ONE-GL-RECORD.
           ADD 1 TO GL-READ
           ADD GL-TOTAL-OUT TO GL-TOTAL
           PERFORM 069-LOOKUP-GL-MONTH
           IF NOT GL-MONTH-IS-SENT
               IF GL-MONTH-COUNT >= GL-MONTH-LIMIT
                   DISPLAY 'EQUILIBR: TABLE DES MOIS GLFEED'
                           ' PLEINE (' GL-MONTH-LIMIT
                           ') - RUN ARRETE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO GL-MONTH-COUNT
               MOVE RECORD-PERIOD TO GM-PERIOD (GL-MONTH-COUNT)
           END-IF
           MOVE SPACES TO SORTED-RECORD
           MOVE GL-YEAR-OUT TO BS-YEAR
           MOVE GL-MONTH-OUT TO BS-MONTH
           MOVE GL-CODE-OUT TO BS-GL-CODE
           MOVE 'G' TO BS-SOURCE
           MOVE GL-TOTAL-OUT TO BS-AMOUNT
           RELEASE SORTED-RECORD.

       240-RELEASE-COMMITMENTS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT COMMIT-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ COMMIT-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   COMPUTE RECORD-PERIOD = OE-YEAR * 100 + OE-MONTH
                   IF RECORD-PERIOD >= FROM-PERIOD
                               AND RECORD-PERIOD <= TO-PERIOD
                       ADD 1 TO COMMIT-READ
                       ADD OE-AMOUNT TO COMMIT-TOTAL
                       MOVE OE-CATEGORY TO LOOKUP-CATEGORY
                       PERFORM 066-LOOKUP-POSTE
                       MOVE SPACES TO SORTED-RECORD
                       MOVE OE-YEAR TO BS-YEAR
                       MOVE OE-MONTH TO BS-MONTH
                       MOVE GL-CODE TO BS-GL-CODE
                       MOVE OE-CATEGORY TO BS-CATEGORY
                       MOVE 'E' TO BS-SOURCE
                       MOVE POSTE-IN-GL TO BS-IN-GL
                       MOVE OE-AMOUNT TO BS-AMOUNT
                       RELEASE SORTED-RECORD
                   END-IF
               END-READ
           END-PERFORM
           CLOSE COMMIT-DATA.

       300-BALANCE-GRID.
      *     Ruptures par mois puis par compte de grand-livre ; les
      *     postes d un compte s accumulent dans ROW-TABLE jusqu a la
      *     rupture de compte.
           MOVE HIGH-VALUES TO CURRENT-PERIOD-X
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN SORTED-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF CURRENT-PERIOD-X NOT = HIGH-VALUES
                       PERFORM 400-CLOSE-CODE
                       PERFORM 450-CLOSE-MONTH
                   END-IF
                 NOT AT END
                   PERFORM 310-PROCESS-ONE-AMOUNT
               END-RETURN
           END-PERFORM.

       310-PROCESS-ONE-AMOUNT.
           IF BS-PERIOD NOT = CURRENT-PERIOD-X
               IF CURRENT-PERIOD-X NOT = HIGH-VALUES
                   PERFORM 400-CLOSE-CODE
                   PERFORM 450-CLOSE-MONTH
               END-IF
               MOVE BS-PERIOD TO CURRENT-PERIOD-X
               MOVE ZERO TO MONTH-TOTALS
               MOVE CURRENT-PERIOD-NUM TO RECORD-PERIOD
               PERFORM 069-LOOKUP-GL-MONTH
               PERFORM 320-START-CODE
           ELSE
               IF BS-GL-CODE NOT = CURRENT-CODE
                   PERFORM 400-CLOSE-CODE
                   PERFORM 320-START-CODE
               END-IF
           END-IF
           IF BS-SOURCE = 'G'
               ADD BS-AMOUNT TO CODE-GL
           ELSE
               IF ROW-COUNT = ZERO
                   PERFORM 330-START-ROW
               ELSE
                   IF BS-CATEGORY NOT = RW-CATEGORY (ROW-COUNT)
                       PERFORM 330-START-ROW
                   END-IF
               END-IF
               EVALUATE BS-SOURCE
                 WHEN 'C'
                   ADD BS-AMOUNT TO RW-CUMUL (ROW-COUNT)
                                    CODE-CUMUL
                   IF BS-IN-GL = 'Y'
                       ADD BS-AMOUNT TO CODE-CUMUL-GL
                   END-IF
                 WHEN 'H'
                   ADD BS-AMOUNT TO RW-HISTORY (ROW-COUNT)
                                    CODE-HISTORY
                   IF BS-IN-GL = 'Y'
                       ADD BS-AMOUNT TO CODE-HISTORY-GL
                   END-IF
                 WHEN OTHER
                   ADD BS-AMOUNT TO RW-COMMIT (ROW-COUNT)
                                    CODE-COMMIT
               END-EVALUATE
           END-IF.

       320-START-CODE.
           MOVE BS-GL-CODE TO CURRENT-CODE
           MOVE ZERO TO CODE-TOTALS
           MOVE ZERO TO ROW-COUNT.

       330-START-ROW.
           IF ROW-COUNT >= ROW-LIMIT
               DISPLAY 'EQUILIBR: TROP DE POSTES SUR LE COMPTE '
                       CURRENT-CODE ' (' ROW-LIMIT ') - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ROW-COUNT
           MOVE BS-CATEGORY TO RW-CATEGORY (ROW-COUNT)
           MOVE BS-IN-GL TO RW-IN-GL (ROW-COUNT)
           MOVE ZERO TO RW-CUMUL (ROW-COUNT)
           MOVE ZERO TO RW-HISTORY (ROW-COUNT)
           MOVE ZERO TO RW-COMMIT (ROW-COUNT).

       400-CLOSE-CODE.
      *     GLFEED se compare au total du compte, contre CUMMAST
      *     (extrait de MASTRPT) ou contre HISTMAST (extrait de
      *     DEPENSES). Un compte d un seul poste porte GLFEED sur la
      *     ligne du poste ; sinon une ligne TOTAL suit ses postes.
      *     Seuls les postes envoyes au grand-livre entrent dans la
      *     comparaison : un poste inconnu ou ferme n est pas dans
      *     GLFEED et ne peut pas y faire un ECART.
           MOVE SPACES TO GL-STATE
           COMPUTE GL-DIFF = CODE-CUMUL-GL - CODE-GL
           IF GL-MONTH-IS-SENT
                       AND CODE-GL NOT = CODE-CUMUL-GL
                       AND CODE-GL NOT = CODE-HISTORY-GL
               MOVE 'ECART' TO GL-STATE
           END-IF
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
                     UNTIL ROW-INDEX > ROW-COUNT
               PERFORM 410-WRITE-CATEGORY-ROW
           END-PERFORM
           IF ROW-COUNT NOT = 1
               PERFORM 420-WRITE-CODE-TOTAL
           END-IF
           ADD CODE-CUMUL TO MONTH-CUMUL
           ADD CODE-CUMUL-GL TO MONTH-CUMUL-GL
           ADD CODE-HISTORY TO MONTH-HISTORY
           ADD CODE-GL TO MONTH-GL
           ADD CODE-COMMIT TO MONTH-COMMIT.

       410-WRITE-CATEGORY-ROW.
      *     Un ecart CUMMAST / HISTMAST est un DECALAGE quand le poste
      *     s equilibre sur toute la plage et qu un mois a deja ete
      *     ferme ; autrement c est un ECART.
           MOVE SPACES TO HISTORY-STATE
           COMPUTE HISTORY-DIFF = RW-CUMUL (ROW-INDEX)
                                - RW-HISTORY (ROW-INDEX)
           IF HISTORY-DIFF NOT = ZERO
               MOVE RW-CATEGORY (ROW-INDEX) TO LOOKUP-CATEGORY
               PERFORM 067-LOOKUP-CATEGORY-TOTAL
               IF LAST-CLOSED-PERIOD > ZERO
                           AND CX-CUMUL (CATEGORY-INDEX) =
                               CX-HISTORY (CATEGORY-INDEX)
                   MOVE 'DECALAGE' TO HISTORY-STATE
               ELSE
                   MOVE 'ECART' TO HISTORY-STATE
               END-IF
           END-IF
           MOVE SPACES TO GRID-LINE
           STRING CURRENT-YEAR '/' CURRENT-MONTH
                  DELIMITED BY SIZE INTO GD-PERIOD
           MOVE RW-CATEGORY (ROW-INDEX) TO GD-CATEGORY
           MOVE CURRENT-CODE TO GD-GL-CODE
           MOVE RW-CUMUL (ROW-INDEX) TO GD-CUMUL
           MOVE RW-HISTORY (ROW-INDEX) TO GD-HISTORY
           MOVE RW-COMMIT (ROW-INDEX) TO GD-COMMIT
           MOVE HISTORY-DIFF TO GD-HISTORY-DIFF
           MOVE HISTORY-STATE TO GD-STATE
           IF HISTORY-STATE = SPACES
                       AND RW-IN-GL (ROW-INDEX) NOT = 'Y'
               MOVE 'HORS GL' TO GD-STATE
           END-IF
           IF ROW-COUNT = 1 AND GL-MONTH-IS-SENT
               MOVE CODE-GL TO GD-GL
               MOVE GL-DIFF TO GD-GL-DIFF
               IF GL-STATE = 'ECART'
                   MOVE 'ECART' TO GD-STATE
               END-IF
           END-IF
           PERFORM 430-COUNT-AND-WRITE.

       420-WRITE-CODE-TOTAL.
           MOVE SPACES TO GRID-LINE
           MOVE 'TOTAL' TO GD-PERIOD
           MOVE CURRENT-CODE TO GD-GL-CODE
           MOVE CODE-CUMUL TO GD-CUMUL
           MOVE CODE-HISTORY TO GD-HISTORY
           MOVE CODE-COMMIT TO GD-COMMIT
           COMPUTE HISTORY-DIFF = CODE-CUMUL - CODE-HISTORY
           MOVE HISTORY-DIFF TO GD-HISTORY-DIFF
           IF GL-MONTH-IS-SENT
               MOVE CODE-GL TO GD-GL
               MOVE GL-DIFF TO GD-GL-DIFF
           END-IF
           MOVE GL-STATE TO GD-STATE
           PERFORM 430-COUNT-AND-WRITE.

       430-COUNT-AND-WRITE.
           EVALUATE GD-STATE
             WHEN 'ECART'
               ADD 1 TO ROWS-OUT-OF-BALANCE
             WHEN 'DECALAGE'
               ADD 1 TO ROWS-SHIFTED
             WHEN 'HORS GL'
               CONTINUE
             WHEN OTHER
               MOVE 'OK' TO GD-STATE
           END-EVALUATE
           WRITE GRID-REC FROM GRID-LINE
           ADD 1 TO ROWS-WRITTEN.

       450-CLOSE-MONTH.
      *     Total du mois, a titre de repere ; les etats sont deja
      *     portes par les lignes de poste et de compte.
           MOVE SPACES TO GRID-LINE
           STRING CURRENT-YEAR '/' CURRENT-MONTH
                  DELIMITED BY SIZE INTO GD-PERIOD
           MOVE 'MOIS' TO GD-CATEGORY
           MOVE MONTH-CUMUL TO GD-CUMUL
           MOVE MONTH-HISTORY TO GD-HISTORY
           MOVE MONTH-COMMIT TO GD-COMMIT
           COMPUTE HISTORY-DIFF = MONTH-CUMUL - MONTH-HISTORY
           MOVE HISTORY-DIFF TO GD-HISTORY-DIFF
           IF GL-MONTH-IS-SENT
               MOVE MONTH-GL TO GD-GL
               COMPUTE GL-DIFF = MONTH-CUMUL-GL - MONTH-GL
               MOVE GL-DIFF TO GD-GL-DIFF
           ELSE
               MOVE 'NON ENV.' TO GD-STATE
           END-IF
           WRITE GRID-REC FROM GRID-LINE
           MOVE SPACES TO GRID-REC
           WRITE GRID-REC.

       500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO TRAILER-LINE
           MOVE CUMUL-TOTAL TO TOTAL-ED
           STRING 'CUMMAST  LUS=' CUMUL-READ ' MONTANT=' TOTAL-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE GRID-REC FROM TRAILER-LINE
      *     A rapprocher du POSTE REJETE de MASTRPT sur la meme plage.
           MOVE SPACES TO TRAILER-LINE
           MOVE CUMUL-NOT-SENT-TOTAL TO TOTAL-ED
           STRING 'CUMMAST  HORS GL (POSTE INCONNU OU FERME)='
                  CUMUL-NOT-SENT ' MONTANT=' TOTAL-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE GRID-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           MOVE HISTORY-TOTAL TO TOTAL-ED
           STRING 'HISTMAST LUS=' HISTORY-READ ' MONTANT=' TOTAL-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE GRID-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           MOVE GL-TOTAL TO TOTAL-ED
           STRING 'GLFEED   LUS=' GL-READ ' MONTANT=' TOTAL-ED
                  ' ILLISIBLES=' GL-UNREADABLE
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE GRID-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           MOVE COMMIT-TOTAL TO TOTAL-ED
           STRING 'ENGMAST  LUS=' COMMIT-READ ' MONTANT=' TOTAL-ED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE GRID-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           STRING 'LIGNES=' ROWS-WRITTEN
                  ' ECARTS=' ROWS-OUT-OF-BALANCE
                  ' DECALAGES=' ROWS-SHIFTED
                  DELIMITED BY SIZE INTO TRAILER-LINE
           WRITE GRID-REC FROM TRAILER-LINE
           MOVE SPACES TO TRAILER-LINE
           IF ROWS-OUT-OF-BALANCE > ZERO OR GL-UNREADABLE > ZERO
               MOVE 'FICHIERS EN DESACCORD - RETURN-CODE 16'
                    TO TRAILER-LINE
           ELSE
               MOVE 'FICHIERS EN EQUILIBRE' TO TRAILER-LINE
           END-IF
           WRITE GRID-REC FROM TRAILER-LINE.

       END PROGRAM EQUILIBR.
