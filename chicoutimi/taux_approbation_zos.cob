       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAUXAPPO.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OPTIONAL PENDING-DATA ASSIGN TO TAUXPEND.
      * TAUXPEND = changements a la table des taux en attente
      * d approbation, chacun avec son numero, sa date de saisie et
      * l usager qui l a saisi, puis un enregistrement de controle
      * portant le dernier numero attribue ; absent au tout premier
      * RUN
                SELECT TRANS-DATA ASSIGN TO TAUXTRAN.
      * TAUXTRAN = mouvements A et C saisis par les finances depuis
      * le dernier RUN, chacun portant l usager qui l a saisi ; ils
      * ne vont plus directement a TAUXMAJ mais en attente
                SELECT DECISION-DATA ASSIGN TO TAUXDECI.
      * TAUXDECI = decisions de l approbateur, une par changement en
      * attente : numero du changement, A = approuver, R = refuser,
      * et la devise + date du taux, qui doivent etre celles du
      * changement
                SELECT NEW-PENDING-DATA ASSIGN TO TAUXPNEW.
      * TAUXPNEW = changements encore en attente plus les nouveaux
      * mouvements ; le JCL le recopie sur TAUXPEND une fois le RUN
      * termine sans erreur
                SELECT APPROVED-SORT-WORK ASSIGN TO SYSWK24.
                SELECT APPROVED-DATA ASSIGN TO TAUXAPPR.
      * TAUXAPPR = changements approuves, au dessin de TAUXTRAN avec
      * l approbateur et le numero du changement, en ordre de devise,
      * de date puis de numero ; c est le seul fichier de mouvements
      * que TAUXMAJ applique
                SELECT LISTING-DATA ASSIGN TO TAUXAPLS.
      * TAUXAPLS = liste d approbation : une ligne par changement
      * avec l auteur de la saisie, son age, sa disposition et
      * l approbateur, puis les lignes d equilibre ; un changement
      * en attente depuis plus du nombre de jours de la carte y
      * est declare EXPIRE et retire


       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-DATA
           RECORDING MODE IS F.
       01  PENDING-RECORD.
           05 PD-CHANGE-NO  PICTURE 9(6).
      *        Date de saisie, AAAAMMJJ
           05 PD-ENTRY-DATE  PICTURE X(8).
           05 PD-ACTION  PICTURE X.
           05 PD-CURRENCY  PICTURE X(3).
           05 PD-DATE  PICTURE X(8).
           05 PD-RATE  PICTURE X(9).
           05 PD-RATE-NUM REDEFINES PD-RATE  PICTURE 9(3)V9(6).
           05 PD-ENTERED-BY  PICTURE X(8).
      *     Enregistrement de controle, toujours le dernier du fichier :
      *     numero a zero et dernier numero de changement attribue.
       01  PENDING-CONTROL-RECORD.
           05 PC-MARKER  PICTURE 9(6).
           05 PC-LAST-CHANGE-NO  PICTURE 9(6).
           05   PICTURE X(31).

       FD  TRANS-DATA
           RECORDING MODE IS F.
      * Dessin de TAUXTRAN, comme dans TAUXMAJ ; l approbateur et
      * le numero du changement sont laisses a blanc a la saisie
       01  TRANS-RECORD.
           05 TR-ACTION  PICTURE X.
           05 TR-CURRENCY  PICTURE X(3).
           05 TR-DATE  PICTURE X(8).
           05 TR-RATE  PICTURE X(9).
           05 TR-ENTERED-BY  PICTURE X(8).
           05 TR-APPROVED-BY  PICTURE X(8).
           05 TR-CHANGE-NO  PICTURE X(6).

       FD  DECISION-DATA
           RECORDING MODE IS F.
       01  DECISION-RECORD.
           05 DC-CHANGE-NO  PICTURE 9(6).
      *        A = approuver, R = refuser
           05 DC-DECISION  PICTURE X.
           05 DC-CURRENCY  PICTURE X(3).
           05 DC-DATE  PICTURE X(8).
           05   PICTURE X(62).

       FD  NEW-PENDING-DATA
           RECORDING MODE IS F.
       01  NEW-PENDING-RECORD  PICTURE X(43).

       SD  APPROVED-SORT-WORK.
       01  APPROVED-SORT-REC.
           05 SA-ACTION  PICTURE X.
           05 SA-CURRENCY  PICTURE X(3).
           05 SA-DATE  PICTURE X(8).
           05 SA-RATE  PICTURE X(9).
           05 SA-ENTERED-BY  PICTURE X(8).
           05 SA-APPROVED-BY  PICTURE X(8).
           05 SA-CHANGE-NO  PICTURE 9(6).

       FD  APPROVED-DATA
           RECORDING MODE IS F.
       01  APPROVED-RECORD  PICTURE X(43).

       FD  LISTING-DATA
           RECORDING MODE IS F.
       01  LISTING-REC  PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-PENDING  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-TRANS  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-DECISIONS  PICTURE XXX VALUE 'YES'.
      * Carte de parametres lue sur SYSIN au debut du RUN :
      *   colonnes 1-8  : code de l usager qui approuve ; obligatoire
      *                   des qu il y a des decisions, et jamais
      *                   celui qui a saisi le changement
      *   colonnes 9-11 : nombre de jours au-dela duquel un
      *                   changement en attente est expire ; zero ou
      *                   blanc = 30 jours
       01  PARM-CARD.
           05 PARM-APPROVER  PICTURE X(8).
           05 PARM-EXPIRY-DAYS  PICTURE 9(3).
           05   PICTURE X(69).
      *     Vue alphanumerique de la carte, pour distinguer un champ
      *     laisse a blanc (defaut) d un champ mal tape (erreur),
      *     comme dans DEPENSES.
       01  PARM-CARD-ALPHA REDEFINES PARM-CARD.
           05   PICTURE X(8).
           05 PARM-EXPIRY-X  PICTURE X(3).
           05   PICTURE X(69).
       77  EXPIRY-DAYS  PICTURE 9(3) VALUE 30.
       01  APPROVER-ID  PICTURE X(8).
       01  RUN-DATE  PICTURE X(8).
       77  RUN-DATE-NUM  PICTURE 9(8).
       77  RUN-DATE-SERIAL  PICTURE 9(8).
       77  ENTRY-DATE-NUM  PICTURE 9(8).
       77  CHANGE-AGE-DAYS  PICTURE S9(8).
      *     Dernier numero de changement attribue, repris de
      *     l enregistrement de controle de TAUXPEND : il ne fait que
      *     monter, un numero n est donc jamais reutilise meme quand
      *     tous les changements en attente ont ete decides.
       77  LAST-CHANGE-NO  PICTURE 9(6) VALUE ZERO.
      *     Changement en cours : copie de travail du changement lu
      *     sur TAUXPEND ou du nouveau mouvement ; c est elle qui est
      *     decidee, reecrite en attente et listee.
       01  PENDING-WORK.
           05 PW-CHANGE-NO  PICTURE 9(6).
      *        Date de saisie, AAAAMMJJ
           05 PW-ENTRY-DATE  PICTURE X(8).
           05 PW-ACTION  PICTURE X.
           05 PW-CURRENCY  PICTURE X(3).
           05 PW-DATE  PICTURE X(8).
           05 PW-RATE  PICTURE X(9).
           05 PW-RATE-NUM REDEFINES PW-RATE  PICTURE 9(3)V9(6).
           05 PW-ENTERED-BY  PICTURE X(8).
       01  CONTROL-WORK.
           05 CW-MARKER  PICTURE 9(6) VALUE ZERO.
           05 CW-LAST-CHANGE-NO  PICTURE 9(6).
           05   PICTURE X(31) VALUE SPACES.
      * Table des decisions, chargee au debut du RUN comme celle de
      * DOUBREL ; DE-USED sert a lister a la fin les decisions qui
      * ne visaient aucun changement en attente.
       77  DECISION-LIMIT  PICTURE 999 VALUE 200.
       77  DECISION-COUNT  PICTURE 999 VALUE ZERO.
       77  DECISION-INDEX  PICTURE 999.
       01  DECISION-FOUND  PICTURE X.
           88 DECISION-EXISTS       VALUE 'Y'.
       01  DECISION-TABLE.
           05 DECISION-ENTRY OCCURS 200 TIMES.
              10 DE-CHANGE-NO  PICTURE 9(6).
              10 DE-DECISION  PICTURE X.
              10 DE-CURRENCY  PICTURE X(3).
              10 DE-DATE  PICTURE X(8).
              10 DE-USED  PICTURE X.
       01  DECISION-USABLE  PICTURE X.
           88 DECISION-IS-USABLE    VALUE 'Y'.
       01  DECISION-CODE  PICTURE X.
       01  DECISION-NOTE  PICTURE X(40).
       01  ENTRY-VALID  PICTURE X.
       01  LISTING-HEADER.
           05   PICTURE X(7) VALUE 'NO'.
           05   PICTURE X(2) VALUE 'A'.
           05   PICTURE X(4) VALUE 'DEV'.
           05   PICTURE X(9) VALUE 'DATE'.
           05   PICTURE X(11) VALUE '      TAUX'.
           05   PICTURE X(9) VALUE 'SAISIE'.
           05   PICTURE X(9) VALUE 'LE'.
           05   PICTURE X(5) VALUE 'AGE'.
           05   PICTURE X(13) VALUE 'DISPOSITION'.
           05   PICTURE X(11) VALUE 'APPROB.'.
       01  LISTING-LINE.
           05 LL-CHANGE-NO  PICTURE 9(6).
           05   PICTURE X(1).
           05 LL-ACTION  PICTURE X.
           05   PICTURE X(1).
           05 LL-CURRENCY  PICTURE X(3).
           05   PICTURE X(1).
           05 LL-DATE  PICTURE X(8).
           05   PICTURE X(1).
           05 LL-RATE  PICTURE ZZ9.999999.
           05   PICTURE X(1).
           05 LL-ENTERED-BY  PICTURE X(8).
           05   PICTURE X(1).
           05 LL-ENTRY-DATE  PICTURE X(8).
           05   PICTURE X(1).
           05 LL-AGE  PICTURE ZZZ9.
           05   PICTURE X(1).
           05 LL-DISPOSITION  PICTURE X(12).
           05   PICTURE X(1).
           05 LL-APPROVED-BY  PICTURE X(8).
           05   PICTURE X(3).
       01  NOTE-LINE.
           05   PICTURE X(9).
           05 NL-TEXT  PICTURE X(71).
       01  LISTING-TRAILER  PICTURE X(80).
      * Totaux de controle
       77  PENDING-READ  PICTURE 9(6) VALUE ZERO.
       77  CHANGES-APPROVED  PICTURE 9(6) VALUE ZERO.
       77  CHANGES-REFUSED  PICTURE 9(6) VALUE ZERO.
       77  CHANGES-EXPIRED  PICTURE 9(6) VALUE ZERO.
       77  CHANGES-CARRIED  PICTURE 9(6) VALUE ZERO.
       77  TRANS-READ  PICTURE 9(6) VALUE ZERO.
       77  TRANS-HELD  PICTURE 9(6) VALUE ZERO.
       77  TRANS-REJECTED  PICTURE 9(6) VALUE ZERO.
       77  PENDING-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  DECISIONS-READ  PICTURE 9(6) VALUE ZERO.
       77  DECISIONS-IGNORED  PICTURE 9(6) VALUE ZERO.
       77  DECISIONS-UNMATCHED  PICTURE 9(6) VALUE ZERO.


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO RUN-DATE-NUM
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM)
                TO RUN-DATE-SERIAL
           PERFORM 050-GET-PARAMETERS
           PERFORM 057-LOAD-DECISIONS
           OPEN OUTPUT NEW-PENDING-DATA
           OPEN OUTPUT LISTING-DATA
           PERFORM 150-WRITE-LISTING-HEADER
           SORT APPROVED-SORT-WORK ON ASCENDING KEY SA-CURRENCY
                                                    SA-DATE
                                                    SA-CHANGE-NO
                INPUT PROCEDURE 200-PROCESS-CHANGES
               GIVING APPROVED-DATA
           PERFORM 350-LIST-UNMATCHED-DECISIONS
           PERFORM 500-WRITE-BALANCE-LINES
           CLOSE NEW-PENDING-DATA
           CLOSE LISTING-DATA
           DISPLAY 'TAUXAPPO: APPROUVES=' CHANGES-APPROVED
                   ' REFUSES=' CHANGES-REFUSED
                   ' EXPIRES=' CHANGES-EXPIRED
                   ' EN ATTENTE=' PENDING-WRITTEN
           STOP RUN.

       050-GET-PARAMETERS.
      *     La carte est validee AVANT d ouvrir quoi que ce soit en
      *     sortie, comme dans TAUXMAJ.
           MOVE SPACES TO PARM-CARD
           ACCEPT PARM-CARD FROM SYSIN
           IF PARM-EXPIRY-X NOT = SPACES
                       AND PARM-EXPIRY-DAYS NOT NUMERIC
               DISPLAY 'TAUXAPPO: CARTE DE PARAMETRES INVALIDE - '
                       'JOURS AVANT EXPIRATION NON NUMERIQUES'
                       ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PARM-EXPIRY-X NOT = SPACES
                       AND PARM-EXPIRY-DAYS NOT = ZERO
               MOVE PARM-EXPIRY-DAYS TO EXPIRY-DAYS
           END-IF
           MOVE PARM-APPROVER TO APPROVER-ID
           DISPLAY 'TAUXAPPO: CARTE ACCEPTEE APPROBATEUR='
                   APPROVER-ID ' JOURS AVANT EXPIRATION='
                   EXPIRY-DAYS.

       057-LOAD-DECISIONS.
      *     Des decisions sans approbateur sur la carte arretent le
      *     RUN : personne ne doit pouvoir approuver anonymement.
           MOVE 'YES' TO ARE-THERE-MORE-DECISIONS
           MOVE ZERO TO DECISION-COUNT
           OPEN INPUT DECISION-DATA
           PERFORM UNTIL ARE-THERE-MORE-DECISIONS = 'NO '
               READ DECISION-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-DECISIONS
                 NOT AT END
                   ADD 1 TO DECISIONS-READ
                   IF DECISION-COUNT >= DECISION-LIMIT
                       DISPLAY 'TAUXAPPO: TABLE DES DECISIONS PLEINE ('
                               DECISION-LIMIT ') - RUN ARRETE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO DECISION-COUNT
                   MOVE DC-CHANGE-NO TO DE-CHANGE-NO (DECISION-COUNT)
                   MOVE DC-DECISION TO DE-DECISION (DECISION-COUNT)
                   MOVE DC-CURRENCY TO DE-CURRENCY (DECISION-COUNT)
                   MOVE DC-DATE TO DE-DATE (DECISION-COUNT)
                   MOVE 'N' TO DE-USED (DECISION-COUNT)
               END-READ
           END-PERFORM
           CLOSE DECISION-DATA
           IF DECISION-COUNT > ZERO AND APPROVER-ID = SPACES
               DISPLAY 'TAUXAPPO: DECISIONS SANS APPROBATEUR SUR LA'
                       ' CARTE DE PARAMETRES - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       068-LOOKUP-DECISION.
           MOVE 'N' TO DECISION-FOUND
           PERFORM VARYING DECISION-INDEX FROM 1 BY 1
                     UNTIL DECISION-INDEX > DECISION-COUNT
                        OR DECISION-EXISTS
               IF DE-CHANGE-NO (DECISION-INDEX) = PW-CHANGE-NO
                   MOVE 'Y' TO DECISION-FOUND
               END-IF
           END-PERFORM
           IF DECISION-EXISTS
               SUBTRACT 1 FROM DECISION-INDEX
           END-IF.

       150-WRITE-LISTING-HEADER.
           MOVE SPACES TO LISTING-TRAILER
           STRING 'APPROBATION DES CHANGEMENTS A LA TABLE DES'
                  ' TAUX DE CHANGE DU ' RUN-DATE
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE SPACES TO LISTING-TRAILER
           STRING 'APPROBATEUR=' APPROVER-ID
                  '   JOURS AVANT EXPIRATION=' EXPIRY-DAYS
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-HEADER
           MOVE SPACES TO LISTING-LINE.

       200-PROCESS-CHANGES.
      *     Les changements deja en attente sont decides d abord ;
      *     les nouveaux mouvements ne font qu entrer en attente et
      *     ne peuvent etre approuves qu a un RUN suivant.
           PERFORM 210-PROCESS-PENDING
           PERFORM 250-PROCESS-NEW-ENTRIES
           PERFORM 270-WRITE-CONTROL-RECORD.

       210-PROCESS-PENDING.
           MOVE 'YES' TO ARE-THERE-MORE-PENDING
           OPEN INPUT PENDING-DATA
           PERFORM UNTIL ARE-THERE-MORE-PENDING = 'NO '
               READ PENDING-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-PENDING
                 NOT AT END
                   IF PD-CHANGE-NO = ZERO
                       IF PC-LAST-CHANGE-NO > LAST-CHANGE-NO
                           MOVE PC-LAST-CHANGE-NO TO LAST-CHANGE-NO
                       END-IF
                   ELSE
                       ADD 1 TO PENDING-READ
                       MOVE PENDING-RECORD TO PENDING-WORK
                       IF PW-CHANGE-NO > LAST-CHANGE-NO
                           MOVE PW-CHANGE-NO TO LAST-CHANGE-NO
                       END-IF
                       PERFORM 220-DECIDE-ONE-PENDING
                   END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-DATA.

       220-DECIDE-ONE-PENDING.
      *     Un refus s applique toujours ; une approbation ne passe
      *     que si le changement n est pas expire ; sans decision
      *     utilisable, le changement reste en attente jusqu a son
      *     expiration.
           IF PW-ENTRY-DATE NUMERIC
               MOVE PW-ENTRY-DATE TO ENTRY-DATE-NUM
               COMPUTE CHANGE-AGE-DAYS = RUN-DATE-SERIAL
                       - FUNCTION INTEGER-OF-DATE(ENTRY-DATE-NUM)
           ELSE
               MOVE ZERO TO CHANGE-AGE-DAYS
           END-IF
           PERFORM 068-LOOKUP-DECISION
           PERFORM 225-CHECK-DECISION
           MOVE SPACES TO LISTING-LINE
           EVALUATE TRUE
             WHEN DECISION-IS-USABLE AND DECISION-CODE = 'R'
               MOVE 'REFUSE' TO LL-DISPOSITION
               MOVE APPROVER-ID TO LL-APPROVED-BY
               ADD 1 TO CHANGES-REFUSED
             WHEN CHANGE-AGE-DAYS > EXPIRY-DAYS
               MOVE 'EXPIRE' TO LL-DISPOSITION
               IF DECISION-IS-USABLE
                   MOVE 'APPROBATION ARRIVEE APRES L EXPIRATION'
                        TO DECISION-NOTE
               END-IF
               ADD 1 TO CHANGES-EXPIRED
             WHEN DECISION-IS-USABLE
               MOVE 'APPROUVE' TO LL-DISPOSITION
               MOVE APPROVER-ID TO LL-APPROVED-BY
               PERFORM 230-RELEASE-APPROVED
               ADD 1 TO CHANGES-APPROVED
             WHEN OTHER
               MOVE 'EN ATTENTE' TO LL-DISPOSITION
               WRITE NEW-PENDING-RECORD FROM PENDING-WORK
               ADD 1 TO PENDING-WRITTEN
               ADD 1 TO CHANGES-CARRIED
           END-EVALUATE
           PERFORM 300-WRITE-CHANGE-LINES.

       225-CHECK-DECISION.
      *     Une decision ne vaut que si elle vise bien ce taux,
      *     si elle vient d un autre usager que l auteur de la saisie
      *     et si son code est A ou R ; sinon elle est ignoree et
      *     listee sous le changement.
           MOVE 'N' TO DECISION-USABLE
           MOVE SPACE TO DECISION-CODE
           MOVE SPACES TO DECISION-NOTE
           IF DECISION-EXISTS
               MOVE 'Y' TO DE-USED (DECISION-INDEX)
               EVALUATE TRUE
                 WHEN DE-CURRENCY (DECISION-INDEX) NOT = PW-CURRENCY
                       OR DE-DATE (DECISION-INDEX) NOT = PW-DATE
                   MOVE 'DECISION IGNOREE - AUTRE DEVISE OU DATE'
                        TO DECISION-NOTE
                 WHEN APPROVER-ID = PW-ENTERED-BY
                   MOVE 'DECISION IGNOREE - APPROBATEUR = SAISIE'
                        TO DECISION-NOTE
                 WHEN DE-DECISION (DECISION-INDEX) NOT = 'A'
                          AND DE-DECISION (DECISION-INDEX) NOT = 'R'
                   MOVE 'DECISION IGNOREE - CODE INVALIDE'
                        TO DECISION-NOTE
                 WHEN OTHER
                   MOVE 'Y' TO DECISION-USABLE
                   MOVE DE-DECISION (DECISION-INDEX) TO DECISION-CODE
               END-EVALUATE
               IF NOT DECISION-IS-USABLE
                   ADD 1 TO DECISIONS-IGNORED
               END-IF
           END-IF.

       230-RELEASE-APPROVED.
           MOVE SPACES TO APPROVED-SORT-REC
           MOVE PW-ACTION TO SA-ACTION
           MOVE PW-CURRENCY TO SA-CURRENCY
           MOVE PW-DATE TO SA-DATE
           MOVE PW-RATE TO SA-RATE
           MOVE PW-ENTERED-BY TO SA-ENTERED-BY
           MOVE APPROVER-ID TO SA-APPROVED-BY
           MOVE PW-CHANGE-NO TO SA-CHANGE-NO
           RELEASE APPROVED-SORT-REC.

       250-PROCESS-NEW-ENTRIES.
           MOVE 'YES' TO ARE-THERE-MORE-TRANS
           OPEN INPUT TRANS-DATA
           PERFORM UNTIL ARE-THERE-MORE-TRANS = 'NO '
               READ TRANS-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-TRANS
                 NOT AT END
                   ADD 1 TO TRANS-READ
                   PERFORM 260-HOLD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE TRANS-DATA.

       260-HOLD-ONE-ENTRY.
      *     Un mouvement sans auteur, sans devise ou d action
      *     inconnue n entre pas en attente : il serait impossible a
      *     approuver en connaissance de cause. Les controles de fond
      *     de la date et du taux restent ceux de TAUXMAJ.
           MOVE 'Y' TO ENTRY-VALID
           MOVE SPACES TO DECISION-NOTE
           IF TR-ENTERED-BY = SPACES
               MOVE 'N' TO ENTRY-VALID
               MOVE 'USAGER DE SAISIE ABSENT' TO DECISION-NOTE
           END-IF
           IF ENTRY-VALID = 'Y' AND TR-CURRENCY = SPACES
               MOVE 'N' TO ENTRY-VALID
               MOVE 'DEVISE ABSENTE' TO DECISION-NOTE
           END-IF
           IF ENTRY-VALID = 'Y'
                       AND TR-ACTION NOT = 'A'
                       AND TR-ACTION NOT = 'C'
               MOVE 'N' TO ENTRY-VALID
               MOVE 'ACTION INVALIDE' TO DECISION-NOTE
           END-IF
           MOVE SPACES TO PENDING-WORK
           MOVE RUN-DATE TO PW-ENTRY-DATE
           MOVE TR-ACTION TO PW-ACTION
           MOVE TR-CURRENCY TO PW-CURRENCY
           MOVE TR-DATE TO PW-DATE
           MOVE TR-RATE TO PW-RATE
           MOVE TR-ENTERED-BY TO PW-ENTERED-BY
           MOVE ZERO TO CHANGE-AGE-DAYS
           MOVE SPACES TO LISTING-LINE
           IF ENTRY-VALID = 'Y'
               ADD 1 TO LAST-CHANGE-NO
               MOVE LAST-CHANGE-NO TO PW-CHANGE-NO
               WRITE NEW-PENDING-RECORD FROM PENDING-WORK
               ADD 1 TO PENDING-WRITTEN
               ADD 1 TO TRANS-HELD
               MOVE 'NOUVEAU' TO LL-DISPOSITION
           ELSE
               MOVE ZERO TO PW-CHANGE-NO
               ADD 1 TO TRANS-REJECTED
               MOVE 'REJETE' TO LL-DISPOSITION
           END-IF
           PERFORM 300-WRITE-CHANGE-LINES.

       270-WRITE-CONTROL-RECORD.
      *     Le controle ferme TAUXPNEW, meme vide, pour que le RUN
      *     suivant reparte du dernier numero attribue.
           MOVE LAST-CHANGE-NO TO CW-LAST-CHANGE-NO
           WRITE NEW-PENDING-RECORD FROM CONTROL-WORK.

       300-WRITE-CHANGE-LINES.
      *     Ligne du changement (tiree de PENDING-WORK), puis la
      *     note de decision s il y en a une ; un taux illisible est
      *     laisse a blanc, TAUXMAJ le rejettera.
           MOVE PW-CHANGE-NO TO LL-CHANGE-NO
           MOVE PW-ACTION TO LL-ACTION
           MOVE PW-CURRENCY TO LL-CURRENCY
           MOVE PW-DATE TO LL-DATE
           IF PW-RATE-NUM NUMERIC
               MOVE PW-RATE-NUM TO LL-RATE
           END-IF
           MOVE PW-ENTERED-BY TO LL-ENTERED-BY
           MOVE PW-ENTRY-DATE TO LL-ENTRY-DATE
           MOVE CHANGE-AGE-DAYS TO LL-AGE
           WRITE LISTING-REC FROM LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           IF DECISION-NOTE NOT = SPACES
               MOVE SPACES TO NOTE-LINE
               MOVE DECISION-NOTE TO NL-TEXT
               WRITE LISTING-REC FROM NOTE-LINE
           END-IF.

       350-LIST-UNMATCHED-DECISIONS.
      *     Decisions qui ne visaient aucun changement en attente :
      *     numero mal tape, ou changement deja decide ou expire.
           PERFORM VARYING DECISION-INDEX FROM 1 BY 1
                     UNTIL DECISION-INDEX > DECISION-COUNT
               IF DE-USED (DECISION-INDEX) = 'N'
                   ADD 1 TO DECISIONS-UNMATCHED
                   MOVE SPACES TO LISTING-TRAILER
                   STRING 'DECISION SANS CHANGEMENT EN ATTENTE NO='
                          DE-CHANGE-NO (DECISION-INDEX)
                          ' ' DE-DECISION (DECISION-INDEX)
                          ' ' DE-CURRENCY (DECISION-INDEX)
                          ' ' DE-DATE (DECISION-INDEX)
                          DELIMITED BY SIZE INTO LISTING-TRAILER
                   WRITE LISTING-REC FROM LISTING-TRAILER
               END-IF
           END-PERFORM.

       500-WRITE-BALANCE-LINES.
      *     Lignes d equilibre : EN ATTENTE LUS = APPROUVES + REFUSES
      *     + EXPIRES + REPORTES, SAISIS LUS = MIS EN ATTENTE +
      *     REJETES, et EN ATTENTE ECRITS = REPORTES + MIS EN ATTENTE,
      *     sans compter l enregistrement de controle.
           MOVE SPACES TO LISTING-TRAILER
           STRING 'EN ATTENTE LUS=' PENDING-READ
                  ' APPROUVES=' CHANGES-APPROVED
                  ' REFUSES=' CHANGES-REFUSED
                  ' EXPIRES=' CHANGES-EXPIRED
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE SPACES TO LISTING-TRAILER
           STRING 'SAISIS LUS=' TRANS-READ
                  ' MIS EN ATTENTE=' TRANS-HELD
                  ' REJETES=' TRANS-REJECTED
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE SPACES TO LISTING-TRAILER
           STRING 'EN ATTENTE REPORTES=' CHANGES-CARRIED
                  ' ECRITS=' PENDING-WRITTEN
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER
           MOVE SPACES TO LISTING-TRAILER
           STRING 'DECISIONS LUES=' DECISIONS-READ
                  ' IGNOREES=' DECISIONS-IGNORED
                  ' SANS CHANGEMENT=' DECISIONS-UNMATCHED
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER.

       END PROGRAM TAUXAPPO.
