       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOMME.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT RENAME-DATA ASSIGN TO RENTRAN.
      * RENTRAN = cartes de renommage preparees par les operations :
      * ancien nom du fournisseur, nouveau nom ; deux cartes peuvent
      * mener au meme nouveau nom pour fusionner deux cles
                SELECT OLD-BUYER-DATA ASSIGN TO ACHMAST.
      * ACHMAST = fichier maitre des fournisseurs, en ordre de nom
                SELECT NEW-BUYER-DATA ASSIGN TO ACHNEW.
      * ACHNEW = nouveau maitre des fournisseurs ; le JCL le recopie
      * sur ACHMAST une fois le RUN termine sans erreur
                SELECT BUYER-SORTED ASSIGN TO SYSWK17.
                SELECT OLD-CUMUL-DATA ASSIGN TO CUMMAST.
      * CUMMAST = cumulatif de MASTMAJ, en ordre de nom / poste /
      * annee / mois
                SELECT NEW-CUMUL-DATA ASSIGN TO CUMNEW.
      * CUMNEW = nouveau cumulatif ; le JCL le recopie sur CUMMAST
      * une fois le RUN termine sans erreur
                SELECT CUMUL-SORTED ASSIGN TO SYSWK18.
                SELECT OLD-COMMIT-DATA ASSIGN TO ENGMAST.
      * ENGMAST = cumulatif des engagements de ENGMAJ, au meme
      * dessin et au meme ordre que CUMMAST
                SELECT NEW-COMMIT-DATA ASSIGN TO ENGNEW.
      * ENGNEW = nouveau cumulatif des engagements ; le JCL le
      * recopie sur ENGMAST une fois le RUN termine sans erreur
                SELECT COMMIT-SORTED ASSIGN TO SYSWK19.
                SELECT OLD-HISTORY-DATA ASSIGN TO HISTMAST.
      * HISTMAST = historique de HISTMAJ, en ordre de nom / poste /
      * annee / mois
                SELECT NEW-HISTORY-DATA ASSIGN TO HISTNEW.
      * HISTNEW = nouvel historique ; le JCL le recopie sur HISTMAST
      * une fois le RUN termine sans erreur
                SELECT HISTORY-SORTED ASSIGN TO SYSWK20.
                SELECT OLD-OUTSTANDING-DATA ASSIGN TO GLSUSP.
      * GLSUSP = elements en suspens du rapprochement GLRECON
                SELECT NEW-OUTSTANDING-DATA ASSIGN TO GLSUSPN.
      * GLSUSPN = nouveaux elements en suspens ; le JCL le recopie
      * sur GLSUSP une fois le RUN termine sans erreur
                SELECT OUTSTANDING-SORTED ASSIGN TO SYSWK21.
                SELECT SUSPENSE-DATA ASSIGN TO SUSPENS.
      * SUSPENS = enregistrements mis en suspens par DOUBLONS
                SELECT NEW-SUSPENSE-DATA ASSIGN TO SUSPNEW.
      * SUSPNEW = suspens renommes ; le JCL le recopie sur SUSPENS
      * une fois le RUN termine sans erreur
                SELECT OLD-PAYABLE-DATA ASSIGN TO FACOUV.
      * FACOUV = comptes a payer tenus par MASTMAJ et PAIEMENT
                SELECT NEW-PAYABLE-DATA ASSIGN TO FACNEW.
      * FACNEW = comptes a payer renommes ; le JCL le recopie sur
      * FACOUV une fois le RUN termine sans erreur
                SELECT OLD-CHARGE-DATA ASSIGN TO CHGFIXE.
      * CHGFIXE = charges recurrentes lues par RECURENT
                SELECT NEW-CHARGE-DATA ASSIGN TO CHGNEW.
      * CHGNEW = charges recurrentes renommees ; le JCL le recopie
      * sur CHGFIXE une fois le RUN termine sans erreur
                SELECT OPTIONAL OLD-PENDING-DATA ASSIGN TO ACHPEND.
      * ACHPEND = changements au maitre des fournisseurs en attente
      * d approbation dans ACHAPPRO, puis son enregistrement de
      * controle ; absent tant qu ACHAPPRO n a pas tourne
                SELECT NEW-PENDING-DATA ASSIGN TO ACHPNEW.
      * ACHPNEW = changements en attente renommes ; le JCL le
      * recopie sur ACHPEND une fois le RUN termine sans erreur
                SELECT LISTING-DATA ASSIGN TO RENLIST.
      * RENLIST = liste de verification : les cartes, chaque fusion
      * de cles, puis l equilibre AVANT / APRES de chaque fichier


       DATA DIVISION.
       FILE SECTION.
       FD  RENAME-DATA
           RECORDING MODE IS F.
       01  RENAME-CARD.
           05 RC-OLD-NAME  PICTURE X(20).
           05 RC-NEW-NAME  PICTURE X(20).
           05   PICTURE X(40).

      *     Dessin de ACHMAST, comme dans ACHMAINT
       FD  OLD-BUYER-DATA
           RECORDING MODE IS F.
       01  OLD-BUYER-RECORD.
           05 OB-NAME  PICTURE X(20).
           05 OB-STATUS  PICTURE X.
           05 OB-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
           05 OB-THRESHOLD  PICTURE 9(4)V99.
           05 OB-TPS-NO  PICTURE X(15).
           05 OB-TVQ-NO  PICTURE X(16).
           05 OB-BANK  PICTURE X(20).

       FD  NEW-BUYER-DATA
           RECORDING MODE IS F.
       01  NEW-BUYER-RECORD  PICTURE X(94).

      *     SA-ORIGIN place le maitre qui porte deja le nouveau nom
      *     devant ceux qui viennent d etre renommes : c est lui qui
      *     absorbe les autres a la fusion.
       SD  BUYER-SORTED.
       01  BUYER-SORT-REC.
           05 SA-NAME  PICTURE X(20).
           05 SA-STATUS  PICTURE X.
           05 SA-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
           05 SA-THRESHOLD  PICTURE 9(4)V99.
           05 SA-TPS-NO  PICTURE X(15).
           05 SA-TVQ-NO  PICTURE X(16).
           05 SA-BANK  PICTURE X(20).
      *        1 = nom d origine, 2 = nom renomme
           05 SA-ORIGIN  PICTURE X.

      *     Dessin de CUMMAST et de ENGMAST, comme dans MASTMAJ
       FD  OLD-CUMUL-DATA
           RECORDING MODE IS F.
       01  OLD-CUMUL-RECORD.
           05 OC-NAME  PICTURE X(20).
           05 OC-CATEGORY  PICTURE X(4).
           05 OC-YEAR  PICTURE 9(4).
           05 OC-MONTH  PICTURE 99.
           05 OC-AMOUNT  PICTURE 9(7)V99.
           05 OC-ENTRIES  PICTURE 9(6).

       FD  NEW-CUMUL-DATA
           RECORDING MODE IS F.
       01  NEW-CUMUL-RECORD  PICTURE X(45).

       SD  CUMUL-SORTED.
       01  CUMUL-SORT-REC.
           05 SC-NAME  PICTURE X(20).
           05 SC-CATEGORY  PICTURE X(4).
           05 SC-YEAR  PICTURE 9(4).
           05 SC-MONTH  PICTURE 99.
           05 SC-AMOUNT  PICTURE 9(7)V99.
           05 SC-ENTRIES  PICTURE 9(6).

       FD  OLD-COMMIT-DATA
           RECORDING MODE IS F.
       01  OLD-COMMIT-RECORD.
           05 OE-NAME  PICTURE X(20).
           05 OE-CATEGORY  PICTURE X(4).
           05 OE-YEAR  PICTURE 9(4).
           05 OE-MONTH  PICTURE 99.
           05 OE-AMOUNT  PICTURE 9(7)V99.
           05 OE-ENTRIES  PICTURE 9(6).

       FD  NEW-COMMIT-DATA
           RECORDING MODE IS F.
       01  NEW-COMMIT-RECORD  PICTURE X(45).

       SD  COMMIT-SORTED.
       01  COMMIT-SORT-REC.
           05 SE-NAME  PICTURE X(20).
           05 SE-CATEGORY  PICTURE X(4).
           05 SE-YEAR  PICTURE 9(4).
           05 SE-MONTH  PICTURE 99.
           05 SE-AMOUNT  PICTURE 9(7)V99.
           05 SE-ENTRIES  PICTURE 9(6).

      *     Dessin de HISTMAST, comme dans HISTMAJ
       FD  OLD-HISTORY-DATA
           RECORDING MODE IS F.
       01  OLD-HISTORY-REC.
           05 OH-NAME  PICTURE X(20).
           05 OH-CATEGORY  PICTURE X(4).
           05 OH-YEAR  PICTURE 9(4).
           05 OH-MONTH  PICTURE 99.
           05 OH-AMOUNT  PICTURE 9(4)V99.

       FD  NEW-HISTORY-DATA
           RECORDING MODE IS F.
       01  NEW-HISTORY-REC  PICTURE X(36).

       SD  HISTORY-SORTED.
       01  HISTORY-SORT-REC.
           05 SH-NAME  PICTURE X(20).
           05 SH-CATEGORY  PICTURE X(4).
           05 SH-YEAR  PICTURE 9(4).
           05 SH-MONTH  PICTURE 99.
           05 SH-AMOUNT  PICTURE 9(4)V99.

      *     Dessin de GLSUSP, comme dans GLRECON
       FD  OLD-OUTSTANDING-DATA
           RECORDING MODE IS F.
       01  OLD-OUTSTANDING-REC.
      *        E = envoye non comptabilise, C = comptabilise non
      *        envoye, M = montants differents
           05 OU-STATUS  PICTURE X.
           05 OU-CODE  PICTURE X(6).
           05 OU-NAME  PICTURE X(20).
           05 OU-PERIOD  PICTURE X(7).
           05 OU-SENT-AMOUNT  PICTURE 9(7)V99.
           05 OU-POSTED-AMOUNT  PICTURE 9(7)V99.
           05 OU-FIRST-DATE  PICTURE X(8).

       FD  NEW-OUTSTANDING-DATA
           RECORDING MODE IS F.
       01  NEW-OUTSTANDING-REC  PICTURE X(60).

       SD  OUTSTANDING-SORTED.
       01  OUTSTANDING-SORT-REC.
           05 SG-STATUS  PICTURE X.
           05 SG-CODE  PICTURE X(6).
           05 SG-NAME  PICTURE X(20).
           05 SG-PERIOD  PICTURE X(7).
           05 SG-SENT-AMOUNT  PICTURE 9(7)V99.
           05 SG-POSTED-AMOUNT  PICTURE 9(7)V99.
           05 SG-FIRST-DATE  PICTURE X(8).

      *     Dessin de SUSPENS, comme dans DOUBLIB
       FD  SUSPENSE-DATA
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05 SU-NAME  PICTURE X(20).
           05 SU-MONEY  PICTURE 9(4)V99.
           05   PICTURE X(1).
           05 SU-CATEGORY  PICTURE X(4).
           05 SU-DATE  PICTURE X(8).
           05 SU-CURRENCY  PICTURE X(3).
           05 SU-HOLD-DATE  PICTURE X(8).
           05 SU-TPS  PICTURE X(6).
           05 SU-TVQ  PICTURE X(6).
           05 SU-INVOICE  PICTURE X(12).
           05 SU-TERMS  PICTURE X(3).

       FD  NEW-SUSPENSE-DATA
           RECORDING MODE IS F.
       01  NEW-SUSPENSE-RECORD  PICTURE X(77).

      *     Dessin de FACOUV, comme dans MASTMAJ ; seuls le nom et le
      *     montant en dollars canadiens servent ici.
       FD  OLD-PAYABLE-DATA
           RECORDING MODE IS F.
       01  OLD-PAYABLE-RECORD.
           05 NP-NAME  PICTURE X(20).
           05   PICTURE X(41).
           05 NP-CAD-AMOUNT  PICTURE 9(4)V99.
           05   PICTURE X(38).

       FD  NEW-PAYABLE-DATA
           RECORDING MODE IS F.
       01  NEW-PAYABLE-RECORD  PICTURE X(105).

      *     Dessin de CHGFIXE, comme dans RECURENT
       FD  OLD-CHARGE-DATA
           RECORDING MODE IS F.
       01  OLD-CHARGE-RECORD.
           05 CH-NAME  PICTURE X(20).
           05 CH-CATEGORY  PICTURE X(4).
           05 CH-AMOUNT  PICTURE 9(4)V99.
           05   PICTURE X(50).

       FD  NEW-CHARGE-DATA
           RECORDING MODE IS F.
       01  NEW-CHARGE-RECORD  PICTURE X(80).

      *     Dessin de ACHPEND, comme dans ACHAPPRO ; seuls le numero
      *     du changement et le nom servent ici. L enregistrement de
      *     controle porte le numero a zero.
       FD  OLD-PENDING-DATA
           RECORDING MODE IS F.
       01  OLD-PENDING-RECORD.
           05 PD-CHANGE-NO  PICTURE 9(6).
           05   PICTURE X(9).
           05 PD-NAME  PICTURE X(20).
           05   PICTURE X(82).

       FD  NEW-PENDING-DATA
           RECORDING MODE IS F.
       01  NEW-PENDING-RECORD  PICTURE X(117).

       FD  LISTING-DATA
           RECORDING MODE IS F.
       01  LISTING-REC  PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RENAMES  PICTURE XXX VALUE 'YES'.
       01  ARE-THERE-MORE-RECORDS  PICTURE XXX VALUE 'YES'.
      * Table des cartes de renommage, chargee et controlee au
      * complet avant d ouvrir quoi que ce soit en sortie ; une seule
      * carte fautive arrete le RUN, puisqu un renommage partiel
      * laisserait les fichiers en desaccord entre eux.
       77  RENAME-LIMIT  PICTURE 999 VALUE 200.
       77  RENAME-COUNT  PICTURE 999 VALUE ZERO.
       77  RENAME-INDEX  PICTURE 999.
       77  CHECK-INDEX  PICTURE 999.
       77  RENAMES-READ  PICTURE 9(6) VALUE ZERO.
       77  RENAMES-REFUSED  PICTURE 9(6) VALUE ZERO.
       01  RENAME-FOUND  PICTURE X.
           88 NAME-IS-RENAMED       VALUE 'Y'.
       01  RENAME-ERROR-MSG  PICTURE X(25).
       01  RENAME-TABLE.
           05 RENAME-ENTRY OCCURS 200 TIMES.
              10 RN-OLD-NAME  PICTURE X(20).
              10 RN-NEW-NAME  PICTURE X(20).
       01  LOOKUP-NAME  PICTURE X(20).
      *     Fournisseur, cle ou element en cours de fusion dans les
      *     procedures de sortie des SORT ; HIGH-VALUES tient lieu de
      *     fin de fichier, comme dans HISTMAJ.
       01  BUYER-WORK-REC.
           05 BW-NAME  PICTURE X(20).
           05 BW-STATUS  PICTURE X.
           05 BW-CATEGORY  PICTURE X(4) OCCURS 4 TIMES.
           05 BW-THRESHOLD  PICTURE 9(4)V99.
           05 BW-TPS-NO  PICTURE X(15).
           05 BW-TVQ-NO  PICTURE X(16).
           05 BW-BANK  PICTURE X(20).
       77  CATEGORY-INDEX  PICTURE 9.
       77  SLOT-INDEX  PICTURE 9.
       01  CATEGORY-FOUND  PICTURE X.
           88 CATEGORY-IS-PRESENT   VALUE 'Y'.
       01  CUMUL-WORK-REC.
           05 CW-KEY.
              10 CW-NAME  PICTURE X(20).
              10 CW-CATEGORY  PICTURE X(4).
              10 CW-YEAR  PICTURE 9(4).
              10 CW-MONTH  PICTURE 99.
           05 CW-AMOUNT  PICTURE 9(7)V99.
           05 CW-ENTRIES  PICTURE 9(6).
       01  COMMIT-WORK-REC.
           05 EW-KEY.
              10 EW-NAME  PICTURE X(20).
              10 EW-CATEGORY  PICTURE X(4).
              10 EW-YEAR  PICTURE 9(4).
              10 EW-MONTH  PICTURE 99.
           05 EW-AMOUNT  PICTURE 9(7)V99.
           05 EW-ENTRIES  PICTURE 9(6).
       01  HISTORY-WORK-REC.
           05 HW-KEY.
              10 HW-NAME  PICTURE X(20).
              10 HW-CATEGORY  PICTURE X(4).
              10 HW-YEAR  PICTURE 9(4).
              10 HW-MONTH  PICTURE 99.
           05 HW-AMOUNT  PICTURE 9(4)V99.
       01  OUTSTANDING-WORK-REC.
           05 GW-STATUS  PICTURE X.
           05 GW-KEY.
              10 GW-CODE  PICTURE X(6).
              10 GW-NAME  PICTURE X(20).
              10 GW-PERIOD  PICTURE X(7).
           05 GW-SENT-AMOUNT  PICTURE 9(7)V99.
           05 GW-POSTED-AMOUNT  PICTURE 9(7)V99.
           05 GW-FIRST-DATE  PICTURE X(8).
       01  SORTED-KEY  PICTURE X(33).
       01  OVERFLOW-FILE  PICTURE X(8).
      * Totaux de controle de chaque fichier : APRES = AVANT en
      * dollars, et ENREG. APRES + FUSIONNES = ENREG. AVANT ; un seul
      * fichier hors d equilibre donne RETURN-CODE 16 pour que le
      * JCL ne recopie rien. GLSUSP porte deux montants, il a donc
      * deux lignes : GLSUSP-E (envoye) et GLSUSP-C (comptabilise).
       01  BUYER-CONTROLS.
           05 ACH-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 ACH-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 ACH-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 ACH-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 ACH-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 ACH-MERGED  PICTURE 9(6) VALUE ZERO.
       01  CUMUL-CONTROLS.
           05 CUM-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 CUM-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 CUM-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 CUM-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 CUM-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 CUM-MERGED  PICTURE 9(6) VALUE ZERO.
       01  COMMIT-CONTROLS.
           05 ENG-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 ENG-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 ENG-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 ENG-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 ENG-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 ENG-MERGED  PICTURE 9(6) VALUE ZERO.
       01  HISTORY-CONTROLS.
           05 HIS-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 HIS-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 HIS-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 HIS-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 HIS-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 HIS-MERGED  PICTURE 9(6) VALUE ZERO.
       01  SENT-CONTROLS.
           05 GLE-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 GLE-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 GLE-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 GLE-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 GLE-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 GLE-MERGED  PICTURE 9(6) VALUE ZERO.
       01  POSTED-CONTROLS.
           05 GLC-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 GLC-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 GLC-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 GLC-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 GLC-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 GLC-MERGED  PICTURE 9(6) VALUE ZERO.
       01  SUSPENSE-CONTROLS.
           05 SUS-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 SUS-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 SUS-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 SUS-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 SUS-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 SUS-MERGED  PICTURE 9(6) VALUE ZERO.
       01  PAYABLE-CONTROLS.
           05 FAC-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 FAC-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 FAC-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 FAC-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 FAC-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 FAC-MERGED  PICTURE 9(6) VALUE ZERO.
       01  CHARGE-CONTROLS.
           05 CHG-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 CHG-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 CHG-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 CHG-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 CHG-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 CHG-MERGED  PICTURE 9(6) VALUE ZERO.
      *     ACHPEND ne porte aucun montant : ses colonnes en dollars
      *     restent a zero et seul le compte d enregistrements joue.
       01  PENDING-CONTROLS.
           05 PND-BEFORE-RECS  PICTURE 9(6) VALUE ZERO.
           05 PND-BEFORE-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 PND-AFTER-RECS  PICTURE 9(6) VALUE ZERO.
           05 PND-AFTER-AMOUNT  PICTURE 9(9)V99 VALUE ZERO.
           05 PND-RENAMED  PICTURE 9(6) VALUE ZERO.
           05 PND-MERGED  PICTURE 9(6) VALUE ZERO.
      *     Zone commune ou chaque groupe ci-dessus est recopie pour
      *     l impression de sa ligne.
       01  FILE-CONTROLS.
           05 FC-BEFORE-RECS  PICTURE 9(6).
           05 FC-BEFORE-AMOUNT  PICTURE 9(9)V99.
           05 FC-AFTER-RECS  PICTURE 9(6).
           05 FC-AFTER-AMOUNT  PICTURE 9(9)V99.
           05 FC-RENAMED  PICTURE 9(6).
           05 FC-MERGED  PICTURE 9(6).
       77  FC-CHECK-RECS  PICTURE 9(6).
       77  FILES-OUT-OF-BALANCE  PICTURE 9(6) VALUE ZERO.
       01  CONTROL-HEADER.
           05   PICTURE X(8) VALUE 'FICHIER'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(6) VALUE ' AVANT'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(12) VALUE '     $ AVANT'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(6) VALUE ' APRES'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(12) VALUE '     $ APRES'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(6) VALUE 'RENOM.'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(6) VALUE 'FUSION'.
           05   PICTURE X(1) VALUE SPACE.
           05   PICTURE X(12) VALUE 'ETAT'.
           05   PICTURE X(5) VALUE SPACES.
       01  CONTROL-LINE.
           05 FL-FILE  PICTURE X(8).
           05   PICTURE X(1).
           05 FL-BEFORE-RECS  PICTURE ZZZZZ9.
           05   PICTURE X(1).
           05 FL-BEFORE-AMOUNT  PICTURE ZZZZZZZZ9.99.
           05   PICTURE X(1).
           05 FL-AFTER-RECS  PICTURE ZZZZZ9.
           05   PICTURE X(1).
           05 FL-AFTER-AMOUNT  PICTURE ZZZZZZZZ9.99.
           05   PICTURE X(1).
           05 FL-RENAMED  PICTURE ZZZZZ9.
           05   PICTURE X(1).
           05 FL-MERGED  PICTURE ZZZZZ9.
           05   PICTURE X(1).
           05 FL-STATE  PICTURE X(12).
           05   PICTURE X(5).
       01  MERGE-LINE.
           05 ML-FILE  PICTURE X(8).
           05   PICTURE X(1).
           05 ML-NAME  PICTURE X(20).
           05   PICTURE X(1).
      *        poste budgetaire, ou code GL pour GLSUSP
           05 ML-CATEGORY  PICTURE X(6).
           05   PICTURE X(1).
           05 ML-PERIOD  PICTURE X(7).
           05   PICTURE X(1).
           05 ML-AMOUNT  PICTURE ZZZZZZ9.99.
           05   PICTURE X(1).
           05 ML-TEXT  PICTURE X(23).
           05   PICTURE X(1).
       77  MERGE-LINES-WRITTEN  PICTURE 9(6) VALUE ZERO.
       01  LISTING-TRAILER  PICTURE X(80).


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 057-LOAD-RENAMES
           OPEN OUTPUT LISTING-DATA
           PERFORM 140-WRITE-LISTING-HEADER
           PERFORM 200-RENAME-BUYERS
           PERFORM 220-RENAME-CUMULATIVE
           PERFORM 240-RENAME-COMMITMENTS
           PERFORM 260-RENAME-HISTORY
           PERFORM 280-RENAME-OUTSTANDING
           PERFORM 300-RENAME-SUSPENSE
           PERFORM 310-RENAME-PAYABLES
           PERFORM 320-RENAME-CHARGES
           PERFORM 330-RENAME-PENDING
           PERFORM 500-WRITE-CONTROL-TOTALS
           CLOSE LISTING-DATA
           DISPLAY 'RENOMME: CARTES=' RENAME-COUNT
                   ' FICHIERS HORS EQUILIBRE=' FILES-OUT-OF-BALANCE
           IF FILES-OUT-OF-BALANCE > ZERO
               DISPLAY 'RENOMME: CONTROLE AVANT / APRES EN ECART -'
                       ' LES FICHIERS NE DOIVENT PAS ETRE RECOPIES'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       057-LOAD-RENAMES.
      *     Chaque carte est controlee contre celles deja chargees :
      *     un nom ne peut etre renomme deux fois, et un nouveau nom
      *     ne peut pas etre lui-meme renomme par une autre carte
      *     (A -> B puis B -> C) ; le resultat dependrait de l ordre
      *     des cartes. Deux cartes vers le meme nouveau nom sont
      *     permises : c est une fusion.
           MOVE 'YES' TO ARE-THERE-MORE-RENAMES
           MOVE ZERO TO RENAME-COUNT
           OPEN INPUT RENAME-DATA
           PERFORM UNTIL ARE-THERE-MORE-RENAMES = 'NO '
               READ RENAME-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RENAMES
                 NOT AT END
                   ADD 1 TO RENAMES-READ
                   PERFORM 058-VALIDATE-RENAME
                   IF RENAME-ERROR-MSG = SPACES
                       IF RENAME-COUNT >= RENAME-LIMIT
                           DISPLAY 'RENOMME: TABLE DES CARTES'
                                   ' PLEINE (' RENAME-LIMIT
                                   ') - RUN ARRETE'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO RENAME-COUNT
                       MOVE RC-OLD-NAME TO RN-OLD-NAME (RENAME-COUNT)
                       MOVE RC-NEW-NAME TO RN-NEW-NAME (RENAME-COUNT)
                   ELSE
                       ADD 1 TO RENAMES-REFUSED
                       DISPLAY 'RENOMME: CARTE ' RENAMES-READ ' '
                               RC-OLD-NAME ' -> ' RC-NEW-NAME
                               ' - ' RENAME-ERROR-MSG
                   END-IF
               END-READ
           END-PERFORM
           CLOSE RENAME-DATA
           IF RENAMES-REFUSED > ZERO
               DISPLAY 'RENOMME: ' RENAMES-REFUSED
                       ' CARTE(S) INVALIDE(S) - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RENAME-COUNT = ZERO
               DISPLAY 'RENOMME: AUCUNE CARTE DE RENOMMAGE'
                       ' - RUN ARRETE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       058-VALIDATE-RENAME.
           MOVE SPACES TO RENAME-ERROR-MSG
           IF RC-OLD-NAME = SPACES OR RC-NEW-NAME = SPACES
               MOVE 'NOM ABSENT' TO RENAME-ERROR-MSG
           END-IF
           IF RENAME-ERROR-MSG = SPACES
                       AND RC-OLD-NAME = RC-NEW-NAME
               MOVE 'ANCIEN NOM = NOUVEAU NOM' TO RENAME-ERROR-MSG
           END-IF
           IF RENAME-ERROR-MSG = SPACES
               PERFORM VARYING CHECK-INDEX FROM 1 BY 1
                         UNTIL CHECK-INDEX > RENAME-COUNT
                            OR RENAME-ERROR-MSG NOT = SPACES
                   IF RN-OLD-NAME (CHECK-INDEX) = RC-OLD-NAME
                       MOVE 'ANCIEN NOM EN DOUBLE'
                            TO RENAME-ERROR-MSG
                   END-IF
                   IF RN-OLD-NAME (CHECK-INDEX) = RC-NEW-NAME
                      OR RN-NEW-NAME (CHECK-INDEX) = RC-OLD-NAME
                       MOVE 'RENOMMAGE EN CASCADE'
                            TO RENAME-ERROR-MSG
                   END-IF
               END-PERFORM
           END-IF.

       068-LOOKUP-RENAME.
      *     Meme recherche sequentielle que 068-LOOKUP-BUYER de
      *     DEPENSES ; RENAME-INDEX pointe la carte trouvee.
           MOVE 'N' TO RENAME-FOUND
           PERFORM VARYING RENAME-INDEX FROM 1 BY 1
                     UNTIL RENAME-INDEX > RENAME-COUNT
                        OR NAME-IS-RENAMED
               IF RN-OLD-NAME (RENAME-INDEX) = LOOKUP-NAME
                   MOVE 'Y' TO RENAME-FOUND
               END-IF
           END-PERFORM
           IF NAME-IS-RENAMED
               SUBTRACT 1 FROM RENAME-INDEX
           END-IF.

       140-WRITE-LISTING-HEADER.
           MOVE 'RENOMMAGE ET FUSION DES FOURNISSEURS' TO LISTING-REC
           WRITE LISTING-REC
           MOVE SPACES TO LISTING-REC
           WRITE LISTING-REC
           PERFORM VARYING RENAME-INDEX FROM 1 BY 1
                     UNTIL RENAME-INDEX > RENAME-COUNT
               MOVE SPACES TO LISTING-TRAILER
               STRING 'ANCIEN NOM ' RN-OLD-NAME (RENAME-INDEX)
                      '  NOUVEAU NOM ' RN-NEW-NAME (RENAME-INDEX)
                      DELIMITED BY SIZE INTO LISTING-TRAILER
               WRITE LISTING-REC FROM LISTING-TRAILER
           END-PERFORM
           MOVE SPACES TO LISTING-REC
           WRITE LISTING-REC
           MOVE SPACES TO MERGE-LINE
           MOVE 'FICHIER' TO ML-FILE
           MOVE 'NOM' TO ML-NAME
           MOVE 'POSTE' TO ML-CATEGORY
           MOVE 'PERIODE' TO ML-PERIOD
           MOVE 'FUSION / ANOMALIE' TO ML-TEXT
           WRITE LISTING-REC FROM MERGE-LINE.

       200-RENAME-BUYERS.
      *     ACHMAST : un seul maitre par nom. Quand l ancien et le
      *     nouveau nom existent tous deux, le maitre du nouveau nom
      *     est garde et recoit les postes autorises et les numeros
      *     qui lui manquent.
           SORT BUYER-SORTED ON ASCENDING KEY SA-NAME
                                              SA-ORIGIN
                INPUT PROCEDURE 210-RELEASE-BUYERS
            OUTPUT PROCEDURE 212-MERGE-BUYERS.

       210-RELEASE-BUYERS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-BUYER-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-BUYER-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO ACH-BEFORE-RECS
                   MOVE OLD-BUYER-RECORD TO BUYER-SORT-REC
                   MOVE '1' TO SA-ORIGIN
                   MOVE OB-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO SA-NAME
                       MOVE '2' TO SA-ORIGIN
                       ADD 1 TO ACH-RENAMED
                   END-IF
                   RELEASE BUYER-SORT-REC
               END-READ
           END-PERFORM
           CLOSE OLD-BUYER-DATA.

       212-MERGE-BUYERS.
           OPEN OUTPUT NEW-BUYER-DATA
           MOVE HIGH-VALUES TO BW-NAME
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN BUYER-SORTED
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF BW-NAME NOT = HIGH-VALUES
                       PERFORM 216-WRITE-BUYER
                   END-IF
                 NOT AT END
                   IF SA-NAME = BW-NAME
                       PERFORM 214-MERGE-ONE-BUYER
                   ELSE
                       IF BW-NAME NOT = HIGH-VALUES
                           PERFORM 216-WRITE-BUYER
                       END-IF
                       MOVE BUYER-SORT-REC TO BUYER-WORK-REC
                   END-IF
               END-RETURN
           END-PERFORM
           CLOSE NEW-BUYER-DATA.

       214-MERGE-ONE-BUYER.
      *     Le statut et le seuil du maitre garde ne changent pas ;
      *     un poste de l autre maitre qui ne trouve plus de place
      *     parmi les quatre est signale pour que les operations le
      *     corrigent par ACHTRAN.
           ADD 1 TO ACH-MERGED
           MOVE SPACES TO MERGE-LINE
           MOVE 'ACHMAST' TO ML-FILE
           MOVE SA-NAME TO ML-NAME
           MOVE 'MAITRE FUSIONNE' TO ML-TEXT
           PERFORM 400-WRITE-MERGE-LINE
           PERFORM VARYING CATEGORY-INDEX FROM 1 BY 1
                     UNTIL CATEGORY-INDEX > 4
               IF SA-CATEGORY (CATEGORY-INDEX) NOT = SPACES
                   PERFORM 215-ADD-BUYER-CATEGORY
               END-IF
           END-PERFORM
           IF BW-TPS-NO = SPACES
               MOVE SA-TPS-NO TO BW-TPS-NO
           END-IF
           IF BW-TVQ-NO = SPACES
               MOVE SA-TVQ-NO TO BW-TVQ-NO
           END-IF
           IF BW-BANK = SPACES
               MOVE SA-BANK TO BW-BANK
           END-IF.

       215-ADD-BUYER-CATEGORY.
           MOVE 'N' TO CATEGORY-FOUND
           MOVE ZERO TO SLOT-INDEX
           PERFORM VARYING CHECK-INDEX FROM 1 BY 1
                     UNTIL CHECK-INDEX > 4
               IF BW-CATEGORY (CHECK-INDEX) =
                           SA-CATEGORY (CATEGORY-INDEX)
                   MOVE 'Y' TO CATEGORY-FOUND
               END-IF
               IF BW-CATEGORY (CHECK-INDEX) = SPACES
                           AND SLOT-INDEX = ZERO
                   MOVE CHECK-INDEX TO SLOT-INDEX
               END-IF
           END-PERFORM
           IF NOT CATEGORY-IS-PRESENT
               IF SLOT-INDEX > ZERO
                   MOVE SA-CATEGORY (CATEGORY-INDEX)
                        TO BW-CATEGORY (SLOT-INDEX)
               ELSE
                   MOVE SPACES TO MERGE-LINE
                   MOVE 'ACHMAST' TO ML-FILE
                   MOVE SA-NAME TO ML-NAME
                   MOVE SA-CATEGORY (CATEGORY-INDEX) TO ML-CATEGORY
                   MOVE 'POSTE NON REPRIS' TO ML-TEXT
                   PERFORM 400-WRITE-MERGE-LINE
               END-IF
           END-IF.

       216-WRITE-BUYER.
           WRITE NEW-BUYER-RECORD FROM BUYER-WORK-REC
           ADD 1 TO ACH-AFTER-RECS.

       220-RENAME-CUMULATIVE.
      *     CUMMAST : deux enregistrements du meme poste et du meme
      *     mois sous les deux noms n en font plus qu un, montants et
      *     nombres d ecritures additionnes.
           SORT CUMUL-SORTED ON ASCENDING KEY SC-NAME
                                              SC-CATEGORY
                                              SC-YEAR
                                              SC-MONTH
                INPUT PROCEDURE 230-RELEASE-CUMULATIVE
            OUTPUT PROCEDURE 232-MERGE-CUMULATIVE.

       230-RELEASE-CUMULATIVE.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-CUMUL-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-CUMUL-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO CUM-BEFORE-RECS
                   ADD OC-AMOUNT TO CUM-BEFORE-AMOUNT
                   MOVE OLD-CUMUL-RECORD TO CUMUL-SORT-REC
                   MOVE OC-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO SC-NAME
                       ADD 1 TO CUM-RENAMED
                   END-IF
                   RELEASE CUMUL-SORT-REC
               END-READ
           END-PERFORM
           CLOSE OLD-CUMUL-DATA.

       232-MERGE-CUMULATIVE.
           OPEN OUTPUT NEW-CUMUL-DATA
           MOVE HIGH-VALUES TO CW-KEY
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN CUMUL-SORTED
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF CW-KEY NOT = HIGH-VALUES
                       PERFORM 236-WRITE-CUMULATIVE
                   END-IF
                 NOT AT END
                   MOVE CUMUL-SORT-REC TO SORTED-KEY
                   IF SORTED-KEY (1:30) = CW-KEY
                       PERFORM 234-MERGE-ONE-CUMULATIVE
                   ELSE
                       IF CW-KEY NOT = HIGH-VALUES
                           PERFORM 236-WRITE-CUMULATIVE
                       END-IF
                       MOVE CUMUL-SORT-REC TO CUMUL-WORK-REC
                   END-IF
               END-RETURN
           END-PERFORM
           CLOSE NEW-CUMUL-DATA.

       234-MERGE-ONE-CUMULATIVE.
           ADD 1 TO CUM-MERGED
           ADD SC-AMOUNT TO CW-AMOUNT
             ON SIZE ERROR
               MOVE 'CUMMAST' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           ADD SC-ENTRIES TO CW-ENTRIES
             ON SIZE ERROR
               MOVE 'CUMMAST' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           MOVE SPACES TO MERGE-LINE
           MOVE 'CUMMAST' TO ML-FILE
           MOVE SC-NAME TO ML-NAME
           MOVE SC-CATEGORY TO ML-CATEGORY
           STRING SC-YEAR '/' SC-MONTH
                  DELIMITED BY SIZE INTO ML-PERIOD
           MOVE SC-AMOUNT TO ML-AMOUNT
           MOVE 'MOIS FUSIONNE' TO ML-TEXT
           PERFORM 400-WRITE-MERGE-LINE.

       236-WRITE-CUMULATIVE.
           WRITE NEW-CUMUL-RECORD FROM CUMUL-WORK-REC
           ADD 1 TO CUM-AFTER-RECS
           ADD CW-AMOUNT TO CUM-AFTER-AMOUNT.

       240-RENAME-COMMITMENTS.
      *     ENGMAST : meme traitement que CUMMAST.
           SORT COMMIT-SORTED ON ASCENDING KEY SE-NAME
                                               SE-CATEGORY
                                               SE-YEAR
                                               SE-MONTH
                INPUT PROCEDURE 250-RELEASE-COMMITMENTS
            OUTPUT PROCEDURE 252-MERGE-COMMITMENTS.

       250-RELEASE-COMMITMENTS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-COMMIT-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-COMMIT-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO ENG-BEFORE-RECS
                   ADD OE-AMOUNT TO ENG-BEFORE-AMOUNT
                   MOVE OLD-COMMIT-RECORD TO COMMIT-SORT-REC
                   MOVE OE-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO SE-NAME
                       ADD 1 TO ENG-RENAMED
                   END-IF
                   RELEASE COMMIT-SORT-REC
               END-READ
           END-PERFORM
           CLOSE OLD-COMMIT-DATA.

       252-MERGE-COMMITMENTS.
           OPEN OUTPUT NEW-COMMIT-DATA
           MOVE HIGH-VALUES TO EW-KEY
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN COMMIT-SORTED
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF EW-KEY NOT = HIGH-VALUES
                       PERFORM 256-WRITE-COMMITMENT
                   END-IF
                 NOT AT END
                   MOVE COMMIT-SORT-REC TO SORTED-KEY
                   IF SORTED-KEY (1:30) = EW-KEY
                       PERFORM 254-MERGE-ONE-COMMITMENT
                   ELSE
                       IF EW-KEY NOT = HIGH-VALUES
                           PERFORM 256-WRITE-COMMITMENT
                       END-IF
                       MOVE COMMIT-SORT-REC TO COMMIT-WORK-REC
                   END-IF
               END-RETURN
           END-PERFORM
           CLOSE NEW-COMMIT-DATA.

       254-MERGE-ONE-COMMITMENT.
           ADD 1 TO ENG-MERGED
           ADD SE-AMOUNT TO EW-AMOUNT
             ON SIZE ERROR
               MOVE 'ENGMAST' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           ADD SE-ENTRIES TO EW-ENTRIES
             ON SIZE ERROR
               MOVE 'ENGMAST' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           MOVE SPACES TO MERGE-LINE
           MOVE 'ENGMAST' TO ML-FILE
           MOVE SE-NAME TO ML-NAME
           MOVE SE-CATEGORY TO ML-CATEGORY
           STRING SE-YEAR '/' SE-MONTH
                  DELIMITED BY SIZE INTO ML-PERIOD
           MOVE SE-AMOUNT TO ML-AMOUNT
           MOVE 'MOIS FUSIONNE' TO ML-TEXT
           PERFORM 400-WRITE-MERGE-LINE.

       256-WRITE-COMMITMENT.
           WRITE NEW-COMMIT-RECORD FROM COMMIT-WORK-REC
           ADD 1 TO ENG-AFTER-RECS
           ADD EW-AMOUNT TO ENG-AFTER-AMOUNT.

       260-RENAME-HISTORY.
      *     HISTMAST : meme traitement ; le montant de HISTMAST n a
      *     que quatre chiffres entiers, une fusion qui ne tient pas
      *     arrete le RUN plutot que de tronquer.
           SORT HISTORY-SORTED ON ASCENDING KEY SH-NAME
                                                SH-CATEGORY
                                                SH-YEAR
                                                SH-MONTH
                INPUT PROCEDURE 270-RELEASE-HISTORY
            OUTPUT PROCEDURE 272-MERGE-HISTORY.

       270-RELEASE-HISTORY.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-HISTORY-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-HISTORY-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO HIS-BEFORE-RECS
                   ADD OH-AMOUNT TO HIS-BEFORE-AMOUNT
                   MOVE OLD-HISTORY-REC TO HISTORY-SORT-REC
                   MOVE OH-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO SH-NAME
                       ADD 1 TO HIS-RENAMED
                   END-IF
                   RELEASE HISTORY-SORT-REC
               END-READ
           END-PERFORM
           CLOSE OLD-HISTORY-DATA.

       272-MERGE-HISTORY.
           OPEN OUTPUT NEW-HISTORY-DATA
           MOVE HIGH-VALUES TO HW-KEY
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN HISTORY-SORTED
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF HW-KEY NOT = HIGH-VALUES
                       PERFORM 276-WRITE-HISTORY
                   END-IF
                 NOT AT END
                   MOVE HISTORY-SORT-REC TO SORTED-KEY
                   IF SORTED-KEY (1:30) = HW-KEY
                       PERFORM 274-MERGE-ONE-HISTORY
                   ELSE
                       IF HW-KEY NOT = HIGH-VALUES
                           PERFORM 276-WRITE-HISTORY
                       END-IF
                       MOVE HISTORY-SORT-REC TO HISTORY-WORK-REC
                   END-IF
               END-RETURN
           END-PERFORM
           CLOSE NEW-HISTORY-DATA.

       274-MERGE-ONE-HISTORY.
           ADD 1 TO HIS-MERGED
           ADD SH-AMOUNT TO HW-AMOUNT
             ON SIZE ERROR
               MOVE 'HISTMAST' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           MOVE SPACES TO MERGE-LINE
           MOVE 'HISTMAST' TO ML-FILE
           MOVE SH-NAME TO ML-NAME
           MOVE SH-CATEGORY TO ML-CATEGORY
           STRING SH-YEAR '/' SH-MONTH
                  DELIMITED BY SIZE INTO ML-PERIOD
           MOVE SH-AMOUNT TO ML-AMOUNT
           MOVE 'MOIS FUSIONNE' TO ML-TEXT
           PERFORM 400-WRITE-MERGE-LINE.

       276-WRITE-HISTORY.
           WRITE NEW-HISTORY-REC FROM HISTORY-WORK-REC
           ADD 1 TO HIS-AFTER-RECS
           ADD HW-AMOUNT TO HIS-AFTER-AMOUNT.

       280-RENAME-OUTSTANDING.
      *     GLSUSP : un element par code + nom + periode, la cle de
      *     rapprochement de GLRECON. Deux elements fusionnes gardent
      *     la plus ancienne date de premier envoi, pour que l age ne
      *     reparte pas a zero ; deux etats differents deviennent M,
      *     et GLRECON reapparie le tout au prochain passage.
           SORT OUTSTANDING-SORTED ON ASCENDING KEY SG-CODE
                                                    SG-NAME
                                                    SG-PERIOD
                INPUT PROCEDURE 290-RELEASE-OUTSTANDING
            OUTPUT PROCEDURE 292-MERGE-OUTSTANDING.

       290-RELEASE-OUTSTANDING.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-OUTSTANDING-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-OUTSTANDING-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO GLE-BEFORE-RECS
                   ADD 1 TO GLC-BEFORE-RECS
                   ADD OU-SENT-AMOUNT TO GLE-BEFORE-AMOUNT
                   ADD OU-POSTED-AMOUNT TO GLC-BEFORE-AMOUNT
                   MOVE OLD-OUTSTANDING-REC TO OUTSTANDING-SORT-REC
                   MOVE OU-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO SG-NAME
                       ADD 1 TO GLE-RENAMED
                       ADD 1 TO GLC-RENAMED
                   END-IF
                   RELEASE OUTSTANDING-SORT-REC
               END-READ
           END-PERFORM
           CLOSE OLD-OUTSTANDING-DATA.

       292-MERGE-OUTSTANDING.
           OPEN OUTPUT NEW-OUTSTANDING-DATA
           MOVE HIGH-VALUES TO GW-KEY
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               RETURN OUTSTANDING-SORTED
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   IF GW-KEY NOT = HIGH-VALUES
                       PERFORM 296-WRITE-OUTSTANDING
                   END-IF
                 NOT AT END
                   MOVE OUTSTANDING-SORT-REC (2:33) TO SORTED-KEY
                   IF SORTED-KEY = GW-KEY
                       PERFORM 294-MERGE-ONE-OUTSTANDING
                   ELSE
                       IF GW-KEY NOT = HIGH-VALUES
                           PERFORM 296-WRITE-OUTSTANDING
                       END-IF
                       MOVE OUTSTANDING-SORT-REC
                            TO OUTSTANDING-WORK-REC
                   END-IF
               END-RETURN
           END-PERFORM
           CLOSE NEW-OUTSTANDING-DATA.

       294-MERGE-ONE-OUTSTANDING.
           ADD 1 TO GLE-MERGED
           ADD 1 TO GLC-MERGED
           ADD SG-SENT-AMOUNT TO GW-SENT-AMOUNT
             ON SIZE ERROR
               MOVE 'GLSUSP' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           ADD SG-POSTED-AMOUNT TO GW-POSTED-AMOUNT
             ON SIZE ERROR
               MOVE 'GLSUSP' TO OVERFLOW-FILE
               PERFORM 910-STOP-ON-OVERFLOW
           END-ADD
           IF SG-STATUS NOT = GW-STATUS
               MOVE 'M' TO GW-STATUS
           END-IF
           IF SG-FIRST-DATE NOT = SPACES
                       AND (SG-FIRST-DATE < GW-FIRST-DATE
                                OR GW-FIRST-DATE = SPACES)
               MOVE SG-FIRST-DATE TO GW-FIRST-DATE
           END-IF
           MOVE SPACES TO MERGE-LINE
           MOVE 'GLSUSP' TO ML-FILE
           MOVE SG-NAME TO ML-NAME
           MOVE SG-CODE TO ML-CATEGORY
           MOVE SG-PERIOD TO ML-PERIOD
           MOVE SG-SENT-AMOUNT TO ML-AMOUNT
           MOVE 'SUSPENS GL FUSIONNE' TO ML-TEXT
           PERFORM 400-WRITE-MERGE-LINE.

       296-WRITE-OUTSTANDING.
           WRITE NEW-OUTSTANDING-REC FROM OUTSTANDING-WORK-REC
           ADD 1 TO GLE-AFTER-RECS
           ADD 1 TO GLC-AFTER-RECS
           ADD GW-SENT-AMOUNT TO GLE-AFTER-AMOUNT
           ADD GW-POSTED-AMOUNT TO GLC-AFTER-AMOUNT.

       300-RENAME-SUSPENSE.
      *     SUSPENS : chaque enregistrement est une depense distincte
      *     en attente de decision ; le nom change, rien ne fusionne.
      *     DOUBLIB apparie les decisions par table, l ordre du
      *     fichier est donc garde tel quel.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT SUSPENSE-DATA
           OPEN OUTPUT NEW-SUSPENSE-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ SUSPENSE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO SUS-BEFORE-RECS
                   ADD SU-MONEY TO SUS-BEFORE-AMOUNT
                   MOVE SU-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO SU-NAME
                       ADD 1 TO SUS-RENAMED
                   END-IF
                   WRITE NEW-SUSPENSE-RECORD FROM SUSPENSE-RECORD
                   ADD 1 TO SUS-AFTER-RECS
                   ADD SU-MONEY TO SUS-AFTER-AMOUNT
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-DATA
           CLOSE NEW-SUSPENSE-DATA.

       310-RENAME-PAYABLES.
      *     FACOUV : une facture par enregistrement ; sans le
      *     renommage, PAIEMENT bloquerait les factures ouvertes
      *     comme FOURNISSEUR INCONNU. PAIEMENT trie le fichier
      *     lui-meme, l ordre est garde tel quel.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-PAYABLE-DATA
           OPEN OUTPUT NEW-PAYABLE-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-PAYABLE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO FAC-BEFORE-RECS
                   ADD NP-CAD-AMOUNT TO FAC-BEFORE-AMOUNT
                   MOVE NP-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO NP-NAME
                       ADD 1 TO FAC-RENAMED
                   END-IF
                   WRITE NEW-PAYABLE-RECORD FROM OLD-PAYABLE-RECORD
                   ADD 1 TO FAC-AFTER-RECS
                   ADD NP-CAD-AMOUNT TO FAC-AFTER-AMOUNT
               END-READ
           END-PERFORM
           CLOSE OLD-PAYABLE-DATA
           CLOSE NEW-PAYABLE-DATA.

       320-RENAME-CHARGES.
      *     CHGFIXE : un contrat par enregistrement ; sans le
      *     renommage, les depenses generees par RECURENT
      *     retomberaient sous l ancien nom.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-CHARGE-DATA
           OPEN OUTPUT NEW-CHARGE-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-CHARGE-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO CHG-BEFORE-RECS
                   ADD CH-AMOUNT TO CHG-BEFORE-AMOUNT
                   MOVE CH-NAME TO LOOKUP-NAME
                   PERFORM 068-LOOKUP-RENAME
                   IF NAME-IS-RENAMED
                       MOVE RN-NEW-NAME (RENAME-INDEX) TO CH-NAME
                       ADD 1 TO CHG-RENAMED
                   END-IF
                   WRITE NEW-CHARGE-RECORD FROM OLD-CHARGE-RECORD
                   ADD 1 TO CHG-AFTER-RECS
                   ADD CH-AMOUNT TO CHG-AFTER-AMOUNT
               END-READ
           END-PERFORM
           CLOSE OLD-CHARGE-DATA
           CLOSE NEW-CHARGE-DATA.

       330-RENAME-PENDING.
      *     ACHPEND : un changement par enregistrement ; sans le
      *     renommage, un changement approuve apres coup partirait
      *     vers ACHMAINT sous l ancien nom, et un A recreerait
      *     l ancien fournisseur. Rien ne fusionne, et l ordre des
      *     numeros est garde tel quel avec l enregistrement de
      *     controle en dernier, recopie sans changement.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-PENDING-DATA
           OPEN OUTPUT NEW-PENDING-DATA
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ OLD-PENDING-DATA
                 AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                 NOT AT END
                   ADD 1 TO PND-BEFORE-RECS
                   IF PD-CHANGE-NO NOT = ZERO
                       MOVE PD-NAME TO LOOKUP-NAME
                       PERFORM 068-LOOKUP-RENAME
                       IF NAME-IS-RENAMED
                           MOVE RN-NEW-NAME (RENAME-INDEX) TO PD-NAME
                           ADD 1 TO PND-RENAMED
                       END-IF
                   END-IF
                   WRITE NEW-PENDING-RECORD FROM OLD-PENDING-RECORD
                   ADD 1 TO PND-AFTER-RECS
               END-READ
           END-PERFORM
           CLOSE OLD-PENDING-DATA
           CLOSE NEW-PENDING-DATA.

       400-WRITE-MERGE-LINE.
           WRITE LISTING-REC FROM MERGE-LINE
           ADD 1 TO MERGE-LINES-WRITTEN.

       500-WRITE-CONTROL-TOTALS.
           IF MERGE-LINES-WRITTEN = ZERO
               MOVE SPACES TO LISTING-TRAILER
               MOVE 'AUCUNE FUSION DE CLES' TO LISTING-TRAILER
               WRITE LISTING-REC FROM LISTING-TRAILER
           END-IF
           MOVE SPACES TO LISTING-REC
           WRITE LISTING-REC
           WRITE LISTING-REC FROM CONTROL-HEADER
           MOVE SPACES TO CONTROL-LINE
           MOVE BUYER-CONTROLS TO FILE-CONTROLS
           MOVE 'ACHMAST' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE CUMUL-CONTROLS TO FILE-CONTROLS
           MOVE 'CUMMAST' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE COMMIT-CONTROLS TO FILE-CONTROLS
           MOVE 'ENGMAST' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE HISTORY-CONTROLS TO FILE-CONTROLS
           MOVE 'HISTMAST' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE SENT-CONTROLS TO FILE-CONTROLS
           MOVE 'GLSUSP-E' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE POSTED-CONTROLS TO FILE-CONTROLS
           MOVE 'GLSUSP-C' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE SUSPENSE-CONTROLS TO FILE-CONTROLS
           MOVE 'SUSPENS' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE PAYABLE-CONTROLS TO FILE-CONTROLS
           MOVE 'FACOUV' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE CHARGE-CONTROLS TO FILE-CONTROLS
           MOVE 'CHGFIXE' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE PENDING-CONTROLS TO FILE-CONTROLS
           MOVE 'ACHPEND' TO FL-FILE
           PERFORM 510-WRITE-FILE-LINE
           MOVE SPACES TO LISTING-TRAILER
           STRING 'CARTES=' RENAME-COUNT
                  ' FICHIERS HORS EQUILIBRE=' FILES-OUT-OF-BALANCE
                  DELIMITED BY SIZE INTO LISTING-TRAILER
           WRITE LISTING-REC FROM LISTING-TRAILER.

       510-WRITE-FILE-LINE.
      *     FL-FILE est deja en place ; les autres zones de la ligne
      *     viennent de FILE-CONTROLS.
           MOVE FC-BEFORE-RECS TO FL-BEFORE-RECS
           MOVE FC-BEFORE-AMOUNT TO FL-BEFORE-AMOUNT
           MOVE FC-AFTER-RECS TO FL-AFTER-RECS
           MOVE FC-AFTER-AMOUNT TO FL-AFTER-AMOUNT
           MOVE FC-RENAMED TO FL-RENAMED
           MOVE FC-MERGED TO FL-MERGED
           COMPUTE FC-CHECK-RECS = FC-AFTER-RECS + FC-MERGED
           IF FC-AFTER-AMOUNT = FC-BEFORE-AMOUNT
                       AND FC-CHECK-RECS = FC-BEFORE-RECS
               MOVE 'EQUILIBRE' TO FL-STATE
           ELSE
               MOVE 'EN ECART' TO FL-STATE
               ADD 1 TO FILES-OUT-OF-BALANCE
           END-IF
           WRITE LISTING-REC FROM CONTROL-LINE.

       910-STOP-ON-OVERFLOW.
      *     Une cle fusionnee dont le total ne tient plus dans le
      *     dessin du fichier ; rien n est recopie, les operations
      *     corrigent les cartes ou le fichier avant de relancer.
           DISPLAY 'RENOMME: MONTANT FUSIONNE TROP GRAND DANS '
                   OVERFLOW-FILE ' - RUN ARRETE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       END PROGRAM RENOMME.
