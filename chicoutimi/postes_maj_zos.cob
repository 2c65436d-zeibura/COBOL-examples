       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSTMAINT.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MVS.
       OBJECT-COMPUTER. MVS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                SELECT OLD-MASTER-DATA ASSIGN TO POSTES.
      * POSTES = plan comptable des postes budgetaires en entree, en
      * ordre de code de poste : description, compte de grand-livre
      * et statut actif/ferme ; DEPENSES, MASTMAJ, ENGMAJ, CORRIGE et
      * MASTRPT le chargent en table
                SELECT NEW-MASTER-DATA ASSIGN TO POSTNEW.
      * POSTNEW = nouveau plan comptable ; le JCL le recopie sur
      * POSTES une fois le RUN termine sans erreur
                SELECT TRANS-DATA ASSIGN TO PSTTRAN.
      * PSTTRAN = mouvements A (ajout), C (changement), F (fermeture)
      * prepares par les finances, en ordre de code de poste comme
      * le plan comptable
                SELECT AUDIT-DATA ASSIGN TO PSTAUDIT.
      * PSTAUDIT = liste de verification : une ligne par mouvement
      * avec sa disposition, et les totaux de controle a la fin


       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-DATA
           RECORDING MODE IS F.
       01  OLD-MASTER-RECORD.
           05 OM-CATEGORY  PICTURE X(4).
           05 OM-DESCRIPTION  PICTURE X(30).
           05 OM-GL-CODE  PICTURE X(6).
           05 OM-STATUS  PICTURE X.

       FD  NEW-MASTER-DATA
           RECORDING MODE IS F.
       01  NEW-MASTER-RECORD.
           05 NM-CATEGORY  PICTURE X(4).
           05 NM-DESCRIPTION  PICTURE X(30).
           05 NM-GL-CODE  PICTURE X(6).
      *        A = actif, F = ferme (plus aucune depense acceptee)
           05 NM-STATUS  PICTURE X.

       FD  TRANS-DATA
           RECORDING MODE IS F.
       01  TRANS-RECORD.
      *        A = ajout, C = changement, F = fermeture
           05 TR-ACTION  PICTURE X.
           05 TR-CATEGORY  PICTURE X(4).
      *        Sur un C, un champ a blanc laisse la valeur du plan
      *        comptable telle quelle ; un C avec statut A rouvre un
      *        poste ferme
           05 TR-DESCRIPTION  PICTURE X(30).
           05 TR-GL-CODE  PICTURE X(6).
           05 TR-STATUS  PICTURE X.

       FD  AUDIT-DATA
           RECORDING MODE IS F.
       01  AUDIT-REC  PICTURE X(60).

       WORKING-STORAGE SECTION.
      *     Zone de travail du poste en cours : le plan comptable (ou
      *     le mouvement A) y est copie, les mouvements du meme code
      *     s y appliquent l un apres l autre, puis elle est ecrite
      *     d un bloc dans le nouveau plan comptable.
       01  WORK-RECORD.
           05 WK-CATEGORY  PICTURE X(4).
           05 WK-DESCRIPTION  PICTURE X(30).
           05 WK-GL-CODE  PICTURE X(6).
           05 WK-STATUS  PICTURE X.
      *     Cles de comparaison ; HIGH-VALUES tient lieu de fin de
      *     fichier, comme dans ACHMAINT.
       01  OM-KEY  PICTURE X(4).
       01  TR-KEY  PICTURE X(4).
       01  AUDIT-LINE.
           05 AUD-ACTION  PICTURE X.
           05   PICTURE X(2).
           05 AUD-CATEGORY  PICTURE X(4).
           05   PICTURE X(2).
           05 AUD-GL-CODE  PICTURE X(6).
           05   PICTURE X(2).
           05 AUD-MESSAGE  PICTURE X(25).
           05   PICTURE X(18).
       01  AUDIT-TRAILER  PICTURE X(60).
      * Totaux de controle de la liste de verification
       77  TRANS-READ  PICTURE 9(6) VALUE ZERO.
       77  TRANS-APPLIED  PICTURE 9(6) VALUE ZERO.
       77  TRANS-REJECTED  PICTURE 9(6) VALUE ZERO.
       77  MASTERS-READ  PICTURE 9(6) VALUE ZERO.
       77  MASTERS-WRITTEN  PICTURE 9(6) VALUE ZERO.
       77  POSTES-ACTIVE  PICTURE 9(6) VALUE ZERO.
       77  POSTES-CLOSED  PICTURE 9(6) VALUE ZERO.


       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           OPEN INPUT OLD-MASTER-DATA
           OPEN INPUT TRANS-DATA
           OPEN OUTPUT NEW-MASTER-DATA
           OPEN OUTPUT AUDIT-DATA
           PERFORM 150-WRITE-AUDIT-HEADER
           PERFORM 200-READ-MASTER
           PERFORM 210-READ-TRANS
      *     Appariement classique des deux fichiers en ordre de code :
      *     mouvement sans poste, mouvement avec poste, ou poste sans
      *     mouvement (recopie tel quel).
           PERFORM UNTIL OM-KEY = HIGH-VALUES
                     AND TR-KEY = HIGH-VALUES
               EVALUATE TRUE
                 WHEN TR-KEY < OM-KEY
                   PERFORM 300-APPLY-TO-ABSENT
                 WHEN TR-KEY = OM-KEY
                   PERFORM 310-APPLY-TO-PRESENT
                 WHEN OTHER
                   MOVE OLD-MASTER-RECORD TO WORK-RECORD
                   PERFORM 360-WRITE-NEW-MASTER
                   PERFORM 200-READ-MASTER
               END-EVALUATE
           END-PERFORM
           PERFORM 500-WRITE-AUDIT-TOTALS
           CLOSE OLD-MASTER-DATA
           CLOSE TRANS-DATA
           CLOSE NEW-MASTER-DATA
           CLOSE AUDIT-DATA
           STOP RUN.

       150-WRITE-AUDIT-HEADER.
           MOVE 'LISTE DE VERIFICATION - PLAN COMPTABLE DES POSTES'
                TO AUDIT-REC
           WRITE AUDIT-REC
           MOVE SPACES TO AUDIT-LINE
           MOVE 'A' TO AUD-ACTION
           MOVE 'PSTE' TO AUD-CATEGORY
           MOVE 'CPT GL' TO AUD-GL-CODE
           MOVE 'DISPOSITION' TO AUD-MESSAGE
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE.

       200-READ-MASTER.
           READ OLD-MASTER-DATA
             AT END
               MOVE HIGH-VALUES TO OM-KEY
             NOT AT END
               MOVE OM-CATEGORY TO OM-KEY
               ADD 1 TO MASTERS-READ
           END-READ.

       210-READ-TRANS.
           READ TRANS-DATA
             AT END
               MOVE HIGH-VALUES TO TR-KEY
             NOT AT END
               MOVE TR-CATEGORY TO TR-KEY
               ADD 1 TO TRANS-READ
           END-READ.

       300-APPLY-TO-ABSENT.
      *     Mouvement pour un code absent du plan comptable : seul un
      *     ajout a du sens, et il lui faut un compte de grand-livre,
      *     sinon les extraits GLFEED partiraient sans compte.
           IF TR-ACTION = 'A'
               IF TR-GL-CODE = SPACES
                   MOVE 'COMPTE GL ABSENT' TO AUD-MESSAGE
                   PERFORM 410-WRITE-AUDIT-REJECT
                   PERFORM 210-READ-TRANS
               ELSE
                   IF TR-STATUS NOT = SPACE AND TR-STATUS NOT = 'A'
                               AND TR-STATUS NOT = 'F'
                       MOVE 'STATUT INVALIDE' TO AUD-MESSAGE
                       PERFORM 410-WRITE-AUDIT-REJECT
                       PERFORM 210-READ-TRANS
                   ELSE
                       PERFORM 320-START-NEW-POSTE
                   END-IF
               END-IF
           ELSE
               MOVE 'ABSENT DU FICHIER' TO AUD-MESSAGE
               PERFORM 410-WRITE-AUDIT-REJECT
               PERFORM 210-READ-TRANS
           END-IF.

       320-START-NEW-POSTE.
      *     L ajout passe par la zone de travail pour que d eventuels
      *     C ou F du meme code, plus loin dans le fichier de
      *     mouvements, s appliquent avant l ecriture.
           MOVE SPACES TO WORK-RECORD
           MOVE TR-CATEGORY TO WK-CATEGORY
           MOVE TR-DESCRIPTION TO WK-DESCRIPTION
           MOVE TR-GL-CODE TO WK-GL-CODE
           IF TR-STATUS = SPACE
               MOVE 'A' TO WK-STATUS
           ELSE
               MOVE TR-STATUS TO WK-STATUS
           END-IF
           PERFORM 400-AUDIT-APPLIED-AJOUTE
           PERFORM 210-READ-TRANS
           PERFORM UNTIL TR-KEY NOT = WK-CATEGORY
               PERFORM 350-APPLY-ONE-CHANGE
               PERFORM 210-READ-TRANS
           END-PERFORM
           PERFORM 360-WRITE-NEW-MASTER.

       310-APPLY-TO-PRESENT.
      *     Le poste passe dans la zone de travail, tous les
      *     mouvements du meme code s y appliquent, puis on ecrit.
           MOVE OLD-MASTER-RECORD TO WORK-RECORD
           PERFORM UNTIL TR-KEY NOT = WK-CATEGORY
               PERFORM 350-APPLY-ONE-CHANGE
               PERFORM 210-READ-TRANS
           END-PERFORM
           PERFORM 360-WRITE-NEW-MASTER
           PERFORM 200-READ-MASTER.

       350-APPLY-ONE-CHANGE.
      *     Applique un mouvement C ou F a la zone de travail ; un A
      *     pour un code deja present est rejete. Un poste n est
      *     jamais retire du plan comptable : il est ferme, pour que
      *     les cumulatifs des annees passees gardent leur compte.
           EVALUATE TR-ACTION
             WHEN 'A'
               MOVE 'DEJA AU FICHIER' TO AUD-MESSAGE
               PERFORM 410-WRITE-AUDIT-REJECT
             WHEN 'C'
               IF TR-STATUS NOT = SPACE AND TR-STATUS NOT = 'A'
                           AND TR-STATUS NOT = 'F'
                   MOVE 'STATUT INVALIDE' TO AUD-MESSAGE
                   PERFORM 410-WRITE-AUDIT-REJECT
               ELSE
                   IF TR-DESCRIPTION NOT = SPACES
                       MOVE TR-DESCRIPTION TO WK-DESCRIPTION
                   END-IF
                   IF TR-GL-CODE NOT = SPACES
                       MOVE TR-GL-CODE TO WK-GL-CODE
                   END-IF
                   IF TR-STATUS NOT = SPACE
                       MOVE TR-STATUS TO WK-STATUS
                   END-IF
                   MOVE 'MODIFIE' TO AUD-MESSAGE
                   PERFORM 405-WRITE-AUDIT-APPLIED
               END-IF
             WHEN 'F'
               MOVE 'F' TO WK-STATUS
               MOVE 'FERME' TO AUD-MESSAGE
               PERFORM 405-WRITE-AUDIT-APPLIED
             WHEN OTHER
               MOVE 'ACTION INVALIDE' TO AUD-MESSAGE
               PERFORM 410-WRITE-AUDIT-REJECT
           END-EVALUATE.

       360-WRITE-NEW-MASTER.
           WRITE NEW-MASTER-RECORD FROM WORK-RECORD
           ADD 1 TO MASTERS-WRITTEN
           IF WK-STATUS = 'F'
               ADD 1 TO POSTES-CLOSED
           ELSE
               ADD 1 TO POSTES-ACTIVE
           END-IF.

       400-AUDIT-APPLIED-AJOUTE.
           MOVE 'AJOUTE' TO AUD-MESSAGE
           PERFORM 405-WRITE-AUDIT-APPLIED.

       405-WRITE-AUDIT-APPLIED.
      *     Le compte inscrit est celui de la zone de travail apres
      *     le mouvement, pour que la liste montre le compte en
      *     vigueur.
           MOVE TR-ACTION TO AUD-ACTION
           MOVE TR-CATEGORY TO AUD-CATEGORY
           MOVE WK-GL-CODE TO AUD-GL-CODE
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-APPLIED.

       410-WRITE-AUDIT-REJECT.
           MOVE TR-ACTION TO AUD-ACTION
           MOVE TR-CATEGORY TO AUD-CATEGORY
           MOVE TR-GL-CODE TO AUD-GL-CODE
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-REJECTED.

       500-WRITE-AUDIT-TOTALS.
      *     Totaux de controle : MVTS LUS = APPLIQUES + REJETES, et
      *     ECRITS = ACTIFS + FERMES pour verifier qu aucun poste n a
      *     ete perdu en chemin.
           MOVE SPACES TO AUDIT-TRAILER
           STRING 'MVTS LUS=' TRANS-READ
                  ' APPLIQUES=' TRANS-APPLIED
                  ' REJETES=' TRANS-REJECTED
                  DELIMITED BY SIZE INTO AUDIT-TRAILER
           WRITE AUDIT-REC FROM AUDIT-TRAILER
           MOVE SPACES TO AUDIT-TRAILER
           STRING 'POSTES LUS=' MASTERS-READ
                  ' ECRITS=' MASTERS-WRITTEN
                  DELIMITED BY SIZE INTO AUDIT-TRAILER
           WRITE AUDIT-REC FROM AUDIT-TRAILER
           MOVE SPACES TO AUDIT-TRAILER
           STRING 'ACTIFS=' POSTES-ACTIVE
                  ' FERMES=' POSTES-CLOSED
                  DELIMITED BY SIZE INTO AUDIT-TRAILER
           WRITE AUDIT-REC FROM AUDIT-TRAILER.

       END PROGRAM PSTMAINT.
