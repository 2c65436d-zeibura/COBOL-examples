                SELECT NEW-MASTER-DATA ASSIGN TO ACHNEW.
      * ACHNEW = nouveau fichier maitre ; le JCL le recopie sur
      * ACHMAST une fois le RUN termine sans erreur
                SELECT TRANS-DATA ASSIGN TO ACHAPPR.
      * ACHAPPR = mouvements A (ajout), C (changement), S (suspension)
      * saisis par les operations sur ACHTRAN puis approuves par un
      * autre usager dans ACHAPPRO, en ordre de nom comme le maitre ;
      * un mouvement sans approbateur distinct de l auteur de la
      * saisie est rejete
                SELECT AUDIT-DATA ASSIGN TO ACHAUDIT.
      * ACHAUDIT = liste de verification : une ligne par mouvement
      * avec sa disposition, l auteur de la saisie et l approbateur,
      * et les totaux de controle a la fin


       DATA DIVISION.
           05 OM-STATUS  PICTURE X.
           05 OM-CATEGORIES  PICTURE X(16).
           05 OM-THRESHOLD  PICTURE 9(4)V99.
           05 OM-TPS-NO  PICTURE X(15).
           05 OM-TVQ-NO  PICTURE X(16).
           05 OM-BANK  PICTURE X(20).

       FD  NEW-MASTER-DATA
           RECORDING MODE IS F.
           05 NM-STATUS  PICTURE X.
           05 NM-CATEGORIES  PICTURE X(16).
           05 NM-THRESHOLD  PICTURE 9(4)V99.
           05 NM-TPS-NO  PICTURE X(15).
           05 NM-TVQ-NO  PICTURE X(16).
           05 NM-BANK  PICTURE X(20).

       FD  TRANS-DATA
           RECORDING MODE IS F.
           05 TR-THRESHOLD  PICTURE X(6).
           05 TR-THRESHOLD-NUM REDEFINES TR-THRESHOLD
                               PICTURE 9(4)V99.
      *        Numeros d inscription TPS et TVQ ; sans eux, DEPENSES
      *        rejette toute depense taxee du fournisseur
           05 TR-TPS-NO  PICTURE X(15).
           05 TR-TVQ-NO  PICTURE X(16).
      *        Institution, transit et compte bancaires du fournisseur
      *        paye par virement ; blanc = paye par cheque
           05 TR-BANK  PICTURE X(20).
      *        Usager qui a saisi le mouvement, usager qui l a
      *        approuve et numero du changement dans ACHAPPRO
           05 TR-ENTERED-BY  PICTURE X(8).
           05 TR-APPROVED-BY  PICTURE X(8).
           05 TR-CHANGE-NO  PICTURE X(6).

       FD  AUDIT-DATA
           RECORDING MODE IS F.
       01  AUDIT-REC  PICTURE X(80).

       WORKING-STORAGE SECTION.
      *     Zone de travail du fournisseur en cours : le maitre (ou le
           05 WK-STATUS  PICTURE X.
           05 WK-CATEGORIES  PICTURE X(16).
           05 WK-THRESHOLD  PICTURE 9(4)V99.
           05 WK-TPS-NO  PICTURE X(15).
           05 WK-TVQ-NO  PICTURE X(16).
           05 WK-BANK  PICTURE X(20).
      *     Cles de comparaison ; HIGH-VALUES tient lieu de fin de
      *     fichier pour que l appariement des deux fichiers se
      *     termine proprement.
       01  OM-KEY  PICTURE X(20).
       01  TR-KEY  PICTURE X(20).
       01  TRANS-APPROVED  PICTURE X.
           88 TRANS-IS-APPROVED     VALUE 'Y'.
       01  AUDIT-LINE.
           05 AUD-ACTION  PICTURE X.
           05   PICTURE X(2).
           05 AUD-NAME  PICTURE X(20).
           05   PICTURE X(2).
           05 AUD-MESSAGE  PICTURE X(25).
           05   PICTURE X(1).
           05 AUD-ENTERED-BY  PICTURE X(8).
           05   PICTURE X(1).
           05 AUD-APPROVED-BY  PICTURE X(8).
           05   PICTURE X(1).
           05 AUD-CHANGE-NO  PICTURE X(6).
           05   PICTURE X(5).
       01  AUDIT-TRAILER  PICTURE X(80).
      * Totaux de controle de la liste de verification
       77  TRANS-READ  PICTURE 9(6) VALUE ZERO.
       77  TRANS-APPLIED  PICTURE 9(6) VALUE ZERO.
           MOVE 'A' TO AUD-ACTION
           MOVE 'NOM' TO AUD-NAME
           MOVE 'DISPOSITION' TO AUD-MESSAGE
           MOVE 'SAISIE' TO AUD-ENTERED-BY
           MOVE 'APPROB.' TO AUD-APPROVED-BY
           MOVE 'NO' TO AUD-CHANGE-NO
           WRITE AUDIT-REC FROM AUDIT-LINE.

       200-READ-MASTER.
           END-READ.

       210-READ-TRANS.
      *     Lit jusqu au prochain mouvement approuve ; les autres
      *     sont rejetes ici et n atteignent jamais l appariement.
           MOVE 'N' TO TRANS-APPROVED
           PERFORM UNTIL TRANS-IS-APPROVED
               READ TRANS-DATA
                 AT END
                   MOVE HIGH-VALUES TO TR-KEY
                   MOVE 'Y' TO TRANS-APPROVED
                 NOT AT END
                   ADD 1 TO TRANS-READ
                   PERFORM 215-CHECK-APPROVAL
               END-READ
           END-PERFORM.

       215-CHECK-APPROVAL.
      *     Deux personnes par changement : il faut un auteur, un
      *     approbateur, et que ce ne soit pas le meme usager.
           IF TR-ENTERED-BY = SPACES
                       OR TR-APPROVED-BY = SPACES
                       OR TR-APPROVED-BY = TR-ENTERED-BY
               MOVE 'NON APPROUVE' TO AUD-MESSAGE
               PERFORM 410-WRITE-AUDIT-REJECT
           ELSE
               MOVE TR-NAME TO TR-KEY
               MOVE 'Y' TO TRANS-APPROVED
           END-IF.

       300-APPLY-TO-ABSENT.
      *     Mouvement pour un nom absent du maitre : seul un ajout a
               ELSE
                   MOVE ZERO TO WK-THRESHOLD
               END-IF
               MOVE TR-TPS-NO TO WK-TPS-NO
               MOVE TR-TVQ-NO TO WK-TVQ-NO
               MOVE TR-BANK TO WK-BANK
               PERFORM 400-AUDIT-APPLIED-AJOUTE
               PERFORM 210-READ-TRANS
               PERFORM UNTIL TR-KEY NOT = WK-NAME
               IF TR-THRESHOLD-NUM NUMERIC
                   MOVE TR-THRESHOLD-NUM TO WK-THRESHOLD
               END-IF
               IF TR-TPS-NO NOT = SPACES
                   MOVE TR-TPS-NO TO WK-TPS-NO
               END-IF
               IF TR-TVQ-NO NOT = SPACES
                   MOVE TR-TVQ-NO TO WK-TVQ-NO
               END-IF
               IF TR-BANK NOT = SPACES
                   MOVE TR-BANK TO WK-BANK
               END-IF
               MOVE 'MODIFIE' TO AUD-MESSAGE
               PERFORM 405-WRITE-AUDIT-APPLIED
             WHEN 'S'
       405-WRITE-AUDIT-APPLIED.
           MOVE TR-ACTION TO AUD-ACTION
           MOVE TR-NAME TO AUD-NAME
           MOVE TR-ENTERED-BY TO AUD-ENTERED-BY
           MOVE TR-APPROVED-BY TO AUD-APPROVED-BY
           MOVE TR-CHANGE-NO TO AUD-CHANGE-NO
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-APPLIED.
       410-WRITE-AUDIT-REJECT.
           MOVE TR-ACTION TO AUD-ACTION
           MOVE TR-NAME TO AUD-NAME
           MOVE TR-ENTERED-BY TO AUD-ENTERED-BY
           MOVE TR-APPROVED-BY TO AUD-APPROVED-BY
           MOVE TR-CHANGE-NO TO AUD-CHANGE-NO
           WRITE AUDIT-REC FROM AUDIT-LINE
           MOVE SPACES TO AUDIT-LINE
           ADD 1 TO TRANS-REJECTED.
