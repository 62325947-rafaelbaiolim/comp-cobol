      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: runbook lookup facility - finds the recovery
      *      procedure for a failed step in the RUNBOOK.DAT runbook
      *      master, so BATCHDRV can file the reference in
      *      BATCHJOB.LOG and OPMENU can put the instructions on the
      *      status board. LK-FUNC "FND" matches a program, return
      *      code and audit outcome (a blank outcome is taken from
      *      the program's last non-OK AUDIT.LOG record of the
      *      current run); LK-FUNC "REF" fetches the entry whose
      *      reference id is in RBK-REF.
      *      RUNBOOK.DAT (a "*" in col 1 is a comment line): cols
      *      1-6 reference id, 8-19 program, 21-23 return code,
      *      25-34 audit outcome - each key "*" or blank for any -
      *      col 36 restart safe Y/N, 38-39 OPMENU option, 41-60
      *      who to call, 62-181 instructions. The most specific
      *      matching entry wins (program over return code over
      *      outcome); between equals the first on file. LK-FOUND
      *      returns 'Y' or 'N'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBOOK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNBOOK-FILE ASSIGN TO "RUNBOOK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNBOOK-FILE.
       01  RUNBOOK-REC PIC X(200).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       WORKING-STORAGE SECTION.
       01 WS-EOF-SW PIC X.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-RC-CARD PIC 9(3).
       01 WS-SCORE PIC 9(1).
       01 WS-BEST PIC 9(1).
       01 WS-MATCH PIC X.
       01 WS-WANT-REF PIC X(6).
       LINKAGE SECTION.
       01 LK-FUNC PIC X(3).
       01 LK-PROGRAM PIC X(12).
       01 LK-RC PIC 9(3).
       01 LK-OUTCOME PIC X(10).
       COPY "RUNBKWS.CPY".
       01 LK-FOUND PIC X.
       PROCEDURE DIVISION USING LK-FUNC, LK-PROGRAM, LK-RC,
               LK-OUTCOME, RBK-ENTRY, LK-FOUND.
       MAIN-PROCEDURE.
           MOVE 'N' TO LK-FOUND.
           MOVE RBK-REF TO WS-WANT-REF.
           MOVE SPACES TO RBK-ENTRY.
           MOVE 0 TO WS-BEST.
           IF LK-FUNC = "FND" AND LK-OUTCOME = SPACES
               PERFORM FIND-FAIL-OUTCOME
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT RUNBOOK-FILE.
           PERFORM CHECK-ONE-ENTRY UNTIL END-OF-FILE.
           CLOSE RUNBOOK-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      * the outcome the step itself put on the audit trail in this
      * run - its last one other than OK
       FIND-FAIL-OUTCOME.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           PERFORM CHECK-ONE-AUDIT UNTIL END-OF-FILE.
           CLOSE AUDIT-FILE.

       CHECK-ONE-AUDIT.
           READ AUDIT-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE
               IF AUDIT-FILE-REC(21:12) = LK-PROGRAM
                   AND AUDIT-FILE-REC(90:6) = WS-RUN-NUMBER
                   AND AUDIT-FILE-REC(75:10) NOT = "OK"
                   MOVE AUDIT-FILE-REC(75:10) TO LK-OUTCOME
               END-IF
           END-IF.

       CHECK-ONE-ENTRY.
           READ RUNBOOK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE AND RUNBOOK-REC NOT = SPACES
               AND RUNBOOK-REC(1:1) NOT = "*"
               IF LK-FUNC = "REF"
                   IF RUNBOOK-REC(1:6) = WS-WANT-REF
                       AND LK-FOUND = 'N'
                       MOVE RUNBOOK-REC(1:181) TO RBK-ENTRY
                       MOVE 'Y' TO LK-FOUND
                   END-IF
               ELSE
                   PERFORM SCORE-ENTRY
               END-IF
           END-IF.

      * a key that is "*" or blank matches anything and scores
      * nothing; a named key must match and scores by its weight
       SCORE-ENTRY.
           MOVE 'Y' TO WS-MATCH.
           MOVE 1 TO WS-SCORE.
           IF RUNBOOK-REC(8:12) NOT = SPACES
               AND RUNBOOK-REC(8:1) NOT = "*"
               IF RUNBOOK-REC(8:12) = LK-PROGRAM
                   ADD 4 TO WS-SCORE
               ELSE
                   MOVE 'N' TO WS-MATCH
               END-IF
           END-IF.
           IF RUNBOOK-REC(21:3) NOT = SPACES
               AND RUNBOOK-REC(21:1) NOT = "*"
               IF RUNBOOK-REC(21:3) IS NUMERIC
                   MOVE RUNBOOK-REC(21:3) TO WS-RC-CARD
                   IF WS-RC-CARD = LK-RC
                       ADD 2 TO WS-SCORE
                   ELSE
                       MOVE 'N' TO WS-MATCH
                   END-IF
               ELSE
                   MOVE 'N' TO WS-MATCH
               END-IF
           END-IF.
           IF RUNBOOK-REC(25:10) NOT = SPACES
               AND RUNBOOK-REC(25:1) NOT = "*"
               IF RUNBOOK-REC(25:10) = LK-OUTCOME
                   ADD 1 TO WS-SCORE
               ELSE
                   MOVE 'N' TO WS-MATCH
               END-IF
           END-IF.
           IF WS-MATCH = 'Y' AND WS-SCORE > WS-BEST
               MOVE WS-SCORE TO WS-BEST
               MOVE RUNBOOK-REC(1:181) TO RBK-ENTRY
               MOVE 'Y' TO LK-FOUND
           END-IF.

       END PROGRAM RUNBOOK.
