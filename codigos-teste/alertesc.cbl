      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: escalation call-out for operator alerts nobody has
      *      acknowledged - run by the scheduler every few minutes
      *      (or by control card) so a LATE FEED or an RC=16 at
      *      02:00 reaches someone instead of waiting for the
      *      morning shift to open OPMENU. Each pending OPALERT.DAT
      *      alert is aged against its outcome's severity
      *      (ALRTSEV.DAT): past the first interval the on-call
      *      primary is called out, and if the alert is still
      *      unacknowledged a second interval after that call, the
      *      backup. Call-outs go to ONCALLNT.DAT, the outbound file
      *      the paging gateway collects; who is on call comes from
      *      the ONCALL.DAT roster by shift and by today's day type
      *      off BATCHCAL.DAT (an absent or unlisted date reads as
      *      B). Open call-outs are kept in ALRTESC.DAT between
      *      passes; once OPMENU acknowledges the alert the call-out
      *      is closed with the acknowledgment time ALRTACK.DAT
      *      holds. Every call-out, escalation and acknowledgment
      *      lands on the audit trail so response times can be
      *      measured.
      *      ONCALL.DAT: col 1 day type (B, E, H or * any), cols 3-6
      *        shift start HHMM, 8-11 shift end HHMM (an end before
      *        the start runs past midnight), 13-20 primary id,
      *        22-41 primary contact, 43-50 backup id, 52-71 backup
      *        contact; the first line covering the time wins.
      *      ALRTSEV.DAT: cols 1-10 audit outcome (* = any other),
      *        col 12 severity 1-3, cols 14-17 minutes before the
      *        primary is called, 19-22 minutes from that call to
      *        the backup's. Absent, the built-in table below
      *        applies.
      *      ALRTESCP.DAT (optional): cols 1-12 YYYYMMDDHHMM to
      *        evaluate as of, for a catch-up pass after an outage.
      *      A call-out due with nobody on the roster to take it
      *      writes a NO ONCALL audit record and ends RC=4. The
      *      step's own alerts are never escalated. Control totals
      *      go to CTLTOTAL.DAT through CTLTOT (alerts read,
      *      call-outs written, acknowledgments closed).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTESC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALERT-FILE ASSIGN TO "OPALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ACK-FILE ASSIGN TO "ALRTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL ROSTER-FILE ASSIGN TO "ONCALL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL SEV-FILE ASSIGN TO "ALRTSEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BATCHCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "ALRTESCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL STATE-FILE ASSIGN TO "ALRTESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL NOTIFY-FILE ASSIGN TO "ONCALLNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-FILE-REC PIC X(120).
       FD  ACK-FILE.
       01  ACK-REC PIC X(40).
       FD  ROSTER-FILE.
       01  ROSTER-REC PIC X(80).
       FD  SEV-FILE.
       01  SEV-REC PIC X(30).
       FD  CALENDAR-FILE.
       01  CALENDAR-REC PIC X(10).
       FD  PRM-FILE.
       01  PRM-REC PIC X(20).
       FD  STATE-FILE.
       01  STATE-REC PIC X(80).
       FD  NOTIFY-FILE.
       01  NOTIFY-REC PIC X(160).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-EOF-SW PIC X.
           88 END-OF-FILE VALUE 'Y'.
       01 WS-ALERT-EOF-SW PIC X.
           88 ALERT-EOF VALUE 'Y'.
       01 WS-DAY-TYPE PIC X VALUE 'B'.
      * the moment the pass is evaluated at, YYYYMMDDHHMM
       01 WS-NOW PIC X(12).
       01 WS-NOW-MIN PIC 9(10).
       01 WS-NOW-HHMM PIC X(4).
       01 WS-NOW-TS PIC X(16).
       01 WS-CURRENT-DATE PIC X(21).
      * stamp-to-minutes conversion: YYYYMMDDHHMM in, minutes on
      * one running scale out (0 = not a usable stamp)
       01 WS-CV-STAMP PIC X(12).
       01 WS-CV-PARTS REDEFINES WS-CV-STAMP.
           05 WS-CV-DATE PIC 9(8).
           05 WS-CV-HH PIC 9(2).
           05 WS-CV-MI PIC 9(2).
       01 WS-CV-MIN PIC 9(10).
      * outcome severities and intervals; the built-in table is
      * used when ALRTSEV.DAT is absent or empty
       01 WS-SEV-DEFAULTS.
           05 FILLER PIC X(22) VALUE "REJECTED   1 0015 0015".
           05 FILLER PIC X(22) VALUE "IO ERROR   1 0015 0015".
           05 FILLER PIC X(22) VALUE "CHAIN FAIL 1 0015 0015".
           05 FILLER PIC X(22) VALUE "LATE FEED  2 0030 0030".
           05 FILLER PIC X(22) VALUE "*          3 0060 0060".
       01 WS-SEV-DEF-TABLE REDEFINES WS-SEV-DEFAULTS.
           05 WS-SEV-DEF-LINE PIC X(22) OCCURS 5 TIMES.
       01 WS-SEV-TABLE.
           05 WS-SEV-ENTRY OCCURS 30 TIMES.
               10 WS-SEV-OUTCOME PIC X(10).
               10 WS-SEV-LEVEL PIC X(1).
               10 WS-SEV-FIRST PIC 9(4).
               10 WS-SEV-SECOND PIC 9(4).
       01 WS-SEV-COUNT PIC 9(2) VALUE 0.
       01 WS-SEV-IDX PIC 9(2).
       01 WS-SEV-LINE PIC X(30).
       01 WS-CUR-LEVEL PIC X(1).
       01 WS-CUR-FIRST PIC 9(4).
       01 WS-CUR-SECOND PIC 9(4).
      * the on-call roster
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ENTRY OCCURS 50 TIMES.
               10 WS-ROS-DAY PIC X(1).
               10 FILLER PIC X(1).
               10 WS-ROS-START PIC X(4).
               10 FILLER PIC X(1).
               10 WS-ROS-END PIC X(4).
               10 FILLER PIC X(1).
               10 WS-ROS-PRI-ID PIC X(8).
               10 FILLER PIC X(1).
               10 WS-ROS-PRI-CONTACT PIC X(20).
               10 FILLER PIC X(1).
               10 WS-ROS-BKP-ID PIC X(8).
               10 FILLER PIC X(1).
               10 WS-ROS-BKP-CONTACT PIC X(20).
       01 WS-ROSTER-COUNT PIC 9(2) VALUE 0.
       01 WS-ROSTER-IDX PIC 9(2).
       01 WS-ROSTER-HIT PIC 9(2).
      * open call-outs carried between passes
       01 WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 500 TIMES.
               10 WS-ST-SEQ PIC 9(6).
               10 FILLER PIC X(1).
               10 WS-ST-ALERT-TS PIC X(19).
               10 FILLER PIC X(1).
               10 WS-ST-PROGRAM PIC X(12).
               10 FILLER PIC X(1).
               10 WS-ST-STAGE PIC X(1).
               10 FILLER PIC X(1).
               10 WS-ST-CALL1 PIC X(12).
               10 FILLER PIC X(1).
               10 WS-ST-CALL2 PIC X(12).
               10 FILLER PIC X(1).
               10 WS-ST-PRI-ID PIC X(8).
               10 FILLER PIC X(3).
               10 WS-ST-KEEP PIC X(1).
       01 WS-STATE-COUNT PIC 9(3) VALUE 0.
       01 WS-STATE-IDX PIC 9(3).
       01 WS-STATE-HIT PIC 9(3).
      * the alert being looked at
       01 WS-ALERT-SEQ PIC 9(6).
       01 WS-ALERT-IN.
           05 WS-ALERT-ACK PIC X(1).
           05 FILLER PIC X(1).
           05 WS-ALERT-TS PIC X(19).
           05 FILLER PIC X(1).
           05 WS-ALERT-PROGRAM PIC X(12).
           05 FILLER PIC X(1).
           05 WS-ALERT-DETAIL PIC X(40).
           05 FILLER PIC X(1).
           05 WS-ALERT-OUTCOME PIC X(10).
           05 FILLER PIC X(34).
       01 WS-ALERT-MIN PIC 9(10).
       01 WS-AGE-MIN PIC S9(10).
      * ALRTACK.DAT as OPMENU writes it
       01 WS-ACK-IN.
           05 WS-ACK-SEQ PIC X(6).
           05 FILLER PIC X(1).
           05 WS-ACK-TS PIC X(19).
           05 FILLER PIC X(1).
           05 WS-ACK-OPER PIC X(8).
           05 FILLER PIC X(5).
       01 WS-ACK-FOUND-TS PIC X(19).
       01 WS-ACK-FOUND-OPER PIC X(8).
       01 WS-ACK-MIN PIC 9(10).
       01 WS-RESP-MIN PIC S9(10).
       01 WS-RESP-OUT PIC 9(5).
      * one call-out for the paging gateway
       01 WS-NT-LINE.
           05 WS-NT-TS PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NT-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NT-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NT-CONTACT PIC X(20).
           05 FILLER PIC X(5) VALUE " SEV=".
           05 WS-NT-SEV PIC X(1).
           05 FILLER PIC X(6) VALUE " ALRT=".
           05 WS-NT-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-NT-ALERT PIC X(84).
           05 FILLER PIC X(9) VALUE SPACES.
       01 WS-ALERT-READ PIC 9(6) VALUE 0.
       01 WS-CALL-COUNT PIC 9(4) VALUE 0.
       01 WS-ESC-COUNT PIC 9(4) VALUE 0.
       01 WS-ACK-COUNT PIC 9(4) VALUE 0.
       01 WS-NOCOVER-COUNT PIC 9(4) VALUE 0.
       01 WS-NOTIFY-COUNT PIC 9(6) VALUE 0.
       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
       01 WS-CTL-HASH PIC S9(9)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "ALERTESC".
       PROCEDURE DIVISION.
      * no run lock on purpose: the step has to keep calling out
      * while the nightly chain holds the lock exclusively, which
      * is exactly when the alerts arrive. It writes only its own
      * files; OPALERT.DAT is read, and a pass that catches OPMENU
      * mid-acknowledgment is put right by the next one.
       MAIN-PROCEDURE.
      *    OPMENU and the driver can CALL this program more than
      *    once in a run unit, so the counters are reset here
      *    rather than trusted to VALUE clauses
           MOVE 0 TO WS-ALERT-READ, WS-CALL-COUNT, WS-ESC-COUNT.
           MOVE 0 TO WS-ACK-COUNT, WS-NOCOVER-COUNT, WS-NOTIFY-COUNT.
           MOVE 0 TO WS-SEV-COUNT, WS-ROSTER-COUNT, WS-STATE-COUNT.

           PERFORM SET-EVALUATION-TIME.
           PERFORM FIND-DAY-TYPE.
           PERFORM LOAD-SEVERITIES.
           PERFORM LOAD-ROSTER.
           PERFORM LOAD-STATE.

           OPEN EXTEND NOTIFY-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ONCALLNT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 0 TO WS-ALERT-SEQ.
           MOVE 'N' TO WS-ALERT-EOF-SW.
           OPEN INPUT ALERT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "OPALERT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM CHECK-ONE-ALERT UNTIL ALERT-EOF.
           CLOSE ALERT-FILE.
           CLOSE NOTIFY-FILE.

           PERFORM SAVE-STATE.

           MOVE WS-ALERT-READ TO WS-CTL-READ.
           MOVE WS-NOTIFY-COUNT TO WS-CTL-WRITTEN.
           MOVE WS-ACK-COUNT TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "ALRT=" WS-ALERT-READ " CALL=" WS-CALL-COUNT
               " ESC=" WS-ESC-COUNT " ACK=" WS-ACK-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-NOCOVER-COUNT > 0
               DISPLAY "ALERTESC: " WS-NOCOVER-COUNT " CHAMADO(S) "
                   "SEM PLANTONISTA NA ESCALA ONCALL.DAT!"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "no on-call cover for " WS-NOCOVER-COUNT
                   " call-out(s)" DELIMITED BY SIZE
                   INTO WS-AUD-DETAIL
               MOVE "NO ONCALL" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * the clock, unless a catch-up card says otherwise
       SET-EVALUATION-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:12) TO WS-NOW.
           OPEN INPUT PRM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ALRTESCP.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PRM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-REC(1:12) IS NUMERIC
                       MOVE PRM-REC(1:12) TO WS-NOW
                   END-IF
           END-READ.
           CLOSE PRM-FILE.
           MOVE WS-NOW TO WS-CV-STAMP.
           PERFORM STAMP-TO-MINUTES.
           MOVE WS-CV-MIN TO WS-NOW-MIN.
           MOVE WS-NOW(9:4) TO WS-NOW-HHMM.
           MOVE SPACES TO WS-NOW-TS.
           STRING WS-NOW(1:4) "-" WS-NOW(5:2) "-" WS-NOW(7:2) " "
               WS-NOW(9:2) ":" WS-NOW(11:2)
               DELIMITED BY SIZE INTO WS-NOW-TS.

       STAMP-TO-MINUTES.
           MOVE 0 TO WS-CV-MIN.
           IF WS-CV-STAMP IS NUMERIC
               COMPUTE WS-CV-MIN =
                   FUNCTION INTEGER-OF-DATE(WS-CV-DATE) * 1440
                   + WS-CV-HH * 60 + WS-CV-MI
           END-IF.

      * an audit timestamp (YYYY-MM-DD HH:MM:SS) to minutes
       TS-TO-MINUTES.
           MOVE SPACES TO WS-CV-STAMP.
           STRING WS-ALERT-TS(1:4) WS-ALERT-TS(6:2) WS-ALERT-TS(9:2)
               WS-ALERT-TS(12:2) WS-ALERT-TS(15:2)
               DELIMITED BY SIZE INTO WS-CV-STAMP.
           PERFORM STAMP-TO-MINUTES.

      * today's day type off the processing calendar; an absent
      * file or unlisted date reads as an ordinary business day
       FIND-DAY-TYPE.
           MOVE 'B' TO WS-DAY-TYPE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CALENDAR-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BATCHCAL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM FIND-DAY-REC UNTIL END-OF-FILE.
           CLOSE CALENDAR-FILE.

       FIND-DAY-REC.
           READ CALENDAR-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE AND CALENDAR-REC(1:8) = WS-NOW(1:8)
               MOVE CALENDAR-REC(10:1) TO WS-DAY-TYPE
           END-IF.

       LOAD-SEVERITIES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SEV-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ALRTSEV.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-SEVERITY UNTIL END-OF-FILE.
           CLOSE SEV-FILE.
           IF WS-SEV-COUNT = 0
               PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > 5
                   MOVE WS-SEV-DEF-LINE(WS-SEV-IDX) TO WS-SEV-LINE
                   PERFORM ADD-SEVERITY
               END-PERFORM
           END-IF.

       LOAD-ONE-SEVERITY.
           READ SEV-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE AND SEV-REC NOT = SPACES
               MOVE SEV-REC TO WS-SEV-LINE
               PERFORM ADD-SEVERITY
           END-IF.

       ADD-SEVERITY.
           IF WS-SEV-LINE(12:1) >= "1" AND WS-SEV-LINE(12:1) <= "3"
               AND WS-SEV-LINE(14:4) IS NUMERIC
               AND WS-SEV-LINE(19:4) IS NUMERIC
               AND WS-SEV-COUNT < 30
               ADD 1 TO WS-SEV-COUNT
               MOVE WS-SEV-LINE(1:10) TO WS-SEV-OUTCOME(WS-SEV-COUNT)
               MOVE WS-SEV-LINE(12:1) TO WS-SEV-LEVEL(WS-SEV-COUNT)
               MOVE WS-SEV-LINE(14:4) TO WS-SEV-FIRST(WS-SEV-COUNT)
               MOVE WS-SEV-LINE(19:4) TO WS-SEV-SECOND(WS-SEV-COUNT)
           ELSE
               DISPLAY "ALRTSEV.DAT linha ignorada: " WS-SEV-LINE
           END-IF.

       LOAD-ROSTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ROSTER-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ONCALL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-SHIFT UNTIL END-OF-FILE.
           CLOSE ROSTER-FILE.

       LOAD-ONE-SHIFT.
           READ ROSTER-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE AND ROSTER-REC NOT = SPACES
               IF ROSTER-REC(3:4) IS NUMERIC
                   AND ROSTER-REC(8:4) IS NUMERIC
                   AND ROSTER-REC(13:8) NOT = SPACES
                   AND WS-ROSTER-COUNT < 50
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ROSTER-REC(1:71)
                       TO WS-ROSTER-ENTRY(WS-ROSTER-COUNT)
               ELSE
                   DISPLAY "ONCALL.DAT linha ignorada: "
                       ROSTER-REC(1:71)
               END-IF
           END-IF.

       LOAD-STATE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT STATE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ALRTESC.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-STATE UNTIL END-OF-FILE.
           CLOSE STATE-FILE.

       LOAD-ONE-STATE.
           READ STATE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE AND STATE-REC(1:6) IS NUMERIC
               AND WS-STATE-COUNT < 500
               ADD 1 TO WS-STATE-COUNT
               MOVE STATE-REC TO WS-STATE-ENTRY(WS-STATE-COUNT)
               MOVE 'N' TO WS-ST-KEEP(WS-STATE-COUNT)
           END-IF.

      * one OPALERT.DAT line; its position in the file is the key
      * OPMENU's acknowledgment and the open call-outs share, the
      * timestamp and program guarding against a rebuilt file
       CHECK-ONE-ALERT.
           READ ALERT-FILE INTO WS-ALERT-IN
               AT END
                   SET ALERT-EOF TO TRUE
           END-READ.
           IF NOT ALERT-EOF
               PERFORM EXAMINE-ALERT
           END-IF.

       EXAMINE-ALERT.
           ADD 1 TO WS-ALERT-SEQ, WS-ALERT-READ.
           MOVE 0 TO WS-STATE-HIT.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
                   OR WS-STATE-HIT > 0
               IF WS-ST-SEQ(WS-STATE-IDX) = WS-ALERT-SEQ
                   AND WS-ST-ALERT-TS(WS-STATE-IDX) = WS-ALERT-TS
                   AND WS-ST-PROGRAM(WS-STATE-IDX) = WS-ALERT-PROGRAM
                   MOVE WS-STATE-IDX TO WS-STATE-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ALERT-ACK NOT = 'N'
                   IF WS-STATE-HIT > 0
                       PERFORM CLOSE-CALLOUT
                   END-IF
               WHEN WS-ALERT-PROGRAM = WS-AUD-PROGRAM
                   CONTINUE
               WHEN OTHER
                   PERFORM ESCALATE-ALERT
           END-EVALUATE.

      * an open alert not raised by this step - the primary once
      * the first interval has run, the backup after the second
       ESCALATE-ALERT.
           PERFORM FIND-SEVERITY.
           PERFORM TS-TO-MINUTES.
           MOVE WS-CV-MIN TO WS-ALERT-MIN.
           COMPUTE WS-AGE-MIN = WS-NOW-MIN - WS-ALERT-MIN.
           IF WS-STATE-HIT = 0
               IF WS-AGE-MIN >= WS-CUR-FIRST
                   PERFORM CALL-PRIMARY
               END-IF
           ELSE
               MOVE 'Y' TO WS-ST-KEEP(WS-STATE-HIT)
               IF WS-ST-STAGE(WS-STATE-HIT) = 'P'
                   MOVE WS-ST-CALL1(WS-STATE-HIT) TO WS-CV-STAMP
                   PERFORM STAMP-TO-MINUTES
                   IF WS-NOW-MIN - WS-CV-MIN >= WS-CUR-SECOND
                       PERFORM CALL-BACKUP
                   END-IF
               END-IF
           END-IF.

      * the outcome's own line, else the "*" line, else severity 3
      * at an hour each way
       FIND-SEVERITY.
           MOVE "3" TO WS-CUR-LEVEL.
           MOVE 60 TO WS-CUR-FIRST, WS-CUR-SECOND.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > WS-SEV-COUNT
               IF WS-SEV-OUTCOME(WS-SEV-IDX) = "*"
                   MOVE WS-SEV-LEVEL(WS-SEV-IDX) TO WS-CUR-LEVEL
                   MOVE WS-SEV-FIRST(WS-SEV-IDX) TO WS-CUR-FIRST
                   MOVE WS-SEV-SECOND(WS-SEV-IDX) TO WS-CUR-SECOND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > WS-SEV-COUNT
               IF WS-SEV-OUTCOME(WS-SEV-IDX) = WS-ALERT-OUTCOME
                   MOVE WS-SEV-LEVEL(WS-SEV-IDX) TO WS-CUR-LEVEL
                   MOVE WS-SEV-FIRST(WS-SEV-IDX) TO WS-CUR-FIRST
                   MOVE WS-SEV-SECOND(WS-SEV-IDX) TO WS-CUR-SECOND
               END-IF
           END-PERFORM.

      * the first roster line for today's day type whose shift
      * covers the evaluation time
       FIND-ON-CALL.
           MOVE 0 TO WS-ROSTER-HIT.
           PERFORM VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                   OR WS-ROSTER-HIT > 0
               IF WS-ROS-DAY(WS-ROSTER-IDX) = '*'
                   OR WS-ROS-DAY(WS-ROSTER-IDX) = WS-DAY-TYPE
                   IF WS-ROS-START(WS-ROSTER-IDX)
                       <= WS-ROS-END(WS-ROSTER-IDX)
                       IF WS-NOW-HHMM >= WS-ROS-START(WS-ROSTER-IDX)
                           AND WS-NOW-HHMM < WS-ROS-END(WS-ROSTER-IDX)
                           MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
                       END-IF
                   ELSE
                       IF WS-NOW-HHMM >= WS-ROS-START(WS-ROSTER-IDX)
                           OR WS-NOW-HHMM < WS-ROS-END(WS-ROSTER-IDX)
                           MOVE WS-ROSTER-IDX TO WS-ROSTER-HIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CALL-PRIMARY.
           PERFORM FIND-ON-CALL.
           EVALUATE TRUE
               WHEN WS-ROSTER-HIT = 0
                   ADD 1 TO WS-NOCOVER-COUNT
               WHEN WS-STATE-COUNT >= 500
                   DISPLAY "ALERTESC: tabela de chamados cheia, "
                       "alerta " WS-ALERT-SEQ
                       " fica para a proxima passagem"
               WHEN OTHER
                   PERFORM OPEN-CALLOUT
           END-EVALUATE.

       OPEN-CALLOUT.
           MOVE 'P' TO WS-NT-TYPE.
           MOVE WS-ROS-PRI-ID(WS-ROSTER-HIT) TO WS-NT-ID.
           MOVE WS-ROS-PRI-CONTACT(WS-ROSTER-HIT) TO WS-NT-CONTACT.
           PERFORM WRITE-NOTIFY.
           ADD 1 TO WS-STATE-COUNT.
           MOVE SPACES TO WS-STATE-ENTRY(WS-STATE-COUNT).
           MOVE WS-ALERT-SEQ TO WS-ST-SEQ(WS-STATE-COUNT).
           MOVE WS-ALERT-TS TO WS-ST-ALERT-TS(WS-STATE-COUNT).
           MOVE WS-ALERT-PROGRAM TO WS-ST-PROGRAM(WS-STATE-COUNT).
           MOVE 'P' TO WS-ST-STAGE(WS-STATE-COUNT).
           MOVE WS-NOW TO WS-ST-CALL1(WS-STATE-COUNT).
           MOVE WS-NT-ID TO WS-ST-PRI-ID(WS-STATE-COUNT).
           MOVE 'Y' TO WS-ST-KEEP(WS-STATE-COUNT).
           ADD 1 TO WS-CALL-COUNT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "callout ALRT=" WS-ALERT-SEQ " P " WS-NT-ID
               " SEV=" WS-CUR-LEVEL DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.

      * still unacknowledged a second interval after the primary
      * was called - the backup on the roster now
       CALL-BACKUP.
           PERFORM FIND-ON-CALL.
           IF WS-ROSTER-HIT = 0
               ADD 1 TO WS-NOCOVER-COUNT
           ELSE
               IF WS-ROS-BKP-ID(WS-ROSTER-HIT) = SPACES
                   ADD 1 TO WS-NOCOVER-COUNT
               ELSE
                   PERFORM ESCALATE-CALLOUT
               END-IF
           END-IF.

       ESCALATE-CALLOUT.
           MOVE 'B' TO WS-NT-TYPE.
           MOVE WS-ROS-BKP-ID(WS-ROSTER-HIT) TO WS-NT-ID.
           MOVE WS-ROS-BKP-CONTACT(WS-ROSTER-HIT) TO WS-NT-CONTACT.
           PERFORM WRITE-NOTIFY.
           MOVE 'B' TO WS-ST-STAGE(WS-STATE-HIT).
           MOVE WS-NOW TO WS-ST-CALL2(WS-STATE-HIT).
           ADD 1 TO WS-ESC-COUNT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "escalate ALRT=" WS-ALERT-SEQ " B " WS-NT-ID
               " SEV=" WS-CUR-LEVEL DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.

       WRITE-NOTIFY.
           MOVE WS-NOW-TS TO WS-NT-TS.
           MOVE WS-CUR-LEVEL TO WS-NT-SEV.
           MOVE WS-ALERT-SEQ TO WS-NT-SEQ.
           MOVE ALERT-FILE-REC(3:84) TO WS-NT-ALERT.
           WRITE NOTIFY-REC FROM WS-NT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "ONCALLNT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-NOTIFY-COUNT.

      * the alert was acknowledged: the call-out closes with the
      * time and operator OPMENU filed (the pass time if it filed
      * none) and the minutes since the first call-out
       CLOSE-CALLOUT.
           MOVE SPACES TO WS-ACK-FOUND-TS, WS-ACK-FOUND-OPER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ACK-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ALRTACK.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM FIND-ONE-ACK UNTIL END-OF-FILE.
           CLOSE ACK-FILE.
           IF WS-ACK-FOUND-TS = SPACES
               MOVE WS-NOW-MIN TO WS-ACK-MIN
           ELSE
               MOVE SPACES TO WS-CV-STAMP
               STRING WS-ACK-FOUND-TS(1:4) WS-ACK-FOUND-TS(6:2)
                   WS-ACK-FOUND-TS(9:2) WS-ACK-FOUND-TS(12:2)
                   WS-ACK-FOUND-TS(15:2)
                   DELIMITED BY SIZE INTO WS-CV-STAMP
               PERFORM STAMP-TO-MINUTES
               MOVE WS-CV-MIN TO WS-ACK-MIN
           END-IF.
           MOVE WS-ST-CALL1(WS-STATE-HIT) TO WS-CV-STAMP.
           PERFORM STAMP-TO-MINUTES.
           COMPUTE WS-RESP-MIN = WS-ACK-MIN - WS-CV-MIN.
           IF WS-RESP-MIN < 0
               MOVE 0 TO WS-RESP-MIN
           END-IF.
           IF WS-RESP-MIN > 99999
               MOVE 99999 TO WS-RESP-MIN
           END-IF.
           MOVE WS-RESP-MIN TO WS-RESP-OUT.
           ADD 1 TO WS-ACK-COUNT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "ALRT=" WS-ALERT-SEQ " ack " WS-ACK-FOUND-OPER
               " after " WS-RESP-OUT " min"
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 'N' TO WS-ST-KEEP(WS-STATE-HIT).

      * the latest acknowledgment filed for this position at or
      * after the alert was raised
       FIND-ONE-ACK.
           READ ACK-FILE INTO WS-ACK-IN
               AT END
                   SET END-OF-FILE TO TRUE
           END-READ.
           IF NOT END-OF-FILE AND WS-ACK-SEQ IS NUMERIC
               IF WS-ACK-SEQ = WS-ALERT-SEQ
                   AND WS-ACK-TS >= WS-ALERT-TS
                   MOVE WS-ACK-TS TO WS-ACK-FOUND-TS
                   MOVE WS-ACK-OPER TO WS-ACK-FOUND-OPER
               END-IF
           END-IF.

      * only call-outs still waiting on an acknowledgment are kept
       SAVE-STATE.
           OPEN OUTPUT STATE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "ALRTESC.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM VARYING WS-STATE-IDX FROM 1 BY 1
               UNTIL WS-STATE-IDX > WS-STATE-COUNT
               IF WS-ST-KEEP(WS-STATE-IDX) = 'Y'
                   MOVE WS-STATE-ENTRY(WS-STATE-IDX) TO STATE-REC
                   MOVE SPACE TO STATE-REC(80:1)
                   WRITE STATE-REC
                   IF NOT FILE-STATUS-OK
                       MOVE "ALRTESC.DAT" TO WS-IO-NAME
                       PERFORM IO-ABORT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STATE-FILE.

      * common I/O failure path - the status code still holds the
      * failing operation's result
       IO-ABORT.
           DISPLAY "ERRO DE E/S EM " WS-IO-NAME " STATUS "
               WS-FILE-STATUS "!".
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "file error " WS-IO-NAME " ST=" WS-FILE-STATUS
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "IO ERROR" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 12 TO RETURN-CODE.
           GOBACK.

       END PROGRAM ALERTESC.
