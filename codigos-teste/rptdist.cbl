      *      themselves behind separator banners. With no control
      *      file the step completes with nothing to distribute,
      *      the driver's usual missing-control-file tolerance.
      * Mod: 15/10/2026 - account masking by recipient clearance.
      *      DISTCTL.DAT col 25 carries the recipient's clearance
      *      class, 1 (lowest) to 9; a recipient given different
      *      classes on its lines gets the lowest of them, and one
      *      given none is class 1, so nobody unclassified receives
      *      account numbers. MASKRULE.DAT (optional, a "*" in col
      *      1 is a comment line) says which columns of which
      *      report are sensitive:
      *        cols  1-14 report base name (BUSCARPT, RANKRPT,
      *                   VETOUT...) - any .DAT or per-entity name
      *                   of it
      *        col  16    F = fixed field at cols 18-20 (first
      *                   column) for 22-24 (length); L = account
      *                   list, every run of digits from col 18-20
      *                   (blank = after the first "=" on the line)
      *        cols 26-27 digits left in clear at the end of each
      *                   field or account (blank = 3)
      *        col  29    class that sees the field in clear
      *                   (blank = 9)
      *        cols 31-50 line marker - the rule applies only to
      *                   lines starting with it (blank = all)
      *      Masked digits become "*". The cover page states the
      *      recipient's class and the masking level of the bundle,
      *      and each report in the table of contents is marked
      *      MASCARADO or INTEGRAL where a rule covers it. Every
      *      bundle in which a sensitive report went out in clear
      *      is recorded on AUDIT.LOG (outcome UNMASKED). An
      *      invalid masking rule refuses the step (RC=16) before
      *      any bundle is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    deliberately not OPTIONAL: a report missing this run
      *    must read back as status 35 so the bundle body says so,
      *    matching the cover page's AUSENTE flag
           SELECT OPTIONAL MASK-RULE-FILE ASSIGN TO "MASKRULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RPT-IN-FILE ASSIGN TO DYNAMIC WS-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       FILE SECTION.
       FD  DIST-CTL-FILE.
       01  DIST-CTL-REC PIC X(30).
       FD  MASK-RULE-FILE.
       01  MASK-RULE-REC PIC X(60).
       FD  RPT-IN-FILE.
       01  RPT-IN-REC PIC X(300).
       FD  BUNDLE-FILE.
       01 WS-CTL-IDX PIC 9(2).
       01 WS-RCPT-TABLE.
           05 WS-RCPT-ENTRY PIC X(8) OCCURS 10 TIMES.
      * each recipient's clearance class, 0 until a line gives one
       01 WS-RCPT-CLASS-TABLE.
           05 WS-RCPT-CLASS PIC 9(1) OCCURS 10 TIMES.
       01 WS-CTL-CLASS PIC 9(1).
       01 WS-CUR-CLASS PIC 9(1).
       01 WS-MR-EOF-SW PIC X.
           88 MR-EOF VALUE 'Y'.
      * the masking rules, and which of them apply to the report
      * being bundled for the recipient at hand
       01 WS-MR-TABLE.
           05 WS-MR-ENTRY OCCURS 50 TIMES.
               10 WS-MR-RPT PIC X(14).
               10 WS-MR-KIND PIC X(1).
               10 WS-MR-START PIC 9(3).
               10 WS-MR-LEN PIC 9(3).
               10 WS-MR-KEEP PIC 9(2).
               10 WS-MR-CLASS PIC 9(1).
               10 WS-MR-MARK PIC X(20).
               10 WS-MR-MARK-LEN PIC 9(2).
               10 WS-MR-ON PIC X(1).
       01 WS-MR-COUNT PIC 9(2) VALUE 0.
       01 WS-MR-IDX PIC 9(2).
       01 WS-MR-BAD PIC 9(3) VALUE 0.
       01 WS-MR-OK PIC X.
       01 WS-RPT-BASE PIC X(14).
       01 WS-RPT-MASKED PIC X.
       01 WS-RPT-WAIVED PIC X.
       01 WS-BND-MASKED PIC 9(2).
       01 WS-BND-WAIVED PIC 9(2).
       01 WS-MASKED-COUNT PIC 9(2) VALUE 0.
       01 WS-MSK-POS PIC 9(3).
       01 WS-MSK-SCAN PIC 9(3).
       01 WS-MSK-FROM PIC 9(3).
       01 WS-MSK-TO PIC 9(3).
       01 WS-MSK-DIGITS PIC 9(3).
       01 WS-MSK-HIDE PIC 9(3).
       01 WS-RCPT-COUNT PIC 9(2) VALUE 0.
       01 WS-RCPT-IDX PIC 9(2).
       01 WS-RCPT-HIT PIC 9(2).
           END-IF.
           MOVE 0 TO WS-CTL-COUNT, WS-RCPT-COUNT.
           MOVE 0 TO WS-BUNDLE-COUNT, WS-FLAG-COUNT.
           MOVE 0 TO WS-MR-COUNT, WS-MR-BAD, WS-MASKED-COUNT.
           MOVE 'N' TO WS-CTL-EOF-SW.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-MASK-RULES.
           IF WS-MR-BAD > 0
               DISPLAY "MASKRULE.DAT com " WS-MR-BAD
                   " regra(s) invalida(s) - nenhum pacote gravado."
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "masking rules invalid: " WS-MR-BAD
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM BUNDLE-ONE-RCPT
               VARYING WS-RCPT-IDX FROM 1 BY 1

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "BUNDLES=" WS-BUNDLE-COUNT " FLAGGED="
               WS-FLAG-COUNT " MASKED=" WS-MASKED-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           OPEN INPUT DIST-CTL-FILE.
           PERFORM LOAD-ONE-CTL UNTIL CTL-EOF.
           CLOSE DIST-CTL-FILE.
           PERFORM VARYING WS-RCPT-IDX FROM 1 BY 1
               UNTIL WS-RCPT-IDX > WS-RCPT-COUNT
               IF WS-RCPT-CLASS(WS-RCPT-IDX) = 0
                   MOVE 1 TO WS-RCPT-CLASS(WS-RCPT-IDX)
               END-IF
           END-PERFORM.

       LOAD-ONE-CTL.
           READ DIST-CTL-FILE
                   ADD 1 TO WS-RCPT-COUNT
                   MOVE WS-CTL-RCPT(WS-CTL-COUNT)
                       TO WS-RCPT-ENTRY(WS-RCPT-COUNT)
                   MOVE 0 TO WS-RCPT-CLASS(WS-RCPT-COUNT)
                   MOVE WS-RCPT-COUNT TO WS-RCPT-HIT
               END-IF
      *        the lowest class given on any of the recipient's lines
               IF WS-RCPT-HIT > 0 AND DIST-CTL-REC(25:1) IS NUMERIC
                   AND DIST-CTL-REC(25:1) NOT = "0"
                   MOVE DIST-CTL-REC(25:1) TO WS-CTL-CLASS
                   IF WS-RCPT-CLASS(WS-RCPT-HIT) = 0
                       OR WS-CTL-CLASS < WS-RCPT-CLASS(WS-RCPT-HIT)
                       MOVE WS-CTL-CLASS TO WS-RCPT-CLASS(WS-RCPT-HIT)
                   END-IF
               END-IF
           END-IF.

       LOAD-MASK-RULES.
           MOVE 'N' TO WS-MR-EOF-SW.
           OPEN INPUT MASK-RULE-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "MASKRULE.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-RULE UNTIL MR-EOF.
           CLOSE MASK-RULE-FILE.

       LOAD-ONE-RULE.
           READ MASK-RULE-FILE
               AT END
                   SET MR-EOF TO TRUE
           END-READ.
           IF NOT MR-EOF AND MASK-RULE-REC NOT = SPACES
               AND MASK-RULE-REC(1:1) NOT = "*"
               PERFORM CHECK-ONE-RULE
               IF WS-MR-OK = 'N' OR WS-MR-COUNT >= 50
                   ADD 1 TO WS-MR-BAD
                   DISPLAY "MASKRULE.DAT regra invalida: "
                       MASK-RULE-REC(1:50)
               ELSE
                   ADD 1 TO WS-MR-COUNT
                   MOVE SPACES TO WS-MR-RPT(WS-MR-COUNT)
                   UNSTRING MASK-RULE-REC(1:14) DELIMITED BY "."
                       INTO WS-MR-RPT(WS-MR-COUNT)
                   MOVE MASK-RULE-REC(16:1) TO WS-MR-KIND(WS-MR-COUNT)
                   MOVE 0 TO WS-MR-START(WS-MR-COUNT)
                   MOVE 0 TO WS-MR-LEN(WS-MR-COUNT)
                   IF MASK-RULE-REC(18:3) NOT = SPACES
                       MOVE MASK-RULE-REC(18:3)
                           TO WS-MR-START(WS-MR-COUNT)
                   END-IF
                   IF MASK-RULE-REC(22:3) NOT = SPACES
                       MOVE MASK-RULE-REC(22:3)
                           TO WS-MR-LEN(WS-MR-COUNT)
                   END-IF
                   MOVE 3 TO WS-MR-KEEP(WS-MR-COUNT)
                   IF MASK-RULE-REC(26:2) NOT = SPACES
                       MOVE MASK-RULE-REC(26:2)
                           TO WS-MR-KEEP(WS-MR-COUNT)
                   END-IF
                   MOVE 9 TO WS-MR-CLASS(WS-MR-COUNT)
                   IF MASK-RULE-REC(29:1) NOT = SPACE
                       MOVE MASK-RULE-REC(29:1)
                           TO WS-MR-CLASS(WS-MR-COUNT)
                   END-IF
                   MOVE MASK-RULE-REC(31:20) TO WS-MR-MARK(WS-MR-COUNT)
                   MOVE 0 TO WS-MR-MARK-LEN(WS-MR-COUNT)
                   PERFORM VARYING WS-MSK-POS FROM 20 BY -1
                       UNTIL WS-MSK-POS < 1
                           OR WS-MR-MARK-LEN(WS-MR-COUNT) > 0
                       IF MASK-RULE-REC(30 + WS-MSK-POS:1) NOT = SPACE
                           MOVE WS-MSK-POS
                               TO WS-MR-MARK-LEN(WS-MR-COUNT)
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-MR-ON(WS-MR-COUNT)
               END-IF
           END-IF.

      * a fixed field needs its first column and a length inside
      * the 300-byte line; a list may give a first column; the
      * counts and the class must be numeric where given
       CHECK-ONE-RULE.
           MOVE 'Y' TO WS-MR-OK.
           IF MASK-RULE-REC(1:14) = SPACES
               MOVE 'N' TO WS-MR-OK
           END-IF.
           IF MASK-RULE-REC(18:3) NOT = SPACES
               AND MASK-RULE-REC(18:3) IS NOT NUMERIC
               MOVE 'N' TO WS-MR-OK
           END-IF.
           IF MASK-RULE-REC(22:3) NOT = SPACES
               AND MASK-RULE-REC(22:3) IS NOT NUMERIC
               MOVE 'N' TO WS-MR-OK
           END-IF.
           IF MASK-RULE-REC(26:2) NOT = SPACES
               AND MASK-RULE-REC(26:2) IS NOT NUMERIC
               MOVE 'N' TO WS-MR-OK
           END-IF.
           IF MASK-RULE-REC(29:1) NOT = SPACE
               AND (MASK-RULE-REC(29:1) IS NOT NUMERIC
                   OR MASK-RULE-REC(29:1) = "0")
               MOVE 'N' TO WS-MR-OK
           END-IF.
           IF WS-MR-OK = 'Y'
               EVALUATE MASK-RULE-REC(16:1)
                   WHEN "F"
                       IF MASK-RULE-REC(18:3) = SPACES
                           OR MASK-RULE-REC(22:3) = SPACES
                           OR MASK-RULE-REC(18:3) = "000"
                           OR MASK-RULE-REC(22:3) = "000"
                           MOVE 'N' TO WS-MR-OK
                       ELSE
                           MOVE MASK-RULE-REC(18:3) TO WS-MSK-FROM
                           MOVE MASK-RULE-REC(22:3) TO WS-MSK-TO
                           IF WS-MSK-FROM + WS-MSK-TO - 1 > 300
                               MOVE 'N' TO WS-MR-OK
                           END-IF
                       END-IF
                   WHEN "L"
                       IF MASK-RULE-REC(18:3) = "000"
                           MOVE 'N' TO WS-MR-OK
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-MR-OK
               END-EVALUATE
           END-IF.

      * one bundle per recipient: cover page with the table of
      * contents first, then the reports behind separator banners
       BUNDLE-ONE-RCPT.
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-BUNDLE-COUNT.
           MOVE WS-RCPT-CLASS(WS-RCPT-IDX) TO WS-CUR-CLASS.
           MOVE 0 TO WS-BND-MASKED, WS-BND-WAIVED.
           PERFORM SCAN-ONE-REPORT-RULES
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT.
           IF WS-BND-MASKED > 0
               ADD 1 TO WS-MASKED-COUNT
           END-IF.

           MOVE SPACES TO WS-OUT-LINE.
           STRING "PACOTE DE RELATORIOS PARA "
               "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-OUT-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           EVALUATE TRUE
               WHEN WS-BND-MASKED > 0 AND WS-BND-WAIVED > 0
                   STRING "CLASSE DE ACESSO: " WS-CUR-CLASS
                       "  NIVEL DE MASCARAMENTO: PARCIAL - CAMPOS "
                       "SENSIVEIS MASCARADOS ONDE A CLASSE NAO "
                       "ALCANCA A REGRA"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               WHEN WS-BND-MASKED > 0
                   STRING "CLASSE DE ACESSO: " WS-CUR-CLASS
                       "  NIVEL DE MASCARAMENTO: TOTAL - CAMPOS "
                       "SENSIVEIS MASCARADOS"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               WHEN WS-BND-WAIVED > 0
                   STRING "CLASSE DE ACESSO: " WS-CUR-CLASS
                       "  NIVEL DE MASCARAMENTO: NENHUM - CAMPOS "
                       "SENSIVEIS INTEGRAIS (REGISTRADO NA AUDITORIA)"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               WHEN OTHER
                   STRING "CLASSE DE ACESSO: " WS-CUR-CLASS
                       "  NIVEL DE MASCARAMENTO: NAO SE APLICA - "
                       "SEM CAMPOS SENSIVEIS"
                       DELIMITED BY SIZE INTO WS-OUT-LINE
           END-EVALUATE.
           PERFORM WRITE-BUNDLE-LINE.
           MOVE "CONTEUDO:" TO WS-OUT-LINE.
           PERFORM WRITE-BUNDLE-LINE.
           PERFORM TOC-ONE-REPORT

           CLOSE BUNDLE-FILE.
           DISPLAY "Pacote gravado: " WS-BUNDLE-NAME(1:20).
           IF WS-BND-WAIVED > 0
               MOVE SPACES TO WS-AUD-DETAIL
               STRING WS-RCPT-ENTRY(WS-RCPT-IDX) " CLASS="
                   WS-CUR-CLASS " clear reports=" WS-BND-WAIVED
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "UNMASKED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
           END-IF.

      * counts the recipient's reports that go out masked and those
      * a rule covers that the class lets go out in clear
       SCAN-ONE-REPORT-RULES.
           IF WS-CTL-RCPT(WS-CTL-IDX)
               = WS-RCPT-ENTRY(WS-RCPT-IDX)
               PERFORM MARK-REPORT-RULES
               IF WS-RPT-MASKED = 'Y'
                   ADD 1 TO WS-BND-MASKED
               END-IF
               IF WS-RPT-WAIVED = 'Y'
                   ADD 1 TO WS-BND-WAIVED
               END-IF
           END-IF.

      * switches on the rules for report WS-CTL-IDX that the
      * recipient's class does not reach
       MARK-REPORT-RULES.
           MOVE SPACES TO WS-RPT-BASE.
           UNSTRING WS-CTL-RPT(WS-CTL-IDX) DELIMITED BY "."
               INTO WS-RPT-BASE.
           MOVE 'N' TO WS-RPT-MASKED, WS-RPT-WAIVED.
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
               UNTIL WS-MR-IDX > WS-MR-COUNT
               MOVE 'N' TO WS-MR-ON(WS-MR-IDX)
               IF WS-MR-RPT(WS-MR-IDX) = WS-RPT-BASE
                   IF WS-CUR-CLASS < WS-MR-CLASS(WS-MR-IDX)
                       MOVE 'Y' TO WS-MR-ON(WS-MR-IDX)
                       MOVE 'Y' TO WS-RPT-MASKED
                   ELSE
                       MOVE 'Y' TO WS-RPT-WAIVED
                   END-IF
               END-IF
           END-PERFORM.

       TOC-ONE-REPORT.
           IF WS-CTL-RCPT(WS-CTL-IDX)
                           DELIMITED BY SIZE INTO WS-OUT-LINE
                   END-IF
               END-IF
               PERFORM MARK-REPORT-RULES
               IF WS-RPT-MASKED = 'Y'
                   MOVE "MASCARADO" TO WS-OUT-LINE(60:9)
               ELSE
                   IF WS-RPT-WAIVED = 'Y'
                       MOVE "INTEGRAL" TO WS-OUT-LINE(60:8)
                   END-IF
               END-IF
               PERFORM WRITE-BUNDLE-LINE
           END-IF.

               STRING "===== " WS-CTL-RPT(WS-CTL-IDX) " ====="
                   DELIMITED BY SIZE INTO WS-OUT-LINE
               PERFORM WRITE-BUNDLE-LINE
               PERFORM MARK-REPORT-RULES
               MOVE SPACES TO WS-RPT-NAME
               MOVE WS-CTL-RPT(WS-CTL-IDX) TO WS-RPT-NAME
               MOVE 'N' TO WS-RPT-EOF-SW
                   SET RPT-EOF TO TRUE
           END-READ.
           IF NOT RPT-EOF
               IF WS-RPT-MASKED = 'Y'
                   MOVE RPT-IN-REC TO WS-OUT-LINE
                   PERFORM MASK-BY-ONE-RULE
                       VARYING WS-MR-IDX FROM 1 BY 1
                       UNTIL WS-MR-IDX > WS-MR-COUNT
                   WRITE BUNDLE-REC FROM WS-OUT-LINE
               ELSE
                   WRITE BUNDLE-REC FROM RPT-IN-REC
               END-IF
               IF NOT FILE-STATUS-OK
                   MOVE WS-BUNDLE-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
           END-IF.

       MASK-BY-ONE-RULE.
           IF WS-MR-ON(WS-MR-IDX) = 'Y'
               IF WS-MR-MARK-LEN(WS-MR-IDX) = 0
                   OR WS-OUT-LINE(1:WS-MR-MARK-LEN(WS-MR-IDX))
                   = WS-MR-MARK(WS-MR-IDX)
                       (1:WS-MR-MARK-LEN(WS-MR-IDX))
                   IF WS-MR-KIND(WS-MR-IDX) = "F"
                       MOVE WS-MR-START(WS-MR-IDX) TO WS-MSK-FROM
                       COMPUTE WS-MSK-TO = WS-MR-START(WS-MR-IDX)
                           + WS-MR-LEN(WS-MR-IDX) - 1
                       PERFORM MASK-DIGITS-IN-SPAN
                   ELSE
                       PERFORM MASK-ACCOUNT-LIST
                   END-IF
               END-IF
           END-IF.

      * every run of digits from the rule's first column - or past
      * the first "=" on the line - is one account number
       MASK-ACCOUNT-LIST.
           IF WS-MR-START(WS-MR-IDX) > 0
               MOVE WS-MR-START(WS-MR-IDX) TO WS-MSK-POS
           ELSE
               MOVE 301 TO WS-MSK-POS
               PERFORM VARYING WS-MSK-FROM FROM 1 BY 1
                   UNTIL WS-MSK-FROM > 300 OR WS-MSK-POS < 301
                   IF WS-OUT-LINE(WS-MSK-FROM:1) = "="
                       COMPUTE WS-MSK-POS = WS-MSK-FROM + 1
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM UNTIL WS-MSK-POS > 300
               IF WS-OUT-LINE(WS-MSK-POS:1) IS NUMERIC
                   MOVE WS-MSK-POS TO WS-MSK-FROM
                   PERFORM UNTIL WS-MSK-POS > 300
                       OR WS-OUT-LINE(WS-MSK-POS:1) IS NOT NUMERIC
                       ADD 1 TO WS-MSK-POS
                   END-PERFORM
                   COMPUTE WS-MSK-TO = WS-MSK-POS - 1
                   PERFORM MASK-DIGITS-IN-SPAN
               ELSE
                   ADD 1 TO WS-MSK-POS
               END-IF
           END-PERFORM.

      * stars out the digits between WS-MSK-FROM and WS-MSK-TO but
      * the rule's last few
       MASK-DIGITS-IN-SPAN.
           MOVE 0 TO WS-MSK-DIGITS.
           PERFORM VARYING WS-MSK-SCAN FROM WS-MSK-FROM BY 1
               UNTIL WS-MSK-SCAN > WS-MSK-TO
               IF WS-OUT-LINE(WS-MSK-SCAN:1) IS NUMERIC
                   ADD 1 TO WS-MSK-DIGITS
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MSK-HIDE.
           IF WS-MSK-DIGITS > WS-MR-KEEP(WS-MR-IDX)
               COMPUTE WS-MSK-HIDE = WS-MSK-DIGITS
                   - WS-MR-KEEP(WS-MR-IDX)
           END-IF.
           PERFORM VARYING WS-MSK-SCAN FROM WS-MSK-FROM BY 1
               UNTIL WS-MSK-SCAN > WS-MSK-TO OR WS-MSK-HIDE = 0
               IF WS-OUT-LINE(WS-MSK-SCAN:1) IS NUMERIC
                   MOVE "*" TO WS-OUT-LINE(WS-MSK-SCAN:1)
                   SUBTRACT 1 FROM WS-MSK-HIDE
               END-IF
           END-PERFORM.

       WRITE-BUNDLE-LINE.
           WRITE BUNDLE-REC FROM WS-OUT-LINE.
           IF NOT FILE-STATUS-OK
