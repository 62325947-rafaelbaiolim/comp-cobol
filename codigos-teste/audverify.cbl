      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: audit-trail verification. Walks every archive listed
      *      in AUDARCH.CTL, oldest first, and then AUDIT.LOG as one
      *      chain, recomputing each record's AUDHASH from the one
      *      before it: a record whose HASH= no longer matches was
      *      edited, a jump in SEQ= is a gap (records removed), a
      *      repeated or falling SEQ= is an insertion or a reorder,
      *      an unchained record after the chain began was written
      *      around AUDITLOG. Each archive starts from its anchor in
      *      AUDARCH.CTL (or, unanchored, from its first chained
      *      record) and must end on the anchor AUDARCHIVE recorded
      *      at the cutover; AUDIT.LOG must end on the AUDCHAIN.DAT
      *      tip, so records cut from the end of a file are caught
      *      too. Records from before the chain existed are counted
      *      and passed. Every failure is listed in AUDVRPT.DAT with
      *      the file, record number and reason, the first one
      *      repeated in the closing line; a broken chain writes a
      *      CHAIN FAIL audit record - which raises the operator
      *      alert - and ends the step RC=16. Control totals go to
      *      CTLTOTAL.DAT through CTLTOT (records read, report lines,
      *      chained records).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-CTL-FILE ASSIGN TO "AUDARCH.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *    deliberately not OPTIONAL: a missing archive must read
      *    back as status 35 so it is reported as a break
           SELECT LOG-IN-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL CHAIN-FILE ASSIGN TO "AUDCHAIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "AUDVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CTL-FILE.
       01  ARCH-CTL-REC PIC X(50).
       FD  LOG-IN-FILE.
       01  LOG-IN-REC PIC X(150).
       FD  CHAIN-FILE.
       01  CHAIN-FILE-REC PIC X(30).
       FD  RPT-FILE.
       01  RPT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-LOG-NAME PIC X(60).
       01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.
       01 WS-LOG-EOF-SW PIC X.
           88 LOG-EOF VALUE 'Y'.
      * the archived months and their chain anchors, as AUDARCHIVE
      * keeps them
       01 WS-MONTH-TABLE.
           05 WS-MONTH-LINE OCCURS 120 TIMES.
               10 WS-MONTH-ENTRY PIC X(6).
               10 FILLER PIC X(1).
               10 WS-MONTH-IN-SEQ PIC X(8).
               10 FILLER PIC X(1).
               10 WS-MONTH-IN-HASH PIC X(12).
               10 FILLER PIC X(1).
               10 WS-MONTH-OUT-SEQ PIC X(8).
               10 FILLER PIC X(1).
               10 WS-MONTH-OUT-HASH PIC X(12).
       01 WS-MONTH-COUNT PIC 9(3) VALUE 0.
       01 WS-MONTH-IDX PIC 9(3).
      * the anchors of the file being walked (spaces = none)
       01 WS-LOG-IN-SEQ PIC X(8).
       01 WS-LOG-IN-HASH PIC X(12).
       01 WS-LOG-OUT-SEQ PIC X(8).
       01 WS-LOG-OUT-HASH PIC X(12).
       01 WS-CHAIN-REC.
           05 WS-TIP-SEQ PIC X(8).
           05 FILLER PIC X(1).
           05 WS-TIP-HASH PIC X(12).
           05 FILLER PIC X(9).
      * the last link proved so far
       01 WS-CHAIN-ON PIC X VALUE 'N'.
       01 WS-RUN-SEQ PIC 9(8).
       01 WS-RUN-HASH PIC 9(12).
       01 WS-REC-SEQ PIC 9(8).
       01 WS-REC-HASH PIC 9(12).
       01 WS-CALC-HASH PIC 9(12).
       01 WS-ANC-SEQ PIC 9(8).
       01 WS-ANC-HASH PIC 9(12).
       01 WS-GAP-FROM PIC 9(8).
       01 WS-GAP-TO PIC 9(8).
       01 WS-REC-NO PIC 9(6).
       01 WS-FILE-RECS PIC 9(6).
       01 WS-FILE-CHAINED PIC 9(6).
       01 WS-FILE-FIRST PIC 9(8).
       01 WS-FILE-LAST PIC 9(8).
       01 WS-FILE-COUNT PIC 9(3) VALUE 0.
       01 WS-REC-COUNT PIC 9(6) VALUE 0.
       01 WS-CHAINED-COUNT PIC 9(6) VALUE 0.
       01 WS-LEGACY-COUNT PIC 9(6) VALUE 0.
       01 WS-BREAK-COUNT PIC 9(5) VALUE 0.
       01 WS-BRK-REASON PIC X(60).
       01 WS-FIRST-BRK PIC X(100).
       01 WS-LINES-OUT PIC 9(6) VALUE 0.
       01 WS-RPT-LINE PIC X(132).
       01 WS-RPT-DATE-RAW PIC X(21).
       01 WS-RPT-DATE PIC X(10).
       01 WS-RUN-FUNC PIC X(3) VALUE "GET".
       01 WS-RUN-NUMBER PIC 9(6).
       01 WS-ENT-FUNC PIC X(3) VALUE "GET".
       01 WS-ENT-CODE PIC X(3).
       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
       01 WS-CTL-HASH PIC S9(9)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "AUDVERIFY".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "AUDVERIFY".
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    read-only work over the logs - the shared-mode check
      *    refuses only an exclusive holder
           MOVE "CHS" TO WS-LOCK-FUNC.
           CALL "RUNLOCK" USING WS-LOCK-FUNC, WS-LOCK-HOLDER,
               WS-LOCK-RUN, WS-LOCK-RESULT, WS-LOCK-INFO.
           IF WS-LOCK-RESULT = 'N'
               DISPLAY "Trava de execucao em uso: " WS-LOCK-INFO
               MOVE "run lock held by another session"
                   TO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      *    OPMENU and the driver can CALL this program more than
      *    once in a run unit, so the counters and switches are
      *    reset here rather than trusted to VALUE clauses
           MOVE 0 TO WS-FILE-COUNT, WS-REC-COUNT, WS-CHAINED-COUNT.
           MOVE 0 TO WS-LEGACY-COUNT, WS-BREAK-COUNT, WS-LINES-OUT.
           MOVE 0 TO WS-RUN-SEQ, WS-RUN-HASH.
           MOVE 'N' TO WS-CHAIN-ON, WS-CTL-EOF-SW.
           MOVE SPACES TO WS-FIRST-BRK.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM LOAD-MONTH-LIST.
           PERFORM READ-CHAIN-TIP.

           OPEN OUTPUT RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDVRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO AUDVERIFY  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "VERIFICACAO DO ENCADEAMENTO DA TRILHA DE AUDITORIA"
               " - ARQUIVOS EM AUDARCH.CTL: " WS-MONTH-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           PERFORM VERIFY-ONE-ARCHIVE
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT.

           MOVE "AUDIT.LOG" TO WS-LOG-NAME.
           MOVE SPACES TO WS-LOG-IN-SEQ, WS-LOG-IN-HASH.
           MOVE WS-TIP-SEQ TO WS-LOG-OUT-SEQ.
           MOVE WS-TIP-HASH TO WS-LOG-OUT-HASH.
           PERFORM VERIFY-ONE-LOG.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "ARQUIVOS: " WS-FILE-COUNT "  REGISTROS: "
               WS-REC-COUNT "  ENCADEADOS: " WS-CHAINED-COUNT
               "  ANTERIORES AO ENCADEAMENTO: " WS-LEGACY-COUNT
               "  FALHAS: " WS-BREAK-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-BREAK-COUNT = 0
               MOVE "RESULTADO: CADEIA INTEGRA" TO WS-RPT-LINE
           ELSE
               STRING "RESULTADO: CADEIA ROMPIDA - PRIMEIRA FALHA: "
                   WS-FIRST-BRK DELIMITED BY SIZE INTO WS-RPT-LINE
           END-IF.
           PERFORM WRITE-RPT-LINE.
           CLOSE RPT-FILE.

           MOVE WS-REC-COUNT TO WS-CTL-READ.
           MOVE WS-LINES-OUT TO WS-CTL-WRITTEN.
           MOVE WS-CHAINED-COUNT TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "RECS=" WS-REC-COUNT " CHAINED=" WS-CHAINED-COUNT
               " BRK=" WS-BREAK-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           IF WS-BREAK-COUNT = 0
               MOVE "OK" TO WS-AUD-OUTCOME
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "AUDVERIFY: TRILHA DE AUDITORIA ROMPIDA - "
                   WS-BREAK-COUNT " FALHA(S), VER AUDVRPT.DAT"
               MOVE "CHAIN FAIL" TO WS-AUD-OUTCOME
           END-IF.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-BREAK-COUNT = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-MONTH-LIST.
           MOVE 0 TO WS-MONTH-COUNT.
           OPEN INPUT ARCH-CTL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDARCH.CTL" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-MONTH-REC UNTIL CTL-EOF.
           CLOSE ARCH-CTL-FILE.

       LOAD-MONTH-REC.
           READ ARCH-CTL-FILE
               AT END
                   SET CTL-EOF TO TRUE
               NOT AT END
                   IF WS-MONTH-COUNT < 120
                       AND ARCH-CTL-REC(1:6) NOT = SPACES
                       ADD 1 TO WS-MONTH-COUNT
                       MOVE ARCH-CTL-REC TO
                           WS-MONTH-LINE(WS-MONTH-COUNT)
                   END-IF
           END-READ.

      * the tip AUDITLOG keeps - AUDIT.LOG must end on it
       READ-CHAIN-TIP.
           MOVE SPACES TO WS-CHAIN-REC.
           OPEN INPUT CHAIN-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDCHAIN.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ CHAIN-FILE INTO WS-CHAIN-REC
               AT END
                   MOVE SPACES TO WS-CHAIN-REC
           END-READ.
           CLOSE CHAIN-FILE.
           IF WS-TIP-SEQ IS NOT NUMERIC
               OR WS-TIP-HASH IS NOT NUMERIC
               MOVE SPACES TO WS-CHAIN-REC
           END-IF.

       VERIFY-ONE-ARCHIVE.
           MOVE SPACES TO WS-LOG-NAME.
           STRING "AUDIT." WS-MONTH-ENTRY(WS-MONTH-IDX) ".LOG"
               DELIMITED BY SIZE INTO WS-LOG-NAME.
           MOVE WS-MONTH-IN-SEQ(WS-MONTH-IDX) TO WS-LOG-IN-SEQ.
           MOVE WS-MONTH-IN-HASH(WS-MONTH-IDX) TO WS-LOG-IN-HASH.
           MOVE WS-MONTH-OUT-SEQ(WS-MONTH-IDX) TO WS-LOG-OUT-SEQ.
           MOVE WS-MONTH-OUT-HASH(WS-MONTH-IDX) TO WS-LOG-OUT-HASH.
           PERFORM VERIFY-ONE-LOG.

      * one file of the chain: pick up its starting anchor, prove
      * every record, then hold its last link against its end
      * anchor
       VERIFY-ONE-LOG.
           ADD 1 TO WS-FILE-COUNT.
           MOVE 0 TO WS-REC-NO, WS-FILE-RECS, WS-FILE-CHAINED.
           MOVE 0 TO WS-FILE-FIRST, WS-FILE-LAST.
           IF WS-LOG-IN-SEQ IS NUMERIC AND WS-LOG-IN-HASH IS NUMERIC
               MOVE WS-LOG-IN-SEQ TO WS-ANC-SEQ
               MOVE WS-LOG-IN-HASH TO WS-ANC-HASH
               IF WS-CHAIN-ON = 'Y'
                   AND (WS-ANC-SEQ NOT = WS-RUN-SEQ
                       OR WS-ANC-HASH NOT = WS-RUN-HASH)
                   MOVE "inicio nao encadeia com o arquivo anterior"
                       TO WS-BRK-REASON
                   PERFORM REPORT-BREAK
               END-IF
               MOVE WS-ANC-SEQ TO WS-RUN-SEQ
               MOVE WS-ANC-HASH TO WS-RUN-HASH
               MOVE 'Y' TO WS-CHAIN-ON
           END-IF.

           OPEN INPUT LOG-IN-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE "arquivo ausente do disco" TO WS-BRK-REASON
               PERFORM REPORT-BREAK
               MOVE 'N' TO WS-CHAIN-ON
           ELSE
               IF NOT FILE-STATUS-OK
                   MOVE WS-LOG-NAME(1:14) TO WS-IO-NAME
                   PERFORM IO-ABORT
               END-IF
               MOVE 'N' TO WS-LOG-EOF-SW
               PERFORM CHECK-ONE-REC UNTIL LOG-EOF
               CLOSE LOG-IN-FILE
               MOVE SPACES TO WS-RPT-LINE
               STRING "ARQUIVO " WS-LOG-NAME(1:20)
                   " REGISTROS: " WS-FILE-RECS
                   "  ENCADEADOS: " WS-FILE-CHAINED
                   "  SEQ " WS-FILE-FIRST " A " WS-FILE-LAST
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               IF WS-LOG-OUT-SEQ IS NUMERIC
                   AND WS-LOG-OUT-HASH IS NUMERIC
                   MOVE WS-LOG-OUT-SEQ TO WS-ANC-SEQ
                   MOVE WS-LOG-OUT-HASH TO WS-ANC-HASH
                   IF WS-CHAIN-ON = 'N'
                       OR WS-ANC-SEQ NOT = WS-RUN-SEQ
                       OR WS-ANC-HASH NOT = WS-RUN-HASH
                       MOVE SPACES TO WS-BRK-REASON
                       STRING "fim difere do ultimo elo registrado "
                           "(SEQ " WS-LOG-OUT-SEQ ")"
                           DELIMITED BY SIZE INTO WS-BRK-REASON
                       PERFORM REPORT-BREAK
                   END-IF
      *            the next file is held to the recorded link, so a
      *            cut at the end of this one is reported only once
                   MOVE WS-ANC-SEQ TO WS-RUN-SEQ
                   MOVE WS-ANC-HASH TO WS-RUN-HASH
                   MOVE 'Y' TO WS-CHAIN-ON
               END-IF
           END-IF.

       CHECK-ONE-REC.
           READ LOG-IN-FILE
               AT END
                   SET LOG-EOF TO TRUE
           END-READ.
           IF NOT LOG-EOF AND NOT FILE-STATUS-OK
               MOVE WS-LOG-NAME(1:14) TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           IF NOT LOG-EOF
               ADD 1 TO WS-REC-NO, WS-FILE-RECS, WS-REC-COUNT
      *        records from before the chain may only precede its
      *        first link
               IF LOG-IN-REC(116:5) NOT = " SEQ="
                   IF WS-CHAIN-ON = 'Y' AND WS-RUN-SEQ > 0
                       MOVE "registro sem encadeamento"
                           TO WS-BRK-REASON
                       PERFORM REPORT-BREAK
                   ELSE
                       ADD 1 TO WS-LEGACY-COUNT
                   END-IF
               ELSE
                   IF LOG-IN-REC(121:8) IS NOT NUMERIC
                       OR LOG-IN-REC(129:6) NOT = " HASH="
                       OR LOG-IN-REC(135:12) IS NOT NUMERIC
                       MOVE "campos de encadeamento danificados"
                           TO WS-BRK-REASON
                       PERFORM REPORT-BREAK
                       MOVE 'N' TO WS-CHAIN-ON
                   ELSE
                       PERFORM CHECK-CHAINED-REC
                   END-IF
               END-IF
           END-IF.

      * SEQ 1 opens the chain from hash zero; any other first
      * record with no anchor before it is taken as it stands
       CHECK-CHAINED-REC.
           MOVE LOG-IN-REC(121:8) TO WS-REC-SEQ.
           MOVE LOG-IN-REC(135:12) TO WS-REC-HASH.
           ADD 1 TO WS-FILE-CHAINED, WS-CHAINED-COUNT.
           IF WS-FILE-FIRST = 0
               MOVE WS-REC-SEQ TO WS-FILE-FIRST
           END-IF.
           MOVE WS-REC-SEQ TO WS-FILE-LAST.
           IF WS-CHAIN-ON = 'N' AND WS-REC-SEQ NOT = 1
               MOVE SPACES TO WS-RPT-LINE
               STRING "  AVISO " WS-LOG-NAME(1:20) " REG "
                   WS-REC-NO " SEQ " WS-REC-SEQ
                   " - cadeia retomada sem elo anterior"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE WS-REC-SEQ TO WS-RUN-SEQ
               MOVE WS-REC-HASH TO WS-RUN-HASH
               MOVE 'Y' TO WS-CHAIN-ON
           ELSE
               IF WS-CHAIN-ON = 'N'
                   MOVE 0 TO WS-RUN-SEQ, WS-RUN-HASH
                   MOVE 'Y' TO WS-CHAIN-ON
               END-IF
               PERFORM CHECK-CHAIN-LINK
           END-IF.

       CHECK-CHAIN-LINK.
           IF WS-REC-SEQ NOT = WS-RUN-SEQ + 1
               MOVE SPACES TO WS-BRK-REASON
               IF WS-REC-SEQ > WS-RUN-SEQ + 1
                   COMPUTE WS-GAP-FROM = WS-RUN-SEQ + 1
                   COMPUTE WS-GAP-TO = WS-REC-SEQ - 1
                   STRING "lacuna - faltam SEQ " WS-GAP-FROM " A "
                       WS-GAP-TO DELIMITED BY SIZE INTO WS-BRK-REASON
               ELSE
                   STRING "SEQ repetido ou fora de ordem (esperado "
                       WS-RUN-SEQ ")" DELIMITED BY SIZE
                       INTO WS-BRK-REASON
               END-IF
               PERFORM REPORT-BREAK
           ELSE
               CALL "AUDHASH" USING WS-RUN-HASH, LOG-IN-REC(1:128),
                   WS-CALC-HASH
               IF WS-CALC-HASH NOT = WS-REC-HASH
                   MOVE "registro alterado - HASH nao confere"
                       TO WS-BRK-REASON
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.
      *    carry on from this record so one break is reported once
      *    and the links after it are still proved
           MOVE WS-REC-SEQ TO WS-RUN-SEQ.
           MOVE WS-REC-HASH TO WS-RUN-HASH.

       REPORT-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "  FALHA " WS-LOG-NAME(1:20) " REG " WS-REC-NO
               " - " WS-BRK-REASON
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           IF WS-BREAK-COUNT = 1
               MOVE WS-RPT-LINE(9:100) TO WS-FIRST-BRK
           END-IF.

       WRITE-RPT-LINE.
           WRITE RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "AUDVRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-LINES-OUT.

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

       END PROGRAM AUDVERIFY.
