      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: usage statistics for the reference master
      *      BUSCAMST.DAT, run periodically (weekly or month end)
      *      through BATCHDRV. First the BUSCAHIT.DAT hit journal
      *      that BUSCABINARIA and BUSCAINQ append to is folded into
      *      the master: each journalled value adds one to its
      *      entry's hit count and moves its last-hit date forward.
      *      A hit on a value no longer on the master is counted as
      *      an orphan and dropped; an unreadable journal record is
      *      counted as invalid and ends the step RC=4. The journal
      *      is emptied once folded, so a rerun does not count the
      *      same hits twice. Then BUSCASRPT.DAT lists the top N
      *      most-searched entries and every dormant entry - one
      *      whose last hit (or, never hit, the date it was added)
      *      is more than the dormant-day limit behind today - and
      *      each dormant value is written to BUSCADEL.DAT as a
      *      BUSCATRN.DAT delete transaction ("D" in col 1, the
      *      signed amount in cols 3-14). The deck is only a
      *      candidate list: the desk reviews it against the report
      *      and copies what it accepts to BUSCATRN.DAT for a
      *      BUSCAMNT TRAN run. Control card BUSCASPRM.DAT (optional):
      *      cols 1-4 the dormant-day limit (default 90), cols 6-8
      *      the top N (default 20, at most 100). Control totals go
      *      to CTLTOTAL.DAT through CTLTOT (journal records read,
      *      deck records written, dormant value total).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCASTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "BUSCAMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL HIT-FILE ASSIGN TO "BUSCAHIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "BUSCASPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STA-RPT-FILE ASSIGN TO "BUSCASRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT DEL-FILE ASSIGN TO "BUSCADEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  BM-REC.
           05 BM-KEY PIC 9(10)V99.
           05 BM-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 BM-OCCURS PIC 9(3).
           05 BM-HITS PIC 9(7).
           05 BM-LAST-HIT PIC 9(8).
           05 BM-ADDED PIC 9(8).
       FD  HIT-FILE.
       01  HIT-REC PIC X(40).
       FD  PRM-FILE.
       01  PRM-REC PIC X(20).
       FD  STA-RPT-FILE.
       01  STA-RPT-REC PIC X(132).
       FD  DEL-FILE.
       01  DEL-REC PIC X(20).
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.
           88 MST-OK VALUE "00".
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-KEY-BIAS PIC 9(10) VALUE 1000000000.
      * one BUSCAHIT.DAT journal record
       01 WS-HIT-LINE.
           05 WS-HIT-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 WS-HIT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-HIT-PROG PIC X(12).
           05 FILLER PIC X(6).
      * one BUSCATRN.DAT delete transaction
       01 WS-DEL-LINE.
           05 WS-DEL-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 WS-DEL-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(6).
       01 WS-HIT-EOF-SW PIC X VALUE 'N'.
           88 HIT-EOF VALUE 'Y'.
       01 WS-MST-EOF-SW PIC X VALUE 'N'.
           88 MST-EOF VALUE 'Y'.
       01 WS-DORM-DAYS PIC 9(4) VALUE 90.
       01 WS-TOP-N PIC 9(3) VALUE 20.
       01 WS-TODAY PIC 9(8).
       01 WS-TODAY-INT PIC 9(7).
       01 WS-REF-DATE PIC 9(8).
       01 WS-REF-INT PIC 9(7).
       01 WS-IDLE-DAYS PIC 9(5).
       01 WS-HIT-READ PIC 9(6) VALUE 0.
       01 WS-HIT-APPLIED PIC 9(6) VALUE 0.
       01 WS-HIT-ORPHAN PIC 9(5) VALUE 0.
       01 WS-HIT-INVALID PIC 9(5) VALUE 0.
       01 WS-MST-COUNT PIC 9(6) VALUE 0.
       01 WS-NEVER-COUNT PIC 9(6) VALUE 0.
       01 WS-DORM-COUNT PIC 9(5) VALUE 0.
       01 WS-DORM-SUM PIC S9(13)V99 VALUE 0.
      * the most-searched entries so far, most hits first (equal
      * counts keep key order, the order the master is read in)
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 100 TIMES.
               10 WS-TOP-VALUE PIC S9(9)V99.
               10 WS-TOP-OCCURS PIC 9(3).
               10 WS-TOP-HITS PIC 9(7).
               10 WS-TOP-LAST PIC 9(8).
               10 WS-TOP-ADDED PIC 9(8).
       01 WS-TOP-COUNT PIC 9(3) VALUE 0.
       01 WS-TOP-IDX PIC 9(3).
       01 WS-TOP-POS PIC 9(3).
      * report line pieces
       01 WS-VAL-ED PIC -(9)9.99.
       01 WS-HITS-ED PIC Z(6)9.
       01 WS-OCC-ED PIC ZZ9.
       01 WS-DAYS-ED PIC Z(4)9.
       01 WS-DATE-IN PIC 9(8).
       01 WS-DATE-TXT PIC X(10).
       01 WS-LAST-TXT PIC X(10).
       01 WS-ADDED-TXT PIC X(10).
       01 WS-DAYS-TXT PIC X(5).
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "BUSCASTA".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "BUSCASTA".
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE "CHK" TO WS-LOCK-FUNC.
           CALL "RUNLOCK" USING WS-LOCK-FUNC, WS-LOCK-HOLDER,
               WS-LOCK-RUN, WS-LOCK-RESULT, WS-LOCK-INFO.
           IF WS-LOCK-RESULT = 'N'
               DISPLAY "Trava de execucao em uso: " WS-LOCK-INFO
               MOVE "run lock held by another session"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE 0 TO WS-HIT-READ, WS-HIT-APPLIED, WS-HIT-ORPHAN.
           MOVE 0 TO WS-HIT-INVALID, WS-MST-COUNT, WS-NEVER-COUNT.
           MOVE 0 TO WS-DORM-COUNT, WS-DORM-SUM, WS-TOP-COUNT.
           MOVE 0 TO WS-LINES-OUT.
           MOVE 90 TO WS-DORM-DAYS.
           MOVE 20 TO WS-TOP-N.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           MOVE WS-RPT-DATE-RAW(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

           PERFORM READ-PARM-CARD.

           OPEN I-O MASTER-FILE.
           IF NOT MST-OK
               DISPLAY "BUSCAMST.DAT indisponivel, status "
                   WS-MST-STATUS "!"
               MOVE "reference master unavailable" TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.

           PERFORM FOLD-JOURNAL.

      *    first pass over the master: the top N and the counts
           PERFORM START-MASTER.
           PERFORM RANK-ONE-ENTRY UNTIL MST-EOF.

           OPEN OUTPUT STA-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCASRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           OPEN OUTPUT DEL-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCADEL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO BUSCASTA  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "USO DO MESTRE DE REFERENCIA BUSCAMST.DAT - "
               "ENTRADAS: " WS-MST-COUNT
               "  NUNCA CONSULTADAS: " WS-NEVER-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DIARIO BUSCAHIT.DAT - LIDOS: " WS-HIT-READ
               "  APLICADOS: " WS-HIT-APPLIED
               "  FORA DO MESTRE: " WS-HIT-ORPHAN
               "  INVALIDOS: " WS-HIT-INVALID
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           PERFORM REPORT-TOP.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SEM CONSULTA HA MAIS DE " WS-DORM-DAYS " DIAS "
               "(CANDIDATOS A EXCLUSAO EM BUSCADEL.DAT)"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
      *    second pass: the dormant entries and the deletion deck
           PERFORM START-MASTER.
           PERFORM CHECK-ONE-DORMANT UNTIL MST-EOF.
           IF WS-DORM-COUNT = 0
               MOVE "  NENHUMA ENTRADA DORMENTE" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE WS-DORM-SUM TO WS-VAL-ED.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "DORMENTES: " WS-DORM-COUNT "  VALOR TOTAL: "
               WS-VAL-ED "  TRANSACOES D EM BUSCADEL.DAT: "
               WS-DORM-COUNT DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE STA-RPT-FILE.
           CLOSE DEL-FILE.
           CLOSE MASTER-FILE.

           MOVE WS-HIT-READ TO WS-CTL-READ.
           MOVE WS-DORM-COUNT TO WS-CTL-WRITTEN.
           MOVE WS-DORM-SUM TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "HITS=" WS-HIT-APPLIED " ORPH=" WS-HIT-ORPHAN
               " DORM=" WS-DORM-COUNT
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-HIT-INVALID > 0
               DISPLAY "BUSCASTA: " WS-HIT-INVALID " REGISTRO(S) "
                   "INVALIDO(S) EM BUSCAHIT.DAT, VER BUSCASRPT.DAT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      * cols 1-4 a dormant-day limit of 1-9999, cols 6-8 a top N of
      * 1-100; a blank or unusable field keeps its default
       READ-PARM-CARD.
           OPEN INPUT PRM-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCASPRM.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           READ PRM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-REC(1:4) IS NUMERIC
                       AND PRM-REC(1:4) NOT = "0000"
                       MOVE PRM-REC(1:4) TO WS-DORM-DAYS
                   ELSE
                       IF PRM-REC(1:4) NOT = SPACES
                           DISPLAY "BUSCASPRM.DAT dias invalidos, "
                               "assumido " WS-DORM-DAYS ": " PRM-REC
                       END-IF
                   END-IF
                   IF PRM-REC(6:3) IS NUMERIC
                       AND PRM-REC(6:3) NOT = "000"
                       AND PRM-REC(6:3) NOT > "100"
                       MOVE PRM-REC(6:3) TO WS-TOP-N
                   ELSE
                       IF PRM-REC(6:3) NOT = SPACES
                           DISPLAY "BUSCASPRM.DAT top invalido, "
                               "assumido N=" WS-TOP-N ": " PRM-REC
                       END-IF
                   END-IF
           END-READ.
           CLOSE PRM-FILE.

      * every journalled hit is posted to its master entry; the
      * journal is emptied as soon as it has been folded in
       FOLD-JOURNAL.
           OPEN INPUT HIT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCAHIT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE 'N' TO WS-HIT-EOF-SW.
           PERFORM FOLD-ONE-HIT UNTIL HIT-EOF.
           CLOSE HIT-FILE.
           OPEN OUTPUT HIT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCAHIT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           CLOSE HIT-FILE.

       FOLD-ONE-HIT.
           READ HIT-FILE INTO WS-HIT-LINE
               AT END
                   SET HIT-EOF TO TRUE
           END-READ.
           IF NOT HIT-EOF
               ADD 1 TO WS-HIT-READ
               IF (HIT-REC(1:1) NOT = '+' AND HIT-REC(1:1) NOT = '-')
                   OR HIT-REC(2:11) IS NOT NUMERIC
                   OR HIT-REC(14:8) IS NOT NUMERIC
                   ADD 1 TO WS-HIT-INVALID
                   DISPLAY "BUSCAHIT.DAT registro invalido: "
                       HIT-REC
               ELSE
                   COMPUTE BM-KEY = WS-HIT-VALUE + WS-KEY-BIAS
                   READ MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-HIT-ORPHAN
                       NOT INVALID KEY
                           PERFORM POST-ONE-HIT
                   END-READ
               END-IF
           END-IF.

       POST-ONE-HIT.
           IF BM-HITS < 9999999
               ADD 1 TO BM-HITS
           END-IF.
           IF WS-HIT-DATE > BM-LAST-HIT
               MOVE WS-HIT-DATE TO BM-LAST-HIT
           END-IF.
           REWRITE BM-REC.
           IF NOT MST-OK
               MOVE WS-MST-STATUS TO WS-FILE-STATUS
               MOVE "BUSCAMST.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-HIT-APPLIED.

       START-MASTER.
           MOVE 'N' TO WS-MST-EOF-SW.
           MOVE 0 TO BM-KEY.
           START MASTER-FILE KEY IS NOT LESS THAN BM-KEY
               INVALID KEY
                   SET MST-EOF TO TRUE
           END-START.
           IF NOT MST-EOF
               PERFORM READ-NEXT-MASTER
           END-IF.

       READ-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   SET MST-EOF TO TRUE
           END-READ.

       RANK-ONE-ENTRY.
           ADD 1 TO WS-MST-COUNT.
           IF BM-HITS = 0
               ADD 1 TO WS-NEVER-COUNT
           ELSE
               IF WS-TOP-COUNT < WS-TOP-N
                   PERFORM INSERT-TOP
               ELSE
                   IF WS-TOP-COUNT > 0
                       IF BM-HITS > WS-TOP-HITS(WS-TOP-COUNT)
                           PERFORM INSERT-TOP
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM READ-NEXT-MASTER.

      * the entry goes in ahead of the first one with fewer hits,
      * the rest move down a place and the last drops off when the
      * table already holds N
       INSERT-TOP.
           PERFORM VARYING WS-TOP-POS FROM 1 BY 1
               UNTIL WS-TOP-POS > WS-TOP-COUNT
               OR BM-HITS > WS-TOP-HITS(WS-TOP-POS)
               CONTINUE
           END-PERFORM.
           IF WS-TOP-COUNT < WS-TOP-N
               ADD 1 TO WS-TOP-COUNT
           END-IF.
           PERFORM VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
               UNTIL WS-TOP-IDX <= WS-TOP-POS
               MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
                   TO WS-TOP-ENTRY(WS-TOP-IDX)
           END-PERFORM.
           MOVE BM-VALUE TO WS-TOP-VALUE(WS-TOP-POS).
           MOVE BM-OCCURS TO WS-TOP-OCCURS(WS-TOP-POS).
           MOVE BM-HITS TO WS-TOP-HITS(WS-TOP-POS).
           MOVE BM-LAST-HIT TO WS-TOP-LAST(WS-TOP-POS).
           MOVE BM-ADDED TO WS-TOP-ADDED(WS-TOP-POS).

       REPORT-TOP.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "MAIS CONSULTADOS (TOP " WS-TOP-N ")"
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM WRITE-COLUMN-HEADS.
           IF WS-TOP-COUNT = 0
               MOVE "  NENHUMA CONSULTA REGISTRADA" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.
           PERFORM VARYING WS-TOP-IDX FROM 1 BY 1
               UNTIL WS-TOP-IDX > WS-TOP-COUNT
               MOVE WS-TOP-VALUE(WS-TOP-IDX) TO WS-VAL-ED
               MOVE WS-TOP-HITS(WS-TOP-IDX) TO WS-HITS-ED
               MOVE WS-TOP-OCCURS(WS-TOP-IDX) TO WS-OCC-ED
               MOVE WS-TOP-LAST(WS-TOP-IDX) TO WS-DATE-IN
               PERFORM EDIT-DATE
               MOVE WS-DATE-TXT TO WS-LAST-TXT
               MOVE WS-TOP-ADDED(WS-TOP-IDX) TO WS-DATE-IN
               PERFORM EDIT-DATE
               MOVE WS-DATE-TXT TO WS-ADDED-TXT
               MOVE SPACES TO WS-DAYS-TXT
               PERFORM WRITE-ENTRY-LINE
           END-PERFORM.

      * an entry is dormant when its last hit - or, never hit, the
      * day it was added - is more than the limit behind today; an
      * entry with no usable date at all is dormant too
       CHECK-ONE-DORMANT.
           IF BM-LAST-HIT > 0
               MOVE BM-LAST-HIT TO WS-REF-DATE
           ELSE
               MOVE BM-ADDED TO WS-REF-DATE
           END-IF.
           MOVE 0 TO WS-REF-INT.
           IF WS-REF-DATE > 0
               COMPUTE WS-REF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-REF-DATE)
           END-IF.
           IF WS-REF-INT = 0 OR WS-REF-INT > WS-TODAY-INT
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS = WS-TODAY-INT - WS-REF-INT
           END-IF.
           IF WS-REF-INT = 0 OR WS-IDLE-DAYS > WS-DORM-DAYS
               PERFORM WRITE-DORMANT
           END-IF.
           PERFORM READ-NEXT-MASTER.

       WRITE-DORMANT.
           ADD 1 TO WS-DORM-COUNT.
           ADD BM-VALUE TO WS-DORM-SUM.
           MOVE BM-VALUE TO WS-VAL-ED.
           MOVE BM-HITS TO WS-HITS-ED.
           MOVE BM-OCCURS TO WS-OCC-ED.
           MOVE BM-LAST-HIT TO WS-DATE-IN.
           PERFORM EDIT-DATE.
           MOVE WS-DATE-TXT TO WS-LAST-TXT.
           MOVE BM-ADDED TO WS-DATE-IN.
           PERFORM EDIT-DATE.
           MOVE WS-DATE-TXT TO WS-ADDED-TXT.
           IF WS-REF-INT = 0
               MOVE "  ?" TO WS-DAYS-TXT
           ELSE
               MOVE WS-IDLE-DAYS TO WS-DAYS-ED
               MOVE WS-DAYS-ED TO WS-DAYS-TXT
           END-IF.
           PERFORM WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-DEL-LINE.
           MOVE 'D' TO WS-DEL-TYPE.
           MOVE BM-VALUE TO WS-DEL-VALUE.
           WRITE DEL-REC FROM WS-DEL-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCADEL.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * YYYYMMDD as YYYY-MM-DD, zero as NUNCA
       EDIT-DATE.
           MOVE SPACES TO WS-DATE-TXT.
           IF WS-DATE-IN = 0
               MOVE "NUNCA" TO WS-DATE-TXT
           ELSE
               STRING WS-DATE-IN(1:4) "-" WS-DATE-IN(5:2) "-"
                   WS-DATE-IN(7:2) DELIMITED BY SIZE INTO WS-DATE-TXT
           END-IF.

       WRITE-COLUMN-HEADS.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "           VALOR     HITS  ULT.CONSUL  INCLUIDO  "
               "  OCORR   DIAS" DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING WS-VAL-ED "  " WS-HITS-ED "  " WS-LAST-TXT "  "
               WS-ADDED-TXT "    " WS-OCC-ED "  " WS-DAYS-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

       WRITE-RPT-LINE.
           WRITE STA-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCASRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           ADD 1 TO WS-LINES-OUT.

       REJECT-INPUT.
           MOVE "REJECTED" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           MOVE 16 TO RETURN-CODE.
           GOBACK.

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

       END PROGRAM BUSCASTA.
