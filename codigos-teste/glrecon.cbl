      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: GL load-result reconciliation - GLPOST.DAT went to
      *      the ledger on trust, and a line the GL refused for a
      *      closed account or period only surfaced when the trial
      *      balance was off a week later. This step reads the
      *      ledger's load-result return file GLLOAD.DAT (cols 1-45
      *      the import line exactly as GLPOST wrote it - account,
      *      D/C, amount, run, set, date - col 47 A=accepted/R=
      *      rejected, cols 49-88 the ledger's reason text) and
      *      matches it line by line against the posting of the
      *      same run as filed in GLPOST's GLPSTHST.DAT history
      *      (the run's latest posting id, so a reversed and re-
      *      posted run reconciles against what went out last). A
      *      returned line matches the first unmatched posting line
      *      with the same account, side, amount and set. The
      *      GLRECRPT.DAT report lists every line as loaded,
      *      rejected (with the reason), returned with no matching
      *      posting, and - from the posting side - missing from
      *      the return, with the counts. Every rejected or missing
      *      line raises an operator alert through AUDITLOG, and
      *      the run's posting status (CARREGADO, PARCIAL or NAO
      *      CARREGADO with the four counts) is filed in the one-
      *      line GLLDSTAT.DAT the OPMENU status board shows. Any
      *      exception ends the step with RC=4; an empty return
      *      file or a malformed return line refuses the run
      *      (AUDITLOG/RC=16). Control totals go to CTLTOTAL.DAT
      *      through CTLTOT (lines returned, lines matched, hash of
      *      returned amounts).
      * Mod: 15/10/2026 - GLPSTHST.DAT now carries the entity (cols
      *      54-56); the run's posting is taken from the lines of the
      *      current entity only, since every company of a multi-
      *      entity night shares the run number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-LOAD-FILE ASSIGN TO "GLLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL GL-HIST-FILE ASSIGN TO "GLPSTHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-RECON-RPT-FILE ASSIGN TO "GLRECRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT GL-LOAD-STAT-FILE ASSIGN TO "GLLDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-LOAD-FILE.
       01  GL-LOAD-REC PIC X(100).
       FD  GL-HIST-FILE.
       01  GL-HIST-REC PIC X(60).
       FD  GL-RECON-RPT-FILE.
       01  GL-RECON-RPT-REC PIC X(132).
       FD  GL-LOAD-STAT-FILE.
       01  GL-LOAD-STAT-REC PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
           88 FILE-STATUS-OK VALUES "00", "05".
       01 WS-IO-NAME PIC X(14).
       01 WS-LOAD-EOF-SW PIC X VALUE 'N'.
           88 LOAD-EOF VALUE 'Y'.
       01 WS-HIST-EOF-SW PIC X VALUE 'N'.
           88 HIST-EOF VALUE 'Y'.
      * the ledger's return line - the import line plus its verdict
       01 WS-LOAD-IN.
           05 WS-LOAD-ACCT PIC X(8).
           05 FILLER PIC X(1).
           05 WS-LOAD-DC PIC X(1).
           05 FILLER PIC X(1).
           05 WS-LOAD-AMT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 WS-LOAD-RUN PIC 9(6).
           05 FILLER PIC X(1).
           05 WS-LOAD-SET PIC X(4).
           05 FILLER PIC X(1).
           05 WS-LOAD-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-LOAD-VERDICT PIC X(1).
               88 LOAD-ACCEPTED VALUE 'A'.
               88 LOAD-REJECTED VALUE 'R'.
           05 FILLER PIC X(1).
           05 WS-LOAD-REASON PIC X(40).
           05 FILLER PIC X(12).
      * GLPOST's history record - import line plus posting id
       01 WS-HIST-IN.
           05 WS-HIST-ACCT PIC X(8).
           05 FILLER PIC X(1).
           05 WS-HIST-DC PIC X(1).
           05 FILLER PIC X(1).
           05 WS-HIST-AMT PIC 9(11)V99.
           05 FILLER PIC X(1).
           05 WS-HIST-RUN PIC 9(6).
           05 FILLER PIC X(1).
           05 WS-HIST-SET PIC X(4).
           05 FILLER PIC X(1).
           05 WS-HIST-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-HIST-POSTID PIC 9(6).
           05 FILLER PIC X(1).
           05 WS-HIST-ENT PIC X(3).
           05 FILLER PIC X(4).
       01 WS-POSTED-TABLE.
           05 WS-PST-ENTRY OCCURS 5000 TIMES.
               10 WS-PST-ACCT PIC X(8).
               10 WS-PST-DC PIC X(1).
               10 WS-PST-AMT PIC 9(11)V99.
               10 WS-PST-SET PIC X(4).
               10 WS-PST-MATCHED PIC X(1).
       01 WS-PST-COUNT PIC 9(4) VALUE 0.
       01 WS-PST-IDX PIC 9(4).
       01 WS-PST-HIT PIC 9(4).
       01 WS-PST-POSTID PIC 9(6) VALUE 0.
       01 WS-RECON-RUN PIC 9(6) VALUE 0.
       01 WS-LOAD-COUNT PIC 9(6) VALUE 0.
       01 WS-OK-COUNT PIC 9(6) VALUE 0.
       01 WS-REJ-COUNT PIC 9(6) VALUE 0.
       01 WS-MISS-COUNT PIC 9(6) VALUE 0.
       01 WS-EXTRA-COUNT PIC 9(6) VALUE 0.
       01 WS-LOAD-STATUS PIC X(13).
       01 WS-STAT-LINE.
           05 WS-STAT-RUN PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STAT-STATUS PIC X(13).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STAT-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STAT-OK PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STAT-REJ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STAT-MISS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-STAT-EXTRA PIC 9(6).
       01 WS-AMT-TXT PIC Z(10)9.99.
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
       01 WS-AUD-PROGRAM PIC X(12) VALUE "GLRECON".
       01 WS-LOCK-FUNC PIC X(3).
       01 WS-LOCK-HOLDER PIC X(12) VALUE "GLRECON".
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
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-PST-COUNT, WS-PST-POSTID, WS-RECON-RUN.
           MOVE 0 TO WS-LOAD-COUNT, WS-OK-COUNT, WS-REJ-COUNT.
           MOVE 0 TO WS-MISS-COUNT, WS-EXTRA-COUNT, WS-CTL-HASH.
           MOVE 'N' TO WS-LOAD-EOF-SW, WS-HIST-EOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-RPT-DATE-RAW.
           STRING WS-RPT-DATE-RAW(1:4) "-" WS-RPT-DATE-RAW(5:2) "-"
               WS-RPT-DATE-RAW(7:2) DELIMITED BY SIZE INTO WS-RPT-DATE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
           CALL "ENTCTX" USING WS-ENT-FUNC, WS-ENT-CODE.

      *    the run being reconciled is the one the ledger stamped
      *    on its first returned line
           OPEN INPUT GL-LOAD-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLLOAD.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM READ-LOAD-LINE.
           IF LOAD-EOF
               CLOSE GL-LOAD-FILE
               DISPLAY "GLLOAD.DAT sem linhas de retorno!"
               MOVE "no ledger load result to reconcile"
                   TO WS-AUD-DETAIL
               PERFORM REJECT-INPUT
           END-IF.
           MOVE WS-LOAD-RUN TO WS-RECON-RUN.

           PERFORM LOAD-POSTED-LINES.

           OPEN OUTPUT GL-RECON-RPT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLRECRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RELATORIO GLRECON  DATA: " WS-RPT-DATE
               "  RUN: " WS-RUN-NUMBER "  ENT: " WS-ENT-CODE
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "RETORNO DO RAZAO PARA O RUN " WS-RECON-RUN
               "  POSTAGEM " WS-PST-POSTID "  LINHAS POSTADAS: "
               WS-PST-COUNT DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "SITUACAO      CONTA    D/C          VALOR CONJ  MOTIVO"
               TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.

           PERFORM MATCH-ONE-LOAD-LINE UNTIL LOAD-EOF.
           CLOSE GL-LOAD-FILE.

           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE "POSTADAS E AUSENTES DO RETORNO:" TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           PERFORM REPORT-ONE-MISSING
               VARYING WS-PST-IDX FROM 1 BY 1
               UNTIL WS-PST-IDX > WS-PST-COUNT.
           IF WS-MISS-COUNT = 0
               MOVE "  NENHUMA" TO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
           END-IF.

           IF WS-REJ-COUNT = 0 AND WS-MISS-COUNT = 0
               AND WS-EXTRA-COUNT = 0
               MOVE "CARREGADO" TO WS-LOAD-STATUS
           ELSE
               IF WS-OK-COUNT = 0
                   MOVE "NAO CARREGADO" TO WS-LOAD-STATUS
               ELSE
                   MOVE "PARCIAL" TO WS-LOAD-STATUS
               END-IF
           END-IF.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "CARREGADAS: " WS-OK-COUNT "  REJEITADAS: "
               WS-REJ-COUNT "  AUSENTES: " WS-MISS-COUNT
               "  SEM POSTAGEM: " WS-EXTRA-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           MOVE SPACES TO WS-RPT-LINE.
           STRING "SITUACAO DA POSTAGEM DO RUN " WS-RECON-RUN ": "
               WS-LOAD-STATUS DELIMITED BY SIZE INTO WS-RPT-LINE.
           PERFORM WRITE-RPT-LINE.
           CLOSE GL-RECON-RPT-FILE.

           PERFORM WRITE-LOAD-STATUS.

           MOVE WS-LOAD-COUNT TO WS-CTL-READ.
           COMPUTE WS-CTL-WRITTEN = WS-OK-COUNT + WS-REJ-COUNT.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.

           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "OK/REJ/MIS=" WS-OK-COUNT "/" WS-REJ-COUNT "/"
               WS-MISS-COUNT " R=" WS-RECON-RUN
               DELIMITED BY SIZE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           IF WS-LOAD-STATUS = "CARREGADO"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "GLRECON: postagem do run " WS-RECON-RUN " "
                   WS-LOAD-STATUS ", ver GLRECRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-LOAD-LINE.
           MOVE SPACES TO GL-LOAD-REC.
           PERFORM WITH TEST AFTER
               UNTIL LOAD-EOF OR GL-LOAD-REC NOT = SPACES
               READ GL-LOAD-FILE
                   AT END
                       SET LOAD-EOF TO TRUE
               END-READ
           END-PERFORM.
           IF NOT LOAD-EOF
               MOVE GL-LOAD-REC TO WS-LOAD-IN
               IF WS-LOAD-AMT IS NOT NUMERIC
                   OR WS-LOAD-RUN IS NOT NUMERIC
                   OR (WS-LOAD-DC NOT = 'D' AND WS-LOAD-DC NOT = 'C')
                   OR (NOT LOAD-ACCEPTED AND NOT LOAD-REJECTED)
                   DISPLAY "GLLOAD.DAT linha invalida: " GL-LOAD-REC
                   CLOSE GL-LOAD-FILE
                   MOVE "ledger load result line invalid"
                       TO WS-AUD-DETAIL
                   PERFORM REJECT-INPUT
               END-IF
               ADD 1 TO WS-LOAD-COUNT
               ADD WS-LOAD-AMT TO WS-CTL-HASH
           END-IF.

      * the history is appended one posting at a time, so a later
      * posting id for the same run simply restarts the table
       LOAD-POSTED-LINES.
           OPEN INPUT GL-HIST-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLPSTHST.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           PERFORM LOAD-ONE-POSTED UNTIL HIST-EOF.
           CLOSE GL-HIST-FILE.

       LOAD-ONE-POSTED.
           READ GL-HIST-FILE INTO WS-HIST-IN
               AT END
                   SET HIST-EOF TO TRUE
           END-READ.
           IF NOT HIST-EOF AND WS-HIST-IN NOT = SPACES
               IF WS-HIST-RUN = WS-RECON-RUN
                   AND WS-HIST-ENT = WS-ENT-CODE
                   AND WS-HIST-POSTID IS NUMERIC
                   IF WS-HIST-POSTID > WS-PST-POSTID
                       MOVE WS-HIST-POSTID TO WS-PST-POSTID
                       MOVE 0 TO WS-PST-COUNT
                   END-IF
                   IF WS-HIST-POSTID = WS-PST-POSTID
                       IF WS-PST-COUNT >= 5000
                           DISPLAY "Postagem do run " WS-RECON-RUN
                               " excede 5000 linhas!"
                           CLOSE GL-HIST-FILE
                           MOVE "posting over 5000 lines"
                               TO WS-AUD-DETAIL
                           PERFORM REJECT-INPUT
                       END-IF
                       ADD 1 TO WS-PST-COUNT
                       MOVE WS-HIST-ACCT TO WS-PST-ACCT(WS-PST-COUNT)
                       MOVE WS-HIST-DC TO WS-PST-DC(WS-PST-COUNT)
                       MOVE WS-HIST-AMT TO WS-PST-AMT(WS-PST-COUNT)
                       MOVE WS-HIST-SET TO WS-PST-SET(WS-PST-COUNT)
                       MOVE 'N' TO WS-PST-MATCHED(WS-PST-COUNT)
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-LOAD-LINE.
           MOVE 0 TO WS-PST-HIT.
           IF WS-LOAD-RUN = WS-RECON-RUN
               PERFORM VARYING WS-PST-IDX FROM 1 BY 1
                   UNTIL WS-PST-IDX > WS-PST-COUNT OR WS-PST-HIT > 0
                   IF WS-PST-MATCHED(WS-PST-IDX) = 'N'
                       AND WS-PST-ACCT(WS-PST-IDX) = WS-LOAD-ACCT
                       AND WS-PST-DC(WS-PST-IDX) = WS-LOAD-DC
                       AND WS-PST-AMT(WS-PST-IDX) = WS-LOAD-AMT
                       AND WS-PST-SET(WS-PST-IDX) = WS-LOAD-SET
                       MOVE WS-PST-IDX TO WS-PST-HIT
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-LOAD-AMT TO WS-AMT-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           IF WS-PST-HIT = 0
               ADD 1 TO WS-EXTRA-COUNT
               STRING "SEM POSTAGEM  " WS-LOAD-ACCT " " WS-LOAD-DC
                   "   " WS-AMT-TXT " " WS-LOAD-SET "  RUN "
                   WS-LOAD-RUN DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               MOVE WS-LOAD-VERDICT TO WS-PST-MATCHED(WS-PST-HIT)
               IF LOAD-ACCEPTED
                   ADD 1 TO WS-OK-COUNT
                   STRING "CARREGADA     " WS-LOAD-ACCT " "
                       WS-LOAD-DC "   " WS-AMT-TXT " " WS-LOAD-SET
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               ELSE
                   ADD 1 TO WS-REJ-COUNT
                   STRING "REJEITADA     " WS-LOAD-ACCT " "
                       WS-LOAD-DC "   " WS-AMT-TXT " " WS-LOAD-SET
                       "  " WS-LOAD-REASON
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "GL REJECTED " WS-LOAD-ACCT " "
                       WS-LOAD-DC " RUN=" WS-RECON-RUN
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   MOVE "REJECTED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
               END-IF
           END-IF.
           PERFORM WRITE-RPT-LINE.
           PERFORM READ-LOAD-LINE.

       REPORT-ONE-MISSING.
           IF WS-PST-MATCHED(WS-PST-IDX) = 'N'
               ADD 1 TO WS-MISS-COUNT
               MOVE WS-PST-AMT(WS-PST-IDX) TO WS-AMT-TXT
               MOVE SPACES TO WS-RPT-LINE
               STRING "AUSENTE       " WS-PST-ACCT(WS-PST-IDX) " "
                   WS-PST-DC(WS-PST-IDX) "   " WS-AMT-TXT " "
                   WS-PST-SET(WS-PST-IDX)
                   DELIMITED BY SIZE INTO WS-RPT-LINE
               PERFORM WRITE-RPT-LINE
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "GL MISSING " WS-PST-ACCT(WS-PST-IDX) " "
                   WS-PST-DC(WS-PST-IDX) " RUN=" WS-RECON-RUN
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "NOT FOUND" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
           END-IF.

      * the one-line status the OPMENU board shows for the latest
      * reconciled posting
       WRITE-LOAD-STATUS.
           MOVE WS-RECON-RUN TO WS-STAT-RUN.
           MOVE WS-LOAD-STATUS TO WS-STAT-STATUS.
           MOVE WS-RPT-DATE-RAW(1:8) TO WS-STAT-DATE.
           MOVE WS-OK-COUNT TO WS-STAT-OK.
           MOVE WS-REJ-COUNT TO WS-STAT-REJ.
           MOVE WS-MISS-COUNT TO WS-STAT-MISS.
           MOVE WS-EXTRA-COUNT TO WS-STAT-EXTRA.
           OPEN OUTPUT GL-LOAD-STAT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "GLLDSTAT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           WRITE GL-LOAD-STAT-REC FROM WS-STAT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "GLLDSTAT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.
           CLOSE GL-LOAD-STAT-FILE.

       WRITE-RPT-LINE.
           WRITE GL-RECON-RPT-REC FROM WS-RPT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "GLRECRPT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

      * common rejection path - the caller has closed its input and
      * set the audit detail
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

       END PROGRAM GLRECON.
