      *      occurrence counts page on screen fifteen lines at a
      *      time; FIM ends the session. Each inquiry lands on the
      *      audit trail with its bounds and hit count.
      * Mod: 15/10/2026 - the master carries real amounts now
      *      (S9(9)V99, key biased by +1000000000 as BUSCAMNT
      *      builds it): the operator keys up to 9 integer digits
      *      with an optional leading minus and an optional decimal
      *      point with one or two decimals (42, -17.5, 1250.00),
      *      and values show with their cents on screen and on the
      *      audit trail.
      * Mod: 15/10/2026 - every value an inquiry lists is journalled
      *      to BUSCAHIT.DAT (value, date, program - the layout
      *      BUSCABINARIA writes) so BUSCASTA can fold it into the
      *      master's hit statistics; the master itself stays
      *      read-only here. No journal, no inquiry: the session is
      *      refused as it is for an unavailable master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-MST-STATUS.
           SELECT OPTIONAL HIT-FILE ASSIGN TO "BUSCAHIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-STATUS.
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
       WORKING-STORAGE SECTION.
       01 WS-MST-STATUS PIC XX.
           88 MST-OK VALUE "00".
           88 MST-NOT-FOUND VALUE "35".
       01 WS-IN-DE PIC X(14).
       01 WS-IN-ATE PIC X(14).
       01 WS-VAL-DE PIC S9(9)V99.
       01 WS-VAL-ATE PIC S9(9)V99.
       01 WS-KEY-ATE PIC 9(10)V99.
       01 WS-KEY-BIAS PIC 9(10) VALUE 1000000000.
       01 WS-PARSE-IN PIC X(14).
       01 WS-PARSE-VAL PIC S9(9)V99.
       01 WS-PARSE-OK PIC X.
       01 WS-PARSE-NEG PIC X.
       01 WS-PARSE-BODY PIC X(14).
       01 WS-PARSE-INT-X PIC X(9).
       01 WS-PARSE-DEC-X PIC X(2).
       01 WS-PARSE-REST PIC X(14).
       01 WS-PARSE-DELIM PIC X.
       01 WS-PARSE-INT-LEN PIC 9(2).
       01 WS-PARSE-DEC-LEN PIC 9(2).
       01 WS-PARSE-NUM.
           05 WS-PARSE-NUM-INT PIC 9(9).
           05 WS-PARSE-NUM-DEC PIC 9(2).
       01 WS-PARSE-NUM-VAL REDEFINES WS-PARSE-NUM PIC 9(9)V99.
       01 WS-VALOR-ED PIC -(9)9.99.
       01 WS-VALOR-LEAD PIC 9(2).
       01 WS-VALOR-TXT PIC X(13).
       01 WS-DE-TXT PIC X(13).
       01 WS-ATE-TXT PIC X(13).
       01 WS-SAIR PIC X VALUE 'N'.
           88 FIM-DA-CONSULTA VALUE 'Y'.
       01 WS-RANGE-EOF PIC X.
       01 WS-LOCK-RUN PIC 9(6) VALUE 0.
       01 WS-LOCK-RESULT PIC X.
       01 WS-LOCK-INFO PIC X(45).
       01 WS-HIT-STATUS PIC XX.
           88 HIT-OK VALUES "00", "05".
      * one BUSCAHIT.DAT journal record
       01 WS-HIT-LINE.
           05 WS-HIT-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 WS-HIT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-HIT-PROG PIC X(12).
           05 FILLER PIC X(6).
       01 WS-CURRENT-DATE PIC X(21).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    read-only work: the shared-mode check refuses only an
               GOBACK
           END-IF.

           MOVE SPACES TO WS-HIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-HIT-DATE.
           MOVE "BUSCAINQ" TO WS-HIT-PROG.
           OPEN EXTEND HIT-FILE.
           IF NOT HIT-OK
               DISPLAY "BUSCAHIT.DAT indisponivel, status "
                   WS-HIT-STATUS "!"
               CLOSE MASTER-FILE
               MOVE "hit journal unavailable" TO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY " ".
           DISPLAY "CONSULTA AO MESTRE DE REFERENCIA BUSCAMST.DAT".
           DISPLAY "Valor: ate 9 digitos e 2 decimais, - opcional "
               "(ex.: 42, -17.5, 1250.00); FIM encerra.".
           PERFORM UMA-CONSULTA UNTIL FIM-DA-CONSULTA.

           CLOSE HIT-FILE.
           CLOSE MASTER-FILE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           DISPLAY " ".
           DISPLAY "Valor de: " WITH NO ADVANCING.
           ACCEPT WS-IN-DE.
           IF WS-IN-DE = "FIM" OR WS-IN-DE = "fim"
               SET FIM-DA-CONSULTA TO TRUE
           ELSE
               MOVE WS-IN-DE TO WS-PARSE-IN
               END-IF
           END-IF.

      * an amount is 1 to 9 integer digits with an optional leading
      * minus, optionally followed by a point and 1 or 2 decimals;
      * anything after it must be blank
       PARSE-VALOR.
           MOVE 'N' TO WS-PARSE-OK.
           MOVE 'N' TO WS-PARSE-NEG.
           IF WS-PARSE-IN(1:1) = '-'
               MOVE 'Y' TO WS-PARSE-NEG
               MOVE WS-PARSE-IN(2:13) TO WS-PARSE-BODY
           ELSE
               MOVE WS-PARSE-IN TO WS-PARSE-BODY
           END-IF.
           MOVE SPACES TO WS-PARSE-INT-X, WS-PARSE-DEC-X.
           MOVE SPACES TO WS-PARSE-REST, WS-PARSE-DELIM.
           MOVE 0 TO WS-PARSE-INT-LEN, WS-PARSE-DEC-LEN.
           UNSTRING WS-PARSE-BODY DELIMITED BY '.' OR ALL SPACE
               INTO WS-PARSE-INT-X DELIMITER IN WS-PARSE-DELIM
                       COUNT IN WS-PARSE-INT-LEN
                   WS-PARSE-DEC-X COUNT IN WS-PARSE-DEC-LEN
                   WS-PARSE-REST
           END-UNSTRING.
           IF WS-PARSE-INT-LEN > 0 AND WS-PARSE-INT-LEN < 10
               AND WS-PARSE-DEC-LEN < 3
               AND WS-PARSE-REST = SPACES
               AND (WS-PARSE-DELIM = '.' OR WS-PARSE-DEC-LEN = 0)
               AND WS-PARSE-INT-X(1:WS-PARSE-INT-LEN) IS NUMERIC
               INSPECT WS-PARSE-DEC-X REPLACING ALL SPACE BY '0'
               IF WS-PARSE-DEC-X IS NUMERIC
                   MOVE WS-PARSE-INT-X(1:WS-PARSE-INT-LEN)
                       TO WS-PARSE-NUM-INT
                   MOVE WS-PARSE-DEC-X TO WS-PARSE-NUM-DEC
                   MOVE WS-PARSE-NUM-VAL TO WS-PARSE-VAL
                   IF WS-PARSE-NEG = 'Y'
                       COMPUTE WS-PARSE-VAL = 0 - WS-PARSE-VAL
                   END-IF
                   MOVE 'Y' TO WS-PARSE-OK
               END-IF
           END-IF.

      * an amount edited with its cents and without the leading
      * blanks, for the audit detail
       COMPACT-VALOR.
           MOVE 0 TO WS-VALOR-LEAD.
           INSPECT WS-VALOR-ED TALLYING WS-VALOR-LEAD
               FOR LEADING SPACE.
           MOVE WS-VALOR-ED(WS-VALOR-LEAD + 1:) TO WS-VALOR-TXT.

       CONSULTA-FAIXA.
           MOVE 0 TO WS-HIT-COUNT.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE 'N' TO WS-RANGE-EOF.
           COMPUTE BM-KEY = WS-VAL-DE + WS-KEY-BIAS.
           COMPUTE WS-KEY-ATE = WS-VAL-ATE + WS-KEY-BIAS.
           START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO BM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RANGE-EOF
           ELSE
               DISPLAY "TOTAL DE VALORES: " WS-HIT-COUNT
           END-IF.
           MOVE WS-VAL-DE TO WS-VALOR-ED.
           PERFORM COMPACT-VALOR.
           MOVE WS-VALOR-TXT TO WS-DE-TXT.
           MOVE WS-VAL-ATE TO WS-VALOR-ED.
           PERFORM COMPACT-VALOR.
           MOVE WS-VALOR-TXT TO WS-ATE-TXT.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "INQ DE=" DELIMITED BY SIZE
               WS-DE-TXT DELIMITED BY SPACE
               " ATE=" DELIMITED BY SIZE
               WS-ATE-TXT DELIMITED BY SPACE
               " HITS=" WS-HIT-COUNT DELIMITED BY SIZE
               INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
                   MOVE 'Y' TO WS-RANGE-EOF
               ELSE
                   ADD 1 TO WS-HIT-COUNT
                   MOVE BM-VALUE TO WS-HIT-VALUE
                   WRITE HIT-REC FROM WS-HIT-LINE
                   IF NOT HIT-OK
                       DISPLAY "Falha ao gravar BUSCAHIT.DAT, status "
                           WS-HIT-STATUS
                   END-IF
                   MOVE BM-VALUE TO WS-VALOR-ED
                   DISPLAY "  VALOR=" WS-VALOR-ED " OCORRENCIAS="
                       BM-OCCURS
                   ADD 1 TO WS-PAGE-LINES
                   IF WS-PAGE-LINES >= 15
