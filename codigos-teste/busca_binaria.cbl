      *      as needed, so reconciliation stops re-opening
      *      VETOUT.DAT by hand to finish each lookup. With no
      *      cross-reference on file the report reads as before.
      * Mod: 15/10/2026 - keys and reference values are real amounts
      *      now (S9(9)V99), following BUSCAMNT's master (BM-KEY the
      *      amount biased by +1000000000) and VETBRIDGE's
      *      BUSCAXRF.DAT (amount in cols 1-12, SKEY in 13-18). A
      *      typed BUSCAKEYS.DAT record with a sign in col 2 carries
      *      the amount in cols 2-13 (+99999999999, two implied
      *      decimals) and a range's second bound in 15-26; the old
      *      3-digit typed and all-numeric records are still taken,
      *      as whole units. Report lines show keys and values
      *      edited with their cents.
      * Mod: 15/10/2026 - every master value a search matches (exact,
      *      each value of a range, nearest below/above) is
      *      journalled to BUSCAHIT.DAT - value in cols 1-12, date
      *      YYYYMMDD in 14-21, program in 23-34 - for BUSCASTA to
      *      fold into the master's hit statistics; the master
      *      record carries those statistics after BUSCAMNT's
      *      OCCURS count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCABINARIA.
           SELECT OPTIONAL XRF-FILE ASSIGN TO "BUSCAXRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OPTIONAL HIT-FILE ASSIGN TO "BUSCAHIT.DAT"
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
       FD  KEYS-FILE.
       01  KEYS-REC PIC X(30).
       FD  RPT-FILE.
       01  RPT-REC PIC X(200).
       FD  XRF-FILE.
       01  XRF-REC PIC X(20).
       FD  HIT-FILE.
       01  HIT-REC PIC X(40).
       WORKING-STORAGE SECTION.
       01 CHAVE PIC S9(9)V99.
       01 WS-KEY-BIAS PIC 9(10) VALUE 1000000000.
       01 WS-CHAVE-TXT PIC -(9)9.99.
       01 WS-CHAVE2-TXT PIC -(9)9.99.
       01 WS-VALOR-TXT PIC -(9)9.99.
       01 WS-MST-STATUS PIC XX.
           88 MST-OK VALUE "00".
           88 MST-NOT-FOUND VALUE "35".
           05 WS-KEY-CHAVE PIC 9(3).
           05 FILLER PIC X(1).
           05 WS-KEY-CHAVE2 PIC 9(3).
           05 FILLER PIC X(22).
       01 WS-KEY-VAL-REC REDEFINES KEYS-REC.
           05 FILLER PIC X(1).
           05 WS-KEY-VAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 WS-KEY-VAL2 PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(4).
       01 WS-KEY-COUNT PIC 9(5) VALUE 0.
       01 WS-FOUND-COUNT PIC 9(5) VALUE 0.
       01 WS-NOTFOUND-COUNT PIC 9(5) VALUE 0.
           05 WS-MODE-ENTRY OCCURS 4 TIMES.
               10 WS-FND-CNT PIC 9(5).
               10 WS-NF-CNT PIC 9(5).
       01 WS-CHAVE2 PIC S9(9)V99.
       01 WS-KEY2-BIAS PIC 9(10)V99.
       01 WS-RANGE-COUNT PIC 9(3).
       01 WS-RPT-PTR PIC 9(4).
       01 WS-RANGE-EOF PIC X.
      * once so FOUND lines can name the accounts behind a value
       01 WS-XRF-TABLE.
           05 WS-XRF-ENTRY OCCURS 999 TIMES.
               10 WS-XRF-VAL PIC S9(9)V99.
               10 WS-XRF-SKEY PIC X(6).
       01 WS-XRF-COUNT PIC 9(3) VALUE 0.
       01 WS-XRF-IDX PIC 9(3).
       01 WS-XRF-EOF-SW PIC X VALUE 'N'.
           88 XRF-EOF VALUE 'Y'.
       01 WS-XRF-IN.
           05 WS-XRF-IN-VAL PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-XRF-IN-SKEY PIC X(6).
           05 FILLER PIC X(2).
       01 WS-ACC-VAL PIC S9(9)V99.
       01 WS-ACC-VAL-TXT PIC -(9)9.99.
       01 WS-ACC-ANY PIC X.
       01 WS-ACC-PTR PIC 9(4).
       01 WS-ACC-LINE PIC X(200).
       01 WS-RNG-VAL-TABLE.
           05 WS-RNG-VAL PIC S9(9)V99 OCCURS 999 TIMES.
       01 WS-RNG-VAL-CNT PIC 9(3).
       01 WS-RNG-VAL-IDX PIC 9(3).
       01 WS-RNG-TRUNC PIC X.
       01 WS-EXACT-FOUND PIC X.
      * one BUSCAHIT.DAT journal record
       01 WS-HIT-LINE.
           05 WS-HIT-VALUE PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 WS-HIT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 WS-HIT-PROG PIC X(12).
           05 FILLER PIC X(6).
       01 WS-CURRENT-DATE PIC X(21).
       01 WS-CTL-READ PIC 9(6).
       01 WS-CTL-WRITTEN PIC 9(6).
       01 WS-CTL-HASH PIC S9(9)V99.

           PERFORM LOAD-XREF.

           MOVE SPACES TO WS-HIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE(1:8) TO WS-HIT-DATE.
           MOVE "BUSCABINARIA" TO WS-HIT-PROG.
           OPEN EXTEND HIT-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCAHIT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

           OPEN INPUT KEYS-FILE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCAKEYS.DAT" TO WS-IO-NAME
           PERFORM RPT-MODE-SUMMARY.
           CLOSE KEYS-FILE.
           CLOSE RPT-FILE.
           CLOSE HIT-FILE.
           CLOSE MASTER-FILE.

           MOVE WS-KEY-COUNT TO WS-CTL-READ.
           END-IF.

      * a legacy all-numeric record is an exact probe; a typed record
      * carries E/R/B/A in col 1 and either a signed amount in 2-13
      * (second range bound in 15-26) or, on an older deck, a 3-digit
      * key in 2-4 (second bound in 6-8). WS-MODE-IDX zero means the
      * record was invalid.
       EDIT-KEY-RECORD.
           MOVE 0 TO WS-MODE-IDX.
           IF KEYS-REC(1:3) IS NUMERIC
               MOVE 0 TO WS-CHAVE2
               MOVE 1 TO WS-MODE-IDX
           ELSE
               IF WS-KEY-TYPE = 'E' OR 'R' OR 'B' OR 'A'
                   IF KEYS-REC(2:1) = '+' OR KEYS-REC(2:1) = '-'
                       PERFORM EDIT-KEY-VALOR
                   ELSE
                       PERFORM EDIT-KEY-OLD
                   END-IF
               END-IF
           END-IF.
           IF WS-MODE-IDX = 0
               WRITE RPT-REC FROM WS-RPT-LINE
           END-IF.

       EDIT-KEY-VALOR.
           IF KEYS-REC(3:11) IS NUMERIC
               MOVE WS-KEY-TYPE TO WS-MODE
               MOVE WS-KEY-VAL TO CHAVE
               MOVE 0 TO WS-CHAVE2
               EVALUATE WS-MODE
                   WHEN 'E'
                       MOVE 1 TO WS-MODE-IDX
                   WHEN 'R'
                       IF (KEYS-REC(15:1) = '+' OR '-')
                           AND KEYS-REC(16:11) IS NUMERIC
                           AND WS-KEY-VAL2 >= WS-KEY-VAL
                           MOVE WS-KEY-VAL2 TO WS-CHAVE2
                           MOVE 2 TO WS-MODE-IDX
                       END-IF
                   WHEN 'B'
                       MOVE 3 TO WS-MODE-IDX
                   WHEN 'A'
                       MOVE 4 TO WS-MODE-IDX
               END-EVALUATE
           END-IF.

       EDIT-KEY-OLD.
           IF WS-KEY-CHAVE IS NUMERIC
               MOVE WS-KEY-TYPE TO WS-MODE
               MOVE WS-KEY-CHAVE TO CHAVE
               MOVE 0 TO WS-CHAVE2
               EVALUATE WS-MODE
                   WHEN 'E'
                       MOVE 1 TO WS-MODE-IDX
                   WHEN 'R'
                       IF WS-KEY-CHAVE2 IS NUMERIC
                           AND WS-KEY-CHAVE2 >= WS-KEY-CHAVE
                           MOVE WS-KEY-CHAVE2 TO WS-CHAVE2
                           MOVE 2 TO WS-MODE-IDX
                       END-IF
                   WHEN 'B'
                       MOVE 3 TO WS-MODE-IDX
                   WHEN 'A'
                       MOVE 4 TO WS-MODE-IDX
               END-EVALUATE
           END-IF.

       SEARCH-EXACT.
           COMPUTE BM-KEY = CHAVE + WS-KEY-BIAS.
           MOVE CHAVE TO WS-CHAVE-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'N' TO WS-EXACT-FOUND.
           READ MASTER-FILE
               INVALID KEY
                   PERFORM COUNT-NOT-FOUND
                   STRING "TIPO=E CHAVE=" WS-CHAVE-TXT " NOT FOUND"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
               NOT INVALID KEY
                   PERFORM COUNT-FOUND
                   MOVE 'Y' TO WS-EXACT-FOUND
                   MOVE BM-OCCURS TO WS-MATCH-COUNT
                   STRING "TIPO=E CHAVE=" WS-CHAVE-TXT " FOUND COUNT="
                       WS-MATCH-COUNT DELIMITED BY SIZE
                       INTO WS-RPT-LINE
           END-READ.
               PERFORM IO-ABORT
           END-IF.
           IF WS-EXACT-FOUND = 'Y'
               PERFORM WRITE-HIT
               MOVE BM-VALUE TO WS-ACC-VAL
               PERFORM RPT-ACCOUNTS
           END-IF.


       SEARCH-RANGE.
           COMPUTE BM-KEY = CHAVE + WS-KEY-BIAS.
           COMPUTE WS-KEY2-BIAS = WS-CHAVE2 + WS-KEY-BIAS.
           MOVE CHAVE TO WS-CHAVE-TXT.
           MOVE WS-CHAVE2 TO WS-CHAVE2-TXT.
           MOVE 0 TO WS-RANGE-COUNT.
           MOVE 0 TO WS-RNG-VAL-CNT.
           MOVE 'N' TO WS-RNG-TRUNC.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING "TIPO=R DE=" WS-CHAVE-TXT " ATE=" WS-CHAVE2-TXT
               DELIMITED BY SIZE INTO WS-RPT-LINE
               WITH POINTER WS-RPT-PTR.
           MOVE 'N' TO WS-RANGE-EOF.
                   MOVE 'Y' TO WS-RANGE-EOF
               ELSE
                   ADD 1 TO WS-RANGE-COUNT
                   PERFORM WRITE-HIT
                   IF WS-RNG-VAL-CNT < 999
                       ADD 1 TO WS-RNG-VAL-CNT
                       MOVE BM-VALUE TO WS-RNG-VAL(WS-RNG-VAL-CNT)
                           INTO WS-RPT-LINE WITH POINTER WS-RPT-PTR
                   END-IF
                   MOVE BM-OCCURS TO WS-MATCH-COUNT
                   MOVE BM-VALUE TO WS-VALOR-TXT
                   STRING WS-VALOR-TXT "(" WS-MATCH-COUNT ")"
                       DELIMITED BY SIZE INTO WS-RPT-LINE
                       WITH POINTER WS-RPT-PTR
               END-IF
           END-IF.

       SEARCH-BELOW.
           COMPUTE BM-KEY = CHAVE + WS-KEY-BIAS.
           MOVE CHAVE TO WS-CHAVE-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'N' TO WS-RANGE-EOF.
           START MASTER-FILE KEY IS LESS THAN OR EQUAL TO BM-KEY
           END-IF.
           IF WS-RANGE-EOF = 'Y'
               PERFORM COUNT-NOT-FOUND
               STRING "TIPO=B CHAVE=" WS-CHAVE-TXT " NOT FOUND"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               PERFORM COUNT-FOUND
               MOVE BM-OCCURS TO WS-MATCH-COUNT
               MOVE BM-VALUE TO WS-VALOR-TXT
               STRING "TIPO=B CHAVE=" WS-CHAVE-TXT
                   " VALOR=" WS-VALOR-TXT
                   " COUNT=" WS-MATCH-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF.
               PERFORM IO-ABORT
           END-IF.
           IF WS-RANGE-EOF = 'N'
               PERFORM WRITE-HIT
               MOVE BM-VALUE TO WS-ACC-VAL
               PERFORM RPT-ACCOUNTS
           END-IF.


       SEARCH-ABOVE.
           COMPUTE BM-KEY = CHAVE + WS-KEY-BIAS.
           MOVE CHAVE TO WS-CHAVE-TXT.
           MOVE SPACES TO WS-RPT-LINE.
           MOVE 'N' TO WS-RANGE-EOF.
           START MASTER-FILE KEY IS GREATER THAN OR EQUAL TO BM-KEY
           END-IF.
           IF WS-RANGE-EOF = 'Y'
               PERFORM COUNT-NOT-FOUND
               STRING "TIPO=A CHAVE=" WS-CHAVE-TXT " NOT FOUND"
                   DELIMITED BY SIZE INTO WS-RPT-LINE
           ELSE
               PERFORM COUNT-FOUND
               MOVE BM-OCCURS TO WS-MATCH-COUNT
               MOVE BM-VALUE TO WS-VALOR-TXT
               STRING "TIPO=A CHAVE=" WS-CHAVE-TXT
                   " VALOR=" WS-VALOR-TXT
                   " COUNT=" WS-MATCH-COUNT DELIMITED BY SIZE
                   INTO WS-RPT-LINE
           END-IF.
               PERFORM IO-ABORT
           END-IF.
           IF WS-RANGE-EOF = 'N'
               PERFORM WRITE-HIT
               MOVE BM-VALUE TO WS-ACC-VAL
               PERFORM RPT-ACCOUNTS
           END-IF.


      * the master value just read was matched by a search
       WRITE-HIT.
           MOVE BM-VALUE TO WS-HIT-VALUE.
           WRITE HIT-REC FROM WS-HIT-LINE.
           IF NOT FILE-STATUS-OK
               MOVE "BUSCAHIT.DAT" TO WS-IO-NAME
               PERFORM IO-ABORT
           END-IF.

       LOAD-XREF.
           MOVE 0 TO WS-XRF-COUNT.
           MOVE 'N' TO WS-XRF-EOF-SW.
