      *      widening to X(80), and the merge output's new
      *      REGIAO/GRUPO subtotal lines are dropped alongside the
      *      CNT= trailer - the search file holds values only.
      * Mod: 15/10/2026 - follows the sort's move to real amounts:
      *      VETOUT.DAT detail is read as S9(9)V99 (sign leading
      *      separate) in cols 1-12 with the SKEY in 13-18 - a
      *      record still in the old 3-digit layout (no numeric
      *      SKEY at 13-18) is taken as whole units - and the
      *      record widens to X(100). BUSCAVET.DAT and BUSCAXRF.DAT
      *      widen to X(20): the BUSCAVET.DAT header carries a 'V'
      *      in col 6 and each row the amount in cols 1-12;
      *      BUSCAXRF.DAT holds the amount in 1-12 and the SKEY in
      *      13-18.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  VET-OUT-FILE.
       01  VET-OUT-REC PIC X(100).
       FD  BUSCA-VET-FILE.
       01  BUSCA-VET-REC PIC X(20).
       FD  XRF-FILE.
       01  XRF-REC PIC X(20).
       WORKING-STORAGE SECTION.
       01 NUM PIC 9(3).
       01 ELEM PIC 9(3).
       01 ARRAY.
           02 X OCCURS 999 TIMES.
               03 VET PIC S9(9)V99.
               03 VSKEY PIC X(6).
       01 WS-EOF-SW PIC X VALUE 'N'.
           88 VETOUT-EOF VALUE 'Y'.
       01 WS-OVER-CAP PIC X VALUE 'N'.
           88 OVER-CAPACITY VALUE 'Y'.
       01 WS-VAL-REC.
           05 WS-VAL-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-VAL-SKEY PIC X(6).
           05 FILLER PIC X(82).
      * a detail record written before the sort carried amounts
       01 WS-OLD-VAL-REC REDEFINES WS-VAL-REC.
           05 WS-OLD-VAL-VET PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-OLD-VAL-SKEY PIC X(6).
           05 FILLER PIC X(90).
       01 WS-OUT-HDR-REC.
           05 WS-OUT-HDR-NUM PIC 9(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-OUT-HDR-FMT PIC X VALUE 'V'.
           05 FILLER PIC X(14) VALUE SPACES.
       01 WS-OUT-VAL-REC.
           05 WS-OUT-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER PIC X(8) VALUE SPACES.
       01 WS-XRF-OUT.
           05 WS-XRF-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-XRF-SKEY PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
       01 WS-BR-SUM PIC S9(13)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "VETBRIDGE".
               GOBACK
           END-IF.
           MOVE 0 TO NUM.
           MOVE 0 TO WS-CTL-HASH, WS-BR-SUM.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-OVER-CAP.

               WS-AUD-OUTCOME.
           MOVE NUM TO WS-CTL-READ.
           MOVE NUM TO WS-CTL-WRITTEN.
           MOVE WS-BR-SUM TO WS-CTL-HASH.
           CALL "CTLTOT" USING WS-AUD-PROGRAM, WS-CTL-READ,
               WS-CTL-WRITTEN, WS-CTL-HASH.
           MOVE 0 TO RETURN-CODE.
                   ELSE
                       ADD 1 TO NUM
                       MOVE VET-OUT-REC TO WS-VAL-REC
                       IF VET-OUT-REC(13:6) IS NUMERIC
                           MOVE WS-VAL-VET TO VET(NUM)
                           MOVE WS-VAL-SKEY TO VSKEY(NUM)
                       ELSE
                           MOVE WS-OLD-VAL-VET TO VET(NUM)
                           MOVE WS-OLD-VAL-SKEY TO VSKEY(NUM)
                       END-IF
                       ADD VET(NUM) TO WS-BR-SUM
                   END-IF
               END-IF
           END-IF.
