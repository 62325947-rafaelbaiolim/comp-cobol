      *      apart by hand every Monday. VETOUT.DAT record widened
      *      from X(40) to X(80) for the subtotal lines; VETBRIDGE
      *      follows.
      * Mod: 15/10/2026 - values are now real amounts: S9(9)V99,
      *      sign leading separate, in cols 1-12 with the SKEY in
      *      13-18, through the sort, the SORT-verb and merge paths,
      *      the checkpoint and VETOUT.DAT, so the ranking no longer
      *      runs on values pre-scaled to three digits. A 'V' in
      *      col 6 of the VETIN.DAT header (of each VETIN0n.DAT in a
      *      merge) marks the new layout; a deck without it is still
      *      read in the old one (value 1-4, SKEY 5-10) during the
      *      changeover. BSORTCKP.DAT is always written in the new
      *      layout and carries a 'V' in col 8 of its header - an
      *      older checkpoint is ignored. The trailer and subtotal
      *      lines show MIN/MAX/AVG with cents, and VETOUT.DAT's
      *      record widens to X(100) for them. The bubble pass's
      *      swap area is signed now, so a negative value no longer
      *      loses its sign when it trades places.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUBBLESORT.
       FD  VET-IN-FILE.
       01  VET-IN-REC PIC X(20).
       FD  VET-OUT-FILE.
       01  VET-OUT-REC PIC X(100).
       FD  CKP-FILE.
       01  CKP-REC PIC X(20).
       FD  VET-R1-FILE.
       01  REGION-REC PIC X(30).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SORT-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 SORT-SKEY PIC 9(6).
           05 FILLER PIC X(2).
       WORKING-STORAGE SECTION.
       01 NUM PIC 9(3).
       01 CNT PIC 9(3).
       01 IDX PIC 9(3).
       01 TMP PIC S9(9)V99.
       01 TMP-SKEY PIC 9(6).
       01 ARRAY.
           02 X OCCURS 100 TIMES.
               03 VET PIC S9(9)V99.
               03 SKEY PIC 9(6).
       01 ELEM PIC 9(3).
       01 FLAG pic X.
           05 WS-HDR-NUM PIC 9(3).
           05 WS-HDR-DIR PIC X.
           05 WS-HDR-MODE PIC X.
           05 WS-HDR-FMT PIC X.
           05 FILLER PIC X(14).
       01 WS-VAL-REC REDEFINES VET-IN-REC.
           05 WS-VAL-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-VAL-SKEY PIC 9(6).
           05 FILLER PIC X(2).
      * the pre-amount detail layout, still accepted on a deck
      * whose header has no 'V' in col 6
       01 WS-OLD-VAL-REC REDEFINES VET-IN-REC.
           05 WS-OLD-VAL-VET PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-OLD-VAL-SKEY PIC 9(6).
           05 FILLER PIC X(10).
       01 WS-VET-FMT PIC X VALUE SPACE.
           88 FMT-VALOR VALUE 'V'.
       01 WS-IN-VET PIC S9(9)V99.
       01 WS-IN-SKEY PIC 9(6).
       01 WS-OUT-VAL-REC REDEFINES VET-OUT-REC.
           05 WS-OUT-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-OUT-SKEY PIC 9(6).
           05 FILLER PIC X(82).
       01 WS-OUT-SUMMARY-REC.
           05 FILLER PIC X(4) VALUE "CNT=".
           05 WS-SUM-CNT PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " MIN=".
           05 WS-SUM-MIN PIC -(9)9.99.
           05 FILLER PIC X(5) VALUE " MAX=".
           05 WS-SUM-MAX PIC -(9)9.99.
           05 FILLER PIC X(5) VALUE " AVG=".
           05 WS-SUM-AVG PIC -(9)9.99.
       01 WS-MIN PIC S9(9)V99.
       01 WS-MAX PIC S9(9)V99.
       01 WS-SUM PIC S9(12)V99.
       01 WS-AVG PIC S9(9)V99.
       01 WS-AUD-DETAIL PIC X(40).
       01 WS-AUD-OUTCOME PIC X(10).
       01 WS-AUD-PROGRAM PIC X(12) VALUE "BUBBLESORT".
           05 WS-CKP-HDR-NUM PIC 9(3).
           05 WS-CKP-HDR-CNT PIC 9(3).
           05 WS-CKP-HDR-DIR PIC X.
           05 WS-CKP-HDR-FMT PIC X.
           05 FILLER PIC X(12).
       01 WS-CKP-VAL-REC REDEFINES CKP-REC.
           05 WS-CKP-VAL-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-CKP-VAL-SKEY PIC 9(6).
           05 FILLER PIC X(2).
       01 WS-MRG-NFILES PIC 9(1).
       01 WS-MRG-IDX PIC 9(1).
       01 WS-MRG-BEST PIC 9(1).
       01 WS-MRG-REC PIC X(20).
       01 WS-MRG-VAL-REC REDEFINES WS-MRG-REC.
           05 WS-MRG-VAL-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-MRG-VAL-SKEY PIC 9(6).
           05 FILLER PIC X(2).
       01 WS-MRG-OLD-REC REDEFINES WS-MRG-REC.
           05 WS-MRG-OLD-VET PIC S9(3) SIGN LEADING SEPARATE.
           05 WS-MRG-OLD-SKEY PIC 9(6).
           05 FILLER PIC X(10).
       01 WS-MRG-EOF PIC X.
       01 WS-MRG-TABLE.
           05 WS-MRG-ENTRY OCCURS 5 TIMES.
               10 WS-MRG-ACTIVE PIC X.
               10 WS-MRG-FMT PIC X.
               10 WS-MRG-VAL PIC S9(9)V99.
               10 WS-MRG-SKEY PIC 9(6).
               10 WS-MRG-REMAIN PIC 9(3).
               10 WS-MRG-SEQNO PIC 9(3).
       01 WS-MRG-OPENED PIC 9(1).
       01 WS-MRG-OUT-OPEN PIC X.
       01 WS-MRG-CNT PIC 9(4).
       01 WS-MRG-SUM PIC S9(13)V99.
       01 WS-MRG-MIN PIC S9(9)V99.
       01 WS-MRG-MAX PIC S9(9)V99.
       01 WS-MRG-AVG PIC S9(9)V99.
       01 WS-MRG-OUT-REC.
           05 WS-MRG-OUT-VET PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 WS-MRG-OUT-SKEY PIC 9(6).
           05 WS-MRG-OUT-REGION PIC 9(2).
           05 FILLER PIC X(20) VALUE SPACES.
      * region names and rollup groups from REGIONRF.DAT, and the
      * per-region/per-group figures behind the subtotal section
       01 WS-REG-TABLE.
       01 WS-RST-TABLE.
           05 WS-RST-ENTRY OCCURS 5 TIMES.
               10 WS-RST-CNT PIC 9(4).
               10 WS-RST-SUM PIC S9(13)V99.
               10 WS-RST-MIN PIC S9(9)V99.
               10 WS-RST-MAX PIC S9(9)V99.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 5 TIMES.
               10 WS-GRP-CODE PIC X(2).
               10 WS-GRP-CNT PIC 9(4).
               10 WS-GRP-SUM PIC S9(13)V99.
               10 WS-GRP-MIN PIC S9(9)V99.
               10 WS-GRP-MAX PIC S9(9)V99.
       01 WS-GRP-COUNT PIC 9(1).
       01 WS-GRP-IDX PIC 9(1).
       01 WS-GRP-HIT PIC 9(1).
       01 WS-SUB-AVG PIC S9(9)V99.
       01 WS-SUB-CNT-TXT PIC ZZZ9.
       01 WS-SUB-MIN-TXT PIC -(9)9.99.
       01 WS-SUB-MAX-TXT PIC -(9)9.99.
       01 WS-SUB-AVG-TXT PIC -(9)9.99.
       01 WS-SUB-LINE PIC X(100).
       01 WS-SUB-IDX PIC 9(1).
       01 WS-HIVOL-LIMIT PIC 9(3) VALUE 100.
       01 WS-HIVOL-EOF PIC X VALUE 'N'.
       01 WS-HIVOL-COUNT PIC 9(3) VALUE 0.
       01 WS-HIVOL-SHORT PIC X VALUE 'N'.
           88 HIVOL-FILE-SHORT VALUE 'Y'.
       01 WS-HV-MIN PIC S9(9)V99.
       01 WS-HV-MAX PIC S9(9)V99.
       01 WS-HV-SUM PIC S9(12)V99.
       01 WS-HV-CNT PIC 9(3) VALUE 0.
       01 WS-HV-AVG PIC S9(9)V99.
       01 WS-HV-FIRST PIC X VALUE 'Y'.
           88 HV-FIRST-ELEM VALUE 'Y'.
       01 WS-CTL-READ PIC 9(6).
                   GOBACK
           END-READ.
           MOVE WS-HDR-NUM TO NUM.
           MOVE WS-HDR-FMT TO WS-VET-FMT.
           IF WS-HDR-DIR = 'D'
               SET ORDEM-DESCENDENTE TO TRUE
           ELSE
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           PERFORM PICK-VET-IN.
           MOVE WS-IN-VET TO VET(ELEM).
           MOVE WS-IN-SKEY TO SKEY(ELEM).

      * the value and SKEY of the detail just read, in whichever
      * layout the deck's header declared
       PICK-VET-IN.
           IF FMT-VALOR
               MOVE WS-VAL-VET TO WS-IN-VET
               MOVE WS-VAL-SKEY TO WS-IN-SKEY
           ELSE
               MOVE WS-OLD-VAL-VET TO WS-IN-VET
               MOVE WS-OLD-VAL-SKEY TO WS-IN-SKEY
           END-IF.

       BSORT.
           PERFORM WITH TEST AFTER UNTIL FLAGFALSE OR CNT = 0
                   NOT AT END
                       IF WS-CKP-HDR-NUM = NUM
                               AND WS-CKP-HDR-DIR = WS-DIRECTION
                               AND WS-CKP-HDR-FMT = 'V'
                           MOVE WS-CKP-HDR-CNT TO CNT
                           PERFORM READ-CKP-VET VARYING ELEM FROM 1 BY 1
                               UNTIL ELEM > NUM
           MOVE NUM TO WS-CKP-HDR-NUM.
           MOVE CNT TO WS-CKP-HDR-CNT.
           MOVE WS-DIRECTION TO WS-CKP-HDR-DIR.
           MOVE 'V' TO WS-CKP-HDR-FMT.
           WRITE CKP-REC FROM WS-CKP-HDR-REC.
           PERFORM WRITE-CKP-VET VARYING ELEM FROM 1 BY 1
               UNTIL ELEM > NUM.
                   SET HIVOL-FILE-SHORT TO TRUE
           END-READ.
           IF NOT HIVOL-FILE-SHORT
               PERFORM PICK-VET-IN
               MOVE WS-IN-VET TO SORT-VET
               MOVE WS-IN-SKEY TO SORT-SKEY
               RELEASE SORT-REC
           END-IF.

               PERFORM MRG-REJECT-EMPTY
           END-IF.
           MOVE WS-MRG-REC(1:3) TO WS-MRG-REMAIN(WS-MRG-IDX).
           MOVE WS-MRG-REC(6:1) TO WS-MRG-FMT(WS-MRG-IDX).
           IF WS-MRG-REMAIN(WS-MRG-IDX) = 0
               PERFORM MRG-REJECT-EMPTY
           END-IF.
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-MRG-FMT(WS-MRG-IDX) = 'V'
                   MOVE WS-MRG-VAL-VET TO WS-IN-VET
                   MOVE WS-MRG-VAL-SKEY TO WS-IN-SKEY
               ELSE
                   MOVE WS-MRG-OLD-VET TO WS-IN-VET
                   MOVE WS-MRG-OLD-SKEY TO WS-IN-SKEY
               END-IF
               IF WS-MRG-SEQNO(WS-MRG-IDX) > 0
                   IF (ORDEM-ASCENDENTE AND WS-IN-VET
                           < WS-MRG-VAL(WS-MRG-IDX))
                       OR (ORDEM-DESCENDENTE AND WS-IN-VET
                           > WS-MRG-VAL(WS-MRG-IDX))
                       DISPLAY "Arquivo regional " WS-MRG-IDX
                           " fora de sequencia!"
                       GOBACK
                   END-IF
               END-IF
               MOVE WS-IN-VET TO WS-MRG-VAL(WS-MRG-IDX)
               MOVE WS-IN-SKEY TO WS-MRG-SKEY(WS-MRG-IDX)
               ADD 1 TO WS-MRG-SEQNO(WS-MRG-IDX)
           END-IF.

