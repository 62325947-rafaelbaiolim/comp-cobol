      ******************************************************************
      * Purpose: shared layout of the one-line GLPOST hold record -
      *      the maker-checker state of the latest GLPOST posting
      *      (GLPSTHLD.DAT) or reversal (GLREVHLD.DAT): run, status
      *      P=pending/A=approved/R=rejected, when it was made
      *      YYYYMMDDHHMM, the operator who ran GLPOST and the one
      *      behind the allocation run, records and debit total, the
      *      checker and when the decision was taken, whether the
      *      overdue alert has already been raised, and the kind
      *      (P=posting, V=reversal; blank reads as a posting) with
      *      the run and set a reversal takes back. COPY this into
      *      GLPOST, which writes and decides the holds, and into
      *      OPMENU, which shows them on the status board and files
      *      the approval.
      ******************************************************************
       01 GLH-HOLD-REC.
           05 GLH-RUN PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-STATUS PIC X(1).
               88 GLH-PENDING VALUE 'P'.
               88 GLH-APPROVED VALUE 'A'.
               88 GLH-REJECTED VALUE 'R'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-CREATED.
               10 GLH-CREATED-DATE PIC 9(8).
               10 GLH-CREATED-HH PIC 9(2).
               10 GLH-CREATED-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-MAKER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-ALLOC-OPER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-RECS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-DEBITS PIC 9(12)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-CHECKER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-DECIDED PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-AGED-SW PIC X(1).
               88 GLH-AGED-ALERTED VALUE 'Y'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-KIND PIC X(1).
               88 GLH-REVERSAL VALUE 'V'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-REV-RUN PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 GLH-REV-SET PIC X(4).
