      ******************************************************************
      * Purpose: shared layout of one JOBREQ.DAT ad hoc job request -
      *      request id, status (P=pending approval, A=approved,
      *      X=rejected, R=run, F=failed), when to run it (C=after
      *      tonight's chain, W=next free window, i.e. also on a
      *      night the chain does not run), the dispatchable step,
      *      the control-card file the step reads and the card
      *      written to it before the call (blank file = no card),
      *      who filed it and when, who decided it and when, and
      *      the run, return code and time it ran at. COPY this
      *      into OPMENU, which files and approves requests and
      *      shows them on the status board, and into BATCHDRV,
      *      which runs the approved ones.
      ******************************************************************
       01 JRQ-REC.
           05 JRQ-ID PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-STATUS PIC X(1).
               88 JRQ-PENDING VALUE 'P'.
               88 JRQ-APPROVED VALUE 'A'.
               88 JRQ-REJECTED VALUE 'X'.
               88 JRQ-RAN VALUE 'R'.
               88 JRQ-FAILED VALUE 'F'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-WHEN PIC X(1).
               88 JRQ-AFTER-CHAIN VALUE 'C'.
               88 JRQ-FREE-WINDOW VALUE 'W'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-STEP PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-CARD-FILE PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-CARD PIC X(60).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-REQUESTER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-FILED PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-APPROVER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-DECIDED PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-RUN PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-RC PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 JRQ-RAN-AT PIC X(16).
