      ******************************************************************
      * Purpose: the steps an ad hoc job request may name, each with
      *      the control-card file that step reads (blank = the step
      *      takes no card), and the suite files no request card may
      *      ever be written to. The step list is BATCHDRV's dispatch;
      *      a step added to the dispatch is added here too. COPY this
      *      into OPMENU, which refuses a request for any other step
      *      and takes the card file from here instead of the
      *      operator, and into BATCHDRV, which derives the card file
      *      from here again before it writes the card.
      ******************************************************************
       01 JST-STEP-TABLE.
           05 FILLER PIC X(26) VALUE "PREFLIGHT                 ".
           05 FILLER PIC X(26) VALUE "TBRECON     TBRPRM.DAT    ".
           05 FILLER PIC X(26) VALUE "MATRIZTRANSP              ".
           05 FILLER PIC X(26) VALUE "MULTIPMATRIZ              ".
           05 FILLER PIC X(26) VALUE "BUBBLESORT                ".
           05 FILLER PIC X(26) VALUE "RANKMOV     RANKPRM.DAT   ".
           05 FILLER PIC X(26) VALUE "VETBRIDGE                 ".
           05 FILLER PIC X(26) VALUE "BUSCAMNT    BUSCAMNT.PRM  ".
           05 FILLER PIC X(26) VALUE "BUSCABINARIA              ".
           05 FILLER PIC X(26) VALUE "BUSCASTA    BUSCASPRM.DAT ".
           05 FILLER PIC X(26) VALUE "FATORIALN   FATORPRM.DAT  ".
           05 FILLER PIC X(26) VALUE "MATRIZARIT                ".
           05 FILLER PIC X(26) VALUE "GENDELTA    DELTAPRM.DAT  ".
           05 FILLER PIC X(26) VALUE "BALRUN                    ".
           05 FILLER PIC X(26) VALUE "AUDARCHIVE  AUDARCH.PRM   ".
           05 FILLER PIC X(26) VALUE "AUDVERIFY                 ".
           05 FILLER PIC X(26) VALUE "OPACTIV     OPACTPRM.DAT  ".
           05 FILLER PIC X(26) VALUE "ALERTESC    ALRTESCP.DAT  ".
           05 FILLER PIC X(26) VALUE "FEEDSCORE   FEEDSPRM.DAT  ".
           05 FILLER PIC X(26) VALUE "HOUSEKEEP   HOUSEKP.DAT   ".
           05 FILLER PIC X(26) VALUE "AUDSAMPLE   SAMPPRM.DAT   ".
           05 FILLER PIC X(26) VALUE "OPSUMMARY                 ".
           05 FILLER PIC X(26) VALUE "RUNHIST                   ".
           05 FILLER PIC X(26) VALUE "RECIPALC                  ".
           05 FILLER PIC X(26) VALUE "DRVALLOC                  ".
           05 FILLER PIC X(26) VALUE "POOLALLOC                 ".
           05 FILLER PIC X(26) VALUE "GLPOST                    ".
           05 FILLER PIC X(26) VALUE "CHGSTMT                   ".
           05 FILLER PIC X(26) VALUE "GLRECON                   ".
           05 FILLER PIC X(26) VALUE "BUDMAINT                  ".
           05 FILLER PIC X(26) VALUE "BUDVAR      BUDVPRM.DAT   ".
           05 FILLER PIC X(26) VALUE "SNAPSHOT    SNAPSHOT.PRM  ".
           05 FILLER PIC X(26) VALUE "MATMAINT                  ".
           05 FILLER PIC X(26) VALUE "MATASOF     MATASOF.PRM   ".
           05 FILLER PIC X(26) VALUE "FEEDFPR     FEEDFPR.PRM   ".
           05 FILLER PIC X(26) VALUE "FEEDMAN                   ".
           05 FILLER PIC X(26) VALUE "FEEDWATCH                 ".
           05 FILLER PIC X(26) VALUE "FEEDPROF                  ".
           05 FILLER PIC X(26) VALUE "RECYSTAGE   RECYPRM.DAT   ".
           05 FILLER PIC X(26) VALUE "CURRCONV    CURRPRM.DAT   ".
           05 FILLER PIC X(26) VALUE "CALBUILD    CALBUILD.PRM  ".
           05 FILLER PIC X(26) VALUE "AUDQUERY    AUDQRY.PRM    ".
           05 FILLER PIC X(26) VALUE "RPTDIST                   ".
       01 JST-STEP-LIST REDEFINES JST-STEP-TABLE.
           05 JST-STEP-ENTRY OCCURS 43 TIMES.
               10 JST-STEP PIC X(12).
               10 JST-CARD PIC X(14).
       01 JST-PROT-TABLE.
           05 FILLER PIC X(14) VALUE "AUDIT.LOG".
           05 FILLER PIC X(14) VALUE "AUDCHAIN.DAT".
           05 FILLER PIC X(14) VALUE "AUDARCH.CTL".
           05 FILLER PIC X(14) VALUE "OPERMST.DAT".
           05 FILLER PIC X(14) VALUE "OPALERT.DAT".
           05 FILLER PIC X(14) VALUE "JOBREQ.DAT".
           05 FILLER PIC X(14) VALUE "RUNLOCK.DAT".
           05 FILLER PIC X(14) VALUE "BATCHCTL.DAT".
           05 FILLER PIC X(14) VALUE "BATCHJOB.LOG".
           05 FILLER PIC X(14) VALUE "BATCHRST.DAT".
           05 FILLER PIC X(14) VALUE "CTLTOTAL.DAT".
           05 FILLER PIC X(14) VALUE "GLPOST.DAT".
           05 FILLER PIC X(14) VALUE "GLPSTPND.DAT".
           05 FILLER PIC X(14) VALUE "GLPSTHLD.DAT".
           05 FILLER PIC X(14) VALUE "GLPSTAPR.DAT".
           05 FILLER PIC X(14) VALUE "GLPSTREG.DAT".
           05 FILLER PIC X(14) VALUE "GLPSTHST.DAT".
           05 FILLER PIC X(14) VALUE "GLREVREQ.DAT".
           05 FILLER PIC X(14) VALUE "GLREVPND.DAT".
           05 FILLER PIC X(14) VALUE "GLREVHLD.DAT".
           05 FILLER PIC X(14) VALUE "GLREVPST.DAT".
           05 FILLER PIC X(14) VALUE "MATMASTR.DAT".
           05 FILLER PIC X(14) VALUE "MATHIST.DAT".
           05 FILLER PIC X(14) VALUE "BUDMASTR.DAT".
           05 FILLER PIC X(14) VALUE "BUSCAMST.DAT".
           05 FILLER PIC X(14) VALUE "RUNBOOK.DAT".
           05 FILLER PIC X(14) VALUE "RETENTION.DAT".
           05 FILLER PIC X(14) VALUE "SNAPMAN.DAT".
       01 JST-PROT-LIST REDEFINES JST-PROT-TABLE.
           05 JST-PROT-NAME PIC X(14) OCCURS 28 TIMES.
       01 JST-IDX PIC 9(2).
       01 JST-FOUND PIC X.
       01 JST-CARD-FILE PIC X(14).
       01 JST-PROTECTED PIC X.
