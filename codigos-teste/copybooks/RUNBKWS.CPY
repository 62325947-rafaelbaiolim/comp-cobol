      ******************************************************************
      * Purpose: shared layout of one RUNBOOK.DAT runbook entry - the
      *      recovery procedure for a failed step: reference id, the
      *      key it answers (program, return code and audit outcome,
      *      each "*" or blank for any), whether the step is safe to
      *      restart (Y/N), the OPMENU option to use for the recovery
      *      (blank if none), who to call, and the instructions. The
      *      RUNBOOK facility fills it; COPY it into BATCHDRV, which
      *      files the reference in BATCHJOB.LOG on a failure, and
      *      into OPMENU, which shows it on the status board.
      ******************************************************************
       01 RBK-ENTRY.
           05 RBK-REF PIC X(6).
           05 FILLER PIC X(1).
           05 RBK-PROGRAM PIC X(12).
           05 FILLER PIC X(1).
           05 RBK-RC PIC X(3).
           05 FILLER PIC X(1).
           05 RBK-OUTCOME PIC X(10).
           05 FILLER PIC X(1).
           05 RBK-RESTART PIC X(1).
               88 RBK-RESTART-SAFE VALUE 'Y'.
           05 FILLER PIC X(1).
           05 RBK-OPTION PIC X(2).
           05 FILLER PIC X(1).
           05 RBK-CONTACT PIC X(20).
           05 FILLER PIC X(1).
           05 RBK-TEXT PIC X(120).
