      *      and a run+program key let the last company overwrite
      *      the others - mixing exactly the per-company volumes
      *      finance asks about.
      * Mod: 15/10/2026 - AUDIT.LOG records widened from X(120) to
      *      X(150) for AUDITLOG's SEQ=/HASH= chain fields.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  CTL-TOT-FILE.
       01  CTL-TOT-FILE-REC PIC X(70).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       FD  HIST-FILE.
       01  RH-REC.
           05 RH-KEY.
