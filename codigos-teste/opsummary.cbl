      *      AUDITLOG's new ENT= field, so exception lines keep the
      *      company code visible on a multi-entity night; then to
      *      X(120) for the OP= operator id.
      * Mod: 15/10/2026 - AUDIT.LOG records widened from X(120) to
      *      X(150) for AUDITLOG's SEQ=/HASH= chain fields.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       FD  SUMM-RPT-FILE.
       01  SUMM-RPT-REC PIC X(120).
       WORKING-STORAGE SECTION.
