      ******************************************************************
      * Author: GRUPO-COBOL
      * Date: 15/10/2026
      * Purpose: audit-chain hash facility - computes the chained hash
      *      AUDITLOG stamps on every AUDIT.LOG record and AUDVERIFY
      *      recomputes to prove the trail, so both measure a record
      *      the same way. The previous record's hash seeds the sum,
      *      then every character of the record body (timestamp
      *      through SEQ=, the first 128 columns) is folded in by
      *      its collating position: hash times 31 plus the
      *      character, kept below the twelve-digit prime
      *      999999999989. A changed, inserted or removed character
      *      anywhere in a record changes its hash and every hash
      *      after it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDHASH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH PIC 9(12).
       01 WS-WORK PIC 9(15).
       01 WS-QUOT PIC 9(15).
       01 WS-PRIME PIC 9(12) VALUE 999999999989.
       01 WS-POS PIC 9(3).
       LINKAGE SECTION.
       01 LK-PREV-HASH PIC 9(12).
       01 LK-TEXT PIC X(128).
       01 LK-HASH PIC 9(12).
       PROCEDURE DIVISION USING LK-PREV-HASH, LK-TEXT, LK-HASH.
       MAIN-PROCEDURE.
           MOVE LK-PREV-HASH TO WS-HASH.
           PERFORM HASH-ONE-CHAR
               VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 128.
           MOVE WS-HASH TO LK-HASH.
           GOBACK.

       HASH-ONE-CHAR.
           COMPUTE WS-WORK = WS-HASH * 31
               + FUNCTION ORD(LK-TEXT(WS-POS:1)).
           DIVIDE WS-WORK BY WS-PRIME GIVING WS-QUOT
               REMAINDER WS-HASH.

       END PROGRAM AUDHASH.
