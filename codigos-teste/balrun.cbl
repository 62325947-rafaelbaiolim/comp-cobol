      *      balanced, and the report header carries the entity, so
      *      each company's chain pass ties out on its own figures
      *      instead of the last company's overwriting the lot.
      * Mod: 15/10/2026 - a GLPOST reversal run is balanced too: the
      *      GLPOSTREV records read back from the posting history
      *      must equal the mirror records written to GLREVPND.DAT.
      *      A run with no reversal reports it as not verified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           MOVE "GLPOST hash = POOLALLOC hash" TO WS-CHECK-DESC.
           PERFORM CHECK-GLPOST-HASH.

           MOVE "GLPOSTREV history read = reversals written"
               TO WS-CHECK-DESC.
           MOVE "GLPOSTREV" TO CTL-PROG.
           PERFORM CHECK-READ-VS-WRITTEN.

           MOVE SPACES TO WS-RPT-LINE.
           STRING "TOTAL DE DIVERGENCIAS: " WS-ERR-COUNT
               DELIMITED BY SIZE INTO WS-RPT-LINE.
