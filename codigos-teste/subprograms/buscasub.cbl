      *      LK-CHAVE, A = nearest value at or above LK-CHAVE. All
      *      modes return the matched index list and count; B/A
      *      return the single nearest index.
      * Mod: 15/10/2026 - the array and both keys are S9(9)V99
      *      amounts now, matching the sort/search chain's move from
      *      3-digit values to real amounts with cents.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCASUB.
       LINKAGE SECTION.
       01 LK-NUM PIC 9(3).
       01 LK-ARRAY.
           02 LK-VET PIC S9(9)V99 OCCURS 100 TIMES.
       01 LK-MODE PIC X.
           88 LK-MODE-EXACT VALUE 'E'.
           88 LK-MODE-RANGE VALUE 'R'.
           88 LK-MODE-BELOW VALUE 'B'.
           88 LK-MODE-ABOVE VALUE 'A'.
       01 LK-CHAVE PIC S9(9)V99.
       01 LK-CHAVE2 PIC S9(9)V99.
       01 LK-FOUND PIC X.
           88 LK-FOUND-YES VALUE 'Y'.
           88 LK-FOUND-NO VALUE 'N'.
