           05  SUM-SAMPLE-MODE         PIC X(01).
               88  SUM-MODE-FLAT               VALUE 'F'.
               88  SUM-MODE-STRATIFIED         VALUE 'S'.
      *            DIRECTED - THE ITEMS CAME FROM THE AUDIT DESK'S
      *            CALL-NUMBER LIST, NOT FROM THE SEED.  NOT A RANDOM
      *            SAMPLE: NEVER POSTED AS COVERAGE, NEVER PROJECTED,
      *            AND NEVER REGENERATED FROM A SEED.
               88  SUM-MODE-DIRECTED           VALUE 'D'.
           05  SUM-NOREPEAT-SW         PIC X(01).
               88  SUM-NOREPEAT-RUN            VALUE 'Y'.
      *        ALTERNATES DRAWN BEYOND SUM-TOTAL-DRAWS - THE DRAW
