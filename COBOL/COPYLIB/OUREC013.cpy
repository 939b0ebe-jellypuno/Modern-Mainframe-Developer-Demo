      *--------------------------------------------------------
      *  OUREC013  -  HISTORICAL BACKFILL LOAD REPORT RECORD
      *                LAYOUTS (133-BYTE PRINT LINE, BYTE 1 IS
      *                THE CARRIAGE-CONTROL CHARACTER). A CONFLICT
      *                PRINTS AS A PAIR OF DETAIL LINES - THE
      *                BACK-FILE IMAGE AND THE MASTER IMAGE IT
      *                DISAGREES WITH - SO THE TWO READ ONE ABOVE
      *                THE OTHER.
      *--------------------------------------------------------
       01  WS-BF-HDR1.
           05  WS-BF-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'HISTORICAL BACKFILL LOAD REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-BF-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-BF-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-BF-HDR2.
           05  WS-BF-H2-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'SOURCE'.
           05  FILLER                  PIC X(06) VALUE 'CODE'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(20) VALUE 'COUNTRY'.
           05  FILLER                  PIC X(09) VALUE 'NEW CNF'.
           05  FILLER                  PIC X(09) VALUE 'TOT CNF'.
           05  FILLER                  PIC X(09) VALUE 'NEW DTH'.
           05  FILLER                  PIC X(09) VALUE 'TOT DTH'.
           05  FILLER                  PIC X(09) VALUE 'NEW RCV'.
           05  FILLER                  PIC X(09) VALUE 'TOT RCV'.
           05  FILLER                  PIC X(27) VALUE 'TIMESTAMP'.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-BF-DETAIL.
           05  WS-BF-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BF-DT-SOURCE         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-COUNTRY        PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-NEW-CNFRM      PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-TOT-CNFRM      PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-NEW-DEATH      PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-TOT-DEATH      PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-NEW-RECVR      PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-TOT-RECVR      PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-DT-TIMESTAMP      PIC X(25).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-BF-REJECT.
           05  WS-BF-RJ-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'REJECTED'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-RJ-REASON         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BF-RJ-IMAGE          PIC X(89).

       01  WS-BF-SUM-HDR.
           05  WS-BF-SH-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40)
                   VALUE 'PER-COUNTRY BACKFILL SUMMARY'.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-BF-SUM-COLS.
           05  WS-BF-SC-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'CODE'.
           05  FILLER                  PIC X(10) VALUE 'FILLED'.
           05  FILLER                  PIC X(10) VALUE 'ON FILE'.
           05  FILLER                  PIC X(10) VALUE 'CONFLICTS'.
           05  FILLER                  PIC X(10) VALUE 'OPEN GAPS'.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-BF-SUM-DETAIL.
           05  WS-BF-SD-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BF-SD-CODE           PIC X(04).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-SD-FILLED         PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-SD-SAME           PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-SD-CONFLICT       PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-SD-OPEN           PIC ZZZZZ9.
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-BF-GRAND.
           05  WS-BF-GR-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'TOTALS'.
           05  WS-BF-GR-FILLED         PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-GR-SAME           PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-GR-CONFLICT       PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-BF-GR-OPEN           PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'REJECTED:'.
           05  WS-BF-GR-REJECT         PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'SKIPPED:'.
           05  WS-BF-GR-SKIP           PIC ZZZZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.
