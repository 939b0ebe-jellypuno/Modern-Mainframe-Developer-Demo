      *--------------------------------------------------------
      *  OUREC014  -  FORWARD RESTATEMENT REPORT RECORD LAYOUTS
      *                (133-BYTE PRINT LINE, BYTE 1 IS THE
      *                CARRIAGE-CONTROL CHARACTER). ONE DETAIL
      *                LINE PER MASTER DAY WHOSE RUNNING TOTALS
      *                CHANGE, BEFORE AND AFTER SIDE BY SIDE.
      *--------------------------------------------------------
       01  WS-RS-HDR1.
           05  WS-RS-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'FORWARD RESTATEMENT REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-RS-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-RS-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-RS-HDR2.
           05  WS-RS-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'MODE: '.
           05  WS-RS-H2-MODE           PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17)
                   VALUE 'CORRECTIONS FROM '.
           05  WS-RS-H2-FROM           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-RS-H2-TO             PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-RS-HDR3.
           05  WS-RS-H3-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'CODE'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(10) VALUE 'CNF-BEFORE'.
           05  FILLER                  PIC X(10) VALUE ' CNF-AFTER'.
           05  FILLER                  PIC X(10) VALUE 'DTH-BEFORE'.
           05  FILLER                  PIC X(10) VALUE ' DTH-AFTER'.
           05  FILLER                  PIC X(10) VALUE 'RCV-BEFORE'.
           05  FILLER                  PIC X(10) VALUE ' RCV-AFTER'.
           05  FILLER                  PIC X(10) VALUE 'STATUS'.
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-RS-DETAIL.
           05  WS-RS-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-RS-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-BEF-CNFRM      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-AFT-CNFRM      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-BEF-DEATH      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-AFT-DEATH      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-BEF-RECVR      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-AFT-RECVR      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RS-DT-STATUS         PIC X(10).
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-RS-CTRY.
           05  WS-RS-CT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'COUNTRY'.
           05  WS-RS-CT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'FROM '.
           05  WS-RS-CT-FROM           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE 'DAYS EXAMINED: '.
           05  WS-RS-CT-EXAM           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE 'DAYS RESTATED: '.
           05  WS-RS-CT-REST           PIC ZZZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-RS-GRAND.
           05  WS-RS-GR-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE 'GRAND TOTALS'.
           05  FILLER                  PIC X(11) VALUE 'COUNTRIES: '.
           05  WS-RS-GR-CTRY           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'CORRECTIONS: '.
           05  WS-RS-GR-CORR           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE 'DAYS EXAMINED: '.
           05  WS-RS-GR-EXAM           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(15)
                   VALUE 'DAYS RESTATED: '.
           05  WS-RS-GR-REST           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.
