      *--------------------------------------------------------
      *  OUREC016  -  SECOND-SOURCE RECONCILIATION REPORT RECORD
      *                LAYOUTS (133-BYTE PRINT LINE, BYTE 1 IS
      *                THE CARRIAGE-CONTROL CHARACTER). A COUNTRY/
      *                DATE BOTH SOURCES CARRY PRINTS AS THREE
      *                LINES - THE MASTER'S COUNTS, THE SECOND
      *                SOURCE'S COUNTS AND THE DIFFERENCE WITH ITS
      *                PERCENTAGE - SO THE THREE READ ONE ABOVE THE
      *                OTHER.
      *--------------------------------------------------------
       01  WS-SV-HDR1.
           05  WS-SV-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'SECOND-SOURCE RECONCILIATION REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-SV-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-SV-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-SV-HDR2.
           05  WS-SV-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'PERIOD '.
           05  WS-SV-H2-FROM           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-SV-H2-TO             PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TOLERANCE '.
           05  WS-SV-H2-TOL            PIC ZZ9.
           05  FILLER                  PIC X(28)
                   VALUE '% ON CUMULATIVE TOTALS'.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-SV-SECT.
           05  WS-SV-SC-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-SC-TITLE          PIC X(60) VALUE SPACES.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-SV-HDR3.
           05  WS-SV-H3-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(11) VALUE 'DATE'.
           05  FILLER                  PIC X(07) VALUE 'SOURCE'.
           05  FILLER                  PIC X(17)
                   VALUE '   NEW CNF    PCT'.
           05  FILLER                  PIC X(17)
                   VALUE '   TOT CNF    PCT'.
           05  FILLER                  PIC X(17)
                   VALUE '   NEW DTH    PCT'.
           05  FILLER                  PIC X(17)
                   VALUE '   TOT DTH    PCT'.
           05  FILLER                  PIC X(17)
                   VALUE '   NEW RCV    PCT'.
           05  FILLER                  PIC X(17)
                   VALUE '   TOT RCV    PCT'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'FLAG'.

       01  WS-SV-DETAIL.
           05  WS-SV-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DT-DATE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DT-SOURCE         PIC X(07).
           05  WS-SV-DT-NEW-CNFRM      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-SV-DT-TOT-CNFRM      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-SV-DT-NEW-DEATH      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-SV-DT-TOT-DEATH      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-SV-DT-NEW-RECVR      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-SV-DT-TOT-RECVR      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-SV-DIFF.
           05  WS-SV-DF-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'DIFF'.
           05  WS-SV-DF-NEW-CNFRM      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-NEW-CNFRM-PCT  PIC -ZZ9.9.
           05  WS-SV-DF-TOT-CNFRM      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-TOT-CNFRM-PCT  PIC -ZZ9.9.
           05  WS-SV-DF-NEW-DEATH      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-NEW-DEATH-PCT  PIC -ZZ9.9.
           05  WS-SV-DF-TOT-DEATH      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-TOT-DEATH-PCT  PIC -ZZ9.9.
           05  WS-SV-DF-NEW-RECVR      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-NEW-RECVR-PCT  PIC -ZZ9.9.
           05  WS-SV-DF-TOT-RECVR      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-TOT-RECVR-PCT  PIC -ZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-DF-FLAG           PIC X(05).

       01  WS-SV-OHDR.
           05  WS-SV-OH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(11) VALUE 'DATE'.
           05  FILLER                  PIC X(05) VALUE 'ISO'.
           05  FILLER                  PIC X(22) VALUE 'FOUND ONLY IN'.
           05  FILLER                  PIC X(10) VALUE '   TOT CNF'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '   TOT DTH'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '   TOT RCV'.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-SV-ONLY.
           05  WS-SV-ON-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-ON-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-ON-DATE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-ON-ISO3           PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-ON-WHERE          PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-ON-TOT-CNFRM      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-ON-TOT-DEATH      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-ON-TOT-RECVR      PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(54) VALUE SPACES.

       01  WS-SV-XHDR.
           05  WS-SV-XH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'ISO'.
           05  FILLER                  PIC X(32) VALUE 'PROVIDER NAME'.
           05  FILLER                  PIC X(09) VALUE 'RECORDS'.
           05  FILLER                  PIC X(30) VALUE 'REASON'.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-SV-XLINE.
           05  WS-SV-XL-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-XL-ISO3           PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-XL-NAME           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-XL-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SV-XL-REASON         PIC X(30).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-SV-TOTAL.
           05  WS-SV-TL-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-SV-TL-LABEL          PIC X(40).
           05  WS-SV-TL-VALUE          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.
