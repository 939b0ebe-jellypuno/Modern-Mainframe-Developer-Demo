      *--------------------------------------------------------
      *  OUREC021  -  PROVIDER DATA-QUALITY SCORECARD REPORT
      *                RECORD LAYOUTS (133-BYTE PRINT LINE, BYTE 1
      *                IS THE CARRIAGE-CONTROL CHARACTER). EACH
      *                COUNTRY PRINTS ONE LINE: DAYS EXPECTED,
      *                POSTED AND MISSING, REJECTS BY REASON CODE,
      *                QUARANTINES, MANUAL REVIEWS, CORRECTIONS,
      *                COMPLETENESS AND ISSUE PERCENTAGES AND THE
      *                GRADE. THE FEED SUMMARY PAGE PRINTS ONE
      *                TREND LINE PER MONTH WITH THE REJECTION AND
      *                CORRECTION RATES AND THEIR CHANGE ON THE
      *                MONTH BEFORE.
      *--------------------------------------------------------
       01  WS-QS-HDR1.
           05  WS-QS-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'PROVIDER DATA-QUALITY SCORECARD'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-QS-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-QS-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-QS-HDR2.
           05  WS-QS-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'PERIOD '.
           05  WS-QS-H2-PERIOD         PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE 'TREND OVER '.
           05  WS-QS-H2-MONTHS         PIC Z9.
           05  FILLER                  PIC X(07) VALUE ' MONTHS'.
           05  FILLER                  PIC X(93) VALUE SPACES.

       01  WS-QS-SECT.
           05  WS-QS-SC-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-SC-TITLE          PIC X(60) VALUE SPACES.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-QS-HDR3.
           05  WS-QS-H3-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '--- DAYS ---'.
           05  FILLER                  PIC X(40)
                   VALUE ' --- REJECTED ON RECEIPT, BY REASON ---'.
           05  FILLER                  PIC X(05) VALUE 'TOTAL'.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '-- PERCENT -'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-QS-HDR4.
           05  WS-QS-H4-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(21) VALUE 'COUNTRY'.
           05  FILLER                  PIC X(04) VALUE 'EXP'.
           05  FILLER                  PIC X(04) VALUE 'PST'.
           05  FILLER                  PIC X(04) VALUE 'MIS'.
           05  FILLER                  PIC X(05) VALUE ' R01'.
           05  FILLER                  PIC X(05) VALUE ' R02'.
           05  FILLER                  PIC X(05) VALUE ' R03'.
           05  FILLER                  PIC X(05) VALUE ' R04'.
           05  FILLER                  PIC X(05) VALUE ' R05'.
           05  FILLER                  PIC X(05) VALUE ' R06'.
           05  FILLER                  PIC X(05) VALUE ' R07'.
           05  FILLER                  PIC X(05) VALUE ' OTH'.
           05  FILLER                  PIC X(06) VALUE '  REJ'.
           05  FILLER                  PIC X(05) VALUE ' QUA'.
           05  FILLER                  PIC X(05) VALUE ' MRV'.
           05  FILLER                  PIC X(05) VALUE ' COR'.
           05  FILLER                  PIC X(06) VALUE ' COMPL'.
           05  FILLER                  PIC X(07) VALUE ' ISSUE'.
           05  FILLER                  PIC X(05) VALUE 'GRADE'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-QS-DETAIL.
           05  WS-QS-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-NAME           PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-EXPECTED       PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-POSTED         PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-MISSING        PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-REASONS.
               10  WS-QS-DT-RSN-GRP OCCURS 8 TIMES.
                   15  WS-QS-DT-RSN    PIC ZZZ9.
                   15  FILLER          PIC X(01).
           05  WS-QS-DT-REJECTS        PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-QUARANTINE     PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-REVIEWS        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-CORRECTIONS    PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-COMPL-GRP.
               10  WS-QS-DT-COMPL      PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-DT-ISSUE          PIC ZZ9.9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-QS-DT-GRADE          PIC X(01).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-QS-NOTE.
           05  WS-QS-NT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-NT-TEXT           PIC X(120) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-QS-TOTAL.
           05  WS-QS-TL-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-TL-LABEL          PIC X(40).
           05  WS-QS-TL-VALUE          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-QS-THDR.
           05  WS-QS-TH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'MONTH'.
           05  FILLER                  PIC X(06) VALUE 'RUNS'.
           05  FILLER                  PIC X(06) VALUE 'WARN'.
           05  FILLER                  PIC X(06) VALUE 'FAIL'.
           05  FILLER                  PIC X(11) VALUE 'RECS READ'.
           05  FILLER                  PIC X(10) VALUE 'REJECTED'.
           05  FILLER                  PIC X(07) VALUE '  REJ%'.
           05  FILLER                  PIC X(09) VALUE 'REJ CHG'.
           05  FILLER                  PIC X(08) VALUE '  DAYS'.
           05  FILLER                  PIC X(08) VALUE '  CORR'.
           05  FILLER                  PIC X(07) VALUE '  COR%'.
           05  FILLER                  PIC X(44) VALUE 'COR CHG'.

       01  WS-QS-TREND.
           05  WS-QS-TR-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-TR-MONTH          PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-RUNS           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-WARN           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-FAIL           PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-READ           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-REJECTED       PIC ZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-REJ-PCT        PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-TR-REJ-CHG-GRP.
               10  WS-QS-TR-REJ-CHG    PIC +ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-DAYS           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-CORR           PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QS-TR-COR-PCT        PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-TR-COR-CHG-GRP.
               10  WS-QS-TR-COR-CHG    PIC +ZZ9.99.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-QS-GRADE-LINE.
           05  WS-QS-GL-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QS-GL-LABEL          PIC X(40).
           05  WS-QS-GL-GRADE          PIC X(01).
           05  FILLER                  PIC X(90) VALUE SPACES.
