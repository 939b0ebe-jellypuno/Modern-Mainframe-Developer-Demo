      *--------------------------------------------------------
      *  OUREC018  -  GROWTH-RATE AND PROJECTION REPORT RECORD
      *                LAYOUTS (133-BYTE PRINT LINE, BYTE 1 IS
      *                THE CARRIAGE-CONTROL CHARACTER). EACH
      *                COUNTRY PRINTS A CONFIRMED LINE AND A
      *                DEATHS LINE. D/H SHOWS WHETHER THE DAYS
      *                COLUMN IS A DOUBLING (DBL) OR HALVING (HLV)
      *                TIME, OR WHY THERE IS NONE; THE LAST THREE
      *                FIGURES SET LAST WEEK'S 7-DAY PROJECTION
      *                AGAINST THE TOTAL ACTUALLY REACHED.
      *--------------------------------------------------------
       01  WS-GR-HDR1.
           05  WS-GR-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'GROWTH RATE AND PROJECTION REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-GR-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-GR-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-GR-HDR2.
           05  WS-GR-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(07) VALUE 'AS OF '.
           05  WS-GR-H2-ASOF           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(25)
                   VALUE 'FLAG WHEN DOUBLING UNDER '.
           05  WS-GR-H2-THRESH         PIC ZZ9.
           05  FILLER                  PIC X(05) VALUE ' DAYS'.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(35)
                   VALUE 'GROWTH MEASURED ON 7-DAY NEW COUNTS'.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-GR-HDR3.
           05  WS-GR-H3-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(13) VALUE 'COUNTRY'.
           05  FILLER                  PIC X(06) VALUE 'METRIC'.
           05  FILLER                  PIC X(10) VALUE '     TOTAL'.
           05  FILLER                  PIC X(10) VALUE '    NEW 7D'.
           05  FILLER                  PIC X(10) VALUE '  PRIOR 7D'.
           05  FILLER                  PIC X(08) VALUE ' GRW%/DY'.
           05  FILLER                  PIC X(07) VALUE '  DAYS'.
           05  FILLER                  PIC X(04) VALUE 'D/H'.
           05  FILLER                  PIC X(11) VALUE '   PROJ +7D'.
           05  FILLER                  PIC X(11) VALUE '  PROJ +14D'.
           05  FILLER                  PIC X(11) VALUE ' LAST WK PJ'.
           05  FILLER                  PIC X(11) VALUE '   PJ ERROR'.
           05  FILLER                  PIC X(07) VALUE '  ERR%'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'FLAG'.
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-GR-DETAIL.
           05  WS-GR-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-COUNTRY        PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-METRIC         PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-TOTAL          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-NEW-LAT        PIC --------9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-NEW-PRI        PIC --------9.
           05  WS-GR-DT-RATE.
               10  FILLER              PIC X(01).
               10  WS-GR-DT-GROWTH     PIC ---9.99.
               10  FILLER              PIC X(01).
               10  WS-GR-DT-DAYS       PIC ZZ9.9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-IND            PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-PROJ-07        PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-PROJ-14        PIC ZZZZZZZZZ9.
           05  WS-GR-DT-PRIOR.
               10  FILLER              PIC X(01).
               10  WS-GR-DT-LAST-PROJ  PIC ZZZZZZZZZ9.
               10  FILLER              PIC X(01).
               10  WS-GR-DT-PROJ-ERR   PIC ---------9.
               10  FILLER              PIC X(01).
               10  WS-GR-DT-ERR-PCT    PIC ---9.9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-DT-FLAG           PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACE.

       01  WS-GR-TOTAL.
           05  WS-GR-TL-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GR-TL-LABEL          PIC X(40).
           05  WS-GR-TL-VALUE          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.
