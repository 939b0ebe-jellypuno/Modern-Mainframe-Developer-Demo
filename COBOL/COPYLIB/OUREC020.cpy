      *--------------------------------------------------------
      *  OUREC020  -  POINT-IN-TIME RECONSTRUCTION REPORT RECORD
      *                LAYOUTS (133-BYTE PRINT LINE, BYTE 1 IS
      *                THE CARRIAGE-CONTROL CHARACTER). EVERY
      *                MASTER KEY THE JOURNAL SHOWS CHANGED AFTER
      *                THE AS-OF POINT PRINTS ONE LINE - WHAT WAS
      *                DONE WITH IT IN THE COPY, THE FIRST CHANGE
      *                UNDONE, HOW MANY CHANGES WERE UNDONE AND THE
      *                TOTAL CONFIRMED NOW AGAINST THEN.
      *--------------------------------------------------------
       01  WS-PN-HDR1.
           05  WS-PN-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'POINT-IN-TIME RECONSTRUCTION REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-PN-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-PN-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-PN-HDR2.
           05  WS-PN-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE 'MASTER AS OF '.
           05  WS-PN-H2-ASOF-DATE      PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-H2-ASOF-TIME      PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'JOURNAL FROM '.
           05  WS-PN-H2-JNL-DATE       PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-H2-JNL-TIME       PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  WS-PN-SECT.
           05  WS-PN-SC-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-SC-TITLE          PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-PN-HDR3.
           05  WS-PN-H3-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(05) VALUE 'CODE'.
           05  FILLER                  PIC X(11) VALUE 'DATE'.
           05  FILLER                  PIC X(12) VALUE 'DISPOSITION'.
           05  FILLER                  PIC X(10) VALUE 'PROGRAM'.
           05  FILLER                  PIC X(11) VALUE 'CHANGED'.
           05  FILLER                  PIC X(10) VALUE 'AT'.
           05  FILLER                  PIC X(09) VALUE 'ACTION'.
           05  FILLER                  PIC X(07) VALUE ' CHGS'.
           05  FILLER                  PIC X(09) VALUE 'CNF NOW'.
           05  FILLER                  PIC X(47) VALUE 'CNF THEN'.

       01  WS-PN-DETAIL.
           05  WS-PN-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-DT-DATE           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-DT-DISP           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PN-DT-PROGRAM        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PN-DT-JNL-DATE       PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-DT-JNL-TIME       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PN-DT-ACTION         PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PN-DT-CHANGES        PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PN-DT-NOW-GRP.
               10  WS-PN-DT-CNF-NOW    PIC -ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PN-DT-THEN-GRP.
               10  WS-PN-DT-CNF-THEN   PIC -ZZZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-PN-TOTAL.
           05  WS-PN-TL-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PN-TL-LABEL          PIC X(40).
           05  WS-PN-TL-VALUE          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.
