      *--------------------------------------------------------
      *  OUREC019  -  PERIOD CONTROL MAINTENANCE REPORT RECORD
      *                LAYOUTS (133-BYTE PRINT LINE, BYTE 1 IS
      *                THE CARRIAGE-CONTROL CHARACTER). EVERY
      *                TRANSACTION PRINTS ONE RESULT LINE; THE
      *                REWRITTEN PERIOD-CONTROL FILE IS THEN LISTED
      *                IN FULL.
      *--------------------------------------------------------
       01  WS-PM-HDR1.
           05  WS-PM-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'PERIOD CONTROL MAINTENANCE REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-PM-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-PM-HDR2.
           05  WS-PM-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'ACTION'.
           05  FILLER                  PIC X(10) VALUE 'KEY'.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(08) VALUE 'WAS'.
           05  FILLER                  PIC X(08) VALUE 'NOW'.
           05  FILLER                  PIC X(10) VALUE 'RESULT'.
           05  FILLER                  PIC X(32) VALUE 'REASON'.
           05  FILLER                  PIC X(30) VALUE 'OVERRIDE NAME'.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PM-DETAIL.
           05  WS-PM-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PM-DT-ACTION         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-KEY            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-USER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-OLD            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-NEW            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-RESULT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-REASON         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-DT-NAME           PIC X(30).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-PM-SECT.
           05  WS-PM-SC-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PM-SC-TITLE          PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-PM-LHDR.
           05  WS-PM-LH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'TYPE'.
           05  FILLER                  PIC X(10) VALUE 'KEY'.
           05  FILLER                  PIC X(08) VALUE 'STATUS'.
           05  FILLER                  PIC X(32) VALUE 'OVERRIDE NAME'.
           05  FILLER                  PIC X(12) VALUE 'CHANGED'.
           05  FILLER                  PIC X(08) VALUE 'BY'.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-PM-LIST.
           05  WS-PM-LS-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-PM-LS-TYPE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-LS-KEY            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-LS-STATUS         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-LS-NAME           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-LS-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-PM-LS-USER           PIC X(08).
           05  FILLER                  PIC X(51) VALUE SPACES.
