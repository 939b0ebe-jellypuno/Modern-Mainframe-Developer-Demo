      *--------------------------------------------------------
      *  OUREC015  -  COUNTRY REFERENCE ACTIVITY REPORT RECORD
      *                LAYOUTS (133-BYTE PRINT LINE, BYTE 1 IS
      *                THE CARRIAGE-CONTROL CHARACTER). EVERY
      *                TRANSACTION PRINTS ONE RESULT LINE; AN
      *                APPLIED CHANGE OR RETIREMENT IS FOLLOWED BY
      *                THE RECORD'S BEFORE AND AFTER FACTS.
      *--------------------------------------------------------
       01  WS-CR-HDR1.
           05  WS-CR-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'COUNTRY REFERENCE ACTIVITY REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-CR-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-CR-HDR2.
           05  WS-CR-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(08) VALUE 'ACTION'.
           05  FILLER                  PIC X(06) VALUE 'CODE'.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(10) VALUE 'RESULT'.
           05  FILLER                  PIC X(32) VALUE 'REASON'.
           05  FILLER                  PIC X(50) VALUE 'OFFICIAL NAME'.
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-CR-DETAIL.
           05  WS-CR-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CR-DT-ACTION         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DT-USER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DT-RESULT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DT-REASON         PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-DT-NAME           PIC X(50).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-CR-IMAGE.
           05  WS-CR-IM-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-CR-IM-LABEL          PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-CR-IM-NAME           PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-IM-REGION-CD      PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-IM-REGION-NM      PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CR-IM-POPULATION     PIC ZZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'WATCH '.
           05  WS-CR-IM-WATCH          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'STATUS '.
           05  WS-CR-IM-STATUS         PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'ALT: '.
           05  WS-CR-IM-ALT-CNT        PIC 9(01).
           05  FILLER                  PIC X(08) VALUE SPACES.
