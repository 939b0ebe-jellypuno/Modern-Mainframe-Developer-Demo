      *--------------------------------------------------------
      *  OUREC012  -  QUARANTINE DISPOSITION ACTIVITY REPORT
      *                RECORD LAYOUTS (133-BYTE PRINT LINE, BYTE
      *                1 IS THE CARRIAGE-CONTROL CHARACTER).
      *--------------------------------------------------------
       01  WS-QD-HDR1.
           05  WS-QD-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'QUARANTINE DISPOSITION ACTIVITY REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-QD-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-QD-HDR2.
           05  WS-QD-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'ACTION'.
           05  FILLER                  PIC X(06) VALUE 'CODE'.
           05  FILLER                  PIC X(12) VALUE 'DATE'.
           05  FILLER                  PIC X(11) VALUE 'FIELD'.
           05  FILLER                  PIC X(09) VALUE 'REPORTED'.
           05  FILLER                  PIC X(06) VALUE ' AGE'.
           05  FILLER                  PIC X(10) VALUE 'USER'.
           05  FILLER                  PIC X(10) VALUE 'RESULT'.
           05  FILLER                  PIC X(30) VALUE 'REASON'.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-QD-DETAIL.
           05  WS-QD-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-QD-DT-ACTION         PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-DATE           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-FIELD          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-REPORTED       PIC -ZZZZZ9.
           05  WS-QD-DT-REPORTED-X REDEFINES WS-QD-DT-REPORTED
                                       PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-AGE            PIC ZZZ9.
           05  WS-QD-DT-AGE-X REDEFINES WS-QD-DT-AGE
                                       PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-USER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-RESULT         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-QD-DT-REASON         PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.
