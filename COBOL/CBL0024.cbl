      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0024.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------
      *  BKF001 IS THE PROVIDER'S HISTORICAL BACK-FILE, IN THE
      *  SAME 189-BYTE LAYOUT AS THE DAILY FEED - QUOTE-DELIMITED
      *  OR ONE JSON OBJECT PER LINE, WITH OR WITHOUT THE HDR/TRL
      *  FRAME RECORDS.
      *----------------------------------------------------------
             SELECT BKF001 ASSIGN TO BKFDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-IN-STAT.

             SELECT MST001 ASSIGN TO MSTDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STAT.

             SELECT BFR001 ASSIGN TO BFRDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OUT-STAT.

             SELECT LDG001 ASSIGN TO LDGDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-LDG-STAT.

             SELECT JNL001 ASSIGN TO JNLDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-JNL-STAT.

             SELECT CRF001 ASSIGN TO CRFDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRF-CC
              FILE STATUS IS WS-CRF-STAT.

             SELECT PER001 ASSIGN TO PERDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PER-STAT.

             SELECT PAU001 ASSIGN TO PAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAU-STAT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  BKF001 RECORDING MODE F
               RECORD CONTAINS 189 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COVID-REC-FIELDS.
       01  COVID-REC-FIELDS   PIC X(189).
      *
       FD  MST001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS MASTER-REC.
       COPY MSTREC01.
      *
       FD  BFR001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BACKFILL-RPT-REC.
       01  BACKFILL-RPT-REC       PIC X(133).
      *
       FD  LDG001 RECORDING MODE F
               RECORD CONTAINS 52 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LEDGER-REC.
       COPY LDGREC01.
      *
       FD  JNL001 RECORDING MODE F
               RECORD CONTAINS 420 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS JOURNAL-REC.
       COPY JNLREC01.
      *
       FD  CRF001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS COUNTRY-REF-REC.
       COPY CRFREC01.
      *
       FD  PER001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PERIOD-CTL-REC.
       COPY PERREC01.
      *
       FD  PAU001 RECORDING MODE F
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PERIOD-AUDIT-REC.
       COPY PAUREC01.

      *
       WORKING-STORAGE SECTION.

       01  UNSTRING-COVID-RECORDS.
           05  UCR-COUNTRY         PIC X(50).
           05  UCR-COUNTRY-CODE    PIC X(4).
           05  UCR-SLUG            PIC X(50).
           05  UCR-NEW-CNFRM       PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  UCR-TOT-CNFRM       PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  UCR-NEW-DEATH       PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  UCR-TOT-DEATH       PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  UCR-NEW-RECVR       PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  UCR-TOT-RECVR       PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  UCR-TIMESTAMP       PIC X(25).

       01  WS-STORAGE.
           05  WS-ASTER            PIC X(80) VALUE ALL '*'.
           05  WS-RUN-DATE         PIC 9(08).
           05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               10  WS-RD-CCYY      PIC 9(04).
               10  WS-RD-MM        PIC 9(02).
               10  WS-RD-DD        PIC 9(02).
           05  WS-RUN-DATE-DSP     PIC X(10).
           05  WS-RUN-DATE-ISO     PIC X(10).
           05  WS-RUN-TIME         PIC 9(08).
           05  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
               10  WS-RT-HH        PIC 9(02).
               10  WS-RT-MM        PIC 9(02).
               10  WS-RT-SS        PIC 9(02).
               10  WS-RT-HS        PIC 9(02).
           05  WS-RUN-TIME-DSP     PIC X(08).
           05  WS-NUM-CANON        PIC X(07).
           05  WS-NUM-IN           PIC X(07).
           05  WS-NUM-LEN          PIC 9(02).
           05  WS-NUM-DIGITS       PIC 9(02).
           05  WS-NUM-MAG          PIC 9(06).

       01  WS-STAGE-FIELDS.
           05  WS-STG-COUNTRY      PIC X(50).
           05  WS-STG-CC           PIC X(4).
           05  WS-STG-SLUG         PIC X(50).
           05  WS-STG-NEW-CNFRM    PIC X(7).
           05  WS-STG-TOT-CNFRM    PIC X(7).
           05  WS-STG-NEW-DEATH    PIC X(7).
           05  WS-STG-TOT-DEATH    PIC X(7).
           05  WS-STG-NEW-RECVR    PIC X(7).
           05  WS-STG-TOT-RECVR    PIC X(7).
           05  WS-STG-TIMESTAMP    PIC X(25).
           05  WS-STG-RCY-CNT      PIC X(02).

       01  WS-JSON-PARSE.
           05  WS-JSN-KEY          PIC X(16).
           05  WS-JSN-KEY-LEN      PIC 9(02).
           05  WS-JSN-PAT          PIC X(19).
           05  WS-JSN-PAT-LEN      PIC 9(02).
           05  WS-JSN-POS          PIC 9(03).
           05  WS-JSN-HIT-POS      PIC 9(03).
           05  WS-JSN-SCAN-END     PIC 9(03).
           05  WS-JSN-VPOS         PIC 9(03).
           05  WS-JSN-VLEN         PIC 9(03).
           05  WS-JSN-VALUE        PIC X(52).
           05  WS-JSN-FOUND-SW     PIC X(03) VALUE 'NO '.
               88  WS-JSN-FOUND-YES           VALUE 'YES'.
               88  WS-JSN-FOUND-NO            VALUE 'NO '.

       01  WS-REJECT-HANDLING.
           05  WS-REJ-REASON-TXT   PIC X(30).
               88  WS-RRT-NOT-QUOTED
                      VALUE 'RECORD NOT QUOTE-DELIMITED'.
               88  WS-RRT-BAD-NUMERIC
                      VALUE 'INVALID NUMERIC DATA'.
               88  WS-RRT-SHORT-REC
                      VALUE 'RECORD SHORTER THAN EXPECTED'.
               88  WS-RRT-BAD-JSON
                      VALUE 'JSON RECORD NOT PARSEABLE'.
               88  WS-RRT-NO-CODE
                      VALUE 'COUNTRY CODE MISSING'.
               88  WS-RRT-BAD-DATE
                      VALUE 'DATE NOT CCYY-MM-DD'.
               88  WS-RRT-UNKNOWN-CC
                      VALUE 'COUNTRY CODE NOT ON REFERENCE'.
               88  WS-RRT-RETIRED-CC
                      VALUE 'COUNTRY CODE RETIRED'.
               88  WS-RRT-NAME-MISMATCH
                      VALUE 'COUNTRY NAME NOT KNOWN FOR CODE'.
               88  WS-RRT-CLOSED-PERIOD
                      VALUE 'MASTER MONTH CLOSED'.

       01  WS-COUNTRY-CHECK.
           05  WS-CC-FEED-NAME     PIC X(50).
           05  WS-CC-REF-NAME      PIC X(50).
           05  WS-CC-ALT-SUB       PIC 9(04) COMP VALUE ZERO.
           05  WS-CC-MATCH-SW      PIC X(03) VALUE 'NO '.
               88  WS-CC-MATCH-YES            VALUE 'YES'.
               88  WS-CC-MATCH-NO             VALUE 'NO '.

       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
           05  WS-PARM-START-DATE  PIC X(10).
           05  WS-PARM-END-DATE    PIC X(10).
           05  WS-PARM-OVERRIDE    PIC X(08).

       01  WS-PERIOD-LOCK.
           05  WS-PER-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-PER-OPEN-YES            VALUE 'YES'.
               88  WS-PER-OPEN-NO             VALUE 'NO '.
           05  WS-OVR-AUTH-SW      PIC X(03) VALUE 'NO '.
               88  WS-OVR-AUTH-YES            VALUE 'YES'.
               88  WS-OVR-AUTH-NO             VALUE 'NO '.
           05  WS-LOCK-SW          PIC X(03) VALUE 'NO '.
               88  WS-LOCK-CLOSED-YES         VALUE 'YES'.
               88  WS-LOCK-CLOSED-NO          VALUE 'NO '.
           05  WS-LOCK-OVR-SW      PIC X(03) VALUE 'NO '.
               88  WS-LOCK-OVR-YES            VALUE 'YES'.
               88  WS-LOCK-OVR-NO             VALUE 'NO '.
           05  WS-LOCK-MONTH       PIC X(07).
           05  WS-LOCK-CC          PIC X(04).
           05  WS-LOCK-DATE        PIC X(10).
           05  WS-LOCK-RESULT      PIC X(08).
           05  WS-LOCK-REASON      PIC X(30).

       01  WS-CLOSED-MONTHS.
           05  WS-CM-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-CM-TABLE OCCURS 1 TO 600 TIMES
                           DEPENDING ON WS-CM-COUNT
                           INDEXED BY WS-CM-IDX.
               10  WS-CM-MONTH     PIC X(07).

       01  WS-DATE-RANGE-CONTROLS.
           05  WS-RUN-START-DATE   PIC X(10) VALUE LOW-VALUES.
           05  WS-RUN-END-DATE     PIC X(10) VALUE HIGH-VALUES.

       01  WS-LOAD-CONTROLS.
           05  WS-KEY-DATE         PIC X(10) VALUE SPACES.
           05  WS-CMP-SW           PIC X(03) VALUE 'NO '.
               88  WS-CMP-SAME-YES            VALUE 'YES'.
               88  WS-CMP-SAME-NO             VALUE 'NO '.
           05  WS-CTRY-FOUND-SW    PIC X(03) VALUE 'NO '.
               88  WS-CTRY-FOUND-YES          VALUE 'YES'.
               88  WS-CTRY-FOUND-NO           VALUE 'NO '.
           05  WS-SCAN-END-SW      PIC X(03) VALUE 'NO '.
               88  WS-SCAN-END-YES            VALUE 'YES'.
               88  WS-SCAN-END-NO             VALUE 'NO '.
           05  WS-PRV-SW           PIC X(03) VALUE 'NO '.
               88  WS-PRV-SET-YES             VALUE 'YES'.
               88  WS-PRV-SET-NO              VALUE 'NO '.
           05  WS-PRV-DATE         PIC X(10) VALUE SPACES.
           05  WS-SECTION-SW       PIC X(01) VALUE 'D'.
               88  WS-SECTION-DETAIL          VALUE 'D'.
               88  WS-SECTION-SUMMARY         VALUE 'S'.
           05  WS-CLOSING-SW       PIC X(03) VALUE 'NO '.
               88  WS-CLOSING-YES             VALUE 'YES'.
               88  WS-CLOSING-NO              VALUE 'NO '.

      *----------------------------------------------------------
      *  ONE ENTRY PER COUNTRY THE BACK-FILE CARRIES, IN ORDER OF
      *  FIRST APPEARANCE; SORTED BY CODE BEFORE THE SUMMARY.
      *----------------------------------------------------------
       01  WS-COUNTRY-TABLE.
           05  WS-BT-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-I             PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-J             PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-LIMIT         PIC 9(04) COMP VALUE ZERO.
           05  WS-BT-SWAP.
               10  FILLER          PIC X(04).
               10  FILLER          PIC 9(06).
               10  FILLER          PIC 9(06).
               10  FILLER          PIC 9(06).
               10  FILLER          PIC 9(06).
           05  WS-BT-TABLE OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-BT-COUNT
                           INDEXED BY WS-BT-IDX.
               10  WS-BT-CC        PIC X(04).
               10  WS-BT-FILL-CNT  PIC 9(06).
               10  WS-BT-SAME-CNT  PIC 9(06).
               10  WS-BT-CONF-CNT  PIC 9(06).
               10  WS-BT-OPEN-CNT  PIC 9(06).

       01  WS-NEXT-DATE-WORK.
           05  WS-NXT-DATE-N.
               10  WS-NXT-CCYY     PIC 9(04).
               10  WS-NXT-MM       PIC 9(02).
               10  WS-NXT-DD       PIC 9(02).
           05  WS-NXT-DATE         PIC X(10) VALUE SPACES.
           05  WS-NXT-DIM          PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOT        PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REM         PIC 9(04) VALUE ZERO.
           05  WS-LEAP-SW          PIC X(03) VALUE 'NO '.
               88  WS-LEAP-YES                VALUE 'YES'.
               88  WS-LEAP-NO                 VALUE 'NO '.

       01  WS-CONTROL-TOTALS.
           05  WS-CT-READ-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-FRAME-CNT     PIC 9(08) VALUE ZERO.
           05  WS-CT-SKIP-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-REJ-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CT-FILL-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-SAME-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-CONF-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-OPEN-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-EXC-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CT-LOCK-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-OVR-CNT       PIC 9(08) VALUE ZERO.

       01  WS-PAGE-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JNL-SEQ          PIC 9(08) VALUE ZERO.

       01  WS-LEDGER-CONTROLS.
           05  WS-LDG-SEVERITY     PIC 9(02) VALUE ZERO.
           05  WS-LDG-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-OPEN-YES            VALUE 'YES'.
               88  WS-LDG-OPEN-NO             VALUE 'NO '.
           05  WS-LDG-DONE-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-DONE-YES            VALUE 'YES'.
               88  WS-LDG-DONE-NO             VALUE 'NO '.

       COPY CONSTANT.
       COPY OUREC013.

       01  WS-PRINT-REPORT         PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-FILES THRU D0001-EXIT
            PERFORM E0001-PROC-FILES THRU E0001-EXIT UNTIL WS-EOF-YES
            PERFORM S0001-SUMMARIZE THRU S0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN EXTEND LDG001.

            IF WS-LDG-STAT EQUAL '35'
               OPEN OUTPUT LDG001
            END-IF.

            IF WS-LDG-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-LD TO TRUE
               MOVE WS-LDG-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            SET WS-LDG-OPEN-YES TO TRUE.

            OPEN INPUT BKF001.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN I-O MST001.

            IF WS-MST-STAT EQUAL '35'
               OPEN OUTPUT MST001
               CLOSE MST001
               OPEN I-O MST001
            END-IF.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT BFR001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND JNL001.

            IF WS-JNL-STAT EQUAL '35'
               OPEN OUTPUT JNL001
            END-IF.

            IF WS-JNL-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-JN TO TRUE
               MOVE WS-JNL-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CRF001.

            IF WS-CRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CF TO TRUE
               MOVE WS-CRF-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT PER001.

            IF WS-PER-STAT EQUAL '35'
               DISPLAY 'NO PERIOD CONTROL FILE - NO MONTH IS CLOSED'
            ELSE
               IF WS-PER-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-PE TO TRUE
                  MOVE WS-PER-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-PER-OPEN-YES TO TRUE
            END-IF.

            OPEN EXTEND PAU001.

            IF WS-PAU-STAT EQUAL '35'
               OPEN OUTPUT PAU001
            END-IF.

            IF WS-PAU-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-PA TO TRUE
               MOVE WS-PAU-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  C0001-INIT-FILES - STAMP THE RUN DATE AND TIME, TAKE THE
      *                    OPTIONAL LOAD WINDOW FROM THE PARM
      *                    (START-DATE,END-DATE, EITHER SIDE MAY
      *                    BE LEFT BLANK TO LEAVE IT OPEN) AND THE
      *                    OPTIONAL OVERRIDE ID AFTER IT, LOAD THE
      *                    CLOSED MONTHS AND START THE FIRST
      *                    REPORT PAGE.
      *----------------------------------------------------------
       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            SET WS-INIT-YES        TO TRUE
            INITIALIZE WS-ERROR-HANDLING

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
            ACCEPT WS-RUN-TIME FROM TIME

            STRING WS-RD-MM   '/'
                   WS-RD-DD   '/'
                   WS-RD-CCYY
                   DELIMITED BY SIZE INTO WS-RUN-DATE-DSP

            STRING WS-RD-CCYY '-'
                   WS-RD-MM   '-'
                   WS-RD-DD
                   DELIMITED BY SIZE INTO WS-RUN-DATE-ISO

            STRING WS-RT-HH ':'
                   WS-RT-MM ':'
                   WS-RT-SS
                   DELIMITED BY SIZE INTO WS-RUN-TIME-DSP

            ACCEPT WS-PARM-CARD FROM COMMAND-LINE

            INITIALIZE WS-PARM-FIELDS

            UNSTRING WS-PARM-CARD DELIMITED BY ','
               INTO WS-PARM-START-DATE
                    WS-PARM-END-DATE
                    WS-PARM-OVERRIDE

            IF WS-PARM-START-DATE NOT EQUAL SPACES
                MOVE WS-PARM-START-DATE TO WS-RUN-START-DATE
            END-IF

            IF WS-PARM-END-DATE NOT EQUAL SPACES
                MOVE WS-PARM-END-DATE TO WS-RUN-END-DATE
            END-IF

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0002-READ-PER-FILE THRU G0002-EXIT
                PERFORM G0003-LOAD-PERIODS THRU G0003-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF

            PERFORM S0009-CHECK-OVERRIDE-ID THRU S0009-EXIT

            SET WS-SECTION-DETAIL TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW REPORT PAGE: BUMP THE PAGE
      *                     NUMBER, WRITE THE TITLE LINE AND THE
      *                     COLUMN HEADINGS OF WHICHEVER SECTION
      *                     IS PRINTING, AND RESET THE BODY LINE
      *                     COUNT.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-BF-H1-DATE
            MOVE WS-PAGE-CNT        TO WS-BF-H1-PAGE
            MOVE WS-BF-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            IF WS-SECTION-DETAIL
                MOVE WS-BF-HDR2     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            ELSE
                MOVE WS-BF-SUM-HDR  TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
                MOVE WS-BF-SUM-COLS TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-IF

            MOVE 4 TO WS-LINE-CNT
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  D0001-READ-FILES - READ THE NEXT BACK-FILE RECORD. A
      *                    SHORT RECORD (STATUS '04') IS FLAGGED
      *                    AND REJECTED BY E0001 RATHER THAN
      *                    ENDING THE RUN.
      *----------------------------------------------------------
       D0001-READ-FILES.

            READ BKF001
              AT END SET WS-EOF-YES TO TRUE.

            EVALUATE TRUE

               WHEN WS-IN-STAT EQUAL '10'
                    GO TO D0001-EXIT

               WHEN WS-IN-STAT EQUAL ZEROES
                    SET WS-SHORT-REC-NO TO TRUE
                    SET WS-INIT-NO TO TRUE

               WHEN WS-IN-STAT EQUAL '04'
                    SET WS-SHORT-REC-YES TO TRUE
                    SET WS-INIT-NO TO TRUE

               WHEN OTHER
                    SET WS-MSG-RD-IN TO TRUE
                    MOVE WS-IN-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

               END-EVALUATE
               .
       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-FILES - PARSE ONE BACK-FILE RECORD WITH THE
      *                    SAME RULES THE DAILY LOAD USES, DROP
      *                    FRAME RECORDS AND DATES OUTSIDE THE
      *                    LOAD WINDOW, AND OFFER WHAT IS LEFT TO
      *                    THE MASTER. A RECORD THAT FAILS
      *                    VALIDATION IS LISTED ON THE REPORT
      *                    ONLY - IT IS NOT WRITTEN TO REJ001,
      *                    WHICH WOULD FEED IT TO THE DAILY
      *                    RECYCLE RUN.
      *----------------------------------------------------------
       E0001-PROC-FILES.

            IF WS-SHORT-REC-NO AND
               (COVID-REC-FIELDS(1:3) EQUAL 'HDR' OR
                COVID-REC-FIELDS(1:3) EQUAL 'TRL')
                ADD 1 TO WS-CT-FRAME-CNT
                PERFORM D0001-READ-FILES THRU D0001-EXIT
                GO TO E0001-EXIT
            END-IF.

            ADD 1 TO WS-CT-READ-CNT.

            MOVE SPACES TO WS-STG-RCY-CNT.

            IF WS-SHORT-REC-YES
                SET WS-VALID-NO        TO TRUE
                SET WS-RRT-SHORT-REC   TO TRUE
            ELSE
                EVALUATE COVID-REC-FIELDS(1:1)
                   WHEN '"'
                        PERFORM F0001-VALIDATE-REC THRU F0001-EXIT
                   WHEN '{'
                        PERFORM F0005-VALIDATE-JSON-REC
                                THRU F0005-EXIT
                   WHEN OTHER
                        SET WS-VALID-NO        TO TRUE
                        SET WS-RRT-NOT-QUOTED  TO TRUE
                END-EVALUATE
            END-IF.

            IF WS-VALID-YES
                PERFORM K0001-CHECK-KEY THRU K0001-EXIT
            END-IF.

            IF WS-VALID-NO
                PERFORM Q0001-PRINT-REJECT THRU Q0001-EXIT
                PERFORM D0001-READ-FILES THRU D0001-EXIT
                GO TO E0001-EXIT
            END-IF.

            IF WS-KEY-DATE < WS-RUN-START-DATE OR
               WS-KEY-DATE > WS-RUN-END-DATE
                ADD 1 TO WS-CT-SKIP-CNT
                PERFORM D0001-READ-FILES THRU D0001-EXIT
                GO TO E0001-EXIT
            END-IF.

            PERFORM G0001-FIND-COUNTRY THRU G0001-EXIT.

            PERFORM E0002-APPLY-RECORD THRU E0002-EXIT.

            PERFORM D0001-READ-FILES THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  E0002-APPLY-RECORD - LOOK THE RECORD'S KEY UP ON THE
      *                      MASTER. A KEY NOT ON FILE IS A GAP
      *                      AND IS FILLED, UNLESS ITS MONTH IS
      *                      CLOSED AND THE RUN CARRIES NO
      *                      AUTHORISED OVERRIDE ID - THEN IT IS
      *                      LISTED WITH THE REJECTS AND LEFT OPEN.
      *                      A GAP FILLED IN A CLOSED MONTH UNDER
      *                      AN OVERRIDE IS RECORDED ON THE PERIOD
      *                      AUDIT FILE. A KEY ALREADY ON FILE
      *                      IS NEVER OVERWRITTEN: WHEN THE SIX
      *                      CASE COUNTS AGREE THE RECORD IS
      *                      COUNTED AS ALREADY ON FILE, AND WHEN
      *                      ANY OF THEM DIFFERS BOTH IMAGES GO ON
      *                      THE CONFLICT REPORT FOR THE DATA TEAM
      *                      TO SETTLE THROUGH THE CORRECTION RUN.
      *----------------------------------------------------------
       E0002-APPLY-RECORD.

            MOVE UCR-COUNTRY-CODE   TO MST-KEY-CC
            MOVE WS-KEY-DATE        TO MST-KEY-DATE

            READ MST001
                INVALID KEY
                    CONTINUE
            END-READ.

            EVALUATE WS-MST-STAT

               WHEN '23'
                    MOVE WS-KEY-DATE(1:7) TO WS-LOCK-MONTH
                    PERFORM S0007-CHECK-PERIOD-LOCK THRU S0007-EXIT
                    IF WS-LOCK-CLOSED-YES AND WS-LOCK-OVR-NO
                        ADD 1 TO WS-CT-LOCK-CNT
                        SET WS-RRT-CLOSED-PERIOD TO TRUE
                        PERFORM Q0001-PRINT-REJECT THRU Q0001-EXIT
                        GO TO E0002-EXIT
                    END-IF
                    PERFORM O0002-BUILD-MASTER-IMAGE THRU O0002-EXIT
                    PERFORM O0001-WRITE-MASTER THRU O0001-EXIT
                    ADD 1 TO WS-CT-FILL-CNT
                    IF WS-CTRY-FOUND-YES
                        ADD 1 TO WS-BT-FILL-CNT(WS-BT-IDX)
                    END-IF
                    IF WS-LOCK-OVR-YES
                        MOVE UCR-COUNTRY-CODE   TO WS-LOCK-CC
                        MOVE WS-KEY-DATE        TO WS-LOCK-DATE
                        MOVE 'APPLIED '         TO WS-LOCK-RESULT
                        MOVE 'CLOSED MONTH BACKFILLED'
                                                TO WS-LOCK-REASON
                        PERFORM S0008-WRITE-PERIOD-AUDIT
                                THRU S0008-EXIT
                        ADD 1 TO WS-CT-OVR-CNT
                    END-IF

               WHEN '00'
                    PERFORM E0003-COMPARE-COUNTS THRU E0003-EXIT
                    IF WS-CMP-SAME-YES
                        ADD 1 TO WS-CT-SAME-CNT
                        IF WS-CTRY-FOUND-YES
                            ADD 1 TO WS-BT-SAME-CNT(WS-BT-IDX)
                        END-IF
                    ELSE
                        ADD 1 TO WS-CT-CONF-CNT
                        IF WS-CTRY-FOUND-YES
                            ADD 1 TO WS-BT-CONF-CNT(WS-BT-IDX)
                        END-IF
                        PERFORM Q0002-PRINT-CONFLICT THRU Q0002-EXIT
                    END-IF

               WHEN OTHER
                    SET WS-MSG-RD-MS TO TRUE
                    MOVE WS-MST-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT

            END-EVALUATE
            .
       E0002-EXIT.
            EXIT.

       E0003-COMPARE-COUNTS.

            SET WS-CMP-SAME-YES TO TRUE

            IF UCR-NEW-CNFRM NOT EQUAL MST-NEW-CNFRM OR
               UCR-TOT-CNFRM NOT EQUAL MST-TOT-CNFRM OR
               UCR-NEW-DEATH NOT EQUAL MST-NEW-DEATH OR
               UCR-TOT-DEATH NOT EQUAL MST-TOT-DEATH OR
               UCR-NEW-RECVR NOT EQUAL MST-NEW-RECVR OR
               UCR-TOT-RECVR NOT EQUAL MST-TOT-RECVR
                SET WS-CMP-SAME-NO TO TRUE
            END-IF
            .
       E0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0001-CHECK-KEY - A VALID RECORD MUST STILL CARRY A
      *                   COUNTRY CODE AND A CCYY-MM-DD DATE AT
      *                   THE FRONT OF ITS TIMESTAMP TO BE KEYED
      *                   ONTO THE MASTER.
      *----------------------------------------------------------
       K0001-CHECK-KEY.

            MOVE UCR-TIMESTAMP(2:10) TO WS-KEY-DATE

            IF UCR-COUNTRY-CODE EQUAL SPACES
                SET WS-VALID-NO    TO TRUE
                SET WS-RRT-NO-CODE TO TRUE
                GO TO K0001-EXIT
            END-IF

            IF WS-KEY-DATE(1:4)  IS NOT NUMERIC OR
               WS-KEY-DATE(5:1)  NOT EQUAL '-'  OR
               WS-KEY-DATE(6:2)  IS NOT NUMERIC OR
               WS-KEY-DATE(8:1)  NOT EQUAL '-'  OR
               WS-KEY-DATE(9:2)  IS NOT NUMERIC
                SET WS-VALID-NO     TO TRUE
                SET WS-RRT-BAD-DATE TO TRUE
            END-IF
            .
       K0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-FIND-COUNTRY - POINT WS-BT-IDX AT THE RECORD'S
      *                      COUNTRY IN THE SUMMARY TABLE, ADDING
      *                      IT ON FIRST SIGHT.
      *----------------------------------------------------------
       G0001-FIND-COUNTRY.

            SET WS-CTRY-FOUND-NO TO TRUE

            IF WS-BT-COUNT > ZERO
                SET WS-BT-IDX TO 1
                SEARCH WS-BT-TABLE
                    AT END
                        CONTINUE
                    WHEN WS-BT-CC(WS-BT-IDX) EQUAL UCR-COUNTRY-CODE
                        SET WS-CTRY-FOUND-YES TO TRUE
                END-SEARCH
            END-IF

            IF WS-CTRY-FOUND-YES
                GO TO G0001-EXIT
            END-IF

            IF WS-BT-COUNT < 500
                ADD 1 TO WS-BT-COUNT
                SET WS-BT-IDX TO WS-BT-COUNT
                MOVE UCR-COUNTRY-CODE TO WS-BT-CC(WS-BT-IDX)
                MOVE ZERO TO WS-BT-FILL-CNT(WS-BT-IDX)
                MOVE ZERO TO WS-BT-SAME-CNT(WS-BT-IDX)
                MOVE ZERO TO WS-BT-CONF-CNT(WS-BT-IDX)
                MOVE ZERO TO WS-BT-OPEN-CNT(WS-BT-IDX)
                SET WS-CTRY-FOUND-YES TO TRUE
            ELSE
                DISPLAY 'COUNTRY TABLE FULL - NOT SUMMARIZED: '
                        UCR-COUNTRY-CODE
            END-IF
            .
       G0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0002-READ-PER-FILE - READ ONE RECORD FROM THE MASTER
      *                        PERIOD-CONTROL FILE.
      *----------------------------------------------------------
       G0002-READ-PER-FILE.

            READ PER001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-PER-STAT NOT EQUAL ZEROES AND
               WS-PER-STAT NOT EQUAL '10'
               SET WS-MSG-RD-PE TO TRUE
               MOVE WS-PER-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0003-LOAD-PERIODS - KEEP EACH CLOSED MONTH IN THE
      *                       IN-MEMORY TABLE THE GAP-FILL CHECK
      *                       SEARCHES, NOTE WHETHER THE OVERRIDE ID
      *                       ON THE PARM IS AN AUTHORISED ONE, AND
      *                       READ THE NEXT RECORD. OPEN MONTHS NEED
      *                       NO ENTRY.
      *----------------------------------------------------------
       G0003-LOAD-PERIODS.

            IF PER-MONTH-REC AND PER-CLOSED
                IF WS-CM-COUNT < 600
                    ADD 1 TO WS-CM-COUNT
                    SET WS-CM-IDX TO WS-CM-COUNT
                    MOVE PER-KEY(1:7) TO WS-CM-MONTH(WS-CM-IDX)
                ELSE
                    DISPLAY 'CLOSED-MONTH TABLE FULL - DROPPED: '
                             PER-KEY
                END-IF
            END-IF

            IF PER-OVERRIDE-REC AND
               WS-PARM-OVERRIDE NOT EQUAL SPACES AND
               PER-KEY EQUAL WS-PARM-OVERRIDE
                SET WS-OVR-AUTH-YES TO TRUE
            END-IF

            PERFORM G0002-READ-PER-FILE THRU G0002-EXIT
            .
       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  O0001-WRITE-MASTER - ADD THE GAP RECORD TO THE INDEXED
      *                      MASTER. THE KEY WAS JUST READ AS NOT
      *                      ON FILE, SO A DUPLICATE HERE IS AN
      *                      ERROR, NOT A REWRITE. THE ADD IS
      *                      JOURNALED WITH ITS AFTER IMAGE.
      *----------------------------------------------------------
       O0001-WRITE-MASTER.

           WRITE MASTER-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

           IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTM TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           MOVE SPACES             TO JOURNAL-REC
           SET JNL-ADD             TO TRUE
           MOVE MST-KEY            TO JNL-KEY
           MOVE MASTER-REC         TO JNL-AFTER-IMAGE
           PERFORM O0003-WRITE-JOURNAL THRU O0003-EXIT.

       O0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  O0002-BUILD-MASTER-IMAGE - LAY THE VALIDATED FIELDS OF
      *                      THE CURRENT RECORD INTO THE MASTER
      *                      RECORD AREA IN POSTING SHAPE.
      *----------------------------------------------------------
       O0002-BUILD-MASTER-IMAGE.

           MOVE UCR-COUNTRY-CODE      TO MST-KEY-CC
           MOVE UCR-TIMESTAMP(2:10)   TO MST-KEY-DATE
           MOVE UCR-COUNTRY           TO MST-COUNTRY
           MOVE UCR-SLUG              TO MST-SLUG
           MOVE UCR-NEW-CNFRM         TO MST-NEW-CNFRM
           MOVE UCR-TOT-CNFRM         TO MST-TOT-CNFRM
           MOVE UCR-NEW-DEATH         TO MST-NEW-DEATH
           MOVE UCR-TOT-DEATH         TO MST-TOT-DEATH
           MOVE UCR-NEW-RECVR         TO MST-NEW-RECVR
           MOVE UCR-TOT-RECVR         TO MST-TOT-RECVR
           MOVE UCR-TIMESTAMP         TO MST-TIMESTAMP
           .
       O0002-EXIT.
           EXIT.

      *----------------------------------------------------------
      *  F0001-VALIDATE-REC - UNSTRING THE QUOTE-DELIMITED RECORD
      *                       INTO THE STAGE AREA AND RUN THE
      *                       SHARED VALIDATION. THE RULES ARE THE
      *                       DAILY LOAD'S (CBL0013) SO A BACK-FILE
      *                       RECORD LANDS ON THE MASTER IN THE
      *                       SAME SHAPE A DAILY ONE WOULD. A
      *                       RECORD THAT PASSES IS THEN HELD
      *                       AGAINST THE COUNTRY REFERENCE BY
      *                       F0010, AS THE DAILY LOAD'S ARE.
      *----------------------------------------------------------
       F0001-VALIDATE-REC.

            UNSTRING COVID-REC-FIELDS DELIMITED BY ','
               INTO WS-STG-COUNTRY
                    WS-STG-CC
                    WS-STG-SLUG
                    WS-STG-NEW-CNFRM
                    WS-STG-TOT-CNFRM
                    WS-STG-NEW-DEATH
                    WS-STG-TOT-DEATH
                    WS-STG-NEW-RECVR
                    WS-STG-TOT-RECVR
                    WS-STG-TIMESTAMP
                    WS-STG-RCY-CNT

            SET WS-VALID-YES TO TRUE

            PERFORM F0004-VALIDATE-STAGED THRU F0004-EXIT

            IF WS-VALID-YES
                PERFORM F0010-VALIDATE-COUNTRY THRU F0010-EXIT
            END-IF
            .
       F0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0004-VALIDATE-STAGED - CANON THE SIX CASE-COUNT TOKENS
      *                       THROUGH F0002 AND, WHEN ALL SIX
      *                       PASS, COMMIT THE STAGED FIELDS TO
      *                       THE UNSTRING-COVID-RECORDS AREA.
      *----------------------------------------------------------
       F0004-VALIDATE-STAGED.

            MOVE WS-STG-NEW-CNFRM TO WS-NUM-IN
            PERFORM F0002-VALIDATE-NUMERIC-TOKEN THRU F0002-EXIT
            MOVE WS-NUM-CANON     TO UCR-NEW-CNFRM

            MOVE WS-STG-TOT-CNFRM TO WS-NUM-IN
            PERFORM F0002-VALIDATE-NUMERIC-TOKEN THRU F0002-EXIT
            MOVE WS-NUM-CANON     TO UCR-TOT-CNFRM

            MOVE WS-STG-NEW-DEATH TO WS-NUM-IN
            PERFORM F0002-VALIDATE-NUMERIC-TOKEN THRU F0002-EXIT
            MOVE WS-NUM-CANON     TO UCR-NEW-DEATH

            MOVE WS-STG-TOT-DEATH TO WS-NUM-IN
            PERFORM F0002-VALIDATE-NUMERIC-TOKEN THRU F0002-EXIT
            MOVE WS-NUM-CANON     TO UCR-TOT-DEATH

            MOVE WS-STG-NEW-RECVR TO WS-NUM-IN
            PERFORM F0002-VALIDATE-NUMERIC-TOKEN THRU F0002-EXIT
            MOVE WS-NUM-CANON     TO UCR-NEW-RECVR

            MOVE WS-STG-TOT-RECVR TO WS-NUM-IN
            PERFORM F0002-VALIDATE-NUMERIC-TOKEN THRU F0002-EXIT
            MOVE WS-NUM-CANON     TO UCR-TOT-RECVR

            IF WS-VALID-NO
                  SET WS-RRT-BAD-NUMERIC  TO TRUE
            ELSE
                  MOVE WS-STG-COUNTRY     TO UCR-COUNTRY
                  MOVE WS-STG-CC          TO UCR-COUNTRY-CODE
                  MOVE WS-STG-SLUG        TO UCR-SLUG
                  MOVE WS-STG-TIMESTAMP   TO UCR-TIMESTAMP
            END-IF
            .
       F0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0005-VALIDATE-JSON-REC - PARSE A ONE-OBJECT-PER-LINE
      *                       JSON RECORD INTO THE SAME STAGE AREA
      *                       THE QUOTE-DELIMITED UNSTRING FILLS,
      *                       THEN RUN THE SHARED VALIDATION.
      *                       STRING VALUES KEEP THEIR QUOTES SO
      *                       THE TIMESTAMP DATE IS STILL AT
      *                       OFFSET 2; THE COUNTRY CODE IS STAGED
      *                       BARE, THE FORM MST-KEY-CC CARRIES.
      *                       A RECORD THAT PASSES GOES ON TO
      *                       F0010, AS THE OLD FORMAT DOES.
      *----------------------------------------------------------
       F0005-VALIDATE-JSON-REC.

            SET WS-VALID-YES TO TRUE

            MOVE 'Country'        TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:50) TO WS-STG-COUNTRY

            MOVE 'CountryCode'    TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT

            IF WS-JSN-VALUE(1:1) EQUAL '"' AND WS-JSN-VLEN > 2
                COMPUTE WS-JSN-VLEN = WS-JSN-VLEN - 2
                MOVE WS-JSN-VALUE(2:WS-JSN-VLEN) TO WS-STG-CC
            ELSE
                MOVE WS-JSN-VALUE(1:4) TO WS-STG-CC
            END-IF

            MOVE 'Slug'           TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:50) TO WS-STG-SLUG

            MOVE 'NewConfirmed'   TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:7) TO WS-STG-NEW-CNFRM

            MOVE 'TotalConfirmed' TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:7) TO WS-STG-TOT-CNFRM

            MOVE 'NewDeaths'      TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:7) TO WS-STG-NEW-DEATH

            MOVE 'TotalDeaths'    TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:7) TO WS-STG-TOT-DEATH

            MOVE 'NewRecovered'   TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:7) TO WS-STG-NEW-RECVR

            MOVE 'TotalRecovered' TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:7) TO WS-STG-TOT-RECVR

            MOVE 'Date'           TO WS-JSN-KEY
            PERFORM F0006-JSON-EXTRACT THRU F0006-EXIT
            MOVE WS-JSN-VALUE(1:25) TO WS-STG-TIMESTAMP

            IF WS-VALID-NO
                SET WS-RRT-BAD-JSON TO TRUE
                GO TO F0005-EXIT
            END-IF

            PERFORM F0004-VALIDATE-STAGED THRU F0004-EXIT

            IF WS-VALID-YES
                PERFORM F0010-VALIDATE-COUNTRY THRU F0010-EXIT
            END-IF
            .
       F0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0006-JSON-EXTRACT - FIND THE '"KEY":' PATTERN FOR THE
      *                      KEY NAMED IN WS-JSN-KEY AND CAPTURE
      *                      THE VALUE AFTER IT INTO WS-JSN-VALUE:
      *                      A QUOTED VALUE THROUGH ITS CLOSING
      *                      QUOTE, QUOTES AND ALL, OR A BARE
      *                      NUMBER UP TO THE NEXT COMMA, BRACE OR
      *                      BLANK. A KEY THAT NEVER APPEARS, OR A
      *                      VALUE THAT NEVER CLOSES, FAILS THE
      *                      RECORD.
      *----------------------------------------------------------
       F0006-JSON-EXTRACT.

            SET WS-JSN-FOUND-NO TO TRUE
            MOVE SPACES TO WS-JSN-VALUE

            MOVE 16 TO WS-JSN-KEY-LEN

            PERFORM F0007-TRIM-KEY THRU F0007-EXIT
                    UNTIL WS-JSN-KEY-LEN EQUAL ZERO
                       OR WS-JSN-KEY(WS-JSN-KEY-LEN:1)
                          NOT EQUAL SPACE

            IF WS-JSN-KEY-LEN EQUAL ZERO
                SET WS-VALID-NO TO TRUE
                GO TO F0006-EXIT
            END-IF

            MOVE SPACES TO WS-JSN-PAT
            STRING '"'
                   WS-JSN-KEY(1:WS-JSN-KEY-LEN)
                   '":'
                   DELIMITED BY SIZE INTO WS-JSN-PAT
            COMPUTE WS-JSN-PAT-LEN = WS-JSN-KEY-LEN + 3
            COMPUTE WS-JSN-SCAN-END = 190 - WS-JSN-PAT-LEN

            MOVE ZERO TO WS-JSN-HIT-POS

            PERFORM F0008-SCAN-KEY THRU F0008-EXIT
                    VARYING WS-JSN-POS FROM 1 BY 1
                    UNTIL WS-JSN-POS > WS-JSN-SCAN-END
                       OR WS-JSN-HIT-POS > ZERO

            IF WS-JSN-HIT-POS EQUAL ZERO
                SET WS-VALID-NO TO TRUE
                GO TO F0006-EXIT
            END-IF

            COMPUTE WS-JSN-POS = WS-JSN-HIT-POS + WS-JSN-PAT-LEN

            PERFORM F0009-BUMP-POS THRU F0009-EXIT
                    UNTIL WS-JSN-POS > 189
                       OR COVID-REC-FIELDS(WS-JSN-POS:1)
                          NOT EQUAL SPACE

            IF WS-JSN-POS > 189
                SET WS-VALID-NO TO TRUE
                GO TO F0006-EXIT
            END-IF

            IF COVID-REC-FIELDS(WS-JSN-POS:1) EQUAL '"'
                MOVE WS-JSN-POS TO WS-JSN-VPOS
                ADD 1 TO WS-JSN-POS
                PERFORM F0009-BUMP-POS THRU F0009-EXIT
                        UNTIL WS-JSN-POS > 189
                           OR COVID-REC-FIELDS(WS-JSN-POS:1)
                              EQUAL '"'
                IF WS-JSN-POS > 189
                    SET WS-VALID-NO TO TRUE
                    GO TO F0006-EXIT
                END-IF
                COMPUTE WS-JSN-VLEN = WS-JSN-POS - WS-JSN-VPOS + 1
                IF WS-JSN-VLEN > 52
                    MOVE 52 TO WS-JSN-VLEN
                END-IF
            ELSE
                MOVE WS-JSN-POS TO WS-JSN-VPOS
                PERFORM F0009-BUMP-POS THRU F0009-EXIT
                        UNTIL WS-JSN-POS > 189
                           OR COVID-REC-FIELDS(WS-JSN-POS:1)
                              EQUAL ','
                           OR COVID-REC-FIELDS(WS-JSN-POS:1)
                              EQUAL '}'
                           OR COVID-REC-FIELDS(WS-JSN-POS:1)
                              EQUAL SPACE
                COMPUTE WS-JSN-VLEN = WS-JSN-POS - WS-JSN-VPOS
                IF WS-JSN-VLEN EQUAL ZERO OR WS-JSN-VLEN > 52
                    SET WS-VALID-NO TO TRUE
                    GO TO F0006-EXIT
                END-IF
            END-IF

            MOVE COVID-REC-FIELDS(WS-JSN-VPOS:WS-JSN-VLEN)
                 TO WS-JSN-VALUE

            SET WS-JSN-FOUND-YES TO TRUE
            .
       F0006-EXIT.
            EXIT.

       F0007-TRIM-KEY.

            SUBTRACT 1 FROM WS-JSN-KEY-LEN
            .
       F0007-EXIT.
            EXIT.

       F0008-SCAN-KEY.

            IF COVID-REC-FIELDS(WS-JSN-POS:WS-JSN-PAT-LEN) EQUAL
               WS-JSN-PAT(1:WS-JSN-PAT-LEN)
                MOVE WS-JSN-POS TO WS-JSN-HIT-POS
            END-IF
            .
       F0008-EXIT.
            EXIT.

       F0009-BUMP-POS.

            ADD 1 TO WS-JSN-POS
            .
       F0009-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0002-VALIDATE-NUMERIC-TOKEN - TRIM THE TRAILING SPACES
      *                       LEFT IN WS-NUM-IN, CONFIRM WHAT
      *                       REMAINS IS AN OPTIONALLY-SIGNED
      *                       STRING OF AT MOST 6 DIGITS, AND LEAVE
      *                       A SIGN + 6-DIGIT ZERO-PADDED
      *                       MAGNITUDE IN WS-NUM-CANON. SETS
      *                       WS-VALID-NO WHEN THE TOKEN IS NOT
      *                       VALID.
      *----------------------------------------------------------
       F0002-VALIDATE-NUMERIC-TOKEN.

            MOVE 7 TO WS-NUM-LEN

            PERFORM F0003-TRIM-TRAIL-SPACE THRU F0003-EXIT
                    UNTIL WS-NUM-LEN EQUAL ZERO
                       OR WS-NUM-IN(WS-NUM-LEN:1) NOT EQUAL SPACE

            IF WS-NUM-LEN EQUAL ZERO
                SET WS-VALID-NO TO TRUE
            ELSE
                IF WS-NUM-IN(1:1) EQUAL '+' OR
                   WS-NUM-IN(1:1) EQUAL '-'
                    IF WS-NUM-LEN EQUAL 1
                        SET WS-VALID-NO TO TRUE
                    ELSE
                        COMPUTE WS-NUM-DIGITS = WS-NUM-LEN - 1
                        IF WS-NUM-IN(2:WS-NUM-DIGITS) NOT NUMERIC
                            SET WS-VALID-NO TO TRUE
                        ELSE
                            MOVE WS-NUM-IN(1:1) TO WS-NUM-CANON(1:1)
                            MOVE WS-NUM-IN(2:WS-NUM-DIGITS)
                                                 TO WS-NUM-MAG
                            MOVE WS-NUM-MAG      TO WS-NUM-CANON(2:6)
                        END-IF
                    END-IF
                ELSE
                    IF WS-NUM-LEN > 6
                        SET WS-VALID-NO TO TRUE
                    ELSE
                        IF WS-NUM-IN(1:WS-NUM-LEN) NOT NUMERIC
                            SET WS-VALID-NO TO TRUE
                        ELSE
                            MOVE '+'             TO WS-NUM-CANON(1:1)
                            MOVE WS-NUM-IN(1:WS-NUM-LEN) TO WS-NUM-MAG
                            MOVE WS-NUM-MAG      TO WS-NUM-CANON(2:6)
                        END-IF
                    END-IF
                END-IF
            END-IF
            .
       F0002-EXIT.
            EXIT.

       F0003-TRIM-TRAIL-SPACE.

            SUBTRACT 1 FROM WS-NUM-LEN
            .
       F0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0010-VALIDATE-COUNTRY - LOOK THE COMMITTED COUNTRY CODE
      *                       UP ON THE COUNTRY REFERENCE MASTER
      *                       WITH THE DAILY LOAD'S RULES. A CODE
      *                       NOT ON FILE OR RETIRED REJECTS, AS
      *                       DOES A FEED NAME THAT IS NEITHER THE
      *                       CODE'S OFFICIAL NAME NOR ONE OF ITS
      *                       ALTERNATES. THE FEED NAME ARRIVES
      *                       QUOTED AND THE REFERENCE HOLDS IT
      *                       BARE, SO THE QUOTES ARE STRIPPED AND
      *                       BOTH SIDES COMPARED IN UPPER CASE.
      *----------------------------------------------------------
       F0010-VALIDATE-COUNTRY.

            MOVE UCR-COUNTRY-CODE TO CRF-CC

            READ CRF001
                INVALID KEY CONTINUE
            END-READ

            EVALUATE WS-CRF-STAT
               WHEN '00'
                    CONTINUE
               WHEN '23'
                    SET WS-VALID-NO          TO TRUE
                    SET WS-RRT-UNKNOWN-CC    TO TRUE
                    GO TO F0010-EXIT
               WHEN OTHER
                    SET WS-MSG-RD-CF TO TRUE
                    MOVE WS-CRF-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE

            IF CRF-RETIRED
                SET WS-VALID-NO          TO TRUE
                SET WS-RRT-RETIRED-CC    TO TRUE
                GO TO F0010-EXIT
            END-IF

            MOVE SPACES TO WS-CC-FEED-NAME

            IF UCR-COUNTRY(1:1) EQUAL '"'
                UNSTRING UCR-COUNTRY(2:49) DELIMITED BY '"'
                    INTO WS-CC-FEED-NAME
            ELSE
                MOVE UCR-COUNTRY TO WS-CC-FEED-NAME
            END-IF

            INSPECT WS-CC-FEED-NAME
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            SET WS-CC-MATCH-NO TO TRUE

            MOVE CRF-OFFICIAL-NAME TO WS-CC-REF-NAME
            PERFORM F0011-MATCH-NAME THRU F0011-EXIT

            PERFORM F0012-MATCH-ALT-NAME THRU F0012-EXIT
                    VARYING WS-CC-ALT-SUB FROM 1 BY 1
                    UNTIL WS-CC-ALT-SUB > CRF-ALT-NAME-CNT
                       OR WS-CC-MATCH-YES

            IF WS-CC-MATCH-NO
                SET WS-VALID-NO          TO TRUE
                SET WS-RRT-NAME-MISMATCH TO TRUE
            END-IF
            .
       F0010-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0011-MATCH-NAME - COMPARE THE REFERENCE NAME IN
      *                    WS-CC-REF-NAME, FOLDED TO UPPER CASE,
      *                    WITH THE FEED NAME.
      *----------------------------------------------------------
       F0011-MATCH-NAME.

            INSPECT WS-CC-REF-NAME
                CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                        TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

            IF WS-CC-REF-NAME EQUAL WS-CC-FEED-NAME
                SET WS-CC-MATCH-YES TO TRUE
            END-IF
            .
       F0011-EXIT.
            EXIT.

       F0012-MATCH-ALT-NAME.

            MOVE CRF-ALT-NAME(WS-CC-ALT-SUB) TO WS-CC-REF-NAME
            PERFORM F0011-MATCH-NAME THRU F0011-EXIT
            .
       F0012-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0001-PRINT-REJECT - LIST A BACK-FILE RECORD THAT FAILED
      *                      VALIDATION OR FELL IN A CLOSED MONTH,
      *                      WITH ITS REASON AND THE FRONT OF THE
      *                      RAW IMAGE.
      *----------------------------------------------------------
       Q0001-PRINT-REJECT.

            ADD 1 TO WS-CT-REJ-CNT

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-REJ-REASON-TXT          TO WS-BF-RJ-REASON
            MOVE COVID-REC-FIELDS(1:89)     TO WS-BF-RJ-IMAGE
            MOVE WS-BF-REJECT               TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0002-PRINT-CONFLICT - PRINT THE BACK-FILE IMAGE AND THE
      *                        MASTER IMAGE IT DISAGREES WITH AS
      *                        A PAIR, KEPT ON THE SAME PAGE.
      *----------------------------------------------------------
       Q0002-PRINT-CONFLICT.

            IF WS-LINE-CNT + 1 NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE '0'                  TO WS-BF-DT-CC
            MOVE 'BACKFILL'           TO WS-BF-DT-SOURCE
            MOVE UCR-COUNTRY-CODE     TO WS-BF-DT-CODE
            MOVE WS-KEY-DATE          TO WS-BF-DT-DATE
            MOVE UCR-COUNTRY(2:18)    TO WS-BF-DT-COUNTRY
            MOVE UCR-NEW-CNFRM        TO WS-BF-DT-NEW-CNFRM
            MOVE UCR-TOT-CNFRM        TO WS-BF-DT-TOT-CNFRM
            MOVE UCR-NEW-DEATH        TO WS-BF-DT-NEW-DEATH
            MOVE UCR-TOT-DEATH        TO WS-BF-DT-TOT-DEATH
            MOVE UCR-NEW-RECVR        TO WS-BF-DT-NEW-RECVR
            MOVE UCR-TOT-RECVR        TO WS-BF-DT-TOT-RECVR
            MOVE UCR-TIMESTAMP        TO WS-BF-DT-TIMESTAMP
            MOVE WS-BF-DETAIL         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            ADD 1 TO WS-LINE-CNT

            MOVE SPACE                TO WS-BF-DT-CC
            MOVE 'ON FILE'            TO WS-BF-DT-SOURCE
            MOVE MST-KEY-CC           TO WS-BF-DT-CODE
            MOVE MST-KEY-DATE         TO WS-BF-DT-DATE
            MOVE MST-COUNTRY(2:18)    TO WS-BF-DT-COUNTRY
            MOVE MST-NEW-CNFRM        TO WS-BF-DT-NEW-CNFRM
            MOVE MST-TOT-CNFRM        TO WS-BF-DT-TOT-CNFRM
            MOVE MST-NEW-DEATH        TO WS-BF-DT-NEW-DEATH
            MOVE MST-TOT-DEATH        TO WS-BF-DT-TOT-DEATH
            MOVE MST-NEW-RECVR        TO WS-BF-DT-NEW-RECVR
            MOVE MST-TOT-RECVR        TO WS-BF-DT-TOT-RECVR
            MOVE MST-TIMESTAMP        TO WS-BF-DT-TIMESTAMP
            MOVE WS-BF-DETAIL         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0001-SUMMARIZE - ONCE THE BACK-FILE IS LOADED, SORT THE
      *                   COUNTRY TABLE BY CODE, SWEEP EACH
      *                   COUNTRY'S MASTER HISTORY (WITHIN THE
      *                   LOAD WINDOW) FOR DAYS STILL MISSING,
      *                   AND PRINT THE PER-COUNTRY SUMMARY AND
      *                   GRAND TOTALS ON A PAGE OF THEIR OWN.
      *----------------------------------------------------------
       S0001-SUMMARIZE.

            IF WS-BT-COUNT > 1
                COMPUTE WS-BT-LIMIT = WS-BT-COUNT - 1
                PERFORM S0002-SORT-PASS THRU S0002-EXIT
                        VARYING WS-BT-I FROM 1 BY 1
                        UNTIL WS-BT-I > WS-BT-LIMIT
            END-IF

            SET WS-SECTION-SUMMARY TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            PERFORM S0004-COUNTRY-SUMMARY THRU S0004-EXIT
                    VARYING WS-BT-SUB FROM 1 BY 1
                    UNTIL WS-BT-SUB > WS-BT-COUNT

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-CT-FILL-CNT     TO WS-BF-GR-FILLED
            MOVE WS-CT-SAME-CNT     TO WS-BF-GR-SAME
            MOVE WS-CT-CONF-CNT     TO WS-BF-GR-CONFLICT
            MOVE WS-CT-OPEN-CNT     TO WS-BF-GR-OPEN
            MOVE WS-CT-REJ-CNT      TO WS-BF-GR-REJECT
            MOVE WS-CT-SKIP-CNT     TO WS-BF-GR-SKIP
            MOVE WS-BF-GRAND        TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       S0001-EXIT.
            EXIT.

       S0002-SORT-PASS.

            COMPUTE WS-BT-J = WS-BT-I + 1

            PERFORM S0003-SORT-COMPARE THRU S0003-EXIT
                    UNTIL WS-BT-J > WS-BT-COUNT
            .
       S0002-EXIT.
            EXIT.

       S0003-SORT-COMPARE.

            IF WS-BT-CC(WS-BT-J) < WS-BT-CC(WS-BT-I)
                MOVE WS-BT-TABLE(WS-BT-I) TO WS-BT-SWAP
                MOVE WS-BT-TABLE(WS-BT-J) TO WS-BT-TABLE(WS-BT-I)
                MOVE WS-BT-SWAP           TO WS-BT-TABLE(WS-BT-J)
            END-IF

            ADD 1 TO WS-BT-J
            .
       S0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0004-COUNTRY-SUMMARY - POSITION ON THE COUNTRY'S FIRST
      *                         MASTER RECORD IN THE WINDOW, WALK
      *                         ITS HISTORY COUNTING THE CALENDAR
      *                         DAYS STILL MISSING BETWEEN POSTED
      *                         DATES, AND PRINT ITS SUMMARY LINE.
      *----------------------------------------------------------
       S0004-COUNTRY-SUMMARY.

            SET WS-BT-IDX TO WS-BT-SUB
            MOVE ZERO TO WS-BT-OPEN-CNT(WS-BT-IDX)
            SET WS-SCAN-END-NO TO TRUE
            SET WS-PRV-SET-NO  TO TRUE

            MOVE WS-BT-CC(WS-BT-IDX)  TO MST-KEY-CC
            MOVE WS-RUN-START-DATE    TO MST-KEY-DATE

            START MST001 KEY NOT LESS THAN MST-KEY
                INVALID KEY
                    SET WS-SCAN-END-YES TO TRUE
            END-START

            PERFORM S0005-SCAN-COUNTRY THRU S0005-EXIT
                    UNTIL WS-SCAN-END-YES

            ADD WS-BT-OPEN-CNT(WS-BT-IDX) TO WS-CT-OPEN-CNT

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-BT-CC(WS-BT-IDX)       TO WS-BF-SD-CODE
            MOVE WS-BT-FILL-CNT(WS-BT-IDX) TO WS-BF-SD-FILLED
            MOVE WS-BT-SAME-CNT(WS-BT-IDX) TO WS-BF-SD-SAME
            MOVE WS-BT-CONF-CNT(WS-BT-IDX) TO WS-BF-SD-CONFLICT
            MOVE WS-BT-OPEN-CNT(WS-BT-IDX) TO WS-BF-SD-OPEN
            MOVE WS-BF-SUM-DETAIL          TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       S0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0005-SCAN-COUNTRY - READ THE NEXT MASTER RECORD AND, IF
      *                      IT STILL BELONGS TO THE COUNTRY AND
      *                      THE WINDOW, COUNT THE DAYS MISSING
      *                      SINCE THE PRIOR POSTED DATE. A KEY
      *                      DATE NOT SHAPED CCYY-MM-DD IS LEFT
      *                      TO THE INTEGRITY AUDIT AND SKIPPED.
      *----------------------------------------------------------
       S0005-SCAN-COUNTRY.

            READ MST001 NEXT RECORD
              AT END SET WS-SCAN-END-YES TO TRUE.

            IF WS-SCAN-END-YES
                GO TO S0005-EXIT
            END-IF

            IF WS-MST-STAT NOT EQUAL ZEROES
                SET WS-MSG-RD-MS TO TRUE
                MOVE WS-MST-STAT TO WS-ERR-CDE
                SET WS-PROC-READ TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF MST-KEY-CC NOT EQUAL WS-BT-CC(WS-BT-IDX) OR
               MST-KEY-DATE > WS-RUN-END-DATE
                SET WS-SCAN-END-YES TO TRUE
                GO TO S0005-EXIT
            END-IF

            IF MST-KEY-DATE(1:4)  IS NOT NUMERIC OR
               MST-KEY-DATE(5:1)  NOT EQUAL '-'  OR
               MST-KEY-DATE(6:2)  IS NOT NUMERIC OR
               MST-KEY-DATE(8:1)  NOT EQUAL '-'  OR
               MST-KEY-DATE(9:2)  IS NOT NUMERIC
                GO TO S0005-EXIT
            END-IF

            IF WS-PRV-SET-YES
                MOVE WS-PRV-DATE(1:4) TO WS-NXT-CCYY
                MOVE WS-PRV-DATE(6:2) TO WS-NXT-MM
                MOVE WS-PRV-DATE(9:2) TO WS-NXT-DD
                MOVE WS-PRV-DATE      TO WS-NXT-DATE
                PERFORM S0006-COUNT-GAP THRU S0006-EXIT
                        UNTIL WS-NXT-DATE NOT < MST-KEY-DATE
            END-IF

            MOVE MST-KEY-DATE  TO WS-PRV-DATE
            SET WS-PRV-SET-YES TO TRUE
            .
       S0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0006-COUNT-GAP - STEP ONE CALENDAR DAY PAST THE PRIOR
      *                   POSTED DATE; A DAY THAT FALLS SHORT OF
      *                   THE CURRENT KEY DATE IS STILL MISSING.
      *----------------------------------------------------------
       S0006-COUNT-GAP.

            PERFORM U0001-NEXT-DAY THRU U0001-EXIT

            STRING WS-NXT-CCYY '-'
                   WS-NXT-MM   '-'
                   WS-NXT-DD
                   DELIMITED BY SIZE INTO WS-NXT-DATE

            IF WS-NXT-DATE < MST-KEY-DATE
                ADD 1 TO WS-BT-OPEN-CNT(WS-BT-IDX)
            END-IF
            .
       S0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0007-CHECK-PERIOD-LOCK - SEARCH THE CLOSED-MONTH TABLE
      *                      FOR WS-LOCK-MONTH (CCYY-MM OF THE GAP'S
      *                      KEY DATE). A CLOSED MONTH MAY STILL BE
      *                      FILLED WHEN THE RUN CARRIES AN
      *                      AUTHORISED OVERRIDE ID; THE CALLER
      *                      LEAVES THE GAP OPEN OTHERWISE.
      *----------------------------------------------------------
       S0007-CHECK-PERIOD-LOCK.

            SET WS-LOCK-CLOSED-NO TO TRUE
            SET WS-LOCK-OVR-NO    TO TRUE

            IF WS-CM-COUNT EQUAL ZERO
                GO TO S0007-EXIT
            END-IF

            SET WS-CM-IDX TO 1

            SEARCH WS-CM-TABLE
               AT END
                  SET WS-LOCK-CLOSED-NO TO TRUE
               WHEN WS-CM-MONTH(WS-CM-IDX) EQUAL WS-LOCK-MONTH
                  SET WS-LOCK-CLOSED-YES TO TRUE
            END-SEARCH

            IF WS-LOCK-CLOSED-YES AND WS-OVR-AUTH-YES
                SET WS-LOCK-OVR-YES TO TRUE
            END-IF
            .
       S0007-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0008-WRITE-PERIOD-AUDIT - RECORD USE OF THE PARM
      *                      OVERRIDE ID ON THE APPEND-ONLY PERIOD
      *                      AUDIT FILE: THE MONTH AND MASTER KEY
      *                      ADDED UNDER IT, OR THE REFUSAL OF AN
      *                      ID THAT IS NOT AUTHORISED.
      *----------------------------------------------------------
       S0008-WRITE-PERIOD-AUDIT.

           MOVE SPACES             TO PERIOD-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO PAU-DATE
           MOVE WS-RUN-TIME-DSP    TO PAU-TIME
           MOVE 'CBL0024 '         TO PAU-PROGRAM
           MOVE WS-PARM-OVERRIDE   TO PAU-USER
           SET PAU-OVERRIDE-USED   TO TRUE
           MOVE WS-LOCK-MONTH      TO PAU-KEY
           MOVE WS-LOCK-CC         TO PAU-MST-CC
           MOVE WS-LOCK-DATE       TO PAU-MST-DATE
           MOVE WS-LOCK-RESULT     TO PAU-RESULT
           MOVE WS-LOCK-REASON     TO PAU-REASON

           IF WS-LOCK-OVR-YES
               MOVE 'C'            TO PAU-OLD-STATUS
                                      PAU-NEW-STATUS
           END-IF

           WRITE PERIOD-AUDIT-REC.

           IF WS-PAU-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-PA TO TRUE
               MOVE WS-PAU-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTA TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       S0008-EXIT. EXIT.

      *----------------------------------------------------------
      *  S0009-CHECK-OVERRIDE-ID - AN OVERRIDE ID ON THE PARM THAT
      *                      IS NOT AUTHORISED ON THE PERIOD-CONTROL
      *                      FILE IS IGNORED, SO CLOSED MONTHS STAY
      *                      LOCKED FOR THE RUN. THE REFUSAL IS
      *                      AUDITED AND RAISES SEVERITY 4.
      *----------------------------------------------------------
       S0009-CHECK-OVERRIDE-ID.

            IF WS-PARM-OVERRIDE EQUAL SPACES OR WS-OVR-AUTH-YES
                GO TO S0009-EXIT
            END-IF

            DISPLAY 'OVERRIDE ID NOT AUTHORISED - IGNORED: '
                     WS-PARM-OVERRIDE

            MOVE SPACES                       TO WS-LOCK-MONTH
                                                 WS-LOCK-CC
                                                 WS-LOCK-DATE
            MOVE 'REJECTED'                   TO WS-LOCK-RESULT
            MOVE 'OVERRIDE ID NOT AUTHORISED' TO WS-LOCK-REASON
            PERFORM S0008-WRITE-PERIOD-AUDIT THRU S0008-EXIT

            IF WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF
            .
       S0009-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0001-NEXT-DAY - STEP WS-NXT-DATE-N FORWARD ONE CALENDAR
      *                  DAY, ROLLING THE MONTH AND YEAR AND
      *                  HONORING LEAP-YEAR FEBRUARIES.
      *----------------------------------------------------------
       U0001-NEXT-DAY.

            PERFORM U0002-DAYS-IN-MONTH THRU U0002-EXIT

            IF WS-NXT-DD < WS-NXT-DIM
                ADD 1 TO WS-NXT-DD
                GO TO U0001-EXIT
            END-IF

            MOVE 1 TO WS-NXT-DD

            IF WS-NXT-MM EQUAL 12
                MOVE 1 TO WS-NXT-MM
                ADD 1 TO WS-NXT-CCYY
            ELSE
                ADD 1 TO WS-NXT-MM
            END-IF
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0002-DAYS-IN-MONTH - SET WS-NXT-DIM TO THE DAY COUNT OF
      *                       WS-NXT-MM IN WS-NXT-CCYY. A CENTURY
      *                       YEAR ONLY LEAPS WHEN DIVISIBLE BY
      *                       400.
      *----------------------------------------------------------
       U0002-DAYS-IN-MONTH.

            EVALUATE WS-NXT-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                    MOVE 31 TO WS-NXT-DIM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-NXT-DIM
               WHEN 2
                    SET WS-LEAP-NO TO TRUE
                    DIVIDE WS-NXT-CCYY BY 4
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-YES TO TRUE
                    END-IF
                    DIVIDE WS-NXT-CCYY BY 100
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-NO TO TRUE
                        DIVIDE WS-NXT-CCYY BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM EQUAL ZERO
                            SET WS-LEAP-YES TO TRUE
                        END-IF
                    END-IF
                    IF WS-LEAP-YES
                        MOVE 29 TO WS-NXT-DIM
                    ELSE
                        MOVE 28 TO WS-NXT-DIM
                    END-IF
               WHEN OTHER
                    MOVE 31 TO WS-NXT-DIM
            END-EVALUATE
            .
       U0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  O0003-WRITE-JOURNAL - APPEND ONE MASTER CHANGE TO THE
      *                      CHANGE JOURNAL. THE CALLER HAS SET THE
      *                      ACTION, THE KEY AND THE BEFORE AND
      *                      AFTER IMAGES; THE RUN STAMP AND THE
      *                      SEQUENCE NUMBER GO ON HERE.
      *----------------------------------------------------------
       O0003-WRITE-JOURNAL.

           ADD 1                   TO WS-JNL-SEQ
           MOVE 'CBL0024 '         TO JNL-PROGRAM
           MOVE WS-RUN-DATE-ISO    TO JNL-DATE
           MOVE WS-RUN-TIME-DSP    TO JNL-TIME
           MOVE WS-JNL-SEQ         TO JNL-SEQ

           WRITE JOURNAL-REC.

           IF WS-JNL-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-JN TO TRUE
               MOVE WS-JNL-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTJ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       O0003-EXIT. EXIT.

       P0001-PRINT-REC.

           WRITE BACKFILL-RPT-REC FROM WS-PRINT-REPORT.

           IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           ADD 1 TO WS-LINE-CNT.

       P0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  X0001-WRITE-RUN-LEDGER - APPEND THE RUN'S ENTRY TO THE
      *                      SUITE RUN-LEDGER FILE. IN IS THE
      *                      BACK-FILE DETAIL RECORDS READ, OUT
      *                      THE GAPS FILLED, AND REJECT THE
      *                      INVALID RECORDS PLUS THE CONFLICTS
      *                      LEFT FOR THE DATA TEAM.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0024 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-CT-READ-CNT     TO LDG-IN-CNT
            MOVE WS-CT-FILL-CNT     TO LDG-OUT-CNT
            MOVE WS-CT-EXC-CNT      TO LDG-REJ-CNT
            MOVE WS-LDG-SEVERITY    TO LDG-SEVERITY

            WRITE LEDGER-REC

            IF WS-LDG-STAT NOT EQUAL ZEROES
                SET WS-MSG-WR-LD TO TRUE
                MOVE WS-LDG-STAT TO WS-ERR-CDE
                SET WS-PROC-WRTL TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF
            .
       X0001-EXIT.
            EXIT.

       Y0001-ERR-HANDLING.

            MOVE 12 TO WS-LDG-SEVERITY.

            DISPLAY '********************************'.
            DISPLAY '  ERROR HANDLING REPORT '.
            DISPLAY '********************************'.
            DISPLAY '  ' WS-ERR-MSG.
            DISPLAY '  ' WS-ERR-CDE.
            DISPLAY '  ' WS-ERR-PROC.
            DISPLAY '********************************'.

            IF WS-CLOSING-YES
                GO TO Y0001-EXIT
            END-IF.

            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT.

       Y0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Z0001-CLOS-FILES - A RUN THAT LEFT ANY CONFLICT OR
      *                    REJECTED RECORD ENDS WITH CONDITION
      *                    CODE 4 SO THE SCHEDULER FLAGS THE
      *                    REPORT FOR THE DATA TEAM.
      *----------------------------------------------------------
       Z0001-CLOS-FILES.

            SET WS-CLOSING-YES TO TRUE.

            COMPUTE WS-CT-EXC-CNT = WS-CT-REJ-CNT + WS-CT-CONF-CNT.

            IF WS-CT-EXC-CNT > ZERO AND WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF.

            CLOSE BKF001.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE BFR001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE JNL001.

            IF WS-JNL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-JNL-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE CRF001.

            IF WS-CRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-CRF-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-PER-OPEN-YES
                CLOSE PER001
                IF WS-PER-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-PER-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            CLOSE PAU001.

            IF WS-PAU-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-PAU-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            PERFORM X0001-WRITE-RUN-LEDGER THRU X0001-EXIT.

            IF WS-LDG-OPEN-YES
                CLOSE LDG001
                IF WS-LDG-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-LDG-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            PERFORM N0001-CTL-TOTALS THRU N0001-EXIT.

            MOVE WS-LDG-SEVERITY TO RETURN-CODE.

            STOP RUN.

       Z0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  N0001-CTL-TOTALS - DISPLAY THE RUN-LEVEL CONTROL-TOTAL
      *                    TRAILER FOR RECONCILIATION: READ =
      *                    FILLED + ON FILE + CONFLICTS +
      *                    REJECTED + SKIPPED. GAPS LEFT IN CLOSED
      *                    MONTHS ARE COUNTED WITH THE REJECTS.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  HISTORICAL BACKFILL CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  DETAIL RECORDS READ:' WS-CT-READ-CNT.
            DISPLAY '  FRAME RECORDS:      ' WS-CT-FRAME-CNT.
            DISPLAY '  GAPS FILLED:        ' WS-CT-FILL-CNT.
            DISPLAY '  ALREADY ON FILE:    ' WS-CT-SAME-CNT.
            DISPLAY '  CONFLICTS:          ' WS-CT-CONF-CNT.
            DISPLAY '  REJECTED:           ' WS-CT-REJ-CNT.
            DISPLAY '  OUTSIDE WINDOW:     ' WS-CT-SKIP-CNT.
            DISPLAY '  CLOSED MTH SKIPPED: ' WS-CT-LOCK-CNT.
            DISPLAY '  CLOSED MTH OVERRIDE:' WS-CT-OVR-CNT.
            DISPLAY '  GAPS STILL OPEN:    ' WS-CT-OPEN-CNT.
            DISPLAY '  JOURNAL RECORDS:    ' WS-JNL-SEQ.
            DISPLAY '  PAGES PRINTED:      ' WS-PAGE-CNT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
