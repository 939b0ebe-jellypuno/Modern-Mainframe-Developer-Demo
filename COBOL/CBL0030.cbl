      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0030.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT MST001 ASSIGN TO MSTDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STAT.

             SELECT GRW001 ASSIGN TO GRWDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-OUT-STAT.

             SELECT LDG001 ASSIGN TO LDGDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-LDG-STAT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  MST001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS MASTER-REC.
       COPY MSTREC01.
      *
       FD  GRW001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS GROWTH-REC.
       01  GROWTH-REC             PIC X(133).
      *
       FD  LDG001 RECORDING MODE F
               RECORD CONTAINS 52 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LEDGER-REC.
       COPY LDGREC01.

      *
       WORKING-STORAGE SECTION.

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

       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
           05  WS-PARM-ASOF        PIC X(10).
           05  WS-PARM-THRESHOLD   PIC X(03).

      *----------------------------------------------------------
      *  THE FIVE WEEKLY POINTS WALKED BACK FROM THE AS-OF DATE -
      *  AS-OF, AS-OF MINUS 7, 14, 21 AND 28 DAYS. A COUNTRY'S
      *  CUMULATIVE TOTALS ARE SAMPLED AT THE FIRST FOUR, TAKING
      *  THE LATEST MASTER DAY ON OR BEFORE EACH POINT BUT AFTER
      *  THE NEXT POINT BACK.
      *----------------------------------------------------------
       01  WS-WINDOW-CONTROLS.
           05  WS-ASOF-DATE        PIC X(10) VALUE SPACES.
           05  WS-THRESHOLD        PIC 9(03) VALUE 014.
           05  WS-DATE-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-DATE-OK-YES             VALUE 'YES'.
               88  WS-DATE-OK-NO              VALUE 'NO '.
           05  WS-PT-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-PT-DATE          PIC X(10) OCCURS 5 TIMES.

       01  WS-WALK-DATE-WORK.
           05  WS-WLK-DATE-N.
               10  WS-WLK-CCYY     PIC 9(04).
               10  WS-WLK-MM       PIC 9(02).
               10  WS-WLK-DD       PIC 9(02).
           05  WS-WLK-DATE         PIC X(10) VALUE SPACES.
           05  WS-WLK-SUB          PIC 9(02) VALUE ZERO.
           05  WS-WLK-DIM          PIC 9(02) VALUE ZERO.
           05  WS-LEAP-QUOT        PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REM         PIC 9(04) VALUE ZERO.
           05  WS-LEAP-SW          PIC X(03) VALUE 'NO '.
               88  WS-LEAP-YES                VALUE 'YES'.
               88  WS-LEAP-NO                 VALUE 'NO '.

       01  WS-COUNTRY-SNAPSHOTS.
           05  WS-CUR-CC           PIC X(04) VALUE SPACES.
           05  WS-CUR-COUNTRY      PIC X(50) VALUE SPACES.
           05  WS-CTRY-SW          PIC X(03) VALUE 'NO '.
               88  WS-CTRY-OPEN-YES           VALUE 'YES'.
               88  WS-CTRY-OPEN-NO            VALUE 'NO '.
           05  WS-CTRY-FLAG-SW     PIC X(03) VALUE 'NO '.
               88  WS-CTRY-FLAG-YES           VALUE 'YES'.
               88  WS-CTRY-FLAG-NO            VALUE 'NO '.
           05  WS-CLOSING-SW       PIC X(03) VALUE 'NO '.
               88  WS-CLOSING-YES             VALUE 'YES'.
               88  WS-CLOSING-NO              VALUE 'NO '.
           05  WS-MT-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-SN-ENTRY OCCURS 4 TIMES.
               10  WS-SN-DATE      PIC X(10).
               10  WS-SN-TOT       PIC S9(09) OCCURS 2 TIMES.

      *----------------------------------------------------------
      *  GROWTH WORK AREAS. THE RATE IS TAKEN FROM ONE WEEK'S NEW
      *  COUNT AGAINST THE WEEK BEFORE - A CUMULATIVE TOTAL ONLY
      *  EVER RISES, SO ITS OWN RATIO CANNOT SHOW A FALLING
      *  EPIDEMIC. WS-GW-FACTOR IS THE DAILY COMPOUND FACTOR
      *  (1 + DAILY GROWTH RATE).
      *----------------------------------------------------------
       01  WS-GROWTH-WORK.
           05  WS-GW-SEVENTH       PIC 9V9(08) VALUE 0.14285714.
           05  WS-GW-NEW-LAT       PIC S9(09) VALUE ZERO.
           05  WS-GW-NEW-PRI       PIC S9(09) VALUE ZERO.
           05  WS-GW-BASE-TOT      PIC S9(09) VALUE ZERO.
           05  WS-GW-RATIO         PIC 9(05)V9(08) VALUE ZERO.
           05  WS-GW-FACTOR        PIC 9(03)V9(08) VALUE ZERO.
           05  WS-GW-GROWTH        PIC S9(03)V9(08) VALUE ZERO.
           05  WS-GW-GROWTH-PCT    PIC S9(03)V9(02) VALUE ZERO.
           05  WS-GW-DAYS          PIC 9(04)V9(01) VALUE ZERO.
           05  WS-GW-IND           PIC X(04) VALUE SPACES.
           05  WS-GW-DAILY         PIC S9(13)V9(04) VALUE ZERO.
           05  WS-GW-TERM          PIC S9(13)V9(04) VALUE ZERO.
           05  WS-GW-SUM           PIC S9(13)V9(04) VALUE ZERO.
           05  WS-GW-SUM-07        PIC S9(13)V9(04) VALUE ZERO.
           05  WS-GW-PROJ-DAY      PIC 9(02) VALUE ZERO.
           05  WS-GW-PROJ-07       PIC S9(13) VALUE ZERO.
           05  WS-GW-PROJ-14       PIC S9(13) VALUE ZERO.
           05  WS-GW-PROJ-MAX      PIC S9(13) VALUE 9999999999.
           05  WS-GW-OVFL-SW       PIC X(03) VALUE 'NO '.
               88  WS-GW-OVFL-YES             VALUE 'YES'.
               88  WS-GW-OVFL-NO              VALUE 'NO '.
           05  WS-PV-PROJ-07       PIC S9(13) VALUE ZERO.
           05  WS-PV-ERR           PIC S9(13) VALUE ZERO.
           05  WS-PV-ERR-PCT       PIC S9(05)V9(01) VALUE ZERO.

      *----------------------------------------------------------
      *  DOUBLING/HALVING-TIME SOLVE: FIND T WITH
      *  WS-SL-BASE ** T = 2 BY WIDENING AN UPPER BOUND AND THEN
      *  BISECTING. WS-SL-BASE IS ALWAYS ABOVE 1 - THE DAILY
      *  FACTOR WHEN GROWING, ITS RECIPROCAL WHEN FALLING.
      *----------------------------------------------------------
       01  WS-SOLVE-WORK.
           05  WS-SL-BASE          PIC 9(03)V9(08) VALUE ZERO.
           05  WS-SL-LO            PIC 9(05)V9(06) VALUE ZERO.
           05  WS-SL-HI            PIC 9(05)V9(06) VALUE ZERO.
           05  WS-SL-MID           PIC 9(05)V9(06) VALUE ZERO.
           05  WS-SL-VAL           PIC 9(05)V9(08) VALUE ZERO.
           05  WS-SL-ITER          PIC 9(02) VALUE ZERO.
           05  WS-SL-CAP-SW        PIC X(03) VALUE 'NO '.
               88  WS-SL-CAP-YES              VALUE 'YES'.
               88  WS-SL-CAP-NO               VALUE 'NO '.

       01  WS-GROWTH-TOTALS.
           05  WS-GR-READ-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-CTRY-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-SKIP-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-FLAG-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-NOPRV-CNT     PIC 9(08) VALUE ZERO.
           05  WS-GR-LINE-CNT      PIC 9(08) VALUE ZERO.

       01  WS-PAGE-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.

       01  WS-LEDGER-CONTROLS.
           05  WS-LDG-SEVERITY     PIC 9(02) VALUE ZERO.
           05  WS-LDG-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-OPEN-YES            VALUE 'YES'.
               88  WS-LDG-OPEN-NO             VALUE 'NO '.
           05  WS-LDG-DONE-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-DONE-YES            VALUE 'YES'.
               88  WS-LDG-DONE-NO             VALUE 'NO '.

       COPY CONSTANT.
       COPY OUREC018.

       01  WS-PRINT-REPORT             PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-MASTER THRU D0001-EXIT
            PERFORM E0001-PROC-MASTER THRU E0001-EXIT UNTIL WS-EOF-YES
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT GRW001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

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

       B0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  C0001-INIT-FILES - PARSE THE AS-OF DATE AND DOUBLING-TIME
      *                    THRESHOLD PARM, WALK OUT THE WEEKLY
      *                    SAMPLE POINTS, PRINT THE HEADINGS AND
      *                    POSITION THE MASTER. A MISSING OR
      *                    MALFORMED AS-OF DATE ENDS THE RUN WITH
      *                    NOTHING REPORTED AND RETURN CODE 8.
      *----------------------------------------------------------
       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
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
               INTO WS-PARM-ASOF
                    WS-PARM-THRESHOLD

            PERFORM V0001-VALIDATE-ASOF THRU V0001-EXIT

            IF WS-DATE-OK-NO
                DISPLAY 'AS-OF DATE PARM MISSING OR NOT VALID: '
                        WS-PARM-ASOF
                MOVE 8 TO WS-LDG-SEVERITY
                SET WS-EOF-YES TO TRUE
                GO TO C0001-EXIT
            END-IF

            MOVE WS-PARM-ASOF TO WS-ASOF-DATE

            IF WS-PARM-THRESHOLD IS NUMERIC AND
               WS-PARM-THRESHOLD NOT EQUAL ZEROES
                MOVE WS-PARM-THRESHOLD TO WS-THRESHOLD
            END-IF

            PERFORM U0001-BUILD-POINTS THRU U0001-EXIT

            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            MOVE LOW-VALUES TO MST-KEY

            START MST001 KEY NOT LESS THAN MST-KEY
                INVALID KEY SET WS-EOF-YES TO TRUE
            END-START
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  V0001-VALIDATE-ASOF - CONFIRM THE AS-OF PARM IS SHAPED
      *                       CCYY-MM-DD WITH A REAL MONTH AND DAY
      *                       NUMBER.
      *----------------------------------------------------------
       V0001-VALIDATE-ASOF.

            SET WS-DATE-OK-YES TO TRUE

            IF WS-PARM-ASOF(1:4)  IS NOT NUMERIC OR
               WS-PARM-ASOF(5:1)  NOT EQUAL '-'  OR
               WS-PARM-ASOF(6:2)  IS NOT NUMERIC OR
               WS-PARM-ASOF(8:1)  NOT EQUAL '-'  OR
               WS-PARM-ASOF(9:2)  IS NOT NUMERIC
                SET WS-DATE-OK-NO TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF WS-PARM-ASOF(6:2) < '01' OR WS-PARM-ASOF(6:2) > '12' OR
               WS-PARM-ASOF(9:2) < '01' OR WS-PARM-ASOF(9:2) > '31'
                SET WS-DATE-OK-NO TO TRUE
            END-IF
            .
       V0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0001-BUILD-POINTS - WALK BACK FROM THE AS-OF DATE ONE
      *                      CALENDAR DAY AT A TIME, CAPTURING
      *                      EVERY SEVENTH DAY AS A SAMPLE POINT.
      *----------------------------------------------------------
       U0001-BUILD-POINTS.

            MOVE WS-ASOF-DATE       TO WS-PT-DATE(1)
            MOVE WS-ASOF-DATE(1:4)  TO WS-WLK-CCYY
            MOVE WS-ASOF-DATE(6:2)  TO WS-WLK-MM
            MOVE WS-ASOF-DATE(9:2)  TO WS-WLK-DD

            PERFORM U0002-WALK-ONE-DAY THRU U0002-EXIT
                    VARYING WS-WLK-SUB FROM 1 BY 1
                    UNTIL WS-WLK-SUB > 28
            .
       U0001-EXIT.
            EXIT.

       U0002-WALK-ONE-DAY.

            PERFORM U0003-PRIOR-DAY THRU U0003-EXIT

            STRING WS-WLK-CCYY '-'
                   WS-WLK-MM   '-'
                   WS-WLK-DD
                   DELIMITED BY SIZE INTO WS-WLK-DATE

            EVALUATE WS-WLK-SUB
               WHEN 7
                    MOVE WS-WLK-DATE TO WS-PT-DATE(2)
               WHEN 14
                    MOVE WS-WLK-DATE TO WS-PT-DATE(3)
               WHEN 21
                    MOVE WS-WLK-DATE TO WS-PT-DATE(4)
               WHEN 28
                    MOVE WS-WLK-DATE TO WS-PT-DATE(5)
            END-EVALUATE
            .
       U0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0003-PRIOR-DAY - STEP WS-WLK-DATE-N BACK ONE CALENDAR
      *                   DAY, ROLLING THE MONTH AND YEAR AND
      *                   HONORING LEAP-YEAR FEBRUARIES.
      *----------------------------------------------------------
       U0003-PRIOR-DAY.

            IF WS-WLK-DD > 1
                SUBTRACT 1 FROM WS-WLK-DD
                GO TO U0003-EXIT
            END-IF

            IF WS-WLK-MM EQUAL 1
                SUBTRACT 1 FROM WS-WLK-CCYY
                MOVE 12 TO WS-WLK-MM
            ELSE
                SUBTRACT 1 FROM WS-WLK-MM
            END-IF

            PERFORM U0004-DAYS-IN-MONTH THRU U0004-EXIT
            MOVE WS-WLK-DIM TO WS-WLK-DD
            .
       U0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0004-DAYS-IN-MONTH - SET WS-WLK-DIM TO THE DAY COUNT OF
      *                       WS-WLK-MM IN WS-WLK-CCYY. A CENTURY
      *                       YEAR ONLY LEAPS WHEN DIVISIBLE BY
      *                       400.
      *----------------------------------------------------------
       U0004-DAYS-IN-MONTH.

            EVALUATE WS-WLK-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                    MOVE 31 TO WS-WLK-DIM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-WLK-DIM
               WHEN 2
                    SET WS-LEAP-NO TO TRUE
                    DIVIDE WS-WLK-CCYY BY 4
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-YES TO TRUE
                    END-IF
                    DIVIDE WS-WLK-CCYY BY 100
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-NO TO TRUE
                        DIVIDE WS-WLK-CCYY BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM EQUAL ZERO
                            SET WS-LEAP-YES TO TRUE
                        END-IF
                    END-IF
                    IF WS-LEAP-YES
                        MOVE 29 TO WS-WLK-DIM
                    ELSE
                        MOVE 28 TO WS-WLK-DIM
                    END-IF
            END-EVALUATE
            .
       U0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW PAGE OF GRW001 WITH THE
      *                     REPORT, PARM AND COLUMN HEADINGS.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT
            MOVE ZERO TO WS-LINE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-GR-H1-DATE
            MOVE WS-PAGE-CNT        TO WS-GR-H1-PAGE
            MOVE WS-GR-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-ASOF-DATE       TO WS-GR-H2-ASOF
            MOVE WS-THRESHOLD       TO WS-GR-H2-THRESH
            MOVE WS-GR-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-GR-HDR3         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       H0001-EXIT.
            EXIT.

       D0001-READ-MASTER.

            IF WS-EOF-YES
                GO TO D0001-EXIT
            END-IF

            READ MST001 NEXT RECORD
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-MST-STAT NOT EQUAL ZEROES AND
               WS-MST-STAT NOT EQUAL '10'
               SET WS-MSG-RD-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-GR-READ-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-MASTER - OFFER THE MASTER DAY JUST READ TO
      *                     EACH SAMPLE POINT. THE MASTER ARRIVES
      *                     IN KEY ORDER, SO A LATER DAY IN A
      *                     POINT'S WEEK REPLACES AN EARLIER ONE
      *                     AND A CHANGE OF COUNTRY CODE CLOSES
      *                     OUT THE PRIOR COUNTRY. DAYS AFTER THE
      *                     AS-OF DATE ARE IGNORED.
      *----------------------------------------------------------
       E0001-PROC-MASTER.

            IF MST-KEY-CC NOT EQUAL WS-CUR-CC
                PERFORM T0001-END-COUNTRY THRU T0001-EXIT
                PERFORM T0002-START-COUNTRY THRU T0002-EXIT
            END-IF

            IF MST-KEY-DATE NOT > WS-ASOF-DATE
                PERFORM E0002-TAKE-SNAPSHOT THRU E0002-EXIT
                        VARYING WS-PT-SUB FROM 1 BY 1
                        UNTIL WS-PT-SUB > 4
            END-IF

            PERFORM D0001-READ-MASTER THRU D0001-EXIT.

       E0001-EXIT. EXIT.

       E0002-TAKE-SNAPSHOT.

            IF MST-KEY-DATE NOT > WS-PT-DATE(WS-PT-SUB) AND
               MST-KEY-DATE     > WS-PT-DATE(WS-PT-SUB + 1)
                MOVE MST-KEY-DATE  TO WS-SN-DATE(WS-PT-SUB)
                MOVE MST-TOT-CNFRM TO WS-SN-TOT(WS-PT-SUB, 1)
                MOVE MST-TOT-DEATH TO WS-SN-TOT(WS-PT-SUB, 2)
            END-IF
            .
       E0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-END-COUNTRY - PRINT THE COUNTRY'S CONFIRMED AND
      *                     DEATHS LINES. THE RATE NEEDS A TOTAL
      *                     IN EACH OF THE LATEST THREE WEEKLY
      *                     POINTS; A COUNTRY MISSING ANY OF THEM
      *                     HAS TOO LITTLE HISTORY AND IS COUNTED
      *                     SKIPPED INSTEAD.
      *----------------------------------------------------------
       T0001-END-COUNTRY.

            IF WS-CTRY-OPEN-NO
                GO TO T0001-EXIT
            END-IF

            IF WS-SN-DATE(1) EQUAL SPACES OR
               WS-SN-DATE(2) EQUAL SPACES OR
               WS-SN-DATE(3) EQUAL SPACES
                ADD 1 TO WS-GR-SKIP-CNT
                GO TO T0001-EXIT
            END-IF

            ADD 1 TO WS-GR-CTRY-CNT

            IF WS-SN-DATE(4) EQUAL SPACES
                ADD 1 TO WS-GR-NOPRV-CNT
            END-IF

            IF WS-LINE-CNT + 2 > WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            SET WS-CTRY-FLAG-NO TO TRUE

            PERFORM K0001-MEASURE-METRIC THRU K0001-EXIT
                    VARYING WS-MT-SUB FROM 1 BY 1
                    UNTIL WS-MT-SUB > 2

            IF WS-CTRY-FLAG-YES
                ADD 1 TO WS-GR-FLAG-CNT
            END-IF
            .
       T0001-EXIT.
            EXIT.

       T0002-START-COUNTRY.

            MOVE MST-KEY-CC         TO WS-CUR-CC
            MOVE MST-COUNTRY        TO WS-CUR-COUNTRY
            SET WS-CTRY-OPEN-YES    TO TRUE

            PERFORM T0003-CLEAR-SNAPSHOT THRU T0003-EXIT
                    VARYING WS-PT-SUB FROM 1 BY 1
                    UNTIL WS-PT-SUB > 4
            .
       T0002-EXIT.
            EXIT.

       T0003-CLEAR-SNAPSHOT.

            MOVE SPACES             TO WS-SN-DATE(WS-PT-SUB)
            MOVE ZERO               TO WS-SN-TOT(WS-PT-SUB, 1)
            MOVE ZERO               TO WS-SN-TOT(WS-PT-SUB, 2)
            .
       T0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0001-MEASURE-METRIC - BUILD AND PRINT ONE LINE FOR THE
      *                        METRIC UNDER WS-MT-SUB (1 CONFIRMED,
      *                        2 DEATHS). WHEN THE COUNTRY HAS A
      *                        FOURTH WEEKLY POINT, LAST WEEK'S
      *                        7-DAY PROJECTION IS WORKED OUT AGAIN
      *                        FROM THE HISTORY AS IT STOOD A WEEK
      *                        AGO AND SET AGAINST THE TOTAL
      *                        ACTUALLY REACHED.
      *----------------------------------------------------------
       K0001-MEASURE-METRIC.

            MOVE SPACES TO WS-GR-DETAIL

            IF WS-MT-SUB EQUAL 1
                MOVE WS-CUR-CC      TO WS-GR-DT-CODE
                MOVE WS-CUR-COUNTRY TO WS-GR-DT-COUNTRY
                MOVE 'CNFRM '       TO WS-GR-DT-METRIC
            ELSE
                MOVE 'DEATHS'       TO WS-GR-DT-METRIC
            END-IF

            IF WS-SN-DATE(4) NOT EQUAL SPACES
                COMPUTE WS-GW-NEW-LAT = WS-SN-TOT(2, WS-MT-SUB) -
                                        WS-SN-TOT(3, WS-MT-SUB)
                COMPUTE WS-GW-NEW-PRI = WS-SN-TOT(3, WS-MT-SUB) -
                                        WS-SN-TOT(4, WS-MT-SUB)
                MOVE WS-SN-TOT(2, WS-MT-SUB) TO WS-GW-BASE-TOT
                PERFORM K0002-GROWTH-RATE THRU K0002-EXIT
                PERFORM K0003-PROJECT THRU K0003-EXIT
                MOVE WS-GW-PROJ-07 TO WS-PV-PROJ-07
                COMPUTE WS-PV-ERR = WS-SN-TOT(1, WS-MT-SUB) -
                                    WS-PV-PROJ-07
                IF WS-PV-PROJ-07 EQUAL ZERO
                    MOVE ZERO TO WS-PV-ERR-PCT
                ELSE
                    COMPUTE WS-PV-ERR-PCT ROUNDED =
                            WS-PV-ERR * 100 / WS-PV-PROJ-07
                        ON SIZE ERROR
                            MOVE 999.9 TO WS-PV-ERR-PCT
                    END-COMPUTE
                END-IF
                IF WS-PV-ERR-PCT > 999.9
                    MOVE 999.9 TO WS-PV-ERR-PCT
                END-IF
                IF WS-PV-ERR-PCT < -999.9
                    MOVE -999.9 TO WS-PV-ERR-PCT
                END-IF
                MOVE WS-PV-PROJ-07 TO WS-GR-DT-LAST-PROJ
                MOVE WS-PV-ERR     TO WS-GR-DT-PROJ-ERR
                MOVE WS-PV-ERR-PCT TO WS-GR-DT-ERR-PCT
            END-IF

            COMPUTE WS-GW-NEW-LAT = WS-SN-TOT(1, WS-MT-SUB) -
                                    WS-SN-TOT(2, WS-MT-SUB)
            COMPUTE WS-GW-NEW-PRI = WS-SN-TOT(2, WS-MT-SUB) -
                                    WS-SN-TOT(3, WS-MT-SUB)
            MOVE WS-SN-TOT(1, WS-MT-SUB) TO WS-GW-BASE-TOT
            PERFORM K0002-GROWTH-RATE THRU K0002-EXIT
            PERFORM K0003-PROJECT THRU K0003-EXIT

            MOVE WS-SN-TOT(1, WS-MT-SUB) TO WS-GR-DT-TOTAL
            MOVE WS-GW-NEW-LAT      TO WS-GR-DT-NEW-LAT
            MOVE WS-GW-NEW-PRI      TO WS-GR-DT-NEW-PRI
            MOVE WS-GW-IND          TO WS-GR-DT-IND
            MOVE WS-GW-PROJ-07      TO WS-GR-DT-PROJ-07
            MOVE WS-GW-PROJ-14      TO WS-GR-DT-PROJ-14

            EVALUATE WS-GW-IND
               WHEN 'N/A '
               WHEN 'NEW '
               WHEN 'NONE'
                    CONTINUE
               WHEN OTHER
                    COMPUTE WS-GW-GROWTH-PCT ROUNDED =
                            WS-GW-GROWTH * 100
                        ON SIZE ERROR
                            MOVE 999.99 TO WS-GW-GROWTH-PCT
                    END-COMPUTE
                    MOVE WS-GW-GROWTH-PCT TO WS-GR-DT-GROWTH
                    MOVE WS-GW-DAYS       TO WS-GR-DT-DAYS
            END-EVALUATE

            IF WS-GW-IND EQUAL 'DBL ' AND
               WS-GW-DAYS < WS-THRESHOLD
                MOVE 'FAST'         TO WS-GR-DT-FLAG
                SET WS-CTRY-FLAG-YES TO TRUE
            END-IF

            MOVE WS-GR-DETAIL       TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            ADD 1 TO WS-GR-LINE-CNT
            .
       K0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0002-GROWTH-RATE - FROM THE LATEST WEEK'S NEW COUNT
      *                     (WS-GW-NEW-LAT) AND THE WEEK BEFORE
      *                     (WS-GW-NEW-PRI) SET THE DAILY FACTOR,
      *                     THE DAILY GROWTH RATE, THE DOUBLING OR
      *                     HALVING TIME AND THE D/H INDICATOR:
      *                       DBL/HLV  DOUBLING/HALVING TIME SET
      *                       DBL+/HLV+ OVER 999.9 DAYS
      *                       FLAT     SAME COUNT BOTH WEEKS
      *                       ZERO     NO NEW COUNT THIS WEEK
      *                       NEW      NONE LAST WEEK, SOME NOW
      *                       NONE     NO NEW COUNT EITHER WEEK
      *                       N/A      A WEEK WENT NEGATIVE
      *                     WHERE THERE IS NO RATE THE FACTOR IS
      *                     LEFT AT 1 SO THE PROJECTION CARRIES
      *                     THE LATEST WEEK FORWARD UNCHANGED.
      *----------------------------------------------------------
       K0002-GROWTH-RATE.

            MOVE 1      TO WS-GW-FACTOR
            MOVE ZERO   TO WS-GW-GROWTH
            MOVE ZERO   TO WS-GW-DAYS
            MOVE SPACES TO WS-GW-IND

            IF WS-GW-NEW-LAT < ZERO OR WS-GW-NEW-PRI < ZERO
                MOVE 'N/A ' TO WS-GW-IND
                GO TO K0002-EXIT
            END-IF

            IF WS-GW-NEW-PRI EQUAL ZERO
                IF WS-GW-NEW-LAT EQUAL ZERO
                    MOVE 'NONE' TO WS-GW-IND
                ELSE
                    MOVE 'NEW ' TO WS-GW-IND
                END-IF
                GO TO K0002-EXIT
            END-IF

            IF WS-GW-NEW-LAT EQUAL ZERO
                MOVE 'ZERO' TO WS-GW-IND
                MOVE ZERO   TO WS-GW-FACTOR
                MOVE -1     TO WS-GW-GROWTH
                GO TO K0002-EXIT
            END-IF

            COMPUTE WS-GW-RATIO ROUNDED =
                    WS-GW-NEW-LAT / WS-GW-NEW-PRI
                ON SIZE ERROR
                    MOVE 99999 TO WS-GW-RATIO
            END-COMPUTE

            IF WS-GW-RATIO EQUAL ZERO
                MOVE 0.00000001 TO WS-GW-RATIO
            END-IF

            COMPUTE WS-GW-FACTOR ROUNDED =
                    WS-GW-RATIO ** WS-GW-SEVENTH

            COMPUTE WS-GW-GROWTH = WS-GW-FACTOR - 1

            IF WS-GW-FACTOR EQUAL 1
                MOVE 'FLAT' TO WS-GW-IND
                GO TO K0002-EXIT
            END-IF

            IF WS-GW-FACTOR > 1
                MOVE WS-GW-FACTOR TO WS-SL-BASE
                PERFORM K0004-SOLVE-DAYS THRU K0004-EXIT
                IF WS-SL-CAP-YES
                    MOVE 'DBL+' TO WS-GW-IND
                ELSE
                    MOVE 'DBL ' TO WS-GW-IND
                END-IF
            ELSE
                COMPUTE WS-SL-BASE ROUNDED = 1 / WS-GW-FACTOR
                PERFORM K0004-SOLVE-DAYS THRU K0004-EXIT
                IF WS-SL-CAP-YES
                    MOVE 'HLV+' TO WS-GW-IND
                ELSE
                    MOVE 'HLV ' TO WS-GW-IND
                END-IF
            END-IF
            .
       K0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0003-PROJECT - PROJECT THE CUMULATIVE TOTAL 7 AND 14
      *                 DAYS PAST WS-GW-BASE-TOT. THE LATEST
      *                 WEEK'S DAILY AVERAGE IS GROWN BY THE DAILY
      *                 FACTOR ONE DAY AT A TIME AND EACH DAY'S
      *                 COUNT ADDED ON. A PROJECTION TOO BIG FOR
      *                 THE REPORT IS HELD AT 9,999,999,999.
      *----------------------------------------------------------
       K0003-PROJECT.

            SET WS-GW-OVFL-NO TO TRUE
            MOVE ZERO TO WS-GW-DAILY
            MOVE ZERO TO WS-GW-SUM
            MOVE ZERO TO WS-GW-SUM-07

            IF WS-GW-NEW-LAT > ZERO
                COMPUTE WS-GW-DAILY ROUNDED = WS-GW-NEW-LAT / 7
            END-IF

            MOVE WS-GW-DAILY TO WS-GW-TERM

            PERFORM K0005-PROJECT-DAY THRU K0005-EXIT
                    VARYING WS-GW-PROJ-DAY FROM 1 BY 1
                    UNTIL WS-GW-PROJ-DAY > 14

            COMPUTE WS-GW-PROJ-07 ROUNDED =
                    WS-GW-BASE-TOT + WS-GW-SUM-07
                ON SIZE ERROR
                    SET WS-GW-OVFL-YES TO TRUE
            END-COMPUTE

            COMPUTE WS-GW-PROJ-14 ROUNDED =
                    WS-GW-BASE-TOT + WS-GW-SUM
                ON SIZE ERROR
                    SET WS-GW-OVFL-YES TO TRUE
            END-COMPUTE

            IF WS-GW-OVFL-YES OR WS-GW-PROJ-14 > WS-GW-PROJ-MAX
                MOVE WS-GW-PROJ-MAX TO WS-GW-PROJ-14
            END-IF

            IF WS-GW-PROJ-07 > WS-GW-PROJ-MAX
                MOVE WS-GW-PROJ-MAX TO WS-GW-PROJ-07
            END-IF
            .
       K0003-EXIT.
            EXIT.

       K0005-PROJECT-DAY.

            IF WS-GW-OVFL-YES
                GO TO K0005-EXIT
            END-IF

            COMPUTE WS-GW-TERM ROUNDED = WS-GW-TERM * WS-GW-FACTOR
                ON SIZE ERROR
                    SET WS-GW-OVFL-YES TO TRUE
            END-COMPUTE

            ADD WS-GW-TERM TO WS-GW-SUM
                ON SIZE ERROR
                    SET WS-GW-OVFL-YES TO TRUE
            END-ADD

            IF WS-GW-PROJ-DAY EQUAL 7
                MOVE WS-GW-SUM TO WS-GW-SUM-07
                IF WS-GW-OVFL-YES
                    MOVE WS-GW-PROJ-MAX TO WS-GW-SUM-07
                END-IF
            END-IF
            .
       K0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0004-SOLVE-DAYS - SET WS-GW-DAYS TO THE T, IN DAYS, AT
      *                    WHICH WS-SL-BASE ** T REACHES 2. THE
      *                    UPPER BOUND DOUBLES FROM ONE DAY UNTIL
      *                    IT PASSES 2 (SO NO POWER EVER RUNS
      *                    PAST 4) AND THE BRACKET IS THEN HALVED
      *                    24 TIMES. PAST 999 DAYS THE TIME IS
      *                    SHOWN AS 999.9 AND WS-SL-CAP-YES SET.
      *----------------------------------------------------------
       K0004-SOLVE-DAYS.

            SET WS-SL-CAP-NO TO TRUE
            MOVE 1 TO WS-SL-HI
            COMPUTE WS-SL-VAL = WS-SL-BASE ** WS-SL-HI

            PERFORM K0006-WIDEN THRU K0006-EXIT
                    UNTIL WS-SL-VAL NOT < 2 OR WS-SL-HI > 999

            IF WS-SL-HI > 999
                SET WS-SL-CAP-YES TO TRUE
                MOVE 999.9 TO WS-GW-DAYS
                GO TO K0004-EXIT
            END-IF

            IF WS-SL-HI EQUAL 1
                MOVE ZERO TO WS-SL-LO
            ELSE
                COMPUTE WS-SL-LO = WS-SL-HI / 2
            END-IF

            PERFORM K0007-BISECT THRU K0007-EXIT
                    VARYING WS-SL-ITER FROM 1 BY 1
                    UNTIL WS-SL-ITER > 24

            COMPUTE WS-GW-DAYS ROUNDED = WS-SL-HI
            .
       K0004-EXIT.
            EXIT.

       K0006-WIDEN.

            MULTIPLY 2 BY WS-SL-HI
            COMPUTE WS-SL-VAL = WS-SL-BASE ** WS-SL-HI
            .
       K0006-EXIT.
            EXIT.

       K0007-BISECT.

            COMPUTE WS-SL-MID = (WS-SL-LO + WS-SL-HI) / 2
            COMPUTE WS-SL-VAL = WS-SL-BASE ** WS-SL-MID

            IF WS-SL-VAL < 2
                MOVE WS-SL-MID TO WS-SL-LO
            ELSE
                MOVE WS-SL-MID TO WS-SL-HI
            END-IF
            .
       K0007-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-PRINT-TOTALS - CLOSE THE REPORT WITH THE RUN'S
      *                      COUNTRY COUNTS.
      *----------------------------------------------------------
       R0001-PRINT-TOTALS.

            IF WS-LINE-CNT + 6 > WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE 'MASTER RECORDS READ'      TO WS-GR-TL-LABEL
            MOVE WS-GR-READ-CNT             TO WS-GR-TL-VALUE
            MOVE WS-GR-TOTAL                TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            MOVE SPACE                      TO WS-GR-TL-CC

            MOVE 'COUNTRIES REPORTED'       TO WS-GR-TL-LABEL
            MOVE WS-GR-CTRY-CNT             TO WS-GR-TL-VALUE
            MOVE WS-GR-TOTAL                TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE 'COUNTRIES FLAGGED FAST'   TO WS-GR-TL-LABEL
            MOVE WS-GR-FLAG-CNT             TO WS-GR-TL-VALUE
            MOVE WS-GR-TOTAL                TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE 'COUNTRIES WITH NO PRIOR PROJECTION'
                                            TO WS-GR-TL-LABEL
            MOVE WS-GR-NOPRV-CNT            TO WS-GR-TL-VALUE
            MOVE WS-GR-TOTAL                TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE 'COUNTRIES SKIPPED - SHORT HISTORY'
                                            TO WS-GR-TL-LABEL
            MOVE WS-GR-SKIP-CNT             TO WS-GR-TL-VALUE
            MOVE WS-GR-TOTAL                TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE '0'                        TO WS-GR-TL-CC
            .
       R0001-EXIT.
            EXIT.

       P0001-PRINT-REC.

           WRITE GROWTH-REC FROM WS-PRINT-REPORT.

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
      *                      SUITE RUN-LEDGER FILE EVERY PROGRAM
      *                      IN THE CHAIN WRITES TO. THE OUTPUT
      *                      COLUMN CARRIES THE COUNTRIES REPORTED
      *                      AND THE REJECT COLUMN THE COUNTRIES
      *                      SKIPPED FOR SHORT HISTORY.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0030 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-GR-READ-CNT     TO LDG-IN-CNT
            MOVE WS-GR-CTRY-CNT     TO LDG-OUT-CNT
            MOVE WS-GR-SKIP-CNT     TO LDG-REJ-CNT
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
      *  Z0001-CLOS-FILES - A COUNTRY FLAGGED FAST RAISES THE RUN
      *                    TO A WARNING SO THE PLANNING GROUP
      *                    SEES IT.
      *----------------------------------------------------------
       Z0001-CLOS-FILES.

            SET WS-CLOSING-YES TO TRUE.

            IF NOT WS-PROC-OPEN AND WS-DATE-OK-YES
                PERFORM T0001-END-COUNTRY THRU T0001-EXIT
                PERFORM R0001-PRINT-TOTALS THRU R0001-EXIT
            END-IF.

            IF WS-GR-FLAG-CNT > ZERO AND
               WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF.

            CLOSE MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE GRW001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
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
      *                    TRAILER FOR RECONCILIATION.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  GROWTH AND PROJECTION CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  AS-OF DATE:         ' WS-ASOF-DATE.
            DISPLAY '  DOUBLING THRESHOLD: ' WS-THRESHOLD.
            DISPLAY '  MASTER RECORDS READ:' WS-GR-READ-CNT.
            DISPLAY '  COUNTRIES REPORTED: ' WS-GR-CTRY-CNT.
            DISPLAY '  COUNTRIES FLAGGED:  ' WS-GR-FLAG-CNT.
            DISPLAY '  NO PRIOR PROJECTION:' WS-GR-NOPRV-CNT.
            DISPLAY '  COUNTRIES SKIPPED:  ' WS-GR-SKIP-CNT.
            DISPLAY '  DETAIL LINES:       ' WS-GR-LINE-CNT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
