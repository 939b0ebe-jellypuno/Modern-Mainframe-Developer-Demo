      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0025.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT MAU001 ASSIGN TO MAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-COR-STAT.

             SELECT MST001 ASSIGN TO MSTDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STAT.

             SELECT RAU001 ASSIGN TO RAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUD-STAT.

             SELECT RST001 ASSIGN TO RSTDD01
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

       FD  MAU001 RECORDING MODE F
               RECORD CONTAINS 441 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-AUDIT-REC.
       COPY MAUREC01.
      *
       FD  MST001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS MASTER-REC.
       COPY MSTREC01.
      *
      *----------------------------------------------------------
      *  RAU001 IS THE RESTATEMENT'S OWN AUDIT TRAIL, IN THE SAME
      *  LAYOUT AS MAU001 SO THE SAME ENQUIRIES READ BOTH. IT IS
      *  KEPT APART FROM MAU001 SO A RE-ROLLED TOTAL IS NEVER
      *  MISTAKEN FOR A CORRECTION ON THE NEXT RUN.
      *----------------------------------------------------------
       FD  RAU001 RECORDING MODE F
               RECORD CONTAINS 441 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RESTATE-AUDIT-REC.
       01  RESTATE-AUDIT-REC      PIC X(441).
      *
       FD  RST001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS RESTATE-RPT-REC.
       01  RESTATE-RPT-REC        PIC X(133).
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

      *----------------------------------------------------------
      *  PARM: MODE,FROM-DATE,TO-DATE,OVERRIDE-ID. MODE UPDATE
      *  REWRITES THE MASTER; ANYTHING ELSE (PREVIEW, OR BLANK)
      *  ONLY REPORTS. THE DATES SELECT MAU001 RECORDS BY THE DAY
      *  THE CORRECTION WAS MADE AND DEFAULT TO THE RUN DATE, SO
      *  THE STEP RUN STRAIGHT AFTER CBL0020 PICKS UP THAT DAY'S
      *  CORRECTIONS. A DAY IN A CLOSED MONTH IS RE-ROLLED ONLY
      *  UNDER AN OVERRIDE ID AUTHORISED ON PER001.
      *----------------------------------------------------------
       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
           05  WS-PARM-MODE        PIC X(08).
           05  WS-PARM-FROM-DATE   PIC X(10).
           05  WS-PARM-TO-DATE     PIC X(10).
           05  WS-PARM-OVERRIDE    PIC X(08).

       01  WS-RUN-CONTROLS.
           05  WS-RUN-MODE         PIC X(08) VALUE 'PREVIEW '.
               88  WS-MODE-UPDATE             VALUE 'UPDATE  '.
               88  WS-MODE-PREVIEW            VALUE 'PREVIEW '.
           05  WS-AUD-FROM-DATE    PIC X(10) VALUE SPACES.
           05  WS-AUD-TO-DATE      PIC X(10) VALUE SPACES.
           05  WS-AUD-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-AUD-OPEN-YES            VALUE 'YES'.
               88  WS-AUD-OPEN-NO             VALUE 'NO '.
           05  WS-PAU-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-PAU-OPEN-YES            VALUE 'YES'.
               88  WS-PAU-OPEN-NO             VALUE 'NO '.
           05  WS-CLOSING-SW       PIC X(03) VALUE 'NO '.
               88  WS-CLOSING-YES             VALUE 'YES'.
               88  WS-CLOSING-NO              VALUE 'NO '.

      *----------------------------------------------------------
      *  ONE ENTRY PER CORRECTED COUNTRY, HOLDING THE EARLIEST
      *  CORRECTED DATE - THE RE-ROLL STARTS THERE AND RUNS TO
      *  THE END OF THE COUNTRY'S HISTORY, SO LATER CORRECTIONS
      *  FOR THE SAME COUNTRY ARE COVERED BY THE SAME PASS.
      *----------------------------------------------------------
       01  WS-CORRECTION-TABLE.
           05  WS-RC-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-RC-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-RC-I             PIC 9(04) COMP VALUE ZERO.
           05  WS-RC-J             PIC 9(04) COMP VALUE ZERO.
           05  WS-RC-LIMIT         PIC 9(04) COMP VALUE ZERO.
           05  WS-RC-SWAP.
               10  FILLER          PIC X(04).
               10  FILLER          PIC X(10).
               10  FILLER          PIC 9(06).
           05  WS-RC-TABLE OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-RC-COUNT
                           INDEXED BY WS-RC-IDX.
               10  WS-RC-CC        PIC X(04).
               10  WS-RC-FROM-DATE PIC X(10).
               10  WS-RC-CORR-CNT  PIC 9(06).

       01  WS-ROLL-CONTROLS.
           05  WS-RC-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-RC-FOUND-YES            VALUE 'YES'.
               88  WS-RC-FOUND-NO             VALUE 'NO '.
           05  WS-SCAN-END-SW      PIC X(03) VALUE 'NO '.
               88  WS-SCAN-END-YES            VALUE 'YES'.
               88  WS-SCAN-END-NO             VALUE 'NO '.
           05  WS-PRV-SW           PIC X(03) VALUE 'NO '.
               88  WS-PRV-SET-YES             VALUE 'YES'.
               88  WS-PRV-SET-NO              VALUE 'NO '.
           05  WS-PRV-TOT-CNFRM    PIC S9(07) VALUE ZERO.
           05  WS-PRV-TOT-DEATH    PIC S9(07) VALUE ZERO.
           05  WS-PRV-TOT-RECVR    PIC S9(07) VALUE ZERO.
           05  WS-RST-TOT-CNFRM    PIC S9(07) VALUE ZERO.
           05  WS-RST-TOT-DEATH    PIC S9(07) VALUE ZERO.
           05  WS-RST-TOT-RECVR    PIC S9(07) VALUE ZERO.
           05  WS-RST-STATUS       PIC X(10) VALUE SPACES.
               88  WS-RST-RESTATED            VALUE 'RESTATED'.
               88  WS-RST-PREVIEW             VALUE 'PREVIEW'.
               88  WS-RST-OVERFLOW            VALUE 'OVERFLOW'.
               88  WS-RST-LOCKED              VALUE 'LOCKED'.

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

       01  WS-IMAGE-WORK.
           05  WS-BEFORE-IMAGE     PIC X(181).
           05  WS-AFTER-IMAGE      PIC X(181).

       01  WS-COUNTRY-COUNTS.
           05  WS-CT-EXAM-CNT      PIC 9(06) VALUE ZERO.
           05  WS-CT-REST-CNT      PIC 9(06) VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-GR-AUD-CNT       PIC 9(08) VALUE ZERO.
           05  WS-GR-CORR-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-EXAM-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-REST-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-OVFL-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-LOCK-CNT      PIC 9(08) VALUE ZERO.
           05  WS-GR-OVR-CNT       PIC 9(08) VALUE ZERO.

       01  WS-PAGE-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JNL-SEQ          PIC 9(08) VALUE ZERO.
           05  WS-JNL-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-JNL-OPEN-YES            VALUE 'YES'.
               88  WS-JNL-OPEN-NO             VALUE 'NO '.

       01  WS-LEDGER-CONTROLS.
           05  WS-LDG-SEVERITY     PIC 9(02) VALUE ZERO.
           05  WS-LDG-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-OPEN-YES            VALUE 'YES'.
               88  WS-LDG-OPEN-NO             VALUE 'NO '.
           05  WS-LDG-DONE-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-DONE-YES            VALUE 'YES'.
               88  WS-LDG-DONE-NO             VALUE 'NO '.

       COPY CONSTANT.
       COPY OUREC014.

       01  WS-PRINT-REPORT         PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-AUDIT THRU D0001-EXIT
            PERFORM E0001-PROC-AUDIT THRU E0001-EXIT
                    UNTIL WS-EOF-YES
            PERFORM R0001-RESTATE THRU R0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  B0001-OPEN-FILES - THE MASTER IS OPENED I-O ONLY ON AN
      *                    UPDATE RUN, AND THE RESTATEMENT AUDIT
      *                    AND PERIOD AUDIT FILES ONLY THEN, SO
      *                    A PREVIEW CANNOT CHANGE ANYTHING. THE
      *                    PARM IS TAKEN FIRST FOR THAT REASON.
      *----------------------------------------------------------
       B0001-OPEN-FILES.

            ACCEPT WS-PARM-CARD FROM COMMAND-LINE

            INITIALIZE WS-PARM-FIELDS

            UNSTRING WS-PARM-CARD DELIMITED BY ','
               INTO WS-PARM-MODE
                    WS-PARM-FROM-DATE
                    WS-PARM-TO-DATE
                    WS-PARM-OVERRIDE

            IF WS-PARM-MODE EQUAL 'UPDATE'
                SET WS-MODE-UPDATE TO TRUE
            ELSE
                SET WS-MODE-PREVIEW TO TRUE
            END-IF

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

            OPEN INPUT MAU001.

            IF WS-COR-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CR TO TRUE
               MOVE WS-COR-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-MODE-UPDATE
                OPEN I-O MST001
            ELSE
                OPEN INPUT MST001
            END-IF.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-MODE-UPDATE
                OPEN EXTEND RAU001
                IF WS-AUD-STAT EQUAL '35'
                   OPEN OUTPUT RAU001
                END-IF
                IF WS-AUD-STAT NOT EQUAL ZEROES
                   SET WS-MSG-OP-AU TO TRUE
                   MOVE WS-AUD-STAT TO WS-ERR-CDE
                   SET WS-PROC-OPEN TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
                SET WS-AUD-OPEN-YES TO TRUE
            END-IF.

            IF WS-MODE-UPDATE
                OPEN EXTEND JNL001
                IF WS-JNL-STAT EQUAL '35'
                   OPEN OUTPUT JNL001
                END-IF
                IF WS-JNL-STAT NOT EQUAL ZEROES
                   SET WS-MSG-OP-JN TO TRUE
                   MOVE WS-JNL-STAT TO WS-ERR-CDE
                   SET WS-PROC-OPEN TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
                SET WS-JNL-OPEN-YES TO TRUE
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

            IF WS-MODE-UPDATE
                OPEN EXTEND PAU001
                IF WS-PAU-STAT EQUAL '35'
                   OPEN OUTPUT PAU001
                END-IF
                IF WS-PAU-STAT NOT EQUAL ZEROES
                   SET WS-MSG-OP-PA TO TRUE
                   MOVE WS-PAU-STAT TO WS-ERR-CDE
                   SET WS-PROC-OPEN TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
                SET WS-PAU-OPEN-YES TO TRUE
            END-IF.

            OPEN OUTPUT RST001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

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

            IF WS-PARM-FROM-DATE NOT EQUAL SPACES
                MOVE WS-PARM-FROM-DATE TO WS-AUD-FROM-DATE
            ELSE
                MOVE WS-RUN-DATE-ISO   TO WS-AUD-FROM-DATE
            END-IF

            IF WS-PARM-TO-DATE NOT EQUAL SPACES
                MOVE WS-PARM-TO-DATE   TO WS-AUD-TO-DATE
            ELSE
                MOVE WS-RUN-DATE-ISO   TO WS-AUD-TO-DATE
            END-IF

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0002-READ-PER-FILE THRU G0002-EXIT
                PERFORM G0003-LOAD-PERIODS THRU G0003-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF

            PERFORM S0003-CHECK-OVERRIDE-ID THRU S0003-EXIT

            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW REPORT PAGE: BUMP THE PAGE
      *                     NUMBER, WRITE THE THREE HEADING LINES,
      *                     AND RESET THE BODY LINE COUNT.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-RS-H1-DATE
            MOVE WS-PAGE-CNT        TO WS-RS-H1-PAGE
            MOVE WS-RS-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-RUN-MODE        TO WS-RS-H2-MODE
            MOVE WS-AUD-FROM-DATE   TO WS-RS-H2-FROM
            MOVE WS-AUD-TO-DATE     TO WS-RS-H2-TO
            MOVE WS-RS-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-RS-HDR3         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE 4 TO WS-LINE-CNT
            .
       H0001-EXIT.
            EXIT.

       D0001-READ-AUDIT.

            READ MAU001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-COR-STAT NOT EQUAL ZEROES AND
               WS-COR-STAT NOT EQUAL '10'
               SET WS-MSG-RD-CR TO TRUE
               MOVE WS-COR-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-GR-AUD-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-AUDIT - KEEP AN AUDIT RECORD WHEN IT IS AN
      *                    ACCEPTED REPLACE MADE INSIDE THE PARM
      *                    WINDOW THAT ACTUALLY CHANGED ONE OF
      *                    THE SIX CASE COUNTS (BYTES 115-156 OF
      *                    THE MASTER IMAGE), AND FOLD ITS KEY
      *                    INTO THE CORRECTION TABLE.
      *----------------------------------------------------------
       E0001-PROC-AUDIT.

            IF MAU-ACTION EQUAL 'R'            AND
               MAU-RESULT EQUAL 'ACCEPTED'     AND
               MAU-DATE NOT < WS-AUD-FROM-DATE AND
               MAU-DATE NOT > WS-AUD-TO-DATE   AND
               MAU-BEFORE-IMAGE(115:42) NOT EQUAL
               MAU-AFTER-IMAGE(115:42)
                ADD 1 TO WS-GR-CORR-CNT
                PERFORM G0001-ADD-CORRECTION THRU G0001-EXIT
            END-IF

            PERFORM D0001-READ-AUDIT THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  G0001-ADD-CORRECTION - FIND THE COUNTRY IN THE TABLE,
      *                        ADDING IT ON FIRST SIGHT, AND KEEP
      *                        THE EARLIER OF ITS START DATE AND
      *                        THIS CORRECTION'S KEY DATE.
      *----------------------------------------------------------
       G0001-ADD-CORRECTION.

            SET WS-RC-FOUND-NO TO TRUE

            IF WS-RC-COUNT > ZERO
                SET WS-RC-IDX TO 1
                SEARCH WS-RC-TABLE
                    AT END
                        CONTINUE
                    WHEN WS-RC-CC(WS-RC-IDX) EQUAL MAU-CC
                        SET WS-RC-FOUND-YES TO TRUE
                END-SEARCH
            END-IF

            IF WS-RC-FOUND-YES
                ADD 1 TO WS-RC-CORR-CNT(WS-RC-IDX)
                IF MAU-KEY-DATE < WS-RC-FROM-DATE(WS-RC-IDX)
                    MOVE MAU-KEY-DATE TO WS-RC-FROM-DATE(WS-RC-IDX)
                END-IF
                GO TO G0001-EXIT
            END-IF

            IF WS-RC-COUNT < 500
                ADD 1 TO WS-RC-COUNT
                SET WS-RC-IDX TO WS-RC-COUNT
                MOVE MAU-CC       TO WS-RC-CC(WS-RC-IDX)
                MOVE MAU-KEY-DATE TO WS-RC-FROM-DATE(WS-RC-IDX)
                MOVE 1            TO WS-RC-CORR-CNT(WS-RC-IDX)
            ELSE
                DISPLAY 'CORRECTION TABLE FULL - NOT RESTATED: '
                        MAU-CC
                MOVE 8 TO WS-LDG-SEVERITY
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
      *                       IN-MEMORY TABLE THE RESTATEMENT CHECK
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
      *  R0001-RESTATE - SORT THE CORRECTED COUNTRIES BY CODE AND
      *                 RE-ROLL EACH ONE, THEN PRINT THE GRAND
      *                 TOTALS.
      *----------------------------------------------------------
       R0001-RESTATE.

            IF WS-RC-COUNT > 1
                COMPUTE WS-RC-LIMIT = WS-RC-COUNT - 1
                PERFORM R0002-SORT-PASS THRU R0002-EXIT
                        VARYING WS-RC-I FROM 1 BY 1
                        UNTIL WS-RC-I > WS-RC-LIMIT
            END-IF

            PERFORM R0004-RESTATE-COUNTRY THRU R0004-EXIT
                    VARYING WS-RC-SUB FROM 1 BY 1
                    UNTIL WS-RC-SUB > WS-RC-COUNT

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-RC-COUNT        TO WS-RS-GR-CTRY
            MOVE WS-GR-CORR-CNT     TO WS-RS-GR-CORR
            MOVE WS-GR-EXAM-CNT     TO WS-RS-GR-EXAM
            MOVE WS-GR-REST-CNT     TO WS-RS-GR-REST
            MOVE WS-RS-GRAND        TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0001-EXIT.
            EXIT.

       R0002-SORT-PASS.

            COMPUTE WS-RC-J = WS-RC-I + 1

            PERFORM R0003-SORT-COMPARE THRU R0003-EXIT
                    UNTIL WS-RC-J > WS-RC-COUNT
            .
       R0002-EXIT.
            EXIT.

       R0003-SORT-COMPARE.

            IF WS-RC-CC(WS-RC-J) < WS-RC-CC(WS-RC-I)
                MOVE WS-RC-TABLE(WS-RC-I) TO WS-RC-SWAP
                MOVE WS-RC-TABLE(WS-RC-J) TO WS-RC-TABLE(WS-RC-I)
                MOVE WS-RC-SWAP           TO WS-RC-TABLE(WS-RC-J)
            END-IF

            ADD 1 TO WS-RC-J
            .
       R0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0004-RESTATE-COUNTRY - WALK THE COUNTRY'S MASTER
      *                         HISTORY FROM ITS FIRST RECORD.
      *                         DAYS BEFORE THE EARLIEST CORRECTED
      *                         DATE ONLY CARRY THE RUNNING TOTALS
      *                         FORWARD; FROM THAT DATE TO THE END
      *                         EACH DAY IS RE-ROLLED. THE COUNTRY
      *                         LINE SHOWS HOW FAR THE CORRECTION
      *                         RIPPLED.
      *----------------------------------------------------------
       R0004-RESTATE-COUNTRY.

            SET WS-RC-IDX TO WS-RC-SUB
            MOVE ZERO TO WS-CT-EXAM-CNT
            MOVE ZERO TO WS-CT-REST-CNT
            SET WS-SCAN-END-NO TO TRUE
            SET WS-PRV-SET-NO  TO TRUE

            MOVE WS-RC-CC(WS-RC-IDX)  TO MST-KEY-CC
            MOVE LOW-VALUES           TO MST-KEY-DATE

            START MST001 KEY NOT LESS THAN MST-KEY
                INVALID KEY
                    SET WS-SCAN-END-YES TO TRUE
            END-START

            PERFORM R0005-ROLL-NEXT THRU R0005-EXIT
                    UNTIL WS-SCAN-END-YES

            ADD WS-CT-EXAM-CNT TO WS-GR-EXAM-CNT
            ADD WS-CT-REST-CNT TO WS-GR-REST-CNT

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-RC-CC(WS-RC-IDX)        TO WS-RS-CT-CODE
            MOVE WS-RC-FROM-DATE(WS-RC-IDX) TO WS-RS-CT-FROM
            MOVE WS-CT-EXAM-CNT             TO WS-RS-CT-EXAM
            MOVE WS-CT-REST-CNT             TO WS-RS-CT-REST
            MOVE WS-RS-CTRY                 TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0005-ROLL-NEXT - READ THE COUNTRY'S NEXT MASTER DAY.
      *                   FROM THE START DATE ON, A DAY WITH A
      *                   PRIOR DAY IS RE-ROLLED AS PRIOR TOTAL
      *                   PLUS ITS OWN NEW COUNT, THE SAME CHAIN
      *                   RULE THE INTEGRITY SWEEP CHECKS. THE
      *                   COUNTRY'S FIRST DAY HAS NO PRIOR AND
      *                   ANCHORS THE CHAIN AS IT STANDS.
      *----------------------------------------------------------
       R0005-ROLL-NEXT.

            READ MST001 NEXT RECORD
              AT END SET WS-SCAN-END-YES TO TRUE.

            IF WS-SCAN-END-YES
                GO TO R0005-EXIT
            END-IF

            IF WS-MST-STAT NOT EQUAL ZEROES
                SET WS-MSG-RD-MS TO TRUE
                MOVE WS-MST-STAT TO WS-ERR-CDE
                SET WS-PROC-READ TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF MST-KEY-CC NOT EQUAL WS-RC-CC(WS-RC-IDX)
                SET WS-SCAN-END-YES TO TRUE
                GO TO R0005-EXIT
            END-IF

            IF MST-KEY-DATE NOT < WS-RC-FROM-DATE(WS-RC-IDX) AND
               WS-PRV-SET-YES
                ADD 1 TO WS-CT-EXAM-CNT
                COMPUTE WS-RST-TOT-CNFRM =
                        WS-PRV-TOT-CNFRM + MST-NEW-CNFRM
                COMPUTE WS-RST-TOT-DEATH =
                        WS-PRV-TOT-DEATH + MST-NEW-DEATH
                COMPUTE WS-RST-TOT-RECVR =
                        WS-PRV-TOT-RECVR + MST-NEW-RECVR
                IF WS-RST-TOT-CNFRM NOT EQUAL MST-TOT-CNFRM OR
                   WS-RST-TOT-DEATH NOT EQUAL MST-TOT-DEATH OR
                   WS-RST-TOT-RECVR NOT EQUAL MST-TOT-RECVR
                    PERFORM T0001-APPLY-RESTATEMENT THRU T0001-EXIT
                END-IF
            ELSE
                IF MST-KEY-DATE NOT < WS-RC-FROM-DATE(WS-RC-IDX)
                    ADD 1 TO WS-CT-EXAM-CNT
                END-IF
                MOVE MST-TOT-CNFRM TO WS-RST-TOT-CNFRM
                MOVE MST-TOT-DEATH TO WS-RST-TOT-DEATH
                MOVE MST-TOT-RECVR TO WS-RST-TOT-RECVR
            END-IF

            MOVE WS-RST-TOT-CNFRM TO WS-PRV-TOT-CNFRM
            MOVE WS-RST-TOT-DEATH TO WS-PRV-TOT-DEATH
            MOVE WS-RST-TOT-RECVR TO WS-PRV-TOT-RECVR
            SET WS-PRV-SET-YES    TO TRUE
            .
       R0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-APPLY-RESTATEMENT - ONE DAY'S TOTALS CHANGE. ON AN
      *                         UPDATE RUN REWRITE THE DAY AND
      *                         AUDIT IT; ON A PREVIEW ONLY REPORT
      *                         IT. A RE-ROLLED TOTAL TOO WIDE FOR
      *                         THE 6-DIGIT MASTER FIELD IS NEVER
      *                         WRITTEN - THE DAY IS REPORTED AS
      *                         AN OVERFLOW AND THE RUN ENDS RC 8.
      *                         A DAY IN A CLOSED MONTH IS LEFT AS
      *                         IT STANDS AND REPORTED AS LOCKED
      *                         UNLESS THE RUN CARRIES AN
      *                         AUTHORISED OVERRIDE ID; A DAY
      *                         REWRITTEN UNDER ONE IS RECORDED ON
      *                         THE PERIOD AUDIT FILE. LATER OPEN
      *                         DAYS STILL ROLL FROM THE RESTATED
      *                         TOTAL.
      *----------------------------------------------------------
       T0001-APPLY-RESTATEMENT.

            MOVE MASTER-REC TO WS-BEFORE-IMAGE

            IF WS-RST-TOT-CNFRM > 999999 OR
               WS-RST-TOT-CNFRM < -999999 OR
               WS-RST-TOT-DEATH > 999999 OR
               WS-RST-TOT-DEATH < -999999 OR
               WS-RST-TOT-RECVR > 999999 OR
               WS-RST-TOT-RECVR < -999999
                SET WS-RST-OVERFLOW TO TRUE
                ADD 1 TO WS-GR-OVFL-CNT
                PERFORM Q0001-PRINT-DETAIL THRU Q0001-EXIT
                GO TO T0001-EXIT
            END-IF

            MOVE WS-RST-TOT-CNFRM TO MST-TOT-CNFRM
            MOVE WS-RST-TOT-DEATH TO MST-TOT-DEATH
            MOVE WS-RST-TOT-RECVR TO MST-TOT-RECVR
            MOVE MASTER-REC       TO WS-AFTER-IMAGE

            MOVE MST-KEY-DATE(1:7) TO WS-LOCK-MONTH
            PERFORM S0001-CHECK-PERIOD-LOCK THRU S0001-EXIT

            IF WS-LOCK-CLOSED-YES AND WS-LOCK-OVR-NO
                SET WS-RST-LOCKED TO TRUE
                ADD 1 TO WS-GR-LOCK-CNT
                PERFORM Q0001-PRINT-DETAIL THRU Q0001-EXIT
                MOVE WS-BEFORE-IMAGE TO MASTER-REC
                GO TO T0001-EXIT
            END-IF

            ADD 1 TO WS-CT-REST-CNT

            IF WS-MODE-PREVIEW
                SET WS-RST-PREVIEW TO TRUE
                PERFORM Q0001-PRINT-DETAIL THRU Q0001-EXIT
                GO TO T0001-EXIT
            END-IF

            REWRITE MASTER-REC
                INVALID KEY CONTINUE
            END-REWRITE

            IF WS-MST-STAT NOT EQUAL ZEROES
                SET WS-MSG-WR-MS TO TRUE
                MOVE WS-MST-STAT TO WS-ERR-CDE
                SET WS-PROC-WRTM TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            SET WS-RST-RESTATED TO TRUE
            PERFORM Q0001-PRINT-DETAIL THRU Q0001-EXIT
            PERFORM W0001-WRITE-AUDIT THRU W0001-EXIT

            IF WS-LOCK-OVR-YES
                MOVE MST-KEY-CC                TO WS-LOCK-CC
                MOVE MST-KEY-DATE              TO WS-LOCK-DATE
                MOVE 'APPLIED '                TO WS-LOCK-RESULT
                MOVE 'CLOSED MONTH RESTATED'   TO WS-LOCK-REASON
                PERFORM S0002-WRITE-PERIOD-AUDIT THRU S0002-EXIT
                ADD 1 TO WS-GR-OVR-CNT
            END-IF

            MOVE SPACES          TO JOURNAL-REC
            SET JNL-REWRITE      TO TRUE
            MOVE MST-KEY         TO JNL-KEY
            MOVE WS-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE  TO JNL-AFTER-IMAGE
            PERFORM W0002-WRITE-JOURNAL THRU W0002-EXIT
            .
       T0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0001-PRINT-DETAIL - PRINT ONE DAY'S BEFORE AND AFTER
      *                      RUNNING TOTALS. THE BEFORE VALUES
      *                      COME FROM THE SAVED BEFORE IMAGE.
      *----------------------------------------------------------
       Q0001-PRINT-DETAIL.

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE MST-KEY-CC         TO WS-RS-DT-CODE
            MOVE MST-KEY-DATE       TO WS-RS-DT-DATE
            MOVE WS-RST-TOT-CNFRM   TO WS-RS-DT-AFT-CNFRM
            MOVE WS-RST-TOT-DEATH   TO WS-RS-DT-AFT-DEATH
            MOVE WS-RST-TOT-RECVR   TO WS-RS-DT-AFT-RECVR
            MOVE WS-RST-STATUS      TO WS-RS-DT-STATUS

            MOVE WS-BEFORE-IMAGE    TO MASTER-REC
            MOVE MST-TOT-CNFRM      TO WS-RS-DT-BEF-CNFRM
            MOVE MST-TOT-DEATH      TO WS-RS-DT-BEF-DEATH
            MOVE MST-TOT-RECVR      TO WS-RS-DT-BEF-RECVR

            IF NOT WS-RST-OVERFLOW
                MOVE WS-AFTER-IMAGE TO MASTER-REC
            END-IF

            MOVE WS-RS-DETAIL       TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  W0001-WRITE-AUDIT - RECORD THE RE-ROLLED DAY ON THE
      *                     RESTATEMENT AUDIT FILE WITH ITS FULL
      *                     BEFORE AND AFTER IMAGES. THE USER IS
      *                     THE PROGRAM, THE ACTION 'S' (RESTATE)
      *                     AND THE REASON NAMES THE CORRECTED
      *                     DATE THE RIPPLE STARTED FROM.
      *----------------------------------------------------------
       W0001-WRITE-AUDIT.

           MOVE SPACES             TO MASTER-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO MAU-DATE
           MOVE WS-RUN-TIME-DSP    TO MAU-TIME
           MOVE 'CBL0025 '         TO MAU-USER
           MOVE 'S'                TO MAU-ACTION
           MOVE MST-KEY-CC         TO MAU-CC
           MOVE MST-KEY-DATE       TO MAU-KEY-DATE
           MOVE 'ACCEPTED'         TO MAU-RESULT
           STRING 'RE-ROLLED FROM '
                  WS-RC-FROM-DATE(WS-RC-IDX)
                  DELIMITED BY SIZE INTO MAU-REASON
           MOVE WS-BEFORE-IMAGE    TO MAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO MAU-AFTER-IMAGE

           WRITE RESTATE-AUDIT-REC FROM MASTER-AUDIT-REC.

           IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTA TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       W0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  W0002-WRITE-JOURNAL - APPEND ONE MASTER CHANGE TO THE
      *                      CHANGE JOURNAL. THE CALLER HAS SET THE
      *                      ACTION, THE KEY AND THE BEFORE AND
      *                      AFTER IMAGES; THE RUN STAMP AND THE
      *                      SEQUENCE NUMBER GO ON HERE.
      *----------------------------------------------------------
       W0002-WRITE-JOURNAL.

           ADD 1                   TO WS-JNL-SEQ
           MOVE 'CBL0025 '         TO JNL-PROGRAM
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

       W0002-EXIT. EXIT.

      *----------------------------------------------------------
      *  S0001-CHECK-PERIOD-LOCK - SEARCH THE CLOSED-MONTH TABLE
      *                      FOR WS-LOCK-MONTH (CCYY-MM OF THE
      *                      RE-ROLLED DAY). A CLOSED MONTH MAY
      *                      STILL BE RESTATED WHEN THE RUN CARRIES
      *                      AN AUTHORISED OVERRIDE ID; THE CALLER
      *                      LEAVES THE DAY AS IT STANDS OTHERWISE.
      *----------------------------------------------------------
       S0001-CHECK-PERIOD-LOCK.

            SET WS-LOCK-CLOSED-NO TO TRUE
            SET WS-LOCK-OVR-NO    TO TRUE

            IF WS-CM-COUNT EQUAL ZERO
                GO TO S0001-EXIT
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
       S0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0002-WRITE-PERIOD-AUDIT - RECORD USE OF THE PARM
      *                      OVERRIDE ID ON THE APPEND-ONLY PERIOD
      *                      AUDIT FILE: THE MONTH AND MASTER KEY
      *                      CHANGED UNDER IT, OR THE REFUSAL OF AN
      *                      ID THAT IS NOT AUTHORISED.
      *----------------------------------------------------------
       S0002-WRITE-PERIOD-AUDIT.

           MOVE SPACES             TO PERIOD-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO PAU-DATE
           MOVE WS-RUN-TIME-DSP    TO PAU-TIME
           MOVE 'CBL0025 '         TO PAU-PROGRAM
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

       S0002-EXIT. EXIT.

      *----------------------------------------------------------
      *  S0003-CHECK-OVERRIDE-ID - AN OVERRIDE ID ON THE PARM THAT
      *                      IS NOT AUTHORISED ON THE PERIOD-CONTROL
      *                      FILE IS IGNORED, SO CLOSED MONTHS STAY
      *                      LOCKED FOR THE RUN. THE REFUSAL RAISES
      *                      SEVERITY 4 AND, ON AN UPDATE RUN, IS
      *                      AUDITED.
      *----------------------------------------------------------
       S0003-CHECK-OVERRIDE-ID.

            IF WS-PARM-OVERRIDE EQUAL SPACES OR WS-OVR-AUTH-YES
                GO TO S0003-EXIT
            END-IF

            DISPLAY 'OVERRIDE ID NOT AUTHORISED - IGNORED: '
                     WS-PARM-OVERRIDE

            IF WS-PAU-OPEN-YES
                MOVE SPACES                       TO WS-LOCK-MONTH
                                                     WS-LOCK-CC
                                                     WS-LOCK-DATE
                MOVE 'REJECTED'                   TO WS-LOCK-RESULT
                MOVE 'OVERRIDE ID NOT AUTHORISED' TO WS-LOCK-REASON
                PERFORM S0002-WRITE-PERIOD-AUDIT THRU S0002-EXIT
            END-IF

            IF WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF
            .
       S0003-EXIT.
            EXIT.

       P0001-PRINT-REC.

           WRITE RESTATE-RPT-REC FROM WS-PRINT-REPORT.

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
      *                      CORRECTIONS SELECTED, OUT THE DAYS
      *                      RESTATED (OR THAT WOULD BE, ON A
      *                      PREVIEW), REJECT THE OVERFLOW DAYS.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0025 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-GR-CORR-CNT     TO LDG-IN-CNT
            MOVE WS-GR-REST-CNT     TO LDG-OUT-CNT
            MOVE WS-GR-OVFL-CNT     TO LDG-REJ-CNT
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

       Z0001-CLOS-FILES.

            SET WS-CLOSING-YES TO TRUE.

            IF WS-GR-OVFL-CNT > ZERO AND WS-LDG-SEVERITY < 8
                MOVE 8 TO WS-LDG-SEVERITY
            END-IF.

            CLOSE MAU001.

            IF WS-COR-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-COR-STAT TO WS-ERR-CDE
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

            IF WS-AUD-OPEN-YES
                CLOSE RAU001
                IF WS-AUD-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-AUD-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            IF WS-JNL-OPEN-YES
                CLOSE JNL001
                IF WS-JNL-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-JNL-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
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

            IF WS-PAU-OPEN-YES
                CLOSE PAU001
                IF WS-PAU-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-PAU-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            CLOSE RST001.

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
            DISPLAY '  FORWARD RESTATEMENT CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  RUN MODE:           ' WS-RUN-MODE.
            DISPLAY '  AUDIT RECORDS READ: ' WS-GR-AUD-CNT.
            DISPLAY '  CORRECTIONS USED:   ' WS-GR-CORR-CNT.
            DISPLAY '  COUNTRIES:          ' WS-RC-COUNT.
            DISPLAY '  DAYS EXAMINED:      ' WS-GR-EXAM-CNT.
            DISPLAY '  DAYS RESTATED:      ' WS-GR-REST-CNT.
            DISPLAY '  OVERFLOW DAYS:      ' WS-GR-OVFL-CNT.
            DISPLAY '  CLOSED MTH LOCKED:  ' WS-GR-LOCK-CNT.
            DISPLAY '  CLOSED MTH OVERRIDE:' WS-GR-OVR-CNT.
            DISPLAY '  JOURNAL RECORDS:    ' WS-JNL-SEQ.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
