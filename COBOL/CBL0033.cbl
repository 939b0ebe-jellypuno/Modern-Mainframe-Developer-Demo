      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0033.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CTL001 ASSIGN TO CTLDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTL-STAT.

             SELECT MST001 ASSIGN TO MSTDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STAT.

             SELECT CRF001 ASSIGN TO CRFDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRF-CC
              FILE STATUS IS WS-CRF-STAT.

             SELECT REJ001 ASSIGN TO REJDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-REJ-STAT.

             SELECT MRV001 ASSIGN TO MRVDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-MRV-STAT.

             SELECT QUA001 ASSIGN TO QUADD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-QUA-STAT.

             SELECT MAU001 ASSIGN TO MAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-MAU-STAT.

             SELECT SCR001 ASSIGN TO SCRDD01
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

       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 24 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CONTROL-REC.
       COPY CTLREC01.
      *
       FD  MST001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS MASTER-REC.
       COPY MSTREC01.
      *
       FD  CRF001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS COUNTRY-REF-REC.
       COPY CRFREC01.
      *
       FD  REJ001 RECORDING MODE F
               RECORD CONTAINS 233 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REJECT-REC.
       COPY REJREC01.
      *
      *    THE MANUAL-REVIEW FILE CARRIES THE REJECT-FILE LAYOUT.
       FD  MRV001 RECORDING MODE F
               RECORD CONTAINS 233 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MANREV-REC.
       01  MANREV-REC.
           05  MRV-RAW-IMAGE       PIC X(189).
           05  MRV-REASON-CDE      PIC X(02).
           05  MRV-REASON-TXT      PIC X(30).
           05  MRV-SUSP-DATE       PIC X(10).
           05  MRV-RECYCLE-CNT     PIC 9(02).
      *
       FD  QUA001 RECORDING MODE F
               RECORD CONTAINS 436 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS QUARANTINE-REC.
       COPY QUAREC01.
      *
       FD  MAU001 RECORDING MODE F
               RECORD CONTAINS 441 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-AUDIT-REC.
       COPY MAUREC01.
      *
       FD  SCR001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SCORE-REPORT-REC.
       01  SCORE-REPORT-REC       PIC X(133).
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

      *----------------------------------------------------------
      *  PARM: PERIOD,TREND-MONTHS. THE PERIOD IS THE CCYY-MM
      *  MONTH BEING SCORED AND IS REQUIRED. TREND-MONTHS IS HOW
      *  MANY MONTHS, ENDING WITH THE PERIOD, THE FEED SUMMARY
      *  TREND COVERS - TWO DIGITS, 01 TO 12, DEFAULT 06.
      *----------------------------------------------------------
       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
           05  WS-PARM-PERIOD      PIC X(07).
           05  WS-PARM-MONTHS      PIC X(02).

       01  WS-PERIOD-CONTROLS.
           05  WS-PERIOD           PIC X(07) VALUE SPACES.
           05  WS-PERIOD-R REDEFINES WS-PERIOD.
               10  WS-PD-CCYY      PIC 9(04).
               10  FILLER          PIC X(01).
               10  WS-PD-MM        PIC 9(02).
           05  WS-MONTH-START      PIC X(10) VALUE SPACES.
           05  WS-MONTH-END        PIC X(10) VALUE SPACES.
           05  WS-DIM              PIC 9(02) VALUE ZERO.
           05  WS-DAY-SUB          PIC 9(02) COMP VALUE ZERO.
           05  WS-DAY-DD           PIC 9(02) VALUE ZERO.
           05  WS-DAY-DATE         PIC X(10) VALUE SPACES.
           05  WS-LEAP-QUOT        PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REM         PIC 9(04) VALUE ZERO.
           05  WS-LEAP-SW          PIC X(03) VALUE 'NO '.
               88  WS-LEAP-YES                VALUE 'YES'.
               88  WS-LEAP-NO                 VALUE 'NO '.
           05  WS-MW-CCYY          PIC 9(04) VALUE ZERO.
           05  WS-MW-MM            PIC 9(02) VALUE ZERO.
           05  WS-PARM-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-PARM-OK-YES             VALUE 'YES'.
               88  WS-PARM-OK-NO              VALUE 'NO '.

      *----------------------------------------------------------
      *  EVERY EVIDENCE FILE BUT THE MASTER AND THE REFERENCE FILE
      *  IS OPTIONAL - ONE THAT HAS NEVER BEEN WRITTEN HAS NOTHING
      *  TO COUNT. EACH SWITCH RECORDS WHETHER ITS FILE IS OPEN.
      *----------------------------------------------------------
       01  WS-OPEN-CONTROLS.
           05  WS-CTL-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-CTL-OPEN-YES            VALUE 'YES'.
               88  WS-CTL-OPEN-NO             VALUE 'NO '.
           05  WS-REJ-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-REJ-OPEN-YES            VALUE 'YES'.
               88  WS-REJ-OPEN-NO             VALUE 'NO '.
           05  WS-MRV-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-MRV-OPEN-YES            VALUE 'YES'.
               88  WS-MRV-OPEN-NO             VALUE 'NO '.
           05  WS-QUA-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-QUA-OPEN-YES            VALUE 'YES'.
               88  WS-QUA-OPEN-NO             VALUE 'NO '.
           05  WS-MAU-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-MAU-OPEN-YES            VALUE 'YES'.
               88  WS-MAU-OPEN-NO             VALUE 'NO '.
           05  WS-HST-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-HST-OPEN-YES            VALUE 'YES'.
               88  WS-HST-OPEN-NO             VALUE 'NO '.

      *----------------------------------------------------------
      *  ONE ENTRY FOR EVERY COUNTRY THE MONTH'S EVIDENCE NAMES -
      *  ON THE WATCH LIST, POSTED TO THE MASTER, OR ONLY SEEN IN
      *  A REJECT, REVIEW, QUARANTINE OR CORRECTION. THE DAY FLAGS
      *  MARK THE DAYS THE WATCH LIST EXPECTED AND THE DAYS THE
      *  MASTER HOLDS. REJECT COUNTS ARE BY REASON CODE 01 TO 07,
      *  WITH ANY OTHER CODE IN THE EIGHTH BUCKET.
      *----------------------------------------------------------
       01  WS-SCORE-TABLE.
           05  WS-SC-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-SC-MAX           PIC 9(05) COMP VALUE 500.
           05  WS-SC-I             PIC 9(05) COMP VALUE ZERO.
           05  WS-SC-J             PIC 9(05) COMP VALUE ZERO.
           05  WS-SC-LIMIT         PIC 9(05) COMP VALUE ZERO.
           05  WS-SC-SUB           PIC 9(05) COMP VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-SC-COUNT
                           INDEXED BY WS-SC-IDX.
               10  WS-SC-CC            PIC X(04).
               10  WS-SC-NAME          PIC X(20).
               10  WS-SC-WATCH-SW      PIC X(01).
                   88  WS-SC-WATCHED              VALUE 'Y'.
               10  WS-SC-EXP-DAY       PIC X(01) OCCURS 31 TIMES.
               10  WS-SC-PST-DAY       PIC X(01) OCCURS 31 TIMES.
               10  WS-SC-EXPECTED      PIC 9(02).
               10  WS-SC-POSTED        PIC 9(02).
               10  WS-SC-MISSING       PIC 9(02).
               10  WS-SC-RSN-CNT       PIC 9(05) OCCURS 8 TIMES.
               10  WS-SC-REJECTS       PIC 9(05).
               10  WS-SC-QUARANTINE    PIC 9(05).
               10  WS-SC-REVIEWS       PIC 9(05).
               10  WS-SC-CORRECTIONS   PIC 9(05).
               10  WS-SC-COMPL         PIC 9(03)V9.
               10  WS-SC-ISSUE         PIC 9(03)V9.
               10  WS-SC-GRADE         PIC X(01).

       01  WS-SCORE-CONTROLS.
           05  WS-SC-SWAP          PIC X(162).
           05  WS-SC-LOOKUP        PIC X(04).
           05  WS-SC-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-SC-FOUND-YES            VALUE 'YES'.
               88  WS-SC-FOUND-NO             VALUE 'NO '.
           05  WS-RSN-SUB          PIC 9(02) COMP VALUE ZERO.
           05  WS-SC-ISSUES        PIC 9(06) VALUE ZERO.
           05  WS-SC-BASE          PIC 9(06) VALUE ZERO.

      *----------------------------------------------------------
      *  QUARANTINE KEYS ALREADY COUNTED. A HELD RECORD STAYS ON
      *  THE QUARANTINE FILE UNTIL IT IS RELEASED, SO THE SAME
      *  COUNTRY AND DAY CAN APPEAR IN MORE THAN ONE GENERATION
      *  OF THE FILE - IT IS ONE QUARANTINE, COUNTED ONCE.
      *----------------------------------------------------------
       01  WS-QUAR-KEY-TABLE.
           05  WS-QK-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-QK-ENTRY OCCURS 1 TO 5000 TIMES
                           DEPENDING ON WS-QK-COUNT
                           INDEXED BY WS-QK-IDX.
               10  WS-QK-KEY       PIC X(14).

       01  WS-QUAR-KEY-CONTROLS.
           05  WS-QK-LOOKUP.
               10  WS-QK-LK-CC     PIC X(04).
               10  WS-QK-LK-DATE   PIC X(10).
           05  WS-QK-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-QK-FOUND-YES            VALUE 'YES'.
               88  WS-QK-FOUND-NO             VALUE 'NO '.

      *----------------------------------------------------------
      *  ONE ENTRY PER TREND MONTH, OLDEST FIRST, ENDING WITH THE
      *  PERIOD. RUNS, RECORDS READ AND REJECTED COME FROM THE
      *  DAILY LOAD'S RUN-LEDGER ENTRIES; DAYS FROM THE MASTER;
      *  CORRECTIONS FROM THE MASTER AUDIT TRAIL.
      *----------------------------------------------------------
       01  WS-TREND-TABLE.
           05  WS-MT-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-MT-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-MT-ENTRY OCCURS 1 TO 12 TIMES
                           DEPENDING ON WS-MT-COUNT
                           INDEXED BY WS-MT-IDX.
               10  WS-MT-MONTH         PIC X(07).
               10  WS-MT-RUNS          PIC 9(04).
               10  WS-MT-WARN          PIC 9(04).
               10  WS-MT-FAIL          PIC 9(04).
               10  WS-MT-READ          PIC 9(09).
               10  WS-MT-REJECTED      PIC 9(08).
               10  WS-MT-DAYS          PIC 9(06).
               10  WS-MT-CORR          PIC 9(06).

       01  WS-TREND-CONTROLS.
           05  WS-MT-LOOKUP        PIC X(07).
           05  WS-MT-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-MT-FOUND-YES            VALUE 'YES'.
               88  WS-MT-FOUND-NO             VALUE 'NO '.
           05  WS-TR-REJ-PCT       PIC 9(03)V99 VALUE ZERO.
           05  WS-TR-COR-PCT       PIC 9(03)V99 VALUE ZERO.
           05  WS-TR-PRV-REJ-PCT   PIC 9(03)V99 VALUE ZERO.
           05  WS-TR-PRV-COR-PCT   PIC 9(03)V99 VALUE ZERO.
           05  WS-TR-CHG           PIC S9(03)V99 VALUE ZERO.

      *----------------------------------------------------------
      *  GRADE BANDS, BEST FIRST. A COUNTRY TAKES THE FIRST GRADE
      *  WHOSE COMPLETENESS FLOOR IT MEETS AND WHOSE ISSUE CEILING
      *  IT STAYS WITHIN; ONE THAT MEETS NONE IS GRADED F. EACH
      *  ENTRY IS GRADE, COMPLETENESS FLOOR 999V9, ISSUE CEILING
      *  999V9.
      *----------------------------------------------------------
       01  WS-GRADE-VALUES.
           05  FILLER              PIC X(09) VALUE 'A10000020'.
           05  FILLER              PIC X(09) VALUE 'B09700050'.
           05  FILLER              PIC X(09) VALUE 'C09000100'.
           05  FILLER              PIC X(09) VALUE 'D07500250'.
       01  WS-GRADE-TABLE REDEFINES WS-GRADE-VALUES.
           05  WS-GB-ENTRY OCCURS 4 TIMES.
               10  WS-GB-GRADE     PIC X(01).
               10  WS-GB-COMPL     PIC 9(03)V9.
               10  WS-GB-ISSUE     PIC 9(03)V9.

       01  WS-GRADE-CONTROLS.
           05  WS-GB-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-GR-COMPL         PIC 9(03)V9 VALUE ZERO.
           05  WS-GR-ISSUE         PIC 9(03)V9 VALUE ZERO.
           05  WS-GR-GRADE         PIC X(01) VALUE SPACE.
           05  WS-GR-LETTERS       PIC X(05) VALUE 'ABCDF'.

       01  WS-GRADE-COUNTS.
           05  WS-GR-CNT           PIC 9(05) OCCURS 5 TIMES.

      *----------------------------------------------------------
      *  WORK AREAS FOR PULLING THE COUNTRY CODE OUT OF A RAW FEED
      *  IMAGE HELD ON THE REJECT OR MANUAL-REVIEW FILE. A CSV
      *  IMAGE CARRIES THE CODE AS ITS SECOND FIELD; A JSON IMAGE
      *  UNDER THE "CountryCode" KEY.
      *----------------------------------------------------------
       01  WS-IMAGE-CONTROLS.
           05  WS-IM-IMAGE         PIC X(189).
           05  WS-IM-TOK1          PIC X(60).
           05  WS-IM-TOK2          PIC X(20).
           05  WS-IM-VALUE         PIC X(20).
           05  WS-IM-PAT           PIC X(14) VALUE
                                   '"CountryCode":'.
           05  WS-IM-POS           PIC 9(03) COMP VALUE ZERO.
           05  WS-IM-HIT-POS       PIC 9(03) COMP VALUE ZERO.

       01  WS-FEED-TOTALS.
           05  WS-FT-CTL-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-MST-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-REJ-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-MRV-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-QUA-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-MAU-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-LDG-READ      PIC 9(08) VALUE ZERO.
           05  WS-FT-EVIDENCE      PIC 9(08) VALUE ZERO.
           05  WS-FT-WATCHED       PIC 9(08) VALUE ZERO.
           05  WS-FT-EXPECTED      PIC 9(08) VALUE ZERO.
           05  WS-FT-POSTED        PIC 9(08) VALUE ZERO.
           05  WS-FT-MISSING       PIC 9(08) VALUE ZERO.
           05  WS-FT-RSN-CNT       PIC 9(08) OCCURS 8 TIMES.
           05  WS-FT-REJECTS       PIC 9(08) VALUE ZERO.
           05  WS-FT-REPEATS       PIC 9(08) VALUE ZERO.
           05  WS-FT-QUARANTINE    PIC 9(08) VALUE ZERO.
           05  WS-FT-QUA-DUPS      PIC 9(08) VALUE ZERO.
           05  WS-FT-REVIEWS       PIC 9(08) VALUE ZERO.
           05  WS-FT-CORRECTIONS   PIC 9(08) VALUE ZERO.
           05  WS-FT-UNTIED        PIC 9(08) VALUE ZERO.
           05  WS-FT-ISSUES        PIC 9(08) VALUE ZERO.
           05  WS-FT-BASE          PIC 9(08) VALUE ZERO.
           05  WS-FT-GRADE         PIC X(01) VALUE SPACE.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.
           05  WS-SECTION-SW       PIC X(01) VALUE 'C'.
               88  WS-SECTION-COUNTRIES       VALUE 'C'.
               88  WS-SECTION-SUMMARY         VALUE 'S'.
           05  WS-CLOSING-SW       PIC X(03) VALUE 'NO '.
               88  WS-CLOSING-YES             VALUE 'YES'.
               88  WS-CLOSING-NO              VALUE 'NO '.

       01  WS-LEDGER-CONTROLS.
           05  WS-LDG-SEVERITY     PIC 9(02) VALUE ZERO.
           05  WS-LDG-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-OPEN-YES            VALUE 'YES'.
               88  WS-LDG-OPEN-NO             VALUE 'NO '.
           05  WS-LDG-DONE-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-DONE-YES            VALUE 'YES'.
               88  WS-LDG-DONE-NO             VALUE 'NO '.

       COPY CONSTANT.
       COPY OUREC021.

       01  WS-PRINT-REPORT             PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT

            IF WS-PARM-OK-YES
                PERFORM G0020-LOAD-RUN-HISTORY THRU G0020-EXIT
            END-IF

            PERFORM B0002-OPEN-LEDGER THRU B0002-EXIT

            IF WS-PARM-OK-YES
                PERFORM G0001-LOAD-WATCHLIST THRU G0001-EXIT
                PERFORM G0005-LOAD-MASTER THRU G0005-EXIT
                PERFORM G0008-LOAD-REJECTS THRU G0008-EXIT
                PERFORM G0011-LOAD-REVIEWS THRU G0011-EXIT
                PERFORM G0014-LOAD-QUARANTINE THRU G0014-EXIT
                PERFORM G0017-LOAD-CORRECTIONS THRU G0017-EXIT
                PERFORM T0001-SCORE-COUNTRIES THRU T0001-EXIT
                PERFORM S0001-SORT-COUNTRIES THRU S0001-EXIT
                PERFORM R0001-PRINT-COUNTRIES THRU R0001-EXIT
                PERFORM R0005-PRINT-SUMMARY THRU R0005-EXIT
            END-IF

            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  B0001-OPEN-FILES - THE MASTER AND THE REFERENCE FILE MUST
      *                    BE THERE. ANY OTHER EVIDENCE FILE THAT
      *                    HAS NEVER BEEN WRITTEN COUNTS AS NONE -
      *                    THE SCORECARD IS STILL PRINTED, BUT THE
      *                    RUN ENDS WITH RETURN CODE 4 SO THE GAP
      *                    IS NOT MISSED. THE RUN LEDGER IS READ
      *                    FOR THE TREND FIRST, THEN OPENED FOR
      *                    THIS RUN'S OWN ENTRY BEFORE ANY OTHER
      *                    FILE IS LOADED, SO A RUN THAT FAILS IN
      *                    A LOAD IS STILL RECORDED.
      *----------------------------------------------------------
       B0001-OPEN-FILES.

            OPEN INPUT MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
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

            OPEN INPUT CTL001.

            IF WS-CTL-STAT EQUAL '35'
               DISPLAY 'CONTROL FILE NOT FOUND - NO DAYS EXPECTED'
               MOVE 4 TO WS-LDG-SEVERITY
            ELSE
               IF WS-CTL-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-CL TO TRUE
                  MOVE WS-CTL-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-CTL-OPEN-YES TO TRUE
            END-IF.

            OPEN INPUT REJ001.

            IF WS-REJ-STAT EQUAL '35'
               DISPLAY 'REJECT FILE NOT FOUND - NO REJECTS COUNTED'
               MOVE 4 TO WS-LDG-SEVERITY
            ELSE
               IF WS-REJ-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-RJ TO TRUE
                  MOVE WS-REJ-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-REJ-OPEN-YES TO TRUE
            END-IF.

            OPEN INPUT MRV001.

            IF WS-MRV-STAT EQUAL '35'
               DISPLAY 'MANREV FILE NOT FOUND - NO REVIEWS COUNTED'
               MOVE 4 TO WS-LDG-SEVERITY
            ELSE
               IF WS-MRV-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-MV TO TRUE
                  MOVE WS-MRV-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-MRV-OPEN-YES TO TRUE
            END-IF.

            OPEN INPUT QUA001.

            IF WS-QUA-STAT EQUAL '35'
               DISPLAY 'QUARANTINE FILE NOT FOUND - NONE COUNTED'
               MOVE 4 TO WS-LDG-SEVERITY
            ELSE
               IF WS-QUA-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-QA TO TRUE
                  MOVE WS-QUA-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-QUA-OPEN-YES TO TRUE
            END-IF.

            OPEN INPUT MAU001.

            IF WS-MAU-STAT EQUAL '35'
               DISPLAY 'AUDIT FILE NOT FOUND - NO CORRECTIONS COUNTED'
               MOVE 4 TO WS-LDG-SEVERITY
            ELSE
               IF WS-MAU-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-CR TO TRUE
                  MOVE WS-MAU-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-MAU-OPEN-YES TO TRUE
            END-IF.

            OPEN OUTPUT SCR001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       B0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  B0002-OPEN-LEDGER - OPEN THE SUITE RUN-LEDGER FILE FOR
      *                     THIS RUN'S OWN ENTRY AS SOON AS THE
      *                     TREND HAS BEEN READ FROM IT, AHEAD OF
      *                     THE OTHER LOAD PASSES.
      *----------------------------------------------------------
       B0002-OPEN-LEDGER.

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

       B0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  C0001-INIT-FILES - PARSE THE PERIOD PARM AND SET UP THE
      *                    MONTH'S FIRST AND LAST DAYS AND THE
      *                    TREND MONTHS. A MISSING OR MALFORMED
      *                    PERIOD ENDS THE RUN WITH NOTHING
      *                    PRINTED.
      *----------------------------------------------------------
       C0001-INIT-FILES.

            SET WS-EOF-NO          TO TRUE
            INITIALIZE WS-ERROR-HANDLING
            INITIALIZE WS-FEED-TOTALS
            INITIALIZE WS-GRADE-COUNTS

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
               INTO WS-PARM-PERIOD
                    WS-PARM-MONTHS

            SET WS-PARM-OK-NO TO TRUE

            IF WS-PARM-PERIOD(1:4) IS NOT NUMERIC OR
               WS-PARM-PERIOD(5:1) NOT EQUAL '-'  OR
               WS-PARM-PERIOD(6:2) IS NOT NUMERIC OR
               WS-PARM-PERIOD(6:2) < '01'         OR
               WS-PARM-PERIOD(6:2) > '12'
                DISPLAY 'PERIOD PARM MISSING OR NOT VALID: '
                        WS-PARM-PERIOD
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO C0001-EXIT
            END-IF

            MOVE WS-PARM-PERIOD TO WS-PERIOD

            IF WS-PARM-MONTHS EQUAL SPACES
                MOVE 6 TO WS-MT-COUNT
            ELSE
                IF WS-PARM-MONTHS IS NOT NUMERIC OR
                   WS-PARM-MONTHS < '01'         OR
                   WS-PARM-MONTHS > '12'
                    DISPLAY 'TREND MONTHS PARM NOT VALID: '
                            WS-PARM-MONTHS
                    MOVE 8 TO WS-LDG-SEVERITY
                    GO TO C0001-EXIT
                END-IF
                MOVE WS-PARM-MONTHS TO WS-MT-COUNT
            END-IF

            PERFORM U0001-DAYS-IN-MONTH THRU U0001-EXIT

            STRING WS-PERIOD '-01'
                   DELIMITED BY SIZE INTO WS-MONTH-START

            MOVE WS-DIM TO WS-DAY-DD
            STRING WS-PERIOD '-'
                   WS-DAY-DD
                   DELIMITED BY SIZE INTO WS-MONTH-END

            MOVE WS-PD-CCYY TO WS-MW-CCYY
            MOVE WS-PD-MM   TO WS-MW-MM

            PERFORM C0002-SET-TREND-MONTH THRU C0002-EXIT
                    VARYING WS-MT-SUB FROM WS-MT-COUNT BY -1
                    UNTIL WS-MT-SUB < 1

            SET WS-PARM-OK-YES TO TRUE
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  C0002-SET-TREND-MONTH - NAME ONE TREND MONTH, WORKING
      *                         BACK FROM THE PERIOD, AND STEP TO
      *                         THE MONTH BEFORE.
      *----------------------------------------------------------
       C0002-SET-TREND-MONTH.

            INITIALIZE WS-MT-ENTRY(WS-MT-SUB)

            STRING WS-MW-CCYY '-'
                   WS-MW-MM
                   DELIMITED BY SIZE INTO WS-MT-MONTH(WS-MT-SUB)

            IF WS-MW-MM EQUAL 1
                MOVE 12 TO WS-MW-MM
                SUBTRACT 1 FROM WS-MW-CCYY
            ELSE
                SUBTRACT 1 FROM WS-MW-MM
            END-IF
            .
       C0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0001-DAYS-IN-MONTH - SET WS-DIM TO THE NUMBER OF DAYS IN
      *                       THE PERIOD MONTH, ALLOWING FOR LEAP
      *                       YEARS.
      *----------------------------------------------------------
       U0001-DAYS-IN-MONTH.

            EVALUATE WS-PD-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                    MOVE 31 TO WS-DIM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-DIM
               WHEN 2
                    SET WS-LEAP-NO TO TRUE
                    DIVIDE WS-PD-CCYY BY 4
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-YES TO TRUE
                    END-IF
                    DIVIDE WS-PD-CCYY BY 100
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-NO TO TRUE
                        DIVIDE WS-PD-CCYY BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM EQUAL ZERO
                            SET WS-LEAP-YES TO TRUE
                        END-IF
                    END-IF
                    IF WS-LEAP-YES
                        MOVE 29 TO WS-DIM
                    ELSE
                        MOVE 28 TO WS-DIM
                    END-IF
            END-EVALUATE
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-LOAD-WATCHLIST - READ THE WATCH-LIST CONTROL FILE
      *                        AND MARK, FOR EACH COUNTRY, EVERY
      *                        DAY OF THE PERIOD A FEED RECORD WAS
      *                        DUE - THE DAYS INSIDE THE ENTRY'S
      *                        EFFECTIVE AND EXPIRY DATES, UP TO
      *                        THE RUN DATE. A COUNTRY LISTED MORE
      *                        THAN ONCE IS DUE ON ANY DAY ONE OF
      *                        ITS ENTRIES COVERS.
      *----------------------------------------------------------
       G0001-LOAD-WATCHLIST.

            SET WS-EOF-NO TO TRUE

            PERFORM G0002-READ-CTL-FILE THRU G0002-EXIT

            PERFORM G0003-STORE-WATCH THRU G0003-EXIT
                    UNTIL WS-EOF-YES
            .
       G0001-EXIT.
            EXIT.

       G0002-READ-CTL-FILE.

            IF WS-CTL-OPEN-NO
                SET WS-EOF-YES TO TRUE
                GO TO G0002-EXIT
            END-IF.

            READ CTL001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-CTL-STAT NOT EQUAL ZEROES AND
               WS-CTL-STAT NOT EQUAL '10'
               SET WS-MSG-RD-CL TO TRUE
               MOVE WS-CTL-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-FT-CTL-READ
            END-IF.

       G0002-EXIT.
            EXIT.

       G0003-STORE-WATCH.

            IF CTL-EFF-DATE NOT EQUAL SPACES AND
               CTL-EFF-DATE > WS-MONTH-END
                GO TO G0003-READ-NEXT
            END-IF

            IF CTL-EXP-DATE NOT EQUAL SPACES AND
               CTL-EXP-DATE < WS-MONTH-START
                GO TO G0003-READ-NEXT
            END-IF

            MOVE CTL-CC TO WS-SC-LOOKUP
            PERFORM K0001-FIND-COUNTRY THRU K0001-EXIT

            IF WS-SC-FOUND-YES
                MOVE 'Y' TO WS-SC-WATCH-SW(WS-SC-IDX)
                PERFORM G0004-MARK-EXPECTED THRU G0004-EXIT
                        VARYING WS-DAY-SUB FROM 1 BY 1
                        UNTIL WS-DAY-SUB > WS-DIM
            END-IF
            .
       G0003-READ-NEXT.
            PERFORM G0002-READ-CTL-FILE THRU G0002-EXIT
            .
       G0003-EXIT.
            EXIT.

       G0004-MARK-EXPECTED.

            MOVE WS-DAY-SUB TO WS-DAY-DD

            STRING WS-PERIOD '-'
                   WS-DAY-DD
                   DELIMITED BY SIZE INTO WS-DAY-DATE

            IF WS-DAY-DATE > WS-RUN-DATE-ISO
                GO TO G0004-EXIT
            END-IF

            IF CTL-EFF-DATE NOT EQUAL SPACES AND
               CTL-EFF-DATE > WS-DAY-DATE
                GO TO G0004-EXIT
            END-IF

            IF CTL-EXP-DATE NOT EQUAL SPACES AND
               CTL-EXP-DATE < WS-DAY-DATE
                GO TO G0004-EXIT
            END-IF

            MOVE 'Y' TO WS-SC-EXP-DAY(WS-SC-IDX, WS-DAY-SUB)
            .
       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0005-LOAD-MASTER - BROWSE THE WHOLE MASTER. EVERY DAY
      *                     POSTED IN A TREND MONTH COUNTS TOWARD
      *                     THAT MONTH'S DAYS; A DAY POSTED IN THE
      *                     PERIOD IS MARKED ON ITS COUNTRY.
      *----------------------------------------------------------
       G0005-LOAD-MASTER.

            SET WS-EOF-NO TO TRUE

            MOVE LOW-VALUES TO MST-KEY

            START MST001 KEY NOT LESS THAN MST-KEY
                INVALID KEY SET WS-EOF-YES TO TRUE
            END-START

            IF WS-EOF-NO
                PERFORM G0006-READ-MASTER THRU G0006-EXIT
            END-IF

            PERFORM G0007-STORE-MASTER THRU G0007-EXIT
                    UNTIL WS-EOF-YES
            .
       G0005-EXIT.
            EXIT.

       G0006-READ-MASTER.

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
                ADD 1 TO WS-FT-MST-READ
            END-IF.

       G0006-EXIT.
            EXIT.

       G0007-STORE-MASTER.

            MOVE MST-KEY-DATE(1:7) TO WS-MT-LOOKUP
            PERFORM K0002-FIND-MONTH THRU K0002-EXIT

            IF WS-MT-FOUND-YES
                ADD 1 TO WS-MT-DAYS(WS-MT-IDX)
            END-IF

            IF MST-KEY-DATE(1:7) NOT EQUAL WS-PERIOD OR
               MST-KEY-DATE(9:2) IS NOT NUMERIC
                GO TO G0007-READ-NEXT
            END-IF

            MOVE MST-KEY-DATE(9:2) TO WS-DAY-DD

            IF WS-DAY-DD < 1 OR WS-DAY-DD > WS-DIM
                GO TO G0007-READ-NEXT
            END-IF

            MOVE MST-KEY-CC TO WS-SC-LOOKUP
            PERFORM K0001-FIND-COUNTRY THRU K0001-EXIT

            IF WS-SC-FOUND-YES
                MOVE 'Y' TO WS-SC-PST-DAY(WS-SC-IDX, WS-DAY-DD)
            END-IF
            .
       G0007-READ-NEXT.
            PERFORM G0006-READ-MASTER THRU G0006-EXIT
            .
       G0007-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0008-LOAD-REJECTS - COUNT THE RECORDS REJECTED ON FIRST
      *                      RECEIPT DURING THE PERIOD, BY COUNTRY
      *                      AND REASON CODE. A RECYCLED RECORD
      *                      REJECTED AGAIN IS COUNTED APART SO
      *                      ONE BAD RECORD IS NOT CHARGED TO THE
      *                      PROVIDER ON EVERY RETRY.
      *----------------------------------------------------------
       G0008-LOAD-REJECTS.

            SET WS-EOF-NO TO TRUE

            PERFORM G0009-READ-REJECT THRU G0009-EXIT

            PERFORM G0010-STORE-REJECT THRU G0010-EXIT
                    UNTIL WS-EOF-YES
            .
       G0008-EXIT.
            EXIT.

       G0009-READ-REJECT.

            IF WS-REJ-OPEN-NO
                SET WS-EOF-YES TO TRUE
                GO TO G0009-EXIT
            END-IF.

            READ REJ001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-REJ-STAT NOT EQUAL ZEROES AND
               WS-REJ-STAT NOT EQUAL '10'
               SET WS-MSG-RD-RJ TO TRUE
               MOVE WS-REJ-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-FT-REJ-READ
            END-IF.

       G0009-EXIT.
            EXIT.

       G0010-STORE-REJECT.

            IF REJ-SUSP-DATE(1:7) NOT EQUAL WS-PERIOD
                GO TO G0010-READ-NEXT
            END-IF

            IF REJ-RECYCLE-CNT IS NUMERIC AND
               REJ-RECYCLE-CNT > ZERO
                ADD 1 TO WS-FT-REPEATS
                GO TO G0010-READ-NEXT
            END-IF

            ADD 1 TO WS-FT-REJECTS

            IF REJ-REASON-CDE IS NUMERIC AND
               REJ-REASON-CDE > '00'     AND
               REJ-REASON-CDE < '08'
                MOVE REJ-REASON-CDE TO WS-RSN-SUB
            ELSE
                MOVE 8 TO WS-RSN-SUB
            END-IF

            ADD 1 TO WS-FT-RSN-CNT(WS-RSN-SUB)

            MOVE REJ-RAW-IMAGE TO WS-IM-IMAGE
            PERFORM J0001-IMAGE-COUNTRY THRU J0001-EXIT

            PERFORM K0001-FIND-COUNTRY THRU K0001-EXIT

            IF WS-SC-FOUND-YES
                ADD 1 TO WS-SC-RSN-CNT(WS-SC-IDX, WS-RSN-SUB)
                ADD 1 TO WS-SC-REJECTS(WS-SC-IDX)
            END-IF
            .
       G0010-READ-NEXT.
            PERFORM G0009-READ-REJECT THRU G0009-EXIT
            .
       G0010-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0011-LOAD-REVIEWS - COUNT THE RECORDS ESCALATED TO
      *                      MANUAL REVIEW DURING THE PERIOD.
      *----------------------------------------------------------
       G0011-LOAD-REVIEWS.

            SET WS-EOF-NO TO TRUE

            PERFORM G0012-READ-REVIEW THRU G0012-EXIT

            PERFORM G0013-STORE-REVIEW THRU G0013-EXIT
                    UNTIL WS-EOF-YES
            .
       G0011-EXIT.
            EXIT.

       G0012-READ-REVIEW.

            IF WS-MRV-OPEN-NO
                SET WS-EOF-YES TO TRUE
                GO TO G0012-EXIT
            END-IF.

            READ MRV001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-MRV-STAT NOT EQUAL ZEROES AND
               WS-MRV-STAT NOT EQUAL '10'
               SET WS-MSG-RD-MV TO TRUE
               MOVE WS-MRV-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-FT-MRV-READ
            END-IF.

       G0012-EXIT.
            EXIT.

       G0013-STORE-REVIEW.

            IF MRV-SUSP-DATE(1:7) NOT EQUAL WS-PERIOD
                GO TO G0013-READ-NEXT
            END-IF

            ADD 1 TO WS-FT-REVIEWS

            MOVE MRV-RAW-IMAGE TO WS-IM-IMAGE
            PERFORM J0001-IMAGE-COUNTRY THRU J0001-EXIT

            PERFORM K0001-FIND-COUNTRY THRU K0001-EXIT

            IF WS-SC-FOUND-YES
                ADD 1 TO WS-SC-REVIEWS(WS-SC-IDX)
            END-IF
            .
       G0013-READ-NEXT.
            PERFORM G0012-READ-REVIEW THRU G0012-EXIT
            .
       G0013-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0014-LOAD-QUARANTINE - COUNT THE DAYS PLACED IN
      *                         QUARANTINE DURING THE PERIOD, EACH
      *                         COUNTRY AND DAY ONCE HOWEVER MANY
      *                         GENERATIONS OF THE FILE CARRY IT.
      *----------------------------------------------------------
       G0014-LOAD-QUARANTINE.

            SET WS-EOF-NO TO TRUE

            PERFORM G0015-READ-QUARANTINE THRU G0015-EXIT

            PERFORM G0016-STORE-QUARANTINE THRU G0016-EXIT
                    UNTIL WS-EOF-YES
            .
       G0014-EXIT.
            EXIT.

       G0015-READ-QUARANTINE.

            IF WS-QUA-OPEN-NO
                SET WS-EOF-YES TO TRUE
                GO TO G0015-EXIT
            END-IF.

            READ QUA001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-QUA-STAT NOT EQUAL ZEROES AND
               WS-QUA-STAT NOT EQUAL '10'
               SET WS-MSG-RD-QA TO TRUE
               MOVE WS-QUA-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-FT-QUA-READ
            END-IF.

       G0015-EXIT.
            EXIT.

       G0016-STORE-QUARANTINE.

            IF QUA-QUAR-DATE(1:7) NOT EQUAL WS-PERIOD
                GO TO G0016-READ-NEXT
            END-IF

            MOVE QUA-CC   TO WS-QK-LK-CC
            MOVE QUA-DATE TO WS-QK-LK-DATE
            PERFORM K0003-FIND-QUAR-KEY THRU K0003-EXIT

            IF WS-QK-FOUND-YES
                ADD 1 TO WS-FT-QUA-DUPS
                GO TO G0016-READ-NEXT
            END-IF

            IF WS-QK-COUNT < 5000
                ADD 1 TO WS-QK-COUNT
                MOVE WS-QK-LOOKUP TO WS-QK-KEY(WS-QK-COUNT)
            END-IF

            ADD 1 TO WS-FT-QUARANTINE

            MOVE QUA-CC TO WS-SC-LOOKUP
            PERFORM K0001-FIND-COUNTRY THRU K0001-EXIT

            IF WS-SC-FOUND-YES
                ADD 1 TO WS-SC-QUARANTINE(WS-SC-IDX)
            END-IF
            .
       G0016-READ-NEXT.
            PERFORM G0015-READ-QUARANTINE THRU G0015-EXIT
            .
       G0016-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0017-LOAD-CORRECTIONS - COUNT THE ACCEPTED MASTER
      *                          CORRECTIONS, REWRITES AND DELETES,
      *                          BY THE MONTH THEY WERE MADE. THOSE
      *                          MADE IN THE PERIOD ARE CHARGED TO
      *                          THEIR COUNTRY.
      *----------------------------------------------------------
       G0017-LOAD-CORRECTIONS.

            SET WS-EOF-NO TO TRUE

            PERFORM G0018-READ-AUDIT THRU G0018-EXIT

            PERFORM G0019-STORE-CORRECTION THRU G0019-EXIT
                    UNTIL WS-EOF-YES
            .
       G0017-EXIT.
            EXIT.

       G0018-READ-AUDIT.

            IF WS-MAU-OPEN-NO
                SET WS-EOF-YES TO TRUE
                GO TO G0018-EXIT
            END-IF.

            READ MAU001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-MAU-STAT NOT EQUAL ZEROES AND
               WS-MAU-STAT NOT EQUAL '10'
               SET WS-MSG-RD-AU TO TRUE
               MOVE WS-MAU-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-FT-MAU-READ
            END-IF.

       G0018-EXIT.
            EXIT.

       G0019-STORE-CORRECTION.

            IF MAU-RESULT NOT EQUAL 'ACCEPTED'
                GO TO G0019-READ-NEXT
            END-IF

            IF MAU-ACTION NOT EQUAL 'R' AND
               MAU-ACTION NOT EQUAL 'D'
                GO TO G0019-READ-NEXT
            END-IF

            MOVE MAU-DATE(1:7) TO WS-MT-LOOKUP
            PERFORM K0002-FIND-MONTH THRU K0002-EXIT

            IF WS-MT-FOUND-YES
                ADD 1 TO WS-MT-CORR(WS-MT-IDX)
            END-IF

            IF MAU-DATE(1:7) NOT EQUAL WS-PERIOD
                GO TO G0019-READ-NEXT
            END-IF

            ADD 1 TO WS-FT-CORRECTIONS

            MOVE MAU-CC TO WS-SC-LOOKUP
            PERFORM K0001-FIND-COUNTRY THRU K0001-EXIT

            IF WS-SC-FOUND-YES
                ADD 1 TO WS-SC-CORRECTIONS(WS-SC-IDX)
            END-IF
            .
       G0019-READ-NEXT.
            PERFORM G0018-READ-AUDIT THRU G0018-EXIT
            .
       G0019-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0020-LOAD-RUN-HISTORY - READ THE SUITE RUN LEDGER FOR
      *                          THE DAILY LOAD'S ENTRIES IN THE
      *                          TREND MONTHS - RUNS, RECORDS READ
      *                          AND REJECTED, AND HOW MANY RUNS
      *                          ENDED IN A WARNING (4) OR WORSE
      *                          (8 AND UP). THIS IS THE FIRST
      *                          LOAD; THE LEDGER IS CLOSED AGAIN
      *                          AND B0002 REOPENS IT FOR THIS
      *                          RUN'S ENTRY.
      *----------------------------------------------------------
       G0020-LOAD-RUN-HISTORY.

            OPEN INPUT LDG001.

            IF WS-LDG-STAT EQUAL '35'
               DISPLAY 'RUN LEDGER NOT FOUND - NO RUN HISTORY'
               MOVE 4 TO WS-LDG-SEVERITY
               GO TO G0020-EXIT
            END-IF.

            IF WS-LDG-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-LD TO TRUE
               MOVE WS-LDG-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            SET WS-HST-OPEN-YES TO TRUE
            SET WS-EOF-NO TO TRUE

            PERFORM G0021-READ-LEDGER THRU G0021-EXIT

            PERFORM G0022-STORE-RUN THRU G0022-EXIT
                    UNTIL WS-EOF-YES

            SET WS-HST-OPEN-NO TO TRUE

            CLOSE LDG001.

            IF WS-LDG-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-LDG-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0020-EXIT.
            EXIT.

       G0021-READ-LEDGER.

            READ LDG001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-LDG-STAT NOT EQUAL ZEROES AND
               WS-LDG-STAT NOT EQUAL '10'
               SET WS-MSG-RD-LD TO TRUE
               MOVE WS-LDG-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-FT-LDG-READ
            END-IF.

       G0021-EXIT.
            EXIT.

       G0022-STORE-RUN.

            IF LDG-PROGRAM NOT EQUAL 'CBL0013 '
                GO TO G0022-READ-NEXT
            END-IF

            MOVE LDG-RUN-DATE(1:7) TO WS-MT-LOOKUP
            PERFORM K0002-FIND-MONTH THRU K0002-EXIT

            IF WS-MT-FOUND-NO
                GO TO G0022-READ-NEXT
            END-IF

            ADD 1 TO WS-MT-RUNS(WS-MT-IDX)

            IF LDG-IN-CNT IS NUMERIC
                ADD LDG-IN-CNT  TO WS-MT-READ(WS-MT-IDX)
            END-IF

            IF LDG-REJ-CNT IS NUMERIC
                ADD LDG-REJ-CNT TO WS-MT-REJECTED(WS-MT-IDX)
            END-IF

            IF LDG-SEVERITY IS NUMERIC
                EVALUATE TRUE
                   WHEN LDG-SEVERITY NOT < 8
                        ADD 1 TO WS-MT-FAIL(WS-MT-IDX)
                   WHEN LDG-SEVERITY NOT < 4
                        ADD 1 TO WS-MT-WARN(WS-MT-IDX)
                END-EVALUATE
            END-IF
            .
       G0022-READ-NEXT.
            PERFORM G0021-READ-LEDGER THRU G0021-EXIT
            .
       G0022-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0001-IMAGE-COUNTRY - PULL THE COUNTRY CODE OUT OF THE
      *                       RAW FEED IMAGE IN WS-IM-IMAGE INTO
      *                       WS-SC-LOOKUP. A CODE THAT CANNOT BE
      *                       READ - THE RECORD WAS REJECTED AS
      *                       MALFORMED, AFTER ALL - IS SET TO
      *                       '????' AND COUNTED AS NOT TIED TO A
      *                       COUNTRY.
      *----------------------------------------------------------
       J0001-IMAGE-COUNTRY.

            MOVE '????'  TO WS-SC-LOOKUP
            MOVE SPACES  TO WS-IM-VALUE

            IF WS-IM-IMAGE(1:1) EQUAL '{'
                PERFORM J0002-JSON-COUNTRY THRU J0002-EXIT
            ELSE
                MOVE SPACES TO WS-IM-TOK1 WS-IM-TOK2
                UNSTRING WS-IM-IMAGE DELIMITED BY ','
                   INTO WS-IM-TOK1
                        WS-IM-TOK2
                IF WS-IM-TOK2(1:1) EQUAL '"'
                    UNSTRING WS-IM-TOK2(2:19) DELIMITED BY '"'
                       INTO WS-IM-VALUE
                ELSE
                    MOVE WS-IM-TOK2 TO WS-IM-VALUE
                END-IF
            END-IF

            IF WS-IM-VALUE(1:4)  NOT EQUAL SPACES AND
               WS-IM-VALUE(5:16) EQUAL SPACES
                MOVE WS-IM-VALUE(1:4) TO WS-SC-LOOKUP
            ELSE
                ADD 1 TO WS-FT-UNTIED
            END-IF
            .
       J0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0002-JSON-COUNTRY - FIND THE '"CountryCode":' PATTERN IN
      *                      A JSON IMAGE AND TAKE THE VALUE AFTER
      *                      IT, QUOTED OR BARE, UP TO THE NEXT
      *                      QUOTE, COMMA OR BRACE.
      *----------------------------------------------------------
       J0002-JSON-COUNTRY.

            MOVE ZERO TO WS-IM-HIT-POS

            PERFORM J0003-SCAN-KEY THRU J0003-EXIT
                    VARYING WS-IM-POS FROM 1 BY 1
                    UNTIL WS-IM-POS > 176
                       OR WS-IM-HIT-POS > ZERO

            IF WS-IM-HIT-POS EQUAL ZERO
                GO TO J0002-EXIT
            END-IF

            COMPUTE WS-IM-POS = WS-IM-HIT-POS + 14

            PERFORM J0004-BUMP-POS THRU J0004-EXIT
                    UNTIL WS-IM-POS > 189
                       OR WS-IM-IMAGE(WS-IM-POS:1) NOT EQUAL SPACE

            IF WS-IM-POS > 189
                GO TO J0002-EXIT
            END-IF

            IF WS-IM-IMAGE(WS-IM-POS:1) EQUAL '"'
                ADD 1 TO WS-IM-POS
            END-IF

            IF WS-IM-POS > 189
                GO TO J0002-EXIT
            END-IF

            UNSTRING WS-IM-IMAGE(WS-IM-POS:)
                DELIMITED BY '"' OR ',' OR '}'
                INTO WS-IM-VALUE
            .
       J0002-EXIT.
            EXIT.

       J0003-SCAN-KEY.

            IF WS-IM-IMAGE(WS-IM-POS:14) EQUAL WS-IM-PAT
                MOVE WS-IM-POS TO WS-IM-HIT-POS
            END-IF
            .
       J0003-EXIT.
            EXIT.

       J0004-BUMP-POS.

            ADD 1 TO WS-IM-POS
            .
       J0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0001-FIND-COUNTRY - LOOK WS-SC-LOOKUP UP IN THE SCORE
      *                      TABLE, ADDING AN ENTRY THE FIRST TIME
      *                      A COUNTRY IS SEEN, AND LEAVE WS-SC-IDX
      *                      ON IT. THE NAME COMES FROM THE
      *                      REFERENCE FILE. WHEN THE TABLE IS FULL
      *                      THE EVIDENCE STILL COUNTS IN THE FEED
      *                      TOTALS AND IS COUNTED AS NOT TIED TO A
      *                      COUNTRY.
      *----------------------------------------------------------
       K0001-FIND-COUNTRY.

            SET WS-SC-FOUND-NO TO TRUE

            IF WS-SC-COUNT > ZERO
                SET WS-SC-IDX TO 1
                SEARCH WS-SC-ENTRY
                   AT END
                      SET WS-SC-FOUND-NO TO TRUE
                   WHEN WS-SC-CC(WS-SC-IDX) EQUAL WS-SC-LOOKUP
                      SET WS-SC-FOUND-YES TO TRUE
                END-SEARCH
            END-IF

            IF WS-SC-FOUND-YES
                GO TO K0001-EXIT
            END-IF

            IF WS-SC-COUNT NOT < WS-SC-MAX
                IF WS-LDG-SEVERITY < 4
                    MOVE 4 TO WS-LDG-SEVERITY
                END-IF
                DISPLAY 'SCORE TABLE FULL - NOT SCORED: '
                        WS-SC-LOOKUP
                ADD 1 TO WS-FT-UNTIED
                GO TO K0001-EXIT
            END-IF

            ADD 1 TO WS-SC-COUNT
            SET WS-SC-IDX TO WS-SC-COUNT
            INITIALIZE WS-SC-ENTRY(WS-SC-IDX)
            MOVE WS-SC-LOOKUP TO WS-SC-CC(WS-SC-IDX)
            SET WS-SC-FOUND-YES TO TRUE

            IF WS-SC-LOOKUP EQUAL '????'
                MOVE 'CODE NOT READABLE' TO WS-SC-NAME(WS-SC-IDX)
                GO TO K0001-EXIT
            END-IF

            MOVE WS-SC-LOOKUP TO CRF-CC

            READ CRF001
                INVALID KEY CONTINUE
            END-READ

            EVALUATE WS-CRF-STAT
               WHEN '00'
                    MOVE CRF-OFFICIAL-NAME TO WS-SC-NAME(WS-SC-IDX)
               WHEN '23'
                    MOVE 'NOT ON REFERENCE' TO WS-SC-NAME(WS-SC-IDX)
               WHEN OTHER
                    SET WS-MSG-RD-CF TO TRUE
                    MOVE WS-CRF-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE
            .
       K0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0002-FIND-MONTH - LOOK WS-MT-LOOKUP UP IN THE TREND
      *                    MONTHS, LEAVING WS-MT-IDX ON THE MATCH.
      *----------------------------------------------------------
       K0002-FIND-MONTH.

            SET WS-MT-IDX TO 1

            SEARCH WS-MT-ENTRY
               AT END
                  SET WS-MT-FOUND-NO TO TRUE
               WHEN WS-MT-MONTH(WS-MT-IDX) EQUAL WS-MT-LOOKUP
                  SET WS-MT-FOUND-YES TO TRUE
            END-SEARCH
            .
       K0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0003-FIND-QUAR-KEY - LOOK WS-QK-LOOKUP UP IN THE
      *                       QUARANTINE KEYS ALREADY COUNTED.
      *----------------------------------------------------------
       K0003-FIND-QUAR-KEY.

            SET WS-QK-FOUND-NO TO TRUE

            IF WS-QK-COUNT EQUAL ZERO
                GO TO K0003-EXIT
            END-IF

            SET WS-QK-IDX TO 1

            SEARCH WS-QK-ENTRY
               AT END
                  SET WS-QK-FOUND-NO TO TRUE
               WHEN WS-QK-KEY(WS-QK-IDX) EQUAL WS-QK-LOOKUP
                  SET WS-QK-FOUND-YES TO TRUE
            END-SEARCH
            .
       K0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-SCORE-COUNTRIES - COUNT EACH COUNTRY'S DAYS
      *                         EXPECTED, POSTED AND MISSING, WORK
      *                         OUT ITS COMPLETENESS AND ISSUE
      *                         PERCENTAGES AND GRADE IT, THEN
      *                         GRADE THE FEED AS A WHOLE ON THE
      *                         SAME BANDS.
      *----------------------------------------------------------
       T0001-SCORE-COUNTRIES.

            PERFORM T0002-SCORE-ONE THRU T0002-EXIT
                    VARYING WS-SC-SUB FROM 1 BY 1
                    UNTIL WS-SC-SUB > WS-SC-COUNT

            COMPUTE WS-FT-ISSUES = WS-FT-REJECTS
                                 + WS-FT-QUARANTINE
                                 + WS-FT-REVIEWS
                                 + WS-FT-CORRECTIONS

            IF WS-FT-EXPECTED > ZERO
                MOVE WS-FT-EXPECTED TO WS-FT-BASE
                COMPUTE WS-GR-COMPL ROUNDED =
                        (WS-FT-EXPECTED - WS-FT-MISSING) * 100
                        / WS-FT-EXPECTED
            ELSE
                MOVE WS-FT-POSTED TO WS-FT-BASE
                MOVE 100 TO WS-GR-COMPL
            END-IF

            IF WS-FT-BASE EQUAL ZERO
                IF WS-FT-ISSUES EQUAL ZERO
                    MOVE ZERO TO WS-GR-ISSUE
                ELSE
                    MOVE 999.9 TO WS-GR-ISSUE
                END-IF
            ELSE
                COMPUTE WS-GR-ISSUE ROUNDED =
                        WS-FT-ISSUES * 100 / WS-FT-BASE
                    ON SIZE ERROR
                        MOVE 999.9 TO WS-GR-ISSUE
                END-COMPUTE
            END-IF

            PERFORM T0004-GRADE THRU T0004-EXIT
            MOVE WS-GR-GRADE TO WS-FT-GRADE
            .
       T0001-EXIT.
            EXIT.

       T0002-SCORE-ONE.

            SET WS-SC-IDX TO WS-SC-SUB

            PERFORM T0003-COUNT-DAY THRU T0003-EXIT
                    VARYING WS-DAY-SUB FROM 1 BY 1
                    UNTIL WS-DAY-SUB > WS-DIM

            IF WS-SC-WATCHED(WS-SC-IDX)
                ADD 1 TO WS-FT-WATCHED
            END-IF

            ADD WS-SC-EXPECTED(WS-SC-IDX) TO WS-FT-EXPECTED
            ADD WS-SC-POSTED(WS-SC-IDX)   TO WS-FT-POSTED
            ADD WS-SC-MISSING(WS-SC-IDX)  TO WS-FT-MISSING

            COMPUTE WS-SC-ISSUES = WS-SC-REJECTS(WS-SC-IDX)
                                 + WS-SC-QUARANTINE(WS-SC-IDX)
                                 + WS-SC-REVIEWS(WS-SC-IDX)
                                 + WS-SC-CORRECTIONS(WS-SC-IDX)

            IF WS-SC-EXPECTED(WS-SC-IDX) > ZERO
                MOVE WS-SC-EXPECTED(WS-SC-IDX) TO WS-SC-BASE
                COMPUTE WS-GR-COMPL ROUNDED =
                        (WS-SC-EXPECTED(WS-SC-IDX) -
                         WS-SC-MISSING(WS-SC-IDX)) * 100
                        / WS-SC-EXPECTED(WS-SC-IDX)
            ELSE
                MOVE WS-SC-POSTED(WS-SC-IDX) TO WS-SC-BASE
                MOVE 100 TO WS-GR-COMPL
            END-IF

            IF WS-SC-BASE EQUAL ZERO
                IF WS-SC-ISSUES EQUAL ZERO
                    MOVE ZERO TO WS-GR-ISSUE
                ELSE
                    MOVE 999.9 TO WS-GR-ISSUE
                END-IF
            ELSE
                COMPUTE WS-GR-ISSUE ROUNDED =
                        WS-SC-ISSUES * 100 / WS-SC-BASE
                    ON SIZE ERROR
                        MOVE 999.9 TO WS-GR-ISSUE
                END-COMPUTE
            END-IF

            MOVE WS-GR-COMPL TO WS-SC-COMPL(WS-SC-IDX)
            MOVE WS-GR-ISSUE TO WS-SC-ISSUE(WS-SC-IDX)

      *    EVIDENCE WHOSE COUNTRY CODE COULD NOT BE READ IS SHOWN
      *    BUT NOT GRADED - IT BELONGS TO NO COUNTRY.
            IF WS-SC-CC(WS-SC-IDX) EQUAL '????'
                MOVE SPACE TO WS-SC-GRADE(WS-SC-IDX)
                GO TO T0002-EXIT
            END-IF

            PERFORM T0004-GRADE THRU T0004-EXIT
            MOVE WS-GR-GRADE TO WS-SC-GRADE(WS-SC-IDX)

            PERFORM T0006-COUNT-GRADE THRU T0006-EXIT
                    VARYING WS-GB-SUB FROM 1 BY 1
                    UNTIL WS-GB-SUB > 5
            .
       T0002-EXIT.
            EXIT.

       T0003-COUNT-DAY.

            IF WS-SC-EXP-DAY(WS-SC-IDX, WS-DAY-SUB) EQUAL 'Y'
                ADD 1 TO WS-SC-EXPECTED(WS-SC-IDX)
                IF WS-SC-PST-DAY(WS-SC-IDX, WS-DAY-SUB)
                                                 NOT EQUAL 'Y'
                    ADD 1 TO WS-SC-MISSING(WS-SC-IDX)
                END-IF
            END-IF

            IF WS-SC-PST-DAY(WS-SC-IDX, WS-DAY-SUB) EQUAL 'Y'
                ADD 1 TO WS-SC-POSTED(WS-SC-IDX)
            END-IF
            .
       T0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0004-GRADE - GRADE WS-GR-COMPL AND WS-GR-ISSUE AGAINST
      *               THE GRADE BANDS INTO WS-GR-GRADE.
      *----------------------------------------------------------
       T0004-GRADE.

            MOVE 'F' TO WS-GR-GRADE

            PERFORM T0005-TRY-BAND THRU T0005-EXIT
                    VARYING WS-GB-SUB FROM 1 BY 1
                    UNTIL WS-GB-SUB > 4
                       OR WS-GR-GRADE NOT EQUAL 'F'
            .
       T0004-EXIT.
            EXIT.

       T0005-TRY-BAND.

            IF WS-GR-COMPL NOT < WS-GB-COMPL(WS-GB-SUB) AND
               WS-GR-ISSUE NOT > WS-GB-ISSUE(WS-GB-SUB)
                MOVE WS-GB-GRADE(WS-GB-SUB) TO WS-GR-GRADE
            END-IF
            .
       T0005-EXIT.
            EXIT.

       T0006-COUNT-GRADE.

            IF WS-GR-LETTERS(WS-GB-SUB:1) EQUAL WS-GR-GRADE
                ADD 1 TO WS-GR-CNT(WS-GB-SUB)
            END-IF
            .
       T0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0001-SORT-COUNTRIES - SORT THE SCORE TABLE INTO COUNTRY
      *                        CODE ORDER FOR PRINTING.
      *----------------------------------------------------------
       S0001-SORT-COUNTRIES.

            IF WS-SC-COUNT > 1
                COMPUTE WS-SC-LIMIT = WS-SC-COUNT - 1
                PERFORM S0002-SORT-PASS THRU S0002-EXIT
                        VARYING WS-SC-I FROM 1 BY 1
                        UNTIL WS-SC-I > WS-SC-LIMIT
            END-IF
            .
       S0001-EXIT.
            EXIT.

       S0002-SORT-PASS.

            COMPUTE WS-SC-J = WS-SC-I + 1

            PERFORM S0003-SORT-COMPARE THRU S0003-EXIT
                    UNTIL WS-SC-J > WS-SC-COUNT
            .
       S0002-EXIT.
            EXIT.

       S0003-SORT-COMPARE.

            IF WS-SC-CC(WS-SC-J) < WS-SC-CC(WS-SC-I)
                MOVE WS-SC-ENTRY(WS-SC-I) TO WS-SC-SWAP
                MOVE WS-SC-ENTRY(WS-SC-J) TO WS-SC-ENTRY(WS-SC-I)
                MOVE WS-SC-SWAP           TO WS-SC-ENTRY(WS-SC-J)
            END-IF

            ADD 1 TO WS-SC-J
            .
       S0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-PRINT-COUNTRIES - PRINT ONE SCORE LINE PER COUNTRY
      *                         IN CODE ORDER, FOLLOWED BY THE
      *                         GRADE KEY.
      *----------------------------------------------------------
       R0001-PRINT-COUNTRIES.

            SET WS-SECTION-COUNTRIES TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            IF WS-SC-COUNT EQUAL ZERO
                MOVE 'NO COUNTRIES EXPECTED OR SEEN IN THE PERIOD'
                                        TO WS-QS-SC-TITLE
                MOVE WS-QS-SECT         TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            ELSE
                PERFORM R0002-PRINT-ONE-COUNTRY THRU R0002-EXIT
                        VARYING WS-SC-SUB FROM 1 BY 1
                        UNTIL WS-SC-SUB > WS-SC-COUNT
            END-IF

            IF WS-LINE-CNT > WS-PAGE-SIZE - 9
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE SPACES TO WS-QS-NT-TEXT
            MOVE WS-QS-NOTE TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE 'GRADE A  EVERY EXPECTED DAY POSTED, ISSUES <=  2.0%'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE 'GRADE B  COMPLETENESS >= 97.0%,     ISSUES <=  5.0%'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE 'GRADE C  COMPLETENESS >= 90.0%,     ISSUES <= 10.0%'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE 'GRADE D  COMPLETENESS >= 75.0%,     ISSUES <= 25.0%'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE 'GRADE F  ANYTHING WORSE'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE
               'ISSUES = REJECTS + QUARANTINES + REVIEWS + CORRECTIONS'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE
               '         AS A PERCENT OF DAYS EXPECTED (OF DAYS POSTED'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE '         WHEN NONE WERE EXPECTED)'
                                        TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            .
       R0001-EXIT.
            EXIT.

       R0002-PRINT-ONE-COUNTRY.

            SET WS-SC-IDX TO WS-SC-SUB

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-SC-CC(WS-SC-IDX)          TO WS-QS-DT-CODE
            MOVE WS-SC-NAME(WS-SC-IDX)        TO WS-QS-DT-NAME
            MOVE WS-SC-EXPECTED(WS-SC-IDX)    TO WS-QS-DT-EXPECTED
            MOVE WS-SC-POSTED(WS-SC-IDX)      TO WS-QS-DT-POSTED
            MOVE WS-SC-MISSING(WS-SC-IDX)     TO WS-QS-DT-MISSING

            MOVE SPACES TO WS-QS-DT-REASONS
            PERFORM R0003-MOVE-REASON THRU R0003-EXIT
                    VARYING WS-RSN-SUB FROM 1 BY 1
                    UNTIL WS-RSN-SUB > 8

            MOVE WS-SC-REJECTS(WS-SC-IDX)     TO WS-QS-DT-REJECTS
            MOVE WS-SC-QUARANTINE(WS-SC-IDX)  TO WS-QS-DT-QUARANTINE
            MOVE WS-SC-REVIEWS(WS-SC-IDX)     TO WS-QS-DT-REVIEWS
            MOVE WS-SC-CORRECTIONS(WS-SC-IDX) TO WS-QS-DT-CORRECTIONS

            IF WS-SC-EXPECTED(WS-SC-IDX) EQUAL ZERO
                MOVE SPACES TO WS-QS-DT-COMPL-GRP
            ELSE
                MOVE WS-SC-COMPL(WS-SC-IDX)   TO WS-QS-DT-COMPL
            END-IF

            MOVE WS-SC-ISSUE(WS-SC-IDX)       TO WS-QS-DT-ISSUE
            MOVE WS-SC-GRADE(WS-SC-IDX)       TO WS-QS-DT-GRADE

            MOVE WS-QS-DETAIL TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0002-EXIT.
            EXIT.

       R0003-MOVE-REASON.

            MOVE WS-SC-RSN-CNT(WS-SC-IDX, WS-RSN-SUB)
                                    TO WS-QS-DT-RSN(WS-RSN-SUB)
            .
       R0003-EXIT.
            EXIT.

       R0004-PRINT-NOTE.

            MOVE WS-QS-NOTE TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0005-PRINT-SUMMARY - PRINT THE FEED SUMMARY PAGE: THE
      *                       PERIOD'S FEED TOTALS, THE FEED GRADE,
      *                       AND THE REJECTION AND CORRECTION RATE
      *                       TREND OVER THE TREND MONTHS.
      *----------------------------------------------------------
       R0005-PRINT-SUMMARY.

            SET WS-SECTION-SUMMARY TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            MOVE 'COUNTRIES SCORED'           TO WS-QS-TL-LABEL
            MOVE WS-SC-COUNT                  TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRIES ON THE WATCH LIST' TO WS-QS-TL-LABEL
            MOVE WS-FT-WATCHED                TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'DAYS EXPECTED'              TO WS-QS-TL-LABEL
            MOVE WS-FT-EXPECTED               TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'DAYS POSTED'                TO WS-QS-TL-LABEL
            MOVE WS-FT-POSTED                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'DAYS MISSING'               TO WS-QS-TL-LABEL
            MOVE WS-FT-MISSING                TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'REJECTED ON RECEIPT'        TO WS-QS-TL-LABEL
            MOVE WS-FT-REJECTS                TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'RECYCLED AND REJECTED AGAIN' TO WS-QS-TL-LABEL
            MOVE WS-FT-REPEATS                TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'DAYS QUARANTINED'           TO WS-QS-TL-LABEL
            MOVE WS-FT-QUARANTINE             TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'ESCALATED TO MANUAL REVIEW' TO WS-QS-TL-LABEL
            MOVE WS-FT-REVIEWS                TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'MASTER CORRECTIONS'         TO WS-QS-TL-LABEL
            MOVE WS-FT-CORRECTIONS            TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'EVIDENCE NOT TIED TO A COUNTRY'
                                              TO WS-QS-TL-LABEL
            MOVE WS-FT-UNTIED                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRIES GRADED A'         TO WS-QS-TL-LABEL
            MOVE WS-GR-CNT(1)                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRIES GRADED B'         TO WS-QS-TL-LABEL
            MOVE WS-GR-CNT(2)                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRIES GRADED C'         TO WS-QS-TL-LABEL
            MOVE WS-GR-CNT(3)                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRIES GRADED D'         TO WS-QS-TL-LABEL
            MOVE WS-GR-CNT(4)                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRIES GRADED F'         TO WS-QS-TL-LABEL
            MOVE WS-GR-CNT(5)                 TO WS-QS-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'FEED GRADE FOR THE PERIOD'  TO WS-QS-GL-LABEL
            MOVE WS-FT-GRADE                  TO WS-QS-GL-GRADE
            MOVE WS-QS-GRADE-LINE             TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE 'REJECTION AND CORRECTION RATE TREND'
                                              TO WS-QS-SC-TITLE
            MOVE WS-QS-SECT                   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            MOVE WS-QS-THDR                   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            PERFORM R0007-PRINT-ONE-MONTH THRU R0007-EXIT
                    VARYING WS-MT-SUB FROM 1 BY 1
                    UNTIL WS-MT-SUB > WS-MT-COUNT

            MOVE SPACES TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE
               'REJ% = RECORDS REJECTED PER 100 READ BY THE DAILY LOAD'
                                              TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE 'COR% = CORRECTIONS PER 100 DAYS POSTED TO THE MASTER'
                                              TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            MOVE 'CHG  = CHANGE ON THE MONTH BEFORE'
                                              TO WS-QS-NT-TEXT
            PERFORM R0004-PRINT-NOTE THRU R0004-EXIT
            .
       R0005-EXIT.
            EXIT.

       R0006-PRINT-TOTAL-LINE.

            MOVE WS-QS-TOTAL TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0006-EXIT.
            EXIT.

       R0007-PRINT-ONE-MONTH.

            SET WS-MT-IDX TO WS-MT-SUB

            IF WS-MT-READ(WS-MT-IDX) EQUAL ZERO
                MOVE ZERO TO WS-TR-REJ-PCT
            ELSE
                COMPUTE WS-TR-REJ-PCT ROUNDED =
                        WS-MT-REJECTED(WS-MT-IDX) * 100
                        / WS-MT-READ(WS-MT-IDX)
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-TR-REJ-PCT
                END-COMPUTE
            END-IF

            IF WS-MT-DAYS(WS-MT-IDX) EQUAL ZERO
                MOVE ZERO TO WS-TR-COR-PCT
            ELSE
                COMPUTE WS-TR-COR-PCT ROUNDED =
                        WS-MT-CORR(WS-MT-IDX) * 100
                        / WS-MT-DAYS(WS-MT-IDX)
                    ON SIZE ERROR
                        MOVE 999.99 TO WS-TR-COR-PCT
                END-COMPUTE
            END-IF

            MOVE WS-MT-MONTH(WS-MT-IDX)    TO WS-QS-TR-MONTH
            MOVE WS-MT-RUNS(WS-MT-IDX)     TO WS-QS-TR-RUNS
            MOVE WS-MT-WARN(WS-MT-IDX)     TO WS-QS-TR-WARN
            MOVE WS-MT-FAIL(WS-MT-IDX)     TO WS-QS-TR-FAIL
            MOVE WS-MT-READ(WS-MT-IDX)     TO WS-QS-TR-READ
            MOVE WS-MT-REJECTED(WS-MT-IDX) TO WS-QS-TR-REJECTED
            MOVE WS-TR-REJ-PCT             TO WS-QS-TR-REJ-PCT
            MOVE WS-MT-DAYS(WS-MT-IDX)     TO WS-QS-TR-DAYS
            MOVE WS-MT-CORR(WS-MT-IDX)     TO WS-QS-TR-CORR
            MOVE WS-TR-COR-PCT             TO WS-QS-TR-COR-PCT

            IF WS-MT-SUB EQUAL 1
                MOVE SPACES TO WS-QS-TR-REJ-CHG-GRP
                MOVE SPACES TO WS-QS-TR-COR-CHG-GRP
            ELSE
                COMPUTE WS-TR-CHG = WS-TR-REJ-PCT - WS-TR-PRV-REJ-PCT
                MOVE WS-TR-CHG TO WS-QS-TR-REJ-CHG
                COMPUTE WS-TR-CHG = WS-TR-COR-PCT - WS-TR-PRV-COR-PCT
                MOVE WS-TR-CHG TO WS-QS-TR-COR-CHG
            END-IF

            MOVE WS-TR-REJ-PCT TO WS-TR-PRV-REJ-PCT
            MOVE WS-TR-COR-PCT TO WS-TR-PRV-COR-PCT

            MOVE WS-QS-TREND TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0007-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW PAGE OF SCR001 WITH THE
      *                     TITLE AND PERIOD LINES, THE SECTION
      *                     TITLE AND, FOR THE COUNTRY SCORES,
      *                     THEIR COLUMN HEADINGS.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT
            MOVE ZERO TO WS-LINE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-QS-H1-DATE
            MOVE WS-PAGE-CNT        TO WS-QS-H1-PAGE
            MOVE WS-QS-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-PERIOD          TO WS-QS-H2-PERIOD
            MOVE WS-MT-COUNT        TO WS-QS-H2-MONTHS
            MOVE WS-QS-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            IF WS-SECTION-COUNTRIES
                MOVE 'COUNTRY SCORES FOR THE PERIOD'
                                    TO WS-QS-SC-TITLE
                MOVE WS-QS-SECT     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
                MOVE WS-QS-HDR3     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
                MOVE WS-QS-HDR4     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            ELSE
                MOVE 'FEED SUMMARY FOR THE PERIOD'
                                    TO WS-QS-SC-TITLE
                MOVE WS-QS-SECT     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-IF
            .
       H0001-EXIT.
            EXIT.

       P0001-PRINT-REC.

           WRITE SCORE-REPORT-REC FROM WS-PRINT-REPORT.

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
      *                      REJECT, REVIEW, QUARANTINE AND AUDIT
      *                      RECORDS READ, OUT THE COUNTRIES
      *                      SCORED, REJECT THE EVIDENCE RECORDS
      *                      NOT TIED TO A COUNTRY.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            COMPUTE WS-FT-EVIDENCE = WS-FT-REJ-READ
                                   + WS-FT-MRV-READ
                                   + WS-FT-QUA-READ
                                   + WS-FT-MAU-READ

            MOVE 'CBL0033 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-FT-EVIDENCE     TO LDG-IN-CNT
            MOVE WS-SC-COUNT        TO LDG-OUT-CNT
            MOVE WS-FT-UNTIED       TO LDG-REJ-CNT
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

            CLOSE MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
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

            IF WS-CTL-OPEN-YES
                CLOSE CTL001
                IF WS-CTL-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-CTL-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            IF WS-REJ-OPEN-YES
                CLOSE REJ001
                IF WS-REJ-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-REJ-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            IF WS-MRV-OPEN-YES
                CLOSE MRV001
                IF WS-MRV-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-MRV-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            IF WS-QUA-OPEN-YES
                CLOSE QUA001
                IF WS-QUA-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-QUA-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            IF WS-MAU-OPEN-YES
                CLOSE MAU001
                IF WS-MAU-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-MAU-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            CLOSE SCR001.

            IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-HST-OPEN-YES
                SET WS-HST-OPEN-NO TO TRUE
                CLOSE LDG001
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
            DISPLAY '  DATA-QUALITY SCORECARD CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  PERIOD:             ' WS-PERIOD.
            DISPLAY '  CONTROL RECS READ:  ' WS-FT-CTL-READ.
            DISPLAY '  MASTER RECS READ:   ' WS-FT-MST-READ.
            DISPLAY '  REJECT RECS READ:   ' WS-FT-REJ-READ.
            DISPLAY '  MANREV RECS READ:   ' WS-FT-MRV-READ.
            DISPLAY '  QUARANTINE READ:    ' WS-FT-QUA-READ.
            DISPLAY '  AUDIT RECS READ:    ' WS-FT-MAU-READ.
            DISPLAY '  LEDGER RECS READ:   ' WS-FT-LDG-READ.
            DISPLAY '  COUNTRIES SCORED:   ' WS-SC-COUNT.
            DISPLAY '  REJECTS COUNTED:    ' WS-FT-REJECTS.
            DISPLAY '  REPEAT REJECTS:     ' WS-FT-REPEATS.
            DISPLAY '  QUARANTINES:        ' WS-FT-QUARANTINE.
            DISPLAY '  QUARANTINE REPEATS: ' WS-FT-QUA-DUPS.
            DISPLAY '  MANUAL REVIEWS:     ' WS-FT-REVIEWS.
            DISPLAY '  CORRECTIONS:        ' WS-FT-CORRECTIONS.
            DISPLAY '  NOT TIED:           ' WS-FT-UNTIED.
            DISPLAY '  FEED GRADE:         ' WS-FT-GRADE.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
