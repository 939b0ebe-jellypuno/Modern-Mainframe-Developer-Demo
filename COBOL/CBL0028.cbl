      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0028.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT SSF001 ASSIGN TO SSFDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-SSF-STAT.

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

             SELECT VAR001 ASSIGN TO VARDD01
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

       FD  SSF001 RECORDING MODE F
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS SECOND-SOURCE-REC.
       COPY SSFREC01.
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
       FD  VAR001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS VARIANCE-REC.
       01  VARIANCE-REC           PIC X(133).
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
      *  PARM: FROM-DATE,TO-DATE,TOLERANCE. BOTH DATES ARE
      *  CCYY-MM-DD AND REQUIRED. TOLERANCE IS A WHOLE PERCENT
      *  OF UP TO THREE DIGITS (DEFAULT 5) THAT A CUMULATIVE
      *  TOTAL MAY DIFFER BY BEFORE THE DAY IS FLAGGED.
      *----------------------------------------------------------
       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
           05  WS-PARM-FROM-DATE   PIC X(10).
           05  WS-PARM-TO-DATE     PIC X(10).
           05  WS-PARM-TOLERANCE   PIC X(03).

       01  WS-PERIOD-CONTROLS.
           05  WS-FROM-DATE        PIC X(10) VALUE SPACES.
           05  WS-TO-DATE          PIC X(10) VALUE SPACES.
           05  WS-TOL-PCT          PIC 9(03) VALUE 005.
           05  WS-VD-DATE          PIC X(10) VALUE SPACES.
           05  WS-DATE-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-DATE-OK-YES             VALUE 'YES'.
               88  WS-DATE-OK-NO              VALUE 'NO '.
           05  WS-PARM-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-PARM-OK-YES             VALUE 'YES'.
               88  WS-PARM-OK-NO              VALUE 'NO '.
           05  WS-SSF-DATE         PIC X(10) VALUE SPACES.

      *----------------------------------------------------------
      *  THE SECOND SOURCE'S ALPHA-3 CODES, TRANSLATED TO OURS
      *  FROM THE COUNTRY REFERENCE MASTER. RETIRED CODES ARE
      *  KEPT SO THEIR HISTORY STILL RECONCILES.
      *----------------------------------------------------------
       01  WS-XLATE-TABLE.
           05  WS-XL-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-XL-TABLE OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-XL-COUNT
                           INDEXED BY WS-XL-IDX.
               10  WS-XL-ISO3      PIC X(03).
               10  WS-XL-CC        PIC X(04).

       01  WS-XLATE-CONTROLS.
           05  WS-XL-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-XL-FOUND-YES            VALUE 'YES'.
               88  WS-XL-FOUND-NO             VALUE 'NO '.
           05  WS-XL-LOOKUP        PIC X(03).
           05  WS-CRF-EOF-SW       PIC X(03) VALUE 'NO '.
               88  WS-CRF-EOF-YES             VALUE 'YES'.
               88  WS-CRF-EOF-NO              VALUE 'NO '.

      *----------------------------------------------------------
      *  THE SECOND SOURCE'S RECORDS FOR THE PERIOD, UNDER OUR
      *  OWN CODE. SORTED BY CODE AND DATE, THE TABLE IS MATCHED
      *  AGAINST THE MASTER IN ONE PASS OF EACH. THE SIX COUNTS
      *  ARE HELD IN REPORT ORDER: NEW AND TOTAL CONFIRMED, NEW
      *  AND TOTAL DEATHS, NEW AND TOTAL RECOVERED.
      *----------------------------------------------------------
       01  WS-SOURCE-TABLE.
           05  WS-SS-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-SS-MAX           PIC 9(05) COMP VALUE 10000.
           05  WS-SS-I             PIC 9(05) COMP VALUE ZERO.
           05  WS-SS-J             PIC 9(05) COMP VALUE ZERO.
           05  WS-SS-LIMIT         PIC 9(05) COMP VALUE ZERO.
           05  WS-SS-PTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-SS-ENTRY OCCURS 10000 TIMES.
               10  WS-SS-KEY.
                   15  WS-SS-CC    PIC X(04).
                   15  WS-SS-DATE  PIC X(10).
               10  WS-SS-ISO3      PIC X(03).
               10  WS-SS-NAME      PIC X(30).
               10  WS-SS-VAL       PIC S9(09) OCCURS 6 TIMES.
           05  WS-SS-SWAP          PIC X(101).

       01  WS-MATCH-CONTROLS.
           05  WS-M-KEY            PIC X(14).
           05  WS-T-KEY            PIC X(14).
           05  WS-PREV-KEY         PIC X(14).
           05  WS-MST-EOF-SW       PIC X(03) VALUE 'NO '.
               88  WS-MST-EOF-YES             VALUE 'YES'.
               88  WS-MST-EOF-NO              VALUE 'NO '.

       01  WS-COMPARE-WORK.
           05  WS-RC-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-RC-OUR-VAL       PIC S9(09) OCCURS 6 TIMES.
           05  WS-RC-SRC-VAL       PIC S9(09) OCCURS 6 TIMES.
           05  WS-RC-DIF-VAL       PIC S9(10) OCCURS 6 TIMES.
           05  WS-RC-PCT           PIC S9(03)V9 OCCURS 6 TIMES.
           05  WS-RC-BASE          PIC S9(09) VALUE ZERO.
           05  WS-RC-PCT-WORK      PIC S9(09)V9 VALUE ZERO.
           05  WS-RC-PCT-ABS       PIC S9(09)V9 VALUE ZERO.
           05  WS-RC-OVER-SW       PIC X(03) VALUE 'NO '.
               88  WS-RC-OVER-YES             VALUE 'YES'.
               88  WS-RC-OVER-NO              VALUE 'NO '.

      *----------------------------------------------------------
      *  COUNTRY/DATES FOUND IN ONLY ONE SOURCE, HELD UNTIL THE
      *  MATCH ENDS SO THEY PRINT TOGETHER AFTER THE VARIANCES.
      *----------------------------------------------------------
       01  WS-ONE-SOURCE-LIST.
           05  WS-OS-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-OS-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-OS-ENTRY OCCURS 5000 TIMES.
               10  WS-OS-CC        PIC X(04).
               10  WS-OS-DATE      PIC X(10).
               10  WS-OS-ISO3      PIC X(03).
               10  WS-OS-WHERE     PIC X(01).
                   88  WS-OS-MASTER-ONLY      VALUE 'M'.
                   88  WS-OS-SOURCE-ONLY      VALUE 'S'.
               10  WS-OS-TOT-CNFRM PIC S9(09).
               10  WS-OS-TOT-DEATH PIC S9(09).
               10  WS-OS-TOT-RECVR PIC S9(09).

      *----------------------------------------------------------
      *  SECOND-SOURCE RECORDS THAT COULD NOT BE RECONCILED,
      *  ONE ENTRY PER PROVIDER CODE AND REASON WITH A COUNT.
      *----------------------------------------------------------
       01  WS-EXCEPTION-LIST.
           05  WS-XP-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-XP-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-XP-TABLE OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-XP-COUNT
                           INDEXED BY WS-XP-IDX.
               10  WS-XP-ISO3      PIC X(03).
               10  WS-XP-NAME      PIC X(30).
               10  WS-XP-REASON    PIC X(30).
               10  WS-XP-RECS      PIC 9(07).

       01  WS-EXCEPTION-HANDLING.
           05  WS-XP-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-XP-FOUND-YES            VALUE 'YES'.
               88  WS-XP-FOUND-NO             VALUE 'NO '.
           05  WS-XP-IN-ISO3       PIC X(03).
           05  WS-XP-IN-NAME       PIC X(30).
           05  WS-XP-IN-REASON     PIC X(30).
               88  WS-XPR-BAD-DATE
                      VALUE 'REPORT DATE NOT VALID'.
               88  WS-XPR-BAD-COUNTS
                      VALUE 'COUNTS NOT NUMERIC'.
               88  WS-XPR-NO-XLATE
                      VALUE 'NO TRANSLATION ON REFERENCE'.
               88  WS-XPR-DUPLICATE
                      VALUE 'DUPLICATE COUNTRY/DATE'.
               88  WS-XPR-TABLE-FULL
                      VALUE 'PERIOD TABLE FULL - NOT LOADED'.

       01  WS-RECON-TOTALS.
           05  WS-RT-SSF-CNT       PIC 9(08) VALUE ZERO.
           05  WS-RT-OUT-PERIOD    PIC 9(08) VALUE ZERO.
           05  WS-RT-UNRECON-CNT   PIC 9(08) VALUE ZERO.
           05  WS-RT-MST-READ-CNT  PIC 9(08) VALUE ZERO.
           05  WS-RT-MST-DAYS      PIC 9(08) VALUE ZERO.
           05  WS-RT-MATCH-CNT     PIC 9(08) VALUE ZERO.
           05  WS-RT-OVER-CNT      PIC 9(08) VALUE ZERO.
           05  WS-RT-MST-ONLY      PIC 9(08) VALUE ZERO.
           05  WS-RT-SSF-ONLY      PIC 9(08) VALUE ZERO.
           05  WS-RT-OS-UNLISTED   PIC 9(08) VALUE ZERO.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.
           05  WS-SECTION-SW       PIC X(01) VALUE 'V'.
               88  WS-SECTION-VARIANCE        VALUE 'V'.
               88  WS-SECTION-ONE-SOURCE      VALUE 'O'.
               88  WS-SECTION-EXCEPTION       VALUE 'X'.
               88  WS-SECTION-TOTALS          VALUE 'T'.
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
       COPY OUREC016.

       01  WS-PRINT-REPORT             PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT

            IF WS-PARM-OK-YES
                PERFORM G0001-LOAD-XLATE THRU G0001-EXIT
                PERFORM D0001-READ-SOURCE THRU D0001-EXIT
                PERFORM E0001-PROC-SOURCE THRU E0001-EXIT
                        UNTIL WS-EOF-YES
                PERFORM S0001-SORT-SOURCE THRU S0001-EXIT
                PERFORM M0001-MATCH-SOURCES THRU M0001-EXIT
                PERFORM R0001-PRINT-ONE-SOURCE THRU R0001-EXIT
                PERFORM R0003-PRINT-EXCEPTIONS THRU R0003-EXIT
                PERFORM R0005-PRINT-TOTALS THRU R0005-EXIT
            END-IF

            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT SSF001.

            IF WS-SSF-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-SS TO TRUE
               MOVE WS-SSF-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

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

            OPEN OUTPUT VAR001.

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
      *  C0001-INIT-FILES - PARSE THE PERIOD AND TOLERANCE PARM.
      *                    A MISSING, MALFORMED OR BACKWARDS
      *                    PERIOD ENDS THE RUN WITH NOTHING
      *                    RECONCILED - A WRONG PERIOD WOULD LIST
      *                    EVERY DAY OF ONE SOURCE AS MISSING
      *                    FROM THE OTHER.
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
               INTO WS-PARM-FROM-DATE
                    WS-PARM-TO-DATE
                    WS-PARM-TOLERANCE

            SET WS-PARM-OK-NO TO TRUE

            MOVE WS-PARM-FROM-DATE TO WS-VD-DATE
            PERFORM V0001-VALIDATE-DATE THRU V0001-EXIT

            IF WS-DATE-OK-NO
                DISPLAY 'FROM DATE PARM MISSING OR NOT VALID: '
                        WS-PARM-FROM-DATE
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO C0001-EXIT
            END-IF

            MOVE WS-PARM-TO-DATE TO WS-VD-DATE
            PERFORM V0001-VALIDATE-DATE THRU V0001-EXIT

            IF WS-DATE-OK-NO
                DISPLAY 'TO DATE PARM MISSING OR NOT VALID: '
                        WS-PARM-TO-DATE
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO C0001-EXIT
            END-IF

            IF WS-PARM-TO-DATE < WS-PARM-FROM-DATE
                DISPLAY 'TO DATE PARM EARLIER THAN FROM DATE: '
                        WS-PARM-TO-DATE
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO C0001-EXIT
            END-IF

            MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
            MOVE WS-PARM-TO-DATE   TO WS-TO-DATE

            IF WS-PARM-TOLERANCE IS NUMERIC
                MOVE WS-PARM-TOLERANCE TO WS-TOL-PCT
            END-IF

            SET WS-PARM-OK-YES TO TRUE
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  V0001-VALIDATE-DATE - CONFIRM WS-VD-DATE IS SHAPED
      *                       CCYY-MM-DD WITH A REAL MONTH AND DAY
      *                       NUMBER.
      *----------------------------------------------------------
       V0001-VALIDATE-DATE.

            SET WS-DATE-OK-YES TO TRUE

            IF WS-VD-DATE(1:4)  IS NOT NUMERIC OR
               WS-VD-DATE(5:1)  NOT EQUAL '-'  OR
               WS-VD-DATE(6:2)  IS NOT NUMERIC OR
               WS-VD-DATE(8:1)  NOT EQUAL '-'  OR
               WS-VD-DATE(9:2)  IS NOT NUMERIC
                SET WS-DATE-OK-NO TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF WS-VD-DATE(6:2) < '01' OR WS-VD-DATE(6:2) > '12' OR
               WS-VD-DATE(9:2) < '01' OR WS-VD-DATE(9:2) > '31'
                SET WS-DATE-OK-NO TO TRUE
            END-IF
            .
       V0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-LOAD-XLATE - BROWSE THE COUNTRY REFERENCE MASTER
      *                    AND TABLE EVERY CODE THAT CARRIES AN
      *                    ISO ALPHA-3 CODE. AN ALPHA-3 CODE
      *                    GIVEN TO TWO COUNTRIES KEEPS THE FIRST
      *                    AND IS REPORTED - THE SECOND SOURCE'S
      *                    RECORDS COULD NOT BE TOLD APART.
      *----------------------------------------------------------
       G0001-LOAD-XLATE.

            SET WS-CRF-EOF-NO TO TRUE
            MOVE LOW-VALUES TO CRF-CC

            START CRF001 KEY NOT LESS THAN CRF-CC
                INVALID KEY SET WS-CRF-EOF-YES TO TRUE
            END-START

            PERFORM G0002-READ-REFERENCE THRU G0002-EXIT

            PERFORM G0003-STORE-XLATE THRU G0003-EXIT
                    UNTIL WS-CRF-EOF-YES
            .
       G0001-EXIT.
            EXIT.

       G0002-READ-REFERENCE.

            IF WS-CRF-EOF-YES
                GO TO G0002-EXIT
            END-IF

            READ CRF001 NEXT RECORD
              AT END SET WS-CRF-EOF-YES TO TRUE.

            IF WS-CRF-STAT NOT EQUAL ZEROES AND
               WS-CRF-STAT NOT EQUAL '10'
               SET WS-MSG-RD-CF TO TRUE
               MOVE WS-CRF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0002-EXIT.
            EXIT.

       G0003-STORE-XLATE.

            IF CRF-ISO3-CC EQUAL SPACES
                GO TO G0003-READ-NEXT
            END-IF

            MOVE CRF-ISO3-CC TO WS-XL-LOOKUP
            PERFORM I0001-FIND-ISO3 THRU I0001-EXIT

            IF WS-XL-FOUND-YES
                DISPLAY 'ALPHA-3 CODE ' CRF-ISO3-CC
                        ' ON ' WS-XL-CC(WS-XL-IDX)
                        ' AND ' CRF-CC ' - ' CRF-CC ' IGNORED'
                IF WS-LDG-SEVERITY < 4
                    MOVE 4 TO WS-LDG-SEVERITY
                END-IF
                GO TO G0003-READ-NEXT
            END-IF

            IF WS-XL-COUNT NOT < 500
                DISPLAY 'TRANSLATION TABLE FULL - DROPPED: ' CRF-CC
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO G0003-READ-NEXT
            END-IF

            ADD 1 TO WS-XL-COUNT
            SET WS-XL-IDX TO WS-XL-COUNT
            MOVE CRF-ISO3-CC TO WS-XL-ISO3(WS-XL-IDX)
            MOVE CRF-CC      TO WS-XL-CC(WS-XL-IDX)
            .
       G0003-READ-NEXT.

            PERFORM G0002-READ-REFERENCE THRU G0002-EXIT
            .
       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0001-FIND-ISO3 - LOOK WS-XL-LOOKUP UP IN THE TRANSLATION
      *                   TABLE, LEAVING WS-XL-IDX ON THE MATCH.
      *----------------------------------------------------------
       I0001-FIND-ISO3.

            SET WS-XL-FOUND-NO TO TRUE

            IF WS-XL-COUNT EQUAL ZERO
                GO TO I0001-EXIT
            END-IF

            SET WS-XL-IDX TO 1

            SEARCH WS-XL-TABLE
               AT END
                  SET WS-XL-FOUND-NO TO TRUE
               WHEN WS-XL-ISO3(WS-XL-IDX) EQUAL WS-XL-LOOKUP
                  SET WS-XL-FOUND-YES TO TRUE
            END-SEARCH
            .
       I0001-EXIT.
            EXIT.

       D0001-READ-SOURCE.

            READ SSF001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-SSF-STAT NOT EQUAL ZEROES AND
               WS-SSF-STAT NOT EQUAL '10'
               SET WS-MSG-RD-SS TO TRUE
               MOVE WS-SSF-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-RT-SSF-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-SOURCE - EDIT THE SECOND-SOURCE RECORD JUST
      *                     READ, DROP IT WHEN ITS DATE FALLS
      *                     OUTSIDE THE PERIOD, TRANSLATE ITS CODE
      *                     TO OURS AND TABLE IT FOR THE MATCH. A
      *                     RECORD THAT CANNOT BE USED IS COUNTED
      *                     AGAINST ITS PROVIDER CODE AND REASON.
      *----------------------------------------------------------
       E0001-PROC-SOURCE.

            MOVE SSF-ISO3-CC   TO WS-XP-IN-ISO3
            MOVE SSF-AREA-NAME TO WS-XP-IN-NAME

            IF SSF-RPT-CCYY IS NOT NUMERIC OR
               SSF-RPT-MM   IS NOT NUMERIC OR
               SSF-RPT-DD   IS NOT NUMERIC OR
               SSF-RPT-MM < '01' OR SSF-RPT-MM > '12' OR
               SSF-RPT-DD < '01' OR SSF-RPT-DD > '31'
                SET WS-XPR-BAD-DATE TO TRUE
                PERFORM K0001-LOG-EXCEPTION THRU K0001-EXIT
                GO TO E0001-READ-NEXT
            END-IF

            STRING SSF-RPT-CCYY '-'
                   SSF-RPT-MM   '-'
                   SSF-RPT-DD
                   DELIMITED BY SIZE INTO WS-SSF-DATE

            IF WS-SSF-DATE < WS-FROM-DATE OR
               WS-SSF-DATE > WS-TO-DATE
                ADD 1 TO WS-RT-OUT-PERIOD
                GO TO E0001-READ-NEXT
            END-IF

            IF SSF-CONF-NEW  IS NOT NUMERIC OR
               SSF-CONF-CUM  IS NOT NUMERIC OR
               SSF-DEATH-NEW IS NOT NUMERIC OR
               SSF-DEATH-CUM IS NOT NUMERIC OR
               SSF-RECOV-NEW IS NOT NUMERIC OR
               SSF-RECOV-CUM IS NOT NUMERIC
                SET WS-XPR-BAD-COUNTS TO TRUE
                PERFORM K0001-LOG-EXCEPTION THRU K0001-EXIT
                GO TO E0001-READ-NEXT
            END-IF

            MOVE SSF-ISO3-CC TO WS-XL-LOOKUP
            PERFORM I0001-FIND-ISO3 THRU I0001-EXIT

            IF WS-XL-FOUND-NO
                SET WS-XPR-NO-XLATE TO TRUE
                PERFORM K0001-LOG-EXCEPTION THRU K0001-EXIT
                GO TO E0001-READ-NEXT
            END-IF

            IF WS-SS-COUNT NOT < WS-SS-MAX
                SET WS-XPR-TABLE-FULL TO TRUE
                PERFORM K0001-LOG-EXCEPTION THRU K0001-EXIT
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO E0001-READ-NEXT
            END-IF

            ADD 1 TO WS-SS-COUNT
            MOVE WS-XL-CC(WS-XL-IDX) TO WS-SS-CC(WS-SS-COUNT)
            MOVE WS-SSF-DATE         TO WS-SS-DATE(WS-SS-COUNT)
            MOVE SSF-ISO3-CC         TO WS-SS-ISO3(WS-SS-COUNT)
            MOVE SSF-AREA-NAME       TO WS-SS-NAME(WS-SS-COUNT)
            MOVE SSF-CONF-NEW        TO WS-SS-VAL(WS-SS-COUNT, 1)
            MOVE SSF-CONF-CUM        TO WS-SS-VAL(WS-SS-COUNT, 2)
            MOVE SSF-DEATH-NEW       TO WS-SS-VAL(WS-SS-COUNT, 3)
            MOVE SSF-DEATH-CUM       TO WS-SS-VAL(WS-SS-COUNT, 4)
            MOVE SSF-RECOV-NEW       TO WS-SS-VAL(WS-SS-COUNT, 5)
            MOVE SSF-RECOV-CUM       TO WS-SS-VAL(WS-SS-COUNT, 6)
            .
       E0001-READ-NEXT.

            PERFORM D0001-READ-SOURCE THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  K0001-LOG-EXCEPTION - COUNT ONE UNUSABLE SECOND-SOURCE
      *                       RECORD AGAINST ITS PROVIDER CODE AND
      *                       REASON, OPENING A NEW LIST ENTRY THE
      *                       FIRST TIME THE PAIR IS SEEN.
      *----------------------------------------------------------
       K0001-LOG-EXCEPTION.

            ADD 1 TO WS-RT-UNRECON-CNT
            SET WS-XP-FOUND-NO TO TRUE

            IF WS-XP-COUNT > ZERO
                SET WS-XP-IDX TO 1
                SEARCH WS-XP-TABLE
                   AT END
                      SET WS-XP-FOUND-NO TO TRUE
                   WHEN WS-XP-ISO3(WS-XP-IDX)   EQUAL WS-XP-IN-ISO3
                    AND WS-XP-REASON(WS-XP-IDX) EQUAL WS-XP-IN-REASON
                      SET WS-XP-FOUND-YES TO TRUE
                END-SEARCH
            END-IF

            IF WS-XP-FOUND-YES
                ADD 1 TO WS-XP-RECS(WS-XP-IDX)
                GO TO K0001-EXIT
            END-IF

            IF WS-XP-COUNT NOT < 500
                DISPLAY 'EXCEPTION LIST FULL - NOT LISTED: '
                        WS-XP-IN-ISO3 ' ' WS-XP-IN-REASON
                GO TO K0001-EXIT
            END-IF

            ADD 1 TO WS-XP-COUNT
            SET WS-XP-IDX TO WS-XP-COUNT
            MOVE WS-XP-IN-ISO3   TO WS-XP-ISO3(WS-XP-IDX)
            MOVE WS-XP-IN-NAME   TO WS-XP-NAME(WS-XP-IDX)
            MOVE WS-XP-IN-REASON TO WS-XP-REASON(WS-XP-IDX)
            MOVE 1               TO WS-XP-RECS(WS-XP-IDX)
            .
       K0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0001-SORT-SOURCE - SORT THE SECOND-SOURCE TABLE INTO
      *                     MASTER KEY ORDER, CODE THEN DATE.
      *----------------------------------------------------------
       S0001-SORT-SOURCE.

            IF WS-SS-COUNT > 1
                COMPUTE WS-SS-LIMIT = WS-SS-COUNT - 1
                PERFORM S0002-SORT-PASS THRU S0002-EXIT
                        VARYING WS-SS-I FROM 1 BY 1
                        UNTIL WS-SS-I > WS-SS-LIMIT
            END-IF
            .
       S0001-EXIT.
            EXIT.

       S0002-SORT-PASS.

            COMPUTE WS-SS-J = WS-SS-I + 1

            PERFORM S0003-SORT-COMPARE THRU S0003-EXIT
                    UNTIL WS-SS-J > WS-SS-COUNT
            .
       S0002-EXIT.
            EXIT.

       S0003-SORT-COMPARE.

            IF WS-SS-KEY(WS-SS-J) < WS-SS-KEY(WS-SS-I)
                MOVE WS-SS-ENTRY(WS-SS-I) TO WS-SS-SWAP
                MOVE WS-SS-ENTRY(WS-SS-J) TO WS-SS-ENTRY(WS-SS-I)
                MOVE WS-SS-SWAP           TO WS-SS-ENTRY(WS-SS-J)
            END-IF

            ADD 1 TO WS-SS-J
            .
       S0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  M0001-MATCH-SOURCES - WALK THE MASTER AND THE SORTED
      *                       SECOND-SOURCE TABLE TOGETHER IN KEY
      *                       ORDER. A KEY IN BOTH IS COMPARED AND
      *                       PRINTED; A KEY IN ONLY ONE IS HELD
      *                       FOR THE ONE-SOURCE LIST. AN EXHAUSTED
      *                       SIDE COLLATES HIGH SO THE OTHER SIDE
      *                       RUNS OUT ON ITS OWN.
      *----------------------------------------------------------
       M0001-MATCH-SOURCES.

            SET WS-SECTION-VARIANCE TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            MOVE 1      TO WS-SS-PTR
            MOVE SPACES TO WS-PREV-KEY
            SET WS-MST-EOF-NO TO TRUE

            MOVE LOW-VALUES TO MST-KEY

            START MST001 KEY NOT LESS THAN MST-KEY
                INVALID KEY SET WS-MST-EOF-YES TO TRUE
            END-START

            PERFORM D0002-NEXT-MASTER THRU D0002-EXIT

            PERFORM M0002-MATCH-ONE THRU M0002-EXIT
                    UNTIL WS-MST-EOF-YES AND
                          WS-SS-PTR > WS-SS-COUNT
            .
       M0001-EXIT.
            EXIT.

       M0002-MATCH-ONE.

            IF WS-MST-EOF-YES
                MOVE HIGH-VALUES TO WS-M-KEY
            ELSE
                MOVE MST-KEY     TO WS-M-KEY
            END-IF

            IF WS-SS-PTR > WS-SS-COUNT
                MOVE HIGH-VALUES TO WS-T-KEY
            ELSE
                MOVE WS-SS-KEY(WS-SS-PTR) TO WS-T-KEY
            END-IF

            IF WS-SS-PTR NOT > WS-SS-COUNT AND
               WS-T-KEY EQUAL WS-PREV-KEY
                MOVE WS-SS-ISO3(WS-SS-PTR) TO WS-XP-IN-ISO3
                MOVE WS-SS-NAME(WS-SS-PTR) TO WS-XP-IN-NAME
                SET WS-XPR-DUPLICATE TO TRUE
                PERFORM K0001-LOG-EXCEPTION THRU K0001-EXIT
                ADD 1 TO WS-SS-PTR
                GO TO M0002-EXIT
            END-IF

            EVALUATE TRUE
               WHEN WS-M-KEY EQUAL WS-T-KEY
                    PERFORM T0001-COMPARE-DAY THRU T0001-EXIT
                    MOVE WS-T-KEY TO WS-PREV-KEY
                    ADD 1 TO WS-SS-PTR
                    PERFORM D0002-NEXT-MASTER THRU D0002-EXIT
               WHEN WS-M-KEY < WS-T-KEY
                    ADD 1 TO WS-RT-MST-ONLY
                    PERFORM O0001-HOLD-MASTER-ONLY THRU O0001-EXIT
                    PERFORM D0002-NEXT-MASTER THRU D0002-EXIT
               WHEN OTHER
                    ADD 1 TO WS-RT-SSF-ONLY
                    PERFORM O0002-HOLD-SOURCE-ONLY THRU O0002-EXIT
                    MOVE WS-T-KEY TO WS-PREV-KEY
                    ADD 1 TO WS-SS-PTR
            END-EVALUATE
            .
       M0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  D0002-NEXT-MASTER - ADVANCE TO THE NEXT MASTER RECORD
      *                     WHOSE DATE FALLS IN THE PERIOD.
      *----------------------------------------------------------
       D0002-NEXT-MASTER.

            SET WS-DATE-IN-RANGE-NO TO TRUE

            PERFORM D0003-READ-MASTER THRU D0003-EXIT
                    UNTIL WS-MST-EOF-YES OR WS-DATE-IN-RANGE-YES
            .
       D0002-EXIT.
            EXIT.

       D0003-READ-MASTER.

            READ MST001 NEXT RECORD
              AT END SET WS-MST-EOF-YES TO TRUE.

            IF WS-MST-STAT NOT EQUAL ZEROES AND
               WS-MST-STAT NOT EQUAL '10'
               SET WS-MSG-RD-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-MST-EOF-YES
                GO TO D0003-EXIT
            END-IF.

            ADD 1 TO WS-RT-MST-READ-CNT.

            IF MST-KEY-DATE NOT < WS-FROM-DATE AND
               MST-KEY-DATE NOT > WS-TO-DATE
                SET WS-DATE-IN-RANGE-YES TO TRUE
                ADD 1 TO WS-RT-MST-DAYS
            END-IF.

       D0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-COMPARE-DAY - SET THE MASTER'S SIX COUNTS AGAINST
      *                     THE SECOND SOURCE'S FOR ONE COUNTRY/
      *                     DATE AND PRINT THE THREE-LINE BLOCK.
      *                     ONLY THE CUMULATIVE TOTALS ARE HELD TO
      *                     THE TOLERANCE - DAILY COUNTS DIFFER
      *                     ROUTINELY WITH EACH PROVIDER'S CUT-OFF
      *                     TIME AND WOULD FLAG NEARLY EVERY DAY.
      *----------------------------------------------------------
       T0001-COMPARE-DAY.

            ADD 1 TO WS-RT-MATCH-CNT

            MOVE MST-NEW-CNFRM TO WS-RC-OUR-VAL(1)
            MOVE MST-TOT-CNFRM TO WS-RC-OUR-VAL(2)
            MOVE MST-NEW-DEATH TO WS-RC-OUR-VAL(3)
            MOVE MST-TOT-DEATH TO WS-RC-OUR-VAL(4)
            MOVE MST-NEW-RECVR TO WS-RC-OUR-VAL(5)
            MOVE MST-TOT-RECVR TO WS-RC-OUR-VAL(6)

            SET WS-RC-OVER-NO TO TRUE

            PERFORM T0002-ONE-METRIC THRU T0002-EXIT
                    VARYING WS-RC-SUB FROM 1 BY 1
                    UNTIL WS-RC-SUB > 6

            IF WS-RC-OVER-YES
                ADD 1 TO WS-RT-OVER-CNT
            END-IF

            IF WS-LINE-CNT + 3 > WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE MST-KEY-CC         TO WS-SV-DT-CODE
            MOVE MST-KEY-DATE       TO WS-SV-DT-DATE
            MOVE 'MASTER '          TO WS-SV-DT-SOURCE
            MOVE WS-RC-OUR-VAL(1)   TO WS-SV-DT-NEW-CNFRM
            MOVE WS-RC-OUR-VAL(2)   TO WS-SV-DT-TOT-CNFRM
            MOVE WS-RC-OUR-VAL(3)   TO WS-SV-DT-NEW-DEATH
            MOVE WS-RC-OUR-VAL(4)   TO WS-SV-DT-TOT-DEATH
            MOVE WS-RC-OUR-VAL(5)   TO WS-SV-DT-NEW-RECVR
            MOVE WS-RC-OUR-VAL(6)   TO WS-SV-DT-TOT-RECVR
            MOVE WS-SV-DETAIL       TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE SPACES             TO WS-SV-DT-CODE
            MOVE SPACES             TO WS-SV-DT-DATE
            MOVE 'SOURCE2'          TO WS-SV-DT-SOURCE
            MOVE WS-RC-SRC-VAL(1)   TO WS-SV-DT-NEW-CNFRM
            MOVE WS-RC-SRC-VAL(2)   TO WS-SV-DT-TOT-CNFRM
            MOVE WS-RC-SRC-VAL(3)   TO WS-SV-DT-NEW-DEATH
            MOVE WS-RC-SRC-VAL(4)   TO WS-SV-DT-TOT-DEATH
            MOVE WS-RC-SRC-VAL(5)   TO WS-SV-DT-NEW-RECVR
            MOVE WS-RC-SRC-VAL(6)   TO WS-SV-DT-TOT-RECVR
            MOVE WS-SV-DETAIL       TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-RC-DIF-VAL(1)   TO WS-SV-DF-NEW-CNFRM
            MOVE WS-RC-PCT(1)       TO WS-SV-DF-NEW-CNFRM-PCT
            MOVE WS-RC-DIF-VAL(2)   TO WS-SV-DF-TOT-CNFRM
            MOVE WS-RC-PCT(2)       TO WS-SV-DF-TOT-CNFRM-PCT
            MOVE WS-RC-DIF-VAL(3)   TO WS-SV-DF-NEW-DEATH
            MOVE WS-RC-PCT(3)       TO WS-SV-DF-NEW-DEATH-PCT
            MOVE WS-RC-DIF-VAL(4)   TO WS-SV-DF-TOT-DEATH
            MOVE WS-RC-PCT(4)       TO WS-SV-DF-TOT-DEATH-PCT
            MOVE WS-RC-DIF-VAL(5)   TO WS-SV-DF-NEW-RECVR
            MOVE WS-RC-PCT(5)       TO WS-SV-DF-NEW-RECVR-PCT
            MOVE WS-RC-DIF-VAL(6)   TO WS-SV-DF-TOT-RECVR
            MOVE WS-RC-PCT(6)       TO WS-SV-DF-TOT-RECVR-PCT

            IF WS-RC-OVER-YES
                MOVE 'OVER '        TO WS-SV-DF-FLAG
            ELSE
                MOVE SPACES         TO WS-SV-DF-FLAG
            END-IF

            MOVE WS-SV-DIFF         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       T0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0002-ONE-METRIC - DIFFERENCE ONE COUNT AS SECOND SOURCE
      *                    LESS MASTER, AND EXPRESS IT AS A
      *                    PERCENT OF THE MASTER'S FIGURE. A ZERO
      *                    MASTER FIGURE AGAINST A NON-ZERO ONE,
      *                    OR A PERCENT TOO WIDE TO PRINT, SHOWS
      *                    AS 999.9. THE EVEN SUBSCRIPTS ARE THE
      *                    CUMULATIVE TOTALS.
      *----------------------------------------------------------
       T0002-ONE-METRIC.

            MOVE WS-SS-VAL(WS-SS-PTR, WS-RC-SUB)
                                     TO WS-RC-SRC-VAL(WS-RC-SUB)

            COMPUTE WS-RC-DIF-VAL(WS-RC-SUB) =
                    WS-RC-SRC-VAL(WS-RC-SUB) -
                    WS-RC-OUR-VAL(WS-RC-SUB)

            MOVE WS-RC-OUR-VAL(WS-RC-SUB) TO WS-RC-BASE
            IF WS-RC-BASE < ZERO
                COMPUTE WS-RC-BASE = ZERO - WS-RC-BASE
            END-IF

            IF WS-RC-BASE EQUAL ZERO
                IF WS-RC-DIF-VAL(WS-RC-SUB) EQUAL ZERO
                    MOVE ZERO  TO WS-RC-PCT-WORK
                ELSE
                    MOVE 999.9 TO WS-RC-PCT-WORK
                END-IF
            ELSE
                COMPUTE WS-RC-PCT-WORK ROUNDED =
                        WS-RC-DIF-VAL(WS-RC-SUB) * 100 / WS-RC-BASE
            END-IF

            MOVE WS-RC-PCT-WORK TO WS-RC-PCT-ABS
            IF WS-RC-PCT-ABS < ZERO
                COMPUTE WS-RC-PCT-ABS = ZERO - WS-RC-PCT-ABS
            END-IF

            IF WS-RC-PCT-ABS > 999.9
                MOVE 999.9 TO WS-RC-PCT-ABS
                IF WS-RC-DIF-VAL(WS-RC-SUB) < ZERO
                    MOVE -999.9 TO WS-RC-PCT-WORK
                ELSE
                    MOVE 999.9  TO WS-RC-PCT-WORK
                END-IF
            END-IF

            MOVE WS-RC-PCT-WORK TO WS-RC-PCT(WS-RC-SUB)

            IF WS-RC-SUB EQUAL 2 OR WS-RC-SUB EQUAL 4 OR
               WS-RC-SUB EQUAL 6
                IF WS-RC-PCT-ABS > WS-TOL-PCT
                    SET WS-RC-OVER-YES TO TRUE
                END-IF
            END-IF
            .
       T0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  O0001-HOLD-MASTER-ONLY / O0002-HOLD-SOURCE-ONLY - KEEP A
      *                       ONE-SOURCE COUNTRY/DATE AND ITS
      *                       CUMULATIVE TOTALS FOR THE LIST THAT
      *                       FOLLOWS THE VARIANCES. PAST THE LIST
      *                       LIMIT THEY ARE COUNTED ONLY.
      *----------------------------------------------------------
       O0001-HOLD-MASTER-ONLY.

            IF WS-OS-COUNT NOT < 5000
                ADD 1 TO WS-RT-OS-UNLISTED
                GO TO O0001-EXIT
            END-IF

            ADD 1 TO WS-OS-COUNT
            MOVE WS-OS-COUNT    TO WS-OS-SUB
            MOVE MST-KEY-CC     TO WS-OS-CC(WS-OS-SUB)
            MOVE MST-KEY-DATE   TO WS-OS-DATE(WS-OS-SUB)
            MOVE SPACES         TO WS-OS-ISO3(WS-OS-SUB)
            SET WS-OS-MASTER-ONLY(WS-OS-SUB) TO TRUE
            MOVE MST-TOT-CNFRM  TO WS-OS-TOT-CNFRM(WS-OS-SUB)
            MOVE MST-TOT-DEATH  TO WS-OS-TOT-DEATH(WS-OS-SUB)
            MOVE MST-TOT-RECVR  TO WS-OS-TOT-RECVR(WS-OS-SUB)
            .
       O0001-EXIT.
            EXIT.

       O0002-HOLD-SOURCE-ONLY.

            IF WS-OS-COUNT NOT < 5000
                ADD 1 TO WS-RT-OS-UNLISTED
                GO TO O0002-EXIT
            END-IF

            ADD 1 TO WS-OS-COUNT
            MOVE WS-OS-COUNT    TO WS-OS-SUB
            MOVE WS-SS-CC(WS-SS-PTR)   TO WS-OS-CC(WS-OS-SUB)
            MOVE WS-SS-DATE(WS-SS-PTR) TO WS-OS-DATE(WS-OS-SUB)
            MOVE WS-SS-ISO3(WS-SS-PTR) TO WS-OS-ISO3(WS-OS-SUB)
            SET WS-OS-SOURCE-ONLY(WS-OS-SUB) TO TRUE
            MOVE WS-SS-VAL(WS-SS-PTR, 2)
                                TO WS-OS-TOT-CNFRM(WS-OS-SUB)
            MOVE WS-SS-VAL(WS-SS-PTR, 4)
                                TO WS-OS-TOT-DEATH(WS-OS-SUB)
            MOVE WS-SS-VAL(WS-SS-PTR, 6)
                                TO WS-OS-TOT-RECVR(WS-OS-SUB)
            .
       O0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-PRINT-ONE-SOURCE - PRINT THE COUNTRY/DATES HELD BY
      *                          THE MATCH AS FOUND IN ONLY ONE OF
      *                          THE TWO SOURCES, ON A NEW PAGE.
      *----------------------------------------------------------
       R0001-PRINT-ONE-SOURCE.

            SET WS-SECTION-ONE-SOURCE TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            PERFORM R0002-PRINT-ONE-ONLY THRU R0002-EXIT
                    VARYING WS-OS-SUB FROM 1 BY 1
                    UNTIL WS-OS-SUB > WS-OS-COUNT
            .
       R0001-EXIT.
            EXIT.

       R0002-PRINT-ONE-ONLY.

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-OS-CC(WS-OS-SUB)        TO WS-SV-ON-CODE
            MOVE WS-OS-DATE(WS-OS-SUB)      TO WS-SV-ON-DATE
            MOVE WS-OS-ISO3(WS-OS-SUB)      TO WS-SV-ON-ISO3

            IF WS-OS-MASTER-ONLY(WS-OS-SUB)
                MOVE 'MASTER'               TO WS-SV-ON-WHERE
            ELSE
                MOVE 'SECOND SOURCE'        TO WS-SV-ON-WHERE
            END-IF

            MOVE WS-OS-TOT-CNFRM(WS-OS-SUB) TO WS-SV-ON-TOT-CNFRM
            MOVE WS-OS-TOT-DEATH(WS-OS-SUB) TO WS-SV-ON-TOT-DEATH
            MOVE WS-OS-TOT-RECVR(WS-OS-SUB) TO WS-SV-ON-TOT-RECVR
            MOVE WS-SV-ONLY                 TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0003-PRINT-EXCEPTIONS - PRINT THE SECOND-SOURCE RECORDS
      *                          THAT COULD NOT BE RECONCILED, BY
      *                          PROVIDER CODE AND REASON.
      *----------------------------------------------------------
       R0003-PRINT-EXCEPTIONS.

            SET WS-SECTION-EXCEPTION TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            PERFORM R0004-PRINT-ONE-EXCEPTION THRU R0004-EXIT
                    VARYING WS-XP-SUB FROM 1 BY 1
                    UNTIL WS-XP-SUB > WS-XP-COUNT
            .
       R0003-EXIT.
            EXIT.

       R0004-PRINT-ONE-EXCEPTION.

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-XP-ISO3(WS-XP-SUB)   TO WS-SV-XL-ISO3
            MOVE WS-XP-NAME(WS-XP-SUB)   TO WS-SV-XL-NAME
            MOVE WS-XP-RECS(WS-XP-SUB)   TO WS-SV-XL-COUNT
            MOVE WS-XP-REASON(WS-XP-SUB) TO WS-SV-XL-REASON
            MOVE WS-SV-XLINE             TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0005-PRINT-TOTALS - PRINT THE RUN'S RECONCILIATION
      *                      TOTALS ON A PAGE OF THEIR OWN.
      *----------------------------------------------------------
       R0005-PRINT-TOTALS.

            SET WS-SECTION-TOTALS TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            MOVE 'SECOND-SOURCE RECORDS READ' TO WS-SV-TL-LABEL
            MOVE WS-RT-SSF-CNT                TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'SECOND-SOURCE RECORDS OUTSIDE PERIOD'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-OUT-PERIOD             TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'SECOND-SOURCE RECORDS NOT RECONCILED'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-UNRECON-CNT            TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'MASTER DAYS IN PERIOD'      TO WS-SV-TL-LABEL
            MOVE WS-RT-MST-DAYS               TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRY/DATES IN BOTH SOURCES'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-MATCH-CNT              TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRY/DATES OVER TOLERANCE'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-OVER-CNT               TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRY/DATES ONLY IN MASTER'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-MST-ONLY               TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'COUNTRY/DATES ONLY IN SECOND SOURCE'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-SSF-ONLY               TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT

            MOVE 'ONE-SOURCE COUNTRY/DATES NOT LISTED'
                                              TO WS-SV-TL-LABEL
            MOVE WS-RT-OS-UNLISTED            TO WS-SV-TL-VALUE
            PERFORM R0006-PRINT-TOTAL-LINE THRU R0006-EXIT
            .
       R0005-EXIT.
            EXIT.

       R0006-PRINT-TOTAL-LINE.

            MOVE WS-SV-TOTAL TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW PAGE OF VAR001 WITH THE
      *                     TITLE AND PERIOD LINES, THE SECTION
      *                     TITLE AND THE SECTION'S COLUMN
      *                     HEADING.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT
            MOVE ZERO TO WS-LINE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-SV-H1-DATE
            MOVE WS-PAGE-CNT        TO WS-SV-H1-PAGE
            MOVE WS-SV-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-FROM-DATE       TO WS-SV-H2-FROM
            MOVE WS-TO-DATE         TO WS-SV-H2-TO
            MOVE WS-TOL-PCT         TO WS-SV-H2-TOL
            MOVE WS-SV-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            EVALUATE TRUE
               WHEN WS-SECTION-VARIANCE
                    MOVE 'COUNTRY/DATES IN BOTH SOURCES'
                                        TO WS-SV-SC-TITLE
                    MOVE WS-SV-SECT     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
                    MOVE WS-SV-HDR3     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN WS-SECTION-ONE-SOURCE
                    MOVE 'COUNTRY/DATES IN ONLY ONE SOURCE'
                                        TO WS-SV-SC-TITLE
                    MOVE WS-SV-SECT     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
                    MOVE WS-SV-OHDR     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN WS-SECTION-EXCEPTION
                    MOVE 'SECOND-SOURCE RECORDS NOT RECONCILED'
                                        TO WS-SV-SC-TITLE
                    MOVE WS-SV-SECT     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
                    MOVE WS-SV-XHDR     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN OTHER
                    MOVE 'RECONCILIATION TOTALS'
                                        TO WS-SV-SC-TITLE
                    MOVE WS-SV-SECT     TO WS-PRINT-REPORT
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-EVALUATE
            .
       H0001-EXIT.
            EXIT.

       P0001-PRINT-REC.

           WRITE VARIANCE-REC FROM WS-PRINT-REPORT.

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
      *                      SECOND-SOURCE RECORDS READ, OUT THE
      *                      COUNTRY/DATES COMPARED, REJECT THE
      *                      SECOND-SOURCE RECORDS THAT COULD NOT
      *                      BE RECONCILED.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0028 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-RT-SSF-CNT      TO LDG-IN-CNT
            MOVE WS-RT-MATCH-CNT    TO LDG-OUT-CNT
            MOVE WS-RT-UNRECON-CNT  TO LDG-REJ-CNT
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
      *  Z0001-CLOS-FILES - A DAY OVER TOLERANCE, A COUNTRY/DATE
      *                    IN ONLY ONE SOURCE OR AN UNUSABLE
      *                    SECOND-SOURCE RECORD RAISES THE RUN TO
      *                    A WARNING SO THE DIFFERENCES ARE SEEN.
      *----------------------------------------------------------
       Z0001-CLOS-FILES.

            SET WS-CLOSING-YES TO TRUE.

            IF (WS-RT-OVER-CNT    > ZERO OR
                WS-RT-MST-ONLY    > ZERO OR
                WS-RT-SSF-ONLY    > ZERO OR
                WS-RT-UNRECON-CNT > ZERO) AND
                WS-LDG-SEVERITY   < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF.

            CLOSE SSF001.

            IF WS-SSF-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-SSF-STAT TO WS-ERR-CDE
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

            CLOSE CRF001.

            IF WS-CRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-CRF-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE VAR001.

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
            DISPLAY '  SECOND-SOURCE RECONCILIATION CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  PERIOD:             ' WS-FROM-DATE
                    ' TO ' WS-TO-DATE.
            DISPLAY '  SOURCE2 RECS READ:  ' WS-RT-SSF-CNT.
            DISPLAY '  OUTSIDE PERIOD:     ' WS-RT-OUT-PERIOD.
            DISPLAY '  NOT RECONCILED:     ' WS-RT-UNRECON-CNT.
            DISPLAY '  MASTER RECS READ:   ' WS-RT-MST-READ-CNT.
            DISPLAY '  MASTER DAYS:        ' WS-RT-MST-DAYS.
            DISPLAY '  MATCHED:            ' WS-RT-MATCH-CNT.
            DISPLAY '  OVER TOLERANCE:     ' WS-RT-OVER-CNT.
            DISPLAY '  ONLY IN MASTER:     ' WS-RT-MST-ONLY.
            DISPLAY '  ONLY IN SOURCE2:    ' WS-RT-SSF-ONLY.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
