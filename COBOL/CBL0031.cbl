      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0031.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT PER001 ASSIGN TO PERDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PER-STAT.

             SELECT PTR001 ASSIGN TO PTRDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-TRN-STAT.

             SELECT PEN001 ASSIGN TO PENDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTN-STAT.

             SELECT PAU001 ASSIGN TO PAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAU-STAT.

             SELECT PMR001 ASSIGN TO PMRDD01
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

       FD  PER001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PERIOD-CTL-REC.
       COPY PERREC01.
      *
       FD  PTR001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PERIOD-TRANS-REC.
       01  PERIOD-TRANS-REC.
           05  PTR-ACTION          PIC X(01).
           05  PTR-KEY             PIC X(08).
           05  PTR-USER            PIC X(08).
           05  PTR-NAME            PIC X(30).
           05  FILLER              PIC X(33).
      *
       FD  PEN001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-PERIOD-REC.
       01  NEW-PERIOD-REC          PIC X(80).
      *
       FD  PAU001 RECORDING MODE F
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PERIOD-AUDIT-REC.
       COPY PAUREC01.
      *
       FD  PMR001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MAINT-REC.
       01  MAINT-REC              PIC X(133).
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

       01  WS-MAINT-HANDLING.
           05  WS-TRN-RESULT       PIC X(08).
               88  WS-TRN-ACCEPTED            VALUE 'ACCEPTED'.
               88  WS-TRN-REJECTED            VALUE 'REJECTED'.
           05  WS-TRN-REASON       PIC X(30).
               88  WS-TRR-NONE
                      VALUE SPACES.
               88  WS-TRR-BAD-ACTION
                      VALUE 'ACTION NOT C, O, A OR R'.
               88  WS-TRR-NO-USER
                      VALUE 'USER ID MISSING'.
               88  WS-TRR-BAD-MONTH
                      VALUE 'MONTH NOT A VALID CCYY-MM'.
               88  WS-TRR-ALREADY-CLOSED
                      VALUE 'MONTH ALREADY CLOSED'.
               88  WS-TRR-NOT-CLOSED
                      VALUE 'MONTH NOT CLOSED'.
               88  WS-TRR-BAD-ID
                      VALUE 'OVERRIDE ID NOT WELL-FORMED'.
               88  WS-TRR-NO-NAME
                      VALUE 'OVERRIDE NAME MISSING'.
               88  WS-TRR-DUPLICATE
                      VALUE 'OVERRIDE ID ALREADY ON FILE'.
               88  WS-TRR-NOT-FOUND
                      VALUE 'OVERRIDE ID NOT ON FILE'.
               88  WS-TRR-TABLE-FULL
                      VALUE 'PERIOD TABLE FULL'.
           05  WS-OLD-STATUS       PIC X(01).
           05  WS-NEW-STATUS       PIC X(01).
           05  WS-STATUS-DSP       PIC X(06).
           05  WS-PD-FOUND-SW      PIC X(03).
               88  WS-PD-FOUND-YES            VALUE 'YES'.
               88  WS-PD-FOUND-NO             VALUE 'NO '.
           05  WS-PD-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-KEY-SUB          PIC 9(04) COMP VALUE ZERO.
           05  WS-KEY-OK-SW        PIC X(03).
               88  WS-KEY-OK-YES              VALUE 'YES'.
               88  WS-KEY-OK-NO               VALUE 'NO '.
           05  WS-PER-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-PER-OPEN-YES            VALUE 'YES'.
               88  WS-PER-OPEN-NO             VALUE 'NO '.

       01  WS-PERIODS.
           05  WS-PD-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-PD-TABLE OCCURS 1 TO 600 TIMES
                           DEPENDING ON WS-PD-COUNT
                           INDEXED BY WS-PD-IDX.
               10  WS-PD-TYPE      PIC X(01).
               10  WS-PD-KEY       PIC X(08).
               10  WS-PD-STATUS    PIC X(01).
               10  WS-PD-NAME      PIC X(30).
               10  WS-PD-DATE      PIC X(10).
               10  WS-PD-USER      PIC X(08).
               10  WS-PD-DEL-SW    PIC X(01).
                   88  WS-PD-DELETED          VALUE 'D'.
                   88  WS-PD-ACTIVE           VALUE ' '.

       01  WS-MAINT-TOTALS.
           05  WS-PM-TRN-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-CLS-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-OPN-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-ADD-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-REM-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-REJ-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-OUT-CNT       PIC 9(08) VALUE ZERO.
           05  WS-PM-SHUT-CNT      PIC 9(08) VALUE ZERO.
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
       COPY OUREC019.

       01  WS-PRINT-REPORT             PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-TRANS THRU D0001-EXIT
            PERFORM E0001-PROC-TRANS THRU E0001-EXIT
                    UNTIL WS-EOF-YES
            PERFORM O0001-WRITE-NEW-FILE THRU O0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

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

            OPEN INPUT PTR001.

            IF WS-TRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-TR TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT PEN001.

            IF WS-CTN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-PN TO TRUE
               MOVE WS-CTN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
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

            OPEN OUTPUT PMR001.

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

            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0001-READ-PER-FILE THRU G0001-EXIT
                PERFORM G0002-LOAD-PERIODS THRU G0002-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-READ-PER-FILE - READ ONE RECORD FROM THE MASTER
      *                        PERIOD-CONTROL FILE.
      *----------------------------------------------------------
       G0001-READ-PER-FILE.

            READ PER001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-PER-STAT NOT EQUAL ZEROES AND
               WS-PER-STAT NOT EQUAL '10'
               SET WS-MSG-RD-PE TO TRUE
               MOVE WS-PER-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0002-LOAD-PERIODS - STORE THE MONTH OR OVERRIDE-ID
      *                       RECORD JUST READ IN THE IN-MEMORY
      *                       TABLE AND READ THE NEXT ONE. A RECORD
      *                       OF ANY OTHER TYPE IS DROPPED WITH A
      *                       MESSAGE RATHER THAN CARRIED FORWARD.
      *----------------------------------------------------------
       G0002-LOAD-PERIODS.

            IF NOT PER-MONTH-REC AND NOT PER-OVERRIDE-REC
                DISPLAY 'PERIOD RECORD TYPE UNKNOWN - DROPPED: '
                         PERIOD-CTL-REC(1:9)
                GO TO G0002-READ
            END-IF

            IF WS-PD-COUNT < 600
                ADD 1 TO WS-PD-COUNT
                SET WS-PD-IDX TO WS-PD-COUNT
                MOVE PER-REC-TYPE TO WS-PD-TYPE(WS-PD-IDX)
                MOVE PER-KEY      TO WS-PD-KEY(WS-PD-IDX)
                MOVE SPACE        TO WS-PD-DEL-SW(WS-PD-IDX)
                IF PER-MONTH-REC
                    MOVE PER-STATUS   TO WS-PD-STATUS(WS-PD-IDX)
                    MOVE SPACES       TO WS-PD-NAME(WS-PD-IDX)
                    MOVE PER-CHG-DATE TO WS-PD-DATE(WS-PD-IDX)
                    MOVE PER-CHG-USER TO WS-PD-USER(WS-PD-IDX)
                ELSE
                    MOVE SPACE         TO WS-PD-STATUS(WS-PD-IDX)
                    MOVE PER-OVR-NAME  TO WS-PD-NAME(WS-PD-IDX)
                    MOVE PER-OVR-ADDED TO WS-PD-DATE(WS-PD-IDX)
                    MOVE PER-OVR-USER  TO WS-PD-USER(WS-PD-IDX)
                END-IF
            ELSE
                DISPLAY 'PERIOD TABLE FULL - DROPPED: ' PER-KEY
            END-IF
            .
       G0002-READ.

            PERFORM G0001-READ-PER-FILE THRU G0001-EXIT
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - BUILD AND WRITE THE REPORT PAGE
      *                     HEADING LINES FOR PMR001.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            MOVE WS-RUN-DATE-DSP    TO WS-PM-H1-DATE
            MOVE WS-PM-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-PM-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       H0001-EXIT.
            EXIT.

       D0001-READ-TRANS.

            READ PTR001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-TRN-STAT NOT EQUAL ZEROES AND
               WS-TRN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-TR TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-PM-TRN-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-TRANS - VALIDATE AND APPLY THE PERIOD
      *                    TRANSACTION JUST READ AGAINST THE
      *                    IN-MEMORY TABLE, PRINT ITS RESULT LINE,
      *                    AND WRITE A PERIOD AUDIT RECORD FOR EVERY
      *                    CLOSE, REOPEN, OVERRIDE ADD OR REMOVE
      *                    ATTEMPT, ACCEPTED OR REJECTED.
      *----------------------------------------------------------
       E0001-PROC-TRANS.

            SET WS-TRN-ACCEPTED TO TRUE
            SET WS-TRR-NONE     TO TRUE
            MOVE SPACE          TO WS-OLD-STATUS
                                   WS-NEW-STATUS

            PERFORM V0001-VALIDATE-TRANS THRU V0001-EXIT

            IF WS-TRN-ACCEPTED
                EVALUATE PTR-ACTION
                   WHEN 'C'
                        PERFORM T0001-APPLY-CLOSE THRU T0001-EXIT
                   WHEN 'O'
                        PERFORM T0002-APPLY-REOPEN THRU T0002-EXIT
                   WHEN 'A'
                        PERFORM T0003-APPLY-ADD-ID THRU T0003-EXIT
                   WHEN 'R'
                        PERFORM T0004-APPLY-REMOVE-ID THRU T0004-EXIT
                END-EVALUATE
            END-IF

            IF WS-TRN-REJECTED
                ADD 1 TO WS-PM-REJ-CNT
            END-IF

            PERFORM Q0001-PRINT-RESULT THRU Q0001-EXIT

            IF PTR-ACTION EQUAL 'C' OR PTR-ACTION EQUAL 'O' OR
               PTR-ACTION EQUAL 'A' OR PTR-ACTION EQUAL 'R'
                PERFORM R0001-WRITE-AUDIT THRU R0001-EXIT
            END-IF

            PERFORM D0001-READ-TRANS THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  V0001-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE IT
      *                        TOUCHES THE TABLE: THE ACTION MUST
      *                        BE C, O, A OR R AND THE USER MUST BE
      *                        GIVEN. A CLOSE OR REOPEN NEEDS A REAL
      *                        CCYY-MM MONTH; AN OVERRIDE ADD OR
      *                        REMOVE NEEDS A LEFT-JUSTIFIED ID
      *                        WITH NO EMBEDDED BLANKS, AND AN ADD
      *                        ALSO NEEDS THE HOLDER'S NAME.
      *----------------------------------------------------------
       V0001-VALIDATE-TRANS.

            IF PTR-ACTION NOT EQUAL 'C' AND
               PTR-ACTION NOT EQUAL 'O' AND
               PTR-ACTION NOT EQUAL 'A' AND
               PTR-ACTION NOT EQUAL 'R'
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-BAD-ACTION TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF PTR-USER EQUAL SPACES
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-NO-USER  TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF PTR-ACTION EQUAL 'C' OR PTR-ACTION EQUAL 'O'
                IF PTR-KEY(1:4) IS NOT NUMERIC OR
                   PTR-KEY(5:1) NOT EQUAL '-'  OR
                   PTR-KEY(6:2) IS NOT NUMERIC OR
                   PTR-KEY(6:2) < '01'         OR
                   PTR-KEY(6:2) > '12'         OR
                   PTR-KEY(8:1) NOT EQUAL SPACE
                    SET WS-TRN-REJECTED  TO TRUE
                    SET WS-TRR-BAD-MONTH TO TRUE
                END-IF
                GO TO V0001-EXIT
            END-IF

            PERFORM V0002-CHECK-ID-SHAPE THRU V0002-EXIT

            IF WS-KEY-OK-NO
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-BAD-ID   TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF PTR-ACTION EQUAL 'A' AND PTR-NAME EQUAL SPACES
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-NO-NAME  TO TRUE
            END-IF
            .
       V0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  V0002-CHECK-ID-SHAPE - CONFIRM THE OVERRIDE ID IS NOT
      *                       BLANK AND ITS CHARACTERS ARE LEFT-
      *                       JUSTIFIED WITH TRAILING BLANKS ONLY,
      *                       SO IT CAN BE KEYED ON A PARM CARD
      *                       EXACTLY AS HELD HERE.
      *----------------------------------------------------------
       V0002-CHECK-ID-SHAPE.

            SET WS-KEY-OK-YES TO TRUE

            IF PTR-KEY(1:1) EQUAL SPACE
                SET WS-KEY-OK-NO TO TRUE
                GO TO V0002-EXIT
            END-IF

            PERFORM V0003-SCAN-ID-BYTE THRU V0003-EXIT
                    VARYING WS-KEY-SUB FROM 2 BY 1
                    UNTIL WS-KEY-SUB > 8
            .
       V0002-EXIT.
            EXIT.

       V0003-SCAN-ID-BYTE.

            IF PTR-KEY(WS-KEY-SUB - 1:1) EQUAL SPACE AND
               PTR-KEY(WS-KEY-SUB:1) NOT EQUAL SPACE
                SET WS-KEY-OK-NO TO TRUE
            END-IF
            .
       V0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0001-FIND-ENTRY - LOOK THE TRANSACTION'S KEY UP AMONG
      *                    THE LIVE TABLE ENTRIES OF THE MATCHING
      *                    TYPE (MONTH FOR A CLOSE OR REOPEN,
      *                    OVERRIDE ID FOR AN ADD OR REMOVE),
      *                    LEAVING WS-PD-IDX ON THE MATCH WHEN
      *                    FOUND.
      *----------------------------------------------------------
       I0001-FIND-ENTRY.

            SET WS-PD-FOUND-NO TO TRUE

            IF WS-PD-COUNT EQUAL ZERO
                GO TO I0001-EXIT
            END-IF

            SET WS-PD-IDX TO 1

            IF PTR-ACTION EQUAL 'C' OR PTR-ACTION EQUAL 'O'
                SEARCH WS-PD-TABLE
                   AT END
                      SET WS-PD-FOUND-NO TO TRUE
                   WHEN WS-PD-TYPE(WS-PD-IDX) EQUAL 'M' AND
                        WS-PD-KEY(WS-PD-IDX) EQUAL PTR-KEY AND
                        WS-PD-ACTIVE(WS-PD-IDX)
                      SET WS-PD-FOUND-YES TO TRUE
                END-SEARCH
            ELSE
                SEARCH WS-PD-TABLE
                   AT END
                      SET WS-PD-FOUND-NO TO TRUE
                   WHEN WS-PD-TYPE(WS-PD-IDX) EQUAL 'A' AND
                        WS-PD-KEY(WS-PD-IDX) EQUAL PTR-KEY AND
                        WS-PD-ACTIVE(WS-PD-IDX)
                      SET WS-PD-FOUND-YES TO TRUE
                END-SEARCH
            END-IF
            .
       I0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-APPLY-CLOSE - CLOSE THE MONTH TO CHANGE. A MONTH
      *                     NOT YET CARRIED IS OPEN BY DEFAULT AND
      *                     IS ADDED TO THE TABLE AS CLOSED.
      *----------------------------------------------------------
       T0001-APPLY-CLOSE.

            PERFORM I0001-FIND-ENTRY THRU I0001-EXIT

            MOVE 'O' TO WS-OLD-STATUS

            IF WS-PD-FOUND-YES
                MOVE WS-PD-STATUS(WS-PD-IDX) TO WS-OLD-STATUS
                IF WS-PD-STATUS(WS-PD-IDX) EQUAL 'C'
                    SET WS-TRN-REJECTED       TO TRUE
                    SET WS-TRR-ALREADY-CLOSED TO TRUE
                    GO TO T0001-EXIT
                END-IF
            ELSE
                IF WS-PD-COUNT NOT < 600
                    SET WS-TRN-REJECTED   TO TRUE
                    SET WS-TRR-TABLE-FULL TO TRUE
                    GO TO T0001-EXIT
                END-IF
                ADD 1 TO WS-PD-COUNT
                SET WS-PD-IDX TO WS-PD-COUNT
                MOVE 'M'     TO WS-PD-TYPE(WS-PD-IDX)
                MOVE PTR-KEY TO WS-PD-KEY(WS-PD-IDX)
                MOVE SPACES  TO WS-PD-NAME(WS-PD-IDX)
                MOVE SPACE   TO WS-PD-DEL-SW(WS-PD-IDX)
            END-IF

            MOVE 'C'             TO WS-PD-STATUS(WS-PD-IDX)
                                    WS-NEW-STATUS
            MOVE WS-RUN-DATE-ISO TO WS-PD-DATE(WS-PD-IDX)
            MOVE PTR-USER        TO WS-PD-USER(WS-PD-IDX)
            ADD 1 TO WS-PM-CLS-CNT
            .
       T0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0002-APPLY-REOPEN - OPEN A CLOSED MONTH TO CHANGE AGAIN.
      *                      THE MONTH RECORD IS KEPT, MARKED OPEN,
      *                      SO THE FILE STILL SHOWS WHO REOPENED IT
      *                      AND WHEN.
      *----------------------------------------------------------
       T0002-APPLY-REOPEN.

            PERFORM I0001-FIND-ENTRY THRU I0001-EXIT

            MOVE 'O' TO WS-OLD-STATUS

            IF WS-PD-FOUND-YES
                MOVE WS-PD-STATUS(WS-PD-IDX) TO WS-OLD-STATUS
            END-IF

            IF WS-OLD-STATUS NOT EQUAL 'C'
                SET WS-TRN-REJECTED   TO TRUE
                SET WS-TRR-NOT-CLOSED TO TRUE
                GO TO T0002-EXIT
            END-IF

            MOVE 'O'             TO WS-PD-STATUS(WS-PD-IDX)
                                    WS-NEW-STATUS
            MOVE WS-RUN-DATE-ISO TO WS-PD-DATE(WS-PD-IDX)
            MOVE PTR-USER        TO WS-PD-USER(WS-PD-IDX)
            ADD 1 TO WS-PM-OPN-CNT
            .
       T0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0003-APPLY-ADD-ID - AUTHORISE A NEW OVERRIDE ID UNLESS IT
      *                      IS ALREADY CARRIED OR THE TABLE IS
      *                      FULL.
      *----------------------------------------------------------
       T0003-APPLY-ADD-ID.

            PERFORM I0001-FIND-ENTRY THRU I0001-EXIT

            IF WS-PD-FOUND-YES
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-DUPLICATE TO TRUE
                GO TO T0003-EXIT
            END-IF

            IF WS-PD-COUNT NOT < 600
                SET WS-TRN-REJECTED   TO TRUE
                SET WS-TRR-TABLE-FULL TO TRUE
                GO TO T0003-EXIT
            END-IF

            ADD 1 TO WS-PD-COUNT
            SET WS-PD-IDX TO WS-PD-COUNT
            MOVE 'A'             TO WS-PD-TYPE(WS-PD-IDX)
            MOVE PTR-KEY         TO WS-PD-KEY(WS-PD-IDX)
            MOVE SPACE           TO WS-PD-STATUS(WS-PD-IDX)
            MOVE PTR-NAME        TO WS-PD-NAME(WS-PD-IDX)
            MOVE WS-RUN-DATE-ISO TO WS-PD-DATE(WS-PD-IDX)
            MOVE PTR-USER        TO WS-PD-USER(WS-PD-IDX)
            MOVE SPACE           TO WS-PD-DEL-SW(WS-PD-IDX)
            ADD 1 TO WS-PM-ADD-CNT
            .
       T0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0004-APPLY-REMOVE-ID - WITHDRAW AN OVERRIDE ID BY MARKING
      *                         ITS ENTRY DELETED SO IT DROPS OFF
      *                         THE REWRITTEN FILE.
      *----------------------------------------------------------
       T0004-APPLY-REMOVE-ID.

            PERFORM I0001-FIND-ENTRY THRU I0001-EXIT

            IF WS-PD-FOUND-NO
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-NOT-FOUND TO TRUE
                GO TO T0004-EXIT
            END-IF

            MOVE WS-PD-NAME(WS-PD-IDX) TO PTR-NAME
            MOVE 'D' TO WS-PD-DEL-SW(WS-PD-IDX)
            ADD 1 TO WS-PM-REM-CNT
            .
       T0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0001-PRINT-RESULT - PRINT THE TRANSACTION AND ITS
      *                      DISPOSITION ON THE ACTIVITY REPORT.
      *----------------------------------------------------------
       Q0001-PRINT-RESULT.

            EVALUATE PTR-ACTION
               WHEN 'C'    MOVE 'CLOSE ' TO WS-PM-DT-ACTION
               WHEN 'O'    MOVE 'REOPEN' TO WS-PM-DT-ACTION
               WHEN 'A'    MOVE 'ADD ID' TO WS-PM-DT-ACTION
               WHEN 'R'    MOVE 'REM ID' TO WS-PM-DT-ACTION
               WHEN OTHER  MOVE PTR-ACTION TO WS-PM-DT-ACTION
            END-EVALUATE

            MOVE WS-OLD-STATUS  TO WS-STATUS-DSP
            PERFORM Q0002-STATUS-WORD THRU Q0002-EXIT
            MOVE WS-STATUS-DSP  TO WS-PM-DT-OLD

            MOVE WS-NEW-STATUS  TO WS-STATUS-DSP
            PERFORM Q0002-STATUS-WORD THRU Q0002-EXIT
            MOVE WS-STATUS-DSP  TO WS-PM-DT-NEW

            MOVE PTR-KEY        TO WS-PM-DT-KEY
            MOVE PTR-USER       TO WS-PM-DT-USER
            MOVE WS-TRN-RESULT  TO WS-PM-DT-RESULT
            MOVE WS-TRN-REASON  TO WS-PM-DT-REASON
            MOVE PTR-NAME       TO WS-PM-DT-NAME
            MOVE WS-PM-DETAIL   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0002-STATUS-WORD - TURN THE ONE-BYTE MONTH STATUS HELD
      *                     IN WS-STATUS-DSP INTO THE WORD PRINTED
      *                     FOR IT. ANY OTHER VALUE IS LEFT AS IS.
      *----------------------------------------------------------
       Q0002-STATUS-WORD.

            EVALUATE WS-STATUS-DSP
               WHEN 'O'    MOVE 'OPEN  ' TO WS-STATUS-DSP
               WHEN 'C'    MOVE 'CLOSED' TO WS-STATUS-DSP
               WHEN OTHER  CONTINUE
            END-EVALUATE
            .
       Q0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-WRITE-AUDIT - RECORD WHO CHANGED WHICH MONTH OR
      *                     OVERRIDE ID, WHEN, FROM WHAT TO WHAT,
      *                     AND WHETHER IT TOOK, ON THE APPEND-ONLY
      *                     PERIOD AUDIT FILE.
      *----------------------------------------------------------
       R0001-WRITE-AUDIT.

           MOVE SPACES             TO PERIOD-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO PAU-DATE
           MOVE WS-RUN-TIME-DSP    TO PAU-TIME
           MOVE 'CBL0031 '         TO PAU-PROGRAM
           MOVE PTR-USER           TO PAU-USER
           MOVE PTR-ACTION         TO PAU-ACTION
           MOVE PTR-KEY            TO PAU-KEY
           MOVE WS-OLD-STATUS      TO PAU-OLD-STATUS
           MOVE WS-NEW-STATUS      TO PAU-NEW-STATUS
           MOVE WS-TRN-RESULT      TO PAU-RESULT
           MOVE WS-TRN-REASON      TO PAU-REASON

           WRITE PERIOD-AUDIT-REC.

           IF WS-PAU-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-PA TO TRUE
               MOVE WS-PAU-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTA TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       R0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  O0001-WRITE-NEW-FILE - REWRITE THE PERIOD-CONTROL FILE
      *                        FROM THE TABLE, DROPPING THE
      *                        OVERRIDE IDS MARKED DELETED, AND LIST
      *                        EVERY RECORD WRITTEN ON THE REPORT.
      *----------------------------------------------------------
       O0001-WRITE-NEW-FILE.

            MOVE 'PERIOD CONTROL FILE AFTER MAINTENANCE'
                                    TO WS-PM-SC-TITLE
            MOVE WS-PM-SECT         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-PM-LHDR         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            PERFORM O0002-WRITE-ONE-ENTRY THRU O0002-EXIT
                    VARYING WS-PD-SUB FROM 1 BY 1
                    UNTIL WS-PD-SUB > WS-PD-COUNT
            .
       O0001-EXIT.
            EXIT.

       O0002-WRITE-ONE-ENTRY.

            IF WS-PD-DEL-SW(WS-PD-SUB) EQUAL 'D'
                GO TO O0002-EXIT
            END-IF

            MOVE SPACES                  TO PERIOD-CTL-REC
            MOVE WS-PD-TYPE(WS-PD-SUB)   TO PER-REC-TYPE
            MOVE WS-PD-KEY(WS-PD-SUB)    TO PER-KEY
            MOVE SPACES                  TO WS-PM-LS-STATUS
                                            WS-PM-LS-NAME

            IF PER-MONTH-REC
                MOVE WS-PD-STATUS(WS-PD-SUB) TO PER-STATUS
                                                WS-STATUS-DSP
                MOVE WS-PD-DATE(WS-PD-SUB)   TO PER-CHG-DATE
                MOVE WS-PD-USER(WS-PD-SUB)   TO PER-CHG-USER
                MOVE 'MONTH'                 TO WS-PM-LS-TYPE
                PERFORM Q0002-STATUS-WORD THRU Q0002-EXIT
                MOVE WS-STATUS-DSP           TO WS-PM-LS-STATUS
                IF PER-CLOSED
                    ADD 1 TO WS-PM-SHUT-CNT
                END-IF
            ELSE
                MOVE WS-PD-NAME(WS-PD-SUB)   TO PER-OVR-NAME
                                                WS-PM-LS-NAME
                MOVE WS-PD-DATE(WS-PD-SUB)   TO PER-OVR-ADDED
                MOVE WS-PD-USER(WS-PD-SUB)   TO PER-OVR-USER
                MOVE 'OVERRIDE'              TO WS-PM-LS-TYPE
            END-IF

            WRITE NEW-PERIOD-REC FROM PERIOD-CTL-REC

            IF WS-CTN-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-PN TO TRUE
               MOVE WS-CTN-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTR TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-PM-OUT-CNT

            MOVE WS-PD-KEY(WS-PD-SUB)    TO WS-PM-LS-KEY
            MOVE WS-PD-DATE(WS-PD-SUB)   TO WS-PM-LS-DATE
            MOVE WS-PD-USER(WS-PD-SUB)   TO WS-PM-LS-USER
            MOVE WS-PM-LIST              TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       O0002-EXIT.
            EXIT.

       P0001-PRINT-REC.

           WRITE MAINT-REC FROM WS-PRINT-REPORT.

           IF WS-OUT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-OU TO TRUE
               MOVE WS-OUT-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       P0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  X0001-WRITE-RUN-LEDGER - APPEND THE RUN'S ENTRY TO THE
      *                      SUITE RUN-LEDGER FILE EVERY PROGRAM
      *                      IN THE NIGHTLY CHAIN WRITES TO, SO
      *                      OPERATIONS VERIFIES THE WHOLE STREAM
      *                      FROM ONE FILE.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0031 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-PM-TRN-CNT      TO LDG-IN-CNT
            MOVE WS-PM-OUT-CNT      TO LDG-OUT-CNT
            MOVE WS-PM-REJ-CNT      TO LDG-REJ-CNT
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

            IF WS-PER-OPEN-YES
                CLOSE PER001
                IF WS-PER-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-PER-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            CLOSE PTR001.

            IF WS-TRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PEN001.

            IF WS-CTN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-CTN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PAU001.

            IF WS-PAU-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-PAU-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PMR001.

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
      *                    TRAILER SHOWING THE TRANSACTIONS READ
      *                    AND APPLIED AND THE SIZE OF THE
      *                    REWRITTEN FILE FOR RECONCILIATION.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  PERIOD CONTROL MAINTENANCE CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  TRANSACTIONS READ:  ' WS-PM-TRN-CNT.
            DISPLAY '  MONTHS CLOSED:      ' WS-PM-CLS-CNT.
            DISPLAY '  MONTHS REOPENED:    ' WS-PM-OPN-CNT.
            DISPLAY '  OVERRIDE IDS ADDED: ' WS-PM-ADD-CNT.
            DISPLAY '  OVERRIDE IDS REMVD: ' WS-PM-REM-CNT.
            DISPLAY '  REJECTED:           ' WS-PM-REJ-CNT.
            DISPLAY '  RECORDS WRITTEN:    ' WS-PM-OUT-CNT.
            DISPLAY '  MONTHS NOW CLOSED:  ' WS-PM-SHUT-CNT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
