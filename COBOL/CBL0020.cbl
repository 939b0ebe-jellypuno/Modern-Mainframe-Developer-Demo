              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-LDG-STAT.

             SELECT PER001 ASSIGN TO PERDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PER-STAT.

             SELECT PAU001 ASSIGN TO PAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PAU-STAT.

             SELECT JNL001 ASSIGN TO JNLDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-JNL-STAT.

      *-------------
       DATA DIVISION.
      *-------------
               RECORD CONTAINS 441 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-AUDIT-REC.
       COPY MAUREC01.
      *
       FD  MNT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS LEDGER-REC.
       COPY LDGREC01.
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
       FD  JNL001 RECORDING MODE F
               RECORD CONTAINS 420 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS JOURNAL-REC.
       COPY JNLREC01.

      *
       WORKING-STORAGE SECTION.
                      VALUE 'FIELD VALUE NOT VALID'.
               88  WS-TRR-NO-VALUES
                      VALUE 'NO FIELD VALUES ON REPLACE'.
               88  WS-TRR-CLOSED-PERIOD
                      VALUE 'MASTER MONTH CLOSED'.
               88  WS-TRR-OVERRIDDEN
                      VALUE 'CLOSED MONTH OVERRIDDEN'.
           05  WS-CHK-DATE         PIC X(10).
           05  WS-DATE-OK-SW       PIC X(03).
               88  WS-DATE-OK-YES             VALUE 'YES'.
           05  WS-MM-REP-CNT       PIC 9(08) VALUE ZERO.
           05  WS-MM-DEL-CNT       PIC 9(08) VALUE ZERO.
           05  WS-MM-REJ-CNT       PIC 9(08) VALUE ZERO.
           05  WS-MM-LOCK-CNT      PIC 9(08) VALUE ZERO.
           05  WS-MM-OVR-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CLOSING-SW       PIC X(03) VALUE 'NO '.
               88  WS-CLOSING-YES             VALUE 'YES'.
               88  WS-CLOSING-NO              VALUE 'NO '.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JNL-SEQ          PIC 9(08) VALUE ZERO.

       01  WS-LEDGER-CONTROLS.
           05  WS-LDG-SEVERITY     PIC 9(02) VALUE ZERO.
           05  WS-LDG-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-LDG-DONE-YES            VALUE 'YES'.
               88  WS-LDG-DONE-NO             VALUE 'NO '.

       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
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

       COPY CONSTANT.
       COPY OUREC009.


            SET WS-LDG-OPEN-YES TO TRUE.

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

       B0001-EXIT.
            EXIT.

                   WS-RT-SS
                   DELIMITED BY SIZE INTO WS-RUN-TIME-DSP

            ACCEPT WS-PARM-CARD FROM COMMAND-LINE

            INITIALIZE WS-PARM-FIELDS

            UNSTRING WS-PARM-CARD DELIMITED BY ','
               INTO WS-PARM-OVERRIDE

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0001-READ-PER-FILE THRU G0001-EXIT
                PERFORM G0002-LOAD-PERIODS THRU G0002-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF

            PERFORM S0003-CHECK-OVERRIDE-ID THRU S0003-EXIT

            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
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
      *  G0002-LOAD-PERIODS - KEEP EACH CLOSED MONTH IN THE
      *                       IN-MEMORY TABLE THE CORRECTION CHECK
      *                       SEARCHES, NOTE WHETHER THE OVERRIDE ID
      *                       ON THE PARM IS AN AUTHORISED ONE, AND
      *                       READ THE NEXT RECORD. OPEN MONTHS NEED
      *                       NO ENTRY.
      *----------------------------------------------------------
       G0002-LOAD-PERIODS.

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

            PERFORM G0001-READ-PER-FILE THRU G0001-EXIT
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - BUILD AND WRITE THE REPORT PAGE
      *                     HEADING LINES FOR MNT001.
      *                    THE BEFORE AND AFTER RECORD IMAGES FOR
      *                    EVERY ATTEMPT, ACCEPTED OR REJECTED -
      *                    COMPLIANCE NEEDS THE FAILED ATTEMPTS
      *                    ON FILE TOO. A CORRECTION TO A CLOSED
      *                    MONTH IS REJECTED UNLESS THE RUN CARRIES
      *                    AN AUTHORISED OVERRIDE ID, AND EVERY
      *                    CHANGE MADE UNDER ONE IS ALSO RECORDED
      *                    ON THE PERIOD AUDIT FILE.
      *----------------------------------------------------------
       E0001-PROC-TRANS.


            PERFORM V0001-VALIDATE-TRANS THRU V0001-EXIT

            SET WS-LOCK-CLOSED-NO TO TRUE
            SET WS-LOCK-OVR-NO    TO TRUE

            IF WS-TRN-ACCEPTED
                MOVE MTX-DATE(1:7) TO WS-LOCK-MONTH
                PERFORM S0001-CHECK-PERIOD-LOCK THRU S0001-EXIT
                IF WS-LOCK-CLOSED-YES AND WS-LOCK-OVR-NO
                    SET WS-TRN-REJECTED      TO TRUE
                    SET WS-TRR-CLOSED-PERIOD TO TRUE
                    ADD 1 TO WS-MM-LOCK-CNT
                END-IF
            END-IF

            IF WS-TRN-ACCEPTED
                EVALUATE MTX-ACTION
                   WHEN 'R'
                END-EVALUATE
            END-IF

            IF WS-TRN-ACCEPTED AND WS-LOCK-OVR-YES
                SET WS-TRR-OVERRIDDEN          TO TRUE
                MOVE MTX-CC                    TO WS-LOCK-CC
                MOVE MTX-DATE                  TO WS-LOCK-DATE
                MOVE 'APPLIED '                TO WS-LOCK-RESULT
                MOVE 'CLOSED MONTH CORRECTED'  TO WS-LOCK-REASON
                PERFORM S0002-WRITE-PERIOD-AUDIT THRU S0002-EXIT
                ADD 1 TO WS-MM-OVR-CNT
            END-IF

            IF WS-TRN-REJECTED
                ADD 1 TO WS-MM-REJ-CNT
            END-IF
            END-IF

            ADD 1 TO WS-MM-REP-CNT

            MOVE SPACES          TO JOURNAL-REC
            SET JNL-REWRITE      TO TRUE
            MOVE MST-KEY         TO JNL-KEY
            MOVE WS-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
            MOVE WS-AFTER-IMAGE  TO JNL-AFTER-IMAGE
            PERFORM O0001-WRITE-JOURNAL THRU O0001-EXIT
            .
       T0001-EXIT.
            EXIT.
            END-IF

            ADD 1 TO WS-MM-DEL-CNT

            MOVE SPACES          TO JOURNAL-REC
            SET JNL-DELETE       TO TRUE
            MOVE MST-KEY         TO JNL-KEY
            MOVE WS-BEFORE-IMAGE TO JNL-BEFORE-IMAGE
            PERFORM O0001-WRITE-JOURNAL THRU O0001-EXIT
            .
       T0002-EXIT.
            EXIT.

       R0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  S0001-CHECK-PERIOD-LOCK - SEARCH THE CLOSED-MONTH TABLE
      *                      FOR WS-LOCK-MONTH (CCYY-MM OF THE
      *                      CORRECTION'S KEY DATE). A CLOSED MONTH
      *                      MAY STILL BE CORRECTED WHEN THE RUN
      *                      CARRIES AN AUTHORISED OVERRIDE ID; THE
      *                      CALLER REJECTS THE CORRECTION
      *                      OTHERWISE.
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
           MOVE 'CBL0020 '         TO PAU-PROGRAM
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
      *                      LOCKED FOR THE RUN. THE REFUSAL IS
      *                      AUDITED AND RAISES SEVERITY 4.
      *----------------------------------------------------------
       S0003-CHECK-OVERRIDE-ID.

            IF WS-PARM-OVERRIDE EQUAL SPACES OR WS-OVR-AUTH-YES
                GO TO S0003-EXIT
            END-IF

            DISPLAY 'OVERRIDE ID NOT AUTHORISED - IGNORED: '
                     WS-PARM-OVERRIDE

            MOVE SPACES                       TO WS-LOCK-MONTH
                                                 WS-LOCK-CC
                                                 WS-LOCK-DATE
            MOVE 'REJECTED'                   TO WS-LOCK-RESULT
            MOVE 'OVERRIDE ID NOT AUTHORISED' TO WS-LOCK-REASON
            PERFORM S0002-WRITE-PERIOD-AUDIT THRU S0002-EXIT

            IF WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF
            .
       S0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  O0001-WRITE-JOURNAL - APPEND ONE MASTER CHANGE TO THE
      *                      CHANGE JOURNAL. THE CALLER HAS SET THE
      *                      ACTION, THE KEY AND THE BEFORE AND
      *                      AFTER IMAGES; THE RUN STAMP AND THE
      *                      SEQUENCE NUMBER GO ON HERE.
      *----------------------------------------------------------
       O0001-WRITE-JOURNAL.

           ADD 1                   TO WS-JNL-SEQ
           MOVE 'CBL0020 '         TO JNL-PROGRAM
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

       O0001-EXIT. EXIT.

       P0001-PRINT-REC.

           WRITE MAINT-REC FROM WS-PRINT-REPORT.
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

            CLOSE JNL001.

            IF WS-JNL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-JNL-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            PERFORM X0001-WRITE-RUN-LEDGER THRU X0001-EXIT.

            IF WS-LDG-OPEN-YES

            PERFORM N0001-CTL-TOTALS THRU N0001-EXIT.

            MOVE WS-LDG-SEVERITY TO RETURN-CODE.

            STOP RUN.

       Z0001-EXIT.
            DISPLAY '  REPLACES APPLIED:   ' WS-MM-REP-CNT.
            DISPLAY '  DELETES APPLIED:    ' WS-MM-DEL-CNT.
            DISPLAY '  REJECTED:           ' WS-MM-REJ-CNT.
            DISPLAY '  CLOSED MTH REJECTS: ' WS-MM-LOCK-CNT.
            DISPLAY '  CLOSED MTH OVERRIDE:' WS-MM-OVR-CNT.
            DISPLAY '  JOURNAL RECORDS:    ' WS-JNL-SEQ.
            DISPLAY WS-ASTER.

       N0001-EXIT.
