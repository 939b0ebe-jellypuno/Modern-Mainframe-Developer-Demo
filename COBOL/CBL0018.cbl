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
               88  WS-MODE-RESTORE            VALUE 'RESTORE '.
           05  WS-PARM-CUTOFF      PIC X(10).
           05  WS-PARM-RESTART     PIC X(08).
           05  WS-PARM-OVERRIDE    PIC X(08).

       01  WS-PERIOD-LOCK.
           05  WS-PER-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-PER-OPEN-YES            VALUE 'YES'.
               88  WS-PER-OPEN-NO             VALUE 'NO '.
           05  WS-PAU-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-PAU-OPEN-YES            VALUE 'YES'.
               88  WS-PAU-OPEN-NO             VALUE 'NO '.
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
           05  WS-CT-LOCK-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-OVR-CNT       PIC 9(08) VALUE ZERO.

       01  WS-CLOSED-MONTHS.
           05  WS-CM-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-CM-TABLE OCCURS 1 TO 600 TIMES
                           DEPENDING ON WS-CM-COUNT
                           INDEXED BY WS-CM-IDX.
               10  WS-CM-MONTH     PIC X(07).

       01  WS-ARCHIVE-CONTROLS.
           05  WS-CUTOFF-DATE      PIC X(10) VALUE LOW-VALUES.
               88  WS-CKP-OPEN-YES            VALUE 'YES'.
               88  WS-CKP-OPEN-NO             VALUE 'NO '.

       01  WS-JOURNAL-CONTROLS.
           05  WS-JNL-SEQ          PIC 9(08) VALUE ZERO.
           05  WS-JNL-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-JNL-OPEN-YES            VALUE 'YES'.
               88  WS-JNL-OPEN-NO             VALUE 'NO '.

       01  WS-LEDGER-CONTROLS.
           05  WS-LDG-SEVERITY     PIC 9(02) VALUE ZERO.
           05  WS-LDG-OPEN-SW      PIC X(03) VALUE 'NO '.
      *                    LAST CHECKPOINT ON THE RESTART PARM. A
      *                    MISSING OR UNKNOWN MODE, OR AN ARCHIVE
      *                    RUN WITHOUT A CUTOFF DATE, ENDS THE RUN
      *                    WITH NOTHING TOUCHED. A RESTORE RUN ALSO
      *                    LOADS THE CLOSED MONTHS FROM THE PERIOD-
      *                    CONTROL FILE AND CHECKS THE OVERRIDE ID
      *                    ON THE PARM.
      *----------------------------------------------------------
       C0001-INIT-FILES.

               INTO WS-PARM-MODE
                    WS-PARM-CUTOFF
                    WS-PARM-RESTART
                    WS-PARM-OVERRIDE

            IF NOT WS-MODE-ARCHIVE AND NOT WS-MODE-PURGE AND
               NOT WS-MODE-RESTORE
                END-IF
            END-IF

            IF WS-MODE-RESTORE
                PERFORM G0003-OPEN-PERIOD-FILES THRU G0003-EXIT
            END-IF

            IF WS-MODE-PURGE OR WS-MODE-RESTORE
                PERFORM G0004-OPEN-JOURNAL THRU G0004-EXIT
            END-IF

            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            IF WS-MODE-ARCHIVE
      *                    CHECKPOINT COUNT IS RECORDED EVERY
      *                    INTERVAL SO AN OPERATOR CAN RESTART AN
      *                    INTERRUPTED PURGE PAST THE WORK ALREADY
      *                    DONE. THE RECORD IS READ BEFORE IT IS
      *                    DELETED SO THE CHANGE JOURNAL CARRIES
      *                    THE IMAGE THE PURGE REMOVED.
      *----------------------------------------------------------
       E0003-PROC-PURGE.

            MOVE ARC-KEY-CC   TO MST-KEY-CC
            MOVE ARC-KEY-DATE TO MST-KEY-DATE

            READ MST001
                INVALID KEY CONTINUE
            END-READ

            EVALUATE TRUE
               WHEN WS-MST-STAT EQUAL ZEROES
                    PERFORM E0005-PURGE-REC THRU E0005-EXIT
               WHEN WS-MST-STAT EQUAL '23'
                    ADD 1 TO WS-CT-CNT2
               WHEN OTHER
                    SET WS-MSG-RD-MS TO TRUE
                    MOVE WS-MST-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE

            ADD 1 TO WS-CKP-REC-COUNT
            DIVIDE WS-CKP-REC-COUNT BY WS-CKP-INTERVAL

       E0003-EXIT. EXIT.

      *----------------------------------------------------------
      *  E0005-PURGE-REC - DELETE THE MASTER RECORD JUST READ AND
      *                   JOURNAL IT WITH ITS BEFORE IMAGE.
      *----------------------------------------------------------
       E0005-PURGE-REC.

            MOVE SPACES          TO JOURNAL-REC
            SET JNL-DELETE       TO TRUE
            MOVE MST-KEY         TO JNL-KEY
            MOVE MASTER-REC      TO JNL-BEFORE-IMAGE

            DELETE MST001 RECORD
                INVALID KEY CONTINUE
            END-DELETE

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-DL-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTM TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            ADD 1 TO WS-CT-CNT1

            PERFORM O0002-WRITE-JOURNAL THRU O0002-EXIT
            .
       E0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  K0001-WRITE-CHECKPOINT - RECORD THE CURRENT ARCHIVE
      *                          RECORD COUNT TO THE CHECKPOINT
      *                      BACK INTO THE KSDS. A RECORD WHOSE
      *                      KEY IS ALREADY ON THE MASTER IS
      *                      COUNTED SKIPPED, NOT OVERWRITTEN -
      *                      THE LIVE MASTER WINS OVER HISTORY. A
      *                      RECORD FOR A CLOSED MONTH IS ALSO
      *                      COUNTED SKIPPED UNLESS THE RUN CARRIES
      *                      AN AUTHORISED OVERRIDE ID, AND EVERY
      *                      RECORD RESTORED UNDER ONE IS RECORDED
      *                      ON THE PERIOD AUDIT FILE.
      *----------------------------------------------------------
       E0002-PROC-RESTORE.

                MOVE ZERO TO WS-CT-CNT2
            END-IF

            MOVE ARC-KEY-DATE(1:7) TO WS-LOCK-MONTH
            PERFORM S0001-CHECK-PERIOD-LOCK THRU S0001-EXIT

            IF WS-LOCK-CLOSED-YES AND WS-LOCK-OVR-NO
                ADD 1 TO WS-CT-CNT2
                ADD 1 TO WS-CT-LOCK-CNT
            ELSE
                PERFORM E0004-RESTORE-REC THRU E0004-EXIT
            END-IF

            PERFORM D0002-READ-ARCHIVE THRU D0002-EXIT.

       E0002-EXIT. EXIT.

      *----------------------------------------------------------
      *  E0004-RESTORE-REC - WRITE THE ARCHIVED RECORD BACK TO THE
      *                     KSDS, COUNTING IT RESTORED OR, WHEN ITS
      *                     KEY IS ALREADY ON THE MASTER, SKIPPED.
      *                     A RESTORED RECORD IS JOURNALED AS AN
      *                     ADD.
      *----------------------------------------------------------
       E0004-RESTORE-REC.

            MOVE ARCHIVE-REC TO MASTER-REC

            WRITE MASTER-REC
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            IF WS-MST-STAT EQUAL ZEROES
                MOVE SPACES          TO JOURNAL-REC
                SET JNL-ADD          TO TRUE
                MOVE ARC-KEY-CC      TO JNL-KEY-CC
                MOVE ARC-KEY-DATE    TO JNL-KEY-DATE
                MOVE ARCHIVE-REC     TO JNL-AFTER-IMAGE
                PERFORM O0002-WRITE-JOURNAL THRU O0002-EXIT
            END-IF

            IF WS-MST-STAT EQUAL ZEROES AND WS-LOCK-OVR-YES
                MOVE ARC-KEY-CC                TO WS-LOCK-CC
                MOVE ARC-KEY-DATE              TO WS-LOCK-DATE
                MOVE 'APPLIED '                TO WS-LOCK-RESULT
                MOVE 'CLOSED MONTH RESTORED'   TO WS-LOCK-REASON
                PERFORM S0002-WRITE-PERIOD-AUDIT THRU S0002-EXIT
                ADD 1 TO WS-CT-OVR-CNT
            END-IF
            .
       E0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-END-COUNTRY - PRINT THE REPORT LINE FOR THE COUNTRY

      *----------------------------------------------------------
      *  Q0001-PRINT-GRAND - PRINT THE GRAND-TOTAL LINE AFTER THE
      *                     LAST COUNTRY CLOSES OUT, AND ON A
      *                     RESTORE RUN THE CLOSED-MONTH LINE.
      *----------------------------------------------------------
       Q0001-PRINT-GRAND.

            MOVE WS-GR-CNT2         TO WS-AR-GR-CNT2
            MOVE WS-AR-GRAND        TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            IF WS-MODE-RESTORE
                MOVE WS-CT-LOCK-CNT     TO WS-AR-LK-SKIP
                MOVE WS-CT-OVR-CNT      TO WS-AR-LK-OVR
                MOVE WS-AR-LOCKED       TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-IF
            .
       Q0001-EXIT.
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
      *                       IN-MEMORY TABLE THE RESTORE CHECK
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
      *  G0003-OPEN-PERIOD-FILES - OPEN THE PERIOD-CONTROL FILE
      *                       AND LOAD ITS CLOSED MONTHS (NO FILE
      *                       MEANS NO MONTH IS CLOSED), OPEN THE
      *                       PERIOD AUDIT FILE FOR APPEND, AND
      *                       CHECK THE OVERRIDE ID ON THE PARM.
      *----------------------------------------------------------
       G0003-OPEN-PERIOD-FILES.

            OPEN INPUT PER001

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
            END-IF

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

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0001-READ-PER-FILE THRU G0001-EXIT
                PERFORM G0002-LOAD-PERIODS THRU G0002-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF

            PERFORM S0003-CHECK-OVERRIDE-ID THRU S0003-EXIT
            .
       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0004-OPEN-JOURNAL - OPEN THE MASTER CHANGE JOURNAL FOR
      *                      APPEND ON A RUN THAT CHANGES THE
      *                      MASTER (PURGE OR RESTORE).
      *----------------------------------------------------------
       G0004-OPEN-JOURNAL.

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
            .
       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0001-CHECK-PERIOD-LOCK - SEARCH THE CLOSED-MONTH TABLE
      *                      FOR WS-LOCK-MONTH (CCYY-MM OF THE
      *                      ARCHIVED RECORD'S KEY DATE). A CLOSED
      *                      MONTH MAY STILL BE RESTORED WHEN THE
      *                      RUN CARRIES AN AUTHORISED OVERRIDE ID;
      *                      THE CALLER SKIPS THE RECORD OTHERWISE.
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
      *                      RESTORED UNDER IT, OR THE REFUSAL OF
      *                      AN ID THAT IS NOT AUTHORISED.
      *----------------------------------------------------------
       S0002-WRITE-PERIOD-AUDIT.

           MOVE SPACES             TO PERIOD-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO PAU-DATE
           MOVE WS-RUN-TIME-DSP    TO PAU-TIME
           MOVE 'CBL0018 '         TO PAU-PROGRAM
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
      *  O0002-WRITE-JOURNAL - APPEND ONE MASTER CHANGE TO THE
      *                      CHANGE JOURNAL. THE CALLER HAS SET THE
      *                      ACTION, THE KEY AND THE BEFORE AND
      *                      AFTER IMAGES; THE RUN STAMP AND THE
      *                      SEQUENCE NUMBER GO ON HERE.
      *----------------------------------------------------------
       O0002-WRITE-JOURNAL.

           ADD 1                   TO WS-JNL-SEQ
           MOVE 'CBL0018 '         TO JNL-PROGRAM
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

       O0002-EXIT. EXIT.

       P0001-PRINT-REC.

           WRITE ARCRPT-REC FROM WS-PRINT-REPORT.
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

            IF WS-PAU-OPEN-YES
                CLOSE PAU001
                IF WS-PAU-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-PAU-STAT TO WS-ERR-CDE
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

            PERFORM X0001-WRITE-RUN-LEDGER THRU X0001-EXIT.

            IF WS-LDG-OPEN-YES
                DISPLAY '  CHECKPOINT COUNT:   ' WS-CKP-REC-COUNT
            END-IF.

            IF WS-JNL-OPEN-YES
                DISPLAY '  JOURNAL RECORDS:    ' WS-JNL-SEQ
            END-IF.

            IF WS-MODE-RESTORE
                DISPLAY '  CLOSED MTH SKIPPED: ' WS-CT-LOCK-CNT
                DISPLAY '  CLOSED MTH OVERRIDE:' WS-CT-OVR-CNT
            END-IF.

            DISPLAY WS-ASTER.

       N0001-EXIT.
