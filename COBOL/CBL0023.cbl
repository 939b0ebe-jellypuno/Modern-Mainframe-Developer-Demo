      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0023.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----------------------------------------------------------
      *  QUADD01 CARRIES THE DAY'S SPIKE QUARANTINE FILE FROM THE
      *  DAILY RUN CONCATENATED WITH THE PRIOR DISPOSITION RUN'S
      *  CARRY-FORWARD FILE - BOTH ARE IN THE QUAREC01 LAYOUT.
      *----------------------------------------------------------
             SELECT QUA001 ASSIGN TO QUADD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-QUA-STAT.

             SELECT DSP001 ASSIGN TO DSPDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-TRN-STAT.

             SELECT MST001 ASSIGN TO MSTDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STAT.

             SELECT QUN001 ASSIGN TO QUNDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-QUN-STAT.

             SELECT QAU001 ASSIGN TO QAUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUD-STAT.

             SELECT QDR001 ASSIGN TO QDRDD01
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

       FD  QUA001 RECORDING MODE F
               RECORD CONTAINS 436 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS QUARANTINE-REC.
       COPY QUAREC01.
      *
       FD  DSP001 RECORDING MODE F
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DISP-TRANS-REC.
       01  DISP-TRANS-REC.
           05  DSP-ACTION          PIC X(01).
           05  DSP-CC              PIC X(04).
           05  DSP-DATE            PIC X(10).
           05  DSP-USER            PIC X(08).
           05  DSP-NEW-CNFRM       PIC X(07).
           05  DSP-TOT-CNFRM       PIC X(07).
           05  DSP-NEW-DEATH       PIC X(07).
           05  DSP-TOT-DEATH       PIC X(07).
           05  DSP-NEW-RECVR       PIC X(07).
           05  DSP-TOT-RECVR       PIC X(07).
           05  DSP-REASON          PIC X(30).
           05  FILLER              PIC X(05).
      *
       FD  MST001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS MASTER-REC.
       COPY MSTREC01.
      *
       FD  QUN001 RECORDING MODE F
               RECORD CONTAINS 436 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS NEW-QUARANTINE-REC.
       01  NEW-QUARANTINE-REC      PIC X(436).
      *
       FD  QAU001 RECORDING MODE F
               RECORD CONTAINS 441 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS MASTER-AUDIT-REC.
       COPY MAUREC01.
      *
       FD  QDR001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DISP-RPT-REC.
       01  DISP-RPT-REC           PIC X(133).
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
           05  WS-NUM-CANON        PIC X(07).
           05  WS-NUM-IN           PIC X(07).
           05  WS-NUM-LEN          PIC 9(02).
           05  WS-NUM-DIGITS       PIC 9(02).
           05  WS-NUM-MAG          PIC 9(06).

       01  WS-MAINT-HANDLING.
           05  WS-TRN-RESULT       PIC X(08).
               88  WS-TRN-ACCEPTED            VALUE 'ACCEPTED'.
               88  WS-TRN-REJECTED            VALUE 'REJECTED'.
           05  WS-TRN-REASON       PIC X(30).
               88  WS-TRR-NONE
                      VALUE SPACES.
               88  WS-TRR-BAD-ACTION
                      VALUE 'ACTION NOT R, A OR D'.
               88  WS-TRR-NO-USER
                      VALUE 'USER ID MISSING'.
               88  WS-TRR-NO-REASON
                      VALUE 'DISCARD REASON MISSING'.
               88  WS-TRR-BAD-VALUE
                      VALUE 'FIELD VALUE NOT VALID'.
               88  WS-TRR-NO-VALUES
                      VALUE 'NO FIELD VALUES ON AMEND'.
               88  WS-TRR-NO-IMAGE
                      VALUE 'NO MASTER IMAGE ON RECORD'.
               88  WS-TRR-ON-MASTER
                      VALUE 'KEY ALREADY ON MASTER'.
               88  WS-TRR-DUP-TRANS
                      VALUE 'DUPLICATE DISPOSITION FOR KEY'.
               88  WS-TRR-NOT-HELD
                      VALUE 'NO QUARANTINE RECORD FOR KEY'.
               88  WS-TRR-COMPANION
                      VALUE 'SAME RECORD, SECOND FIELD'.
               88  WS-TRR-MONTH-CLOSED
                      VALUE 'MASTER MONTH CLOSED'.
           05  WS-MST-FOUND-SW     PIC X(03).
               88  WS-MST-FOUND-YES           VALUE 'YES'.
               88  WS-MST-FOUND-NO            VALUE 'NO '.
           05  WS-DISP-FOUND-SW    PIC X(03).
               88  WS-DISP-FOUND-YES          VALUE 'YES'.
               88  WS-DISP-FOUND-NO           VALUE 'NO '.
           05  WS-HOLD-SW          PIC X(03).
               88  WS-HOLD-YES                VALUE 'YES'.
               88  WS-HOLD-NO                 VALUE 'NO '.

      *----------------------------------------------------------
      *  THE SIX STAGED FIELD VALUES OF AN AMEND, EACH EITHER A
      *  CANONICAL SIGN + 6-DIGIT MAGNITUDE TO LAY OVER THE HELD
      *  MASTER IMAGE OR ALL SPACES TO POST THE FIELD AS REPORTED.
      *----------------------------------------------------------
       01  WS-APPLY-VALUES.
           05  WS-VAL-NEW-CNFRM    PIC X(07).
           05  WS-VAL-TOT-CNFRM    PIC X(07).
           05  WS-VAL-NEW-DEATH    PIC X(07).
           05  WS-VAL-TOT-DEATH    PIC X(07).
           05  WS-VAL-NEW-RECVR    PIC X(07).
           05  WS-VAL-TOT-RECVR    PIC X(07).
       01  WS-VAL-APPLY-CNT        PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------
      *  PARM: OVERRIDE-ID. A HELD DAY IN A CLOSED MONTH IS POSTED
      *  ONLY UNDER AN OVERRIDE ID AUTHORISED ON PER001.
      *----------------------------------------------------------
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

       01  WS-IMAGE-WORK.
           05  WS-BEFORE-IMAGE     PIC X(181).
           05  WS-AFTER-IMAGE      PIC X(181).

      *----------------------------------------------------------
      *  DISPOSITION TRANSACTIONS, LOADED WHOLE AT START-UP AND
      *  MATCHED TO THE HELD RECORDS BY COUNTRY CODE AND DATE.
      *  WS-DT-STATE TRACKS WHETHER A TRANSACTION IS STILL OPEN,
      *  WAS APPLIED, OR WAS REFUSED, SO THE SECOND QUARANTINE
      *  RECORD OF A DAY HELD ON BOTH FIELDS FOLLOWS THE FIRST.
      *----------------------------------------------------------
       01  WS-DISPOSITIONS.
           05  WS-DSP-COUNT        PIC 9(04) COMP VALUE ZERO.
           05  WS-DSP-TABLE OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-DSP-COUNT
                           INDEXED BY WS-DSP-IDX.
               10  WS-DT-ENTRY.
                   15  WS-DT-ACTION    PIC X(01).
                   15  WS-DT-CC        PIC X(04).
                   15  WS-DT-DATE      PIC X(10).
                   15  WS-DT-USER      PIC X(08).
                   15  WS-DT-NEW-CNFRM PIC X(07).
                   15  WS-DT-TOT-CNFRM PIC X(07).
                   15  WS-DT-NEW-DEATH PIC X(07).
                   15  WS-DT-TOT-DEATH PIC X(07).
                   15  WS-DT-NEW-RECVR PIC X(07).
                   15  WS-DT-TOT-RECVR PIC X(07).
                   15  WS-DT-REASON    PIC X(30).
               10  WS-DT-STATE     PIC X(01).
                   88  WS-DT-OPEN                 VALUE 'O'.
                   88  WS-DT-APPLIED              VALUE 'A'.
                   88  WS-DT-REFUSED              VALUE 'R'.
                   88  WS-DT-DUPLICATE            VALUE 'D'.
               10  WS-DT-RESULT    PIC X(08).
               10  WS-DT-OUT-RSN   PIC X(30).
       01  WS-DSP-SUB              PIC 9(04) COMP VALUE ZERO.
       01  WS-DSP-MATCH            PIC 9(04) COMP VALUE ZERO.

       01  WS-CUR-DISP.
           05  WS-CD-ACTION        PIC X(01).
           05  WS-CD-CC            PIC X(04).
           05  WS-CD-DATE          PIC X(10).
           05  WS-CD-USER          PIC X(08).
           05  WS-CD-NEW-CNFRM     PIC X(07).
           05  WS-CD-TOT-CNFRM     PIC X(07).
           05  WS-CD-NEW-DEATH     PIC X(07).
           05  WS-CD-TOT-DEATH     PIC X(07).
           05  WS-CD-NEW-RECVR     PIC X(07).
           05  WS-CD-TOT-RECVR     PIC X(07).
           05  WS-CD-REASON        PIC X(30).

       01  WS-AGING-CONTROLS.
           05  WS-AGE-DATE-N.
               10  WS-AGE-CCYY     PIC 9(04).
               10  WS-AGE-MM       PIC 9(02).
               10  WS-AGE-DD       PIC 9(02).
           05  WS-AGE-DATE-9 REDEFINES WS-AGE-DATE-N
                                   PIC 9(08).
           05  WS-AGE-DIM          PIC 9(02) VALUE ZERO.
           05  WS-AGE-CNT          PIC 9(04) VALUE ZERO.
           05  WS-LEAP-QUOT        PIC 9(04) VALUE ZERO.
           05  WS-LEAP-REM         PIC 9(04) VALUE ZERO.
           05  WS-LEAP-SW          PIC X(03) VALUE 'NO '.
               88  WS-LEAP-YES                VALUE 'YES'.
               88  WS-LEAP-NO                 VALUE 'NO '.

       01  WS-DISP-TOTALS.
           05  WS-QD-QUA-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-TRN-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-REL-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-AMD-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-DSC-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-HLD-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-REJ-CNT       PIC 9(08) VALUE ZERO.
           05  WS-QD-LOCK-CNT      PIC 9(08) VALUE ZERO.
           05  WS-QD-OVR-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CLOSING-SW       PIC X(03) VALUE 'NO '.
               88  WS-CLOSING-YES             VALUE 'YES'.
               88  WS-CLOSING-NO              VALUE 'NO '.

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
       COPY OUREC012.

       01  WS-PRINT-REPORT             PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM D0001-READ-QUARANTINE THRU D0001-EXIT
            PERFORM E0001-PROC-QUARANTINE THRU E0001-EXIT
                    UNTIL WS-EOF-YES
            PERFORM F0001-REPORT-UNMATCHED THRU F0001-EXIT
                    VARYING WS-DSP-SUB FROM 1 BY 1
                    UNTIL WS-DSP-SUB > WS-DSP-COUNT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT QUA001.

            IF WS-QUA-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-QA TO TRUE
               MOVE WS-QUA-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT DSP001.

            IF WS-TRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-TR TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN I-O MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT QUN001.

            IF WS-QUN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-QN TO TRUE
               MOVE WS-QUN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND QAU001.

            IF WS-AUD-STAT EQUAL '35'
               OPEN OUTPUT QAU001
            END-IF.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT QDR001.

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
               INTO WS-PARM-OVERRIDE

            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            SET WS-CTL-EOF-NO TO TRUE
            PERFORM G0001-READ-DISP-FILE THRU G0001-EXIT
            PERFORM G0002-LOAD-DISPOSITIONS THRU G0002-EXIT
                    UNTIL WS-CTL-EOF-YES

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0004-READ-PER-FILE THRU G0004-EXIT
                PERFORM G0005-LOAD-PERIODS THRU G0005-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF

            PERFORM S0003-CHECK-OVERRIDE-ID THRU S0003-EXIT
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-READ-DISP-FILE - READ ONE RECORD FROM THE
      *                        DISPOSITION TRANSACTION FILE.
      *----------------------------------------------------------
       G0001-READ-DISP-FILE.

            READ DSP001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-TRN-STAT NOT EQUAL ZEROES AND
               WS-TRN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-TR TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-CTL-EOF-NO
                ADD 1 TO WS-QD-TRN-CNT
            END-IF.

       G0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0002-LOAD-DISPOSITIONS - STORE THE DISPOSITION JUST READ
      *                          IN THE IN-MEMORY TABLE AND READ
      *                          THE NEXT ONE. ONLY THE FIRST
      *                          DISPOSITION FOR A KEY IS LEFT OPEN;
      *                          A LATER ONE FOR THE SAME KEY IS
      *                          LOADED AS A DUPLICATE SO IT STILL
      *                          REACHES THE REPORT AND THE AUDIT
      *                          FILE.
      *----------------------------------------------------------
       G0002-LOAD-DISPOSITIONS.

            IF WS-DSP-COUNT NOT < 500
                DISPLAY 'DISPOSITION TABLE FULL - DROPPED: '
                        DISP-TRANS-REC(1:23)
                GO TO G0002-READ-NEXT
            END-IF

            MOVE ZERO TO WS-DSP-MATCH

            PERFORM G0003-FIND-PRIOR-KEY THRU G0003-EXIT
                    VARYING WS-DSP-SUB FROM 1 BY 1
                    UNTIL WS-DSP-SUB > WS-DSP-COUNT
                       OR WS-DSP-MATCH NOT EQUAL ZERO

            ADD 1 TO WS-DSP-COUNT
            SET WS-DSP-IDX TO WS-DSP-COUNT

            MOVE DSP-ACTION     TO WS-DT-ACTION(WS-DSP-IDX)
            MOVE DSP-CC         TO WS-DT-CC(WS-DSP-IDX)
            MOVE DSP-DATE       TO WS-DT-DATE(WS-DSP-IDX)
            MOVE DSP-USER       TO WS-DT-USER(WS-DSP-IDX)
            MOVE DSP-NEW-CNFRM  TO WS-DT-NEW-CNFRM(WS-DSP-IDX)
            MOVE DSP-TOT-CNFRM  TO WS-DT-TOT-CNFRM(WS-DSP-IDX)
            MOVE DSP-NEW-DEATH  TO WS-DT-NEW-DEATH(WS-DSP-IDX)
            MOVE DSP-TOT-DEATH  TO WS-DT-TOT-DEATH(WS-DSP-IDX)
            MOVE DSP-NEW-RECVR  TO WS-DT-NEW-RECVR(WS-DSP-IDX)
            MOVE DSP-TOT-RECVR  TO WS-DT-TOT-RECVR(WS-DSP-IDX)
            MOVE DSP-REASON     TO WS-DT-REASON(WS-DSP-IDX)

            IF WS-DSP-MATCH EQUAL ZERO
                SET WS-DT-OPEN(WS-DSP-IDX) TO TRUE
                MOVE SPACES         TO WS-DT-RESULT(WS-DSP-IDX)
                MOVE SPACES         TO WS-DT-OUT-RSN(WS-DSP-IDX)
            ELSE
                SET WS-DT-DUPLICATE(WS-DSP-IDX) TO TRUE
                SET WS-TRN-REJECTED   TO TRUE
                SET WS-TRR-DUP-TRANS  TO TRUE
                MOVE WS-TRN-RESULT  TO WS-DT-RESULT(WS-DSP-IDX)
                MOVE WS-TRN-REASON  TO WS-DT-OUT-RSN(WS-DSP-IDX)
            END-IF
            .
       G0002-READ-NEXT.

            PERFORM G0001-READ-DISP-FILE THRU G0001-EXIT
            .
       G0002-EXIT.
            EXIT.

       G0003-FIND-PRIOR-KEY.

            IF WS-DT-CC(WS-DSP-SUB)   EQUAL DSP-CC AND
               WS-DT-DATE(WS-DSP-SUB) EQUAL DSP-DATE
                MOVE WS-DSP-SUB TO WS-DSP-MATCH
            END-IF
            .
       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0004-READ-PER-FILE - READ ONE RECORD FROM THE MASTER
      *                        PERIOD-CONTROL FILE.
      *----------------------------------------------------------
       G0004-READ-PER-FILE.

            READ PER001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-PER-STAT NOT EQUAL ZEROES AND
               WS-PER-STAT NOT EQUAL '10'
               SET WS-MSG-RD-PE TO TRUE
               MOVE WS-PER-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0005-LOAD-PERIODS - KEEP EACH CLOSED MONTH IN THE
      *                       IN-MEMORY TABLE THE POSTING CHECK
      *                       SEARCHES, NOTE WHETHER THE OVERRIDE ID
      *                       ON THE PARM IS AN AUTHORISED ONE, AND
      *                       READ THE NEXT RECORD. OPEN MONTHS NEED
      *                       NO ENTRY.
      *----------------------------------------------------------
       G0005-LOAD-PERIODS.

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

            PERFORM G0004-READ-PER-FILE THRU G0004-EXIT
            .
       G0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - BUILD AND WRITE THE REPORT PAGE
      *                     HEADING LINES FOR QDR001.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            MOVE WS-RUN-DATE-DSP    TO WS-QD-H1-DATE
            MOVE WS-QD-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-QD-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       H0001-EXIT.
            EXIT.

       D0001-READ-QUARANTINE.

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
                ADD 1 TO WS-QD-QUA-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-QUARANTINE - AGE THE HELD RECORD JUST READ
      *                        AND LOOK FOR A DISPOSITION ON ITS
      *                        COUNTRY CODE AND DATE. AN OPEN
      *                        DISPOSITION IS VALIDATED, APPLIED,
      *                        PRINTED AND AUDITED. A RECORD WITH
      *                        NO DISPOSITION, OR WHOSE DISPOSITION
      *                        WAS REFUSED, STAYS HELD AND IS
      *                        CARRIED FORWARD TO QUN001 WITH ITS
      *                        AGE. THE SECOND RECORD OF A DAY HELD
      *                        ON BOTH FIELDS FOLLOWS WHATEVER
      *                        BECAME OF THE FIRST, WITHOUT POSTING
      *                        THE DAY TWICE.
      *----------------------------------------------------------
       E0001-PROC-QUARANTINE.

            PERFORM U0001-COMPUTE-AGE THRU U0001-EXIT

            SET WS-HOLD-NO       TO TRUE
            SET WS-DISP-FOUND-NO TO TRUE
            SET WS-DSP-IDX       TO 1

            IF WS-DSP-COUNT > ZERO
                SEARCH WS-DSP-TABLE
                   AT END
                        SET WS-DISP-FOUND-NO TO TRUE
                   WHEN WS-DT-CC(WS-DSP-IDX)   EQUAL QUA-CC AND
                        WS-DT-DATE(WS-DSP-IDX) EQUAL QUA-DATE
                        SET WS-DISP-FOUND-YES TO TRUE
                END-SEARCH
            END-IF

            IF WS-DISP-FOUND-NO
                SET WS-HOLD-YES TO TRUE
                PERFORM Q0002-PRINT-HELD THRU Q0002-EXIT
                GO TO E0001-CARRY
            END-IF

            MOVE WS-DT-ENTRY(WS-DSP-IDX) TO WS-CUR-DISP

            EVALUATE TRUE
               WHEN WS-DT-OPEN(WS-DSP-IDX)
                    PERFORM E0002-APPLY-DISPOSITION THRU E0002-EXIT
               WHEN WS-DT-APPLIED(WS-DSP-IDX)
                    SET WS-TRN-ACCEPTED  TO TRUE
                    SET WS-TRR-COMPANION TO TRUE
                    PERFORM Q0001-PRINT-RESULT THRU Q0001-EXIT
               WHEN OTHER
                    SET WS-HOLD-YES TO TRUE
                    PERFORM Q0002-PRINT-HELD THRU Q0002-EXIT
            END-EVALUATE
            .
       E0001-CARRY.

            IF WS-HOLD-YES
                ADD 1 TO WS-QD-HLD-CNT
                PERFORM O0001-WRITE-CARRY-FWD THRU O0001-EXIT
            END-IF

            PERFORM D0001-READ-QUARANTINE THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  E0002-APPLY-DISPOSITION - VALIDATE AND APPLY THE OPEN
      *                          DISPOSITION MATCHED TO THE HELD
      *                          RECORD, MARK IT APPLIED OR
      *                          REFUSED IN THE TABLE, PRINT ITS
      *                          RESULT LINE AND WRITE THE AUDIT
      *                          RECORD WITH THE BEFORE AND AFTER
      *                          MASTER IMAGES. A REFUSED
      *                          DISPOSITION LEAVES THE RECORD HELD.
      *----------------------------------------------------------
       E0002-APPLY-DISPOSITION.

            SET WS-TRN-ACCEPTED TO TRUE
            SET WS-TRR-NONE     TO TRUE
            MOVE SPACES         TO WS-BEFORE-IMAGE
            MOVE SPACES         TO WS-AFTER-IMAGE

            PERFORM V0001-VALIDATE-DISP THRU V0001-EXIT

            IF WS-TRN-ACCEPTED
                EVALUATE WS-CD-ACTION
                   WHEN 'R'
                   WHEN 'A'
                        PERFORM T0001-APPLY-POST THRU T0001-EXIT
                   WHEN 'D'
                        PERFORM T0002-APPLY-DISCARD THRU T0002-EXIT
                END-EVALUATE
            END-IF

            IF WS-TRN-ACCEPTED
                SET WS-DT-APPLIED(WS-DSP-IDX) TO TRUE
                IF WS-TRR-NONE
                    MOVE WS-CD-REASON TO WS-TRN-REASON
                END-IF
            ELSE
                SET WS-DT-REFUSED(WS-DSP-IDX) TO TRUE
                SET WS-HOLD-YES TO TRUE
                ADD 1 TO WS-QD-REJ-CNT
            END-IF

            MOVE WS-TRN-RESULT  TO WS-DT-RESULT(WS-DSP-IDX)
            MOVE WS-TRN-REASON  TO WS-DT-OUT-RSN(WS-DSP-IDX)

            PERFORM Q0001-PRINT-RESULT THRU Q0001-EXIT
            PERFORM R0001-WRITE-AUDIT THRU R0001-EXIT
            .
       E0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0001-REPORT-UNMATCHED - AFTER THE LAST HELD RECORD,
      *                          PRINT AND AUDIT EVERY DISPOSITION
      *                          THAT NEVER MET ONE: ITS KEY WAS
      *                          NOT IN QUARANTINE, OR IT DUPLICATED
      *                          AN EARLIER DISPOSITION FOR THE KEY.
      *----------------------------------------------------------
       F0001-REPORT-UNMATCHED.

            SET WS-DSP-IDX TO WS-DSP-SUB

            IF WS-DT-APPLIED(WS-DSP-IDX) OR
               WS-DT-REFUSED(WS-DSP-IDX)
                GO TO F0001-EXIT
            END-IF

            MOVE WS-DT-ENTRY(WS-DSP-IDX) TO WS-CUR-DISP
            MOVE SPACES         TO WS-BEFORE-IMAGE
            MOVE SPACES         TO WS-AFTER-IMAGE
            SET WS-TRN-REJECTED TO TRUE

            IF WS-DT-OPEN(WS-DSP-IDX)
                SET WS-TRR-NOT-HELD TO TRUE
            ELSE
                SET WS-TRR-DUP-TRANS TO TRUE
            END-IF

            ADD 1 TO WS-QD-REJ-CNT

            PERFORM Q0003-PRINT-UNMATCHED THRU Q0003-EXIT
            PERFORM R0001-WRITE-AUDIT THRU R0001-EXIT
            .
       F0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  V0001-VALIDATE-DISP - EDIT THE DISPOSITION BEFORE IT
      *                       TOUCHES THE MASTER: THE ACTION MUST
      *                       BE R (RELEASE), A (AMEND) OR D
      *                       (DISCARD), A USER ID IS REQUIRED ON
      *                       EVERY ONE, A DISCARD MUST SAY WHY, A
      *                       RELEASE OR AMEND NEEDS THE HELD
      *                       MASTER IMAGE, AND AN AMEND MUST
      *                       CARRY AT LEAST ONE VALID CORRECTED
      *                       COUNT. A BLANK COUNT ON AN AMEND
      *                       POSTS THAT FIELD AS REPORTED.
      *----------------------------------------------------------
       V0001-VALIDATE-DISP.

            IF WS-CD-ACTION NOT EQUAL 'R' AND
               WS-CD-ACTION NOT EQUAL 'A' AND
               WS-CD-ACTION NOT EQUAL 'D'
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-BAD-ACTION TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF WS-CD-USER EQUAL SPACES
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-NO-USER  TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF WS-CD-ACTION EQUAL 'D'
                IF WS-CD-REASON EQUAL SPACES
                    SET WS-TRN-REJECTED  TO TRUE
                    SET WS-TRR-NO-REASON TO TRUE
                END-IF
                GO TO V0001-EXIT
            END-IF

            IF QUA-MST-IMAGE EQUAL SPACES
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-NO-IMAGE TO TRUE
                GO TO V0001-EXIT
            END-IF

            MOVE SPACES TO WS-APPLY-VALUES

            IF WS-CD-ACTION NOT EQUAL 'A'
                GO TO V0001-EXIT
            END-IF

            MOVE ZERO   TO WS-VAL-APPLY-CNT
            SET WS-VALID-YES TO TRUE

            MOVE WS-CD-NEW-CNFRM TO WS-NUM-IN
            PERFORM V0005-VALIDATE-VALUE THRU V0005-EXIT
            MOVE WS-NUM-CANON    TO WS-VAL-NEW-CNFRM

            MOVE WS-CD-TOT-CNFRM TO WS-NUM-IN
            PERFORM V0005-VALIDATE-VALUE THRU V0005-EXIT
            MOVE WS-NUM-CANON    TO WS-VAL-TOT-CNFRM

            MOVE WS-CD-NEW-DEATH TO WS-NUM-IN
            PERFORM V0005-VALIDATE-VALUE THRU V0005-EXIT
            MOVE WS-NUM-CANON    TO WS-VAL-NEW-DEATH

            MOVE WS-CD-TOT-DEATH TO WS-NUM-IN
            PERFORM V0005-VALIDATE-VALUE THRU V0005-EXIT
            MOVE WS-NUM-CANON    TO WS-VAL-TOT-DEATH

            MOVE WS-CD-NEW-RECVR TO WS-NUM-IN
            PERFORM V0005-VALIDATE-VALUE THRU V0005-EXIT
            MOVE WS-NUM-CANON    TO WS-VAL-NEW-RECVR

            MOVE WS-CD-TOT-RECVR TO WS-NUM-IN
            PERFORM V0005-VALIDATE-VALUE THRU V0005-EXIT
            MOVE WS-NUM-CANON    TO WS-VAL-TOT-RECVR

            IF WS-VALID-NO
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-BAD-VALUE TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF WS-VAL-APPLY-CNT EQUAL ZERO
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-NO-VALUES TO TRUE
            END-IF
            .
       V0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  V0005-VALIDATE-VALUE - EDIT ONE CORRECTED COUNT TOKEN. AN
      *                       ALL-SPACE TOKEN MEANS POST THE FIELD
      *                       AS REPORTED AND CANONS TO SPACES;
      *                       ANYTHING ELSE MUST BE AN OPTIONALLY-
      *                       SIGNED STRING OF UP TO 6 DIGITS AND
      *                       CANONS TO THE SIGN + 6-DIGIT ZERO-
      *                       PADDED SHAPE THE MASTER FIELDS CARRY,
      *                       THE SAME EDIT MASTER MAINTENANCE
      *                       APPLIES.
      *----------------------------------------------------------
       V0005-VALIDATE-VALUE.

            MOVE 7 TO WS-NUM-LEN

            PERFORM V0006-TRIM-TRAIL-SPACE THRU V0006-EXIT
                    UNTIL WS-NUM-LEN EQUAL ZERO
                       OR WS-NUM-IN(WS-NUM-LEN:1) NOT EQUAL SPACE

            IF WS-NUM-LEN EQUAL ZERO
                MOVE SPACES TO WS-NUM-CANON
                GO TO V0005-EXIT
            END-IF

            ADD 1 TO WS-VAL-APPLY-CNT

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
            .
       V0005-EXIT.
            EXIT.

       V0006-TRIM-TRAIL-SPACE.

            SUBTRACT 1 FROM WS-NUM-LEN
            .
       V0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0001-READ-MASTER-KEYED - RANDOM-READ THE MASTER FOR THE
      *                       HELD RECORD'S KEY, SAVING THE BEFORE
      *                       IMAGE WHEN FOUND.
      *----------------------------------------------------------
       I0001-READ-MASTER-KEYED.

            SET WS-MST-FOUND-NO TO TRUE

            MOVE QUA-CC   TO MST-KEY-CC
            MOVE QUA-DATE TO MST-KEY-DATE

            READ MST001
                INVALID KEY CONTINUE
            END-READ

            EVALUATE TRUE
               WHEN WS-MST-STAT EQUAL ZEROES
                    SET WS-MST-FOUND-YES TO TRUE
                    MOVE MASTER-REC TO WS-BEFORE-IMAGE
               WHEN WS-MST-STAT EQUAL '23'
                    CONTINUE
               WHEN OTHER
                    SET WS-MSG-RD-MS TO TRUE
                    MOVE WS-MST-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE
            .
       I0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-APPLY-POST - POST THE HELD DAY TO THE MASTER, AS
      *                    REPORTED FOR A RELEASE OR WITH THE
      *                    CORRECTED COUNTS LAID OVER IT FOR AN
      *                    AMEND. A DAY ALREADY ON THE MASTER WAS
      *                    POSTED SINCE IT WAS HELD (A RERUN OR A
      *                    RESUBMISSION) AND IS NOT OVERWRITTEN;
      *                    THE DISPOSITION IS REFUSED AND THE
      *                    RECORD STAYS HELD UNTIL IT IS DISCARDED.
      *                    A DAY IN A CLOSED MONTH IS REFUSED THE
      *                    SAME WAY, AND STAYS HELD, UNLESS THE RUN
      *                    CARRIES AN AUTHORISED OVERRIDE ID; A DAY
      *                    POSTED UNDER ONE IS RECORDED ON THE
      *                    PERIOD AUDIT FILE.
      *----------------------------------------------------------
       T0001-APPLY-POST.

            PERFORM I0001-READ-MASTER-KEYED THRU I0001-EXIT

            IF WS-MST-FOUND-YES
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-ON-MASTER TO TRUE
                GO TO T0001-EXIT
            END-IF

            MOVE QUA-DATE(1:7) TO WS-LOCK-MONTH
            PERFORM S0001-CHECK-PERIOD-LOCK THRU S0001-EXIT

            IF WS-LOCK-CLOSED-YES AND WS-LOCK-OVR-NO
                SET WS-TRN-REJECTED     TO TRUE
                SET WS-TRR-MONTH-CLOSED TO TRUE
                ADD 1 TO WS-QD-LOCK-CNT
                GO TO T0001-EXIT
            END-IF

            MOVE QUA-MST-IMAGE TO MASTER-REC

            IF WS-VAL-NEW-CNFRM NOT EQUAL SPACES
                MOVE WS-VAL-NEW-CNFRM TO MST-NEW-CNFRM
            END-IF

            IF WS-VAL-TOT-CNFRM NOT EQUAL SPACES
                MOVE WS-VAL-TOT-CNFRM TO MST-TOT-CNFRM
            END-IF

            IF WS-VAL-NEW-DEATH NOT EQUAL SPACES
                MOVE WS-VAL-NEW-DEATH TO MST-NEW-DEATH
            END-IF

            IF WS-VAL-TOT-DEATH NOT EQUAL SPACES
                MOVE WS-VAL-TOT-DEATH TO MST-TOT-DEATH
            END-IF

            IF WS-VAL-NEW-RECVR NOT EQUAL SPACES
                MOVE WS-VAL-NEW-RECVR TO MST-NEW-RECVR
            END-IF

            IF WS-VAL-TOT-RECVR NOT EQUAL SPACES
                MOVE WS-VAL-TOT-RECVR TO MST-TOT-RECVR
            END-IF

            MOVE MASTER-REC TO WS-AFTER-IMAGE

            WRITE MASTER-REC
                INVALID KEY CONTINUE
            END-WRITE

            IF WS-MST-STAT NOT EQUAL ZEROES
                SET WS-MSG-WR-MS TO TRUE
                MOVE WS-MST-STAT TO WS-ERR-CDE
                SET WS-PROC-WRTM TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE SPACES          TO JOURNAL-REC
            SET JNL-ADD          TO TRUE
            MOVE MST-KEY         TO JNL-KEY
            MOVE WS-AFTER-IMAGE  TO JNL-AFTER-IMAGE
            PERFORM O0002-WRITE-JOURNAL THRU O0002-EXIT

            IF WS-LOCK-OVR-YES
                MOVE QUA-CC                    TO WS-LOCK-CC
                MOVE QUA-DATE                  TO WS-LOCK-DATE
                MOVE 'APPLIED '                TO WS-LOCK-RESULT
                MOVE 'CLOSED MONTH RELEASED'   TO WS-LOCK-REASON
                PERFORM S0002-WRITE-PERIOD-AUDIT THRU S0002-EXIT
                ADD 1 TO WS-QD-OVR-CNT
            END-IF

            IF WS-CD-ACTION EQUAL 'A'
                ADD 1 TO WS-QD-AMD-CNT
            ELSE
                ADD 1 TO WS-QD-REL-CNT
            END-IF
            .
       T0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0002-APPLY-DISCARD - DROP THE HELD DAY. NOTHING REACHES
      *                       THE MASTER; THE AUDIT RECORD CARRIES
      *                       THE DISCARD REASON AND BLANK IMAGES.
      *----------------------------------------------------------
       T0002-APPLY-DISCARD.

            ADD 1 TO WS-QD-DSC-CNT
            .
       T0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0001-COMPUTE-AGE - SET QUA-AGE-DAYS TO THE CALENDAR DAYS
      *                     FROM THE DATE THE RECORD WAS FIRST HELD
      *                     TO THE RUN DATE. A RECORD WITH NO
      *                     USABLE HOLD DATE IS TREATED AS HELD
      *                     TODAY. THE COUNT STOPS AT 9999.
      *----------------------------------------------------------
       U0001-COMPUTE-AGE.

            MOVE ZERO TO WS-AGE-CNT

            IF QUA-QUAR-DATE(1:4)  IS NOT NUMERIC OR
               QUA-QUAR-DATE(5:1)  NOT EQUAL '-'  OR
               QUA-QUAR-DATE(6:2)  IS NOT NUMERIC OR
               QUA-QUAR-DATE(8:1)  NOT EQUAL '-'  OR
               QUA-QUAR-DATE(9:2)  IS NOT NUMERIC
                MOVE WS-RUN-DATE-ISO TO QUA-QUAR-DATE
            END-IF

            MOVE QUA-QUAR-DATE(1:4) TO WS-AGE-CCYY
            MOVE QUA-QUAR-DATE(6:2) TO WS-AGE-MM
            MOVE QUA-QUAR-DATE(9:2) TO WS-AGE-DD

            PERFORM U0002-INC-ONE-DAY THRU U0002-EXIT
                    UNTIL WS-AGE-DATE-9 NOT < WS-RUN-DATE
                       OR WS-AGE-CNT EQUAL 9999

            MOVE WS-AGE-CNT TO QUA-AGE-DAYS
            .
       U0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0002-INC-ONE-DAY - STEP WS-AGE-DATE-N FORWARD ONE
      *                     CALENDAR DAY, ROLLING THE MONTH AND
      *                     YEAR, AND COUNT THE DAY.
      *----------------------------------------------------------
       U0002-INC-ONE-DAY.

            ADD 1 TO WS-AGE-CNT

            PERFORM U0003-DAYS-IN-MONTH THRU U0003-EXIT

            IF WS-AGE-DD < WS-AGE-DIM
                ADD 1 TO WS-AGE-DD
                GO TO U0002-EXIT
            END-IF

            MOVE 1 TO WS-AGE-DD

            IF WS-AGE-MM EQUAL 12
                ADD 1 TO WS-AGE-CCYY
                MOVE 1 TO WS-AGE-MM
            ELSE
                ADD 1 TO WS-AGE-MM
            END-IF
            .
       U0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  U0003-DAYS-IN-MONTH - SET WS-AGE-DIM TO THE DAY COUNT OF
      *                       WS-AGE-MM IN WS-AGE-CCYY. A CENTURY
      *                       YEAR ONLY LEAPS WHEN DIVISIBLE BY
      *                       400.
      *----------------------------------------------------------
       U0003-DAYS-IN-MONTH.

            EVALUATE WS-AGE-MM
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                    MOVE 31 TO WS-AGE-DIM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                    MOVE 30 TO WS-AGE-DIM
               WHEN 2
                    SET WS-LEAP-NO TO TRUE
                    DIVIDE WS-AGE-CCYY BY 4
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-YES TO TRUE
                    END-IF
                    DIVIDE WS-AGE-CCYY BY 100
                            GIVING WS-LEAP-QUOT
                            REMAINDER WS-LEAP-REM
                    IF WS-LEAP-REM EQUAL ZERO
                        SET WS-LEAP-NO TO TRUE
                        DIVIDE WS-AGE-CCYY BY 400
                                GIVING WS-LEAP-QUOT
                                REMAINDER WS-LEAP-REM
                        IF WS-LEAP-REM EQUAL ZERO
                            SET WS-LEAP-YES TO TRUE
                        END-IF
                    END-IF
                    IF WS-LEAP-YES
                        MOVE 29 TO WS-AGE-DIM
                    ELSE
                        MOVE 28 TO WS-AGE-DIM
                    END-IF
               WHEN OTHER
                    MOVE 31 TO WS-AGE-DIM
            END-EVALUATE
            .
       U0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0001-PRINT-RESULT - PRINT A HELD RECORD WITH THE
      *                      DISPOSITION APPLIED TO IT AND ITS
      *                      RESULT ON THE ACTIVITY REPORT.
      *----------------------------------------------------------
       Q0001-PRINT-RESULT.

            PERFORM Q0004-SET-ACTION THRU Q0004-EXIT

            MOVE QUA-CC         TO WS-QD-DT-CODE
            MOVE QUA-DATE       TO WS-QD-DT-DATE
            MOVE QUA-FIELD      TO WS-QD-DT-FIELD
            MOVE QUA-REPORTED   TO WS-QD-DT-REPORTED
            MOVE QUA-AGE-DAYS   TO WS-QD-DT-AGE
            MOVE WS-CD-USER     TO WS-QD-DT-USER
            MOVE WS-TRN-RESULT  TO WS-QD-DT-RESULT
            MOVE WS-TRN-REASON  TO WS-QD-DT-REASON
            MOVE WS-QD-DETAIL   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0002-PRINT-HELD - PRINT A RECORD THAT STAYS IN
      *                    QUARANTINE, WITH ITS AGE.
      *----------------------------------------------------------
       Q0002-PRINT-HELD.

            MOVE 'HELD'         TO WS-QD-DT-ACTION
            MOVE QUA-CC         TO WS-QD-DT-CODE
            MOVE QUA-DATE       TO WS-QD-DT-DATE
            MOVE QUA-FIELD      TO WS-QD-DT-FIELD
            MOVE QUA-REPORTED   TO WS-QD-DT-REPORTED
            MOVE QUA-AGE-DAYS   TO WS-QD-DT-AGE
            MOVE SPACES         TO WS-QD-DT-USER
            MOVE SPACES         TO WS-QD-DT-RESULT
            MOVE SPACES         TO WS-QD-DT-REASON

            IF WS-DISP-FOUND-YES
                MOVE WS-DT-RESULT(WS-DSP-IDX)  TO WS-QD-DT-RESULT
                MOVE WS-DT-OUT-RSN(WS-DSP-IDX) TO WS-QD-DT-REASON
            END-IF

            MOVE WS-QD-DETAIL   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0003-PRINT-UNMATCHED - PRINT A DISPOSITION THAT NEVER
      *                         MET A HELD RECORD.
      *----------------------------------------------------------
       Q0003-PRINT-UNMATCHED.

            PERFORM Q0004-SET-ACTION THRU Q0004-EXIT

            MOVE WS-CD-CC       TO WS-QD-DT-CODE
            MOVE WS-CD-DATE     TO WS-QD-DT-DATE
            MOVE SPACES         TO WS-QD-DT-FIELD
            MOVE SPACES         TO WS-QD-DT-REPORTED-X
            MOVE SPACES         TO WS-QD-DT-AGE-X
            MOVE WS-CD-USER     TO WS-QD-DT-USER
            MOVE WS-TRN-RESULT  TO WS-QD-DT-RESULT
            MOVE WS-TRN-REASON  TO WS-QD-DT-REASON
            MOVE WS-QD-DETAIL   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0003-EXIT.
            EXIT.

       Q0004-SET-ACTION.

            EVALUATE WS-CD-ACTION
               WHEN 'R'    MOVE 'RELEASE' TO WS-QD-DT-ACTION
               WHEN 'A'    MOVE 'AMEND'   TO WS-QD-DT-ACTION
               WHEN 'D'    MOVE 'DISCARD' TO WS-QD-DT-ACTION
               WHEN OTHER  MOVE WS-CD-ACTION TO WS-QD-DT-ACTION
            END-EVALUATE
            .
       Q0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-WRITE-AUDIT - RECORD WHO DISPOSED OF WHICH HELD
      *                     DAY, WHEN, HOW AND WHY, AND WHETHER IT
      *                     TOOK, WITH THE BEFORE AND AFTER MASTER
      *                     RECORD IMAGES, ON THE APPEND-ONLY
      *                     DISPOSITION AUDIT FILE.
      *----------------------------------------------------------
       R0001-WRITE-AUDIT.

           MOVE WS-RUN-DATE-ISO    TO MAU-DATE
           MOVE WS-RUN-TIME-DSP    TO MAU-TIME
           MOVE WS-CD-USER         TO MAU-USER
           MOVE WS-CD-ACTION       TO MAU-ACTION
           MOVE WS-CD-CC           TO MAU-CC
           MOVE WS-CD-DATE         TO MAU-KEY-DATE
           MOVE WS-TRN-RESULT      TO MAU-RESULT
           MOVE WS-TRN-REASON      TO MAU-REASON
           MOVE WS-BEFORE-IMAGE    TO MAU-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO MAU-AFTER-IMAGE

           WRITE MASTER-AUDIT-REC.

           IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTA TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       R0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  O0001-WRITE-CARRY-FWD - WRITE A RECORD THAT STAYS HELD,
      *                         WITH ITS UPDATED AGE, TO THE NEW
      *                         QUARANTINE FILE THE NEXT
      *                         DISPOSITION RUN READS.
      *----------------------------------------------------------
       O0001-WRITE-CARRY-FWD.

           WRITE NEW-QUARANTINE-REC FROM QUARANTINE-REC.

           IF WS-QUN-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-QN TO TRUE
               MOVE WS-QUN-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTQ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       O0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  O0002-WRITE-JOURNAL - APPEND ONE MASTER CHANGE TO THE
      *                      CHANGE JOURNAL. THE CALLER HAS SET THE
      *                      ACTION, THE KEY AND THE BEFORE AND
      *                      AFTER IMAGES; THE RUN STAMP AND THE
      *                      SEQUENCE NUMBER GO ON HERE.
      *----------------------------------------------------------
       O0002-WRITE-JOURNAL.

           ADD 1                   TO WS-JNL-SEQ
           MOVE 'CBL0023 '         TO JNL-PROGRAM
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

      *----------------------------------------------------------
      *  S0001-CHECK-PERIOD-LOCK - SEARCH THE CLOSED-MONTH TABLE
      *                      FOR WS-LOCK-MONTH (CCYY-MM OF THE HELD
      *                      DAY). A CLOSED MONTH MAY STILL BE
      *                      POSTED WHEN THE RUN CARRIES AN
      *                      AUTHORISED OVERRIDE ID; THE CALLER
      *                      REFUSES THE DISPOSITION OTHERWISE.
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
      *                      ADDED UNDER IT, OR THE REFUSAL OF AN
      *                      ID THAT IS NOT AUTHORISED.
      *----------------------------------------------------------
       S0002-WRITE-PERIOD-AUDIT.

           MOVE SPACES             TO PERIOD-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO PAU-DATE
           MOVE WS-RUN-TIME-DSP    TO PAU-TIME
           MOVE 'CBL0023 '         TO PAU-PROGRAM
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

       P0001-PRINT-REC.

           WRITE DISP-RPT-REC FROM WS-PRINT-REPORT.

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
      *                      IN THE CHAIN WRITES TO, SO OPERATIONS
      *                      VERIFIES THE WHOLE STREAM FROM ONE
      *                      FILE.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0023 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-QD-QUA-CNT      TO LDG-IN-CNT
            COMPUTE LDG-OUT-CNT = WS-QD-REL-CNT + WS-QD-AMD-CNT
            MOVE WS-QD-REJ-CNT      TO LDG-REJ-CNT
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

            CLOSE QUA001.

            IF WS-QUA-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-QUA-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE DSP001.

            IF WS-TRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
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

            CLOSE QUN001.

            IF WS-QUN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-QUN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE QAU001.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE QDR001.

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
      *                    TRAILER SHOWING THE HELD RECORDS READ,
      *                    WHAT BECAME OF THEM, AND THE
      *                    DISPOSITIONS REFUSED.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  QUARANTINE DISPOSITION CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  HELD RECORDS READ:  ' WS-QD-QUA-CNT.
            DISPLAY '  DISPOSITIONS READ:  ' WS-QD-TRN-CNT.
            DISPLAY '  DAYS RELEASED:      ' WS-QD-REL-CNT.
            DISPLAY '  DAYS AMENDED:       ' WS-QD-AMD-CNT.
            DISPLAY '  DAYS DISCARDED:     ' WS-QD-DSC-CNT.
            DISPLAY '  RECORDS STILL HELD: ' WS-QD-HLD-CNT.
            DISPLAY '  REJECTED:           ' WS-QD-REJ-CNT.
            DISPLAY '  CLOSED MTH REJECTS: ' WS-QD-LOCK-CNT.
            DISPLAY '  CLOSED MTH OVERRIDE:' WS-QD-OVR-CNT.
            DISPLAY '  JOURNAL RECORDS:    ' WS-JNL-SEQ.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
