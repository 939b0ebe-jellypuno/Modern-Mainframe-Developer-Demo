              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-QUA-STAT.

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

             SELECT JNL001 ASSIGN TO JNLDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-JNL-STAT.

      *-------------
       DATA DIVISION.
      *-------------
       COPY LDGREC01.
      *
       FD  QUA001 RECORDING MODE F
               RECORD CONTAINS 436 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS QUARANTINE-REC.
       COPY QUAREC01.
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
       FD  JNL001 RECORDING MODE F
               RECORD CONTAINS 420 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS JOURNAL-REC.
       COPY JNLREC01.

      *
       WORKING-STORAGE SECTION.
               88  WS-REJ-SHORT-REC          VALUE '03'.
               88  WS-REJ-DUPLICATE          VALUE '04'.
               88  WS-REJ-BAD-JSON           VALUE '05'.
               88  WS-REJ-BAD-COUNTRY        VALUE '06'.
               88  WS-REJ-CLOSED-PERIOD      VALUE '07'.
           05  WS-REJ-REASON-TXT   PIC X(30).
               88  WS-RRT-NOT-QUOTED
                      VALUE 'RECORD NOT QUOTE-DELIMITED'.
                      VALUE 'DUPLICATE COUNTRY/DATE'.
               88  WS-RRT-BAD-JSON
                      VALUE 'JSON RECORD NOT PARSEABLE'.
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

       01  WS-WATCHLIST.
           05  WS-WL-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-PARM-END-DATE    PIC X(10).
           05  WS-PARM-TOLERANCE   PIC X(08).
           05  WS-PARM-SPIKE       PIC X(08).
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
           05  WS-CT-LOCK-CNT      PIC 9(08) VALUE ZERO.
           05  WS-CT-OVR-CNT       PIC 9(08) VALUE ZERO.

       01  WS-CLOSED-MONTHS.
           05  WS-CM-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-CM-TABLE OCCURS 1 TO 600 TIMES
                           DEPENDING ON WS-CM-COUNT
                           INDEXED BY WS-CM-IDX.
               10  WS-CM-MONTH     PIC X(07).

       01  WS-JOURNAL-CONTROLS.
           05  WS-JNL-SEQ          PIC 9(08) VALUE ZERO.

       01  WS-RUN-STATUS-CONTROLS.
           05  WS-RUN-SEVERITY     PIC 9(02) VALUE ZERO.
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

                    WS-PARM-END-DATE
                    WS-PARM-TOLERANCE
                    WS-PARM-SPIKE
                    WS-PARM-OVERRIDE

            IF WS-PARM-RESTART IS NUMERIC
                MOVE WS-PARM-RESTART TO WS-RESTART-COUNT
                MOVE WS-PARM-SPIKE TO WS-SPK-FACTOR
            END-IF

            SET WS-CTL-EOF-NO TO TRUE
            IF WS-PER-OPEN-YES
                PERFORM G0005-READ-PER-FILE THRU G0005-EXIT
                PERFORM G0006-LOAD-PERIODS THRU G0006-EXIT
                        UNTIL WS-CTL-EOF-YES
            END-IF

            PERFORM S0004-CHECK-OVERRIDE-ID THRU S0004-EXIT

            IF WS-RESTART-COUNT > ZERO
                DISPLAY 'RESTARTING - SKIPPING TO RECORD: '
                         WS-RESTART-COUNT
       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0005-READ-PER-FILE - READ ONE RECORD FROM THE MASTER
      *                        PERIOD-CONTROL FILE.
      *----------------------------------------------------------
       G0005-READ-PER-FILE.

            READ PER001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-PER-STAT NOT EQUAL ZEROES AND
               WS-PER-STAT NOT EQUAL '10'
               SET WS-MSG-RD-PE TO TRUE
               MOVE WS-PER-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0006-LOAD-PERIODS - KEEP EACH CLOSED MONTH IN THE
      *                       IN-MEMORY TABLE THE POSTING CHECK
      *                       SEARCHES, NOTE WHETHER THE OVERRIDE ID
      *                       ON THE PARM IS AN AUTHORISED ONE, AND
      *                       READ THE NEXT RECORD. OPEN MONTHS NEED
      *                       NO ENTRY.
      *----------------------------------------------------------
       G0006-LOAD-PERIODS.

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

            PERFORM G0005-READ-PER-FILE THRU G0005-EXIT
            .
       G0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - BUILD AND WRITE THE REPORT PAGE
      *                     HEADING LINES FOR OUT001.
                PERFORM S0001-CHECK-DATE-RANGE THRU S0001-EXIT
            END-IF.

            IF WS-VALID-YES AND WS-WL-FOUND-YES AND WS-DATE-IN-RANGE-YES
                MOVE UCR-TIMESTAMP(2:7) TO WS-LOCK-MONTH
                PERFORM S0002-CHECK-PERIOD-LOCK THRU S0002-EXIT
                IF WS-LOCK-CLOSED-YES AND WS-LOCK-OVR-NO
                    SET WS-VALID-NO           TO TRUE
                    SET WS-REJ-CLOSED-PERIOD  TO TRUE
                    SET WS-RRT-CLOSED-PERIOD  TO TRUE
                    ADD 1 TO WS-CT-LOCK-CNT
                    PERFORM Q0001-WRITE-REJEC THRU Q0001-EXIT
                END-IF
            END-IF.

            IF WS-VALID-YES
                ADD 1              TO WS-CT-PROC-CNT
                ADD UCR-NEW-CNFRM  TO WS-CT-SUM-NEW-CNFRM
       S0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0002-CHECK-PERIOD-LOCK - SEARCH THE CLOSED-MONTH TABLE
      *                      FOR WS-LOCK-MONTH (CCYY-MM OF THE
      *                      MASTER KEY DATE ABOUT TO BE POSTED).
      *                      A CLOSED MONTH MAY STILL BE POSTED
      *                      WHEN THE RUN CARRIES AN AUTHORISED
      *                      OVERRIDE ID; THE CALLER REFUSES THE
      *                      CHANGE OTHERWISE.
      *----------------------------------------------------------
       S0002-CHECK-PERIOD-LOCK.

            SET WS-LOCK-CLOSED-NO TO TRUE
            SET WS-LOCK-OVR-NO    TO TRUE

            IF WS-CM-COUNT EQUAL ZERO
                GO TO S0002-EXIT
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
       S0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0003-WRITE-PERIOD-AUDIT - RECORD USE OF THE PARM
      *                      OVERRIDE ID ON THE APPEND-ONLY PERIOD
      *                      AUDIT FILE: THE MONTH AND MASTER KEY
      *                      CHANGED UNDER IT, OR THE REFUSAL OF AN
      *                      ID THAT IS NOT AUTHORISED.
      *----------------------------------------------------------
       S0003-WRITE-PERIOD-AUDIT.

           MOVE SPACES             TO PERIOD-AUDIT-REC
           MOVE WS-RUN-DATE-ISO    TO PAU-DATE
           MOVE WS-RUN-TIME-DSP    TO PAU-TIME
           MOVE 'CBL0013 '         TO PAU-PROGRAM
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

       S0003-EXIT. EXIT.

      *----------------------------------------------------------
      *  S0004-CHECK-OVERRIDE-ID - AN OVERRIDE ID ON THE PARM THAT
      *                      IS NOT AUTHORISED ON THE PERIOD-CONTROL
      *                      FILE IS IGNORED, SO CLOSED MONTHS STAY
      *                      LOCKED FOR THE RUN. THE REFUSAL IS
      *                      AUDITED AND RAISES SEVERITY 4.
      *----------------------------------------------------------
       S0004-CHECK-OVERRIDE-ID.

            IF WS-PARM-OVERRIDE EQUAL SPACES OR WS-OVR-AUTH-YES
                GO TO S0004-EXIT
            END-IF

            DISPLAY 'OVERRIDE ID NOT AUTHORISED - IGNORED: '
                     WS-PARM-OVERRIDE

            MOVE SPACES                       TO WS-LOCK-MONTH
                                                 WS-LOCK-CC
                                                 WS-LOCK-DATE
            MOVE 'REJECTED'                   TO WS-LOCK-RESULT
            MOVE 'OVERRIDE ID NOT AUTHORISED' TO WS-LOCK-REASON
            PERFORM S0003-WRITE-PERIOD-AUDIT THRU S0003-EXIT

            MOVE 4 TO WS-NEW-SEVERITY
            PERFORM X0001-RAISE-SEVERITY THRU X0001-EXIT
            .
       S0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  L0001-CHECK-HOTSPOT - FLAG A PROCESSED RECORD ON THE
      *                       HOT-SPOT EXCEPTION FILE WHENEVER ITS
      *                      QUARANTINE FILE. QUA-FIELD AND
      *                      QUA-REPORTED ARE SET BY THE CALLER;
      *                      THE EXPECTED RANGE IS THE LIMIT PAIR
      *                      JUST COMPUTED. THE MASTER IMAGE THE
      *                      DAY WOULD HAVE POSTED AS RIDES ALONG
      *                      FOR THE DISPOSITION RUN.
      *----------------------------------------------------------
       L0004-WRITE-QUARANTINE.

           MOVE WS-SPK-LO-LIMIT      TO QUA-EXP-LO
           MOVE WS-SPK-LIMIT         TO QUA-EXP-HI

           PERFORM O0002-BUILD-MASTER-IMAGE THRU O0002-EXIT
           MOVE MASTER-REC           TO QUA-MST-IMAGE
           MOVE WS-RUN-DATE-ISO      TO QUA-QUAR-DATE
           MOVE ZERO                 TO QUA-AGE-DAYS

           WRITE QUARANTINE-REC

           IF WS-QUA-STAT NOT EQUAL ZEROES
      *  O0001-WRITE-MASTER - WRITE ONE RECORD TO THE INDEXED
      *                      HISTORICAL MASTER FILE, KEYED BY
      *                      COUNTRY CODE AND THE DATE PORTION OF
      *                      THE RECORD TIMESTAMP. THE RECORD ON
      *                      FILE, IF ANY, IS READ FIRST SO THE
      *                      CHANGE JOURNAL CARRIES ITS BEFORE
      *                      IMAGE.
      *----------------------------------------------------------
       O0001-WRITE-MASTER.

           PERFORM O0002-BUILD-MASTER-IMAGE THRU O0002-EXIT

           MOVE SPACES             TO JOURNAL-REC
           MOVE MST-KEY            TO JNL-KEY
           MOVE MASTER-REC         TO JNL-AFTER-IMAGE

           READ MST001
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
              WHEN WS-MST-STAT EQUAL ZEROES
                   SET JNL-REWRITE TO TRUE
                   MOVE MASTER-REC TO JNL-BEFORE-IMAGE
              WHEN WS-MST-STAT EQUAL '23'
                   SET JNL-ADD TO TRUE
              WHEN OTHER
                   SET WS-MSG-RD-MS TO TRUE
                   MOVE WS-MST-STAT TO WS-ERR-CDE
                   SET WS-PROC-READ TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-EVALUATE.

           MOVE JNL-AFTER-IMAGE    TO MASTER-REC

           WRITE MASTER-REC
               INVALID KEY
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           PERFORM O0003-WRITE-JOURNAL THRU O0003-EXIT.

           IF WS-LOCK-OVR-YES
               MOVE MST-KEY-CC                TO WS-LOCK-CC
               MOVE MST-KEY-DATE              TO WS-LOCK-DATE
               MOVE 'APPLIED '                TO WS-LOCK-RESULT
               MOVE 'CLOSED MONTH POSTED'     TO WS-LOCK-REASON
               PERFORM S0003-WRITE-PERIOD-AUDIT THRU S0003-EXIT
               ADD 1 TO WS-CT-OVR-CNT
           END-IF.

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
      *  R0001-WRITE-EXTRACT - WRITE ONE RECORD TO THE DELIMITED
      *                       KEY:VALUE TEXT EXTRACT FILE PICKED
      *                       COUNT SO A REPEAT REJECT KEEPS ITS
      *                       HISTORY; PROVIDER RECORDS HAVE NO
      *                       SUCH TOKEN AND LEAVE IT BLANK.
      *                       A RECORD THAT PASSES IS THEN HELD
      *                       AGAINST THE COUNTRY REFERENCE BY
      *                       F0010.
      *----------------------------------------------------------
       F0001-VALIDATE-REC.

            SET WS-VALID-YES TO TRUE

            PERFORM F0004-VALIDATE-STAGED THRU F0004-EXIT

            IF WS-VALID-YES
                PERFORM F0010-VALIDATE-COUNTRY THRU F0010-EXIT
            END-IF
            .
       F0001-EXIT.
            EXIT.
      *                       RECORDS NEVER CARRY A RECYCLE-COUNT
      *                       TOKEN - ONLY THE RECYCLE FILE DOES,
      *                       AND IT STAYS QUOTE-DELIMITED.
      *                       A RECORD THAT PASSES IS THEN HELD
      *                       AGAINST THE COUNTRY REFERENCE BY
      *                       F0010, AS THE OLD FORMAT IS.
      *----------------------------------------------------------
       F0005-VALIDATE-JSON-REC.

            END-IF

            PERFORM F0004-VALIDATE-STAGED THRU F0004-EXIT

            IF WS-VALID-YES
                PERFORM F0010-VALIDATE-COUNTRY THRU F0010-EXIT
            END-IF
            .
       F0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0010-VALIDATE-COUNTRY - LOOK THE COMMITTED COUNTRY CODE
      *                       UP ON THE COUNTRY REFERENCE MASTER.
      *                       A CODE NOT ON FILE OR RETIRED
      *                       REJECTS, AS DOES A FEED NAME THAT IS
      *                       NEITHER THE CODE'S OFFICIAL NAME NOR
      *                       ONE OF ITS ALTERNATES - THE SIGN OF
      *                       A RENAMED OR RE-USED CODE. ALL THREE
      *                       SHARE ONE REASON CODE SO THE RECYCLE
      *                       AND REPORTING PROGRAMS NEED NO NEW
      *                       CASE, AND THE REASON TEXT TELLS THEM
      *                       APART. THE FEED NAME ARRIVES QUOTED
      *                       AND THE REFERENCE HOLDS IT BARE, SO
      *                       THE QUOTES ARE STRIPPED AND BOTH
      *                       SIDES COMPARED IN UPPER CASE.
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
                    SET WS-REJ-BAD-COUNTRY   TO TRUE
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
                SET WS-REJ-BAD-COUNTRY   TO TRUE
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
                SET WS-REJ-BAD-COUNTRY   TO TRUE
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
      *  F0006-JSON-EXTRACT - FIND THE '"KEY":' PATTERN FOR THE
      *                      KEY NAMED IN WS-JSN-KEY AND CAPTURE
       W0008-EXIT.
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
           MOVE 'CBL0013 '         TO JNL-PROGRAM
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

           WRITE OUTPUT-REC FROM WS-PRINT-REPORT.
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

            CLOSE JNL001.

            IF WS-JNL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-JNL-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            PERFORM X0003-WRITE-RUN-STATUS THRU X0003-EXIT.

            IF WS-RST-OPEN-YES
            DISPLAY '  DUPLICATES REJECTED:' WS-CT-DUP-CNT.
            DISPLAY '  QUARANTINED SPIKES: ' WS-CT-QUA-CNT.
            DISPLAY '  MISSING WL CTRYS:   ' WS-CT-MISS-CNT.
            DISPLAY '  CLOSED MTH REJECTS: ' WS-CT-LOCK-CNT.
            DISPLAY '  CLOSED MTH OVERRIDE:' WS-CT-OVR-CNT.
            DISPLAY '  JOURNAL RECORDS:    ' WS-JNL-SEQ.
            DISPLAY '  RUN SEVERITY:       ' WS-RUN-SEVERITY.
            DISPLAY WS-ASTER.

