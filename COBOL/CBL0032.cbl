      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0032.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT JNL001 ASSIGN TO JNLDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-JNL-STAT.

             SELECT MST001 ASSIGN TO MSTDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MST-KEY
              FILE STATUS IS WS-MST-STAT.

             SELECT PIT001 ASSIGN TO PITDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-PIT-STAT.

             SELECT PIR001 ASSIGN TO PIRDD01
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

       FD  JNL001 RECORDING MODE F
               RECORD CONTAINS 420 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS JOURNAL-REC.
       COPY JNLREC01.
      *
       FD  MST001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS MASTER-REC.
       COPY MSTREC01.
      *
       FD  PIT001 RECORDING MODE F
               RECORD CONTAINS 181 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PIT-MASTER-REC.
       01  PIT-MASTER-REC         PIC X(181).
      *
       FD  PIR001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS PIT-REPORT-REC.
       01  PIT-REPORT-REC         PIC X(133).
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
      *  PARM: ASOF-DATE,ASOF-TIME. THE DATE IS CCYY-MM-DD AND
      *  REQUIRED. THE TIME IS HH:MM:SS AND DEFAULTS TO 23:59:59,
      *  THE END OF THE DAY. EVERY JOURNAL ENTRY STAMPED LATER
      *  THAN THE AS-OF POINT IS UNDONE.
      *----------------------------------------------------------
       01  WS-PARM-CARD            PIC X(80).
       01  WS-PARM-FIELDS.
           05  WS-PARM-ASOF-DATE   PIC X(10).
           05  WS-PARM-ASOF-TIME   PIC X(08).

       01  WS-ASOF-CONTROLS.
           05  WS-ASOF-STAMP.
               10  WS-ASOF-DATE    PIC X(10) VALUE SPACES.
               10  WS-ASOF-TIME    PIC X(08) VALUE '23:59:59'.
           05  WS-JNL-STAMP.
               10  WS-JS-DATE      PIC X(10) VALUE SPACES.
               10  WS-JS-TIME      PIC X(08) VALUE SPACES.
           05  WS-JNL-FIRST-STAMP.
               10  WS-JF-DATE      PIC X(10) VALUE SPACES.
               10  WS-JF-TIME      PIC X(08) VALUE SPACES.
           05  WS-VD-DATE          PIC X(10) VALUE SPACES.
           05  WS-VT-TIME          PIC X(08) VALUE SPACES.
           05  WS-DATE-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-DATE-OK-YES             VALUE 'YES'.
               88  WS-DATE-OK-NO              VALUE 'NO '.
           05  WS-TIME-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-TIME-OK-YES             VALUE 'YES'.
               88  WS-TIME-OK-NO              VALUE 'NO '.
           05  WS-PARM-OK-SW       PIC X(03) VALUE 'NO '.
               88  WS-PARM-OK-YES             VALUE 'YES'.
               88  WS-PARM-OK-NO              VALUE 'NO '.
           05  WS-JNL-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-JNL-OPEN-YES            VALUE 'YES'.
               88  WS-JNL-OPEN-NO             VALUE 'NO '.

      *----------------------------------------------------------
      *  ONE ENTRY FOR EVERY MASTER KEY THE JOURNAL SHOWS CHANGED
      *  AFTER THE AS-OF POINT. THE JOURNAL IS APPENDED IN THE
      *  ORDER THE CHANGES WERE MADE, SO THE BEFORE IMAGE OF THE
      *  FIRST LATER ENTRY FOR A KEY IS THE RECORD AS IT STOOD AT
      *  THE AS-OF POINT - ALL SPACES WHEN THE KEY WAS NOT ON THE
      *  MASTER THEN. LATER ENTRIES FOR THE KEY ARE ONLY COUNTED.
      *  SORTED BY KEY, THE TABLE IS MATCHED AGAINST THE MASTER
      *  IN ONE PASS OF EACH.
      *----------------------------------------------------------
       01  WS-UNDO-TABLE.
           05  WS-UD-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-UD-MAX           PIC 9(05) COMP VALUE 10000.
           05  WS-UD-I             PIC 9(05) COMP VALUE ZERO.
           05  WS-UD-J             PIC 9(05) COMP VALUE ZERO.
           05  WS-UD-LIMIT         PIC 9(05) COMP VALUE ZERO.
           05  WS-UD-PTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-UD-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON WS-UD-COUNT
                           INDEXED BY WS-UD-IDX.
               10  WS-UD-KEY.
                   15  WS-UD-CC    PIC X(04).
                   15  WS-UD-DATE  PIC X(10).
               10  WS-UD-PROGRAM   PIC X(08).
               10  WS-UD-JNL-DATE  PIC X(10).
               10  WS-UD-JNL-TIME  PIC X(08).
               10  WS-UD-ACTION    PIC X(01).
                   88  WS-UD-ADD              VALUE 'A'.
                   88  WS-UD-REWRITE          VALUE 'R'.
                   88  WS-UD-DELETE           VALUE 'D'.
               10  WS-UD-CHANGES   PIC 9(05).
               10  WS-UD-IMAGE     PIC X(181).

       01  WS-UNDO-CONTROLS.
           05  WS-UD-SWAP          PIC X(227).
           05  WS-UD-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-UD-FOUND-YES            VALUE 'YES'.
               88  WS-UD-FOUND-NO             VALUE 'NO '.
           05  WS-UD-FULL-SW       PIC X(03) VALUE 'NO '.
               88  WS-UD-FULL-YES             VALUE 'YES'.
               88  WS-UD-FULL-NO              VALUE 'NO '.

      *----------------------------------------------------------
      *  THE RECORD AS IT STOOD AT THE AS-OF POINT, LAID OUT AS
      *  FAR AS THE TOTAL CONFIRMED SHOWN ON THE REPORT.
      *----------------------------------------------------------
       01  WS-THEN-REC.
           05  WS-TH-KEY               PIC X(14).
           05  FILLER                  PIC X(100).
           05  WS-TH-NEW-CNFRM         PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  WS-TH-TOT-CNFRM         PIC S9(6)
                   SIGN LEADING SEPARATE CHARACTER.
           05  FILLER                  PIC X(53).

       01  WS-MATCH-CONTROLS.
           05  WS-M-KEY            PIC X(14).
           05  WS-T-KEY            PIC X(14).
           05  WS-MST-EOF-SW       PIC X(03) VALUE 'NO '.
               88  WS-MST-EOF-YES             VALUE 'YES'.
               88  WS-MST-EOF-NO              VALUE 'NO '.
           05  WS-ON-MASTER-SW     PIC X(03) VALUE 'NO '.
               88  WS-ON-MASTER-YES           VALUE 'YES'.
               88  WS-ON-MASTER-NO            VALUE 'NO '.

       01  WS-RECON-TOTALS.
           05  WS-RN-JNL-READ      PIC 9(08) VALUE ZERO.
           05  WS-RN-JNL-KEPT      PIC 9(08) VALUE ZERO.
           05  WS-RN-JNL-UNDONE    PIC 9(08) VALUE ZERO.
           05  WS-RN-MST-READ      PIC 9(08) VALUE ZERO.
           05  WS-RN-COPY-CNT      PIC 9(08) VALUE ZERO.
           05  WS-RN-SAME-CNT      PIC 9(08) VALUE ZERO.
           05  WS-RN-REVERTED      PIC 9(08) VALUE ZERO.
           05  WS-RN-REMOVED       PIC 9(08) VALUE ZERO.
           05  WS-RN-REINSTATED    PIC 9(08) VALUE ZERO.
           05  WS-RN-TRANSIENT     PIC 9(08) VALUE ZERO.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.
           05  WS-SECTION-SW       PIC X(01) VALUE 'K'.
               88  WS-SECTION-KEYS            VALUE 'K'.
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
       COPY OUREC020.

       01  WS-PRINT-REPORT             PIC X(133).

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT

            IF WS-PARM-OK-YES
                PERFORM D0001-READ-JOURNAL THRU D0001-EXIT
                PERFORM E0001-PROC-JOURNAL THRU E0001-EXIT
                        UNTIL WS-EOF-YES
                PERFORM E0002-CHECK-COVERAGE THRU E0002-EXIT
                IF WS-UD-FULL-NO
                    PERFORM S0001-SORT-UNDO THRU S0001-EXIT
                    PERFORM M0001-REBUILD-MASTER THRU M0001-EXIT
                    PERFORM R0001-PRINT-TOTALS THRU R0001-EXIT
                END-IF
            END-IF

            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  B0001-OPEN-FILES - A JOURNAL THAT HAS NEVER BEEN WRITTEN
      *                    IS NOT AN ERROR - NOTHING HAS BEEN
      *                    JOURNALED TO UNDO, AND THE COPY IS THE
      *                    MASTER AS IT STANDS.
      *----------------------------------------------------------
       B0001-OPEN-FILES.

            OPEN INPUT JNL001.

            IF WS-JNL-STAT EQUAL '35'
               DISPLAY 'JOURNAL FILE NOT FOUND - NO CHANGES TO UNDO'
               MOVE 4 TO WS-LDG-SEVERITY
            ELSE
               IF WS-JNL-STAT NOT EQUAL ZEROES
                  SET WS-MSG-OP-JN TO TRUE
                  MOVE WS-JNL-STAT TO WS-ERR-CDE
                  SET WS-PROC-OPEN TO TRUE
                  PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
               END-IF
               SET WS-JNL-OPEN-YES TO TRUE
            END-IF.

            OPEN INPUT MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT PIT001.

            IF WS-PIT-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-PT TO TRUE
               MOVE WS-PIT-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT PIR001.

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
      *  C0001-INIT-FILES - PARSE THE AS-OF PARM. A MISSING OR
      *                    MALFORMED DATE OR TIME ENDS THE RUN
      *                    WITH NO COPY WRITTEN - A COPY OF THE
      *                    MASTER AT THE WRONG MOMENT IS WORSE
      *                    THAN NONE.
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
               INTO WS-PARM-ASOF-DATE
                    WS-PARM-ASOF-TIME

            SET WS-PARM-OK-NO TO TRUE

            MOVE WS-PARM-ASOF-DATE TO WS-VD-DATE
            PERFORM V0001-VALIDATE-DATE THRU V0001-EXIT

            IF WS-DATE-OK-NO
                DISPLAY 'AS-OF DATE PARM MISSING OR NOT VALID: '
                        WS-PARM-ASOF-DATE
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO C0001-EXIT
            END-IF

            MOVE WS-PARM-ASOF-DATE TO WS-ASOF-DATE

            IF WS-PARM-ASOF-TIME NOT EQUAL SPACES
                MOVE WS-PARM-ASOF-TIME TO WS-VT-TIME
                PERFORM V0002-VALIDATE-TIME THRU V0002-EXIT
                IF WS-TIME-OK-NO
                    DISPLAY 'AS-OF TIME PARM NOT VALID: '
                            WS-PARM-ASOF-TIME
                    MOVE 8 TO WS-LDG-SEVERITY
                    GO TO C0001-EXIT
                END-IF
                MOVE WS-PARM-ASOF-TIME TO WS-ASOF-TIME
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
      *  V0002-VALIDATE-TIME - CONFIRM WS-VT-TIME IS SHAPED
      *                       HH:MM:SS ON A 24-HOUR CLOCK, THE
      *                       FORM THE JOURNAL IS STAMPED IN.
      *----------------------------------------------------------
       V0002-VALIDATE-TIME.

            SET WS-TIME-OK-YES TO TRUE

            IF WS-VT-TIME(1:2)  IS NOT NUMERIC OR
               WS-VT-TIME(3:1)  NOT EQUAL ':'  OR
               WS-VT-TIME(4:2)  IS NOT NUMERIC OR
               WS-VT-TIME(6:1)  NOT EQUAL ':'  OR
               WS-VT-TIME(7:2)  IS NOT NUMERIC
                SET WS-TIME-OK-NO TO TRUE
                GO TO V0002-EXIT
            END-IF

            IF WS-VT-TIME(1:2) > '23' OR WS-VT-TIME(4:2) > '59' OR
               WS-VT-TIME(7:2) > '59'
                SET WS-TIME-OK-NO TO TRUE
            END-IF
            .
       V0002-EXIT.
            EXIT.

       D0001-READ-JOURNAL.

            IF WS-JNL-OPEN-NO
                SET WS-EOF-YES TO TRUE
                GO TO D0001-EXIT
            END-IF.

            READ JNL001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-JNL-STAT NOT EQUAL ZEROES AND
               WS-JNL-STAT NOT EQUAL '10'
               SET WS-MSG-RD-JN TO TRUE
               MOVE WS-JNL-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-RN-JNL-READ
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-JOURNAL - KEEP THE JOURNAL ENTRY JUST READ
      *                      WHEN IT WAS MADE AFTER THE AS-OF
      *                      POINT. THE FIRST SUCH ENTRY FOR A KEY
      *                      OPENS ITS TABLE ENTRY WITH THE BEFORE
      *                      IMAGE; LATER ONES ONLY ADD TO ITS
      *                      COUNT. A FULL TABLE STOPS THE RUN - A
      *                      COPY MISSING SOME OF THE UNDOING
      *                      WOULD BE WRONG WITHOUT SAYING SO.
      *----------------------------------------------------------
       E0001-PROC-JOURNAL.

            IF WS-RN-JNL-READ EQUAL 1
                MOVE JNL-DATE TO WS-JF-DATE
                MOVE JNL-TIME TO WS-JF-TIME
            END-IF

            MOVE JNL-DATE TO WS-JS-DATE
            MOVE JNL-TIME TO WS-JS-TIME

            IF WS-JNL-STAMP NOT > WS-ASOF-STAMP
                ADD 1 TO WS-RN-JNL-KEPT
                GO TO E0001-READ-NEXT
            END-IF

            ADD 1 TO WS-RN-JNL-UNDONE

            PERFORM I0001-FIND-KEY THRU I0001-EXIT

            IF WS-UD-FOUND-YES
                ADD 1 TO WS-UD-CHANGES(WS-UD-IDX)
                GO TO E0001-READ-NEXT
            END-IF

            IF WS-UD-COUNT NOT < WS-UD-MAX
                DISPLAY 'UNDO TABLE FULL AT KEY ' JNL-KEY-CC
                        ' ' JNL-KEY-DATE ' - NO COPY WRITTEN'
                SET WS-UD-FULL-YES TO TRUE
                MOVE 8 TO WS-LDG-SEVERITY
                SET WS-EOF-YES TO TRUE
                GO TO E0001-EXIT
            END-IF

            ADD 1 TO WS-UD-COUNT
            SET WS-UD-IDX TO WS-UD-COUNT
            MOVE JNL-KEY          TO WS-UD-KEY(WS-UD-IDX)
            MOVE JNL-PROGRAM      TO WS-UD-PROGRAM(WS-UD-IDX)
            MOVE JNL-DATE         TO WS-UD-JNL-DATE(WS-UD-IDX)
            MOVE JNL-TIME         TO WS-UD-JNL-TIME(WS-UD-IDX)
            MOVE JNL-ACTION       TO WS-UD-ACTION(WS-UD-IDX)
            MOVE 1                TO WS-UD-CHANGES(WS-UD-IDX)
            MOVE JNL-BEFORE-IMAGE TO WS-UD-IMAGE(WS-UD-IDX)
            .
       E0001-READ-NEXT.

            PERFORM D0001-READ-JOURNAL THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  E0002-CHECK-COVERAGE - WARN WHEN THE JOURNAL CANNOT
      *                        VOUCH FOR THE WHOLE SPAN FROM THE
      *                        AS-OF POINT TO NOW. CHANGES MADE
      *                        BEFORE JOURNALING BEGAN CANNOT BE
      *                        UNDONE, SO AN AS-OF POINT EARLIER
      *                        THAN THE FIRST ENTRY GIVES A COPY
      *                        THAT MAY STILL CARRY THEM.
      *----------------------------------------------------------
       E0002-CHECK-COVERAGE.

            IF WS-JNL-OPEN-NO
                GO TO E0002-EXIT
            END-IF

            IF WS-RN-JNL-READ EQUAL ZERO
                DISPLAY 'JOURNAL FILE IS EMPTY - NO CHANGES TO UNDO'
                IF WS-LDG-SEVERITY < 4
                    MOVE 4 TO WS-LDG-SEVERITY
                END-IF
                GO TO E0002-EXIT
            END-IF

            IF WS-JNL-FIRST-STAMP > WS-ASOF-STAMP
                DISPLAY 'AS-OF ' WS-ASOF-DATE ' ' WS-ASOF-TIME
                        ' IS BEFORE THE FIRST JOURNAL ENTRY '
                        WS-JF-DATE ' ' WS-JF-TIME
                DISPLAY 'CHANGES MADE BEFORE THAT ARE NOT UNDONE'
                IF WS-LDG-SEVERITY < 4
                    MOVE 4 TO WS-LDG-SEVERITY
                END-IF
            END-IF
            .
       E0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0001-FIND-KEY - LOOK THE JOURNAL ENTRY'S KEY UP IN THE
      *                  UNDO TABLE, LEAVING WS-UD-IDX ON THE
      *                  MATCH.
      *----------------------------------------------------------
       I0001-FIND-KEY.

            SET WS-UD-FOUND-NO TO TRUE

            IF WS-UD-COUNT EQUAL ZERO
                GO TO I0001-EXIT
            END-IF

            SET WS-UD-IDX TO 1

            SEARCH WS-UD-ENTRY
               AT END
                  SET WS-UD-FOUND-NO TO TRUE
               WHEN WS-UD-KEY(WS-UD-IDX) EQUAL JNL-KEY
                  SET WS-UD-FOUND-YES TO TRUE
            END-SEARCH
            .
       I0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  S0001-SORT-UNDO - SORT THE UNDO TABLE INTO MASTER KEY
      *                   ORDER, CODE THEN DATE.
      *----------------------------------------------------------
       S0001-SORT-UNDO.

            IF WS-UD-COUNT > 1
                COMPUTE WS-UD-LIMIT = WS-UD-COUNT - 1
                PERFORM S0002-SORT-PASS THRU S0002-EXIT
                        VARYING WS-UD-I FROM 1 BY 1
                        UNTIL WS-UD-I > WS-UD-LIMIT
            END-IF
            .
       S0001-EXIT.
            EXIT.

       S0002-SORT-PASS.

            COMPUTE WS-UD-J = WS-UD-I + 1

            PERFORM S0003-SORT-COMPARE THRU S0003-EXIT
                    UNTIL WS-UD-J > WS-UD-COUNT
            .
       S0002-EXIT.
            EXIT.

       S0003-SORT-COMPARE.

            IF WS-UD-KEY(WS-UD-J) < WS-UD-KEY(WS-UD-I)
                MOVE WS-UD-ENTRY(WS-UD-I) TO WS-UD-SWAP
                MOVE WS-UD-ENTRY(WS-UD-J) TO WS-UD-ENTRY(WS-UD-I)
                MOVE WS-UD-SWAP           TO WS-UD-ENTRY(WS-UD-J)
            END-IF

            ADD 1 TO WS-UD-J
            .
       S0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  M0001-REBUILD-MASTER - WALK THE MASTER AND THE SORTED
      *                        UNDO TABLE TOGETHER IN KEY ORDER,
      *                        WRITING THE POINT-IN-TIME COPY IN
      *                        THE MASTER'S OWN KEY ORDER. A MASTER
      *                        RECORD NOT IN THE TABLE IS COPIED AS
      *                        IT STANDS. AN EXHAUSTED SIDE COLLATES
      *                        HIGH SO THE OTHER SIDE RUNS OUT ON
      *                        ITS OWN.
      *----------------------------------------------------------
       M0001-REBUILD-MASTER.

            SET WS-SECTION-KEYS TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            MOVE 1 TO WS-UD-PTR
            SET WS-MST-EOF-NO TO TRUE

            MOVE LOW-VALUES TO MST-KEY

            START MST001 KEY NOT LESS THAN MST-KEY
                INVALID KEY SET WS-MST-EOF-YES TO TRUE
            END-START

            PERFORM D0002-READ-MASTER THRU D0002-EXIT

            PERFORM M0002-MATCH-ONE THRU M0002-EXIT
                    UNTIL WS-MST-EOF-YES AND
                          WS-UD-PTR > WS-UD-COUNT

            IF WS-UD-COUNT EQUAL ZERO
                MOVE 'NO CHANGES AFTER THE AS-OF POINT'
                                        TO WS-PN-SC-TITLE
                MOVE WS-PN-SECT         TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-IF
            .
       M0001-EXIT.
            EXIT.

       M0002-MATCH-ONE.

            IF WS-MST-EOF-YES
                MOVE HIGH-VALUES TO WS-M-KEY
            ELSE
                MOVE MST-KEY     TO WS-M-KEY
            END-IF

            IF WS-UD-PTR > WS-UD-COUNT
                MOVE HIGH-VALUES TO WS-T-KEY
            ELSE
                MOVE WS-UD-KEY(WS-UD-PTR) TO WS-T-KEY
            END-IF

            EVALUATE TRUE
               WHEN WS-M-KEY EQUAL WS-T-KEY
                    SET WS-ON-MASTER-YES TO TRUE
                    PERFORM T0001-UNDO-KEY THRU T0001-EXIT
                    ADD 1 TO WS-UD-PTR
                    PERFORM D0002-READ-MASTER THRU D0002-EXIT
               WHEN WS-M-KEY < WS-T-KEY
                    MOVE MASTER-REC TO PIT-MASTER-REC
                    PERFORM O0001-WRITE-COPY THRU O0001-EXIT
                    ADD 1 TO WS-RN-SAME-CNT
                    PERFORM D0002-READ-MASTER THRU D0002-EXIT
               WHEN OTHER
                    SET WS-ON-MASTER-NO TO TRUE
                    PERFORM T0001-UNDO-KEY THRU T0001-EXIT
                    ADD 1 TO WS-UD-PTR
            END-EVALUATE
            .
       M0002-EXIT.
            EXIT.

       D0002-READ-MASTER.

            IF WS-MST-EOF-YES
                GO TO D0002-EXIT
            END-IF

            READ MST001 NEXT RECORD
              AT END SET WS-MST-EOF-YES TO TRUE.

            IF WS-MST-STAT NOT EQUAL ZEROES AND
               WS-MST-STAT NOT EQUAL '10'
               SET WS-MSG-RD-MS TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-MST-EOF-NO
                ADD 1 TO WS-RN-MST-READ
            END-IF.

       D0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-UNDO-KEY - PUT ONE CHANGED KEY BACK AS IT STOOD AT
      *                  THE AS-OF POINT AND PRINT WHAT WAS DONE:
      *                    REVERTED   - ON THE MASTER NOW AND THEN,
      *                                 COPIED FROM THE BEFORE
      *                                 IMAGE
      *                    REMOVED    - ADDED SINCE, LEFT OUT
      *                    REINSTATED - DELETED SINCE, COPIED FROM
      *                                 THE BEFORE IMAGE
      *                    TRANSIENT  - ADDED AND DELETED SINCE, ON
      *                                 THE MASTER NEITHER NOW NOR
      *                                 THEN
      *----------------------------------------------------------
       T0001-UNDO-KEY.

            MOVE WS-UD-CC(WS-UD-PTR)       TO WS-PN-DT-CODE
            MOVE WS-UD-DATE(WS-UD-PTR)     TO WS-PN-DT-DATE
            MOVE WS-UD-PROGRAM(WS-UD-PTR)  TO WS-PN-DT-PROGRAM
            MOVE WS-UD-JNL-DATE(WS-UD-PTR) TO WS-PN-DT-JNL-DATE
            MOVE WS-UD-JNL-TIME(WS-UD-PTR) TO WS-PN-DT-JNL-TIME
            MOVE WS-UD-CHANGES(WS-UD-PTR)  TO WS-PN-DT-CHANGES

            EVALUATE TRUE
               WHEN WS-UD-ADD(WS-UD-PTR)
                    MOVE 'ADD'              TO WS-PN-DT-ACTION
               WHEN WS-UD-REWRITE(WS-UD-PTR)
                    MOVE 'REWRITE'          TO WS-PN-DT-ACTION
               WHEN WS-UD-DELETE(WS-UD-PTR)
                    MOVE 'DELETE'           TO WS-PN-DT-ACTION
               WHEN OTHER
                    MOVE WS-UD-ACTION(WS-UD-PTR)
                                            TO WS-PN-DT-ACTION
            END-EVALUATE

            IF WS-ON-MASTER-YES
                MOVE MST-TOT-CNFRM          TO WS-PN-DT-CNF-NOW
            ELSE
                MOVE SPACES                 TO WS-PN-DT-NOW-GRP
            END-IF

            IF WS-UD-IMAGE(WS-UD-PTR) EQUAL SPACES
                MOVE SPACES                 TO WS-PN-DT-THEN-GRP
                IF WS-ON-MASTER-YES
                    MOVE 'REMOVED'          TO WS-PN-DT-DISP
                    ADD 1 TO WS-RN-REMOVED
                ELSE
                    MOVE 'TRANSIENT'        TO WS-PN-DT-DISP
                    ADD 1 TO WS-RN-TRANSIENT
                END-IF
            ELSE
                MOVE WS-UD-IMAGE(WS-UD-PTR) TO WS-THEN-REC
                MOVE WS-TH-TOT-CNFRM        TO WS-PN-DT-CNF-THEN
                MOVE WS-UD-IMAGE(WS-UD-PTR) TO PIT-MASTER-REC
                PERFORM O0001-WRITE-COPY THRU O0001-EXIT
                IF WS-ON-MASTER-YES
                    MOVE 'REVERTED'         TO WS-PN-DT-DISP
                    ADD 1 TO WS-RN-REVERTED
                ELSE
                    MOVE 'REINSTATED'       TO WS-PN-DT-DISP
                    ADD 1 TO WS-RN-REINSTATED
                END-IF
            END-IF

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
            END-IF

            MOVE WS-PN-DETAIL TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       T0001-EXIT.
            EXIT.

       O0001-WRITE-COPY.

            WRITE PIT-MASTER-REC.

            IF WS-PIT-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-PT TO TRUE
               MOVE WS-PIT-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTP TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            ADD 1 TO WS-RN-COPY-CNT.

       O0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-PRINT-TOTALS - PRINT THE RUN'S RECONSTRUCTION
      *                      TOTALS ON A PAGE OF THEIR OWN.
      *----------------------------------------------------------
       R0001-PRINT-TOTALS.

            SET WS-SECTION-TOTALS TO TRUE
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            MOVE 'JOURNAL ENTRIES READ'       TO WS-PN-TL-LABEL
            MOVE WS-RN-JNL-READ               TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'JOURNAL ENTRIES AT OR BEFORE AS-OF'
                                              TO WS-PN-TL-LABEL
            MOVE WS-RN-JNL-KEPT               TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'JOURNAL ENTRIES UNDONE'     TO WS-PN-TL-LABEL
            MOVE WS-RN-JNL-UNDONE             TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'MASTER RECORDS READ'        TO WS-PN-TL-LABEL
            MOVE WS-RN-MST-READ               TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'RECORDS COPIED UNCHANGED'   TO WS-PN-TL-LABEL
            MOVE WS-RN-SAME-CNT               TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'RECORDS REVERTED'           TO WS-PN-TL-LABEL
            MOVE WS-RN-REVERTED               TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'RECORDS REINSTATED'         TO WS-PN-TL-LABEL
            MOVE WS-RN-REINSTATED             TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'RECORDS REMOVED'            TO WS-PN-TL-LABEL
            MOVE WS-RN-REMOVED                TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'KEYS ADDED AND DELETED SINCE'
                                              TO WS-PN-TL-LABEL
            MOVE WS-RN-TRANSIENT              TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT

            MOVE 'RECORDS WRITTEN TO POINT-IN-TIME COPY'
                                              TO WS-PN-TL-LABEL
            MOVE WS-RN-COPY-CNT               TO WS-PN-TL-VALUE
            PERFORM R0002-PRINT-TOTAL-LINE THRU R0002-EXIT
            .
       R0001-EXIT.
            EXIT.

       R0002-PRINT-TOTAL-LINE.

            MOVE WS-PN-TOTAL TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       R0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW PAGE OF PIR001 WITH THE
      *                     TITLE AND AS-OF LINES, THE SECTION
      *                     TITLE AND, FOR THE KEY LIST, ITS
      *                     COLUMN HEADING.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT
            MOVE ZERO TO WS-LINE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-PN-H1-DATE
            MOVE WS-PAGE-CNT        TO WS-PN-H1-PAGE
            MOVE WS-PN-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-ASOF-DATE       TO WS-PN-H2-ASOF-DATE
            MOVE WS-ASOF-TIME       TO WS-PN-H2-ASOF-TIME

            IF WS-JF-DATE EQUAL SPACES
                MOVE 'NONE'         TO WS-PN-H2-JNL-DATE
                MOVE SPACES         TO WS-PN-H2-JNL-TIME
            ELSE
                MOVE WS-JF-DATE     TO WS-PN-H2-JNL-DATE
                MOVE WS-JF-TIME     TO WS-PN-H2-JNL-TIME
            END-IF

            MOVE WS-PN-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            IF WS-SECTION-KEYS
                MOVE 'KEYS CHANGED AFTER THE AS-OF POINT'
                                    TO WS-PN-SC-TITLE
                MOVE WS-PN-SECT     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
                MOVE WS-PN-HDR3     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            ELSE
                MOVE 'RECONSTRUCTION TOTALS'
                                    TO WS-PN-SC-TITLE
                MOVE WS-PN-SECT     TO WS-PRINT-REPORT
                PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-IF
            .
       H0001-EXIT.
            EXIT.

       P0001-PRINT-REC.

           WRITE PIT-REPORT-REC FROM WS-PRINT-REPORT.

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
      *                      MASTER RECORDS READ, OUT THE RECORDS
      *                      WRITTEN TO THE POINT-IN-TIME COPY,
      *                      REJECT THE JOURNAL ENTRIES UNDONE.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0032 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-RN-MST-READ     TO LDG-IN-CNT
            MOVE WS-RN-COPY-CNT     TO LDG-OUT-CNT
            MOVE WS-RN-JNL-UNDONE   TO LDG-REJ-CNT
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

            IF WS-JNL-OPEN-YES
                CLOSE JNL001
                IF WS-JNL-STAT NOT EQUAL ZEROES
                   SET WS-MSG-CL-IN TO TRUE
                   MOVE WS-JNL-STAT TO WS-ERR-CDE
                   SET WS-PROC-CLOS TO TRUE
                   PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
                END-IF
            END-IF.

            CLOSE MST001.

            IF WS-MST-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-MST-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PIT001.

            IF WS-PIT-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-PIT-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE PIR001.

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
            DISPLAY '  POINT-IN-TIME RECONSTRUCTION CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  AS OF:              ' WS-ASOF-DATE
                    ' ' WS-ASOF-TIME.
            DISPLAY '  JOURNAL RECS READ:  ' WS-RN-JNL-READ.
            DISPLAY '  AT OR BEFORE AS-OF: ' WS-RN-JNL-KEPT.
            DISPLAY '  UNDONE:             ' WS-RN-JNL-UNDONE.
            DISPLAY '  KEYS CHANGED:       ' WS-UD-COUNT.
            DISPLAY '  MASTER RECS READ:   ' WS-RN-MST-READ.
            DISPLAY '  COPIED UNCHANGED:   ' WS-RN-SAME-CNT.
            DISPLAY '  REVERTED:           ' WS-RN-REVERTED.
            DISPLAY '  REINSTATED:         ' WS-RN-REINSTATED.
            DISPLAY '  REMOVED:            ' WS-RN-REMOVED.
            DISPLAY '  TRANSIENT:          ' WS-RN-TRANSIENT.
            DISPLAY '  COPY RECS WRITTEN:  ' WS-RN-COPY-CNT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
