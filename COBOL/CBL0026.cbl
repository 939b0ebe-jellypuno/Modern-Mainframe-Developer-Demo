      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0026.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT CRT001 ASSIGN TO CRTDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-TRN-STAT.

             SELECT CRF001 ASSIGN TO CRFDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRF-CC
              FILE STATUS IS WS-CRF-STAT.

             SELECT CRA001 ASSIGN TO CRADD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-AUD-STAT.

             SELECT CRR001 ASSIGN TO CRRDD01
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

      *----------------------------------------------------------
      *  CRT001 - ONE ADD (A), CHANGE (C) OR RETIRE (R) PER
      *  RECORD. ON A CHANGE A BLANK FIELD LEAVES THAT FACT AS IT
      *  IS; A NAME IN TRN-ALT-NAME IS ADDED TO THE CODE'S KNOWN
      *  ALTERNATE NAMES.
      *----------------------------------------------------------
       FD  CRT001 RECORDING MODE F
               RECORD CONTAINS 210 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS TRANS-REC.
       01  TRANS-REC.
           05  TRN-ACTION          PIC X(01).
           05  TRN-CC              PIC X(04).
           05  TRN-USER            PIC X(08).
           05  TRN-OFFICIAL-NAME   PIC X(50).
           05  TRN-ALT-NAME        PIC X(50).
           05  TRN-SLUG            PIC X(50).
           05  TRN-REGION-CD       PIC X(04).
           05  TRN-REGION-NM       PIC X(20).
           05  TRN-POPULATION      PIC X(10).
           05  TRN-WATCH-FLAG      PIC X(01).
           05  FILLER              PIC X(02).
           05  TRN-ISO3-CC         PIC X(03).
           05  FILLER              PIC X(07).
      *
       FD  CRF001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS COUNTRY-REF-REC.
       COPY CRFREC01.
      *
       FD  CRA001 RECORDING MODE F
               RECORD CONTAINS 969 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS COUNTRY-REF-AUDIT-REC.
       COPY CRAREC01.
      *
       FD  CRR001 RECORDING MODE F
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
                      VALUE 'ACTION NOT A, C OR R'.
               88  WS-TRR-BAD-CODE
                      VALUE 'COUNTRY CODE NOT WELL-FORMED'.
               88  WS-TRR-BAD-POP
                      VALUE 'POPULATION NOT NUMERIC'.
               88  WS-TRR-BAD-WATCH
                      VALUE 'WATCH FLAG NOT Y OR N'.
               88  WS-TRR-NO-NAME
                      VALUE 'OFFICIAL NAME REQUIRED ON ADD'.
               88  WS-TRR-NO-REGION
                      VALUE 'REGION CODE REQUIRED ON ADD'.
               88  WS-TRR-NO-CHANGE
                      VALUE 'NO CHANGE TO REFERENCE RECORD'.
               88  WS-TRR-DUPLICATE
                      VALUE 'CODE ALREADY ON REFERENCE'.
               88  WS-TRR-NOT-FOUND
                      VALUE 'CODE NOT ON REFERENCE'.
               88  WS-TRR-RETIRED
                      VALUE 'CODE IS RETIRED'.
               88  WS-TRR-ALT-FULL
                      VALUE 'ALTERNATE NAME LIST FULL'.
               88  WS-TRR-BAD-ISO3
                      VALUE 'ISO ALPHA-3 CODE NOT 3 LETTERS'.
           05  WS-CODE-OK-SW       PIC X(03).
               88  WS-CODE-OK-YES             VALUE 'YES'.
               88  WS-CODE-OK-NO              VALUE 'NO '.
           05  WS-CRF-FOUND-SW     PIC X(03).
               88  WS-CRF-FOUND-YES           VALUE 'YES'.
               88  WS-CRF-FOUND-NO            VALUE 'NO '.
           05  WS-CC-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-ALT-SUB          PIC 9(04) COMP VALUE ZERO.
           05  WS-ALT-IN           PIC X(50).

       01  WS-IMAGE-WORK.
           05  WS-BEFORE-IMAGE     PIC X(450).
           05  WS-AFTER-IMAGE      PIC X(450).

       01  WS-MAINT-TOTALS.
           05  WS-CM-TRN-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CM-ADD-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CM-CHG-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CM-RET-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CM-REJ-CNT       PIC 9(08) VALUE ZERO.
           05  WS-CM-OUT-CNT       PIC 9(08) VALUE ZERO.
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
       COPY OUREC015.

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
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT CRT001.

            IF WS-TRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-TR TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN I-O CRF001.

            IF WS-CRF-STAT EQUAL '35'
               OPEN OUTPUT CRF001
               CLOSE CRF001
               OPEN I-O CRF001
            END-IF.

            IF WS-CRF-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CF TO TRUE
               MOVE WS-CRF-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN EXTEND CRA001.

            IF WS-AUD-STAT EQUAL '35'
               OPEN OUTPUT CRA001
            END-IF.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN OUTPUT CRR001.

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
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - BUILD AND WRITE THE REPORT PAGE
      *                     HEADING LINES FOR CRR001.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            MOVE WS-RUN-DATE-DSP    TO WS-CR-H1-DATE
            MOVE WS-CR-HDR1         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-CR-HDR2         TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       H0001-EXIT.
            EXIT.

       D0001-READ-TRANS.

            READ CRT001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-TRN-STAT NOT EQUAL ZEROES AND
               WS-TRN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-TR TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-CM-TRN-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-TRANS - VALIDATE THE TRANSACTION JUST READ,
      *                    APPLY IT TO THE REFERENCE MASTER, PRINT
      *                    ITS RESULT LINE (AND, WHEN IT TOOK, THE
      *                    RECORD'S FACTS BEFORE AND AFTER), AND
      *                    WRITE AN AUDIT RECORD FOR EVERY
      *                    ATTEMPT, ACCEPTED OR REJECTED.
      *----------------------------------------------------------
       E0001-PROC-TRANS.

            SET WS-TRN-ACCEPTED TO TRUE
            SET WS-TRR-NONE     TO TRUE
            SET WS-CRF-FOUND-NO TO TRUE
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE

            PERFORM V0001-VALIDATE-TRANS THRU V0001-EXIT

            IF WS-TRN-ACCEPTED
                PERFORM I0001-READ-REFERENCE THRU I0001-EXIT
                EVALUATE TRN-ACTION
                   WHEN 'A'
                        PERFORM T0001-APPLY-ADD THRU T0001-EXIT
                   WHEN 'C'
                        PERFORM T0002-APPLY-CHANGE THRU T0002-EXIT
                   WHEN 'R'
                        PERFORM T0003-APPLY-RETIRE THRU T0003-EXIT
                END-EVALUATE
            END-IF

            IF WS-TRN-REJECTED
                ADD 1 TO WS-CM-REJ-CNT
                MOVE WS-BEFORE-IMAGE TO WS-AFTER-IMAGE
            END-IF

            PERFORM Q0001-PRINT-RESULT THRU Q0001-EXIT

            IF WS-TRN-ACCEPTED
                PERFORM Q0002-PRINT-IMAGES THRU Q0002-EXIT
            END-IF

            PERFORM R0001-WRITE-AUDIT THRU R0001-EXIT

            PERFORM D0001-READ-TRANS THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  V0001-VALIDATE-TRANS - EDIT THE TRANSACTION BEFORE IT
      *                        TOUCHES THE MASTER: THE ACTION MUST
      *                        BE A, C OR R, THE CODE WELL-FORMED,
      *                        ANY POPULATION NUMERIC, ANY
      *                        WATCH FLAG Y OR N AND ANY ISO
      *                        ALPHA-3 CODE THREE LETTERS. AN ADD
      *                        MUST NAME THE COUNTRY AND ITS
      *                        REGION; A CHANGE MUST CARRY AT
      *                        LEAST ONE FACT.
      *----------------------------------------------------------
       V0001-VALIDATE-TRANS.

            IF TRN-ACTION NOT EQUAL 'A' AND
               TRN-ACTION NOT EQUAL 'C' AND
               TRN-ACTION NOT EQUAL 'R'
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-BAD-ACTION TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF TRN-CC EQUAL SPACES OR
               TRN-CC IS NOT ALPHABETIC OR
               TRN-CC(1:1) EQUAL SPACE
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-BAD-CODE TO TRUE
                GO TO V0001-EXIT
            END-IF

            PERFORM V0003-CHECK-CODE-SHAPE THRU V0003-EXIT

            IF WS-CODE-OK-NO
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-BAD-CODE TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF TRN-ACTION EQUAL 'R'
                GO TO V0001-EXIT
            END-IF

            IF TRN-POPULATION NOT EQUAL SPACES AND
               TRN-POPULATION IS NOT NUMERIC
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-BAD-POP  TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF TRN-WATCH-FLAG NOT EQUAL SPACE AND
               TRN-WATCH-FLAG NOT EQUAL 'Y'   AND
               TRN-WATCH-FLAG NOT EQUAL 'N'
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-BAD-WATCH TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF TRN-ISO3-CC NOT EQUAL SPACES AND
              (TRN-ISO3-CC IS NOT ALPHABETIC OR
               TRN-ISO3-CC(1:1) EQUAL SPACE OR
               TRN-ISO3-CC(2:1) EQUAL SPACE OR
               TRN-ISO3-CC(3:1) EQUAL SPACE)
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-BAD-ISO3 TO TRUE
                GO TO V0001-EXIT
            END-IF

            IF TRN-ACTION EQUAL 'A'
                IF TRN-OFFICIAL-NAME EQUAL SPACES
                    SET WS-TRN-REJECTED TO TRUE
                    SET WS-TRR-NO-NAME  TO TRUE
                    GO TO V0001-EXIT
                END-IF
                IF TRN-REGION-CD EQUAL SPACES
                    SET WS-TRN-REJECTED  TO TRUE
                    SET WS-TRR-NO-REGION TO TRUE
                END-IF
                GO TO V0001-EXIT
            END-IF

            IF TRN-OFFICIAL-NAME EQUAL SPACES AND
               TRN-ALT-NAME      EQUAL SPACES AND
               TRN-SLUG          EQUAL SPACES AND
               TRN-REGION-CD     EQUAL SPACES AND
               TRN-REGION-NM     EQUAL SPACES AND
               TRN-POPULATION    EQUAL SPACES AND
               TRN-WATCH-FLAG    EQUAL SPACE AND
               TRN-ISO3-CC       EQUAL SPACES
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-NO-CHANGE TO TRUE
            END-IF
            .
       V0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  V0003-CHECK-CODE-SHAPE - CONFIRM THE CODE'S LETTERS ARE
      *                       LEFT-JUSTIFIED WITH TRAILING BLANKS
      *                       ONLY. THE CLASS TEST ALONE PASSES
      *                       EMBEDDED BLANKS (SPACE COUNTS AS
      *                       ALPHABETIC), AND A CODE LIKE 'U S '
      *                       COULD NEVER MATCH A FEED COUNTRY
      *                       CODE.
      *----------------------------------------------------------
       V0003-CHECK-CODE-SHAPE.

            SET WS-CODE-OK-YES TO TRUE

            PERFORM V0004-SCAN-CODE-BYTE THRU V0004-EXIT
                    VARYING WS-CC-SUB FROM 2 BY 1
                    UNTIL WS-CC-SUB > 4
            .
       V0003-EXIT.
            EXIT.

       V0004-SCAN-CODE-BYTE.

            IF TRN-CC(WS-CC-SUB - 1:1) EQUAL SPACE AND
               TRN-CC(WS-CC-SUB:1) NOT EQUAL SPACE
                SET WS-CODE-OK-NO TO TRUE
            END-IF
            .
       V0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0001-READ-REFERENCE - READ THE TRANSACTION'S CODE FROM
      *                        THE REFERENCE MASTER, KEEPING THE
      *                        RECORD AS THE BEFORE IMAGE WHEN IT
      *                        IS ON FILE.
      *----------------------------------------------------------
       I0001-READ-REFERENCE.

            MOVE TRN-CC TO CRF-CC

            READ CRF001
                INVALID KEY CONTINUE
            END-READ

            EVALUATE WS-CRF-STAT
               WHEN '00'
                    SET WS-CRF-FOUND-YES TO TRUE
                    MOVE COUNTRY-REF-REC TO WS-BEFORE-IMAGE
               WHEN '23'
                    SET WS-CRF-FOUND-NO TO TRUE
               WHEN OTHER
                    SET WS-MSG-RD-CF TO TRUE
                    MOVE WS-CRF-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE
            .
       I0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0001-APPLY-ADD - WRITE A NEW, ACTIVE REFERENCE RECORD
      *                   UNLESS THE CODE IS ALREADY ON FILE,
      *                   ACTIVE OR RETIRED. AN ALTERNATE NAME ON
      *                   THE ADD BECOMES THE FIRST KNOWN
      *                   ALTERNATE; A BLANK WATCH FLAG MEANS NOT
      *                   WATCHED.
      *----------------------------------------------------------
       T0001-APPLY-ADD.

            IF WS-CRF-FOUND-YES
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-DUPLICATE TO TRUE
                GO TO T0001-EXIT
            END-IF

            MOVE SPACES            TO COUNTRY-REF-REC
            MOVE ZERO              TO CRF-ALT-NAME-CNT
            MOVE ZERO              TO CRF-POPULATION
            MOVE TRN-CC            TO CRF-CC
            MOVE TRN-OFFICIAL-NAME TO CRF-OFFICIAL-NAME
            MOVE TRN-SLUG          TO CRF-SLUG
            MOVE TRN-REGION-CD     TO CRF-REGION-CD
            MOVE TRN-REGION-NM     TO CRF-REGION-NM
            MOVE TRN-ISO3-CC       TO CRF-ISO3-CC

            IF TRN-POPULATION NOT EQUAL SPACES
                MOVE TRN-POPULATION TO CRF-POPULATION
            END-IF

            IF TRN-WATCH-FLAG EQUAL 'Y'
                SET CRF-WATCH-YES TO TRUE
            ELSE
                SET CRF-WATCH-NO  TO TRUE
            END-IF

            IF TRN-ALT-NAME NOT EQUAL SPACES AND
               TRN-ALT-NAME NOT EQUAL TRN-OFFICIAL-NAME
                MOVE 1            TO CRF-ALT-NAME-CNT
                MOVE TRN-ALT-NAME TO CRF-ALT-NAME(1)
            END-IF

            SET CRF-ACTIVE TO TRUE
            MOVE WS-RUN-DATE-ISO   TO CRF-STATUS-DATE
            MOVE WS-RUN-DATE-ISO   TO CRF-LAST-UPD-DATE
            MOVE TRN-USER          TO CRF-LAST-UPD-USER

            WRITE COUNTRY-REF-REC
                INVALID KEY CONTINUE
            END-WRITE

            IF WS-CRF-STAT NOT EQUAL ZEROES
                SET WS-MSG-WR-CF TO TRUE
                MOVE WS-CRF-STAT TO WS-ERR-CDE
                SET WS-PROC-WRTF TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE COUNTRY-REF-REC TO WS-AFTER-IMAGE
            ADD 1 TO WS-CM-ADD-CNT
            ADD 1 TO WS-CM-OUT-CNT
            .
       T0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0002-APPLY-CHANGE - REPLACE EACH FACT THE TRANSACTION
      *                      CARRIES ON AN ACTIVE RECORD. A NEW
      *                      OFFICIAL NAME PUSHES THE OLD ONE ONTO
      *                      THE ALTERNATE LIST, SO FEED RECORDS
      *                      STILL SENT UNDER THE OLD NAME KEEP
      *                      PASSING; TRN-ALT-NAME ADDS ONE MORE
      *                      KNOWN NAME. A TRANSACTION THAT LEAVES
      *                      THE RECORD AS IT WAS IS REJECTED SO
      *                      THE AUDIT TRAIL ONLY SHOWS REAL
      *                      CHANGES AS ACCEPTED.
      *----------------------------------------------------------
       T0002-APPLY-CHANGE.

            IF WS-CRF-FOUND-NO
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-NOT-FOUND TO TRUE
                GO TO T0002-EXIT
            END-IF

            IF CRF-RETIRED
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-RETIRED  TO TRUE
                GO TO T0002-EXIT
            END-IF

            IF TRN-OFFICIAL-NAME NOT EQUAL SPACES AND
               TRN-OFFICIAL-NAME NOT EQUAL CRF-OFFICIAL-NAME
                MOVE CRF-OFFICIAL-NAME TO WS-ALT-IN
                PERFORM T0004-ADD-ALT-NAME THRU T0004-EXIT
                IF WS-TRN-REJECTED
                    GO TO T0002-EXIT
                END-IF
                MOVE TRN-OFFICIAL-NAME TO CRF-OFFICIAL-NAME
            END-IF

            IF TRN-ALT-NAME NOT EQUAL SPACES AND
               TRN-ALT-NAME NOT EQUAL CRF-OFFICIAL-NAME
                MOVE TRN-ALT-NAME TO WS-ALT-IN
                PERFORM T0004-ADD-ALT-NAME THRU T0004-EXIT
                IF WS-TRN-REJECTED
                    GO TO T0002-EXIT
                END-IF
            END-IF

            IF TRN-SLUG NOT EQUAL SPACES
                MOVE TRN-SLUG TO CRF-SLUG
            END-IF

            IF TRN-REGION-CD NOT EQUAL SPACES
                MOVE TRN-REGION-CD TO CRF-REGION-CD
            END-IF

            IF TRN-REGION-NM NOT EQUAL SPACES
                MOVE TRN-REGION-NM TO CRF-REGION-NM
            END-IF

            IF TRN-POPULATION NOT EQUAL SPACES
                MOVE TRN-POPULATION TO CRF-POPULATION
            END-IF

            IF TRN-WATCH-FLAG NOT EQUAL SPACE
                MOVE TRN-WATCH-FLAG TO CRF-WATCH-FLAG
            END-IF

            IF TRN-ISO3-CC NOT EQUAL SPACES
                MOVE TRN-ISO3-CC TO CRF-ISO3-CC
            END-IF

            IF COUNTRY-REF-REC EQUAL WS-BEFORE-IMAGE
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-NO-CHANGE TO TRUE
                GO TO T0002-EXIT
            END-IF

            MOVE WS-RUN-DATE-ISO   TO CRF-LAST-UPD-DATE
            MOVE TRN-USER          TO CRF-LAST-UPD-USER

            PERFORM T0005-REWRITE-REFERENCE THRU T0005-EXIT

            ADD 1 TO WS-CM-CHG-CNT
            .
       T0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0003-APPLY-RETIRE - MARK AN ACTIVE CODE RETIRED AS OF
      *                      THE RUN DATE AND TAKE IT OFF THE
      *                      WATCH-LIST. THE RECORD STAYS ON FILE
      *                      SO THE CODE'S HISTORY STILL RESOLVES.
      *----------------------------------------------------------
       T0003-APPLY-RETIRE.

            IF WS-CRF-FOUND-NO
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-NOT-FOUND TO TRUE
                GO TO T0003-EXIT
            END-IF

            IF CRF-RETIRED
                SET WS-TRN-REJECTED TO TRUE
                SET WS-TRR-RETIRED  TO TRUE
                GO TO T0003-EXIT
            END-IF

            SET CRF-RETIRED        TO TRUE
            SET CRF-WATCH-NO       TO TRUE
            MOVE WS-RUN-DATE-ISO   TO CRF-STATUS-DATE
            MOVE WS-RUN-DATE-ISO   TO CRF-LAST-UPD-DATE
            MOVE TRN-USER          TO CRF-LAST-UPD-USER

            PERFORM T0005-REWRITE-REFERENCE THRU T0005-EXIT

            ADD 1 TO WS-CM-RET-CNT
            .
       T0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0004-ADD-ALT-NAME - ADD WS-ALT-IN TO THE RECORD'S
      *                      ALTERNATE NAMES UNLESS IT IS ALREADY
      *                      ONE OF THEM. THE LIST HOLDS FIVE; A
      *                      SIXTH NAME REJECTS THE TRANSACTION.
      *----------------------------------------------------------
       T0004-ADD-ALT-NAME.

            PERFORM T0006-FIND-ALT-NAME THRU T0006-EXIT
                    VARYING WS-ALT-SUB FROM 1 BY 1
                    UNTIL WS-ALT-SUB > CRF-ALT-NAME-CNT
                       OR CRF-ALT-NAME(WS-ALT-SUB) EQUAL WS-ALT-IN

            IF WS-ALT-SUB NOT > CRF-ALT-NAME-CNT
                GO TO T0004-EXIT
            END-IF

            IF CRF-ALT-NAME-CNT NOT < 5
                SET WS-TRN-REJECTED  TO TRUE
                SET WS-TRR-ALT-FULL  TO TRUE
                GO TO T0004-EXIT
            END-IF

            ADD 1 TO CRF-ALT-NAME-CNT
            MOVE WS-ALT-IN TO CRF-ALT-NAME(CRF-ALT-NAME-CNT)
            .
       T0004-EXIT.
            EXIT.

       T0006-FIND-ALT-NAME.

            CONTINUE
            .
       T0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  T0005-REWRITE-REFERENCE - REWRITE THE CHANGED RECORD AND
      *                           KEEP IT AS THE AFTER IMAGE.
      *----------------------------------------------------------
       T0005-REWRITE-REFERENCE.

            REWRITE COUNTRY-REF-REC
                INVALID KEY CONTINUE
            END-REWRITE

            IF WS-CRF-STAT NOT EQUAL ZEROES
                SET WS-MSG-WR-CF TO TRUE
                MOVE WS-CRF-STAT TO WS-ERR-CDE
                SET WS-PROC-WRTF TO TRUE
                PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF

            MOVE COUNTRY-REF-REC TO WS-AFTER-IMAGE
            ADD 1 TO WS-CM-OUT-CNT
            .
       T0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0001-PRINT-RESULT - PRINT THE TRANSACTION AND ITS
      *                      DISPOSITION ON THE ACTIVITY REPORT,
      *                      NAMING THE COUNTRY AS THE MASTER
      *                      HOLDS IT WHEN IT IS ON FILE.
      *----------------------------------------------------------
       Q0001-PRINT-RESULT.

            EVALUATE TRN-ACTION
               WHEN 'A'    MOVE 'ADD   ' TO WS-CR-DT-ACTION
               WHEN 'C'    MOVE 'CHANGE' TO WS-CR-DT-ACTION
               WHEN 'R'    MOVE 'RETIRE' TO WS-CR-DT-ACTION
               WHEN OTHER  MOVE TRN-ACTION TO WS-CR-DT-ACTION
            END-EVALUATE

            MOVE TRN-CC         TO WS-CR-DT-CODE
            MOVE TRN-USER       TO WS-CR-DT-USER
            MOVE WS-TRN-RESULT  TO WS-CR-DT-RESULT
            MOVE WS-TRN-REASON  TO WS-CR-DT-REASON

            IF WS-AFTER-IMAGE NOT EQUAL SPACES
                MOVE WS-AFTER-IMAGE(5:50) TO WS-CR-DT-NAME
            ELSE
                MOVE TRN-OFFICIAL-NAME    TO WS-CR-DT-NAME
            END-IF

            MOVE WS-CR-DETAIL   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0002-PRINT-IMAGES - UNDER AN APPLIED TRANSACTION, PRINT
      *                      THE RECORD'S FACTS BEFORE (NOT ON AN
      *                      ADD) AND AFTER THE CHANGE.
      *----------------------------------------------------------
       Q0002-PRINT-IMAGES.

            IF WS-BEFORE-IMAGE NOT EQUAL SPACES
                MOVE WS-BEFORE-IMAGE TO COUNTRY-REF-REC
                MOVE 'BEFORE:'       TO WS-CR-IM-LABEL
                PERFORM Q0003-PRINT-ONE-IMAGE THRU Q0003-EXIT
            END-IF

            MOVE WS-AFTER-IMAGE  TO COUNTRY-REF-REC
            MOVE 'AFTER: '       TO WS-CR-IM-LABEL
            PERFORM Q0003-PRINT-ONE-IMAGE THRU Q0003-EXIT
            .
       Q0002-EXIT.
            EXIT.

       Q0003-PRINT-ONE-IMAGE.

            MOVE CRF-OFFICIAL-NAME  TO WS-CR-IM-NAME
            MOVE CRF-REGION-CD      TO WS-CR-IM-REGION-CD
            MOVE CRF-REGION-NM      TO WS-CR-IM-REGION-NM
            MOVE CRF-POPULATION     TO WS-CR-IM-POPULATION
            MOVE CRF-WATCH-FLAG     TO WS-CR-IM-WATCH
            MOVE CRF-STATUS         TO WS-CR-IM-STATUS
            MOVE CRF-ALT-NAME-CNT   TO WS-CR-IM-ALT-CNT
            MOVE WS-CR-IMAGE        TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-WRITE-AUDIT - RECORD WHO CHANGED WHAT, WHEN, AND
      *                     WHETHER IT TOOK, WITH THE FULL RECORD
      *                     BEFORE AND AFTER, ON THE APPEND-ONLY
      *                     AUDIT FILE.
      *----------------------------------------------------------
       R0001-WRITE-AUDIT.

           MOVE WS-RUN-DATE-ISO    TO CRA-DATE
           MOVE WS-RUN-TIME-DSP    TO CRA-TIME
           MOVE TRN-USER           TO CRA-USER
           MOVE TRN-ACTION         TO CRA-ACTION
           MOVE TRN-CC             TO CRA-CC
           MOVE WS-TRN-RESULT      TO CRA-RESULT
           MOVE WS-TRN-REASON      TO CRA-REASON
           MOVE WS-BEFORE-IMAGE    TO CRA-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE     TO CRA-AFTER-IMAGE

           WRITE COUNTRY-REF-AUDIT-REC.

           IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-AU TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-WRTA TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       R0001-EXIT. EXIT.

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

            MOVE 'CBL0026 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-CM-TRN-CNT      TO LDG-IN-CNT
            MOVE WS-CM-OUT-CNT      TO LDG-OUT-CNT
            MOVE WS-CM-REJ-CNT      TO LDG-REJ-CNT
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

            CLOSE CRT001.

            IF WS-TRN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-TRN-STAT TO WS-ERR-CDE
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

            CLOSE CRA001.

            IF WS-AUD-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-AUD-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE CRR001.

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
      *                    AND APPLIED FOR RECONCILIATION.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  COUNTRY REFERENCE MAINTENANCE CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  TRANSACTIONS READ:  ' WS-CM-TRN-CNT.
            DISPLAY '  ADDS APPLIED:       ' WS-CM-ADD-CNT.
            DISPLAY '  CHANGES APPLIED:    ' WS-CM-CHG-CNT.
            DISPLAY '  RETIREMENTS:        ' WS-CM-RET-CNT.
            DISPLAY '  REJECTED:           ' WS-CM-REJ-CNT.
            DISPLAY '  RECORDS WRITTEN:    ' WS-CM-OUT-CNT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
