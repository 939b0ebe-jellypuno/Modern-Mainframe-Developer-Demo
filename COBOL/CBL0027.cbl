      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0027.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT POP001 ASSIGN TO POPDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-POP-STAT.

             SELECT REG001 ASSIGN TO REGDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-REG-STAT.

             SELECT CTL001 ASSIGN TO CTLDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-CTL-STAT.

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

       FD  POP001 RECORDING MODE F
               RECORD CONTAINS 64 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS POPULATION-REC.
       COPY POPREC01.
      *
       FD  REG001 RECORDING MODE F
               RECORD CONTAINS 28 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REGION-REC.
       01  REGION-REC.
           05  REG-CC              PIC X(04).
           05  REG-REGION-CD       PIC X(04).
           05  REG-REGION-NM       PIC X(20).
      *
       FD  CTL001 RECORDING MODE F
               RECORD CONTAINS 24 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS CONTROL-REC.
       COPY CTLREC01.
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

       01  WS-LOAD-HANDLING.
           05  WS-LD-RESULT        PIC X(08).
               88  WS-LD-ACCEPTED             VALUE 'ACCEPTED'.
               88  WS-LD-REJECTED             VALUE 'REJECTED'.
           05  WS-LD-REASON        PIC X(30).
               88  WS-LDR-NONE
                      VALUE SPACES.
               88  WS-LDR-NO-REGION
                      VALUE 'NO REGION MAPPING ON FILE'.
               88  WS-LDR-NO-POP
                      VALUE 'NOT ON POPULATION FILE'.
               88  WS-LDR-DUPLICATE
                      VALUE 'CODE ALREADY ON REFERENCE'.
           05  WS-LD-NAME          PIC X(50).
           05  WS-TRIM-LEN         PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------
      *  THE REGION MAP AND THE IN-EFFECT WATCH-LIST ARE HELD IN
      *  ONE TABLE BY CODE. EACH ENTRY IS MARKED USED WHEN A
      *  POPULATION RECORD CLAIMS IT, SO THE CODES THE POPULATION
      *  FILE NEVER MENTIONS CAN BE LISTED AT THE END FOR MANUAL
      *  ADDITION - WITHOUT A NAME THEY CANNOT BE LOADED.
      *----------------------------------------------------------
       01  WS-CODE-TABLE.
           05  WS-CT-COUNT         PIC 9(04) COMP VALUE ZERO.
           05  WS-CT-SUB           PIC 9(04) COMP VALUE ZERO.
           05  WS-CT-TABLE OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-CT-COUNT
                           INDEXED BY WS-CT-IDX.
               10  WS-CT-CC        PIC X(04).
               10  WS-CT-REGION-CD PIC X(04).
               10  WS-CT-REGION-NM PIC X(20).
               10  WS-CT-WATCH     PIC X(01).
               10  WS-CT-USED-SW   PIC X(01).
                   88  WS-CT-USED             VALUE 'Y'.
                   88  WS-CT-NOT-USED         VALUE 'N'.

       01  WS-LOAD-CONTROLS.
           05  WS-CT-FOUND-SW      PIC X(03) VALUE 'NO '.
               88  WS-CT-FOUND-YES            VALUE 'YES'.
               88  WS-CT-FOUND-NO             VALUE 'NO '.
           05  WS-CT-LOOKUP-CC     PIC X(04).

       01  WS-LOAD-TOTALS.
           05  WS-LT-POP-CNT       PIC 9(08) VALUE ZERO.
           05  WS-LT-REG-CNT       PIC 9(08) VALUE ZERO.
           05  WS-LT-CTL-CNT       PIC 9(08) VALUE ZERO.
           05  WS-LT-LOAD-CNT      PIC 9(08) VALUE ZERO.
           05  WS-LT-DUP-CNT       PIC 9(08) VALUE ZERO.
           05  WS-LT-ORPHAN-CNT    PIC 9(08) VALUE ZERO.
           05  WS-LT-REJ-CNT       PIC 9(08) VALUE ZERO.
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
            PERFORM D0001-READ-POP THRU D0001-EXIT
            PERFORM E0001-PROC-POP THRU E0001-EXIT
                    UNTIL WS-EOF-YES
            PERFORM O0001-LIST-ORPHANS THRU O0001-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  B0001-OPEN-FILES - THE REFERENCE MASTER IS OPENED I-O
      *                    AND CREATED ONLY WHEN IT DOES NOT YET
      *                    EXIST, SO A SECOND RUN ADDS WHAT IS
      *                    MISSING AND NEVER OVERLAYS A RECORD
      *                    MAINTENANCE HAS SINCE CHANGED.
      *----------------------------------------------------------
       B0001-OPEN-FILES.

            OPEN INPUT POP001.

            IF WS-POP-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-PP TO TRUE
               MOVE WS-POP-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT REG001.

            IF WS-REG-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-RG TO TRUE
               MOVE WS-REG-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT CTL001.

            IF WS-CTL-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-CL TO TRUE
               MOVE WS-CTL-STAT TO WS-ERR-CDE
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

            SET WS-CTL-EOF-NO TO TRUE
            PERFORM G0003-READ-REG-FILE THRU G0003-EXIT
            PERFORM G0004-LOAD-REGMAP THRU G0004-EXIT
                    UNTIL WS-CTL-EOF-YES

            SET WS-CTL-EOF-NO TO TRUE
            PERFORM G0001-READ-CTL-FILE THRU G0001-EXIT
            PERFORM G0002-LOAD-WATCHLIST THRU G0002-EXIT
                    UNTIL WS-CTL-EOF-YES
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-READ-CTL-FILE - READ ONE RECORD FROM THE COUNTRY
      *                        WATCH-LIST CONTROL FILE.
      *----------------------------------------------------------
       G0001-READ-CTL-FILE.

            READ CTL001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-CTL-STAT NOT EQUAL ZEROES AND
               WS-CTL-STAT NOT EQUAL '10'
               SET WS-MSG-RD-CL TO TRUE
               MOVE WS-CTL-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0002-LOAD-WATCHLIST - FLAG THE CODE OF A WATCH-LIST
      *                         ENTRY IN EFFECT ON THE RUN DATE,
      *                         THE SAME TEST THE DAILY RUN USES,
      *                         AND READ THE NEXT ONE. A CODE WITH
      *                         NO REGION ENTRY GETS A TABLE ENTRY
      *                         OF ITS OWN.
      *----------------------------------------------------------
       G0002-LOAD-WATCHLIST.

            ADD 1 TO WS-LT-CTL-CNT

            IF (CTL-EFF-DATE NOT EQUAL SPACES AND
                CTL-EFF-DATE > WS-RUN-DATE-ISO) OR
               (CTL-EXP-DATE NOT EQUAL SPACES AND
                CTL-EXP-DATE < WS-RUN-DATE-ISO)
                GO TO G0002-READ-NEXT
            END-IF

            MOVE CTL-CC TO WS-CT-LOOKUP-CC
            PERFORM I0001-FIND-CODE THRU I0001-EXIT

            IF WS-CT-FOUND-NO
                PERFORM I0002-ADD-CODE THRU I0002-EXIT
            END-IF

            IF WS-CT-FOUND-YES
                MOVE 'Y' TO WS-CT-WATCH(WS-CT-IDX)
            END-IF
            .
       G0002-READ-NEXT.

            PERFORM G0001-READ-CTL-FILE THRU G0001-EXIT
            .
       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0003-READ-REG-FILE - READ ONE RECORD FROM THE COUNTRY-
      *                       TO-REGION MAPPING CONTROL FILE.
      *----------------------------------------------------------
       G0003-READ-REG-FILE.

            READ REG001
              AT END SET WS-CTL-EOF-YES TO TRUE.

            IF WS-REG-STAT NOT EQUAL ZEROES AND
               WS-REG-STAT NOT EQUAL '10'
               SET WS-MSG-RD-RG TO TRUE
               MOVE WS-REG-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

       G0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0004-LOAD-REGMAP - STORE THE MAPPING RECORD JUST READ IN
      *                     THE CODE TABLE AND READ THE NEXT ONE.
      *----------------------------------------------------------
       G0004-LOAD-REGMAP.

            ADD 1 TO WS-LT-REG-CNT

            MOVE REG-CC TO WS-CT-LOOKUP-CC
            PERFORM I0001-FIND-CODE THRU I0001-EXIT

            IF WS-CT-FOUND-NO
                PERFORM I0002-ADD-CODE THRU I0002-EXIT
            END-IF

            IF WS-CT-FOUND-YES
                MOVE REG-REGION-CD TO WS-CT-REGION-CD(WS-CT-IDX)
                MOVE REG-REGION-NM TO WS-CT-REGION-NM(WS-CT-IDX)
            END-IF

            PERFORM G0003-READ-REG-FILE THRU G0003-EXIT
            .
       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0001-FIND-CODE - LOOK WS-CT-LOOKUP-CC UP IN THE CODE
      *                   TABLE, LEAVING WS-CT-IDX ON THE MATCH.
      *----------------------------------------------------------
       I0001-FIND-CODE.

            SET WS-CT-FOUND-NO TO TRUE

            IF WS-CT-COUNT EQUAL ZERO
                GO TO I0001-EXIT
            END-IF

            SET WS-CT-IDX TO 1

            SEARCH WS-CT-TABLE
               AT END
                  SET WS-CT-FOUND-NO TO TRUE
               WHEN WS-CT-CC(WS-CT-IDX) EQUAL WS-CT-LOOKUP-CC
                  SET WS-CT-FOUND-YES TO TRUE
            END-SEARCH
            .
       I0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  I0002-ADD-CODE - OPEN A NEW, UNUSED TABLE ENTRY FOR
      *                  WS-CT-LOOKUP-CC WITH NO REGION AND NOT
      *                  WATCHED, LEAVING WS-CT-IDX ON IT.
      *----------------------------------------------------------
       I0002-ADD-CODE.

            IF WS-CT-COUNT NOT < 500
                DISPLAY 'REFERENCE CODE TABLE FULL - DROPPED: '
                        WS-CT-LOOKUP-CC
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO I0002-EXIT
            END-IF

            ADD 1 TO WS-CT-COUNT
            SET WS-CT-IDX TO WS-CT-COUNT
            MOVE WS-CT-LOOKUP-CC TO WS-CT-CC(WS-CT-IDX)
            MOVE SPACES          TO WS-CT-REGION-CD(WS-CT-IDX)
            MOVE SPACES          TO WS-CT-REGION-NM(WS-CT-IDX)
            MOVE 'N'             TO WS-CT-WATCH(WS-CT-IDX)
            SET WS-CT-NOT-USED(WS-CT-IDX) TO TRUE
            SET WS-CT-FOUND-YES TO TRUE
            .
       I0002-EXIT.
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

       D0001-READ-POP.

            READ POP001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-POP-STAT NOT EQUAL ZEROES AND
               WS-POP-STAT NOT EQUAL '10'
               SET WS-MSG-RD-PP TO TRUE
               MOVE WS-POP-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-LT-POP-CNT
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-PROC-POP - BUILD ONE ACTIVE REFERENCE RECORD FROM
      *                  THE POPULATION RECORD JUST READ, FOLDING
      *                  IN THE CODE'S REGION AND WATCH-LIST FLAG,
      *                  AND ADD IT UNLESS THE CODE IS ALREADY ON
      *                  THE MASTER. THE SLUG IS DERIVED FROM THE
      *                  NAME THE WAY THE PROVIDER BUILDS ITS OWN
      *                  (LOWER CASE, BLANKS AS HYPHENS) AND CAN
      *                  BE CORRECTED THROUGH MAINTENANCE. A CODE
      *                  WITH NO REGION IS STILL LOADED AND
      *                  LISTED SO THE GAP GETS FILLED.
      *----------------------------------------------------------
       E0001-PROC-POP.

            SET WS-LD-ACCEPTED TO TRUE
            SET WS-LDR-NONE    TO TRUE

            MOVE SPACES            TO COUNTRY-REF-REC
            MOVE ZERO              TO CRF-ALT-NAME-CNT
            MOVE POP-CC            TO CRF-CC
            MOVE POP-COUNTRY       TO CRF-OFFICIAL-NAME
            MOVE POP-COUNTRY       TO CRF-SLUG
            MOVE POP-POPULATION    TO CRF-POPULATION
            SET CRF-WATCH-NO       TO TRUE
            SET CRF-ACTIVE         TO TRUE
            MOVE WS-RUN-DATE-ISO   TO CRF-STATUS-DATE
            MOVE WS-RUN-DATE-ISO   TO CRF-LAST-UPD-DATE
            MOVE 'CBL0027 '        TO CRF-LAST-UPD-USER

            PERFORM F0001-BUILD-SLUG THRU F0001-EXIT

            MOVE POP-CC TO WS-CT-LOOKUP-CC
            PERFORM I0001-FIND-CODE THRU I0001-EXIT

            IF WS-CT-FOUND-YES
                SET WS-CT-USED(WS-CT-IDX) TO TRUE
                MOVE WS-CT-REGION-CD(WS-CT-IDX) TO CRF-REGION-CD
                MOVE WS-CT-REGION-NM(WS-CT-IDX) TO CRF-REGION-NM
                MOVE WS-CT-WATCH(WS-CT-IDX)     TO CRF-WATCH-FLAG
            END-IF

            IF CRF-REGION-CD EQUAL SPACES
                SET WS-LDR-NO-REGION TO TRUE
            END-IF

            WRITE COUNTRY-REF-REC
                INVALID KEY CONTINUE
            END-WRITE

            EVALUATE WS-CRF-STAT
               WHEN '00'
                    ADD 1 TO WS-LT-LOAD-CNT
                    PERFORM R0001-WRITE-AUDIT THRU R0001-EXIT
               WHEN '22'
                    SET WS-LD-REJECTED   TO TRUE
                    SET WS-LDR-DUPLICATE TO TRUE
                    ADD 1 TO WS-LT-DUP-CNT
               WHEN OTHER
                    SET WS-MSG-WR-CF TO TRUE
                    MOVE WS-CRF-STAT TO WS-ERR-CDE
                    SET WS-PROC-WRTF TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE

            MOVE POP-CC       TO WS-CR-DT-CODE
            MOVE POP-COUNTRY  TO WS-LD-NAME
            PERFORM Q0001-PRINT-RESULT THRU Q0001-EXIT

            PERFORM D0001-READ-POP THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  F0001-BUILD-SLUG - TURN THE NAME ALREADY MOVED TO
      *                    CRF-SLUG INTO SLUG FORM UP TO ITS LAST
      *                    NON-BLANK CHARACTER, SO THE TRAILING
      *                    PAD STAYS BLANK.
      *----------------------------------------------------------
       F0001-BUILD-SLUG.

            MOVE 50 TO WS-TRIM-LEN

            PERFORM F0002-TRIM-TRAIL-SPACE THRU F0002-EXIT
                    UNTIL WS-TRIM-LEN EQUAL ZERO
                       OR CRF-SLUG(WS-TRIM-LEN:1) NOT EQUAL SPACE

            IF WS-TRIM-LEN EQUAL ZERO
                GO TO F0001-EXIT
            END-IF

            INSPECT CRF-SLUG(1:WS-TRIM-LEN)
                CONVERTING 'ABCDEFGHIJKLMNOPQRSTUVWXYZ '
                        TO 'abcdefghijklmnopqrstuvwxyz-'
            .
       F0001-EXIT.
            EXIT.

       F0002-TRIM-TRAIL-SPACE.

            SUBTRACT 1 FROM WS-TRIM-LEN
            .
       F0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  O0001-LIST-ORPHANS - LIST EVERY REGION OR WATCH-LIST CODE
      *                      NO POPULATION RECORD CLAIMED. THEY
      *                      HAVE NO NAME, SO THEY ARE NOT LOADED;
      *                      EACH NEEDS AN ADD THROUGH REFERENCE
      *                      MAINTENANCE.
      *----------------------------------------------------------
       O0001-LIST-ORPHANS.

            PERFORM O0002-LIST-ONE-ORPHAN THRU O0002-EXIT
                    VARYING WS-CT-SUB FROM 1 BY 1
                    UNTIL WS-CT-SUB > WS-CT-COUNT
            .
       O0001-EXIT.
            EXIT.

       O0002-LIST-ONE-ORPHAN.

            IF WS-CT-USED(WS-CT-SUB)
                GO TO O0002-EXIT
            END-IF

            ADD 1 TO WS-LT-ORPHAN-CNT
            SET WS-LD-REJECTED TO TRUE
            SET WS-LDR-NO-POP  TO TRUE
            MOVE WS-CT-CC(WS-CT-SUB) TO WS-CR-DT-CODE
            MOVE SPACES              TO WS-LD-NAME
            PERFORM Q0001-PRINT-RESULT THRU Q0001-EXIT
            .
       O0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  Q0001-PRINT-RESULT - PRINT ONE CODE'S LOAD DISPOSITION
      *                      ON THE ACTIVITY REPORT. THE CALLER
      *                      HAS SET THE CODE AND NAME.
      *----------------------------------------------------------
       Q0001-PRINT-RESULT.

            IF WS-LD-REJECTED
                ADD 1 TO WS-LT-REJ-CNT
            END-IF

            MOVE 'LOAD  '       TO WS-CR-DT-ACTION
            MOVE 'CBL0027 '     TO WS-CR-DT-USER
            MOVE WS-LD-RESULT   TO WS-CR-DT-RESULT
            MOVE WS-LD-REASON   TO WS-CR-DT-REASON
            MOVE WS-LD-NAME     TO WS-CR-DT-NAME
            MOVE WS-CR-DETAIL   TO WS-PRINT-REPORT
            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       Q0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  R0001-WRITE-AUDIT - RECORD THE LOADED RECORD ON THE
      *                     REFERENCE AUDIT FILE AS AN ADD BY THIS
      *                     PROGRAM, SO THE TRAIL STARTS FROM THE
      *                     VERY FIRST IMAGE OF EVERY CODE.
      *----------------------------------------------------------
       R0001-WRITE-AUDIT.

           MOVE WS-RUN-DATE-ISO    TO CRA-DATE
           MOVE WS-RUN-TIME-DSP    TO CRA-TIME
           MOVE 'CBL0027 '         TO CRA-USER
           MOVE 'A'                TO CRA-ACTION
           MOVE CRF-CC             TO CRA-CC
           MOVE WS-LD-RESULT       TO CRA-RESULT
           MOVE WS-LD-REASON       TO CRA-REASON
           MOVE SPACES             TO CRA-BEFORE-IMAGE
           MOVE COUNTRY-REF-REC    TO CRA-AFTER-IMAGE

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
      *                      SUITE RUN-LEDGER FILE. IN IS THE
      *                      POPULATION RECORDS READ, OUT THE
      *                      CODES LOADED, REJECT THE CODES ALREADY
      *                      ON FILE OR LEFT UNLOADED FOR WANT OF
      *                      A NAME.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0027 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-LT-POP-CNT      TO LDG-IN-CNT
            MOVE WS-LT-LOAD-CNT     TO LDG-OUT-CNT
            MOVE WS-LT-REJ-CNT      TO LDG-REJ-CNT
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

            IF WS-LT-REJ-CNT > ZERO AND WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF.

            CLOSE POP001.

            IF WS-POP-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-POP-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE REG001.

            IF WS-REG-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-REG-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE CTL001.

            IF WS-CTL-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-CTL-STAT TO WS-ERR-CDE
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
      *                    TRAILER FOR RECONCILIATION.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  COUNTRY REFERENCE LOAD CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  POPULATION RECORDS: ' WS-LT-POP-CNT.
            DISPLAY '  REGION RECORDS:     ' WS-LT-REG-CNT.
            DISPLAY '  WATCH-LIST RECORDS: ' WS-LT-CTL-CNT.
            DISPLAY '  CODES LOADED:       ' WS-LT-LOAD-CNT.
            DISPLAY '  ALREADY ON FILE:    ' WS-LT-DUP-CNT.
            DISPLAY '  NO NAME - NOT LOADED: ' WS-LT-ORPHAN-CNT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
