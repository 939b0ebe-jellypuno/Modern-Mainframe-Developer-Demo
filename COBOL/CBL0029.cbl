      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    CBL0029.
       AUTHOR.        Jelly P.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT OUT001 ASSIGN TO OUDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-IN-STAT.

             SELECT DST001 ASSIGN TO DSTDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-DST-STAT.

             SELECT CRF001 ASSIGN TO CRFDD01
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CRF-CC
              FILE STATUS IS WS-CRF-STAT.

             SELECT DLG001 ASSIGN TO DLGDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-DLG-STAT.

             SELECT BST001 ASSIGN TO BSTDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST01-STAT.

             SELECT BST002 ASSIGN TO BSTDD02
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST02-STAT.

             SELECT BST003 ASSIGN TO BSTDD03
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST03-STAT.

             SELECT BST004 ASSIGN TO BSTDD04
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST04-STAT.

             SELECT BST005 ASSIGN TO BSTDD05
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST05-STAT.

             SELECT BST006 ASSIGN TO BSTDD06
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST06-STAT.

             SELECT BST007 ASSIGN TO BSTDD07
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST07-STAT.

             SELECT BST008 ASSIGN TO BSTDD08
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-BST08-STAT.

             SELECT LDG001 ASSIGN TO LDGDD01
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS WS-LDG-STAT.

      *-------------
       DATA DIVISION.
      *-------------
       FILE SECTION.

       FD  OUT001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPORT-LINE-REC.
       01  REPORT-LINE-REC        PIC X(133).
      *
       FD  DST001 RECORDING MODE F
               RECORD CONTAINS 80 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DIST-CTL-REC.
       COPY DSTREC01.
      *
       FD  CRF001
               LABEL RECORDS ARE STANDARD
               DATA RECORD IS COUNTRY-REF-REC.
       COPY CRFREC01.
      *
       FD  DLG001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS DIST-LOG-REC.
       01  DIST-LOG-REC           PIC X(133).
      *
       FD  BST001 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-01.
       01  BURST-REC-01           PIC X(133).
      *
       FD  BST002 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-02.
       01  BURST-REC-02           PIC X(133).
      *
       FD  BST003 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-03.
       01  BURST-REC-03           PIC X(133).
      *
       FD  BST004 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-04.
       01  BURST-REC-04           PIC X(133).
      *
       FD  BST005 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-05.
       01  BURST-REC-05           PIC X(133).
      *
       FD  BST006 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-06.
       01  BURST-REC-06           PIC X(133).
      *
       FD  BST007 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-07.
       01  BURST-REC-07           PIC X(133).
      *
       FD  BST008 RECORDING MODE F
               RECORD CONTAINS 133 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS BURST-REC-08.
       01  BURST-REC-08           PIC X(133).
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
      *  ONE FILE STATUS PER BURST DD, ALSO VIEWED AS A TABLE SO
      *  THE STATUS OF THE SLOT IN USE CAN BE CHECKED DIRECTLY.
      *----------------------------------------------------------
       01  WS-BURST-STATUSES.
           05  WS-BST01-STAT       PIC X(02).
           05  WS-BST02-STAT       PIC X(02).
           05  WS-BST03-STAT       PIC X(02).
           05  WS-BST04-STAT       PIC X(02).
           05  WS-BST05-STAT       PIC X(02).
           05  WS-BST06-STAT       PIC X(02).
           05  WS-BST07-STAT       PIC X(02).
           05  WS-BST08-STAT       PIC X(02).
       01  WS-BURST-STATUS-R REDEFINES WS-BURST-STATUSES.
           05  WS-BST-STAT         PIC X(02) OCCURS 8 TIMES.

      *----------------------------------------------------------
      *  RECIPIENTS FROM THE DISTRIBUTION CONTROL FILE, EACH WITH
      *  ITS BURST SLOT, WANTED SECTIONS AND SELECTIONS, AND THE
      *  PAGES, LINES AND COUNTRIES ITS COPY RECEIVED.
      *----------------------------------------------------------
       01  WS-RECIPIENT-TABLE.
           05  WS-RP-COUNT         PIC 9(02) COMP VALUE ZERO.
           05  WS-RP-SUB           PIC 9(02) COMP VALUE ZERO.
           05  WS-RP-ENTRY OCCURS 8 TIMES.
               10  WS-RP-ID        PIC X(08).
               10  WS-RP-NAME      PIC X(40).
               10  WS-RP-SLOT      PIC 9(02).
               10  WS-RP-SECTIONS.
                   15  WS-RP-WANT-DETAIL    PIC X(01).
                   15  WS-RP-WANT-REGION    PIC X(01).
                   15  WS-RP-WANT-UNMAPPED  PIC X(01).
                   15  WS-RP-WANT-MISSING   PIC X(01).
               10  WS-RP-SEL-COUNT PIC 9(03) COMP.
               10  WS-RP-SEL OCCURS 50 TIMES.
                   15  WS-RP-SEL-TYPE       PIC X(01).
                   15  WS-RP-SEL-CODE       PIC X(04).
               10  WS-RP-PAGES     PIC 9(05).
               10  WS-RP-LINES     PIC 9(07).
               10  WS-RP-CTRYS     PIC 9(05).

       01  WS-SLOT-TABLE.
           05  WS-SLOT-USED        PIC X(01) OCCURS 8 TIMES.

       01  WS-DIST-CONTROLS.
           05  WS-DS-SLOT          PIC 9(02) VALUE ZERO.
           05  WS-DS-REASON        PIC X(40) VALUE SPACES.
           05  WS-DS-EOF-SW        PIC X(03) VALUE 'NO '.
               88  WS-DS-EOF-YES              VALUE 'YES'.
               88  WS-DS-EOF-NO               VALUE 'NO '.
           05  WS-DS-REJ-HDR-SW    PIC X(03) VALUE 'NO '.
               88  WS-DS-REJ-HDR-YES          VALUE 'YES'.
               88  WS-DS-REJ-HDR-NO           VALUE 'NO '.

      *----------------------------------------------------------
      *  THE DAILY REPORT'S DATA LINES, EACH TAGGED WITH THE
      *  SECTION IT CAME FROM, ITS COUNTRY OR REGION CODE, THE
      *  COUNTRY'S REGION AND NAME FROM THE REFERENCE MASTER, AND
      *  WHETHER ANY RECIPIENT RECEIVED IT.
      *----------------------------------------------------------
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT         PIC 9(05) COMP VALUE ZERO.
           05  WS-LN-MAX           PIC 9(05) COMP VALUE 3000.
           05  WS-LN-SUB           PIC 9(05) COMP VALUE ZERO.
           05  WS-LN-ENTRY OCCURS 3000 TIMES.
               10  WS-LN-SECTION   PIC X(01).
               10  WS-LN-CODE      PIC X(04).
               10  WS-LN-REGION    PIC X(04).
               10  WS-LN-NAME      PIC X(20).
               10  WS-LN-SENT-SW   PIC X(01).
                   88  WS-LN-SENT-YES         VALUE 'Y'.
                   88  WS-LN-SENT-NO          VALUE 'N'.
               10  WS-LN-TEXT      PIC X(133).

      *----------------------------------------------------------
      *  SECTION CODES: D COUNTRY DETAIL, G REGIONAL SUMMARY,
      *  U UNMAPPED CODES, M MISSING WATCH-LIST COUNTRIES.
      *----------------------------------------------------------
       01  WS-SECTION-CONTROLS.
           05  WS-LOAD-SECTION     PIC X(01) VALUE 'D'.
           05  WS-CUR-SECTION      PIC X(01) VALUE 'D'.
               88  WS-SECT-DETAIL             VALUE 'D'.
               88  WS-SECT-REGION             VALUE 'G'.
               88  WS-SECT-UNMAPPED           VALUE 'U'.
               88  WS-SECT-MISSING            VALUE 'M'.
           05  WS-SECT-STARTED-SW  PIC X(03) VALUE 'NO '.
               88  WS-SECT-STARTED-YES        VALUE 'YES'.
               88  WS-SECT-STARTED-NO         VALUE 'NO '.
           05  WS-SEL-SUB          PIC 9(03) COMP VALUE ZERO.
           05  WS-SEL-FOUND-SW     PIC X(03) VALUE 'NO '.
               88  WS-SEL-FOUND-YES           VALUE 'YES'.
               88  WS-SEL-FOUND-NO            VALUE 'NO '.

       01  WS-BURST-CONTROLS.
           05  WS-CUR-SLOT         PIC 9(02) VALUE ZERO.
           05  WS-BURST-LINE       PIC X(133).
           05  WS-BST-OPEN-SW      PIC X(03) VALUE 'NO '.
               88  WS-BST-OPEN-YES            VALUE 'YES'.
               88  WS-BST-OPEN-NO             VALUE 'NO '.
           05  WS-DE-VALUE         PIC S9(09) VALUE ZERO.

       01  WS-SUBTOTALS.
           05  WS-ST-LINES         PIC 9(05) VALUE ZERO.
           05  WS-ST-CTRYS         PIC 9(05) VALUE ZERO.
           05  WS-ST-RECS          PIC 9(07) VALUE ZERO.
           05  WS-ST-NEW-CNFRM     PIC S9(10) VALUE ZERO.
           05  WS-ST-TOT-CNFRM     PIC S9(10) VALUE ZERO.
           05  WS-ST-NEW-DEATH     PIC S9(10) VALUE ZERO.
           05  WS-ST-TOT-DEATH     PIC S9(10) VALUE ZERO.
           05  WS-ST-NEW-RECVR     PIC S9(10) VALUE ZERO.
           05  WS-ST-TOT-RECVR     PIC S9(10) VALUE ZERO.

       01  WS-DIST-TOTALS.
           05  WS-DT-LINES-READ    PIC 9(07) VALUE ZERO.
           05  WS-DT-LINES-LOST    PIC 9(07) VALUE ZERO.
           05  WS-DT-CTL-READ      PIC 9(07) VALUE ZERO.
           05  WS-DT-CTL-REJ       PIC 9(07) VALUE ZERO.
           05  WS-DT-FILES         PIC 9(07) VALUE ZERO.
           05  WS-DT-BURST-LINES   PIC 9(07) VALUE ZERO.
           05  WS-DT-UNSENT        PIC 9(07) VALUE ZERO.

       01  WS-PRINT-CONTROLS.
           05  WS-LINE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-CNT         PIC 9(04) VALUE ZERO.
           05  WS-PAGE-SIZE        PIC 9(04) VALUE 0055.
           05  WS-DL-LINE-CNT      PIC 9(04) VALUE ZERO.
           05  WS-DL-PAGE-CNT      PIC 9(04) VALUE ZERO.
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
       COPY OUREC001.
       COPY OUREC017.

      *------------------
       PROCEDURE DIVISION.
      *------------------

       A0001-MAIN.

            PERFORM B0001-OPEN-FILES THRU B0001-EXIT
            PERFORM C0001-INIT-FILES THRU C0001-EXIT
            PERFORM G0001-LOAD-RECIPIENTS THRU G0001-EXIT
            PERFORM D0001-READ-REPORT THRU D0001-EXIT
            PERFORM E0001-LOAD-LINE THRU E0001-EXIT
                    UNTIL WS-EOF-YES
            PERFORM L0005-RECIPIENT-HDRS THRU L0005-EXIT
            PERFORM J0001-BURST-RECIPIENT THRU J0001-EXIT
                    VARYING WS-RP-SUB FROM 1 BY 1
                    UNTIL WS-RP-SUB > WS-RP-COUNT
            PERFORM L0002-LIST-UNSENT THRU L0002-EXIT
            PERFORM L0004-LOG-TOTALS THRU L0004-EXIT
            PERFORM Z0001-CLOS-FILES THRU Z0001-EXIT
            .

       A0001-MAIN-EXIT.
            EXIT.

       B0001-OPEN-FILES.

            OPEN INPUT OUT001.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            OPEN INPUT DST001.

            IF WS-DST-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-DS TO TRUE
               MOVE WS-DST-STAT TO WS-ERR-CDE
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

            OPEN OUTPUT DLG001.

            IF WS-DLG-STAT NOT EQUAL ZEROES
               SET WS-MSG-OP-DL TO TRUE
               MOVE WS-DLG-STAT TO WS-ERR-CDE
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
            MOVE SPACES            TO WS-SLOT-TABLE

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

            PERFORM H0002-PRINT-LOG-HDRS THRU H0002-EXIT
            .
       C0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0001-LOAD-RECIPIENTS - READ THE DISTRIBUTION CONTROL
      *                         FILE INTO THE RECIPIENT TABLE. A
      *                         RECORD THAT CANNOT BE USED IS
      *                         LISTED ON THE DISTRIBUTION LOG
      *                         WITH ITS REASON AND THE REST OF
      *                         THE FILE IS STILL LOADED.
      *----------------------------------------------------------
       G0001-LOAD-RECIPIENTS.

            SET WS-DS-EOF-NO TO TRUE

            PERFORM G0002-READ-DIST THRU G0002-EXIT

            PERFORM G0003-STORE-DIST-REC THRU G0003-EXIT
                    UNTIL WS-DS-EOF-YES
            .
       G0001-EXIT.
            EXIT.

       G0002-READ-DIST.

            READ DST001
              AT END SET WS-DS-EOF-YES TO TRUE.

            IF WS-DST-STAT NOT EQUAL ZEROES AND
               WS-DST-STAT NOT EQUAL '10'
               SET WS-MSG-RD-DS TO TRUE
               MOVE WS-DST-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-DS-EOF-NO
                ADD 1 TO WS-DT-CTL-READ
            END-IF.

       G0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0003-STORE-DIST-REC - ADD A RECIPIENT, OR ADD A
      *                        SELECTION TO THE RECIPIENT ALREADY
      *                        LOADED UNDER THE SAME ID. EACH
      *                        RECIPIENT HAS A BURST SLOT OF ITS
      *                        OWN SO TWO RECIPIENTS NEVER SHARE
      *                        A PRINT FILE.
      *----------------------------------------------------------
       G0003-STORE-DIST-REC.

            PERFORM G0004-FIND-RECIPIENT THRU G0004-EXIT
                    VARYING WS-RP-SUB FROM 1 BY 1
                    UNTIL WS-RP-SUB > WS-RP-COUNT
                       OR WS-RP-ID(WS-RP-SUB) EQUAL DST-RECIP-ID

            EVALUATE TRUE
               WHEN DST-RECIPIENT-REC
                    GO TO G0003-RECIPIENT
               WHEN DST-SELECT-REC
                    GO TO G0003-SELECTION
               WHEN OTHER
                    MOVE 'RECORD TYPE NOT R OR S' TO WS-DS-REASON
                    PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                    GO TO G0003-READ-NEXT
            END-EVALUATE
            .
       G0003-RECIPIENT.

            IF WS-RP-SUB NOT > WS-RP-COUNT
                MOVE 'RECIPIENT ID ALREADY DEFINED' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            IF DST-RECIP-ID EQUAL SPACES
                MOVE 'RECIPIENT ID MISSING' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            IF DST-DD-SLOT IS NOT NUMERIC
                MOVE 'BURST SLOT NOT 01 TO 08' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            MOVE DST-DD-SLOT TO WS-DS-SLOT

            IF WS-DS-SLOT < 1 OR WS-DS-SLOT > 8
                MOVE 'BURST SLOT NOT 01 TO 08' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            IF WS-SLOT-USED(WS-DS-SLOT) EQUAL 'Y'
                MOVE 'BURST SLOT ALREADY ASSIGNED' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            ADD 1 TO WS-RP-COUNT
            MOVE WS-RP-COUNT TO WS-RP-SUB
            INITIALIZE WS-RP-ENTRY(WS-RP-SUB)
            MOVE 'Y'               TO WS-SLOT-USED(WS-DS-SLOT)
            MOVE DST-RECIP-ID      TO WS-RP-ID(WS-RP-SUB)
            MOVE DST-RECIP-NAME    TO WS-RP-NAME(WS-RP-SUB)
            MOVE WS-DS-SLOT        TO WS-RP-SLOT(WS-RP-SUB)
            MOVE DST-WANT-DETAIL   TO WS-RP-WANT-DETAIL(WS-RP-SUB)
            MOVE DST-WANT-REGION   TO WS-RP-WANT-REGION(WS-RP-SUB)
            MOVE DST-WANT-UNMAPPED TO WS-RP-WANT-UNMAPPED(WS-RP-SUB)
            MOVE DST-WANT-MISSING  TO WS-RP-WANT-MISSING(WS-RP-SUB)
            GO TO G0003-READ-NEXT
            .
       G0003-SELECTION.

            IF WS-RP-SUB > WS-RP-COUNT
                MOVE 'NO RECIPIENT RECORD FOR THIS ID'
                                             TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            IF NOT DST-SEL-ALL AND NOT DST-SEL-REGION AND
               NOT DST-SEL-COUNTRY
                MOVE 'SELECTION TYPE NOT A, R OR C' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            IF NOT DST-SEL-ALL AND DST-SEL-CODE EQUAL SPACES
                MOVE 'SELECTION CODE MISSING' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            IF WS-RP-SEL-COUNT(WS-RP-SUB) NOT < 50
                MOVE 'MORE THAN 50 SELECTIONS' TO WS-DS-REASON
                PERFORM G0005-LOG-CTL-REJECT THRU G0005-EXIT
                GO TO G0003-READ-NEXT
            END-IF

            ADD 1 TO WS-RP-SEL-COUNT(WS-RP-SUB)
            MOVE WS-RP-SEL-COUNT(WS-RP-SUB) TO WS-SEL-SUB
            MOVE DST-SEL-TYPE TO WS-RP-SEL-TYPE(WS-RP-SUB, WS-SEL-SUB)
            MOVE DST-SEL-CODE TO WS-RP-SEL-CODE(WS-RP-SUB, WS-SEL-SUB)
            .
       G0003-READ-NEXT.

            PERFORM G0002-READ-DIST THRU G0002-EXIT
            .
       G0003-EXIT.
            EXIT.

       G0004-FIND-RECIPIENT.
            CONTINUE
            .
       G0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  G0005-LOG-CTL-REJECT - LIST AN UNUSABLE CONTROL RECORD
      *                        ON THE DISTRIBUTION LOG, WITH THE
      *                        SECTION HEADING BEFORE THE FIRST.
      *----------------------------------------------------------
       G0005-LOG-CTL-REJECT.

            ADD 1 TO WS-DT-CTL-REJ

            IF WS-DS-REJ-HDR-NO
                SET WS-DS-REJ-HDR-YES TO TRUE
                MOVE 'DISTRIBUTION CONTROL RECORDS REJECTED'
                                     TO WS-DL-SC-TITLE
                MOVE WS-DL-SECT      TO WS-BURST-LINE
                PERFORM L0009-LOG-LINE THRU L0009-EXIT
                MOVE WS-DL-CHDR      TO WS-BURST-LINE
                PERFORM L0009-LOG-LINE THRU L0009-EXIT
            END-IF

            MOVE DIST-CTL-REC(1:60)  TO WS-DL-CR-IMAGE
            MOVE WS-DS-REASON        TO WS-DL-CR-REASON
            MOVE WS-DL-CTLREJ        TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            .
       G0005-EXIT.
            EXIT.

       D0001-READ-REPORT.

            READ OUT001
              AT END SET WS-EOF-YES TO TRUE.

            IF WS-IN-STAT NOT EQUAL ZEROES AND
               WS-IN-STAT NOT EQUAL '10'
               SET WS-MSG-RD-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-READ TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            IF WS-EOF-NO
                ADD 1 TO WS-DT-LINES-READ
            END-IF.

       D0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  E0001-LOAD-LINE - CLASSIFY ONE LINE OF THE DAILY REPORT.
      *                   THE REPORT'S OWN HEADING LINES MARK
      *                   WHERE EACH SECTION BEGINS AND ARE NOT
      *                   KEPT - EVERY RECIPIENT'S COPY PRINTS
      *                   THEM AFRESH. A DATA LINE IS TABLED UNDER
      *                   THE SECTION IN FORCE WITH THE COUNTRY OR
      *                   REGION CODE IT CARRIES.
      *----------------------------------------------------------
       E0001-LOAD-LINE.

            IF REPORT-LINE-REC(1:1) EQUAL '1'
                MOVE 'D' TO WS-LOAD-SECTION
                GO TO E0001-READ-NEXT
            END-IF

            EVALUATE REPORT-LINE-REC
               WHEN WS-PR-HDR2
               WHEN WS-RG-HDR2
                    GO TO E0001-READ-NEXT
               WHEN WS-RG-HDR1
                    MOVE 'G' TO WS-LOAD-SECTION
                    GO TO E0001-READ-NEXT
               WHEN WS-UM-HDR1
                    MOVE 'U' TO WS-LOAD-SECTION
                    GO TO E0001-READ-NEXT
               WHEN WS-ML-HDR1
                    MOVE 'M' TO WS-LOAD-SECTION
                    GO TO E0001-READ-NEXT
               WHEN SPACES
                    GO TO E0001-READ-NEXT
               WHEN OTHER
                    CONTINUE
            END-EVALUATE

            IF WS-LN-COUNT NOT < WS-LN-MAX
                ADD 1 TO WS-DT-LINES-LOST
                MOVE 8 TO WS-LDG-SEVERITY
                GO TO E0001-READ-NEXT
            END-IF

            ADD 1 TO WS-LN-COUNT
            MOVE WS-LN-COUNT      TO WS-LN-SUB
            MOVE WS-LOAD-SECTION  TO WS-LN-SECTION(WS-LN-SUB)
            MOVE REPORT-LINE-REC  TO WS-LN-TEXT(WS-LN-SUB)
            MOVE SPACES           TO WS-LN-REGION(WS-LN-SUB)
            MOVE SPACES           TO WS-LN-NAME(WS-LN-SUB)
            SET WS-LN-SENT-NO(WS-LN-SUB) TO TRUE

            EVALUATE WS-LOAD-SECTION
               WHEN 'D'
                    MOVE REPORT-LINE-REC(23:4)
                                     TO WS-LN-CODE(WS-LN-SUB)
                    MOVE REPORT-LINE-REC(3:20)
                                     TO WS-LN-NAME(WS-LN-SUB)
               WHEN 'G'
                    MOVE REPORT-LINE-REC(3:4)
                                     TO WS-LN-CODE(WS-LN-SUB)
                    MOVE REPORT-LINE-REC(11:20)
                                     TO WS-LN-NAME(WS-LN-SUB)
               WHEN OTHER
                    MOVE REPORT-LINE-REC(9:4)
                                     TO WS-LN-CODE(WS-LN-SUB)
            END-EVALUATE

            IF WS-LOAD-SECTION NOT EQUAL 'G'
                PERFORM E0002-FIND-COUNTRY THRU E0002-EXIT
            END-IF
            .
       E0001-READ-NEXT.

            PERFORM D0001-READ-REPORT THRU D0001-EXIT.

       E0001-EXIT. EXIT.

      *----------------------------------------------------------
      *  E0002-FIND-COUNTRY - READ THE LINE'S COUNTRY FROM THE
      *                      REFERENCE MASTER FOR ITS REGION, AND
      *                      ITS NAME WHERE THE LINE HAS NONE. A
      *                      CODE NOT ON FILE HAS NO REGION AND
      *                      REACHES ONLY RECIPIENTS WHO SELECT
      *                      THE CODE ITSELF.
      *----------------------------------------------------------
       E0002-FIND-COUNTRY.

            MOVE WS-LN-CODE(WS-LN-SUB) TO CRF-CC

            READ CRF001
                INVALID KEY CONTINUE
            END-READ

            EVALUATE WS-CRF-STAT
               WHEN '00'
                    MOVE CRF-REGION-CD TO WS-LN-REGION(WS-LN-SUB)
                    IF WS-LN-NAME(WS-LN-SUB) EQUAL SPACES
                        MOVE CRF-OFFICIAL-NAME
                                       TO WS-LN-NAME(WS-LN-SUB)
                    END-IF
               WHEN '23'
                    CONTINUE
               WHEN OTHER
                    SET WS-MSG-RD-CF TO TRUE
                    MOVE WS-CRF-STAT TO WS-ERR-CDE
                    SET WS-PROC-READ TO TRUE
                    PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-EVALUATE
            .
       E0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0001-BURST-RECIPIENT - WRITE ONE RECIPIENT'S COPY OF THE
      *                         DAILY REPORT TO ITS BURST SLOT:
      *                         EACH WANTED SECTION IN REPORT
      *                         ORDER, CARRYING ONLY THE LINES ITS
      *                         SELECTIONS COVER, THEN LOG IT.
      *----------------------------------------------------------
       J0001-BURST-RECIPIENT.

            MOVE WS-RP-SLOT(WS-RP-SUB) TO WS-CUR-SLOT
            MOVE ZERO TO WS-PAGE-CNT
            MOVE ZERO TO WS-LINE-CNT
            SET WS-SECT-STARTED-NO TO TRUE

            PERFORM Q0001-OPEN-BURST THRU Q0001-EXIT
            PERFORM H0001-PRINT-HDRS THRU H0001-EXIT

            IF WS-RP-WANT-DETAIL(WS-RP-SUB) EQUAL 'Y'
                SET WS-SECT-DETAIL TO TRUE
                PERFORM J0002-BURST-SECTION THRU J0002-EXIT
            END-IF

            IF WS-RP-WANT-REGION(WS-RP-SUB) EQUAL 'Y'
                SET WS-SECT-REGION TO TRUE
                PERFORM J0002-BURST-SECTION THRU J0002-EXIT
            END-IF

            IF WS-RP-WANT-UNMAPPED(WS-RP-SUB) EQUAL 'Y'
                SET WS-SECT-UNMAPPED TO TRUE
                PERFORM J0002-BURST-SECTION THRU J0002-EXIT
            END-IF

            IF WS-RP-WANT-MISSING(WS-RP-SUB) EQUAL 'Y'
                SET WS-SECT-MISSING TO TRUE
                PERFORM J0002-BURST-SECTION THRU J0002-EXIT
            END-IF

            PERFORM Q0003-CLOSE-BURST THRU Q0003-EXIT

            ADD 1 TO WS-DT-FILES
            MOVE WS-PAGE-CNT TO WS-RP-PAGES(WS-RP-SUB)

            PERFORM L0001-LOG-RECIPIENT THRU L0001-EXIT
            .
       J0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0002-BURST-SECTION - COPY THE CURRENT SECTION'S LINES
      *                       THE RECIPIENT SELECTS, FOLLOWED BY
      *                       THE SUBTOTAL OF ITS OWN SLICE. A
      *                       WANTED SECTION WITH NOTHING FOR THE
      *                       RECIPIENT STILL PRINTS ITS HEADING,
      *                       SO AN EMPTY SECTION IS SEEN TO BE
      *                       EMPTY RATHER THAN MISSED.
      *----------------------------------------------------------
       J0002-BURST-SECTION.

            SET WS-SECT-STARTED-NO TO TRUE
            INITIALIZE WS-SUBTOTALS

            PERFORM J0003-BURST-LINE THRU J0003-EXIT
                    VARYING WS-LN-SUB FROM 1 BY 1
                    UNTIL WS-LN-SUB > WS-LN-COUNT

            IF WS-SECT-STARTED-YES
                PERFORM J0005-SECTION-TOTAL THRU J0005-EXIT
            ELSE
                IF WS-LINE-CNT + 3 > WS-PAGE-SIZE
                    PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
                END-IF
                SET WS-SECT-STARTED-YES TO TRUE
                PERFORM J0004-SECTION-HDRS THRU J0004-EXIT
                MOVE WS-BS-NONE TO WS-BURST-LINE
                PERFORM J0007-PRINT-LINE THRU J0007-EXIT
            END-IF

            SET WS-SECT-STARTED-NO TO TRUE
            .
       J0002-EXIT.
            EXIT.

       J0003-BURST-LINE.

            IF WS-LN-SECTION(WS-LN-SUB) NOT EQUAL WS-CUR-SECTION
                GO TO J0003-EXIT
            END-IF

            PERFORM F0001-CHECK-SELECTED THRU F0001-EXIT

            IF WS-SEL-FOUND-NO
                GO TO J0003-EXIT
            END-IF

            IF WS-SECT-STARTED-NO
                IF WS-LINE-CNT + 3 > WS-PAGE-SIZE
                    PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
                END-IF
                SET WS-SECT-STARTED-YES TO TRUE
                PERFORM J0004-SECTION-HDRS THRU J0004-EXIT
            END-IF

            MOVE WS-LN-TEXT(WS-LN-SUB) TO WS-BURST-LINE
            PERFORM J0007-PRINT-LINE THRU J0007-EXIT

            SET WS-LN-SENT-YES(WS-LN-SUB) TO TRUE
            PERFORM J0006-ACCUM-LINE THRU J0006-EXIT
            .
       J0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0004-SECTION-HDRS - PRINT THE CURRENT SECTION'S HEADING
      *                      LINES, THE SAME ONES THE DAILY REPORT
      *                      USES. REPEATED AT THE TOP OF EACH
      *                      PAGE THE SECTION RUNS ONTO.
      *----------------------------------------------------------
       J0004-SECTION-HDRS.

            EVALUATE TRUE
               WHEN WS-SECT-DETAIL
                    MOVE 'COUNTRY DETAIL'  TO WS-BS-SC-TITLE
                    MOVE WS-BS-SECT        TO WS-BURST-LINE
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
                    MOVE WS-PR-HDR2        TO WS-BURST-LINE
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN WS-SECT-REGION
                    MOVE WS-RG-HDR1        TO WS-BURST-LINE
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
                    MOVE WS-RG-HDR2        TO WS-BURST-LINE
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN WS-SECT-UNMAPPED
                    MOVE WS-UM-HDR1        TO WS-BURST-LINE
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
               WHEN OTHER
                    MOVE WS-ML-HDR1        TO WS-BURST-LINE
                    PERFORM P0001-PRINT-REC THRU P0001-EXIT
            END-EVALUATE
            .
       J0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0005-SECTION-TOTAL - PRINT THE SUBTOTAL OF THE LINES
      *                       THIS RECIPIENT RECEIVED IN THE
      *                       SECTION JUST FINISHED.
      *----------------------------------------------------------
       J0005-SECTION-TOTAL.

            EVALUATE TRUE
               WHEN WS-SECT-DETAIL
                    MOVE WS-ST-CTRYS      TO WS-BS-DT-CTRYS
                    MOVE WS-ST-NEW-CNFRM  TO WS-BS-DT-NEW-CNFRM
                    MOVE WS-ST-TOT-CNFRM  TO WS-BS-DT-TOT-CNFRM
                    MOVE WS-ST-NEW-DEATH  TO WS-BS-DT-NEW-DEATH
                    MOVE WS-ST-TOT-DEATH  TO WS-BS-DT-TOT-DEATH
                    MOVE WS-ST-NEW-RECVR  TO WS-BS-DT-NEW-RECVR
                    MOVE WS-ST-TOT-RECVR  TO WS-BS-DT-TOT-RECVR
                    MOVE WS-BS-DT-TOTAL   TO WS-BURST-LINE
                    PERFORM J0007-PRINT-LINE THRU J0007-EXIT
               WHEN WS-SECT-REGION
                    MOVE WS-ST-CTRYS      TO WS-BS-RG-CTRYS
                    MOVE WS-ST-NEW-CNFRM  TO WS-BS-RG-NEW-CNFRM
                    MOVE WS-ST-TOT-CNFRM  TO WS-BS-RG-TOT-CNFRM
                    MOVE WS-ST-NEW-DEATH  TO WS-BS-RG-NEW-DEATH
                    MOVE WS-ST-TOT-DEATH  TO WS-BS-RG-TOT-DEATH
                    MOVE WS-ST-NEW-RECVR  TO WS-BS-RG-NEW-RECVR
                    MOVE WS-ST-TOT-RECVR  TO WS-BS-RG-TOT-RECVR
                    MOVE WS-BS-RG-TOTAL   TO WS-BURST-LINE
                    PERFORM J0007-PRINT-LINE THRU J0007-EXIT
               WHEN WS-SECT-UNMAPPED
                    MOVE 'SUBTOTAL CODES LISTED' TO WS-BS-CT-LABEL
                    MOVE WS-ST-LINES      TO WS-BS-CT-COUNT
                    MOVE WS-BS-CT-TOTAL   TO WS-BURST-LINE
                    PERFORM J0007-PRINT-LINE THRU J0007-EXIT
                    MOVE 'SUBTOTAL RECORDS' TO WS-BS-CT-LABEL
                    MOVE WS-ST-RECS       TO WS-BS-CT-COUNT
                    MOVE WS-BS-CT-TOTAL   TO WS-BURST-LINE
                    PERFORM J0007-PRINT-LINE THRU J0007-EXIT
               WHEN OTHER
                    MOVE 'SUBTOTAL COUNTRIES MISSING' TO WS-BS-CT-LABEL
                    MOVE WS-ST-LINES      TO WS-BS-CT-COUNT
                    MOVE WS-BS-CT-TOTAL   TO WS-BURST-LINE
                    PERFORM J0007-PRINT-LINE THRU J0007-EXIT
            END-EVALUATE
            .
       J0005-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0006-ACCUM-LINE - ADD THE LINE JUST SENT INTO THE
      *                    SECTION SUBTOTAL, TAKING ITS COUNTS
      *                    BACK OUT OF THE PRINTED FIELDS THROUGH
      *                    THE DAILY REPORT'S OWN LINE LAYOUTS.
      *----------------------------------------------------------
       J0006-ACCUM-LINE.

            ADD 1 TO WS-ST-LINES

            EVALUATE TRUE
               WHEN WS-SECT-DETAIL
                    ADD 1 TO WS-ST-CTRYS
                    ADD 1 TO WS-RP-CTRYS(WS-RP-SUB)
                    MOVE WS-LN-TEXT(WS-LN-SUB) TO WS-PR-DETAIL
                    MOVE WS-PR-NEW-CNFRM  TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-NEW-CNFRM
                    MOVE WS-PR-TOT-CNFRM  TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-TOT-CNFRM
                    MOVE WS-PR-NEW-DEATH  TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-NEW-DEATH
                    MOVE WS-PR-TOT-DEATH  TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-TOT-DEATH
                    MOVE WS-PR-NEW-RECVR  TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-NEW-RECVR
                    MOVE WS-PR-TOT-RECVR  TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-TOT-RECVR
               WHEN WS-SECT-REGION
                    MOVE WS-LN-TEXT(WS-LN-SUB) TO WS-RG-DETAIL
                    MOVE WS-RG-DT-CTRYS   TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-CTRYS
                    MOVE WS-RG-DT-NEW-CNFRM TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-NEW-CNFRM
                    MOVE WS-RG-DT-TOT-CNFRM TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-TOT-CNFRM
                    MOVE WS-RG-DT-NEW-DEATH TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-NEW-DEATH
                    MOVE WS-RG-DT-TOT-DEATH TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-TOT-DEATH
                    MOVE WS-RG-DT-NEW-RECVR TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-NEW-RECVR
                    MOVE WS-RG-DT-TOT-RECVR TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-TOT-RECVR
               WHEN WS-SECT-UNMAPPED
                    MOVE WS-LN-TEXT(WS-LN-SUB) TO WS-UM-DETAIL
                    MOVE WS-UM-DT-CNT     TO WS-DE-VALUE
                    ADD WS-DE-VALUE       TO WS-ST-RECS
               WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       J0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  J0007-PRINT-LINE - PRINT A BODY LINE OF THE RECIPIENT'S
      *                    COPY, STARTING A NEW PAGE FIRST WHEN
      *                    THE CURRENT ONE IS FULL.
      *----------------------------------------------------------
       J0007-PRINT-LINE.

            IF WS-LINE-CNT NOT < WS-PAGE-SIZE
                MOVE WS-BURST-LINE TO WS-PRINT-REPORT
                PERFORM H0001-PRINT-HDRS THRU H0001-EXIT
                MOVE WS-PRINT-REPORT TO WS-BURST-LINE
            END-IF

            PERFORM P0001-PRINT-REC THRU P0001-EXIT
            .
       J0007-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  F0001-CHECK-SELECTED - DECIDE WHETHER THE CURRENT
      *                        RECIPIENT RECEIVES THE CURRENT
      *                        LINE. A REGIONAL SUMMARY LINE GOES
      *                        TO RECIPIENTS SELECTING ITS REGION;
      *                        A COUNTRY LINE TO THOSE SELECTING
      *                        THE COUNTRY OR THE COUNTRY'S
      *                        REGION. 'A' SELECTS EVERYTHING.
      *----------------------------------------------------------
       F0001-CHECK-SELECTED.

            SET WS-SEL-FOUND-NO TO TRUE

            PERFORM F0002-CHECK-ONE-SEL THRU F0002-EXIT
                    VARYING WS-SEL-SUB FROM 1 BY 1
                    UNTIL WS-SEL-SUB > WS-RP-SEL-COUNT(WS-RP-SUB)
                       OR WS-SEL-FOUND-YES
            .
       F0001-EXIT.
            EXIT.

       F0002-CHECK-ONE-SEL.

            EVALUATE TRUE
               WHEN WS-RP-SEL-TYPE(WS-RP-SUB, WS-SEL-SUB) EQUAL 'A'
                    SET WS-SEL-FOUND-YES TO TRUE
               WHEN WS-RP-SEL-TYPE(WS-RP-SUB, WS-SEL-SUB) EQUAL 'C'
                AND NOT WS-SECT-REGION
                AND WS-RP-SEL-CODE(WS-RP-SUB, WS-SEL-SUB) EQUAL
                    WS-LN-CODE(WS-LN-SUB)
                    SET WS-SEL-FOUND-YES TO TRUE
               WHEN WS-RP-SEL-TYPE(WS-RP-SUB, WS-SEL-SUB) EQUAL 'R'
                AND WS-SECT-REGION
                AND WS-RP-SEL-CODE(WS-RP-SUB, WS-SEL-SUB) EQUAL
                    WS-LN-CODE(WS-LN-SUB)
                    SET WS-SEL-FOUND-YES TO TRUE
               WHEN WS-RP-SEL-TYPE(WS-RP-SUB, WS-SEL-SUB) EQUAL 'R'
                AND NOT WS-SECT-REGION
                AND WS-LN-REGION(WS-LN-SUB) NOT EQUAL SPACES
                AND WS-RP-SEL-CODE(WS-RP-SUB, WS-SEL-SUB) EQUAL
                    WS-LN-REGION(WS-LN-SUB)
                    SET WS-SEL-FOUND-YES TO TRUE
               WHEN OTHER
                    CONTINUE
            END-EVALUATE
            .
       F0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0001-PRINT-HDRS - START A NEW PAGE OF THE RECIPIENT'S
      *                     COPY WITH THE REPORT TITLE, PAGE
      *                     NUMBER AND RECIPIENT NAME, AND THE
      *                     SECTION HEADING WHEN A SECTION RUNS
      *                     ONTO THE NEW PAGE.
      *----------------------------------------------------------
       H0001-PRINT-HDRS.

            ADD 1 TO WS-PAGE-CNT
            MOVE ZERO TO WS-LINE-CNT

            MOVE WS-RUN-DATE-DSP       TO WS-BS-H1-DATE
            MOVE WS-PAGE-CNT           TO WS-BS-H1-PAGE
            MOVE WS-BS-HDR1            TO WS-BURST-LINE
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            MOVE WS-RP-ID(WS-RP-SUB)   TO WS-BS-H2-ID
            MOVE WS-RP-NAME(WS-RP-SUB) TO WS-BS-H2-NAME
            MOVE WS-BS-HDR2            TO WS-BURST-LINE
            PERFORM P0001-PRINT-REC THRU P0001-EXIT

            IF WS-SECT-STARTED-YES
                PERFORM J0004-SECTION-HDRS THRU J0004-EXIT
            END-IF
            .
       H0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  H0002-PRINT-LOG-HDRS - START A NEW PAGE OF THE
      *                        DISTRIBUTION LOG.
      *----------------------------------------------------------
       H0002-PRINT-LOG-HDRS.

            ADD 1 TO WS-DL-PAGE-CNT
            MOVE ZERO TO WS-DL-LINE-CNT

            MOVE WS-RUN-DATE-DSP    TO WS-DL-H1-DATE
            MOVE WS-DL-PAGE-CNT     TO WS-DL-H1-PAGE
            MOVE WS-DL-HDR1         TO WS-BURST-LINE
            PERFORM P0002-PRINT-LOG THRU P0002-EXIT
            .
       H0002-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  L0001-LOG-RECIPIENT - LOG THE PAGES, LINES AND COUNTRIES
      *                       ONE RECIPIENT'S COPY RECEIVED.
      *----------------------------------------------------------
       L0001-LOG-RECIPIENT.

            MOVE WS-RP-ID(WS-RP-SUB)     TO WS-DL-RP-ID
            MOVE WS-RP-NAME(WS-RP-SUB)   TO WS-DL-RP-NAME
            MOVE SPACES                  TO WS-DL-RP-DD
            STRING 'BSTDD' WS-RP-SLOT(WS-RP-SUB)
                   DELIMITED BY SIZE INTO WS-DL-RP-DD
            MOVE SPACES                  TO WS-DL-RP-SECTIONS

            IF WS-RP-WANT-DETAIL(WS-RP-SUB) EQUAL 'Y'
                MOVE 'D' TO WS-DL-RP-SECTIONS(1:1)
            END-IF
            IF WS-RP-WANT-REGION(WS-RP-SUB) EQUAL 'Y'
                MOVE 'G' TO WS-DL-RP-SECTIONS(3:1)
            END-IF
            IF WS-RP-WANT-UNMAPPED(WS-RP-SUB) EQUAL 'Y'
                MOVE 'U' TO WS-DL-RP-SECTIONS(5:1)
            END-IF
            IF WS-RP-WANT-MISSING(WS-RP-SUB) EQUAL 'Y'
                MOVE 'M' TO WS-DL-RP-SECTIONS(7:1)
            END-IF

            MOVE WS-RP-PAGES(WS-RP-SUB)  TO WS-DL-RP-PAGES
            MOVE WS-RP-LINES(WS-RP-SUB)  TO WS-DL-RP-LINES
            MOVE WS-RP-CTRYS(WS-RP-SUB)  TO WS-DL-RP-CTRYS
            MOVE WS-DL-RECIP             TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            .
       L0001-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  L0002-LIST-UNSENT - FLAG EVERY COUNTRY LINE OF THE DAILY
      *                     REPORT THAT NO RECIPIENT RECEIVED, SO
      *                     A GAP IN THE DISTRIBUTION CONTROL FILE
      *                     IS SEEN THE DAY IT OPENS. ANY SUCH
      *                     COUNTRY RAISES THE RUN TO A WARNING.
      *----------------------------------------------------------
       L0002-LIST-UNSENT.

            MOVE 'COUNTRIES SENT TO NO RECIPIENT' TO WS-DL-SC-TITLE
            MOVE WS-DL-SECT         TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            MOVE WS-DL-UHDR         TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT

            PERFORM L0003-CHECK-ONE-UNSENT THRU L0003-EXIT
                    VARYING WS-LN-SUB FROM 1 BY 1
                    UNTIL WS-LN-SUB > WS-LN-COUNT

            IF WS-DT-UNSENT > ZERO AND WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF
            .
       L0002-EXIT.
            EXIT.

       L0003-CHECK-ONE-UNSENT.

            IF WS-LN-SENT-YES(WS-LN-SUB) OR
               WS-LN-SECTION(WS-LN-SUB) EQUAL 'G'
                GO TO L0003-EXIT
            END-IF

            ADD 1 TO WS-DT-UNSENT

            MOVE WS-LN-CODE(WS-LN-SUB)  TO WS-DL-UN-CODE
            MOVE WS-LN-NAME(WS-LN-SUB)  TO WS-DL-UN-NAME

            EVALUATE WS-LN-SECTION(WS-LN-SUB)
               WHEN 'D'
                    MOVE 'COUNTRY DETAIL'     TO WS-DL-UN-SECTION
               WHEN 'U'
                    MOVE 'UNMAPPED CODES'     TO WS-DL-UN-SECTION
               WHEN OTHER
                    MOVE 'MISSING WATCH-LIST' TO WS-DL-UN-SECTION
            END-EVALUATE

            MOVE WS-DL-UNSENT           TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            .
       L0003-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  L0004-LOG-TOTALS - CLOSE THE DISTRIBUTION LOG WITH THE
      *                    RUN'S TOTALS.
      *----------------------------------------------------------
       L0004-LOG-TOTALS.

            MOVE 'DISTRIBUTION TOTALS' TO WS-DL-SC-TITLE
            MOVE WS-DL-SECT            TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT

            MOVE 'DAILY REPORT LINES READ'    TO WS-DL-TL-LABEL
            MOVE WS-DT-LINES-READ             TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'DATA LINES TABLED'          TO WS-DL-TL-LABEL
            MOVE WS-LN-COUNT                  TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'DATA LINES NOT TABLED - TABLE FULL'
                                              TO WS-DL-TL-LABEL
            MOVE WS-DT-LINES-LOST             TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'CONTROL RECORDS READ'       TO WS-DL-TL-LABEL
            MOVE WS-DT-CTL-READ               TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'CONTROL RECORDS REJECTED'   TO WS-DL-TL-LABEL
            MOVE WS-DT-CTL-REJ                TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'RECIPIENT COPIES WRITTEN'   TO WS-DL-TL-LABEL
            MOVE WS-DT-FILES                  TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'LINES WRITTEN TO ALL COPIES' TO WS-DL-TL-LABEL
            MOVE WS-DT-BURST-LINES            TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT

            MOVE 'COUNTRY LINES SENT TO NO RECIPIENT'
                                              TO WS-DL-TL-LABEL
            MOVE WS-DT-UNSENT                 TO WS-DL-TL-VALUE
            PERFORM L0006-LOG-TOTAL-LINE THRU L0006-EXIT
            .
       L0004-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  L0005-RECIPIENT-HDRS - HEAD THE RECIPIENT SECTION OF THE
      *                        DISTRIBUTION LOG.
      *----------------------------------------------------------
       L0005-RECIPIENT-HDRS.

            MOVE 'COPIES WRITTEN BY RECIPIENT' TO WS-DL-SC-TITLE
            MOVE WS-DL-SECT         TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            MOVE WS-DL-RHDR         TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            .
       L0005-EXIT.
            EXIT.

       L0006-LOG-TOTAL-LINE.

            MOVE WS-DL-TOTAL TO WS-BURST-LINE
            PERFORM L0009-LOG-LINE THRU L0009-EXIT
            .
       L0006-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  L0009-LOG-LINE - PRINT A BODY LINE OF THE DISTRIBUTION
      *                  LOG, STARTING A NEW PAGE FIRST WHEN THE
      *                  CURRENT ONE IS FULL.
      *----------------------------------------------------------
       L0009-LOG-LINE.

            IF WS-DL-LINE-CNT NOT < WS-PAGE-SIZE
                MOVE WS-BURST-LINE TO WS-PRINT-REPORT
                PERFORM H0002-PRINT-LOG-HDRS THRU H0002-EXIT
                MOVE WS-PRINT-REPORT TO WS-BURST-LINE
            END-IF

            PERFORM P0002-PRINT-LOG THRU P0002-EXIT
            .
       L0009-EXIT.
            EXIT.

      *----------------------------------------------------------
      *  P0001-PRINT-REC - WRITE WS-BURST-LINE TO THE BURST FILE
      *                   OF THE RECIPIENT BEING WRITTEN.
      *----------------------------------------------------------
       P0001-PRINT-REC.

           EVALUATE WS-CUR-SLOT
              WHEN 1 WRITE BURST-REC-01 FROM WS-BURST-LINE
              WHEN 2 WRITE BURST-REC-02 FROM WS-BURST-LINE
              WHEN 3 WRITE BURST-REC-03 FROM WS-BURST-LINE
              WHEN 4 WRITE BURST-REC-04 FROM WS-BURST-LINE
              WHEN 5 WRITE BURST-REC-05 FROM WS-BURST-LINE
              WHEN 6 WRITE BURST-REC-06 FROM WS-BURST-LINE
              WHEN 7 WRITE BURST-REC-07 FROM WS-BURST-LINE
              WHEN 8 WRITE BURST-REC-08 FROM WS-BURST-LINE
           END-EVALUATE.

           IF WS-BST-STAT(WS-CUR-SLOT) NOT EQUAL ZEROES
               SET WS-MSG-WR-BS TO TRUE
               MOVE WS-BST-STAT(WS-CUR-SLOT) TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           ADD 1 TO WS-LINE-CNT.
           ADD 1 TO WS-RP-LINES(WS-RP-SUB).
           ADD 1 TO WS-DT-BURST-LINES.

       P0001-EXIT. EXIT.

       P0002-PRINT-LOG.

           WRITE DIST-LOG-REC FROM WS-BURST-LINE.

           IF WS-DLG-STAT NOT EQUAL ZEROES
               SET WS-MSG-WR-DL TO TRUE
               MOVE WS-DLG-STAT TO WS-ERR-CDE
               SET WS-PROC-PRNT TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           ADD 1 TO WS-DL-LINE-CNT.

       P0002-EXIT. EXIT.

      *----------------------------------------------------------
      *  Q0001-OPEN-BURST / Q0003-CLOSE-BURST - OPEN AND CLOSE THE
      *                       BURST FILE OF THE RECIPIENT'S SLOT.
      *                       ONLY THE SLOTS IN USE ARE OPENED, SO
      *                       AN UNUSED SLOT NEEDS NO DD.
      *----------------------------------------------------------
       Q0001-OPEN-BURST.

           EVALUATE WS-CUR-SLOT
              WHEN 1 OPEN OUTPUT BST001
              WHEN 2 OPEN OUTPUT BST002
              WHEN 3 OPEN OUTPUT BST003
              WHEN 4 OPEN OUTPUT BST004
              WHEN 5 OPEN OUTPUT BST005
              WHEN 6 OPEN OUTPUT BST006
              WHEN 7 OPEN OUTPUT BST007
              WHEN 8 OPEN OUTPUT BST008
           END-EVALUATE.

           IF WS-BST-STAT(WS-CUR-SLOT) NOT EQUAL ZEROES
               SET WS-MSG-OP-BS TO TRUE
               MOVE WS-BST-STAT(WS-CUR-SLOT) TO WS-ERR-CDE
               SET WS-PROC-OPEN TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

           SET WS-BST-OPEN-YES TO TRUE.

       Q0001-EXIT. EXIT.

       Q0003-CLOSE-BURST.

           SET WS-BST-OPEN-NO TO TRUE.

           EVALUATE WS-CUR-SLOT
              WHEN 1 CLOSE BST001
              WHEN 2 CLOSE BST002
              WHEN 3 CLOSE BST003
              WHEN 4 CLOSE BST004
              WHEN 5 CLOSE BST005
              WHEN 6 CLOSE BST006
              WHEN 7 CLOSE BST007
              WHEN 8 CLOSE BST008
           END-EVALUATE.

           IF WS-BST-STAT(WS-CUR-SLOT) NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-BST-STAT(WS-CUR-SLOT) TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
           END-IF.

       Q0003-EXIT. EXIT.

      *----------------------------------------------------------
      *  X0001-WRITE-RUN-LEDGER - APPEND THE RUN'S ENTRY TO THE
      *                      SUITE RUN-LEDGER FILE. IN IS THE
      *                      DAILY REPORT LINES READ, OUT THE
      *                      LINES WRITTEN TO ALL RECIPIENT
      *                      COPIES, REJECT THE COUNTRY LINES SENT
      *                      TO NO RECIPIENT PLUS THE CONTROL
      *                      RECORDS REJECTED.
      *----------------------------------------------------------
       X0001-WRITE-RUN-LEDGER.

            IF WS-LDG-OPEN-NO OR WS-LDG-DONE-YES
                GO TO X0001-EXIT
            END-IF

            SET WS-LDG-DONE-YES TO TRUE

            MOVE 'CBL0029 '         TO LDG-PROGRAM
            MOVE WS-RUN-DATE-ISO    TO LDG-RUN-DATE
            MOVE WS-RUN-TIME-DSP    TO LDG-RUN-TIME
            MOVE WS-DT-LINES-READ   TO LDG-IN-CNT
            MOVE WS-DT-BURST-LINES  TO LDG-OUT-CNT
            COMPUTE LDG-REJ-CNT = WS-DT-UNSENT + WS-DT-CTL-REJ
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
      *  Z0001-CLOS-FILES - A REJECTED CONTROL RECORD RAISES THE
      *                    RUN TO A WARNING, AS A COUNTRY SENT TO
      *                    NO RECIPIENT ALREADY HAS.
      *----------------------------------------------------------
       Z0001-CLOS-FILES.

            SET WS-CLOSING-YES TO TRUE.

            IF WS-DT-CTL-REJ > ZERO AND WS-LDG-SEVERITY < 4
                MOVE 4 TO WS-LDG-SEVERITY
            END-IF.

            IF WS-BST-OPEN-YES
                PERFORM Q0003-CLOSE-BURST THRU Q0003-EXIT
            END-IF.

            CLOSE OUT001.

            IF WS-IN-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-IN-STAT TO WS-ERR-CDE
               SET WS-PROC-CLOS TO TRUE
               PERFORM Y0001-ERR-HANDLING THRU Y0001-EXIT
            END-IF.

            CLOSE DST001.

            IF WS-DST-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-DST-STAT TO WS-ERR-CDE
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

            CLOSE DLG001.

            IF WS-DLG-STAT NOT EQUAL ZEROES
               SET WS-MSG-CL-IN TO TRUE
               MOVE WS-DLG-STAT TO WS-ERR-CDE
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
      *                    TRAILER FOR REPORT DISTRIBUTION.
      *----------------------------------------------------------
       N0001-CTL-TOTALS.

            DISPLAY WS-ASTER.
            DISPLAY '  REPORT DISTRIBUTION CONTROL TOTALS'.
            DISPLAY WS-ASTER.
            DISPLAY '  REPORT LINES READ:  ' WS-DT-LINES-READ.
            DISPLAY '  LINES NOT TABLED:   ' WS-DT-LINES-LOST.
            DISPLAY '  CONTROL RECS READ:  ' WS-DT-CTL-READ.
            DISPLAY '  CONTROL RECS REJ:   ' WS-DT-CTL-REJ.
            DISPLAY '  RECIPIENT COPIES:   ' WS-DT-FILES.
            DISPLAY '  LINES WRITTEN:      ' WS-DT-BURST-LINES.
            DISPLAY '  SENT TO NO ONE:     ' WS-DT-UNSENT.
            DISPLAY WS-ASTER.

       N0001-EXIT.
            EXIT.
