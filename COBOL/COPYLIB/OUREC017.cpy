      *--------------------------------------------------------
      *  OUREC017  -  DAILY REPORT BURSTING RECORD LAYOUTS
      *                (133-BYTE PRINT LINE, BYTE 1 IS THE
      *                CARRIAGE-CONTROL CHARACTER): THE PAGE
      *                HEADING AND SUBTOTAL LINES OF EACH
      *                RECIPIENT'S COPY, AND THE DISTRIBUTION LOG.
      *                THE DETAIL AND SECTION HEADING LINES OF A
      *                RECIPIENT'S COPY ARE THE DAILY REPORT'S OWN
      *                (OUREC001).
      *--------------------------------------------------------
       01  WS-BS-HDR1.
           05  WS-BS-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'DAILY COVID-19 SUMMARY REPORT'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-BS-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-BS-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-BS-HDR2.
           05  WS-BS-H2-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE 'RECIPIENT: '.
           05  WS-BS-H2-ID             PIC X(08) VALUE SPACES.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BS-H2-NAME           PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-BS-SECT.
           05  WS-BS-SC-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-SC-TITLE          PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-BS-DT-TOTAL.
           05  WS-BS-DT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(09) VALUE 'SUBTOTAL'.
           05  WS-BS-DT-CTRYS          PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE ' COUNTRIES'.
           05  WS-BS-DT-NEW-CNFRM      PIC -ZZZZZZZ9.
           05  WS-BS-DT-TOT-CNFRM      PIC -ZZZZZZZ9.
           05  WS-BS-DT-NEW-DEATH      PIC -ZZZZZZZ9.
           05  WS-BS-DT-TOT-DEATH      PIC -ZZZZZZZ9.
           05  WS-BS-DT-NEW-RECVR      PIC -ZZZZZZZ9.
           05  WS-BS-DT-TOT-RECVR      PIC -ZZZZZZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-BS-RG-TOTAL.
           05  WS-BS-RG-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(30) VALUE 'SUBTOTAL'.
           05  WS-BS-RG-CTRYS          PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BS-RG-NEW-CNFRM      PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-RG-TOT-CNFRM      PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-RG-NEW-DEATH      PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-RG-TOT-DEATH      PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-RG-NEW-RECVR      PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-RG-TOT-RECVR      PIC -ZZZZZZZZZ9.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-BS-CT-TOTAL.
           05  WS-BS-CT-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-BS-CT-LABEL          PIC X(30) VALUE SPACES.
           05  WS-BS-CT-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-BS-NONE.
           05  WS-BS-NO-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(40)
                   VALUE 'NO ENTRIES FOR THIS RECIPIENT'.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-DL-HDR1.
           05  WS-DL-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(40)
                   VALUE 'DAILY REPORT DISTRIBUTION LOG'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
           05  WS-DL-H1-DATE           PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE 'PAGE '.
           05  WS-DL-H1-PAGE           PIC ZZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-DL-SECT.
           05  WS-DL-SC-CC             PIC X(01) VALUE '0'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-SC-TITLE          PIC X(60) VALUE SPACES.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-DL-CHDR.
           05  WS-DL-CH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(62) VALUE 'CONTROL RECORD'.
           05  FILLER                  PIC X(40) VALUE 'REASON'.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-DL-CTLREJ.
           05  WS-DL-CR-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-CR-IMAGE          PIC X(60).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CR-REASON         PIC X(40).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-DL-RHDR.
           05  WS-DL-RH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE 'RECIPIENT'.
           05  FILLER                  PIC X(42) VALUE 'NAME'.
           05  FILLER                  PIC X(09) VALUE 'DD'.
           05  FILLER                  PIC X(10) VALUE 'SECTIONS'.
           05  FILLER                  PIC X(07) VALUE 'PAGES'.
           05  FILLER                  PIC X(08) VALUE ' LINES'.
           05  FILLER                  PIC X(05) VALUE 'CTRYS'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-DL-RECIP.
           05  WS-DL-RP-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-RP-ID             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RP-NAME           PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RP-DD             PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RP-SECTIONS       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RP-PAGES          PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RP-LINES          PIC ZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RP-CTRYS          PIC ZZZZ9.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-DL-UHDR.
           05  WS-DL-UH-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(06) VALUE 'CODE'.
           05  FILLER                  PIC X(22) VALUE 'NAME'.
           05  FILLER                  PIC X(20) VALUE 'SECTION'.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-DL-UNSENT.
           05  WS-DL-UN-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-UN-CODE           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UN-NAME           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UN-SECTION        PIC X(20).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-DL-TOTAL.
           05  WS-DL-TL-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DL-TL-LABEL          PIC X(40).
           05  WS-DL-TL-VALUE          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.
