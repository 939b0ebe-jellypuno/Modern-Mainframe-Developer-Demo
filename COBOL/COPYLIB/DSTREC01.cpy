      *--------------------------------------------------------
      *  DSTREC01  -  DAILY REPORT DISTRIBUTION CONTROL FILE
      *                (DST001) RECORD LAYOUT, 80 BYTES. AN 'R'
      *                RECORD NAMES A RECIPIENT, THE BURST DD
      *                SLOT (01-08, BSTDD01-BSTDD08) ITS COPY IS
      *                WRITTEN TO AND THE SECTIONS IT WANTS - 'Y'
      *                FOR COUNTRY DETAIL, REGIONAL SUMMARY,
      *                UNMAPPED CODES AND MISSING WATCH-LIST
      *                COUNTRIES. 'S' RECORDS FOLLOWING IT SELECT
      *                WHAT THE RECIPIENT RECEIVES: A REGION CODE,
      *                A COUNTRY CODE, OR 'A' FOR EVERYTHING. A
      *                COUNTRY IS SENT WHEN ITS OWN CODE OR ITS
      *                REGION ON THE COUNTRY REFERENCE MASTER IS
      *                SELECTED.
      *--------------------------------------------------------
       01  DIST-CTL-REC.
           05  DST-REC-TYPE            PIC X(01).
               88  DST-RECIPIENT-REC              VALUE 'R'.
               88  DST-SELECT-REC                 VALUE 'S'.
           05  DST-RECIP-ID            PIC X(08).
           05  DST-REC-BODY            PIC X(71).
           05  DST-RECIPIENT-BODY REDEFINES DST-REC-BODY.
               10  DST-DD-SLOT         PIC X(02).
               10  DST-RECIP-NAME      PIC X(40).
               10  DST-WANT-DETAIL     PIC X(01).
               10  DST-WANT-REGION     PIC X(01).
               10  DST-WANT-UNMAPPED   PIC X(01).
               10  DST-WANT-MISSING    PIC X(01).
               10  FILLER              PIC X(25).
           05  DST-SELECT-BODY REDEFINES DST-REC-BODY.
               10  DST-SEL-TYPE        PIC X(01).
                   88  DST-SEL-ALL                VALUE 'A'.
                   88  DST-SEL-REGION             VALUE 'R'.
                   88  DST-SEL-COUNTRY            VALUE 'C'.
               10  DST-SEL-CODE        PIC X(04).
               10  FILLER              PIC X(66).
