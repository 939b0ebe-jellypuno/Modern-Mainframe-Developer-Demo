      *--------------------------------------------------------
      *  SSFREC01  -  SECOND-SOURCE DAILY FILE (SSF001) RECORD
      *                LAYOUT, AS PUBLISHED BY THE INDEPENDENT
      *                PROVIDER THE MASTER IS RECONCILED AGAINST.
      *                ONE RECORD PER COUNTRY PER REPORTING DAY,
      *                KEYED BY THE PROVIDER'S OWN ISO 3166
      *                ALPHA-3 CODE AND A CCYYMMDD DATE. DAILY
      *                COUNTS ARE SIGNED (THE PROVIDER POSTS
      *                NEGATIVE CORRECTIONS); CUMULATIVE COUNTS
      *                ARE NOT. THE LAYOUT IS THE PROVIDER'S AND
      *                IS NOT TO BE CHANGED HERE.
      *--------------------------------------------------------
       01  SECOND-SOURCE-REC.
           05  SSF-ISO3-CC             PIC X(03).
           05  SSF-REPORT-DATE         PIC X(08).
           05  SSF-REPORT-DATE-R REDEFINES SSF-REPORT-DATE.
               10  SSF-RPT-CCYY        PIC X(04).
               10  SSF-RPT-MM          PIC X(02).
               10  SSF-RPT-DD          PIC X(02).
           05  SSF-AREA-NAME           PIC X(30).
           05  SSF-CONF-NEW            PIC S9(07)
                   SIGN LEADING SEPARATE CHARACTER.
           05  SSF-CONF-CUM            PIC 9(09).
           05  SSF-DEATH-NEW           PIC S9(07)
                   SIGN LEADING SEPARATE CHARACTER.
           05  SSF-DEATH-CUM           PIC 9(09).
           05  SSF-RECOV-NEW           PIC S9(07)
                   SIGN LEADING SEPARATE CHARACTER.
           05  SSF-RECOV-CUM           PIC 9(09).
           05  FILLER                  PIC X(08).
