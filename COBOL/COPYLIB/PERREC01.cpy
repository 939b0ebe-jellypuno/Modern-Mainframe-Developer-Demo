      *--------------------------------------------------------
      *  PERREC01  -  MASTER PERIOD-CONTROL FILE (PER001) RECORD
      *                LAYOUT, 80 BYTES. AN 'M' RECORD CARRIES ONE
      *                CCYY-MM MONTH OF THE HISTORICAL MASTER AND
      *                WHETHER IT IS OPEN OR CLOSED TO CHANGE, WITH
      *                WHO LAST CHANGED IT AND WHEN. A MONTH WITH NO
      *                RECORD IS OPEN. AN 'A' RECORD NAMES AN ID
      *                AUTHORISED TO OVERRIDE A CLOSED MONTH ON THE
      *                PARM OF A MASTER-UPDATING RUN.
      *--------------------------------------------------------
       01  PERIOD-CTL-REC.
           05  PER-REC-TYPE            PIC X(01).
               88  PER-MONTH-REC                  VALUE 'M'.
               88  PER-OVERRIDE-REC               VALUE 'A'.
           05  PER-KEY                 PIC X(08).
           05  PER-REC-BODY            PIC X(71).
           05  PER-MONTH-BODY REDEFINES PER-REC-BODY.
               10  PER-STATUS          PIC X(01).
                   88  PER-OPEN                   VALUE 'O'.
                   88  PER-CLOSED                 VALUE 'C'.
               10  PER-CHG-DATE        PIC X(10).
               10  PER-CHG-USER        PIC X(08).
               10  FILLER              PIC X(52).
           05  PER-OVERRIDE-BODY REDEFINES PER-REC-BODY.
               10  PER-OVR-NAME        PIC X(30).
               10  PER-OVR-ADDED       PIC X(10).
               10  PER-OVR-USER        PIC X(08).
               10  FILLER              PIC X(23).
