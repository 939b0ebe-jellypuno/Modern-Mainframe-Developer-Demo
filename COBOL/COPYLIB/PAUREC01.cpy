      *--------------------------------------------------------
      *  PAUREC01  -  PERIOD AUDIT FILE (PAU001) RECORD LAYOUT,
      *                100 BYTES, APPEND-ONLY. THE PERIOD
      *                MAINTENANCE RUN WRITES ONE RECORD FOR EVERY
      *                CLOSE (C), REOPEN (O), OVERRIDE-ID ADD (A) OR
      *                REMOVE (R) ATTEMPT. A MASTER-UPDATING RUN
      *                WRITES A USE (U) RECORD FOR EVERY CHANGE IT
      *                MAKES TO A CLOSED MONTH UNDER AN OVERRIDE ID,
      *                AND FOR AN OVERRIDE ID IT REFUSED, WITH THE
      *                OVERRIDE ID AS THE USER.
      *--------------------------------------------------------
       01  PERIOD-AUDIT-REC.
           05  PAU-DATE                PIC X(10).
           05  PAU-TIME                PIC X(08).
           05  PAU-PROGRAM             PIC X(08).
           05  PAU-USER                PIC X(08).
           05  PAU-ACTION              PIC X(01).
               88  PAU-CLOSE                      VALUE 'C'.
               88  PAU-REOPEN                     VALUE 'O'.
               88  PAU-ADD-OVERRIDE               VALUE 'A'.
               88  PAU-REMOVE-OVERRIDE            VALUE 'R'.
               88  PAU-OVERRIDE-USED              VALUE 'U'.
           05  PAU-KEY                 PIC X(08).
           05  PAU-MST-CC              PIC X(04).
           05  PAU-MST-DATE            PIC X(10).
           05  PAU-OLD-STATUS          PIC X(01).
           05  PAU-NEW-STATUS          PIC X(01).
           05  PAU-RESULT              PIC X(08).
           05  PAU-REASON              PIC X(30).
           05  FILLER                  PIC X(03).
