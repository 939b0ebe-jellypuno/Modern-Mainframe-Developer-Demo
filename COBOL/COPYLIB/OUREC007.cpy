      *                PURGE RUN AND RESTORED/SKIPPED ON A
      *                RESTORE RUN. THE VERIFY LINE CLOSES AN
      *                ARCHIVE RUN WITH THE EXTRACT REREAD
      *                RESULT THE PURGE RUN DEPENDS ON; THE
      *                CLOSED-MONTH LINE CLOSES A RESTORE RUN WITH
      *                THE RECORDS THE PERIOD LOCK HELD BACK (ALSO
      *                IN THE SKIPPED COUNT) AND THOSE RESTORED
      *                UNDER AN OVERRIDE ID.
      *--------------------------------------------------------
       01  WS-AR-HDR1.
           05  WS-AR-H1-CC             PIC X(01) VALUE '1'.
           05  FILLER                  PIC X(08) VALUE 'RESULT:'.
           05  WS-AR-VF-RESULT         PIC X(04).
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-AR-LOCKED.
           05  WS-AR-LK-CC             PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  FILLER                  PIC X(28)
                   VALUE 'CLOSED MONTH - SKIPPED'.
           05  WS-AR-LK-SKIP           PIC ZZZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE 'RESTORED BY OVERRIDE'.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-AR-LK-OVR            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(61) VALUE SPACES.
