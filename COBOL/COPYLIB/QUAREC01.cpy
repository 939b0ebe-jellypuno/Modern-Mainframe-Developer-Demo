      *                THE EXPECTED RANGE, SO THE PROVIDER QUERY
      *                AND ANY LATER RESUBMISSION CARRY THE FULL
      *                STORY. WRITTEN BY THE DAILY RUN INSTEAD OF
      *                POSTING THE RECORD. QUA-MST-IMAGE IS THE
      *                MASTER RECORD THE DAY WOULD HAVE POSTED AS,
      *                SO THE DISPOSITION RUN CAN RELEASE IT WITHOUT
      *                RE-PARSING THE RAW IMAGE; QUA-QUAR-DATE IS
      *                THE RUN DATE THE RECORD WAS FIRST HELD AND
      *                QUA-AGE-DAYS ITS AGE AS OF THE LAST
      *                DISPOSITION RUN THAT CARRIED IT FORWARD.
      *--------------------------------------------------------
       01  QUARANTINE-REC.
           05  QUA-RAW-IMAGE       PIC X(189).
                   SIGN LEADING SEPARATE CHARACTER.
           05  QUA-EXP-HI          PIC S9(10)
                   SIGN LEADING SEPARATE CHARACTER.
           05  QUA-MST-IMAGE       PIC X(181).
           05  QUA-QUAR-DATE       PIC X(10).
           05  QUA-AGE-DAYS        PIC 9(04).
