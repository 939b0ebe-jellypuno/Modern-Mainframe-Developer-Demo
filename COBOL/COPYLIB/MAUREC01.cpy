      *--------------------------------------------------------
      *  MAUREC01  -  MASTER AUDIT RECORD LAYOUT: ONE RECORD PER
      *                ATTEMPTED CHANGE TO THE HISTORICAL MASTER,
      *                ACCEPTED OR REJECTED, WITH WHO, WHEN, THE
      *                ACTION AND KEY, THE OUTCOME AND THE FULL
      *                BEFORE AND AFTER MASTER RECORD IMAGES.
      *--------------------------------------------------------
       01  MASTER-AUDIT-REC.
           05  MAU-DATE            PIC X(10).
           05  MAU-TIME            PIC X(08).
           05  MAU-USER            PIC X(08).
           05  MAU-ACTION          PIC X(01).
           05  MAU-CC              PIC X(04).
           05  MAU-KEY-DATE        PIC X(10).
           05  MAU-RESULT          PIC X(08).
           05  MAU-REASON          PIC X(30).
           05  MAU-BEFORE-IMAGE    PIC X(181).
           05  MAU-AFTER-IMAGE     PIC X(181).
