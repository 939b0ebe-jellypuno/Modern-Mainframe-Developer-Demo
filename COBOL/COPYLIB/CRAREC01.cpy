      *--------------------------------------------------------
      *  CRAREC01  -  COUNTRY REFERENCE AUDIT FILE (CRA001)
      *                RECORD LAYOUT: WHO TRIED TO CHANGE WHICH
      *                COUNTRY, WHEN, WHETHER IT TOOK, AND THE FULL
      *                450-BYTE REFERENCE RECORD BEFORE AND AFTER.
      *                THE BEFORE IMAGE IS SPACES ON AN ADD; BOTH
      *                IMAGES ARE THE RECORD AS IT STOOD ON A
      *                REJECTED ATTEMPT. APPEND-ONLY.
      *--------------------------------------------------------
       01  COUNTRY-REF-AUDIT-REC.
           05  CRA-DATE            PIC X(10).
           05  CRA-TIME            PIC X(08).
           05  CRA-USER            PIC X(08).
           05  CRA-ACTION          PIC X(01).
           05  CRA-CC              PIC X(04).
           05  CRA-RESULT          PIC X(08).
           05  CRA-REASON          PIC X(30).
           05  CRA-BEFORE-IMAGE    PIC X(450).
           05  CRA-AFTER-IMAGE     PIC X(450).
