      *--------------------------------------------------------
      *  JNLREC01  -  MASTER CHANGE JOURNAL (JNL001) RECORD
      *                LAYOUT, 420 BYTES, APPEND-ONLY. EVERY
      *                PROGRAM THAT ADDS, REWRITES OR DELETES A
      *                HISTORICAL MASTER RECORD WRITES ONE RECORD
      *                PER CHANGE WITH THE FULL BEFORE AND AFTER
      *                MASTER RECORD IMAGES - THE BEFORE IMAGE IS
      *                SPACES ON AN ADD AND THE AFTER IMAGE IS
      *                SPACES ON A DELETE. THE RUN DATE AND TIME
      *                DATE THE CHANGE; THE SEQUENCE NUMBER ORDERS
      *                THE CHANGES WITHIN ONE RUN.
      *--------------------------------------------------------
       01  JOURNAL-REC.
           05  JNL-PROGRAM             PIC X(08).
           05  JNL-DATE                PIC X(10).
           05  JNL-TIME                PIC X(08).
           05  JNL-SEQ                 PIC 9(08).
           05  JNL-ACTION              PIC X(01).
               88  JNL-ADD                        VALUE 'A'.
               88  JNL-REWRITE                    VALUE 'R'.
               88  JNL-DELETE                     VALUE 'D'.
           05  JNL-KEY.
               10  JNL-KEY-CC          PIC X(04).
               10  JNL-KEY-DATE        PIC X(10).
           05  JNL-BEFORE-IMAGE        PIC X(181).
           05  JNL-AFTER-IMAGE         PIC X(181).
           05  FILLER                  PIC X(09).
