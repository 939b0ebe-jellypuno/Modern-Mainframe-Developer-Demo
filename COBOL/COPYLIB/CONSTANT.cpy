           05  WS-LDG-STAT         PIC X(02).
           05  WS-QUA-STAT         PIC X(02).
           05  WS-MRV-STAT         PIC X(02).
           05  WS-QUN-STAT         PIC X(02).
           05  WS-CRF-STAT         PIC X(02).
           05  WS-SSF-STAT         PIC X(02).
           05  WS-DST-STAT         PIC X(02).
           05  WS-DLG-STAT         PIC X(02).
           05  WS-PER-STAT         PIC X(02).
           05  WS-PAU-STAT         PIC X(02).
           05  WS-JNL-STAT         PIC X(02).
           05  WS-PIT-STAT         PIC X(02).
           05  WS-MAU-STAT         PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SW           PIC X(03).
               88  WS-MSG-WR-LD     VALUE 'ERROR WRITING LEDGER FILE'.
               88  WS-MSG-OP-QA     VALUE 'ERROR OPENING QUARNTN FILE'.
               88  WS-MSG-WR-QA     VALUE 'ERROR WRITING QUARNTN FILE'.
               88  WS-MSG-RD-QA     VALUE 'ERROR READING QUARNTN FILE'.
               88  WS-MSG-OP-QN     VALUE 'ERROR OPENING NEW QUA FILE'.
               88  WS-MSG-WR-QN     VALUE 'ERROR WRITING NEW QUA FILE'.
               88  WS-MSG-OP-MV     VALUE 'ERROR OPENING MANREV FILE'.
               88  WS-MSG-WR-MV     VALUE 'ERROR WRITING MANREV FILE'.
               88  WS-MSG-OP-CF     VALUE 'ERROR OPENING CTRY REF FILE'.
               88  WS-MSG-RD-CF     VALUE 'ERROR READING CTRY REF FILE'.
               88  WS-MSG-WR-CF     VALUE 'ERROR WRITING CTRY REF FILE'.
               88  WS-MSG-OP-SS     VALUE 'ERROR OPENING SOURCE2 FILE'.
               88  WS-MSG-RD-SS     VALUE 'ERROR READING SOURCE2 FILE'.
               88  WS-MSG-OP-DS     VALUE 'ERROR OPENING DISTRIB FILE'.
               88  WS-MSG-RD-DS     VALUE 'ERROR READING DISTRIB FILE'.
               88  WS-MSG-OP-DL     VALUE 'ERROR OPENING DIST LOG FILE'.
               88  WS-MSG-WR-DL     VALUE 'ERROR WRITING DIST LOG FILE'.
               88  WS-MSG-OP-BS     VALUE 'ERROR OPENING BURST FILE'.
               88  WS-MSG-WR-BS     VALUE 'ERROR WRITING BURST FILE'.
               88  WS-MSG-OP-PE     VALUE 'ERROR OPENING PERIOD FILE'.
               88  WS-MSG-RD-PE     VALUE 'ERROR READING PERIOD FILE'.
               88  WS-MSG-OP-PN     VALUE 'ERROR OPENING NEW PER FILE'.
               88  WS-MSG-WR-PN     VALUE 'ERROR WRITING NEW PER FILE'.
               88  WS-MSG-OP-PA     VALUE 'ERROR OPENING PERIOD AUDIT'.
               88  WS-MSG-WR-PA     VALUE 'ERROR WRITING PERIOD AUDIT'.
               88  WS-MSG-OP-JN     VALUE 'ERROR OPENING JOURNAL FILE'.
               88  WS-MSG-RD-JN     VALUE 'ERROR READING JOURNAL FILE'.
               88  WS-MSG-WR-JN     VALUE 'ERROR WRITING JOURNAL FILE'.
               88  WS-MSG-OP-PT     VALUE 'ERROR OPENING PIT COPY FILE'.
               88  WS-MSG-WR-PT     VALUE 'ERROR WRITING PIT COPY FILE'.
               88  WS-MSG-RD-RJ     VALUE 'ERROR READING REJECT FILE'.
               88  WS-MSG-RD-MV     VALUE 'ERROR READING MANREV FILE'.
               88  WS-MSG-RD-AU     VALUE 'ERROR READING AUDIT FILE'.
               88  WS-MSG-RD-LD     VALUE 'ERROR READING LEDGER FILE'.
               88  WS-MSG-WR-OU     VALUE 'ERROR WRITING OUTPUT FILE'.
               88  WS-MSG-WR-RJ     VALUE 'ERROR WRITING REJECT FILE'.
               88  WS-MSG-WR-CK     VALUE 'ERROR WRITING CKPT FILE'.
               88  WS-PROC-WRTL         VALUE 'WRTLDG'.
               88  WS-PROC-WRTQ         VALUE 'WRTQUA'.
               88  WS-PROC-WRTV         VALUE 'WRTARC'.
               88  WS-PROC-WRTF         VALUE 'WRTCRF'.
               88  WS-PROC-WRTJ         VALUE 'WRTJNL'.
               88  WS-PROC-WRTP         VALUE 'WRTPIT'.
               88  WS-PROC-CLOS         VALUE 'CLOSE'.
