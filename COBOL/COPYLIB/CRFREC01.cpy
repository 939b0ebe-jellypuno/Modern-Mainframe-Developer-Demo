      *--------------------------------------------------------
      *  CRFREC01  -  COUNTRY REFERENCE MASTER (CRF001) RECORD
      *                LAYOUT, KEYED BY THE SAME 4-BYTE COUNTRY
      *                CODE THE HISTORICAL MASTER CARRIES IN
      *                MST-KEY-CC. ONE RECORD HOLDS EVERY FACT
      *                THE SUITE KEEPS ABOUT A COUNTRY: THE
      *                OFFICIAL NAME, UP TO FIVE OTHER NAMES THE
      *                PROVIDER HAS SENT FOR THE SAME CODE, THE
      *                SLUG, THE REGION, THE POPULATION, THE
      *                WATCH-LIST FLAG AND WHETHER THE CODE IS
      *                STILL ACTIVE, PLUS THE ISO 3166 ALPHA-3
      *                CODE OTHER PUBLISHED SOURCES KEY THEIR
      *                FILES BY. A RETIRED CODE STAYS ON FILE
      *                SO ITS HISTORY STILL RESOLVES, BUT NEW FEED
      *                RECORDS FOR IT ARE REJECTED. NAMES ARE HELD
      *                BARE, WITHOUT THE FEED'S SURROUNDING QUOTES.
      *                MAINTAINED ONLY THROUGH THE REFERENCE
      *                MAINTENANCE PROGRAM, WHICH AUDITS EVERY
      *                CHANGE.
      *--------------------------------------------------------
       01  COUNTRY-REF-REC.
           05  CRF-CC              PIC X(04).
           05  CRF-OFFICIAL-NAME   PIC X(50).
           05  CRF-ALT-NAME-CNT    PIC 9(01).
           05  CRF-ALT-NAME        PIC X(50) OCCURS 5 TIMES.
           05  CRF-SLUG            PIC X(50).
           05  CRF-REGION-CD       PIC X(04).
           05  CRF-REGION-NM       PIC X(20).
           05  CRF-POPULATION      PIC 9(10).
           05  CRF-WATCH-FLAG      PIC X(01).
               88  CRF-WATCH-YES              VALUE 'Y'.
               88  CRF-WATCH-NO               VALUE 'N'.
           05  CRF-STATUS          PIC X(01).
               88  CRF-ACTIVE                 VALUE 'A'.
               88  CRF-RETIRED                VALUE 'R'.
           05  CRF-STATUS-DATE     PIC X(10).
           05  CRF-LAST-UPD-DATE   PIC X(10).
           05  CRF-LAST-UPD-USER   PIC X(08).
           05  CRF-ISO3-CC         PIC X(03).
           05  FILLER              PIC X(28).
