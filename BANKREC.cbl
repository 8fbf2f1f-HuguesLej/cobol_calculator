       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
       AUTHOR. R. DUBOIS.
       INSTALLATION. FINANCE-SYSTEMS-BATCH.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * BANKREC - BANK STATEMENT RECONCILIATION. READS THE BANK'S
      * DAILY STATEMENT FILE (BANKSTMT) FOR ONE CASH ACCOUNT AND
      * TICKS EACH STATEMENT LINE OFF AGAINST THE POSTED GL
      * RECORDS FOR THAT ACCOUNT CODE ON GLFILE AND GLARCH, THEN
      * PRINTS TO BANKRPT:
      *   - MATCHED ITEMS, BANK LINE AND GL POSTING SIDE BY SIDE;
      *   - BANK ITEMS WITH NO GL POSTING;
      *   - GL POSTINGS NOT YET CLEARED BY THE BANK;
      *   - THE OPENING AND CLOSING BALANCE PROOF AGAINST THE
      *     ACCOUNT'S BALFILE BALANCE.
      *
      * A BANK LINE AND A GL POSTING MATCH WHEN THE AMOUNTS ARE
      * EQUAL AND THE DATES ARE NO MORE THAN THE DATE WINDOW ON
      * BANKCTL APART. A LINE CARRYING A GL REFERENCE IS FIRST
      * MATCHED ON THE REFERENCE (AMOUNT AND WINDOW STILL APPLY);
      * EVERY LINE STILL OPEN AFTER THAT IS MATCHED ON AMOUNT AND
      * DATE ALONE, TO THE NEAREST-DATED POSTING. THE BANK SHOWS
      * MONEY IN AS PLUS AND MONEY OUT AS MINUS, WHICH IS THE
      * LEDGER SIGN FOR A CASH ACCOUNT (DEBIT PLUS, CREDIT MINUS),
      * SO BANK AMOUNT AND GL-RESULT ARE COMPARED AS THEY STAND.
      * ONLY POSTED ("P") GL RECORDS TAKE PART: AN UNPOSTED RECORD
      * IS NOT YET IN THE BALFILE BALANCE THE PROOF IS DRAWN ON.
      *
      * THE CLEARED FILE (BANKCLR) REMEMBERS, PER CASH ACCOUNT, THE
      * LAST STATEMENT RECONCILED AND ITS CLOSING BALANCE, EVERY GL
      * POSTING ALREADY CLEARED (SO NO POSTING CAN CLEAR TWO BANK
      * LINES), AND EVERY BANK ITEM STILL WITHOUT A GL POSTING,
      * WHICH IS OFFERED FOR MATCHING AGAIN ON THE NEXT STATEMENT.
      * GL POSTINGS NOT CLEARED STAY OUTSTANDING SIMPLY BY NOT
      * BEING ON IT. BANKCLR IS REWRITTEN LAST, SO A RUN THAT DIES
      * EARLIER LEAVES THE STATEMENT UNRECONCILED AND IT CAN BE
      * RUN AGAIN; A STATEMENT NOT LATER THAN THE LAST ONE
      * RECONCILED FOR THE ACCOUNT IS REFUSED.
      *
      * HISTORY BEFORE THE CUT-OVER COUNTS AS CLEARED. EACH ACCOUNT
      * CARRIES A CLEARED-THROUGH DATE ON ITS BANKCLR HEADER: EVERY
      * GL POSTING DATED ON OR BEFORE IT IS TAKEN AS ALREADY IN THE
      * BANK'S BALANCE AND IS PASSED OVER, NOT TABLED. FOR AN
      * ACCOUNT'S FIRST STATEMENT THE DATE IS THE CUT-OVER DATE ON
      * BANKCTL - THE LAST DAY WHOSE POSTINGS THE BANK'S OPENING
      * BALANCE ALREADY HOLDS - AND THE FIRST STATEMENT IS REFUSED
      * WITHOUT ONE. AFTER EACH RUN IT MOVES FORWARD TO THE EARLIER
      * OF THE DAY BEFORE THE OLDEST POSTING STILL OUTSTANDING AND
      * THE STATEMENT DATE LESS THE DATE WINDOW (A POSTING KEYED
      * LATE BUT DATED INSIDE THE WINDOW CAN STILL MATCH), NEVER
      * BACK, AND THE "C" RECORDS DATED ON OR BEFORE IT ARE DROPPED,
      * SO NEITHER THE TABLES NOR BANKCLR GROW WITHOUT END.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  -----------------------------------------
      * 2026-10-15 RLD   INITIAL VERSION.
      * 2026-10-15 RLD   CUT-OVER. BANKCTL GAINS A CUT-OVER DATE AND
      * THE BANKCLR HEADER A CLEARED-THROUGH DATE; POSTINGS ON OR
      * BEFORE IT COUNT AS CLEARED AND OLD "C" RECORDS ARE DROPPED
      * (SEE ABOVE). A HEADER WRITTEN BEFORE THIS HAS NO DATE AND
      * READS AS ZERO, SO THAT ACCOUNT'S NEXT RUN TABLES EVERYTHING
      * AS BEFORE AND THEN SETS ONE. STATEMENT, VALUE AND GL DATES
      * ARE NOW CHECKED AS CALENDAR DATES, NOT JUST AS DIGITS: A
      * BAD STATEMENT DATE REFUSES THE STATEMENT, A BAD GL DATE IS
      * COUNTED AND THE RECORD PASSED OVER.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "BANKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-CTL-FILE-STATUS.

           SELECT STMT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-STMT-FILE-STATUS.

           SELECT CLR-FILE ASSIGN TO "BANKCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-CLR-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-GL-FILE-STATUS.

           SELECT GL-ARCH-FILE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-GL-ARCH-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-BAL-FILE-STATUS.

           SELECT REC-RPT-FILE ASSIGN TO "BANKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * CTL-FILE - ONE LINE: THE DATE WINDOW IN DAYS, E.G. "3". A
      * BANK LINE AND A GL POSTING MATCH WHEN THEIR DATES ARE NO
      * MORE THAN THIS MANY DAYS APART, EITHER WAY. NO BANKCTL, OR
      * A BLANK WINDOW, TAKES BR-DEFAULT-WINDOW. COLUMNS 5-12 HOLD
      * THE CUT-OVER DATE (YYYYMMDD), READ ONLY FOR AN ACCOUNT'S
      * FIRST STATEMENT, E.G. "3   20260930".
      *-----------------------------------------------------------*
       FD  CTL-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  CTL-FILE-RECORD.
           05  CTL-WINDOW-TEXT         PIC X(03).
           05  FILLER                  PIC X(01).
           05  CTL-CUTOVER-TEXT        PIC X(08).

      *-----------------------------------------------------------*
      * STMT-FILE - THE BANK STATEMENT, ONE ACCOUNT AND ONE DAY:
      *   "H" HEADER  - GL CASH ACCOUNT CODE, STATEMENT DATE AND
      *                 OPENING BALANCE;
      *   "D" DETAIL  - VALUE DATE, AMOUNT (PLUS IN, MINUS OUT),
      *                 THE GL REFERENCE WHEN THE BANK CARRIES ONE
      *                 (BLANK OR NOT NUMERIC = NONE), NARRATIVE;
      *   "T" TRAILER - CLOSING BALANCE.
      * AMOUNTS ARE KEYED AS ORDINARY SIGNED NUMBERS (E.G.
      * "-1250.00") AND READ THE WAY TRANLIM IS READ.
      *-----------------------------------------------------------*
       FD  STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-HEADER-RECORD.
           05  STH-RECORD-TYPE         PIC X(01).
           05  STH-ACCOUNT-CODE        PIC X(08).
           05  STH-STATEMENT-DATE      PIC X(08).
           05  STH-OPENING-TEXT        PIC X(21).
           05  FILLER                  PIC X(42).
       01  STMT-DETAIL-RECORD.
           05  STD-RECORD-TYPE         PIC X(01).
           05  STD-VALUE-DATE          PIC X(08).
           05  STD-AMOUNT-TEXT         PIC X(21).
           05  STD-BANK-REFERENCE      PIC X(09).
           05  STD-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(01).
       01  STMT-TRAILER-RECORD.
           05  STT-RECORD-TYPE         PIC X(01).
           05  STT-CLOSING-TEXT        PIC X(21).
           05  FILLER                  PIC X(58).

      *-----------------------------------------------------------*
      * CLR-FILE - THE CLEARED FILE, ALL CASH ACCOUNTS TOGETHER:
      *   "H" - LAST STATEMENT DATE RECONCILED, ITS CLOSING
      *         BALANCE AND THE CLEARED-THROUGH DATE;
      *   "C" - A GL POSTING CLEARED (DATE, REFERENCE, SIDE AND
      *         AMOUNT, WHICH TOGETHER NAME ONE GL RECORD), WITH
      *         THE STATEMENT AND BANK LINE THAT CLEARED IT;
      *   "B" - A BANK ITEM WITH NO GL POSTING YET, WITH THE
      *         STATEMENT IT CAME IN ON.
      *-----------------------------------------------------------*
       FD  CLR-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CLR-FILE-RECORD.
           05  CLR-RECORD-TYPE         PIC X(01).
           05  CLR-ACCOUNT-CODE        PIC X(08).
           05  FILLER                  PIC X(91).
       01  CLR-HEADER-RECORD.
           05  FILLER                  PIC X(09).
           05  CLH-STATEMENT-DATE      PIC 9(08).
           05  CLH-CLOSING-BALANCE     PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  CLH-CLEARED-THROUGH     PIC 9(08).
           05  FILLER                  PIC X(54).
       01  CLR-CLEARED-RECORD.
           05  FILLER                  PIC X(09).
           05  CLC-GL-DATE             PIC 9(08).
           05  CLC-GL-REFERENCE        PIC 9(09).
           05  CLC-GL-SIDE             PIC X(01).
           05  CLC-AMOUNT              PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  CLC-STATEMENT-DATE      PIC 9(08).
           05  CLC-BANK-DATE           PIC 9(08).
           05  CLC-BANK-REFERENCE      PIC X(09).
           05  FILLER                  PIC X(27).
       01  CLR-BANK-ITEM-RECORD.
           05  FILLER                  PIC X(09).
           05  CLB-BANK-DATE           PIC 9(08).
           05  CLB-AMOUNT              PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  CLB-BANK-REFERENCE      PIC X(09).
           05  CLB-STATEMENT-DATE      PIC 9(08).
           05  CLB-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(05).

       FD  GL-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-FILE-RECORD.
           05  GL-TRANS-DATE           PIC 9(08).
           05  GL-REFERENCE-NUMBER     PIC 9(09).
           05  GL-OPERAND-ONE          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  GL-OPERAND-TWO          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  GL-RESULT                PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  GL-ACCOUNT-CODE          PIC X(08).
           05  GL-POSTED-FLAG           PIC X(01).
           05  GL-USER-ID               PIC X(08).
           05  GL-ENTRY-SIDE            PIC X(01).
           05  GL-CONTRA-ACCOUNT        PIC X(08).
           05  GL-CURRENCY-CODE         PIC X(03).
           05  GL-ORIGINAL-AMOUNT       PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  GL-EXCHANGE-RATE         PIC 9(06)V9(08).

       FD  GL-ARCH-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-ARCH-RECORD              PIC X(144).

       FD  BAL-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  BAL-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(08).
           05  BAL-AMOUNT              PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

       FD  REC-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REC-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 BR-CTL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 BR-STMT-FILE-STATUS      PIC X(02)                VALUE "00".
       01 BR-CLR-FILE-STATUS       PIC X(02)                VALUE "00".
       01 BR-GL-FILE-STATUS        PIC X(02)                VALUE "00".
       01 BR-GL-ARCH-STATUS        PIC X(02)                VALUE "00".
       01 BR-BAL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 BR-RPT-FILE-STATUS       PIC X(02)                VALUE "00".

       01 BR-CURRENT-DATE-TIME.
           05 BR-CDT-DATE          PIC 9(08).
           05 BR-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

       01 BR-EOF-SWITCH            PIC X(01)                VALUE "N".
           88 BR-EOF-YES                      VALUE "Y".
           88 BR-EOF-NO                       VALUE "N".

       01 BR-RUN-SWITCH            PIC X(01)                VALUE "Y".
           88 BR-RUN-ALLOWED                  VALUE "Y".
           88 BR-RUN-REFUSED                  VALUE "N".

      *-----------------------------------------------------------*
      * DATE WINDOW - DAYS EITHER SIDE OF THE BANK DATE A GL
      * POSTING MAY BE DATED AND STILL MATCH.
      *-----------------------------------------------------------*
       01 BR-DEFAULT-WINDOW        PIC 9(03)                VALUE 3.
       01 BR-WINDOW-DAYS           PIC 9(03)                VALUE 0.

      *-----------------------------------------------------------*
      * CUT-OVER - BR-CTL-CUTOVER IS THE BANKCTL DATE (ZERO = NONE
      * OR NOT USABLE). BR-CLEARED-THROUGH IS THE DATE IN FORCE FOR
      * THIS RUN, BR-NEW-CLEARED-THROUGH THE ONE WRITTEN BACK.
      *-----------------------------------------------------------*
       01 BR-CTL-CUTOVER           PIC 9(08)                VALUE 0.
       01 BR-CLEARED-THROUGH       PIC 9(08)                VALUE 0.
       01 BR-NEW-CLEARED-THROUGH   PIC 9(08)                VALUE 0.
       01 BR-NEW-THROUGH-DAY       PIC 9(07) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * DATE CHECK - 1160-CHECK-DATE-TEXT TESTS BR-DATE-TEXT IS A
      * REAL CALENDAR DATE, NOT JUST EIGHT DIGITS.
      *-----------------------------------------------------------*
       01 BR-DATE-TEXT             PIC X(08)                VALUE SPACES.
       01 BR-DATE-NUMBER REDEFINES BR-DATE-TEXT
                                   PIC 9(08).
       01 BR-DATE-SWITCH           PIC X(01)                VALUE "N".
           88 BR-DATE-GOOD                    VALUE "Y".
           88 BR-DATE-BAD                     VALUE "N".

      *-----------------------------------------------------------*
      * THE STATEMENT - HEADER AND TRAILER FIGURES, AND THE PRIOR
      * STATEMENT FOR THE SAME ACCOUNT FROM BANKCLR (ZERO DATE =
      * NONE: THIS IS THE FIRST STATEMENT RECONCILED).
      *-----------------------------------------------------------*
       01 BR-CASH-ACCOUNT          PIC X(08)                VALUE SPACES.
       01 BR-STATEMENT-DATE        PIC 9(08)                VALUE 0.
       01 BR-OPENING-BALANCE       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-CLOSING-BALANCE       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-STATEMENT-LINES-TOTAL PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-HEADER-SWITCH         PIC X(01)                VALUE "N".
           88 BR-HEADER-SEEN                  VALUE "Y".
       01 BR-TRAILER-SWITCH        PIC X(01)                VALUE "N".
           88 BR-TRAILER-SEEN                 VALUE "Y".
       01 BR-PRIOR-DATE            PIC 9(08)                VALUE 0.
       01 BR-PRIOR-CLOSING         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

      *-----------------------------------------------------------*
      * BANK LINE TABLE - ITEMS CARRIED FORWARD ON BANKCLR FIRST,
      * OLDEST FIRST, THEN THIS STATEMENT'S LINES. BR-BANK-GL-IDX
      * IS THE GL POSTING MATCHED (ZERO = NONE). BR-BANK-METHOD IS
      * "R" MATCHED ON REFERENCE, "A" ON AMOUNT AND DATE, "N" ON
      * AMOUNT AND DATE WHEN THE REFERENCE CARRIED FOUND NOTHING.
      *-----------------------------------------------------------*
       01 BR-BANK-TABLE-MAX        PIC 9(04) COMP           VALUE 1000.
       01 BR-BANK-TABLE-COUNT      PIC 9(04) COMP           VALUE 0.
       01 BR-BANK-TABLE.
           05 BR-BANK-ENTRY OCCURS 1000 TIMES.
               10 BR-BANK-DATE      PIC 9(08).
               10 BR-BANK-DAY       PIC 9(07) COMP.
               10 BR-BANK-AMOUNT    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BR-BANK-REFERENCE PIC X(09).
               10 BR-BANK-DESCRIPTION
                                    PIC X(40).
               10 BR-BANK-FROM-DATE PIC 9(08).
               10 BR-BANK-CARRIED-SW
                                    PIC X(01).
                   88 BR-BANK-CARRIED    VALUE "Y".
               10 BR-BANK-GL-IDX    PIC 9(04) COMP.
               10 BR-BANK-METHOD    PIC X(01).
               10 BR-BANK-DAY-DIFF  PIC S9(07) COMP.
       01 BR-BANK-IDX              PIC 9(04) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * GL POSTING TABLE - EVERY POSTED GL RECORD ON THE CASH
      * ACCOUNT, FROM GLARCH AND GLFILE. BR-GL-STATUS IS "C" WHEN
      * BANKCLR SHOWS IT CLEARED BY AN EARLIER STATEMENT, "M" WHEN
      * MATCHED BY THIS ONE, AND "O" WHILE STILL OUTSTANDING.
      * BR-GL-SOURCE IS "G" FOR GLFILE AND "A" FOR GLARCH.
      *-----------------------------------------------------------*
       01 BR-GL-TABLE-MAX          PIC 9(04) COMP           VALUE 5000.
       01 BR-GL-TABLE-COUNT        PIC 9(04) COMP           VALUE 0.
       01 BR-GL-TABLE.
           05 BR-GL-ENTRY OCCURS 5000 TIMES.
               10 BR-GL-DATE        PIC 9(08).
               10 BR-GL-DAY         PIC 9(07) COMP.
               10 BR-GL-REFERENCE   PIC 9(09).
               10 BR-GL-SIDE        PIC X(01).
               10 BR-GL-AMOUNT      PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BR-GL-USER        PIC X(08).
               10 BR-GL-CONTRA      PIC X(08).
               10 BR-GL-SOURCE      PIC X(01).
               10 BR-GL-STATUS      PIC X(01).
                   88 BR-GL-CLEARED-BEFORE VALUE "C".
                   88 BR-GL-MATCHED      VALUE "M".
                   88 BR-GL-OUTSTANDING  VALUE "O".
               10 BR-GL-BANK-IDX    PIC 9(04) COMP.
       01 BR-GL-IDX                PIC 9(04) COMP           VALUE 0.
       01 BR-GL-BEST-IDX           PIC 9(04) COMP           VALUE 0.
       01 BR-DAY-DIFF              PIC S9(07) COMP          VALUE 0.
       01 BR-ABS-DIFF              PIC 9(07) COMP           VALUE 0.
       01 BR-BEST-DIFF             PIC 9(07) COMP           VALUE 0.
       01 BR-WORK-REFERENCE        PIC 9(09)                VALUE 0.
       01 BR-WORK-SOURCE           PIC X(01)                VALUE SPACE.

      *-----------------------------------------------------------*
      * CLEARED TABLE - THE "C" RECORDS FOR THIS CASH ACCOUNT, KEPT
      * AND WRITTEN BACK AS THEY CAME. BR-KEEP-TABLE HOLDS EVERY
      * RECORD FOR OTHER ACCOUNTS, WRITTEN BACK UNCHANGED.
      *-----------------------------------------------------------*
       01 BR-CLR-TABLE-MAX         PIC 9(04) COMP           VALUE 5000.
       01 BR-CLR-TABLE-COUNT       PIC 9(04) COMP           VALUE 0.
       01 BR-CLR-TABLE.
           05 BR-CLR-ENTRY OCCURS 5000 TIMES.
               10 BR-CLR-GL-DATE    PIC 9(08).
               10 BR-CLR-GL-REFERENCE
                                    PIC 9(09).
               10 BR-CLR-GL-SIDE    PIC X(01).
               10 BR-CLR-AMOUNT     PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BR-CLR-STATEMENT-DATE
                                    PIC 9(08).
               10 BR-CLR-BANK-DATE  PIC 9(08).
               10 BR-CLR-BANK-REFERENCE
                                    PIC X(09).
               10 BR-CLR-USED-SW    PIC X(01).
                   88 BR-CLR-USED        VALUE "Y".
       01 BR-CLR-IDX               PIC 9(04) COMP           VALUE 0.
       01 BR-CLR-FOUND-SWITCH      PIC X(01)                VALUE "N".
           88 BR-CLR-FOUND                    VALUE "Y".
           88 BR-CLR-NOT-FOUND                VALUE "N".

       01 BR-KEEP-TABLE-MAX        PIC 9(04) COMP           VALUE 5000.
       01 BR-KEEP-TABLE-COUNT      PIC 9(04) COMP           VALUE 0.
       01 BR-KEEP-TABLE.
           05 BR-KEEP-RECORD OCCURS 5000 TIMES
                                    PIC X(100).
       01 BR-KEEP-IDX              PIC 9(04) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * PROOF FIGURES. BOOK IS THE BALFILE BALANCE. THE OPENING
      * PROOF USES THE BANK'S OPENING BALANCE AND THE ITEMS OPEN
      * BEFORE THIS STATEMENT WAS MATCHED; THE CLOSING PROOF USES
      * THE CLOSING BALANCE AND THE ITEMS STILL OPEN AFTER IT.
      * EACH DIFFERENCE IS BOOK LESS ADJUSTED BANK, AND IS ZERO
      * WHEN THE ACCOUNT RECONCILES.
      *-----------------------------------------------------------*
       01 BR-BOOK-SWITCH           PIC X(01)                VALUE "N".
           88 BR-BOOK-FOUND                   VALUE "Y".
           88 BR-BOOK-NOT-FOUND               VALUE "N".
       01 BR-BOOK-BALANCE          PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-OPEN-GL-BEFORE        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-OPEN-BANK-BEFORE      PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-OPEN-GL-AFTER         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-OPEN-BANK-AFTER       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-ADJUSTED-BANK         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-OPENING-DIFFERENCE    PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-CLOSING-DIFFERENCE    PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-CONTINUITY-DIFFERENCE PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BR-WORK-AMOUNT           PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

      *-----------------------------------------------------------*
      * COUNTS.
      *-----------------------------------------------------------*
       01 BR-STMT-LINE-COUNT       PIC 9(09) COMP           VALUE 0.
       01 BR-CARRIED-IN-COUNT      PIC 9(09) COMP           VALUE 0.
       01 BR-MATCHED-COUNT         PIC 9(09) COMP           VALUE 0.
       01 BR-REF-MATCHED-COUNT     PIC 9(09) COMP           VALUE 0.
       01 BR-UNMATCHED-BANK-COUNT  PIC 9(09) COMP           VALUE 0.
       01 BR-OUTSTANDING-GL-COUNT  PIC 9(09) COMP           VALUE 0.
       01 BR-CLEARED-BEFORE-COUNT  PIC 9(09) COMP           VALUE 0.
       01 BR-UNPOSTED-COUNT        PIC 9(09) COMP           VALUE 0.
       01 BR-PRE-CUTOVER-COUNT     PIC 9(09) COMP           VALUE 0.
       01 BR-BAD-DATE-COUNT        PIC 9(09) COMP           VALUE 0.
       01 BR-RETIRED-COUNT         PIC 9(09) COMP           VALUE 0.
       01 BR-SHOW-COUNT            PIC 9(09)                VALUE 0.

       01 BR-PAGE-COUNT            PIC 9(03) COMP           VALUE 0.
       01 BR-LINE-COUNT            PIC 9(03) COMP           VALUE 0.
       01 BR-PAGE-LIMIT            PIC 9(03) COMP           VALUE 55.

      *-----------------------------------------------------------*
      * BANKRPT PRINT LINES - FIXED COLUMNS FOR A 132-COLUMN
      * PRINTER, LIKE VARRPT AND AUDITRPT.
      *-----------------------------------------------------------*
       01 BR-HEADING-1.
           05 FILLER               PIC X(30)
               VALUE "BANK RECONCILIATION - ACCOUNT ".
           05 BR-H1-ACCOUNT        PIC X(08).
           05 FILLER               PIC X(12)    VALUE "  STATEMENT ".
           05 BR-H1-STATEMENT      PIC 9(08).
           05 FILLER               PIC X(11)    VALUE "  RUN DATE ".
           05 BR-H1-DATE           PIC 9(08).
           05 FILLER               PIC X(07)    VALUE "  PAGE ".
           05 BR-H1-PAGE           PIC ZZ9.
           05 FILLER               PIC X(45)    VALUE SPACES.

       01 BR-HEADING-2.
           05 FILLER               PIC X(12)    VALUE "DATE WINDOW ".
           05 BR-H2-WINDOW         PIC ZZ9.
           05 FILLER               PIC X(23)
               VALUE " DAYS   PRIOR STATEMENT".
           05 FILLER               PIC X(01)    VALUE SPACE.
           05 BR-H2-PRIOR          PIC X(08).
           05 FILLER               PIC X(18)
               VALUE "   CLEARED THROUGH".
           05 FILLER               PIC X(01)    VALUE SPACE.
           05 BR-H2-THROUGH        PIC X(08).
           05 FILLER               PIC X(58)    VALUE SPACES.

       01 BR-SECTION-LINE.
           05 BR-SEC-TITLE         PIC X(60).
           05 FILLER               PIC X(72)    VALUE SPACES.

       01 BR-BLANK-LINE            PIC X(132)   VALUE SPACES.

       01 BR-NOTE-LINE.
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 BR-NOTE-TEXT         PIC X(100).
           05 FILLER               PIC X(28)    VALUE SPACES.

       01 BR-MATCH-HEADING.
           05 FILLER               PIC X(10)    VALUE "BANK DATE ".
           05 FILLER               PIC X(19)
               VALUE "             AMOUNT".
           05 FILLER               PIC X(13)    VALUE "  BANK REF   ".
           05 FILLER               PIC X(10)    VALUE "GL DATE   ".
           05 FILLER               PIC X(11)    VALUE "GL REF     ".
           05 FILLER               PIC X(09)    VALUE "SIDE DAYS".
           05 FILLER               PIC X(08)    VALUE "  MATCH ".
           05 FILLER               PIC X(52)    VALUE SPACES.

       01 BR-MATCH-LINE.
           05 BR-MAT-BANK-DATE     PIC 9(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-MAT-AMOUNT        PIC -(15)9.9(02).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-MAT-BANK-REF      PIC X(09).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-MAT-GL-DATE       PIC 9(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-MAT-GL-REF        PIC 9(09).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 BR-MAT-SIDE          PIC X(01).
           05 FILLER               PIC X(01)    VALUE SPACE.
           05 BR-MAT-DAYS          PIC -(03)9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-MAT-METHOD        PIC X(26).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-MAT-NOTE          PIC X(20).
           05 FILLER               PIC X(12)    VALUE SPACES.

       01 BR-BANK-HEADING.
           05 FILLER               PIC X(10)    VALUE "BANK DATE ".
           05 FILLER               PIC X(19)
               VALUE "             AMOUNT".
           05 FILLER               PIC X(13)    VALUE "  BANK REF   ".
           05 FILLER               PIC X(42)    VALUE "NARRATIVE".
           05 FILLER               PIC X(48)    VALUE SPACES.

       01 BR-BANK-LINE.
           05 BR-BNK-DATE          PIC 9(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-BNK-AMOUNT        PIC -(15)9.9(02).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-BNK-REF           PIC X(09).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-BNK-DESCRIPTION   PIC X(40).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-BNK-NOTE          PIC X(26).
           05 FILLER               PIC X(22)    VALUE SPACES.

       01 BR-GL-HEADING.
           05 FILLER               PIC X(10)    VALUE "GL DATE   ".
           05 FILLER               PIC X(11)    VALUE "GL REF     ".
           05 FILLER               PIC X(05)    VALUE "SIDE ".
           05 FILLER               PIC X(19)
               VALUE "             AMOUNT".
           05 FILLER               PIC X(10)    VALUE "  USER    ".
           05 FILLER               PIC X(10)    VALUE "CONTRA    ".
           05 FILLER               PIC X(67)    VALUE SPACES.

       01 BR-GL-LINE.
           05 BR-GLL-DATE          PIC 9(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-GLL-REF           PIC 9(09).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 BR-GLL-SIDE          PIC X(01).
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 BR-GLL-AMOUNT        PIC -(15)9.9(02).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-GLL-USER          PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-GLL-CONTRA        PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-GLL-NOTE          PIC X(26).
           05 FILLER               PIC X(39)    VALUE SPACES.

       01 BR-PROOF-LINE.
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 BR-PRF-LABEL         PIC X(46).
           05 BR-PRF-AMOUNT        PIC -(15)9.9(02).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BR-PRF-NOTE          PIC X(30).
           05 FILLER               PIC X(31)    VALUE SPACES.

       01 BR-COUNT-LINE.
           05 BR-CNT-LABEL         PIC X(40).
           05 BR-CNT-VALUE         PIC Z(08)9.
           05 FILLER               PIC X(83)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO BR-CURRENT-DATE-TIME.
           PERFORM 1000-READ-RECON-CONTROL.
           PERFORM 1100-LOAD-STATEMENT.
           IF BR-RUN-ALLOWED
               PERFORM 1200-LOAD-CLEARED-FILE
           END-IF.
           IF BR-RUN-ALLOWED
               PERFORM 1300-CHECK-STATEMENT
           END-IF.
           IF BR-RUN-ALLOWED
               PERFORM 1400-LOAD-GL-POSTINGS
           END-IF.
           IF BR-RUN-REFUSED
               DISPLAY "BANK RECONCILIATION NOT RUN"
               STOP RUN
           END-IF.
           PERFORM 1500-LOAD-BOOK-BALANCE.
           PERFORM 2000-MATCH-STATEMENT.
           PERFORM 3000-COMPUTE-PROOFS.
           PERFORM 3500-ADVANCE-CLEARED-THROUGH.
           PERFORM 5000-PRINT-RECON-REPORT.
           PERFORM 4000-REWRITE-CLEARED-FILE.
           PERFORM 9100-DISPLAY-TOTALS.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-READ-RECON-CONTROL - THE DATE WINDOW. A WINDOW THAT
      * IS NOT A WHOLE NUMBER OF DAYS IS NOTED AND THE DEFAULT
      * USED, SINCE A WINDOW TOO WIDE OR TOO NARROW ONLY MOVES
      * ITEMS BETWEEN THE MATCHED AND UNMATCHED SECTIONS. A
      * CUT-OVER DATE THAT IS NOT A DATE IS NOTED AND TAKEN AS
      * NONE; 1300 REFUSES A FIRST STATEMENT WITHOUT ONE.
      *-----------------------------------------------------------*
       1000-READ-RECON-CONTROL.
           MOVE BR-DEFAULT-WINDOW TO BR-WINDOW-DAYS.
           MOVE 0 TO BR-CTL-CUTOVER.
           OPEN INPUT CTL-FILE.
           IF BR-CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   AT END
                       MOVE SPACES TO CTL-FILE-RECORD
               END-READ
               CLOSE CTL-FILE
               IF CTL-WINDOW-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(CTL-WINDOW-TEXT) = 0
                       AND FUNCTION NUMVAL(CTL-WINDOW-TEXT) >= 0
                       COMPUTE BR-WINDOW-DAYS =
                           FUNCTION NUMVAL(CTL-WINDOW-TEXT)
                   ELSE
                       DISPLAY "BANKCTL DATE WINDOW NOT USABLE: "
                               CTL-WINDOW-TEXT " - DEFAULT USED"
                   END-IF
               END-IF
               IF CTL-CUTOVER-TEXT NOT = SPACES
                   MOVE CTL-CUTOVER-TEXT TO BR-DATE-TEXT
                   PERFORM 1160-CHECK-DATE-TEXT
                   IF BR-DATE-GOOD
                       MOVE BR-DATE-NUMBER TO BR-CTL-CUTOVER
                   ELSE
                       DISPLAY "BANKCTL CUT-OVER DATE NOT USABLE: "
                               CTL-CUTOVER-TEXT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1100-LOAD-STATEMENT - THE HEADER, EVERY DETAIL LINE AND
      * THE TRAILER. THE STATEMENT IS REQUIRED, AND A MISSING
      * HEADER OR TRAILER, A LINE OF ANY OTHER TYPE, OR A DATE OR
      * AMOUNT THAT IS NOT USABLE REFUSES THE RUN - A PART-READ
      * STATEMENT WOULD RECONCILE WRONGLY AND BE REMEMBERED SO.
      *-----------------------------------------------------------*
       1100-LOAD-STATEMENT.
           SET BR-EOF-NO TO TRUE.
           OPEN INPUT STMT-FILE.
           IF BR-STMT-FILE-STATUS NOT = "00"
               SET BR-RUN-REFUSED TO TRUE
               DISPLAY "BANKSTMT NOT AVAILABLE - NO STATEMENT"
           ELSE
               PERFORM 1110-LOAD-ONE-STATEMENT-LINE
                   UNTIL BR-EOF-YES
                      OR BR-RUN-REFUSED
               CLOSE STMT-FILE
               IF BR-RUN-ALLOWED
                   AND (NOT BR-HEADER-SEEN OR NOT BR-TRAILER-SEEN)
                   SET BR-RUN-REFUSED TO TRUE
                   DISPLAY "BANKSTMT HEADER OR TRAILER MISSING"
               END-IF
           END-IF.

       1110-LOAD-ONE-STATEMENT-LINE.
           READ STMT-FILE
               AT END SET BR-EOF-YES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN BR-TRAILER-SEEN
                           SET BR-RUN-REFUSED TO TRUE
                           DISPLAY "BANKSTMT LINE AFTER TRAILER: "
                                   STMT-DETAIL-RECORD
                       WHEN STH-RECORD-TYPE = "H"
                           PERFORM 1120-LOAD-HEADER
                       WHEN NOT BR-HEADER-SEEN
                           SET BR-RUN-REFUSED TO TRUE
                           DISPLAY "BANKSTMT DOES NOT START WITH A "
                                   "HEADER: " STMT-DETAIL-RECORD
                       WHEN STD-RECORD-TYPE = "D"
                           PERFORM 1130-LOAD-DETAIL
                       WHEN STT-RECORD-TYPE = "T"
                           PERFORM 1140-LOAD-TRAILER
                       WHEN OTHER
                           SET BR-RUN-REFUSED TO TRUE
                           DISPLAY "BANKSTMT LINE TYPE NOT KNOWN: "
                                   STMT-DETAIL-RECORD
                   END-EVALUATE
           END-READ.

       1120-LOAD-HEADER.
           MOVE STH-STATEMENT-DATE TO BR-DATE-TEXT.
           PERFORM 1160-CHECK-DATE-TEXT.
           IF BR-HEADER-SEEN
               OR STH-ACCOUNT-CODE = SPACES
               OR BR-DATE-BAD
               OR STH-OPENING-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(STH-OPENING-TEXT) NOT = 0
               SET BR-RUN-REFUSED TO TRUE
               DISPLAY "BANKSTMT HEADER NOT USABLE: "
                       STMT-HEADER-RECORD
           ELSE
               SET BR-HEADER-SEEN TO TRUE
               MOVE STH-ACCOUNT-CODE TO BR-CASH-ACCOUNT
               MOVE STH-STATEMENT-DATE TO BR-STATEMENT-DATE
               COMPUTE BR-OPENING-BALANCE =
                   FUNCTION NUMVAL(STH-OPENING-TEXT)
           END-IF.

       1130-LOAD-DETAIL.
           MOVE STD-VALUE-DATE TO BR-DATE-TEXT.
           PERFORM 1160-CHECK-DATE-TEXT.
           EVALUATE TRUE
               WHEN BR-DATE-BAD
                 OR STD-AMOUNT-TEXT = SPACES
                 OR FUNCTION TEST-NUMVAL(STD-AMOUNT-TEXT) NOT = 0
                   SET BR-RUN-REFUSED TO TRUE
                   DISPLAY "BANKSTMT LINE NOT USABLE: "
                           STMT-DETAIL-RECORD
               WHEN BR-BANK-TABLE-COUNT >= BR-BANK-TABLE-MAX
                   SET BR-RUN-REFUSED TO TRUE
                   DISPLAY "*** BANKSTMT HOLDS MORE LINES THAN THE "
                           "BANK LINE TABLE - RAISE THE TABLE AND "
                           "RECOMPILE. ***"
               WHEN OTHER
                   ADD 1 TO BR-STMT-LINE-COUNT
                   ADD 1 TO BR-BANK-TABLE-COUNT
                   MOVE BR-BANK-TABLE-COUNT TO BR-BANK-IDX
                   MOVE STD-VALUE-DATE TO BR-BANK-DATE(BR-BANK-IDX)
                   COMPUTE BR-BANK-AMOUNT(BR-BANK-IDX) =
                       FUNCTION NUMVAL(STD-AMOUNT-TEXT)
                   MOVE STD-BANK-REFERENCE
                       TO BR-BANK-REFERENCE(BR-BANK-IDX)
                   MOVE STD-DESCRIPTION
                       TO BR-BANK-DESCRIPTION(BR-BANK-IDX)
                   MOVE BR-STATEMENT-DATE
                       TO BR-BANK-FROM-DATE(BR-BANK-IDX)
                   MOVE "N" TO BR-BANK-CARRIED-SW(BR-BANK-IDX)
                   PERFORM 1150-RESET-BANK-ENTRY
                   ADD BR-BANK-AMOUNT(BR-BANK-IDX)
                       TO BR-STATEMENT-LINES-TOTAL
           END-EVALUATE.

       1140-LOAD-TRAILER.
           IF STT-CLOSING-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(STT-CLOSING-TEXT) NOT = 0
               SET BR-RUN-REFUSED TO TRUE
               DISPLAY "BANKSTMT TRAILER NOT USABLE: "
                       STMT-TRAILER-RECORD
           ELSE
               SET BR-TRAILER-SEEN TO TRUE
               COMPUTE BR-CLOSING-BALANCE =
                   FUNCTION NUMVAL(STT-CLOSING-TEXT)
           END-IF.

      *-----------------------------------------------------------*
      * 1150-RESET-BANK-ENTRY - A BANK LINE STARTS UNMATCHED, WITH
      * ITS DAY NUMBER WORKED OUT ONCE FOR THE WINDOW TEST.
      *-----------------------------------------------------------*
       1150-RESET-BANK-ENTRY.
           COMPUTE BR-BANK-DAY(BR-BANK-IDX) =
               FUNCTION INTEGER-OF-DATE(BR-BANK-DATE(BR-BANK-IDX)).
           MOVE 0 TO BR-BANK-GL-IDX(BR-BANK-IDX).
           MOVE SPACE TO BR-BANK-METHOD(BR-BANK-IDX).
           MOVE 0 TO BR-BANK-DAY-DIFF(BR-BANK-IDX).

      *-----------------------------------------------------------*
      * 1160-CHECK-DATE-TEXT - BR-DATE-TEXT MUST BE EIGHT DIGITS
      * THAT MAKE A CALENDAR DATE. A DATE SUCH AS 20261032 WOULD
      * GIVE NO DAY NUMBER, NEVER FALL IN THE WINDOW AND BE CARRIED
      * FORWARD FOR EVER.
      *-----------------------------------------------------------*
       1160-CHECK-DATE-TEXT.
           SET BR-DATE-BAD TO TRUE.
           IF BR-DATE-TEXT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(BR-DATE-NUMBER) = 0
                   SET BR-DATE-GOOD TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1200-LOAD-CLEARED-FILE - SPLITS BANKCLR: RECORDS FOR OTHER
      * ACCOUNTS ARE KEPT TO BE WRITTEN BACK UNCHANGED; FOR THIS
      * ACCOUNT THE HEADER GIVES THE PRIOR STATEMENT, "C" RECORDS
      * GO TO THE CLEARED TABLE AND "B" RECORDS TO THE FRONT OF
      * THE BANK LINE TABLE (SEE 1250). NO BANKCLR MEANS NOTHING
      * HAS BEEN RECONCILED YET. A BANKCLR TOO LARGE FOR THE TABLES
      * REFUSES THE RUN, SINCE WRITING IT BACK WOULD LOSE RECORDS.
      *-----------------------------------------------------------*
       1200-LOAD-CLEARED-FILE.
           SET BR-EOF-NO TO TRUE.
           OPEN INPUT CLR-FILE.
           IF BR-CLR-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-CLEARED-RECORD
                   UNTIL BR-EOF-YES
                      OR BR-RUN-REFUSED
               CLOSE CLR-FILE
           END-IF.

       1210-LOAD-ONE-CLEARED-RECORD.
           READ CLR-FILE
               AT END SET BR-EOF-YES TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CLR-ACCOUNT-CODE NOT = BR-CASH-ACCOUNT
                           PERFORM 1220-KEEP-OTHER-ACCOUNT
                       WHEN CLR-RECORD-TYPE = "H"
                           MOVE CLH-STATEMENT-DATE TO BR-PRIOR-DATE
                           MOVE CLH-CLOSING-BALANCE
                               TO BR-PRIOR-CLOSING
                           IF CLH-CLEARED-THROUGH IS NUMERIC
                               MOVE CLH-CLEARED-THROUGH
                                   TO BR-CLEARED-THROUGH
                           END-IF
                       WHEN CLR-RECORD-TYPE = "C"
                           PERFORM 1240-LOAD-CLEARED-ITEM
                       WHEN CLR-RECORD-TYPE = "B"
                           PERFORM 1250-LOAD-CARRIED-ITEM
                       WHEN OTHER
                           PERFORM 1220-KEEP-OTHER-ACCOUNT
                   END-EVALUATE
           END-READ.

       1220-KEEP-OTHER-ACCOUNT.
           IF BR-KEEP-TABLE-COUNT >= BR-KEEP-TABLE-MAX
               PERFORM 1290-REFUSE-CLEARED-FULL
           ELSE
               ADD 1 TO BR-KEEP-TABLE-COUNT
               MOVE CLR-FILE-RECORD
                   TO BR-KEEP-RECORD(BR-KEEP-TABLE-COUNT)
           END-IF.

       1240-LOAD-CLEARED-ITEM.
           IF BR-CLR-TABLE-COUNT >= BR-CLR-TABLE-MAX
               PERFORM 1290-REFUSE-CLEARED-FULL
           ELSE
               ADD 1 TO BR-CLR-TABLE-COUNT
               MOVE BR-CLR-TABLE-COUNT TO BR-CLR-IDX
               MOVE CLC-GL-DATE TO BR-CLR-GL-DATE(BR-CLR-IDX)
               MOVE CLC-GL-REFERENCE
                   TO BR-CLR-GL-REFERENCE(BR-CLR-IDX)
               MOVE CLC-GL-SIDE TO BR-CLR-GL-SIDE(BR-CLR-IDX)
               MOVE CLC-AMOUNT TO BR-CLR-AMOUNT(BR-CLR-IDX)
               MOVE CLC-STATEMENT-DATE
                   TO BR-CLR-STATEMENT-DATE(BR-CLR-IDX)
               MOVE CLC-BANK-DATE TO BR-CLR-BANK-DATE(BR-CLR-IDX)
               MOVE CLC-BANK-REFERENCE
                   TO BR-CLR-BANK-REFERENCE(BR-CLR-IDX)
               MOVE "N" TO BR-CLR-USED-SW(BR-CLR-IDX)
           END-IF.

      *-----------------------------------------------------------*
      * 1250-LOAD-CARRIED-ITEM - A BANK ITEM FROM AN EARLIER
      * STATEMENT THAT FOUND NO GL POSTING. IT IS INSERTED AHEAD
      * OF THIS STATEMENT'S LINES (WHICH ARE ALREADY LOADED), SO
      * THE OLDEST ITEMS ARE OFFERED A POSTING FIRST.
      *-----------------------------------------------------------*
       1250-LOAD-CARRIED-ITEM.
           IF BR-BANK-TABLE-COUNT >= BR-BANK-TABLE-MAX
               SET BR-RUN-REFUSED TO TRUE
               DISPLAY "*** STATEMENT AND CARRIED ITEMS EXCEED THE "
                       "BANK LINE TABLE - RAISE THE TABLE AND "
                       "RECOMPILE. ***"
           ELSE
               ADD 1 TO BR-CARRIED-IN-COUNT
               MOVE BR-BANK-TABLE-COUNT TO BR-BANK-IDX
               PERFORM 1255-SHIFT-ONE-BANK-LINE
                   UNTIL BR-BANK-IDX < BR-CARRIED-IN-COUNT
               ADD 1 TO BR-BANK-TABLE-COUNT
               MOVE BR-CARRIED-IN-COUNT TO BR-BANK-IDX
               MOVE CLB-BANK-DATE TO BR-BANK-DATE(BR-BANK-IDX)
               MOVE CLB-AMOUNT TO BR-BANK-AMOUNT(BR-BANK-IDX)
               MOVE CLB-BANK-REFERENCE
                   TO BR-BANK-REFERENCE(BR-BANK-IDX)
               MOVE CLB-DESCRIPTION
                   TO BR-BANK-DESCRIPTION(BR-BANK-IDX)
               MOVE CLB-STATEMENT-DATE
                   TO BR-BANK-FROM-DATE(BR-BANK-IDX)
               MOVE "Y" TO BR-BANK-CARRIED-SW(BR-BANK-IDX)
               PERFORM 1150-RESET-BANK-ENTRY
           END-IF.

       1255-SHIFT-ONE-BANK-LINE.
           MOVE BR-BANK-ENTRY(BR-BANK-IDX)
               TO BR-BANK-ENTRY(BR-BANK-IDX + 1).
           SUBTRACT 1 FROM BR-BANK-IDX.

       1290-REFUSE-CLEARED-FULL.
           SET BR-RUN-REFUSED TO TRUE.
           DISPLAY "*** BANKCLR HOLDS MORE RECORDS THAN THE CLEARED "
                   "TABLES - RAISE THE TABLES AND RECOMPILE. ***".

      *-----------------------------------------------------------*
      * 1300-CHECK-STATEMENT - THE STATEMENT MUST BE LATER THAN THE
      * LAST ONE RECONCILED FOR THE ACCOUNT (SO THE SAME STATEMENT
      * CANNOT BE TICKED OFF TWICE), AND MUST ADD UP: OPENING PLUS
      * THE LINES EQUALS CLOSING. A STATEMENT THAT DOES NOT ADD UP
      * HAS LOST OR GAINED LINES IN TRANSIT. THE FIRST STATEMENT
      * FOR AN ACCOUNT NEEDS THE BANKCTL CUT-OVER DATE, BEFORE THE
      * STATEMENT DATE, AS ITS CLEARED-THROUGH DATE - WITHOUT IT
      * EVERY POSTING EVER MADE WOULD SHOW AS NOT YET CLEARED.
      *-----------------------------------------------------------*
       1300-CHECK-STATEMENT.
           IF BR-PRIOR-DATE = 0
               EVALUATE TRUE
                   WHEN BR-CTL-CUTOVER = 0
                       SET BR-RUN-REFUSED TO TRUE
                       DISPLAY "FIRST STATEMENT FOR " BR-CASH-ACCOUNT
                               " - BANKCTL CUT-OVER DATE NEEDED"
                   WHEN BR-CTL-CUTOVER NOT < BR-STATEMENT-DATE
                       SET BR-RUN-REFUSED TO TRUE
                       DISPLAY "BANKCTL CUT-OVER DATE " BR-CTL-CUTOVER
                               " NOT BEFORE THE STATEMENT DATE"
                   WHEN OTHER
                       MOVE BR-CTL-CUTOVER TO BR-CLEARED-THROUGH
               END-EVALUATE
           END-IF.
           IF BR-STATEMENT-DATE NOT > BR-PRIOR-DATE
               SET BR-RUN-REFUSED TO TRUE
               DISPLAY "STATEMENT " BR-STATEMENT-DATE " FOR "
                       BR-CASH-ACCOUNT " NOT AFTER THE LAST ONE "
                       "RECONCILED (" BR-PRIOR-DATE ")"
           END-IF.
           COMPUTE BR-WORK-AMOUNT =
               BR-OPENING-BALANCE + BR-STATEMENT-LINES-TOTAL.
           IF BR-WORK-AMOUNT NOT = BR-CLOSING-BALANCE
               SET BR-RUN-REFUSED TO TRUE
               DISPLAY "STATEMENT DOES NOT ADD UP - OPENING PLUS "
                       "LINES IS NOT THE CLOSING BALANCE"
           END-IF.

      *-----------------------------------------------------------*
      * 1400-LOAD-GL-POSTINGS - EVERY POSTED GL RECORD ON THE CASH
      * ACCOUNT DATED AFTER THE CLEARED-THROUGH DATE, ARCHIVE FIRST
      * SO THE TABLE RUNS OLDEST FIRST. ONE ALREADY ON THE CLEARED
      * TABLE IS MARKED CLEARED BEFORE AND TAKES NO FURTHER PART.
      * POSTINGS ON OR BEFORE THE CLEARED-THROUGH DATE COUNT AS
      * CLEARED AND ARE ONLY COUNTED, AS ARE UNPOSTED RECORDS AND
      * RECORDS WHOSE DATE IS NOT A CALENDAR DATE.
      * TOO MANY POSTINGS FOR THE TABLE REFUSES THE RUN, AS A
      * MISSING POSTING WOULD SHOW ITS BANK LINE AS UNMATCHED.
      *-----------------------------------------------------------*
       1400-LOAD-GL-POSTINGS.
           SET BR-EOF-NO TO TRUE.
           OPEN INPUT GL-ARCH-FILE.
           IF BR-GL-ARCH-STATUS = "00"
               PERFORM 1420-READ-ONE-ARCH-RECORD
                   UNTIL BR-EOF-YES
                      OR BR-RUN-REFUSED
               CLOSE GL-ARCH-FILE
           END-IF.
           SET BR-EOF-NO TO TRUE.
           OPEN INPUT GL-FILE.
           IF BR-GL-FILE-STATUS = "00"
               PERFORM 1410-READ-ONE-GL-RECORD
                   UNTIL BR-EOF-YES
                      OR BR-RUN-REFUSED
               CLOSE GL-FILE
           ELSE
               DISPLAY "GLFILE NOT AVAILABLE - NO CURRENT POSTINGS"
           END-IF.

       1410-READ-ONE-GL-RECORD.
           READ GL-FILE
               AT END SET BR-EOF-YES TO TRUE
               NOT AT END
                   IF GL-ACCOUNT-CODE = BR-CASH-ACCOUNT
                       MOVE "G" TO BR-WORK-SOURCE
                       PERFORM 1450-ADD-ONE-POSTING
                   END-IF
           END-READ.

       1420-READ-ONE-ARCH-RECORD.
           READ GL-ARCH-FILE INTO GL-FILE-RECORD
               AT END SET BR-EOF-YES TO TRUE
               NOT AT END
                   IF GL-ACCOUNT-CODE = BR-CASH-ACCOUNT
                       MOVE "A" TO BR-WORK-SOURCE
                       PERFORM 1450-ADD-ONE-POSTING
                   END-IF
           END-READ.

       1450-ADD-ONE-POSTING.
           MOVE GL-TRANS-DATE TO BR-DATE-TEXT.
           PERFORM 1160-CHECK-DATE-TEXT.
           EVALUATE TRUE
               WHEN GL-POSTED-FLAG NOT = "P"
                   ADD 1 TO BR-UNPOSTED-COUNT
               WHEN BR-DATE-BAD
                   ADD 1 TO BR-BAD-DATE-COUNT
               WHEN GL-TRANS-DATE NOT > BR-CLEARED-THROUGH
                   ADD 1 TO BR-PRE-CUTOVER-COUNT
               WHEN BR-GL-TABLE-COUNT >= BR-GL-TABLE-MAX
                   SET BR-RUN-REFUSED TO TRUE
                   DISPLAY "*** MORE POSTINGS ON " BR-CASH-ACCOUNT
                           " THAN THE GL TABLE - RAISE THE TABLE "
                           "AND RECOMPILE. ***"
               WHEN OTHER
                   ADD 1 TO BR-GL-TABLE-COUNT
                   MOVE BR-GL-TABLE-COUNT TO BR-GL-IDX
                   MOVE GL-TRANS-DATE TO BR-GL-DATE(BR-GL-IDX)
                   COMPUTE BR-GL-DAY(BR-GL-IDX) =
                       FUNCTION INTEGER-OF-DATE(GL-TRANS-DATE)
                   MOVE GL-REFERENCE-NUMBER
                       TO BR-GL-REFERENCE(BR-GL-IDX)
                   MOVE GL-ENTRY-SIDE TO BR-GL-SIDE(BR-GL-IDX)
                   MOVE GL-RESULT TO BR-GL-AMOUNT(BR-GL-IDX)
                   MOVE GL-USER-ID TO BR-GL-USER(BR-GL-IDX)
                   MOVE GL-CONTRA-ACCOUNT TO BR-GL-CONTRA(BR-GL-IDX)
                   MOVE BR-WORK-SOURCE TO BR-GL-SOURCE(BR-GL-IDX)
                   MOVE 0 TO BR-GL-BANK-IDX(BR-GL-IDX)
                   PERFORM 1460-FIND-CLEARED-ITEM
                   IF BR-CLR-FOUND
                       MOVE "C" TO BR-GL-STATUS(BR-GL-IDX)
                       MOVE "Y" TO BR-CLR-USED-SW(BR-CLR-IDX)
                       ADD 1 TO BR-CLEARED-BEFORE-COUNT
                   ELSE
                       MOVE "O" TO BR-GL-STATUS(BR-GL-IDX)
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 1460-FIND-CLEARED-ITEM - IS GL POSTING BR-GL-IDX ON THE
      * CLEARED TABLE? A "C" RECORD CLEARS ONE POSTING ONLY, SO A
      * RECORD ALREADY USED IS PASSED OVER. LEAVES BR-CLR-IDX ON
      * THE RECORD FOUND.
      *-----------------------------------------------------------*
       1460-FIND-CLEARED-ITEM.
           SET BR-CLR-NOT-FOUND TO TRUE.
           MOVE 1 TO BR-CLR-IDX.
           PERFORM 1465-CHECK-ONE-CLEARED-ITEM
               UNTIL BR-CLR-IDX > BR-CLR-TABLE-COUNT
                  OR BR-CLR-FOUND.

       1465-CHECK-ONE-CLEARED-ITEM.
           IF NOT BR-CLR-USED(BR-CLR-IDX)
               AND BR-CLR-GL-DATE(BR-CLR-IDX) = BR-GL-DATE(BR-GL-IDX)
               AND BR-CLR-GL-REFERENCE(BR-CLR-IDX)
                   = BR-GL-REFERENCE(BR-GL-IDX)
               AND BR-CLR-GL-SIDE(BR-CLR-IDX) = BR-GL-SIDE(BR-GL-IDX)
               AND BR-CLR-AMOUNT(BR-CLR-IDX) = BR-GL-AMOUNT(BR-GL-IDX)
               SET BR-CLR-FOUND TO TRUE
           ELSE
               ADD 1 TO BR-CLR-IDX
           END-IF.

      *-----------------------------------------------------------*
      * 1500-LOAD-BOOK-BALANCE - THE CASH ACCOUNT'S BALANCE ON THE
      * BALANCE MASTER. AN ACCOUNT NOT ON BALFILE HAS A BOOK
      * BALANCE OF ZERO, AND THE PROOF SAYS SO.
      *-----------------------------------------------------------*
       1500-LOAD-BOOK-BALANCE.
           SET BR-EOF-NO TO TRUE.
           OPEN INPUT BAL-FILE.
           IF BR-BAL-FILE-STATUS = "00"
               PERFORM 1510-READ-ONE-BALANCE
                   UNTIL BR-EOF-YES
                      OR BR-BOOK-FOUND
               CLOSE BAL-FILE
           END-IF.
           IF BR-BOOK-NOT-FOUND
               DISPLAY "ACCOUNT " BR-CASH-ACCOUNT
                       " NOT ON BALFILE - BOOK BALANCE TAKEN AS ZERO"
           END-IF.

       1510-READ-ONE-BALANCE.
           READ BAL-FILE
               AT END SET BR-EOF-YES TO TRUE
               NOT AT END
                   IF BAL-ACCOUNT-CODE = BR-CASH-ACCOUNT
                       SET BR-BOOK-FOUND TO TRUE
                       MOVE BAL-AMOUNT TO BR-BOOK-BALANCE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 2000-MATCH-STATEMENT - FIRST EVERY BANK LINE CARRYING A
      * NUMERIC GL REFERENCE IS MATCHED ON IT; THEN EVERY LINE
      * STILL OPEN IS MATCHED ON AMOUNT AND DATE. IN BOTH PASSES
      * THE AMOUNT MUST BE EQUAL, THE DATES WITHIN THE WINDOW AND
      * THE POSTING STILL OUTSTANDING; THE NEAREST-DATED POSTING
      * WINS, THE EARLIER ON THE TABLE ON A TIE.
      *-----------------------------------------------------------*
       2000-MATCH-STATEMENT.
           MOVE 1 TO BR-BANK-IDX.
           PERFORM 2100-MATCH-ONE-BY-REFERENCE
               UNTIL BR-BANK-IDX > BR-BANK-TABLE-COUNT.
           MOVE 1 TO BR-BANK-IDX.
           PERFORM 2200-MATCH-ONE-BY-AMOUNT
               UNTIL BR-BANK-IDX > BR-BANK-TABLE-COUNT.

       2100-MATCH-ONE-BY-REFERENCE.
           IF BR-BANK-REFERENCE(BR-BANK-IDX) IS NUMERIC
               MOVE BR-BANK-REFERENCE(BR-BANK-IDX)
                   TO BR-WORK-REFERENCE
               MOVE 0 TO BR-GL-BEST-IDX
               MOVE 1 TO BR-GL-IDX
               PERFORM 2110-CHECK-ONE-BY-REFERENCE
                   UNTIL BR-GL-IDX > BR-GL-TABLE-COUNT
               IF BR-GL-BEST-IDX NOT = 0
                   MOVE "R" TO BR-BANK-METHOD(BR-BANK-IDX)
                   PERFORM 2300-RECORD-MATCH
               END-IF
           END-IF.
           ADD 1 TO BR-BANK-IDX.

       2110-CHECK-ONE-BY-REFERENCE.
           IF BR-GL-REFERENCE(BR-GL-IDX) = BR-WORK-REFERENCE
               PERFORM 2250-CHECK-CANDIDATE
           END-IF.
           ADD 1 TO BR-GL-IDX.

       2200-MATCH-ONE-BY-AMOUNT.
           IF BR-BANK-GL-IDX(BR-BANK-IDX) = 0
               MOVE 0 TO BR-GL-BEST-IDX
               MOVE 1 TO BR-GL-IDX
               PERFORM 2210-CHECK-ONE-BY-AMOUNT
                   UNTIL BR-GL-IDX > BR-GL-TABLE-COUNT
               IF BR-GL-BEST-IDX NOT = 0
                   IF BR-BANK-REFERENCE(BR-BANK-IDX) IS NUMERIC
                       MOVE "N" TO BR-BANK-METHOD(BR-BANK-IDX)
                   ELSE
                       MOVE "A" TO BR-BANK-METHOD(BR-BANK-IDX)
                   END-IF
                   PERFORM 2300-RECORD-MATCH
               END-IF
           END-IF.
           ADD 1 TO BR-BANK-IDX.

       2210-CHECK-ONE-BY-AMOUNT.
           PERFORM 2250-CHECK-CANDIDATE.
           ADD 1 TO BR-GL-IDX.

      *-----------------------------------------------------------*
      * 2250-CHECK-CANDIDATE - GL POSTING BR-GL-IDX AGAINST BANK
      * LINE BR-BANK-IDX. KEEPS THE NEAREST IN BR-GL-BEST-IDX.
      *-----------------------------------------------------------*
       2250-CHECK-CANDIDATE.
           IF BR-GL-OUTSTANDING(BR-GL-IDX)
               AND BR-GL-AMOUNT(BR-GL-IDX) = BR-BANK-AMOUNT(BR-BANK-IDX)
               COMPUTE BR-DAY-DIFF =
                   BR-GL-DAY(BR-GL-IDX) - BR-BANK-DAY(BR-BANK-IDX)
               IF BR-DAY-DIFF < 0
                   COMPUTE BR-ABS-DIFF = 0 - BR-DAY-DIFF
               ELSE
                   MOVE BR-DAY-DIFF TO BR-ABS-DIFF
               END-IF
               IF BR-ABS-DIFF <= BR-WINDOW-DAYS
                   IF BR-GL-BEST-IDX = 0
                       OR BR-ABS-DIFF < BR-BEST-DIFF
                       MOVE BR-GL-IDX TO BR-GL-BEST-IDX
                       MOVE BR-ABS-DIFF TO BR-BEST-DIFF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 2300-RECORD-MATCH - TIES BANK LINE BR-BANK-IDX TO POSTING
      * BR-GL-BEST-IDX, WHICH IS THEN NO LONGER OUTSTANDING.
      *-----------------------------------------------------------*
       2300-RECORD-MATCH.
           MOVE BR-GL-BEST-IDX TO BR-BANK-GL-IDX(BR-BANK-IDX).
           COMPUTE BR-BANK-DAY-DIFF(BR-BANK-IDX) =
               BR-GL-DAY(BR-GL-BEST-IDX) - BR-BANK-DAY(BR-BANK-IDX).
           MOVE "M" TO BR-GL-STATUS(BR-GL-BEST-IDX).
           MOVE BR-BANK-IDX TO BR-GL-BANK-IDX(BR-GL-BEST-IDX).
           ADD 1 TO BR-MATCHED-COUNT.
           IF BR-BANK-METHOD(BR-BANK-IDX) = "R"
               ADD 1 TO BR-REF-MATCHED-COUNT
           END-IF.

      *-----------------------------------------------------------*
      * 3000-COMPUTE-PROOFS - BOOK (BALFILE) AGAINST THE BANK
      * BALANCE ADJUSTED FOR THE OPEN ITEMS:
      *   BANK BALANCE
      *   + GL POSTINGS THE BANK HAS NOT CLEARED
      *   - BANK ITEMS WITH NO GL POSTING
      * ONCE WITH THE OPENING BALANCE AND THE ITEMS OPEN BEFORE
      * THIS STATEMENT (OUTSTANDING OR MATCHED NOW; CARRIED IN),
      * AND ONCE WITH THE CLOSING BALANCE AND THE ITEMS STILL OPEN.
      * POSTINGS ON OR BEFORE THE CLEARED-THROUGH DATE (THE HISTORY
      * BEFORE THE CUT-OVER, AND EVERYTHING CLEARED SINCE THAT IS
      * OLDER THAN THE OLDEST ITEM STILL OUTSTANDING) ARE IN BOTH
      * BALFILE AND THE BANK'S BALANCE, SO THEY COUNT AS CLEARED AND
      * ARE NOT OPEN ITEMS. THE OPENING BALANCE IS ALSO COMPARED
      * WITH THE CLOSING BALANCE OF THE LAST STATEMENT RECONCILED.
      *-----------------------------------------------------------*
       3000-COMPUTE-PROOFS.
           MOVE 1 TO BR-GL-IDX.
           PERFORM 3010-ADD-ONE-GL-ITEM
               UNTIL BR-GL-IDX > BR-GL-TABLE-COUNT.
           MOVE 1 TO BR-BANK-IDX.
           PERFORM 3020-ADD-ONE-BANK-ITEM
               UNTIL BR-BANK-IDX > BR-BANK-TABLE-COUNT.
           COMPUTE BR-ADJUSTED-BANK = BR-OPENING-BALANCE
               + BR-OPEN-GL-BEFORE - BR-OPEN-BANK-BEFORE.
           COMPUTE BR-OPENING-DIFFERENCE =
               BR-BOOK-BALANCE - BR-ADJUSTED-BANK.
           COMPUTE BR-ADJUSTED-BANK = BR-CLOSING-BALANCE
               + BR-OPEN-GL-AFTER - BR-OPEN-BANK-AFTER.
           COMPUTE BR-CLOSING-DIFFERENCE =
               BR-BOOK-BALANCE - BR-ADJUSTED-BANK.
           IF BR-PRIOR-DATE NOT = 0
               COMPUTE BR-CONTINUITY-DIFFERENCE =
                   BR-OPENING-BALANCE - BR-PRIOR-CLOSING
           END-IF.

       3010-ADD-ONE-GL-ITEM.
           IF NOT BR-GL-CLEARED-BEFORE(BR-GL-IDX)
               ADD BR-GL-AMOUNT(BR-GL-IDX) TO BR-OPEN-GL-BEFORE
           END-IF.
           IF BR-GL-OUTSTANDING(BR-GL-IDX)
               ADD BR-GL-AMOUNT(BR-GL-IDX) TO BR-OPEN-GL-AFTER
               ADD 1 TO BR-OUTSTANDING-GL-COUNT
           END-IF.
           ADD 1 TO BR-GL-IDX.

       3020-ADD-ONE-BANK-ITEM.
           IF BR-BANK-CARRIED(BR-BANK-IDX)
               ADD BR-BANK-AMOUNT(BR-BANK-IDX) TO BR-OPEN-BANK-BEFORE
           END-IF.
           IF BR-BANK-GL-IDX(BR-BANK-IDX) = 0
               ADD BR-BANK-AMOUNT(BR-BANK-IDX) TO BR-OPEN-BANK-AFTER
               ADD 1 TO BR-UNMATCHED-BANK-COUNT
           END-IF.
           ADD 1 TO BR-BANK-IDX.

      *-----------------------------------------------------------*
      * 3500-ADVANCE-CLEARED-THROUGH - THE NEW CLEARED-THROUGH DATE
      * IS THE EARLIER OF THE STATEMENT DATE LESS THE WINDOW AND
      * THE DAY BEFORE THE OLDEST POSTING STILL OUTSTANDING (SO
      * THAT POSTING IS TABLED AGAIN NEXT TIME), AND NEVER EARLIER
      * THAN THE DATE ALREADY IN FORCE.
      *-----------------------------------------------------------*
       3500-ADVANCE-CLEARED-THROUGH.
           COMPUTE BR-NEW-THROUGH-DAY =
               FUNCTION INTEGER-OF-DATE(BR-STATEMENT-DATE)
                   - BR-WINDOW-DAYS.
           MOVE 1 TO BR-GL-IDX.
           PERFORM 3510-CHECK-ONE-OUTSTANDING
               UNTIL BR-GL-IDX > BR-GL-TABLE-COUNT.
           COMPUTE BR-NEW-CLEARED-THROUGH =
               FUNCTION DATE-OF-INTEGER(BR-NEW-THROUGH-DAY).
           IF BR-NEW-CLEARED-THROUGH < BR-CLEARED-THROUGH
               MOVE BR-CLEARED-THROUGH TO BR-NEW-CLEARED-THROUGH
           END-IF.
           MOVE 1 TO BR-CLR-IDX.
           PERFORM 3520-COUNT-ONE-RETIRED
               UNTIL BR-CLR-IDX > BR-CLR-TABLE-COUNT.

       3510-CHECK-ONE-OUTSTANDING.
           IF BR-GL-OUTSTANDING(BR-GL-IDX)
               AND BR-GL-DAY(BR-GL-IDX) - 1 < BR-NEW-THROUGH-DAY
               COMPUTE BR-NEW-THROUGH-DAY = BR-GL-DAY(BR-GL-IDX) - 1
           END-IF.
           ADD 1 TO BR-GL-IDX.

       3520-COUNT-ONE-RETIRED.
           IF BR-CLR-GL-DATE(BR-CLR-IDX) NOT > BR-NEW-CLEARED-THROUGH
               ADD 1 TO BR-RETIRED-COUNT
           END-IF.
           ADD 1 TO BR-CLR-IDX.

      *-----------------------------------------------------------*
      * 4000-REWRITE-CLEARED-FILE - WRITES BANKCLR BACK WHOLE:
      * OTHER ACCOUNTS' RECORDS AS READ, THEN FOR THIS ACCOUNT THE
      * NEW HEADER, THE "C" RECORDS ALREADY HELD, A "C" RECORD FOR
      * EVERY POSTING MATCHED NOW, AND A "B" RECORD FOR EVERY BANK
      * ITEM STILL WITHOUT A POSTING. A "C" RECORD DATED ON OR
      * BEFORE THE NEW CLEARED-THROUGH DATE IS DROPPED - THAT
      * POSTING IS PASSED OVER FROM NOW ON. THIS IS THE LAST STEP
      * (SEE THE PROGRAM NOTES).
      *-----------------------------------------------------------*
       4000-REWRITE-CLEARED-FILE.
           OPEN OUTPUT CLR-FILE.
           MOVE 1 TO BR-KEEP-IDX.
           PERFORM 4010-WRITE-ONE-KEPT-RECORD
               UNTIL BR-KEEP-IDX > BR-KEEP-TABLE-COUNT.
           MOVE SPACES TO CLR-FILE-RECORD.
           MOVE "H" TO CLR-RECORD-TYPE.
           MOVE BR-CASH-ACCOUNT TO CLR-ACCOUNT-CODE.
           MOVE BR-STATEMENT-DATE TO CLH-STATEMENT-DATE.
           MOVE BR-CLOSING-BALANCE TO CLH-CLOSING-BALANCE.
           MOVE BR-NEW-CLEARED-THROUGH TO CLH-CLEARED-THROUGH.
           WRITE CLR-FILE-RECORD.
           MOVE 1 TO BR-CLR-IDX.
           PERFORM 4020-WRITE-ONE-OLD-CLEARED
               UNTIL BR-CLR-IDX > BR-CLR-TABLE-COUNT.
           MOVE 1 TO BR-GL-IDX.
           PERFORM 4030-WRITE-ONE-NEW-CLEARED
               UNTIL BR-GL-IDX > BR-GL-TABLE-COUNT.
           MOVE 1 TO BR-BANK-IDX.
           PERFORM 4040-WRITE-ONE-BANK-ITEM
               UNTIL BR-BANK-IDX > BR-BANK-TABLE-COUNT.
           CLOSE CLR-FILE.

       4010-WRITE-ONE-KEPT-RECORD.
           WRITE CLR-FILE-RECORD FROM BR-KEEP-RECORD(BR-KEEP-IDX).
           ADD 1 TO BR-KEEP-IDX.

       4020-WRITE-ONE-OLD-CLEARED.
           IF BR-CLR-GL-DATE(BR-CLR-IDX) > BR-NEW-CLEARED-THROUGH
               MOVE SPACES TO CLR-FILE-RECORD
               MOVE "C" TO CLR-RECORD-TYPE
               MOVE BR-CASH-ACCOUNT TO CLR-ACCOUNT-CODE
               MOVE BR-CLR-GL-DATE(BR-CLR-IDX) TO CLC-GL-DATE
               MOVE BR-CLR-GL-REFERENCE(BR-CLR-IDX)
                   TO CLC-GL-REFERENCE
               MOVE BR-CLR-GL-SIDE(BR-CLR-IDX) TO CLC-GL-SIDE
               MOVE BR-CLR-AMOUNT(BR-CLR-IDX) TO CLC-AMOUNT
               MOVE BR-CLR-STATEMENT-DATE(BR-CLR-IDX)
                   TO CLC-STATEMENT-DATE
               MOVE BR-CLR-BANK-DATE(BR-CLR-IDX) TO CLC-BANK-DATE
               MOVE BR-CLR-BANK-REFERENCE(BR-CLR-IDX)
                   TO CLC-BANK-REFERENCE
               WRITE CLR-FILE-RECORD
           END-IF.
           ADD 1 TO BR-CLR-IDX.

       4030-WRITE-ONE-NEW-CLEARED.
           IF BR-GL-MATCHED(BR-GL-IDX)
               AND BR-GL-DATE(BR-GL-IDX) > BR-NEW-CLEARED-THROUGH
               MOVE BR-GL-BANK-IDX(BR-GL-IDX) TO BR-BANK-IDX
               MOVE SPACES TO CLR-FILE-RECORD
               MOVE "C" TO CLR-RECORD-TYPE
               MOVE BR-CASH-ACCOUNT TO CLR-ACCOUNT-CODE
               MOVE BR-GL-DATE(BR-GL-IDX) TO CLC-GL-DATE
               MOVE BR-GL-REFERENCE(BR-GL-IDX) TO CLC-GL-REFERENCE
               MOVE BR-GL-SIDE(BR-GL-IDX) TO CLC-GL-SIDE
               MOVE BR-GL-AMOUNT(BR-GL-IDX) TO CLC-AMOUNT
               MOVE BR-STATEMENT-DATE TO CLC-STATEMENT-DATE
               MOVE BR-BANK-DATE(BR-BANK-IDX) TO CLC-BANK-DATE
               MOVE BR-BANK-REFERENCE(BR-BANK-IDX)
                   TO CLC-BANK-REFERENCE
               WRITE CLR-FILE-RECORD
           END-IF.
           ADD 1 TO BR-GL-IDX.

       4040-WRITE-ONE-BANK-ITEM.
           IF BR-BANK-GL-IDX(BR-BANK-IDX) = 0
               MOVE SPACES TO CLR-FILE-RECORD
               MOVE "B" TO CLR-RECORD-TYPE
               MOVE BR-CASH-ACCOUNT TO CLR-ACCOUNT-CODE
               MOVE BR-BANK-DATE(BR-BANK-IDX) TO CLB-BANK-DATE
               MOVE BR-BANK-AMOUNT(BR-BANK-IDX) TO CLB-AMOUNT
               MOVE BR-BANK-REFERENCE(BR-BANK-IDX)
                   TO CLB-BANK-REFERENCE
               MOVE BR-BANK-FROM-DATE(BR-BANK-IDX)
                   TO CLB-STATEMENT-DATE
               MOVE BR-BANK-DESCRIPTION(BR-BANK-IDX)
                   TO CLB-DESCRIPTION
               WRITE CLR-FILE-RECORD
           END-IF.
           ADD 1 TO BR-BANK-IDX.

      *-----------------------------------------------------------*
      * 5000-PRINT-RECON-REPORT - MATCHED ITEMS, BANK ITEMS WITH NO
      * GL POSTING, GL POSTINGS NOT CLEARED, THE BALANCE PROOF AND
      * THE COUNTS.
      *-----------------------------------------------------------*
       5000-PRINT-RECON-REPORT.
           OPEN OUTPUT REC-RPT-FILE.
           PERFORM 5900-START-NEW-PAGE.
           MOVE "MATCHED ITEMS" TO BR-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           WRITE REC-RPT-RECORD FROM BR-MATCH-HEADING.
           ADD 1 TO BR-LINE-COUNT.
           MOVE 1 TO BR-BANK-IDX.
           PERFORM 5100-PRINT-ONE-MATCH
               UNTIL BR-BANK-IDX > BR-BANK-TABLE-COUNT.
           IF BR-MATCHED-COUNT = 0
               MOVE "NONE" TO BR-NOTE-TEXT
               PERFORM 5870-WRITE-NOTE
           END-IF.
           MOVE "BANK ITEMS WITH NO GL POSTING" TO BR-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           WRITE REC-RPT-RECORD FROM BR-BANK-HEADING.
           ADD 1 TO BR-LINE-COUNT.
           MOVE 1 TO BR-BANK-IDX.
           PERFORM 5200-PRINT-ONE-BANK-ITEM
               UNTIL BR-BANK-IDX > BR-BANK-TABLE-COUNT.
           IF BR-UNMATCHED-BANK-COUNT = 0
               MOVE "NONE" TO BR-NOTE-TEXT
               PERFORM 5870-WRITE-NOTE
           END-IF.
           MOVE "GL POSTINGS NOT CLEARED BY THE BANK" TO BR-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           WRITE REC-RPT-RECORD FROM BR-GL-HEADING.
           ADD 1 TO BR-LINE-COUNT.
           MOVE 1 TO BR-GL-IDX.
           PERFORM 5300-PRINT-ONE-OUTSTANDING
               UNTIL BR-GL-IDX > BR-GL-TABLE-COUNT.
           IF BR-OUTSTANDING-GL-COUNT = 0
               MOVE "NONE" TO BR-NOTE-TEXT
               PERFORM 5870-WRITE-NOTE
           END-IF.
           PERFORM 5400-PRINT-BALANCE-PROOF.
           PERFORM 5500-PRINT-COUNTS.
           CLOSE REC-RPT-FILE.

       5100-PRINT-ONE-MATCH.
           IF BR-BANK-GL-IDX(BR-BANK-IDX) NOT = 0
               MOVE BR-BANK-GL-IDX(BR-BANK-IDX) TO BR-GL-IDX
               MOVE BR-BANK-DATE(BR-BANK-IDX) TO BR-MAT-BANK-DATE
               MOVE BR-BANK-AMOUNT(BR-BANK-IDX) TO BR-MAT-AMOUNT
               MOVE BR-BANK-REFERENCE(BR-BANK-IDX) TO BR-MAT-BANK-REF
               MOVE BR-GL-DATE(BR-GL-IDX) TO BR-MAT-GL-DATE
               MOVE BR-GL-REFERENCE(BR-GL-IDX) TO BR-MAT-GL-REF
               MOVE BR-GL-SIDE(BR-GL-IDX) TO BR-MAT-SIDE
               MOVE BR-BANK-DAY-DIFF(BR-BANK-IDX) TO BR-MAT-DAYS
               EVALUATE BR-BANK-METHOD(BR-BANK-IDX)
                   WHEN "R"
                       MOVE "REFERENCE" TO BR-MAT-METHOD
                   WHEN "N"
                       MOVE "AMOUNT/DATE, REF NOT FOUND"
                           TO BR-MAT-METHOD
                   WHEN OTHER
                       MOVE "AMOUNT/DATE" TO BR-MAT-METHOD
               END-EVALUATE
               PERFORM 5150-SET-CARRIED-NOTE
               MOVE BR-NOTE-TEXT TO BR-MAT-NOTE
               PERFORM 5850-CHECK-PAGE
               WRITE REC-RPT-RECORD FROM BR-MATCH-LINE
               ADD 1 TO BR-LINE-COUNT
           END-IF.
           ADD 1 TO BR-BANK-IDX.

       5150-SET-CARRIED-NOTE.
           MOVE SPACES TO BR-NOTE-TEXT.
           IF BR-BANK-CARRIED(BR-BANK-IDX)
               STRING "FROM STMT " DELIMITED BY SIZE
                      BR-BANK-FROM-DATE(BR-BANK-IDX)
                          DELIMITED BY SIZE
                   INTO BR-NOTE-TEXT
               END-STRING
           END-IF.

       5200-PRINT-ONE-BANK-ITEM.
           IF BR-BANK-GL-IDX(BR-BANK-IDX) = 0
               MOVE BR-BANK-DATE(BR-BANK-IDX) TO BR-BNK-DATE
               MOVE BR-BANK-AMOUNT(BR-BANK-IDX) TO BR-BNK-AMOUNT
               MOVE BR-BANK-REFERENCE(BR-BANK-IDX) TO BR-BNK-REF
               MOVE BR-BANK-DESCRIPTION(BR-BANK-IDX)
                   TO BR-BNK-DESCRIPTION
               PERFORM 5150-SET-CARRIED-NOTE
               MOVE BR-NOTE-TEXT TO BR-BNK-NOTE
               PERFORM 5850-CHECK-PAGE
               WRITE REC-RPT-RECORD FROM BR-BANK-LINE
               ADD 1 TO BR-LINE-COUNT
           END-IF.
           ADD 1 TO BR-BANK-IDX.

       5300-PRINT-ONE-OUTSTANDING.
           IF BR-GL-OUTSTANDING(BR-GL-IDX)
               MOVE BR-GL-DATE(BR-GL-IDX) TO BR-GLL-DATE
               MOVE BR-GL-REFERENCE(BR-GL-IDX) TO BR-GLL-REF
               MOVE BR-GL-SIDE(BR-GL-IDX) TO BR-GLL-SIDE
               MOVE BR-GL-AMOUNT(BR-GL-IDX) TO BR-GLL-AMOUNT
               MOVE BR-GL-USER(BR-GL-IDX) TO BR-GLL-USER
               MOVE BR-GL-CONTRA(BR-GL-IDX) TO BR-GLL-CONTRA
               EVALUATE TRUE
                   WHEN BR-GL-DATE(BR-GL-IDX) > BR-STATEMENT-DATE
                       MOVE "DATED AFTER STATEMENT" TO BR-GLL-NOTE
                   WHEN BR-GL-SOURCE(BR-GL-IDX) = "A"
                       MOVE "ON GLARCH" TO BR-GLL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO BR-GLL-NOTE
               END-EVALUATE
               PERFORM 5850-CHECK-PAGE
               WRITE REC-RPT-RECORD FROM BR-GL-LINE
               ADD 1 TO BR-LINE-COUNT
           END-IF.
           ADD 1 TO BR-GL-IDX.

      *-----------------------------------------------------------*
      * 5400-PRINT-BALANCE-PROOF - THE CONTINUITY LINE, THEN THE
      * OPENING AND CLOSING PROOFS, EACH ENDING IN ITS DIFFERENCE
      * AND "PROVED" OR "*OUT OF BALANCE*". KEPT ON ONE PAGE.
      *-----------------------------------------------------------*
       5400-PRINT-BALANCE-PROOF.
           IF BR-LINE-COUNT + 20 > BR-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           MOVE "BALANCE PROOF AGAINST BALFILE" TO BR-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           MOVE "PRIOR STATEMENT CLOSING BALANCE" TO BR-PRF-LABEL.
           MOVE BR-PRIOR-CLOSING TO BR-PRF-AMOUNT.
           EVALUATE TRUE
               WHEN BR-PRIOR-DATE = 0
                   MOVE "NO PRIOR STATEMENT" TO BR-PRF-NOTE
               WHEN BR-CONTINUITY-DIFFERENCE = 0
                   MOVE "AGREES WITH OPENING" TO BR-PRF-NOTE
               WHEN OTHER
                   MOVE "*DIFFERS FROM OPENING*" TO BR-PRF-NOTE
           END-EVALUATE.
           PERFORM 5450-WRITE-PROOF-LINE.
           PERFORM 5880-WRITE-BLANK.
           MOVE "BANK OPENING BALANCE" TO BR-PRF-LABEL.
           MOVE BR-OPENING-BALANCE TO BR-WORK-AMOUNT.
           PERFORM 5440-WRITE-PROOF-AMOUNT.
           MOVE "  ADD GL POSTINGS NOT YET CLEARED" TO BR-PRF-LABEL.
           MOVE BR-OPEN-GL-BEFORE TO BR-WORK-AMOUNT.
           PERFORM 5440-WRITE-PROOF-AMOUNT.
           MOVE "  LESS BANK ITEMS CARRIED FORWARD" TO BR-PRF-LABEL.
           MOVE BR-OPEN-BANK-BEFORE TO BR-WORK-AMOUNT.
           PERFORM 5440-WRITE-PROOF-AMOUNT.
           MOVE "  BOOK BALANCE (BALFILE)" TO BR-PRF-LABEL.
           PERFORM 5460-WRITE-BOOK-LINE.
           MOVE "  OPENING DIFFERENCE" TO BR-PRF-LABEL.
           MOVE BR-OPENING-DIFFERENCE TO BR-WORK-AMOUNT.
           PERFORM 5470-WRITE-DIFFERENCE-LINE.
           PERFORM 5880-WRITE-BLANK.
           MOVE "BANK CLOSING BALANCE" TO BR-PRF-LABEL.
           MOVE BR-CLOSING-BALANCE TO BR-WORK-AMOUNT.
           PERFORM 5440-WRITE-PROOF-AMOUNT.
           MOVE "  ADD GL POSTINGS NOT CLEARED" TO BR-PRF-LABEL.
           MOVE BR-OPEN-GL-AFTER TO BR-WORK-AMOUNT.
           PERFORM 5440-WRITE-PROOF-AMOUNT.
           MOVE "  LESS BANK ITEMS WITH NO GL POSTING"
               TO BR-PRF-LABEL.
           MOVE BR-OPEN-BANK-AFTER TO BR-WORK-AMOUNT.
           PERFORM 5440-WRITE-PROOF-AMOUNT.
           MOVE "  BOOK BALANCE (BALFILE)" TO BR-PRF-LABEL.
           PERFORM 5460-WRITE-BOOK-LINE.
           MOVE "  CLOSING DIFFERENCE" TO BR-PRF-LABEL.
           MOVE BR-CLOSING-DIFFERENCE TO BR-WORK-AMOUNT.
           PERFORM 5470-WRITE-DIFFERENCE-LINE.

       5440-WRITE-PROOF-AMOUNT.
           MOVE BR-WORK-AMOUNT TO BR-PRF-AMOUNT.
           MOVE SPACES TO BR-PRF-NOTE.
           PERFORM 5450-WRITE-PROOF-LINE.

       5450-WRITE-PROOF-LINE.
           WRITE REC-RPT-RECORD FROM BR-PROOF-LINE.
           ADD 1 TO BR-LINE-COUNT.

       5460-WRITE-BOOK-LINE.
           MOVE BR-BOOK-BALANCE TO BR-PRF-AMOUNT.
           IF BR-BOOK-FOUND
               MOVE SPACES TO BR-PRF-NOTE
           ELSE
               MOVE "ACCOUNT NOT ON BALFILE" TO BR-PRF-NOTE
           END-IF.
           PERFORM 5450-WRITE-PROOF-LINE.

       5470-WRITE-DIFFERENCE-LINE.
           MOVE BR-WORK-AMOUNT TO BR-PRF-AMOUNT.
           IF BR-WORK-AMOUNT = 0
               MOVE "PROVED" TO BR-PRF-NOTE
           ELSE
               MOVE "*OUT OF BALANCE*" TO BR-PRF-NOTE
           END-IF.
           PERFORM 5450-WRITE-PROOF-LINE.

       5500-PRINT-COUNTS.
           IF BR-LINE-COUNT + 15 > BR-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           MOVE "COUNTS" TO BR-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           MOVE "STATEMENT LINES READ" TO BR-CNT-LABEL.
           MOVE BR-STMT-LINE-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "BANK ITEMS CARRIED IN" TO BR-CNT-LABEL.
           MOVE BR-CARRIED-IN-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "ITEMS MATCHED" TO BR-CNT-LABEL.
           MOVE BR-MATCHED-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "  ON REFERENCE" TO BR-CNT-LABEL.
           MOVE BR-REF-MATCHED-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "BANK ITEMS WITH NO GL POSTING" TO BR-CNT-LABEL.
           MOVE BR-UNMATCHED-BANK-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "GL POSTINGS NOT CLEARED" TO BR-CNT-LABEL.
           MOVE BR-OUTSTANDING-GL-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "GL POSTINGS CLEARED EARLIER" TO BR-CNT-LABEL.
           MOVE BR-CLEARED-BEFORE-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "GL POSTINGS CLEARED THROUGH CUT-OVER" TO BR-CNT-LABEL.
           MOVE BR-PRE-CUTOVER-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "UNPOSTED GL RECORDS NOT CONSIDERED" TO BR-CNT-LABEL.
           MOVE BR-UNPOSTED-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "GL RECORDS WITH A BAD DATE, SKIPPED" TO BR-CNT-LABEL.
           MOVE BR-BAD-DATE-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "CLEARED RECORDS RETIRED FROM BANKCLR" TO BR-CNT-LABEL.
           MOVE BR-RETIRED-COUNT TO BR-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.

       5520-WRITE-COUNT-LINE.
           WRITE REC-RPT-RECORD FROM BR-COUNT-LINE.
           ADD 1 TO BR-LINE-COUNT.

       5850-CHECK-PAGE.
           IF BR-LINE-COUNT >= BR-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
               WRITE REC-RPT-RECORD FROM BR-SECTION-LINE
               ADD 1 TO BR-LINE-COUNT
           END-IF.

       5870-WRITE-NOTE.
           WRITE REC-RPT-RECORD FROM BR-NOTE-LINE.
           ADD 1 TO BR-LINE-COUNT.

       5880-WRITE-BLANK.
           WRITE REC-RPT-RECORD FROM BR-BLANK-LINE.
           ADD 1 TO BR-LINE-COUNT.

       5900-START-NEW-PAGE.
           ADD 1 TO BR-PAGE-COUNT.
           MOVE BR-CASH-ACCOUNT TO BR-H1-ACCOUNT.
           MOVE BR-STATEMENT-DATE TO BR-H1-STATEMENT.
           MOVE BR-CDT-DATE TO BR-H1-DATE.
           MOVE BR-PAGE-COUNT TO BR-H1-PAGE.
           MOVE BR-WINDOW-DAYS TO BR-H2-WINDOW.
           IF BR-PRIOR-DATE = 0
               MOVE "NONE" TO BR-H2-PRIOR
           ELSE
               MOVE BR-PRIOR-DATE TO BR-H2-PRIOR
           END-IF.
           IF BR-CLEARED-THROUGH = 0
               MOVE "NONE" TO BR-H2-THROUGH
           ELSE
               MOVE BR-CLEARED-THROUGH TO BR-H2-THROUGH
           END-IF.
           WRITE REC-RPT-RECORD FROM BR-HEADING-1.
           WRITE REC-RPT-RECORD FROM BR-HEADING-2.
           WRITE REC-RPT-RECORD FROM BR-BLANK-LINE.
           MOVE 3 TO BR-LINE-COUNT.

       5950-WRITE-SECTION-TITLE.
           IF BR-LINE-COUNT + 4 > BR-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           WRITE REC-RPT-RECORD FROM BR-BLANK-LINE.
           WRITE REC-RPT-RECORD FROM BR-SECTION-LINE.
           ADD 2 TO BR-LINE-COUNT.

       9100-DISPLAY-TOTALS.
           DISPLAY "BANK RECONCILIATION - ACCOUNT " BR-CASH-ACCOUNT
                   " STATEMENT " BR-STATEMENT-DATE.
           MOVE BR-STMT-LINE-COUNT TO BR-SHOW-COUNT.
           DISPLAY "STATEMENT LINES READ         " BR-SHOW-COUNT.
           MOVE BR-CARRIED-IN-COUNT TO BR-SHOW-COUNT.
           DISPLAY "BANK ITEMS CARRIED IN        " BR-SHOW-COUNT.
           MOVE BR-MATCHED-COUNT TO BR-SHOW-COUNT.
           DISPLAY "ITEMS MATCHED                " BR-SHOW-COUNT.
           MOVE BR-UNMATCHED-BANK-COUNT TO BR-SHOW-COUNT.
           DISPLAY "BANK ITEMS UNMATCHED         " BR-SHOW-COUNT.
           MOVE BR-OUTSTANDING-GL-COUNT TO BR-SHOW-COUNT.
           DISPLAY "GL POSTINGS OUTSTANDING      " BR-SHOW-COUNT.
           IF BR-BAD-DATE-COUNT > 0
               MOVE BR-BAD-DATE-COUNT TO BR-SHOW-COUNT
               DISPLAY "GL RECORDS WITH A BAD DATE   " BR-SHOW-COUNT
           END-IF.
           DISPLAY "CLEARED THROUGH NOW          "
                   BR-NEW-CLEARED-THROUGH.
           IF BR-OPENING-DIFFERENCE = 0
               AND BR-CLOSING-DIFFERENCE = 0
               DISPLAY "BALANCE PROOF                PROVED"
           ELSE
               DISPLAY "BALANCE PROOF                *OUT OF BALANCE*"
           END-IF.

       END PROGRAM BANKREC.
