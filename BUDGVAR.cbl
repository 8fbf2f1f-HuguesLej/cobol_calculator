       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
       AUTHOR. R. DUBOIS.
       INSTALLATION. FINANCE-SYSTEMS-BATCH.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * BUDGVAR - BUDGET VERSUS ACTUAL VARIANCE REPORT. FOR THE
      * FISCAL PERIOD STAGED ON THE BUDGCTL CONTROL FILE, PRINTS TO
      * VARRPT ONE PAIR OF LINES PER BUDGETED ACCOUNT - MONTH TO
      * DATE (THE PERIOD ITSELF) AND YEAR TO DATE (EVERY PERIOD OF
      * THE SAME FISCAL YEAR UP TO AND INCLUDING IT) - SHOWING
      * BUDGET, ACTUAL, VARIANCE AMOUNT AND VARIANCE PERCENT, WITH
      * THE ACCOUNT'S CURRENT BALFILE BALANCE ALONGSIDE.
      *
      * BUDGETS COME FROM THE BUDGET MASTER (BUDGFILE) FP&A KEEPS:
      * ONE AMOUNT PER ACCOUNT CODE PER FISCAL PERIOD, IN THE SAME
      * SIGN CONVENTION AS THE LEDGER (DEBITS POSITIVE, CREDITS
      * NEGATIVE). ACTUALS ARE THE POSTED ("P" FLAGGED) GL-RESULT
      * AMOUNTS ON GLFILE, AND ON GLARCH FOR ANYTHING ARCHIVER HAS
      * ALREADY MOVED OUT, DATED INTO THE PERIOD OR THE YEAR.
      *
      * VARIANCE IS ACTUAL LESS BUDGET; THE PERCENT IS THE VARIANCE
      * OVER THE BUDGET, SO A POSITIVE PERCENT ALWAYS MEANS MORE
      * THAN BUDGETED IN THE BUDGET'S OWN DIRECTION, DEBIT OR
      * CREDIT. A LINE WHOSE PERCENT EXCEEDS THE TOLERANCE ON
      * BUDGCTL - OR THAT HAS ACTIVITY AGAINST A BUDGET OF ZERO -
      * IS FLAGGED OVER TOLERANCE. ACTUAL ACTIVITY ON AN ACCOUNT
      * WITH NO BUDGET LINE ANYWHERE IN THE YEAR TO DATE IS LISTED
      * IN A SECTION OF ITS OWN, AND THE REPORT TOTALS SHOW
      * BUDGETED, UNBUDGETED AND ALL ACTIVITY SEPARATELY, SO
      * UNBUDGETED SPENDING CANNOT HIDE IN THE TOTALS.
      *
      * READ-ONLY: NO INPUT FILE IS CHANGED, SO THE REPORT CAN BE
      * RUN AS OFTEN AS WANTED, BEFORE OR AFTER THE PERIOD CLOSE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  -----------------------------------------
      * 2026-10-15 RLD   INITIAL VERSION.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "BUDGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-CTL-FILE-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "FISCALCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-FISCAL-FILE-STATUS.

           SELECT COA-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-COA-FILE-STATUS.

           SELECT BUDGET-FILE ASSIGN TO "BUDGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-BUDGET-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-GL-FILE-STATUS.

           SELECT GL-ARCH-FILE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-GL-ARCH-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-BAL-FILE-STATUS.

           SELECT VAR-RPT-FILE ASSIGN TO "VARRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BV-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * CTL-FILE - ONE LINE: THE PERIOD ID TO REPORT ON AND THE
      * OVER-BUDGET TOLERANCE AS A PERCENT (E.G. "5" OR "2.5").
      * A BLANK TOLERANCE IS ZERO - ANY AMOUNT OVER BUDGET FLAGS.
      *-----------------------------------------------------------*
       FD  CTL-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  CTL-FILE-RECORD.
           05  CTL-PERIOD-ID           PIC X(06).
           05  FILLER                  PIC X(01).
           05  CTL-TOLERANCE-TEXT      PIC X(08).

      *-----------------------------------------------------------*
      * FISCAL-FILE - THE FISCAL CALENDAR PERCLOSE MAINTAINS.
      *-----------------------------------------------------------*
       FD  FISCAL-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  FISCAL-FILE-RECORD.
           05  FC-PERIOD-ID            PIC X(06).
           05  FC-FISCAL-YEAR          PIC 9(04).
           05  FC-START-DATE           PIC 9(08).
           05  FC-END-DATE             PIC 9(08).
           05  FC-STATUS               PIC X(01).
           05  FC-CLOSE-DATE           PIC 9(08).

      *-----------------------------------------------------------*
      * COA-FILE - THE CHART OF ACCOUNTS, SAME 39-CHARACTER LAYOUT
      * CALCULATOR READS. WHEN PRESENT, A BUDGET LINE FOR A CODE
      * NOT ON IT IS LEFT OUT AND NOTED ON THE CONSOLE.
      *-----------------------------------------------------------*
       FD  COA-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  COA-FILE-RECORD.
           05  COA-CODE                PIC X(08).
           05  COA-ACTIVE              PIC X(01).
           05  COA-DESCRIPTION         PIC X(30).

      *-----------------------------------------------------------*
      * BUDGET-FILE - THE BUDGET MASTER. ONE RECORD PER ACCOUNT
      * CODE PER FISCAL PERIOD: CODE, PERIOD ID (AS ON FISCALCAL)
      * AND THE BUDGETED AMOUNT, KEYED AS AN ORDINARY SIGNED
      * NUMBER (E.G. "12500.00" OR "-4000") THE SAME WAY TRANLIM
      * CARRIES THE REVIEW LIMIT. A SECOND LINE FOR THE SAME CODE
      * AND PERIOD ADDS TO THE FIRST.
      *-----------------------------------------------------------*
       FD  BUDGET-FILE
           RECORD CONTAINS 35 CHARACTERS.
       01  BUDGET-FILE-RECORD.
           05  BUD-ACCOUNT-CODE        PIC X(08).
           05  BUD-PERIOD-ID           PIC X(06).
           05  BUD-AMOUNT-TEXT         PIC X(21).

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

       FD  VAR-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  VAR-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 BV-CTL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 BV-FISCAL-FILE-STATUS    PIC X(02)                VALUE "00".
       01 BV-COA-FILE-STATUS       PIC X(02)                VALUE "00".
       01 BV-BUDGET-FILE-STATUS    PIC X(02)                VALUE "00".
       01 BV-GL-FILE-STATUS        PIC X(02)                VALUE "00".
       01 BV-GL-ARCH-STATUS        PIC X(02)                VALUE "00".
       01 BV-BAL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 BV-RPT-FILE-STATUS       PIC X(02)                VALUE "00".

       01 BV-CURRENT-DATE-TIME.
           05 BV-CDT-DATE          PIC 9(08).
           05 BV-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

       01 BV-EOF-SWITCH            PIC X(01)                VALUE "N".
           88 BV-EOF-YES                      VALUE "Y".
           88 BV-EOF-NO                       VALUE "N".

       01 BV-RUN-SWITCH            PIC X(01)                VALUE "Y".
           88 BV-RUN-ALLOWED                  VALUE "Y".
           88 BV-RUN-REFUSED                  VALUE "N".

      *-----------------------------------------------------------*
      * REPORT PERIOD - THE STAGED PERIOD'S DATES, ITS FISCAL YEAR,
      * AND THE FIRST DAY OF THAT YEAR (THE EARLIEST START DATE OF
      * ANY PERIOD IN THE SAME FISCAL YEAR).
      *-----------------------------------------------------------*
       01 BV-PERIOD-ID             PIC X(06)                VALUE SPACES.
       01 BV-FISCAL-YEAR           PIC 9(04)                VALUE 0.
       01 BV-PERIOD-START          PIC 9(08)                VALUE 0.
       01 BV-PERIOD-END            PIC 9(08)                VALUE 0.
       01 BV-YEAR-START            PIC 9(08)                VALUE 0.
       01 BV-TOLERANCE             PIC 9(05)V9(02)          VALUE 0.
       01 BV-TOLERANCE-SHOW        PIC ZZZZ9.99.

      *-----------------------------------------------------------*
      * CALENDAR TABLE - THE WHOLE FISCAL CALENDAR, SAME SIZE AS
      * PERCLOSE'S. BV-CAL-IN-YTD MARKS THE PERIODS THAT MAKE UP
      * THE YEAR TO DATE, SO A BUDGET LINE IS PLACED BY ONE LOOKUP.
      *-----------------------------------------------------------*
       01 BV-CAL-TABLE-MAX         PIC 9(03) COMP           VALUE 240.
       01 BV-CAL-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 BV-CAL-TABLE.
           05 BV-CAL-ENTRY OCCURS 240 TIMES.
               10 BV-CAL-PERIOD-ID  PIC X(06).
               10 BV-CAL-YEAR       PIC 9(04).
               10 BV-CAL-START      PIC 9(08).
               10 BV-CAL-END        PIC 9(08).
               10 BV-CAL-YTD-SW     PIC X(01).
                   88 BV-CAL-IN-YTD      VALUE "Y".
       01 BV-CAL-IDX               PIC 9(03) COMP           VALUE 0.
       01 BV-CAL-FOUND-IDX         PIC 9(03) COMP           VALUE 0.
       01 BV-WORK-PERIOD-ID        PIC X(06)                VALUE SPACES.

      *-----------------------------------------------------------*
      * CHART OF ACCOUNTS TABLE - CODES ONLY. EMPTY WHEN THERE IS
      * NO COAFILE, AND THEN BUDGET CODES ARE NOT CHECKED.
      *-----------------------------------------------------------*
       01 BV-COA-TABLE-MAX         PIC 9(03) COMP           VALUE 500.
       01 BV-COA-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 BV-COA-TABLE.
           05 BV-COA-CODE OCCURS 500 TIMES
                                    PIC X(08).
       01 BV-COA-IDX               PIC 9(03) COMP           VALUE 0.
       01 BV-COA-FOUND-SWITCH      PIC X(01)                VALUE "N".
           88 BV-COA-FOUND                    VALUE "Y".
           88 BV-COA-NOT-FOUND                VALUE "N".

      *-----------------------------------------------------------*
      * ACCOUNT TABLE - ONE ENTRY PER ACCOUNT MET ON THE BUDGET
      * MASTER, THE GL ACTIVITY OR BALFILE, SIZED TO THE 500-CODE
      * CHART OF ACCOUNTS. AN ACCOUNT THE TABLE HAS NO ROOM FOR IS
      * COUNTED AND NAMED ON THE CONSOLE, AND THE REPORT SAYS THE
      * TOTALS ARE INCOMPLETE.
      *-----------------------------------------------------------*
       01 BV-ACC-TABLE-MAX         PIC 9(03) COMP           VALUE 500.
       01 BV-ACC-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 BV-ACC-TABLE.
           05 BV-ACC-ENTRY OCCURS 500 TIMES.
               10 BV-ACC-CODE       PIC X(08).
               10 BV-ACC-BUDGET-SW  PIC X(01).
                   88 BV-ACC-BUDGETED    VALUE "Y".
               10 BV-ACC-MTD-BUDGET PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BV-ACC-MTD-ACTUAL PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BV-ACC-YTD-BUDGET PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BV-ACC-YTD-ACTUAL PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 BV-ACC-BALANCE    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
       01 BV-ACC-IDX               PIC 9(03) COMP           VALUE 0.
       01 BV-ACC-FOUND-IDX         PIC 9(03) COMP           VALUE 0.
       01 BV-WORK-ACCOUNT          PIC X(08)                VALUE SPACES.

       01 BV-BUDGET-AMOUNT         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

      *-----------------------------------------------------------*
      * VARIANCE WORK FIELDS - ONE MTD OR YTD LINE AT A TIME.
      *-----------------------------------------------------------*
       01 BV-LINE-BUDGET           PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-LINE-ACTUAL           PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-LINE-VARIANCE         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-LINE-PERCENT          PIC S9(07)V9(02)         VALUE 0.
       01 BV-PERCENT-SWITCH        PIC X(01)                VALUE "Y".
           88 BV-PERCENT-SHOWN                VALUE "Y".
           88 BV-PERCENT-NOT-SHOWN            VALUE "N".
       01 BV-OVER-SWITCH           PIC X(01)                VALUE "N".
           88 BV-LINE-OVER                    VALUE "Y".
           88 BV-LINE-WITHIN                  VALUE "N".

      *-----------------------------------------------------------*
      * COUNTS AND REPORT TOTALS.
      *-----------------------------------------------------------*
       01 BV-BUDGET-READ-COUNT     PIC 9(09) COMP           VALUE 0.
       01 BV-BUDGET-USED-COUNT     PIC 9(09) COMP           VALUE 0.
       01 BV-BUDGET-SKIP-COUNT     PIC 9(09) COMP           VALUE 0.
       01 BV-GL-USED-COUNT         PIC 9(09) COMP           VALUE 0.
       01 BV-ARCH-USED-COUNT       PIC 9(09) COMP           VALUE 0.
       01 BV-OMITTED-COUNT         PIC 9(09) COMP           VALUE 0.
       01 BV-BUDGETED-ACCOUNTS     PIC 9(09) COMP           VALUE 0.
       01 BV-UNBUDGETED-ACCOUNTS   PIC 9(09) COMP           VALUE 0.
       01 BV-MTD-OVER-COUNT        PIC 9(09) COMP           VALUE 0.
       01 BV-YTD-OVER-COUNT        PIC 9(09) COMP           VALUE 0.
       01 BV-SHOW-COUNT            PIC 9(09)                VALUE 0.

       01 BV-TOT-MTD-BUDGET        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-TOT-MTD-ACTUAL        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-TOT-YTD-BUDGET        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-TOT-YTD-ACTUAL        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-UNB-MTD-ACTUAL        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 BV-UNB-YTD-ACTUAL        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 BV-PAGE-COUNT            PIC 9(03) COMP           VALUE 0.
       01 BV-LINE-COUNT            PIC 9(03) COMP           VALUE 0.
       01 BV-PAGE-LIMIT            PIC 9(03) COMP           VALUE 55.

      *-----------------------------------------------------------*
      * VARRPT PRINT LINES - FIXED COLUMNS FOR A 132-COLUMN
      * PRINTER, LIKE TRIALBAL AND ACTRPT.
      *-----------------------------------------------------------*
       01 BV-HEADING-1.
           05 FILLER               PIC X(33)
               VALUE "BUDGET VERSUS ACTUAL - PERIOD    ".
           05 BV-H1-PERIOD         PIC X(06).
           05 FILLER               PIC X(14)    VALUE "  FISCAL YEAR ".
           05 BV-H1-YEAR           PIC 9(04).
           05 FILLER               PIC X(11)    VALUE "  RUN DATE ".
           05 BV-H1-DATE           PIC 9(08).
           05 FILLER               PIC X(07)    VALUE "  PAGE ".
           05 BV-H1-PAGE           PIC ZZ9.
           05 FILLER               PIC X(46)    VALUE SPACES.

       01 BV-HEADING-2.
           05 FILLER               PIC X(07)    VALUE "PERIOD ".
           05 BV-H2-PERIOD-START   PIC 9(08).
           05 FILLER               PIC X(04)    VALUE " TO ".
           05 BV-H2-PERIOD-END     PIC 9(08).
           05 FILLER               PIC X(24)
               VALUE "   YEAR TO DATE FROM    ".
           05 BV-H2-YEAR-START     PIC 9(08).
           05 FILLER               PIC X(14)    VALUE "   TOLERANCE  ".
           05 BV-H2-TOLERANCE      PIC ZZZZ9.99.
           05 FILLER               PIC X(08)    VALUE " PERCENT".
           05 FILLER               PIC X(43)    VALUE SPACES.

       01 BV-HEADING-3.
           05 FILLER               PIC X(13)    VALUE "ACCOUNT      ".
           05 FILLER               PIC X(19)
               VALUE "             BUDGET".
           05 FILLER               PIC X(19)
               VALUE "             ACTUAL".
           05 FILLER               PIC X(19)
               VALUE "           VARIANCE".
           05 FILLER               PIC X(11)    VALUE "  VARIANCE%".
           05 FILLER               PIC X(19)
               VALUE "    BALFILE BALANCE".
           05 FILLER               PIC X(32)    VALUE SPACES.

       01 BV-SECTION-LINE.
           05 BV-SEC-TITLE         PIC X(60).
           05 FILLER               PIC X(72)    VALUE SPACES.

       01 BV-BLANK-LINE            PIC X(132)   VALUE SPACES.

       01 BV-DETAIL-LINE.
           05 BV-DET-ACCOUNT       PIC X(09).
           05 BV-DET-SPAN          PIC X(04).
           05 BV-DET-BUDGET        PIC -(15)9.9(02).
           05 BV-DET-ACTUAL        PIC -(15)9.9(02).
           05 BV-DET-VARIANCE      PIC -(15)9.9(02).
           05 BV-DET-PERCENT-AREA.
               10 FILLER           PIC X(01)    VALUE SPACE.
               10 BV-DET-PERCENT   PIC -(6)9.9(02).
               10 FILLER           PIC X(01)    VALUE SPACE.
           05 BV-DET-PERCENT-TEXT REDEFINES BV-DET-PERCENT-AREA
                                   PIC X(12).
           05 BV-DET-BALANCE-AREA.
               10 BV-DET-BALANCE   PIC -(15)9.9(02).
           05 BV-DET-BALANCE-TEXT REDEFINES BV-DET-BALANCE-AREA
                                   PIC X(19).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 BV-DET-FLAG          PIC X(16).
           05 FILLER               PIC X(13)    VALUE SPACES.

       01 BV-UNB-HEADING.
           05 FILLER               PIC X(13)    VALUE "ACCOUNT      ".
           05 FILLER               PIC X(19)
               VALUE "         MTD ACTUAL".
           05 FILLER               PIC X(19)
               VALUE "         YTD ACTUAL".
           05 FILLER               PIC X(19)
               VALUE "    BALFILE BALANCE".
           05 FILLER               PIC X(62)    VALUE SPACES.

       01 BV-UNB-LINE.
           05 BV-UNB-ACCOUNT       PIC X(13).
           05 BV-UNB-MTD           PIC -(15)9.9(02).
           05 BV-UNB-YTD           PIC -(15)9.9(02).
           05 BV-UNB-BALANCE       PIC -(15)9.9(02).
           05 FILLER               PIC X(62)    VALUE SPACES.

       01 BV-TOTAL-LINE.
           05 BV-TOT-LABEL         PIC X(30).
           05 FILLER               PIC X(05)    VALUE " MTD ".
           05 BV-TOT-MTD           PIC -(15)9.9(02).
           05 FILLER               PIC X(05)    VALUE " YTD ".
           05 BV-TOT-YTD           PIC -(15)9.9(02).
           05 FILLER               PIC X(54)    VALUE SPACES.

       01 BV-COUNT-LINE.
           05 BV-CNT-LABEL         PIC X(40).
           05 BV-CNT-VALUE         PIC Z(08)9.
           05 FILLER               PIC X(83)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO BV-CURRENT-DATE-TIME.
           PERFORM 1000-READ-REPORT-CONTROL.
           IF BV-RUN-ALLOWED
               PERFORM 1100-LOAD-FISCAL-CALENDAR
           END-IF.
           IF BV-RUN-ALLOWED
               PERFORM 1150-FIND-REPORT-PERIOD
           END-IF.
           IF BV-RUN-REFUSED
               DISPLAY "VARIANCE REPORT NOT PRODUCED"
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-ACCOUNT-CODES.
           PERFORM 1300-LOAD-BUDGET-MASTER.
           PERFORM 1400-LOAD-GL-ACTUALS.
           PERFORM 1500-LOAD-BALANCES.
           PERFORM 5000-PRINT-VARIANCE-REPORT.
           PERFORM 9100-DISPLAY-TOTALS.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-READ-REPORT-CONTROL - THE PERIOD TO REPORT AND THE
      * TOLERANCE. NO BUDGCTL, OR A BLANK PERIOD, REFUSES - THE
      * REPORT IS NEVER RUN FOR A GUESSED PERIOD. A TOLERANCE THAT
      * IS NOT A USABLE NUMBER ALSO REFUSES, SINCE FLAGGING AGAINST
      * THE WRONG TOLERANCE IS WORSE THAN NO REPORT.
      *-----------------------------------------------------------*
       1000-READ-REPORT-CONTROL.
           MOVE SPACES TO BV-PERIOD-ID.
           MOVE 0 TO BV-TOLERANCE.
           OPEN INPUT CTL-FILE.
           IF BV-CTL-FILE-STATUS = "00"
               READ CTL-FILE
                   AT END
                       MOVE SPACES TO CTL-FILE-RECORD
               END-READ
               MOVE CTL-PERIOD-ID TO BV-PERIOD-ID
               CLOSE CTL-FILE
           END-IF.
           IF BV-PERIOD-ID = SPACES
               SET BV-RUN-REFUSED TO TRUE
               DISPLAY "BUDGCTL NOT AVAILABLE OR BLANK - NO PERIOD "
                       "STAGED FOR THE VARIANCE REPORT"
           ELSE
               IF CTL-TOLERANCE-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(CTL-TOLERANCE-TEXT) = 0
                       COMPUTE BV-TOLERANCE =
                           FUNCTION NUMVAL(CTL-TOLERANCE-TEXT)
                   ELSE
                       SET BV-RUN-REFUSED TO TRUE
                       DISPLAY "BUDGCTL TOLERANCE NOT NUMERIC: "
                               CTL-TOLERANCE-TEXT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1100-LOAD-FISCAL-CALENDAR - SAME LOAD AND OVERFLOW REFUSAL
      * AS PERCLOSE'S. THE CALENDAR IS REQUIRED - WITHOUT IT THERE
      * ARE NO PERIODS TO REPORT BY.
      *-----------------------------------------------------------*
       1100-LOAD-FISCAL-CALENDAR.
           MOVE 0 TO BV-CAL-TABLE-COUNT.
           SET BV-EOF-NO TO TRUE.
           OPEN INPUT FISCAL-FILE.
           IF BV-FISCAL-FILE-STATUS NOT = "00"
               SET BV-RUN-REFUSED TO TRUE
               DISPLAY "FISCALCAL NOT AVAILABLE - NO FISCAL CALENDAR"
           ELSE
               PERFORM 1110-LOAD-ONE-PERIOD
                   UNTIL BV-EOF-YES
                      OR BV-CAL-TABLE-COUNT >= BV-CAL-TABLE-MAX
               IF BV-EOF-NO
                   READ FISCAL-FILE
                       AT END SET BV-EOF-YES TO TRUE
                       NOT AT END
                           SET BV-RUN-REFUSED TO TRUE
                           DISPLAY "*** FISCALCAL HOLDS MORE PERIODS "
                                   "THAN THE CALENDAR TABLE - RAISE "
                                   "THE TABLE AND RECOMPILE. ***"
                   END-READ
               END-IF
               CLOSE FISCAL-FILE
           END-IF.

       1110-LOAD-ONE-PERIOD.
           READ FISCAL-FILE
               AT END SET BV-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO BV-CAL-TABLE-COUNT
                   MOVE FC-PERIOD-ID
                       TO BV-CAL-PERIOD-ID(BV-CAL-TABLE-COUNT)
                   MOVE FC-FISCAL-YEAR
                       TO BV-CAL-YEAR(BV-CAL-TABLE-COUNT)
                   MOVE FC-START-DATE
                       TO BV-CAL-START(BV-CAL-TABLE-COUNT)
                   MOVE FC-END-DATE
                       TO BV-CAL-END(BV-CAL-TABLE-COUNT)
                   MOVE "N" TO BV-CAL-YTD-SW(BV-CAL-TABLE-COUNT)
           END-READ.

      *-----------------------------------------------------------*
      * 1150-FIND-REPORT-PERIOD - LOOKS THE STAGED PERIOD UP ON THE
      * CALENDAR, THEN MARKS EVERY PERIOD OF THE SAME FISCAL YEAR
      * ENDING ON OR BEFORE IT AS PART OF THE YEAR TO DATE, AND
      * TAKES THE EARLIEST OF THEIR START DATES AS THE YEAR START.
      *-----------------------------------------------------------*
       1150-FIND-REPORT-PERIOD.
           MOVE BV-PERIOD-ID TO BV-WORK-PERIOD-ID.
           PERFORM 1160-FIND-CALENDAR-ENTRY.
           IF BV-CAL-FOUND-IDX = 0
               SET BV-RUN-REFUSED TO TRUE
               DISPLAY "PERIOD " BV-PERIOD-ID
                       " IS NOT ON THE FISCAL CALENDAR"
           ELSE
               MOVE BV-CAL-YEAR(BV-CAL-FOUND-IDX) TO BV-FISCAL-YEAR
               MOVE BV-CAL-START(BV-CAL-FOUND-IDX) TO BV-PERIOD-START
               MOVE BV-CAL-END(BV-CAL-FOUND-IDX) TO BV-PERIOD-END
               MOVE BV-PERIOD-START TO BV-YEAR-START
               MOVE 1 TO BV-CAL-IDX
               PERFORM 1170-MARK-ONE-YTD-PERIOD
                   UNTIL BV-CAL-IDX > BV-CAL-TABLE-COUNT
           END-IF.

       1160-FIND-CALENDAR-ENTRY.
           MOVE 0 TO BV-CAL-FOUND-IDX.
           MOVE 1 TO BV-CAL-IDX.
           PERFORM 1165-MATCH-ONE-PERIOD
               UNTIL BV-CAL-IDX > BV-CAL-TABLE-COUNT
                  OR BV-CAL-FOUND-IDX NOT = 0.

       1165-MATCH-ONE-PERIOD.
           IF BV-CAL-PERIOD-ID(BV-CAL-IDX) = BV-WORK-PERIOD-ID
               MOVE BV-CAL-IDX TO BV-CAL-FOUND-IDX
           END-IF.
           ADD 1 TO BV-CAL-IDX.

       1170-MARK-ONE-YTD-PERIOD.
           IF BV-CAL-YEAR(BV-CAL-IDX) = BV-FISCAL-YEAR
               AND BV-CAL-END(BV-CAL-IDX) <= BV-PERIOD-END
               MOVE "Y" TO BV-CAL-YTD-SW(BV-CAL-IDX)
               IF BV-CAL-START(BV-CAL-IDX) < BV-YEAR-START
                   MOVE BV-CAL-START(BV-CAL-IDX) TO BV-YEAR-START
               END-IF
           END-IF.
           ADD 1 TO BV-CAL-IDX.

      *-----------------------------------------------------------*
      * 1200-LOAD-ACCOUNT-CODES - THE CHART OF ACCOUNTS, READ THE
      * SAME WAY CALCULATOR'S 1690-LOAD-ACCOUNT-TABLE READS IT.
      * ABSENT OR EMPTY MEANS BUDGET CODES ARE NOT CHECKED.
      *-----------------------------------------------------------*
       1200-LOAD-ACCOUNT-CODES.
           MOVE 0 TO BV-COA-TABLE-COUNT.
           SET BV-EOF-NO TO TRUE.
           OPEN INPUT COA-FILE.
           IF BV-COA-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-CODE
                   UNTIL BV-EOF-YES
                      OR BV-COA-TABLE-COUNT >= BV-COA-TABLE-MAX
               CLOSE COA-FILE
           END-IF.

       1210-LOAD-ONE-CODE.
           READ COA-FILE
               AT END SET BV-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO BV-COA-TABLE-COUNT
                   MOVE COA-CODE TO BV-COA-CODE(BV-COA-TABLE-COUNT)
           END-READ.

      *-----------------------------------------------------------*
      * 1300-LOAD-BUDGET-MASTER - EVERY BUDGET LINE FOR A PERIOD IN
      * THE YEAR TO DATE IS ADDED TO ITS ACCOUNT'S YTD BUDGET, AND
      * TO THE MTD BUDGET WHEN IT IS FOR THE REPORT PERIOD ITSELF.
      * LINES FOR OTHER PERIODS ARE PASSED OVER. A LINE WHOSE
      * AMOUNT IS NOT A USABLE NUMBER, OR WHOSE CODE IS NOT ON THE
      * CHART OF ACCOUNTS, IS LEFT OUT AND NOTED ON THE CONSOLE.
      * NO BUDGFILE MEANS EVERY ACCOUNT WITH ACTIVITY IS UNBUDGETED.
      *-----------------------------------------------------------*
       1300-LOAD-BUDGET-MASTER.
           SET BV-EOF-NO TO TRUE.
           OPEN INPUT BUDGET-FILE.
           IF BV-BUDGET-FILE-STATUS NOT = "00"
               DISPLAY "BUDGFILE NOT AVAILABLE - NO BUDGET LINES"
           ELSE
               PERFORM 1310-LOAD-ONE-BUDGET-LINE
                   UNTIL BV-EOF-YES
               CLOSE BUDGET-FILE
           END-IF.

       1310-LOAD-ONE-BUDGET-LINE.
           READ BUDGET-FILE
               AT END SET BV-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO BV-BUDGET-READ-COUNT
                   PERFORM 1320-APPLY-BUDGET-LINE
           END-READ.

       1320-APPLY-BUDGET-LINE.
           MOVE BUD-PERIOD-ID TO BV-WORK-PERIOD-ID.
           PERFORM 1160-FIND-CALENDAR-ENTRY.
           IF BV-CAL-FOUND-IDX NOT = 0
               IF BV-CAL-IN-YTD(BV-CAL-FOUND-IDX)
                   PERFORM 1330-CHECK-BUDGET-LINE
               END-IF
           END-IF.

       1330-CHECK-BUDGET-LINE.
           SET BV-COA-FOUND TO TRUE.
           IF BV-COA-TABLE-COUNT > 0
               PERFORM 1340-FIND-ACCOUNT-CODE
           END-IF.
           EVALUATE TRUE
               WHEN BUD-ACCOUNT-CODE = SPACES
                 OR BV-COA-NOT-FOUND
                   ADD 1 TO BV-BUDGET-SKIP-COUNT
                   DISPLAY "BUDGFILE RECORD SKIPPED - ACCOUNT NOT ON "
                           "COAFILE: " BUDGET-FILE-RECORD
               WHEN BUD-AMOUNT-TEXT = SPACES
                 OR FUNCTION TEST-NUMVAL(BUD-AMOUNT-TEXT) NOT = 0
                   ADD 1 TO BV-BUDGET-SKIP-COUNT
                   DISPLAY "BUDGFILE RECORD SKIPPED - BAD AMOUNT: "
                           BUDGET-FILE-RECORD
               WHEN OTHER
                   COMPUTE BV-BUDGET-AMOUNT =
                       FUNCTION NUMVAL(BUD-AMOUNT-TEXT)
                   MOVE BUD-ACCOUNT-CODE TO BV-WORK-ACCOUNT
                   PERFORM 2000-FIND-ACCOUNT-ENTRY
                   IF BV-ACC-FOUND-IDX NOT = 0
                       ADD 1 TO BV-BUDGET-USED-COUNT
                       MOVE "Y" TO BV-ACC-BUDGET-SW(BV-ACC-FOUND-IDX)
                       ADD BV-BUDGET-AMOUNT
                           TO BV-ACC-YTD-BUDGET(BV-ACC-FOUND-IDX)
                       IF BUD-PERIOD-ID = BV-PERIOD-ID
                           ADD BV-BUDGET-AMOUNT
                               TO BV-ACC-MTD-BUDGET(BV-ACC-FOUND-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       1340-FIND-ACCOUNT-CODE.
           SET BV-COA-NOT-FOUND TO TRUE.
           MOVE 1 TO BV-COA-IDX.
           PERFORM 1345-CHECK-ONE-CODE
               UNTIL BV-COA-IDX > BV-COA-TABLE-COUNT
                  OR BV-COA-FOUND.

       1345-CHECK-ONE-CODE.
           IF BV-COA-CODE(BV-COA-IDX) = BUD-ACCOUNT-CODE
               SET BV-COA-FOUND TO TRUE
           END-IF.
           ADD 1 TO BV-COA-IDX.

      *-----------------------------------------------------------*
      * 1400-LOAD-GL-ACTUALS - POSTED ACTIVITY FROM THE LIVE FEED
      * AND FROM THE GL ARCHIVE. ONLY "P" FLAGGED RECORDS COUNT:
      * AN UNPOSTED RECORD HAS NOT REACHED A BALANCE YET, AND THE
      * REPORT MUST AGREE WITH THE TRIAL BALANCE. A BLANK ACCOUNT
      * CODE IS *SUSPENS, AS POSTER POSTS IT. EITHER FILE MAY BE
      * ABSENT.
      *-----------------------------------------------------------*
       1400-LOAD-GL-ACTUALS.
           SET BV-EOF-NO TO TRUE.
           OPEN INPUT GL-FILE.
           IF BV-GL-FILE-STATUS = "00"
               PERFORM 1410-READ-ONE-GL-RECORD
                   UNTIL BV-EOF-YES
               CLOSE GL-FILE
           ELSE
               DISPLAY "GLFILE NOT AVAILABLE - NO CURRENT ACTIVITY"
           END-IF.
           SET BV-EOF-NO TO TRUE.
           OPEN INPUT GL-ARCH-FILE.
           IF BV-GL-ARCH-STATUS = "00"
               PERFORM 1420-READ-ONE-ARCH-RECORD
                   UNTIL BV-EOF-YES
               CLOSE GL-ARCH-FILE
           END-IF.

       1410-READ-ONE-GL-RECORD.
           READ GL-FILE
               AT END SET BV-EOF-YES TO TRUE
               NOT AT END
                   IF GL-POSTED-FLAG = "P"
                       AND GL-TRANS-DATE >= BV-YEAR-START
                       AND GL-TRANS-DATE <= BV-PERIOD-END
                       ADD 1 TO BV-GL-USED-COUNT
                       PERFORM 1450-APPLY-ONE-ACTUAL
                   END-IF
           END-READ.

       1420-READ-ONE-ARCH-RECORD.
           READ GL-ARCH-FILE INTO GL-FILE-RECORD
               AT END SET BV-EOF-YES TO TRUE
               NOT AT END
                   IF GL-POSTED-FLAG = "P"
                       AND GL-TRANS-DATE >= BV-YEAR-START
                       AND GL-TRANS-DATE <= BV-PERIOD-END
                       ADD 1 TO BV-ARCH-USED-COUNT
                       PERFORM 1450-APPLY-ONE-ACTUAL
                   END-IF
           END-READ.

       1450-APPLY-ONE-ACTUAL.
           IF GL-ACCOUNT-CODE = SPACES
               MOVE "*SUSPENS" TO BV-WORK-ACCOUNT
           ELSE
               MOVE GL-ACCOUNT-CODE TO BV-WORK-ACCOUNT
           END-IF.
           PERFORM 2000-FIND-ACCOUNT-ENTRY.
           IF BV-ACC-FOUND-IDX NOT = 0
               ADD GL-RESULT TO BV-ACC-YTD-ACTUAL(BV-ACC-FOUND-IDX)
               IF GL-TRANS-DATE >= BV-PERIOD-START
                   ADD GL-RESULT
                       TO BV-ACC-MTD-ACTUAL(BV-ACC-FOUND-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1500-LOAD-BALANCES - THE CURRENT BALANCE OF EVERY ACCOUNT
      * ON THE BALANCE MASTER, PRINTED ALONGSIDE THE VARIANCES SO
      * THE REPORT CAN BE READ AGAINST TRIALBAL.
      *-----------------------------------------------------------*
       1500-LOAD-BALANCES.
           SET BV-EOF-NO TO TRUE.
           OPEN INPUT BAL-FILE.
           IF BV-BAL-FILE-STATUS = "00"
               PERFORM 1510-LOAD-ONE-BALANCE
                   UNTIL BV-EOF-YES
               CLOSE BAL-FILE
           ELSE
               DISPLAY "BALFILE NOT AVAILABLE - BALANCES SHOWN AS ZERO"
           END-IF.

       1510-LOAD-ONE-BALANCE.
           READ BAL-FILE
               AT END SET BV-EOF-YES TO TRUE
               NOT AT END
                   MOVE BAL-ACCOUNT-CODE TO BV-WORK-ACCOUNT
                   PERFORM 2000-FIND-ACCOUNT-ENTRY
                   IF BV-ACC-FOUND-IDX NOT = 0
                       MOVE BAL-AMOUNT
                           TO BV-ACC-BALANCE(BV-ACC-FOUND-IDX)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 2000-FIND-ACCOUNT-ENTRY - LOOKS BV-WORK-ACCOUNT UP IN THE
      * ACCOUNT TABLE, ADDING IT WITH EVERYTHING ZERO WHEN IT IS
      * NEW. BV-ACC-FOUND-IDX COMES BACK ZERO ONLY WHEN THE TABLE
      * IS FULL, AND THE ACCOUNT IS THEN COUNTED AS OMITTED.
      *-----------------------------------------------------------*
       2000-FIND-ACCOUNT-ENTRY.
           MOVE 0 TO BV-ACC-FOUND-IDX.
           MOVE 1 TO BV-ACC-IDX.
           PERFORM 2010-CHECK-ONE-ACCOUNT
               UNTIL BV-ACC-IDX > BV-ACC-TABLE-COUNT
                  OR BV-ACC-FOUND-IDX NOT = 0.
           IF BV-ACC-FOUND-IDX = 0
               IF BV-ACC-TABLE-COUNT < BV-ACC-TABLE-MAX
                   ADD 1 TO BV-ACC-TABLE-COUNT
                   MOVE BV-ACC-TABLE-COUNT TO BV-ACC-FOUND-IDX
                   MOVE BV-WORK-ACCOUNT
                       TO BV-ACC-CODE(BV-ACC-FOUND-IDX)
                   MOVE "N" TO BV-ACC-BUDGET-SW(BV-ACC-FOUND-IDX)
                   MOVE 0 TO BV-ACC-MTD-BUDGET(BV-ACC-FOUND-IDX)
                   MOVE 0 TO BV-ACC-MTD-ACTUAL(BV-ACC-FOUND-IDX)
                   MOVE 0 TO BV-ACC-YTD-BUDGET(BV-ACC-FOUND-IDX)
                   MOVE 0 TO BV-ACC-YTD-ACTUAL(BV-ACC-FOUND-IDX)
                   MOVE 0 TO BV-ACC-BALANCE(BV-ACC-FOUND-IDX)
               ELSE
                   ADD 1 TO BV-OMITTED-COUNT
                   DISPLAY "ACCOUNT TABLE FULL - ACCOUNT "
                           BV-WORK-ACCOUNT " NOT ON REPORT"
               END-IF
           END-IF.

       2010-CHECK-ONE-ACCOUNT.
           IF BV-ACC-CODE(BV-ACC-IDX) = BV-WORK-ACCOUNT
               MOVE BV-ACC-IDX TO BV-ACC-FOUND-IDX
           END-IF.
           ADD 1 TO BV-ACC-IDX.

      *-----------------------------------------------------------*
      * 5000-PRINT-VARIANCE-REPORT - THE BUDGETED ACCOUNTS, THE
      * UNBUDGETED ACTIVITY SECTION, THEN THE TOTALS AND COUNTS.
      *-----------------------------------------------------------*
       5000-PRINT-VARIANCE-REPORT.
           OPEN OUTPUT VAR-RPT-FILE.
           MOVE BV-TOLERANCE TO BV-TOLERANCE-SHOW.
           PERFORM 5900-START-NEW-PAGE.
           MOVE "BUDGETED ACCOUNTS" TO BV-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           WRITE VAR-RPT-RECORD FROM BV-HEADING-3.
           ADD 1 TO BV-LINE-COUNT.
           MOVE 1 TO BV-ACC-IDX.
           PERFORM 5100-PRINT-ONE-BUDGETED
               UNTIL BV-ACC-IDX > BV-ACC-TABLE-COUNT.
           MOVE "UNBUDGETED ACTIVITY - NO BUDGET LINE THIS YEAR"
               TO BV-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           WRITE VAR-RPT-RECORD FROM BV-UNB-HEADING.
           ADD 1 TO BV-LINE-COUNT.
           MOVE 1 TO BV-ACC-IDX.
           PERFORM 5300-PRINT-ONE-UNBUDGETED
               UNTIL BV-ACC-IDX > BV-ACC-TABLE-COUNT.
           PERFORM 5500-PRINT-REPORT-TOTALS.
           CLOSE VAR-RPT-FILE.

      *-----------------------------------------------------------*
      * 5100-PRINT-ONE-BUDGETED - THE MTD LINE (WITH THE BALFILE
      * BALANCE) AND THE YTD LINE FOR ONE BUDGETED ACCOUNT, KEPT
      * TOGETHER ON ONE PAGE.
      *-----------------------------------------------------------*
       5100-PRINT-ONE-BUDGETED.
           IF BV-ACC-BUDGETED(BV-ACC-IDX)
               ADD 1 TO BV-BUDGETED-ACCOUNTS
               IF BV-LINE-COUNT + 2 > BV-PAGE-LIMIT
                   PERFORM 5900-START-NEW-PAGE
                   WRITE VAR-RPT-RECORD FROM BV-HEADING-3
                   ADD 1 TO BV-LINE-COUNT
               END-IF
               ADD BV-ACC-MTD-BUDGET(BV-ACC-IDX) TO BV-TOT-MTD-BUDGET
               ADD BV-ACC-MTD-ACTUAL(BV-ACC-IDX) TO BV-TOT-MTD-ACTUAL
               ADD BV-ACC-YTD-BUDGET(BV-ACC-IDX) TO BV-TOT-YTD-BUDGET
               ADD BV-ACC-YTD-ACTUAL(BV-ACC-IDX) TO BV-TOT-YTD-ACTUAL
               MOVE BV-ACC-CODE(BV-ACC-IDX) TO BV-DET-ACCOUNT
               MOVE "MTD " TO BV-DET-SPAN
               MOVE BV-ACC-MTD-BUDGET(BV-ACC-IDX) TO BV-LINE-BUDGET
               MOVE BV-ACC-MTD-ACTUAL(BV-ACC-IDX) TO BV-LINE-ACTUAL
               PERFORM 5200-FORMAT-VARIANCE-LINE
               IF BV-LINE-OVER
                   ADD 1 TO BV-MTD-OVER-COUNT
               END-IF
               MOVE BV-ACC-BALANCE(BV-ACC-IDX) TO BV-DET-BALANCE
               WRITE VAR-RPT-RECORD FROM BV-DETAIL-LINE
               MOVE SPACES TO BV-DET-ACCOUNT
               MOVE "YTD " TO BV-DET-SPAN
               MOVE BV-ACC-YTD-BUDGET(BV-ACC-IDX) TO BV-LINE-BUDGET
               MOVE BV-ACC-YTD-ACTUAL(BV-ACC-IDX) TO BV-LINE-ACTUAL
               PERFORM 5200-FORMAT-VARIANCE-LINE
               IF BV-LINE-OVER
                   ADD 1 TO BV-YTD-OVER-COUNT
               END-IF
               MOVE SPACES TO BV-DET-BALANCE-TEXT
               WRITE VAR-RPT-RECORD FROM BV-DETAIL-LINE
               ADD 2 TO BV-LINE-COUNT
           END-IF.
           ADD 1 TO BV-ACC-IDX.

      *-----------------------------------------------------------*
      * 5200-FORMAT-VARIANCE-LINE - VARIANCE = ACTUAL - BUDGET,
      * PERCENT = VARIANCE / BUDGET * 100. A ZERO BUDGET HAS NO
      * PERCENT, AND IS OVER TOLERANCE WHEN THERE IS ANY ACTIVITY.
      * A PERCENT TOO LARGE FOR ITS COLUMN PRINTS AS "OVERFLOW" AND
      * IS OVER TOLERANCE WHEN THE VARIANCE RUNS THE SAME WAY AS
      * THE BUDGET.
      *-----------------------------------------------------------*
       5200-FORMAT-VARIANCE-LINE.
           SET BV-LINE-WITHIN TO TRUE.
           SET BV-PERCENT-SHOWN TO TRUE.
           COMPUTE BV-LINE-VARIANCE = BV-LINE-ACTUAL - BV-LINE-BUDGET.
           MOVE BV-LINE-BUDGET TO BV-DET-BUDGET.
           MOVE BV-LINE-ACTUAL TO BV-DET-ACTUAL.
           MOVE BV-LINE-VARIANCE TO BV-DET-VARIANCE.
           IF BV-LINE-BUDGET = 0
               SET BV-PERCENT-NOT-SHOWN TO TRUE
               MOVE "         N/A" TO BV-DET-PERCENT-TEXT
               IF BV-LINE-ACTUAL NOT = 0
                   SET BV-LINE-OVER TO TRUE
               END-IF
           ELSE
               COMPUTE BV-LINE-PERCENT ROUNDED =
                   BV-LINE-VARIANCE * 100 / BV-LINE-BUDGET
                   ON SIZE ERROR
                       SET BV-PERCENT-NOT-SHOWN TO TRUE
                       MOVE "    OVERFLOW" TO BV-DET-PERCENT-TEXT
                       IF (BV-LINE-VARIANCE > 0
                               AND BV-LINE-BUDGET > 0)
                           OR (BV-LINE-VARIANCE < 0
                               AND BV-LINE-BUDGET < 0)
                           SET BV-LINE-OVER TO TRUE
                       END-IF
               END-COMPUTE
               IF BV-PERCENT-SHOWN
                   MOVE SPACES TO BV-DET-PERCENT-TEXT
                   MOVE BV-LINE-PERCENT TO BV-DET-PERCENT
                   IF BV-LINE-PERCENT > BV-TOLERANCE
                       SET BV-LINE-OVER TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF BV-LINE-OVER
               MOVE "*OVER TOLERANCE*" TO BV-DET-FLAG
           ELSE
               MOVE SPACES TO BV-DET-FLAG
           END-IF.

      *-----------------------------------------------------------*
      * 5300-PRINT-ONE-UNBUDGETED - AN ACCOUNT WITH NO BUDGET LINE
      * IN THE YEAR TO DATE BUT POSTED ACTIVITY IN IT.
      *-----------------------------------------------------------*
       5300-PRINT-ONE-UNBUDGETED.
           IF NOT BV-ACC-BUDGETED(BV-ACC-IDX)
               AND (BV-ACC-MTD-ACTUAL(BV-ACC-IDX) NOT = 0
                    OR BV-ACC-YTD-ACTUAL(BV-ACC-IDX) NOT = 0)
               ADD 1 TO BV-UNBUDGETED-ACCOUNTS
               IF BV-LINE-COUNT >= BV-PAGE-LIMIT
                   PERFORM 5900-START-NEW-PAGE
                   WRITE VAR-RPT-RECORD FROM BV-UNB-HEADING
                   ADD 1 TO BV-LINE-COUNT
               END-IF
               ADD BV-ACC-MTD-ACTUAL(BV-ACC-IDX) TO BV-UNB-MTD-ACTUAL
               ADD BV-ACC-YTD-ACTUAL(BV-ACC-IDX) TO BV-UNB-YTD-ACTUAL
               MOVE BV-ACC-CODE(BV-ACC-IDX) TO BV-UNB-ACCOUNT
               MOVE BV-ACC-MTD-ACTUAL(BV-ACC-IDX) TO BV-UNB-MTD
               MOVE BV-ACC-YTD-ACTUAL(BV-ACC-IDX) TO BV-UNB-YTD
               MOVE BV-ACC-BALANCE(BV-ACC-IDX) TO BV-UNB-BALANCE
               WRITE VAR-RPT-RECORD FROM BV-UNB-LINE
               ADD 1 TO BV-LINE-COUNT
           END-IF.
           ADD 1 TO BV-ACC-IDX.

      *-----------------------------------------------------------*
      * 5500-PRINT-REPORT-TOTALS - BUDGET AGAINST BUDGETED ACTUAL,
      * THE UNBUDGETED ACTUAL ON ITS OWN LINE, AND ALL ACTUAL
      * ACTIVITY, THEN THE COUNTS. KEPT TOGETHER ON ONE PAGE.
      *-----------------------------------------------------------*
       5500-PRINT-REPORT-TOTALS.
           IF BV-LINE-COUNT + 16 > BV-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           MOVE "REPORT TOTALS" TO BV-SEC-TITLE.
           PERFORM 5950-WRITE-SECTION-TITLE.
           MOVE "BUDGET" TO BV-TOT-LABEL.
           MOVE BV-TOT-MTD-BUDGET TO BV-TOT-MTD.
           MOVE BV-TOT-YTD-BUDGET TO BV-TOT-YTD.
           WRITE VAR-RPT-RECORD FROM BV-TOTAL-LINE.
           MOVE "ACTUAL, BUDGETED ACCOUNTS" TO BV-TOT-LABEL.
           MOVE BV-TOT-MTD-ACTUAL TO BV-TOT-MTD.
           MOVE BV-TOT-YTD-ACTUAL TO BV-TOT-YTD.
           WRITE VAR-RPT-RECORD FROM BV-TOTAL-LINE.
           MOVE "VARIANCE, BUDGETED ACCOUNTS" TO BV-TOT-LABEL.
           COMPUTE BV-LINE-VARIANCE =
               BV-TOT-MTD-ACTUAL - BV-TOT-MTD-BUDGET.
           MOVE BV-LINE-VARIANCE TO BV-TOT-MTD.
           COMPUTE BV-LINE-VARIANCE =
               BV-TOT-YTD-ACTUAL - BV-TOT-YTD-BUDGET.
           MOVE BV-LINE-VARIANCE TO BV-TOT-YTD.
           WRITE VAR-RPT-RECORD FROM BV-TOTAL-LINE.
           MOVE "ACTUAL, UNBUDGETED ACCOUNTS" TO BV-TOT-LABEL.
           MOVE BV-UNB-MTD-ACTUAL TO BV-TOT-MTD.
           MOVE BV-UNB-YTD-ACTUAL TO BV-TOT-YTD.
           WRITE VAR-RPT-RECORD FROM BV-TOTAL-LINE.
           MOVE "ACTUAL, ALL ACCOUNTS" TO BV-TOT-LABEL.
           COMPUTE BV-LINE-ACTUAL =
               BV-TOT-MTD-ACTUAL + BV-UNB-MTD-ACTUAL.
           MOVE BV-LINE-ACTUAL TO BV-TOT-MTD.
           COMPUTE BV-LINE-ACTUAL =
               BV-TOT-YTD-ACTUAL + BV-UNB-YTD-ACTUAL.
           MOVE BV-LINE-ACTUAL TO BV-TOT-YTD.
           WRITE VAR-RPT-RECORD FROM BV-TOTAL-LINE.
           WRITE VAR-RPT-RECORD FROM BV-BLANK-LINE.
           MOVE "BUDGETED ACCOUNTS" TO BV-CNT-LABEL.
           MOVE BV-BUDGETED-ACCOUNTS TO BV-CNT-VALUE.
           WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE.
           MOVE "  OVER TOLERANCE MONTH TO DATE" TO BV-CNT-LABEL.
           MOVE BV-MTD-OVER-COUNT TO BV-CNT-VALUE.
           WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE.
           MOVE "  OVER TOLERANCE YEAR TO DATE" TO BV-CNT-LABEL.
           MOVE BV-YTD-OVER-COUNT TO BV-CNT-VALUE.
           WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE.
           MOVE "UNBUDGETED ACCOUNTS WITH ACTIVITY" TO BV-CNT-LABEL.
           MOVE BV-UNBUDGETED-ACCOUNTS TO BV-CNT-VALUE.
           WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE.
           MOVE "BUDGET LINES USED" TO BV-CNT-LABEL.
           MOVE BV-BUDGET-USED-COUNT TO BV-CNT-VALUE.
           WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE.
           MOVE "BUDGET LINES SKIPPED AS INVALID" TO BV-CNT-LABEL.
           MOVE BV-BUDGET-SKIP-COUNT TO BV-CNT-VALUE.
           WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE.
           IF BV-OMITTED-COUNT > 0
               MOVE "*ACCOUNTS OMITTED - TABLE FULL*" TO BV-CNT-LABEL
               MOVE BV-OMITTED-COUNT TO BV-CNT-VALUE
               WRITE VAR-RPT-RECORD FROM BV-COUNT-LINE
           END-IF.
           ADD 14 TO BV-LINE-COUNT.

       5900-START-NEW-PAGE.
           ADD 1 TO BV-PAGE-COUNT.
           MOVE BV-PERIOD-ID TO BV-H1-PERIOD.
           MOVE BV-FISCAL-YEAR TO BV-H1-YEAR.
           MOVE BV-CDT-DATE TO BV-H1-DATE.
           MOVE BV-PAGE-COUNT TO BV-H1-PAGE.
           MOVE BV-PERIOD-START TO BV-H2-PERIOD-START.
           MOVE BV-PERIOD-END TO BV-H2-PERIOD-END.
           MOVE BV-YEAR-START TO BV-H2-YEAR-START.
           MOVE BV-TOLERANCE TO BV-H2-TOLERANCE.
           WRITE VAR-RPT-RECORD FROM BV-HEADING-1.
           WRITE VAR-RPT-RECORD FROM BV-HEADING-2.
           WRITE VAR-RPT-RECORD FROM BV-BLANK-LINE.
           MOVE 3 TO BV-LINE-COUNT.

       5950-WRITE-SECTION-TITLE.
           IF BV-LINE-COUNT + 4 > BV-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           WRITE VAR-RPT-RECORD FROM BV-BLANK-LINE.
           WRITE VAR-RPT-RECORD FROM BV-SECTION-LINE.
           ADD 2 TO BV-LINE-COUNT.

       9100-DISPLAY-TOTALS.
           MOVE BV-BUDGET-READ-COUNT TO BV-SHOW-COUNT.
           DISPLAY "BUDGET LINES READ            " BV-SHOW-COUNT.
           MOVE BV-BUDGET-SKIP-COUNT TO BV-SHOW-COUNT.
           DISPLAY "BUDGET LINES SKIPPED         " BV-SHOW-COUNT.
           MOVE BV-GL-USED-COUNT TO BV-SHOW-COUNT.
           DISPLAY "GLFILE RECORDS IN RANGE      " BV-SHOW-COUNT.
           MOVE BV-ARCH-USED-COUNT TO BV-SHOW-COUNT.
           DISPLAY "GLARCH RECORDS IN RANGE      " BV-SHOW-COUNT.
           MOVE BV-MTD-OVER-COUNT TO BV-SHOW-COUNT.
           DISPLAY "OVER TOLERANCE, MTD          " BV-SHOW-COUNT.
           MOVE BV-YTD-OVER-COUNT TO BV-SHOW-COUNT.
           DISPLAY "OVER TOLERANCE, YTD          " BV-SHOW-COUNT.
           MOVE BV-UNBUDGETED-ACCOUNTS TO BV-SHOW-COUNT.
           DISPLAY "UNBUDGETED ACCOUNTS          " BV-SHOW-COUNT.

       END PROGRAM BUDGVAR.
