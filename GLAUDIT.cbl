       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAUDIT.
       AUTHOR. R. DUBOIS.
       INSTALLATION. FINANCE-SYSTEMS-BATCH.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * GLAUDIT - CROSS-FILE INTEGRITY AUDIT. EACH PROGRAM PROVES
      * ITS OWN TOTALS; THIS JOB CHECKS THE FILES AGAINST EACH
      * OTHER AND PRINTS EVERY DISAGREEMENT TO AUDITRPT, ONE
      * SECTION PER CATEGORY, WITH A COUNT PER CATEGORY AT THE END:
      *   1. GL REFERENCES ON GLFILE WITH NO LOGFILE LINE.
      *   2. LOGFILE LINES WITH NO GLFILE OR HOLDFILE RECORD. A
      *      LINE WHOSE HELD RECORD REVIEWER REJECTED (A REJECTED
      *      DISPOSITION ON DISPLOG FOR THE SAME REFERENCE, ON OR
      *      AFTER THE LINE'S DATE) IS ACCOUNTED FOR, AND ONLY
      *      COUNTED.
      *   3. DUPLICATE GL RECORDS - THE SAME REFERENCE, DATE AND
      *      ENTRY SIDE MORE THAN ONCE, AS A RESTART THAT RE-APPENDS
      *      RECORDS SINCE THE LAST CHECKPOINT LEAVES THEM.
      *   4. REFIDX ENTRIES THAT DISAGREE WITH THE GLFILE RECORD
      *      THEY INDEX (DATE, ACCOUNT OR RESULT), OR THAT INDEX A
      *      POSTING NO LONGER ON GLFILE AND NOT ARCHIVED. A HELD
      *      ("H") ENTRY MUST STILL BE ON HOLDFILE, OR HAVE BEEN
      *      RELEASED TO GLFILE, OR REJECTED ON DISPLOG.
      *   5. DISPLOG APPROVALS WITH NO GL RECORD FOR THE REFERENCE
      *      (ON GLFILE OR GLARCH) DATED ON OR BEFORE THE APPROVAL.
      *   6. BALFILE BALANCES THAT DIFFER FROM THE SUM OF EVERY
      *      POSTED ("P") GL-RESULT FOR THE ACCOUNT ON GLFILE AND
      *      GLARCH - A BLANK ACCOUNT COUNTING TO *SUSPENS, AS
      *      POSTER APPLIES IT.
      *
      * LOG LINES AND GL RECORDS ARE MATCHED ON REFERENCE AND DATE
      * TOGETHER, SINCE A BATCH REFERENCE CAN BE REUSED BY A LATER
      * RUN. RECORDS DATED BEFORE ARCHIVER'S LAST CUTOFF (ARCHMANI)
      * HAVE LEFT THE LIVE FILES TOGETHER, SO A REFIDX ENTRY THAT
      * OLD IS COUNTED AS ARCHIVED RATHER THAN MISSING.
      *
      * READ-ONLY: NOTHING IS CHANGED, SO THE AUDIT CAN BE RUN AT
      * ANY TIME. A FILE THAT IS ABSENT IS READ AS EMPTY, EXCEPT
      * REFIDX, WHOSE CHECK IS REPORTED AS NOT RUN. A GLFILE OR
      * HOLDFILE TOO LARGE FOR THE AUDIT TABLES REFUSES THE RUN
      * RATHER THAN PRINT A PARTIAL AUDIT AS A CLEAN ONE.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  -----------------------------------------
      * 2026-10-15 RLD   INITIAL VERSION.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-GL-FILE-STATUS.

           SELECT GL-ARCH-FILE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-GL-ARCH-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-HOLD-FILE-STATUS.

           SELECT LOG-FILE ASSIGN TO "LOGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-LOG-FILE-STATUS.

           SELECT DISP-FILE ASSIGN TO "DISPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-DISP-FILE-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-BAL-FILE-STATUS.

           SELECT AMANI-FILE ASSIGN TO "ARCHMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-AMANI-FILE-STATUS.

           SELECT REFIDX-FILE ASSIGN TO "REFIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RX-REFERENCE-NUMBER
               FILE STATUS IS GA-REFIDX-FILE-STATUS.

           SELECT AUD-RPT-FILE ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GA-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  HOLD-FILE-RECORD.
           05  HOLD-TRANS-DATE         PIC 9(08).
           05  HOLD-REFERENCE-NUMBER   PIC 9(09).
           05  FILLER                  PIC X(127).

      *-----------------------------------------------------------*
      * LOG-FILE - CALCULATOR'S AUDIT LOG. ONLY THE DATE AND THE
      * "REFERENCE=" COLUMNS AT THE FRONT OF EACH LINE ARE USED.
      *-----------------------------------------------------------*
       FD  LOG-FILE
           RECORD CONTAINS 600 CHARACTERS.
       01  LOG-FILE-RECORD.
           05  LOG-DATE                PIC X(08).
           05  LOG-TIME-AREA           PIC X(09).
           05  LOG-REF-TAG             PIC X(11).
           05  LOG-REFERENCE           PIC X(09).
           05  FILLER                  PIC X(563).

      *-----------------------------------------------------------*
      * DISP-FILE - REVIEWER'S DISPOSITION LOG: DATE AND TIME,
      * REVIEWER, REFERENCE AND DECISION IN FIXED COLUMNS.
      *-----------------------------------------------------------*
       FD  DISP-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  DISP-FILE-RECORD.
           05  DISP-DATE               PIC X(08).
           05  DISP-TIME-AREA          PIC X(09).
           05  DISP-REVIEWER-TAG       PIC X(10).
           05  DISP-REVIEWER-ID        PIC X(08).
           05  DISP-REF-TAG            PIC X(11).
           05  DISP-REFERENCE          PIC X(09).
           05  DISP-DECISION-TAG       PIC X(10).
           05  DISP-DECISION           PIC X(08).
           05  FILLER                  PIC X(59).

       FD  BAL-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  BAL-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(08).
           05  BAL-AMOUNT              PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

      *-----------------------------------------------------------*
      * AMANI-FILE - ARCHIVER'S RUN MANIFEST, READ ONLY FOR THE
      * CUTOFF DATE OF THE LAST ARCHIVE RUN.
      *-----------------------------------------------------------*
       FD  AMANI-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AMANI-FILE-RECORD.
           05  AMANI-COMPLETE-FLAG     PIC X(01).
           05  AMANI-CUTOFF-DATE       PIC X(08).
           05  FILLER                  PIC X(91).

      *-----------------------------------------------------------*
      * REFIDX-FILE - CALCULATOR'S REFERENCE INDEX, READ HERE IN
      * KEY ORDER FROM END TO END.
      *-----------------------------------------------------------*
       FD  REFIDX-FILE
           RECORD CONTAINS 744 CHARACTERS.
       01  REFIDX-RECORD.
           05  RX-REFERENCE-NUMBER     PIC 9(09).
           05  RX-RECORD-KIND          PIC X(01).
           05  RX-TRANS-DATE           PIC 9(08).
           05  RX-OPERAND-ONE          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  RX-OPERAND-TWO          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  RX-RESULT                PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  RX-ACCOUNT-CODE          PIC X(08).
           05  RX-USER-ID               PIC X(08).
           05  RX-LOG-TEXT              PIC X(600).
           05  RX-ENTRY-SIDE            PIC X(01).
           05  RX-CONTRA-ACCOUNT        PIC X(08).
           05  RX-CURRENCY-CODE         PIC X(03).
           05  RX-ORIGINAL-AMOUNT       PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  RX-EXCHANGE-RATE         PIC 9(06)V9(08).

       FD  AUD-RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  AUD-RPT-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
       01 GA-GL-FILE-STATUS        PIC X(02)                VALUE "00".
       01 GA-GL-ARCH-STATUS        PIC X(02)                VALUE "00".
       01 GA-HOLD-FILE-STATUS      PIC X(02)                VALUE "00".
       01 GA-LOG-FILE-STATUS       PIC X(02)                VALUE "00".
       01 GA-DISP-FILE-STATUS      PIC X(02)                VALUE "00".
       01 GA-BAL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 GA-AMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 GA-REFIDX-FILE-STATUS    PIC X(02)                VALUE "00".
       01 GA-RPT-FILE-STATUS       PIC X(02)                VALUE "00".

       01 GA-CURRENT-DATE-TIME.
           05 GA-CDT-DATE          PIC 9(08).
           05 GA-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

       01 GA-EOF-SWITCH            PIC X(01)                VALUE "N".
           88 GA-EOF-YES                      VALUE "Y".
           88 GA-EOF-NO                       VALUE "N".

       01 GA-SCAN-EOF-SWITCH       PIC X(01)                VALUE "N".
           88 GA-SCAN-EOF-YES                 VALUE "Y".
           88 GA-SCAN-EOF-NO                  VALUE "N".

       01 GA-RUN-SWITCH            PIC X(01)                VALUE "Y".
           88 GA-RUN-ALLOWED                  VALUE "Y".
           88 GA-RUN-REFUSED                  VALUE "N".

       01 GA-ARCH-CUTOFF-DATE      PIC 9(08)                VALUE 0.

      *-----------------------------------------------------------*
      * GL TABLE - EVERY GLFILE RECORD, IN FILE ORDER, WITH THE
      * SWITCHES THE CHECKS SET: A LOG LINE WAS FOUND FOR IT, IT
      * HAS ALREADY BEEN REPORTED AS UNLOGGED, IT HAS ALREADY BEEN
      * COUNTED IN A DUPLICATE GROUP.
      *-----------------------------------------------------------*
       01 GA-GL-TABLE-MAX          PIC 9(05) COMP           VALUE 5000.
       01 GA-GL-TABLE-COUNT        PIC 9(05) COMP           VALUE 0.
       01 GA-GL-TABLE.
           05 GA-GL-ENTRY OCCURS 5000 TIMES.
               10 GA-GL-DATE        PIC 9(08).
               10 GA-GL-REFERENCE   PIC 9(09).
               10 GA-GL-SIDE        PIC X(01).
               10 GA-GL-ACCOUNT     PIC X(08).
               10 GA-GL-RESULT      PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 GA-GL-POSTED      PIC X(01).
               10 GA-GL-LOGGED-SW   PIC X(01).
                   88 GA-GL-LOGGED       VALUE "Y".
               10 GA-GL-REPORTED-SW PIC X(01).
                   88 GA-GL-REPORTED     VALUE "Y".
               10 GA-GL-DUP-SW      PIC X(01).
                   88 GA-GL-DUP-COUNTED  VALUE "Y".
       01 GA-GL-IDX                PIC 9(05) COMP           VALUE 0.
       01 GA-GL-SCAN-IDX           PIC 9(05) COMP           VALUE 0.
       01 GA-GL-FOUND-IDX          PIC 9(05) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * HOLD TABLE - THE DATE AND REFERENCE OF EVERY RECORD STILL
      * WAITING ON HOLDFILE.
      *-----------------------------------------------------------*
       01 GA-HOLD-TABLE-MAX        PIC 9(05) COMP           VALUE 1000.
       01 GA-HOLD-TABLE-COUNT      PIC 9(05) COMP           VALUE 0.
       01 GA-HOLD-TABLE.
           05 GA-HOLD-ENTRY OCCURS 1000 TIMES.
               10 GA-HOLD-DATE      PIC 9(08).
               10 GA-HOLD-REFERENCE PIC 9(09).
       01 GA-HOLD-IDX              PIC 9(05) COMP           VALUE 0.
       01 GA-HOLD-FOUND-SWITCH     PIC X(01)                VALUE "N".
           88 GA-HOLD-FOUND                   VALUE "Y".
           88 GA-HOLD-NOT-FOUND               VALUE "N".

      *-----------------------------------------------------------*
      * ACCOUNT TABLE - BALANCE PROOF, SIZED TO THE 500-CODE CHART
      * OF ACCOUNTS LIKE POSTER'S BALANCE TABLE. AN ACCOUNT THE
      * TABLE HAS NO ROOM FOR IS NAMED ON THE CONSOLE AND COUNTED,
      * AND THE REPORT SAYS THE PROOF IS INCOMPLETE.
      *-----------------------------------------------------------*
       01 GA-ACC-TABLE-MAX         PIC 9(03) COMP           VALUE 500.
       01 GA-ACC-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 GA-ACC-TABLE.
           05 GA-ACC-ENTRY OCCURS 500 TIMES.
               10 GA-ACC-CODE       PIC X(08).
               10 GA-ACC-POSTED     PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 GA-ACC-BALANCE    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 GA-ACC-ON-BAL-SW  PIC X(01).
                   88 GA-ACC-ON-BALFILE  VALUE "Y".
       01 GA-ACC-IDX               PIC 9(03) COMP           VALUE 0.
       01 GA-ACC-FOUND-IDX         PIC 9(03) COMP           VALUE 0.
       01 GA-WORK-ACCOUNT          PIC X(08)                VALUE SPACES.
       01 GA-ACC-OMITTED-COUNT     PIC 9(09) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * SEARCH KEYS AND WORK FIELDS.
      *-----------------------------------------------------------*
       01 GA-WORK-DATE             PIC 9(08)                VALUE 0.
       01 GA-WORK-REFERENCE        PIC 9(09)                VALUE 0.
       01 GA-WORK-SIDE             PIC X(01)                VALUE SPACE.
       01 GA-DUP-COPIES            PIC 9(05) COMP           VALUE 0.
       01 GA-DUP-SHOW              PIC ZZZZ9.
       01 GA-REJECT-SWITCH         PIC X(01)                VALUE "N".
           88 GA-REJECT-FOUND                 VALUE "Y".
           88 GA-REJECT-NOT-FOUND             VALUE "N".
       01 GA-ARCH-FOUND-SWITCH     PIC X(01)                VALUE "N".
           88 GA-ARCH-FOUND                   VALUE "Y".
           88 GA-ARCH-NOT-FOUND               VALUE "N".
       01 GA-REFIDX-SWITCH         PIC X(01)                VALUE "N".
           88 GA-REFIDX-AVAILABLE             VALUE "Y".
           88 GA-REFIDX-NOT-AVAILABLE         VALUE "N".
       01 GA-DIFF-TEXT             PIC X(40)                VALUE SPACES.
       01 GA-DIFF-PTR              PIC 9(03) COMP           VALUE 1.
       01 GA-AMOUNT-SHOW           PIC -(15)9.9(02).
       01 GA-AMOUNT-SHOW-2         PIC -(15)9.9(02).

      *-----------------------------------------------------------*
      * COUNTS - RECORDS READ, EXCEPTIONS PER CATEGORY, AND THE
      * ITEMS ACCOUNTED FOR WITHOUT BEING EXCEPTIONS.
      *-----------------------------------------------------------*
       01 GA-GL-READ-COUNT         PIC 9(09) COMP           VALUE 0.
       01 GA-ARCH-READ-COUNT       PIC 9(09) COMP           VALUE 0.
       01 GA-LOG-READ-COUNT        PIC 9(09) COMP           VALUE 0.
       01 GA-LOG-OTHER-COUNT       PIC 9(09) COMP           VALUE 0.
       01 GA-LOG-REJECTED-COUNT    PIC 9(09) COMP           VALUE 0.
       01 GA-DISP-APPROVED-COUNT   PIC 9(09) COMP           VALUE 0.
       01 GA-REFIDX-READ-COUNT     PIC 9(09) COMP           VALUE 0.
       01 GA-REFIDX-ARCH-COUNT     PIC 9(09) COMP           VALUE 0.
       01 GA-BAL-READ-COUNT        PIC 9(09) COMP           VALUE 0.
       01 GA-EXC-COUNT-TABLE.
           05 GA-EXC-COUNT OCCURS 6 TIMES
                                   PIC 9(09) COMP.
       01 GA-CAT-IDX               PIC 9(02) COMP           VALUE 0.
       01 GA-EXC-TOTAL             PIC 9(09) COMP           VALUE 0.
       01 GA-SHOW-COUNT            PIC 9(09)                VALUE 0.

       01 GA-CAT-TITLE-VALUES.
           05 FILLER               PIC X(60)    VALUE
               "1. GL REFERENCES WITH NO LOGFILE LINE".
           05 FILLER               PIC X(60)    VALUE
               "2. LOGFILE LINES WITH NO GLFILE OR HOLDFILE RECORD".
           05 FILLER               PIC X(60)    VALUE
               "3. DUPLICATE GL RECORDS - SAME REFERENCE, DATE, SIDE".
           05 FILLER               PIC X(60)    VALUE
               "4. REFIDX ENTRIES THAT DISAGREE WITH GLFILE".
           05 FILLER               PIC X(60)    VALUE
               "5. DISPLOG APPROVALS WITH NO GL RECORD".
           05 FILLER               PIC X(60)    VALUE
               "6. BALFILE BALANCES NOT EQUAL TO POSTED GL-RESULT".
       01 GA-CAT-TITLE-TABLE REDEFINES GA-CAT-TITLE-VALUES.
           05 GA-CAT-TITLE OCCURS 6 TIMES
                                   PIC X(60).

       01 GA-PAGE-COUNT            PIC 9(03) COMP           VALUE 0.
       01 GA-LINE-COUNT            PIC 9(03) COMP           VALUE 0.
       01 GA-PAGE-LIMIT            PIC 9(03) COMP           VALUE 55.

      *-----------------------------------------------------------*
      * AUDITRPT PRINT LINES - 132 COLUMNS, LIKE TRIALBAL.
      *-----------------------------------------------------------*
       01 GA-HEADING-1.
           05 FILLER               PIC X(40)
               VALUE "CROSS-FILE INTEGRITY AUDIT - RUN DATE   ".
           05 GA-H1-DATE           PIC 9(08).
           05 FILLER               PIC X(06)    VALUE " TIME ".
           05 GA-H1-TIME           PIC 9(08).
           05 FILLER               PIC X(07)    VALUE "  PAGE ".
           05 GA-H1-PAGE           PIC ZZ9.
           05 FILLER               PIC X(60)    VALUE SPACES.

       01 GA-HEADING-2.
           05 FILLER               PIC X(10)    VALUE "DATE      ".
           05 FILLER               PIC X(11)    VALUE "REFERENCE  ".
           05 FILLER               PIC X(10)    VALUE "ACCOUNT   ".
           05 FILLER               PIC X(05)    VALUE "SIDE ".
           05 FILLER               PIC X(96)    VALUE "DETAIL".

       01 GA-SECTION-LINE.
           05 GA-SEC-TITLE         PIC X(60).
           05 FILLER               PIC X(72)    VALUE SPACES.

       01 GA-BLANK-LINE            PIC X(132)   VALUE SPACES.

       01 GA-EXCEPTION-LINE.
           05 GA-EX-DATE           PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 GA-EX-REFERENCE      PIC X(09).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 GA-EX-ACCOUNT        PIC X(08).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 GA-EX-SIDE           PIC X(01).
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 GA-EX-DETAIL         PIC X(96).

       01 GA-NOTE-LINE.
           05 FILLER               PIC X(04)    VALUE SPACES.
           05 GA-NOTE-TEXT         PIC X(80).
           05 FILLER               PIC X(48)    VALUE SPACES.

       01 GA-COUNT-LINE.
           05 GA-CNT-LABEL         PIC X(60).
           05 GA-CNT-VALUE         PIC Z(08)9.
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 GA-CNT-NOTE          PIC X(30).
           05 FILLER               PIC X(31)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO GA-CURRENT-DATE-TIME.
           PERFORM 1000-INITIALIZE.
           PERFORM 1100-LOAD-GL-TABLE.
           IF GA-RUN-ALLOWED
               PERFORM 1200-LOAD-HOLD-TABLE
           END-IF.
           IF GA-RUN-REFUSED
               DISPLAY "INTEGRITY AUDIT NOT PRODUCED"
               STOP RUN
           END-IF.
           PERFORM 1300-READ-ARCHIVE-CUTOFF.
           PERFORM 2000-MARK-LOGGED-GL.
           OPEN OUTPUT AUD-RPT-FILE.
           PERFORM 5900-START-NEW-PAGE.
           PERFORM 3100-CHECK-UNLOGGED-GL.
           PERFORM 3200-CHECK-UNMATCHED-LOG.
           PERFORM 3300-CHECK-DUPLICATE-GL.
           PERFORM 3400-CHECK-REFIDX.
           PERFORM 3500-CHECK-APPROVALS.
           PERFORM 3600-CHECK-BALANCES.
           PERFORM 5500-PRINT-SUMMARY.
           CLOSE AUD-RPT-FILE.
           PERFORM 9100-DISPLAY-TOTALS.
           STOP RUN.

       1000-INITIALIZE.
           MOVE 1 TO GA-CAT-IDX.
           PERFORM 1010-CLEAR-ONE-COUNT
               UNTIL GA-CAT-IDX > 6.

       1010-CLEAR-ONE-COUNT.
           MOVE 0 TO GA-EXC-COUNT(GA-CAT-IDX).
           ADD 1 TO GA-CAT-IDX.

      *-----------------------------------------------------------*
      * 1100-LOAD-GL-TABLE - EVERY GLFILE RECORD GOES INTO THE
      * TABLE. MORE RECORDS THAN THE TABLE HOLDS REFUSES THE RUN,
      * THE SAME WAY PERCLOSE AND BUDGVAR REFUSE AN OVERSIZE
      * CALENDAR.
      *-----------------------------------------------------------*
       1100-LOAD-GL-TABLE.
           MOVE 0 TO GA-GL-TABLE-COUNT.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT GL-FILE.
           IF GA-GL-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-GL-RECORD
                   UNTIL GA-EOF-YES
                      OR GA-GL-TABLE-COUNT >= GA-GL-TABLE-MAX
               IF GA-EOF-NO
                   READ GL-FILE
                       AT END SET GA-EOF-YES TO TRUE
                       NOT AT END
                           SET GA-RUN-REFUSED TO TRUE
                           DISPLAY "*** GLFILE HOLDS MORE RECORDS "
                                   "THAN THE AUDIT GL TABLE - RAISE "
                                   "THE TABLE AND RECOMPILE. ***"
                   END-READ
               END-IF
               CLOSE GL-FILE
           ELSE
               DISPLAY "GLFILE NOT AVAILABLE - AUDITED AS EMPTY"
           END-IF.

       1110-LOAD-ONE-GL-RECORD.
           READ GL-FILE
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GA-GL-READ-COUNT
                   ADD 1 TO GA-GL-TABLE-COUNT
                   MOVE GL-TRANS-DATE
                       TO GA-GL-DATE(GA-GL-TABLE-COUNT)
                   MOVE GL-REFERENCE-NUMBER
                       TO GA-GL-REFERENCE(GA-GL-TABLE-COUNT)
                   MOVE GL-ENTRY-SIDE
                       TO GA-GL-SIDE(GA-GL-TABLE-COUNT)
                   MOVE GL-ACCOUNT-CODE
                       TO GA-GL-ACCOUNT(GA-GL-TABLE-COUNT)
                   MOVE GL-RESULT
                       TO GA-GL-RESULT(GA-GL-TABLE-COUNT)
                   MOVE GL-POSTED-FLAG
                       TO GA-GL-POSTED(GA-GL-TABLE-COUNT)
                   MOVE "N" TO GA-GL-LOGGED-SW(GA-GL-TABLE-COUNT)
                   MOVE "N" TO GA-GL-REPORTED-SW(GA-GL-TABLE-COUNT)
                   MOVE "N" TO GA-GL-DUP-SW(GA-GL-TABLE-COUNT)
           END-READ.

       1200-LOAD-HOLD-TABLE.
           MOVE 0 TO GA-HOLD-TABLE-COUNT.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT HOLD-FILE.
           IF GA-HOLD-FILE-STATUS = "00"
               PERFORM 1210-LOAD-ONE-HOLD-RECORD
                   UNTIL GA-EOF-YES
                      OR GA-HOLD-TABLE-COUNT >= GA-HOLD-TABLE-MAX
               IF GA-EOF-NO
                   READ HOLD-FILE
                       AT END SET GA-EOF-YES TO TRUE
                       NOT AT END
                           SET GA-RUN-REFUSED TO TRUE
                           DISPLAY "*** HOLDFILE HOLDS MORE RECORDS "
                                   "THAN THE AUDIT HOLD TABLE - RAISE "
                                   "THE TABLE AND RECOMPILE. ***"
                   END-READ
               END-IF
               CLOSE HOLD-FILE
           END-IF.

       1210-LOAD-ONE-HOLD-RECORD.
           READ HOLD-FILE
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GA-HOLD-TABLE-COUNT
                   MOVE HOLD-TRANS-DATE
                       TO GA-HOLD-DATE(GA-HOLD-TABLE-COUNT)
                   MOVE HOLD-REFERENCE-NUMBER
                       TO GA-HOLD-REFERENCE(GA-HOLD-TABLE-COUNT)
           END-READ.

      *-----------------------------------------------------------*
      * 1300-READ-ARCHIVE-CUTOFF - NO ARCHMANI (OR NO USABLE DATE
      * ON IT) MEANS NOTHING IS TREATED AS ARCHIVED.
      *-----------------------------------------------------------*
       1300-READ-ARCHIVE-CUTOFF.
           MOVE 0 TO GA-ARCH-CUTOFF-DATE.
           OPEN INPUT AMANI-FILE.
           IF GA-AMANI-FILE-STATUS = "00"
               READ AMANI-FILE
                   AT END
                       MOVE SPACES TO AMANI-FILE-RECORD
               END-READ
               IF AMANI-CUTOFF-DATE IS NUMERIC
                   MOVE AMANI-CUTOFF-DATE TO GA-ARCH-CUTOFF-DATE
               END-IF
               CLOSE AMANI-FILE
           END-IF.

      *-----------------------------------------------------------*
      * 2000-MARK-LOGGED-GL - FIRST PASS OF LOGFILE: EVERY GL
      * RECORD WITH A LOG LINE OF THE SAME REFERENCE AND DATE IS
      * MARKED LOGGED, SO THE UNLOGGED ONES CAN BE LISTED FIRST.
      *-----------------------------------------------------------*
       2000-MARK-LOGGED-GL.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT LOG-FILE.
           IF GA-LOG-FILE-STATUS = "00"
               PERFORM 2010-MARK-ONE-LOG-LINE
                   UNTIL GA-EOF-YES
               CLOSE LOG-FILE
           ELSE
               DISPLAY "LOGFILE NOT AVAILABLE - AUDITED AS EMPTY"
           END-IF.

       2010-MARK-ONE-LOG-LINE.
           READ LOG-FILE
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   IF LOG-REF-TAG = " REFERENCE="
                       AND LOG-DATE IS NUMERIC
                       AND LOG-REFERENCE IS NUMERIC
                       MOVE LOG-DATE TO GA-WORK-DATE
                       MOVE LOG-REFERENCE TO GA-WORK-REFERENCE
                       MOVE 1 TO GA-GL-IDX
                       PERFORM 2020-MARK-ONE-GL-ENTRY
                           UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT
                   END-IF
           END-READ.

       2020-MARK-ONE-GL-ENTRY.
           IF GA-GL-DATE(GA-GL-IDX) = GA-WORK-DATE
               AND GA-GL-REFERENCE(GA-GL-IDX) = GA-WORK-REFERENCE
               MOVE "Y" TO GA-GL-LOGGED-SW(GA-GL-IDX)
           END-IF.
           ADD 1 TO GA-GL-IDX.

      *-----------------------------------------------------------*
      * 3100-CHECK-UNLOGGED-GL - CATEGORY 1. ONE LINE PER
      * REFERENCE AND DATE, NOT PER RECORD, SO A DEBIT/CREDIT PAIR
      * WITH NO LOG LINE IS ONE EXCEPTION.
      *-----------------------------------------------------------*
       3100-CHECK-UNLOGGED-GL.
           MOVE 1 TO GA-CAT-IDX.
           PERFORM 5950-WRITE-SECTION-TITLE.
           MOVE 1 TO GA-GL-IDX.
           PERFORM 3110-CHECK-ONE-UNLOGGED
               UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT.
           PERFORM 5960-WRITE-SECTION-END.

       3110-CHECK-ONE-UNLOGGED.
           IF NOT GA-GL-LOGGED(GA-GL-IDX)
               AND NOT GA-GL-REPORTED(GA-GL-IDX)
               MOVE GA-GL-DATE(GA-GL-IDX) TO GA-WORK-DATE
               MOVE GA-GL-REFERENCE(GA-GL-IDX) TO GA-WORK-REFERENCE
               MOVE GA-GL-IDX TO GA-GL-SCAN-IDX
               PERFORM 3120-MARK-ONE-REPORTED
                   UNTIL GA-GL-SCAN-IDX > GA-GL-TABLE-COUNT
               PERFORM 5800-LOAD-GL-EXCEPTION
               MOVE "NO LOGFILE LINE FOR THIS REFERENCE AND DATE"
                   TO GA-EX-DETAIL
               PERFORM 5850-WRITE-EXCEPTION
           END-IF.
           ADD 1 TO GA-GL-IDX.

       3120-MARK-ONE-REPORTED.
           IF GA-GL-DATE(GA-GL-SCAN-IDX) = GA-WORK-DATE
               AND GA-GL-REFERENCE(GA-GL-SCAN-IDX) = GA-WORK-REFERENCE
               MOVE "Y" TO GA-GL-REPORTED-SW(GA-GL-SCAN-IDX)
           END-IF.
           ADD 1 TO GA-GL-SCAN-IDX.

      *-----------------------------------------------------------*
      * 3200-CHECK-UNMATCHED-LOG - CATEGORY 2, THE SECOND PASS OF
      * LOGFILE. A LINE NOT IN THE DATE/REFERENCE LAYOUT IS
      * COUNTED, NOT CHECKED.
      *-----------------------------------------------------------*
       3200-CHECK-UNMATCHED-LOG.
           MOVE 2 TO GA-CAT-IDX.
           PERFORM 5950-WRITE-SECTION-TITLE.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT LOG-FILE.
           IF GA-LOG-FILE-STATUS = "00"
               PERFORM 3210-CHECK-ONE-LOG-LINE
                   UNTIL GA-EOF-YES
               CLOSE LOG-FILE
           END-IF.
           PERFORM 5960-WRITE-SECTION-END.

       3210-CHECK-ONE-LOG-LINE.
           READ LOG-FILE
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GA-LOG-READ-COUNT
                   IF LOG-REF-TAG = " REFERENCE="
                       AND LOG-DATE IS NUMERIC
                       AND LOG-REFERENCE IS NUMERIC
                       PERFORM 3220-MATCH-LOG-LINE
                   ELSE
                       ADD 1 TO GA-LOG-OTHER-COUNT
                   END-IF
           END-READ.

       3220-MATCH-LOG-LINE.
           MOVE LOG-DATE TO GA-WORK-DATE.
           MOVE LOG-REFERENCE TO GA-WORK-REFERENCE.
           PERFORM 4000-FIND-GL-BY-DATE.
           IF GA-GL-FOUND-IDX = 0
               PERFORM 4100-FIND-HOLD-ENTRY
               IF GA-HOLD-NOT-FOUND
                   PERFORM 4200-FIND-REJECTION
                   IF GA-REJECT-FOUND
                       ADD 1 TO GA-LOG-REJECTED-COUNT
                   ELSE
                       MOVE SPACES TO GA-EXCEPTION-LINE
                       MOVE LOG-DATE TO GA-EX-DATE
                       MOVE LOG-REFERENCE TO GA-EX-REFERENCE
                       MOVE "NOT ON GLFILE OR HOLDFILE, NOT REJECTED"
                           TO GA-EX-DETAIL
                       PERFORM 5850-WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 3300-CHECK-DUPLICATE-GL - CATEGORY 3. EACH GROUP OF
      * RECORDS WITH THE SAME REFERENCE, DATE AND ENTRY SIDE IS
      * ONE EXCEPTION, SHOWING HOW MANY COPIES THERE ARE.
      *-----------------------------------------------------------*
       3300-CHECK-DUPLICATE-GL.
           MOVE 3 TO GA-CAT-IDX.
           PERFORM 5950-WRITE-SECTION-TITLE.
           MOVE 1 TO GA-GL-IDX.
           PERFORM 3310-CHECK-ONE-DUPLICATE
               UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT.
           PERFORM 5960-WRITE-SECTION-END.

       3310-CHECK-ONE-DUPLICATE.
           IF NOT GA-GL-DUP-COUNTED(GA-GL-IDX)
               MOVE GA-GL-DATE(GA-GL-IDX) TO GA-WORK-DATE
               MOVE GA-GL-REFERENCE(GA-GL-IDX) TO GA-WORK-REFERENCE
               MOVE GA-GL-SIDE(GA-GL-IDX) TO GA-WORK-SIDE
               MOVE 1 TO GA-DUP-COPIES
               COMPUTE GA-GL-SCAN-IDX = GA-GL-IDX + 1
               PERFORM 3320-COUNT-ONE-COPY
                   UNTIL GA-GL-SCAN-IDX > GA-GL-TABLE-COUNT
               IF GA-DUP-COPIES > 1
                   MOVE GA-DUP-COPIES TO GA-DUP-SHOW
                   PERFORM 5800-LOAD-GL-EXCEPTION
                   STRING GA-DUP-SHOW          DELIMITED BY SIZE
                          " RECORDS ON GLFILE WITH THIS REFERENCE, "
                                               DELIMITED BY SIZE
                          "DATE AND SIDE"      DELIMITED BY SIZE
                       INTO GA-EX-DETAIL
                   END-STRING
                   PERFORM 5850-WRITE-EXCEPTION
               END-IF
           END-IF.
           ADD 1 TO GA-GL-IDX.

       3320-COUNT-ONE-COPY.
           IF GA-GL-DATE(GA-GL-SCAN-IDX) = GA-WORK-DATE
               AND GA-GL-REFERENCE(GA-GL-SCAN-IDX) = GA-WORK-REFERENCE
               AND GA-GL-SIDE(GA-GL-SCAN-IDX) = GA-WORK-SIDE
               ADD 1 TO GA-DUP-COPIES
               MOVE "Y" TO GA-GL-DUP-SW(GA-GL-SCAN-IDX)
           END-IF.
           ADD 1 TO GA-GL-SCAN-IDX.

      *-----------------------------------------------------------*
      * 3400-CHECK-REFIDX - CATEGORY 4. A POSTED ("G") ENTRY IS
      * COMPARED WITH THE LAST NON-CREDIT GLFILE RECORD OF ITS
      * REFERENCE - THE ONE CALCULATOR'S OWN SCAN WOULD FIND. A
      * HELD ("H") ENTRY MUST BE ACCOUNTED FOR ON HOLDFILE, GLFILE
      * OR DISPLOG. EITHER KIND DATED BEFORE THE ARCHIVE CUTOFF AND
      * NO LONGER LIVE IS COUNTED AS ARCHIVED.
      *-----------------------------------------------------------*
       3400-CHECK-REFIDX.
           MOVE 4 TO GA-CAT-IDX.
           PERFORM 5950-WRITE-SECTION-TITLE.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT REFIDX-FILE.
           IF GA-REFIDX-FILE-STATUS = "00"
               SET GA-REFIDX-AVAILABLE TO TRUE
               PERFORM 3410-CHECK-ONE-INDEX-ENTRY
                   UNTIL GA-EOF-YES
               CLOSE REFIDX-FILE
           ELSE
               SET GA-REFIDX-NOT-AVAILABLE TO TRUE
               MOVE SPACES TO GA-NOTE-TEXT
               STRING "REFIDX NOT AVAILABLE (STATUS "
                                               DELIMITED BY SIZE
                      GA-REFIDX-FILE-STATUS    DELIMITED BY SIZE
                      ") - CHECK NOT RUN"      DELIMITED BY SIZE
                   INTO GA-NOTE-TEXT
               END-STRING
               PERFORM 5870-WRITE-NOTE
           END-IF.
           PERFORM 5960-WRITE-SECTION-END.

       3410-CHECK-ONE-INDEX-ENTRY.
           READ REFIDX-FILE NEXT RECORD
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GA-REFIDX-READ-COUNT
                   IF RX-RECORD-KIND = "H"
                       PERFORM 3430-CHECK-HELD-ENTRY
                   ELSE
                       PERFORM 3420-CHECK-POSTED-ENTRY
                   END-IF
           END-READ.

       3420-CHECK-POSTED-ENTRY.
           MOVE RX-REFERENCE-NUMBER TO GA-WORK-REFERENCE.
           PERFORM 4050-FIND-LAST-GL-DEBIT.
           IF GA-GL-FOUND-IDX = 0
               IF RX-TRANS-DATE < GA-ARCH-CUTOFF-DATE
                   ADD 1 TO GA-REFIDX-ARCH-COUNT
               ELSE
                   PERFORM 5820-LOAD-INDEX-EXCEPTION
                   MOVE "POSTING NOT ON GLFILE AND NOT ARCHIVED"
                       TO GA-EX-DETAIL
                   PERFORM 5850-WRITE-EXCEPTION
               END-IF
           ELSE
               MOVE SPACES TO GA-DIFF-TEXT
               MOVE 1 TO GA-DIFF-PTR
               IF RX-TRANS-DATE NOT = GA-GL-DATE(GA-GL-FOUND-IDX)
                   STRING "DATE " DELIMITED BY SIZE
                       INTO GA-DIFF-TEXT WITH POINTER GA-DIFF-PTR
                   END-STRING
               END-IF
               IF RX-ACCOUNT-CODE NOT = GA-GL-ACCOUNT(GA-GL-FOUND-IDX)
                   STRING "ACCOUNT " DELIMITED BY SIZE
                       INTO GA-DIFF-TEXT WITH POINTER GA-DIFF-PTR
                   END-STRING
               END-IF
               IF RX-RESULT NOT = GA-GL-RESULT(GA-GL-FOUND-IDX)
                   STRING "RESULT " DELIMITED BY SIZE
                       INTO GA-DIFF-TEXT WITH POINTER GA-DIFF-PTR
                   END-STRING
               END-IF
               IF GA-DIFF-TEXT NOT = SPACES
                   PERFORM 5820-LOAD-INDEX-EXCEPTION
                   MOVE GA-GL-DATE(GA-GL-FOUND-IDX) TO GA-WORK-DATE
                   STRING "REFIDX DIFFERS FROM GLFILE IN: "
                                               DELIMITED BY SIZE
                          GA-DIFF-TEXT         DELIMITED BY "  "
                          " (GLFILE RECORD DATED "
                                               DELIMITED BY SIZE
                          GA-WORK-DATE         DELIMITED BY SIZE
                          ")"                  DELIMITED BY SIZE
                       INTO GA-EX-DETAIL
                   END-STRING
                   PERFORM 5850-WRITE-EXCEPTION
               END-IF
           END-IF.

       3430-CHECK-HELD-ENTRY.
           MOVE RX-TRANS-DATE TO GA-WORK-DATE.
           MOVE RX-REFERENCE-NUMBER TO GA-WORK-REFERENCE.
           PERFORM 4100-FIND-HOLD-ENTRY.
           IF GA-HOLD-NOT-FOUND
               PERFORM 4000-FIND-GL-BY-DATE
               IF GA-GL-FOUND-IDX = 0
                   PERFORM 4200-FIND-REJECTION
                   IF GA-REJECT-NOT-FOUND
                       IF RX-TRANS-DATE < GA-ARCH-CUTOFF-DATE
                           ADD 1 TO GA-REFIDX-ARCH-COUNT
                       ELSE
                           PERFORM 5820-LOAD-INDEX-EXCEPTION
                           MOVE "HELD ENTRY NOT POSTED OR REJECTED"
                               TO GA-EX-DETAIL
                           PERFORM 5850-WRITE-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 3500-CHECK-APPROVALS - CATEGORY 5. AN APPROVED RECORD WAS
      * WRITTEN TO GLFILE UNDER ITS ORIGINAL DATE, SO IT MUST BE ON
      * GLFILE - OR GLARCH, IF ARCHIVER HAS SINCE MOVED IT - DATED
      * NO LATER THAN THE APPROVAL.
      *-----------------------------------------------------------*
       3500-CHECK-APPROVALS.
           MOVE 5 TO GA-CAT-IDX.
           PERFORM 5950-WRITE-SECTION-TITLE.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT DISP-FILE.
           IF GA-DISP-FILE-STATUS = "00"
               PERFORM 3510-CHECK-ONE-DISPOSITION
                   UNTIL GA-EOF-YES
               CLOSE DISP-FILE
           END-IF.
           PERFORM 5960-WRITE-SECTION-END.

       3510-CHECK-ONE-DISPOSITION.
           READ DISP-FILE
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   IF DISP-DECISION = "APPROVED"
                       AND DISP-DATE IS NUMERIC
                       AND DISP-REFERENCE IS NUMERIC
                       ADD 1 TO GA-DISP-APPROVED-COUNT
                       PERFORM 3520-MATCH-APPROVAL
                   END-IF
           END-READ.

       3520-MATCH-APPROVAL.
           MOVE DISP-DATE TO GA-WORK-DATE.
           MOVE DISP-REFERENCE TO GA-WORK-REFERENCE.
           MOVE 0 TO GA-GL-FOUND-IDX.
           MOVE 1 TO GA-GL-IDX.
           PERFORM 3530-CHECK-ONE-GL-APPROVAL
               UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT
                  OR GA-GL-FOUND-IDX NOT = 0.
           IF GA-GL-FOUND-IDX = 0
               PERFORM 4300-SEARCH-GL-ARCHIVE
               IF GA-ARCH-NOT-FOUND
                   MOVE SPACES TO GA-EXCEPTION-LINE
                   MOVE DISP-DATE TO GA-EX-DATE
                   MOVE DISP-REFERENCE TO GA-EX-REFERENCE
                   STRING "APPROVED BY "      DELIMITED BY SIZE
                          DISP-REVIEWER-ID     DELIMITED BY SPACE
                          " BUT NO GL RECORD FOR THE REFERENCE ON "
                                               DELIMITED BY SIZE
                          "GLFILE OR GLARCH"   DELIMITED BY SIZE
                       INTO GA-EX-DETAIL
                   END-STRING
                   PERFORM 5850-WRITE-EXCEPTION
               END-IF
           END-IF.

       3530-CHECK-ONE-GL-APPROVAL.
           IF GA-GL-REFERENCE(GA-GL-IDX) = GA-WORK-REFERENCE
               AND GA-GL-DATE(GA-GL-IDX) <= GA-WORK-DATE
               MOVE GA-GL-IDX TO GA-GL-FOUND-IDX
           END-IF.
           ADD 1 TO GA-GL-IDX.

      *-----------------------------------------------------------*
      * 3600-CHECK-BALANCES - CATEGORY 6. THE POSTED GL-RESULT PER
      * ACCOUNT FROM GLFILE AND GLARCH AGAINST BALFILE, BOTH WAYS:
      * AN ACCOUNT WITH POSTINGS BUT NO BALFILE RECORD, OR A BALFILE
      * BALANCE WITH NO POSTINGS BEHIND IT, IS REPORTED TOO.
      *-----------------------------------------------------------*
       3600-CHECK-BALANCES.
           MOVE 6 TO GA-CAT-IDX.
           PERFORM 5950-WRITE-SECTION-TITLE.
           MOVE 1 TO GA-GL-IDX.
           PERFORM 3610-ADD-ONE-GL-POSTING
               UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT GL-ARCH-FILE.
           IF GA-GL-ARCH-STATUS = "00"
               PERFORM 3620-ADD-ONE-ARCH-POSTING
                   UNTIL GA-EOF-YES
               CLOSE GL-ARCH-FILE
           END-IF.
           SET GA-EOF-NO TO TRUE.
           OPEN INPUT BAL-FILE.
           IF GA-BAL-FILE-STATUS = "00"
               PERFORM 3630-LOAD-ONE-BALANCE
                   UNTIL GA-EOF-YES
               CLOSE BAL-FILE
           ELSE
               MOVE "BALFILE NOT AVAILABLE - BALANCES TAKEN AS ZERO"
                   TO GA-NOTE-TEXT
               PERFORM 5870-WRITE-NOTE
           END-IF.
           MOVE 1 TO GA-ACC-IDX.
           PERFORM 3640-PROVE-ONE-ACCOUNT
               UNTIL GA-ACC-IDX > GA-ACC-TABLE-COUNT.
           IF GA-ACC-OMITTED-COUNT > 0
               MOVE "ACCOUNT TABLE FULL - SEE THE CONSOLE"
                   TO GA-NOTE-TEXT
               PERFORM 5870-WRITE-NOTE
           END-IF.
           PERFORM 5960-WRITE-SECTION-END.

       3610-ADD-ONE-GL-POSTING.
           IF GA-GL-POSTED(GA-GL-IDX) = "P"
               MOVE GA-GL-ACCOUNT(GA-GL-IDX) TO GA-WORK-ACCOUNT
               PERFORM 4400-FIND-ACCOUNT-ENTRY
               IF GA-ACC-FOUND-IDX NOT = 0
                   ADD GA-GL-RESULT(GA-GL-IDX)
                       TO GA-ACC-POSTED(GA-ACC-FOUND-IDX)
               END-IF
           END-IF.
           ADD 1 TO GA-GL-IDX.

       3620-ADD-ONE-ARCH-POSTING.
           READ GL-ARCH-FILE INTO GL-FILE-RECORD
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GA-ARCH-READ-COUNT
                   IF GL-POSTED-FLAG = "P"
                       MOVE GL-ACCOUNT-CODE TO GA-WORK-ACCOUNT
                       PERFORM 4400-FIND-ACCOUNT-ENTRY
                       IF GA-ACC-FOUND-IDX NOT = 0
                           ADD GL-RESULT
                               TO GA-ACC-POSTED(GA-ACC-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       3630-LOAD-ONE-BALANCE.
           READ BAL-FILE
               AT END SET GA-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GA-BAL-READ-COUNT
                   MOVE BAL-ACCOUNT-CODE TO GA-WORK-ACCOUNT
                   PERFORM 4400-FIND-ACCOUNT-ENTRY
                   IF GA-ACC-FOUND-IDX NOT = 0
                       ADD BAL-AMOUNT
                           TO GA-ACC-BALANCE(GA-ACC-FOUND-IDX)
                       MOVE "Y" TO GA-ACC-ON-BAL-SW(GA-ACC-FOUND-IDX)
                   END-IF
           END-READ.

       3640-PROVE-ONE-ACCOUNT.
           IF GA-ACC-BALANCE(GA-ACC-IDX)
                   NOT = GA-ACC-POSTED(GA-ACC-IDX)
               MOVE SPACES TO GA-EXCEPTION-LINE
               MOVE GA-ACC-CODE(GA-ACC-IDX) TO GA-EX-ACCOUNT
               MOVE GA-ACC-BALANCE(GA-ACC-IDX) TO GA-AMOUNT-SHOW
               MOVE GA-ACC-POSTED(GA-ACC-IDX) TO GA-AMOUNT-SHOW-2
               IF GA-ACC-ON-BALFILE(GA-ACC-IDX)
                   STRING "BALFILE "          DELIMITED BY SIZE
                          GA-AMOUNT-SHOW       DELIMITED BY SIZE
                          "  POSTED GL "      DELIMITED BY SIZE
                          GA-AMOUNT-SHOW-2     DELIMITED BY SIZE
                       INTO GA-EX-DETAIL
                   END-STRING
               ELSE
                   STRING "NOT ON BALFILE     "
                                               DELIMITED BY SIZE
                          "      POSTED GL "  DELIMITED BY SIZE
                          GA-AMOUNT-SHOW-2     DELIMITED BY SIZE
                       INTO GA-EX-DETAIL
                   END-STRING
               END-IF
               PERFORM 5850-WRITE-EXCEPTION
           END-IF.
           ADD 1 TO GA-ACC-IDX.

      *-----------------------------------------------------------*
      * 4000-FIND-GL-BY-DATE - FIRST GL TABLE ENTRY WITH
      * GA-WORK-REFERENCE AND GA-WORK-DATE; ZERO WHEN NONE.
      *-----------------------------------------------------------*
       4000-FIND-GL-BY-DATE.
           MOVE 0 TO GA-GL-FOUND-IDX.
           MOVE 1 TO GA-GL-IDX.
           PERFORM 4010-CHECK-ONE-GL-BY-DATE
               UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT
                  OR GA-GL-FOUND-IDX NOT = 0.

       4010-CHECK-ONE-GL-BY-DATE.
           IF GA-GL-DATE(GA-GL-IDX) = GA-WORK-DATE
               AND GA-GL-REFERENCE(GA-GL-IDX) = GA-WORK-REFERENCE
               MOVE GA-GL-IDX TO GA-GL-FOUND-IDX
           END-IF.
           ADD 1 TO GA-GL-IDX.

      *-----------------------------------------------------------*
      * 4050-FIND-LAST-GL-DEBIT - LAST GL TABLE ENTRY WITH
      * GA-WORK-REFERENCE THAT IS NOT A CREDIT SIDE; ZERO WHEN NONE.
      *-----------------------------------------------------------*
       4050-FIND-LAST-GL-DEBIT.
           MOVE 0 TO GA-GL-FOUND-IDX.
           MOVE 1 TO GA-GL-IDX.
           PERFORM 4060-CHECK-ONE-GL-DEBIT
               UNTIL GA-GL-IDX > GA-GL-TABLE-COUNT.

       4060-CHECK-ONE-GL-DEBIT.
           IF GA-GL-REFERENCE(GA-GL-IDX) = GA-WORK-REFERENCE
               AND GA-GL-SIDE(GA-GL-IDX) NOT = "C"
               MOVE GA-GL-IDX TO GA-GL-FOUND-IDX
           END-IF.
           ADD 1 TO GA-GL-IDX.

       4100-FIND-HOLD-ENTRY.
           SET GA-HOLD-NOT-FOUND TO TRUE.
           MOVE 1 TO GA-HOLD-IDX.
           PERFORM 4110-CHECK-ONE-HOLD-ENTRY
               UNTIL GA-HOLD-IDX > GA-HOLD-TABLE-COUNT
                  OR GA-HOLD-FOUND.

       4110-CHECK-ONE-HOLD-ENTRY.
           IF GA-HOLD-DATE(GA-HOLD-IDX) = GA-WORK-DATE
               AND GA-HOLD-REFERENCE(GA-HOLD-IDX) = GA-WORK-REFERENCE
               SET GA-HOLD-FOUND TO TRUE
           END-IF.
           ADD 1 TO GA-HOLD-IDX.

      *-----------------------------------------------------------*
      * 4200-FIND-REJECTION - SCANS DISPLOG FOR A REJECTION OF
      * GA-WORK-REFERENCE DATED ON OR AFTER GA-WORK-DATE. ONLY RUN
      * FOR A RECORD FOUND NOWHERE ELSE, SO THE FILE IS NOT HELD
      * IN A TABLE.
      *-----------------------------------------------------------*
       4200-FIND-REJECTION.
           SET GA-REJECT-NOT-FOUND TO TRUE.
           SET GA-SCAN-EOF-NO TO TRUE.
           OPEN INPUT DISP-FILE.
           IF GA-DISP-FILE-STATUS = "00"
               PERFORM 4210-CHECK-ONE-REJECTION
                   UNTIL GA-SCAN-EOF-YES OR GA-REJECT-FOUND
               CLOSE DISP-FILE
           END-IF.

       4210-CHECK-ONE-REJECTION.
           READ DISP-FILE
               AT END SET GA-SCAN-EOF-YES TO TRUE
               NOT AT END
                   IF DISP-DECISION = "REJECTED"
                       AND DISP-REFERENCE IS NUMERIC
                       AND DISP-DATE IS NUMERIC
                       IF DISP-REFERENCE = GA-WORK-REFERENCE
                           AND DISP-DATE >= GA-WORK-DATE
                           SET GA-REJECT-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 4300-SEARCH-GL-ARCHIVE - SCANS GLARCH FOR A RECORD OF
      * GA-WORK-REFERENCE DATED ON OR BEFORE GA-WORK-DATE.
      *-----------------------------------------------------------*
       4300-SEARCH-GL-ARCHIVE.
           SET GA-ARCH-NOT-FOUND TO TRUE.
           SET GA-SCAN-EOF-NO TO TRUE.
           OPEN INPUT GL-ARCH-FILE.
           IF GA-GL-ARCH-STATUS = "00"
               PERFORM 4310-CHECK-ONE-ARCH-RECORD
                   UNTIL GA-SCAN-EOF-YES OR GA-ARCH-FOUND
               CLOSE GL-ARCH-FILE
           END-IF.

       4310-CHECK-ONE-ARCH-RECORD.
           READ GL-ARCH-FILE INTO GL-FILE-RECORD
               AT END SET GA-SCAN-EOF-YES TO TRUE
               NOT AT END
                   IF GL-REFERENCE-NUMBER = GA-WORK-REFERENCE
                       AND GL-TRANS-DATE <= GA-WORK-DATE
                       SET GA-ARCH-FOUND TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 4400-FIND-ACCOUNT-ENTRY - LOOKS GA-WORK-ACCOUNT UP IN THE
      * ACCOUNT TABLE (A BLANK CODE AS *SUSPENS), ADDING IT WHEN
      * NEW. ZERO COMES BACK ONLY WHEN THE TABLE IS FULL.
      *-----------------------------------------------------------*
       4400-FIND-ACCOUNT-ENTRY.
           IF GA-WORK-ACCOUNT = SPACES
               MOVE "*SUSPENS" TO GA-WORK-ACCOUNT
           END-IF.
           MOVE 0 TO GA-ACC-FOUND-IDX.
           MOVE 1 TO GA-ACC-IDX.
           PERFORM 4410-CHECK-ONE-ACCOUNT
               UNTIL GA-ACC-IDX > GA-ACC-TABLE-COUNT
                  OR GA-ACC-FOUND-IDX NOT = 0.
           IF GA-ACC-FOUND-IDX = 0
               IF GA-ACC-TABLE-COUNT < GA-ACC-TABLE-MAX
                   ADD 1 TO GA-ACC-TABLE-COUNT
                   MOVE GA-ACC-TABLE-COUNT TO GA-ACC-FOUND-IDX
                   MOVE GA-WORK-ACCOUNT
                       TO GA-ACC-CODE(GA-ACC-FOUND-IDX)
                   MOVE 0 TO GA-ACC-POSTED(GA-ACC-FOUND-IDX)
                   MOVE 0 TO GA-ACC-BALANCE(GA-ACC-FOUND-IDX)
                   MOVE "N" TO GA-ACC-ON-BAL-SW(GA-ACC-FOUND-IDX)
               ELSE
                   ADD 1 TO GA-ACC-OMITTED-COUNT
                   DISPLAY "ACCOUNT TABLE FULL - ACCOUNT "
                           GA-WORK-ACCOUNT " NOT PROVED"
               END-IF
           END-IF.

       4410-CHECK-ONE-ACCOUNT.
           IF GA-ACC-CODE(GA-ACC-IDX) = GA-WORK-ACCOUNT
               MOVE GA-ACC-IDX TO GA-ACC-FOUND-IDX
           END-IF.
           ADD 1 TO GA-ACC-IDX.

      *-----------------------------------------------------------*
      * 5500-PRINT-SUMMARY - THE COUNT PER CATEGORY, THEN THE
      * RECORDS READ AND THE ITEMS ACCOUNTED FOR WITHOUT BEING
      * EXCEPTIONS.
      *-----------------------------------------------------------*
       5500-PRINT-SUMMARY.
           IF GA-LINE-COUNT + 20 > GA-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           MOVE "SUMMARY - EXCEPTIONS BY CATEGORY" TO GA-SEC-TITLE.
           WRITE AUD-RPT-RECORD FROM GA-BLANK-LINE.
           WRITE AUD-RPT-RECORD FROM GA-SECTION-LINE.
           ADD 2 TO GA-LINE-COUNT.
           MOVE 0 TO GA-EXC-TOTAL.
           MOVE 1 TO GA-CAT-IDX.
           PERFORM 5510-PRINT-ONE-CATEGORY-COUNT
               UNTIL GA-CAT-IDX > 6.
           MOVE SPACES TO GA-CNT-NOTE.
           MOVE "TOTAL EXCEPTIONS" TO GA-CNT-LABEL.
           MOVE GA-EXC-TOTAL TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           WRITE AUD-RPT-RECORD FROM GA-BLANK-LINE.
           ADD 1 TO GA-LINE-COUNT.
           MOVE "GLFILE RECORDS READ" TO GA-CNT-LABEL.
           MOVE GA-GL-READ-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "GLARCH RECORDS READ" TO GA-CNT-LABEL.
           MOVE GA-ARCH-READ-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "HOLDFILE RECORDS READ" TO GA-CNT-LABEL.
           MOVE GA-HOLD-TABLE-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "LOGFILE LINES READ" TO GA-CNT-LABEL.
           MOVE GA-LOG-READ-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "LOGFILE LINES WITHOUT A DATE/REFERENCE - NOT CHECKED"
               TO GA-CNT-LABEL.
           MOVE GA-LOG-OTHER-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "LOGFILE LINES ACCOUNTED FOR BY A REVIEW REJECTION"
               TO GA-CNT-LABEL.
           MOVE GA-LOG-REJECTED-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "REFIDX ENTRIES READ" TO GA-CNT-LABEL.
           MOVE GA-REFIDX-READ-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "REFIDX ENTRIES FOR ARCHIVED POSTINGS" TO GA-CNT-LABEL.
           MOVE GA-REFIDX-ARCH-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "DISPLOG APPROVALS READ" TO GA-CNT-LABEL.
           MOVE GA-DISP-APPROVED-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE "BALFILE ACCOUNTS READ" TO GA-CNT-LABEL.
           MOVE GA-BAL-READ-COUNT TO GA-CNT-VALUE.
           PERFORM 5520-WRITE-COUNT-LINE.

       5510-PRINT-ONE-CATEGORY-COUNT.
           MOVE GA-CAT-TITLE(GA-CAT-IDX) TO GA-CNT-LABEL.
           MOVE GA-EXC-COUNT(GA-CAT-IDX) TO GA-CNT-VALUE.
           ADD GA-EXC-COUNT(GA-CAT-IDX) TO GA-EXC-TOTAL.
           MOVE SPACES TO GA-CNT-NOTE.
           IF GA-CAT-IDX = 4 AND GA-REFIDX-NOT-AVAILABLE
               MOVE "NOT RUN - REFIDX NOT AVAILABLE" TO GA-CNT-NOTE
           END-IF.
           IF GA-CAT-IDX = 6 AND GA-ACC-OMITTED-COUNT > 0
               MOVE "INCOMPLETE - ACCOUNT TABLE FULL" TO GA-CNT-NOTE
           END-IF.
           PERFORM 5520-WRITE-COUNT-LINE.
           MOVE SPACES TO GA-CNT-NOTE.
           ADD 1 TO GA-CAT-IDX.

       5520-WRITE-COUNT-LINE.
           WRITE AUD-RPT-RECORD FROM GA-COUNT-LINE.
           ADD 1 TO GA-LINE-COUNT.

      *-----------------------------------------------------------*
      * 5800-5870 - BUILD AND PRINT ONE EXCEPTION OR NOTE LINE.
      * 5850 COUNTS THE EXCEPTION AGAINST THE CURRENT CATEGORY.
      *-----------------------------------------------------------*
       5800-LOAD-GL-EXCEPTION.
           MOVE SPACES TO GA-EXCEPTION-LINE.
           MOVE GA-GL-DATE(GA-GL-IDX) TO GA-EX-DATE.
           MOVE GA-GL-REFERENCE(GA-GL-IDX) TO GA-EX-REFERENCE.
           MOVE GA-GL-ACCOUNT(GA-GL-IDX) TO GA-EX-ACCOUNT.
           MOVE GA-GL-SIDE(GA-GL-IDX) TO GA-EX-SIDE.

       5820-LOAD-INDEX-EXCEPTION.
           MOVE SPACES TO GA-EXCEPTION-LINE.
           MOVE RX-TRANS-DATE TO GA-EX-DATE.
           MOVE RX-REFERENCE-NUMBER TO GA-EX-REFERENCE.
           MOVE RX-ACCOUNT-CODE TO GA-EX-ACCOUNT.
           MOVE RX-RECORD-KIND TO GA-EX-SIDE.

       5850-WRITE-EXCEPTION.
           IF GA-LINE-COUNT >= GA-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
               WRITE AUD-RPT-RECORD FROM GA-SECTION-LINE
               WRITE AUD-RPT-RECORD FROM GA-HEADING-2
               ADD 2 TO GA-LINE-COUNT
           END-IF.
           WRITE AUD-RPT-RECORD FROM GA-EXCEPTION-LINE.
           ADD 1 TO GA-LINE-COUNT.
           ADD 1 TO GA-EXC-COUNT(GA-CAT-IDX).

       5870-WRITE-NOTE.
           WRITE AUD-RPT-RECORD FROM GA-NOTE-LINE.
           ADD 1 TO GA-LINE-COUNT.

       5900-START-NEW-PAGE.
           ADD 1 TO GA-PAGE-COUNT.
           MOVE GA-CDT-DATE TO GA-H1-DATE.
           MOVE GA-CDT-TIME TO GA-H1-TIME.
           MOVE GA-PAGE-COUNT TO GA-H1-PAGE.
           WRITE AUD-RPT-RECORD FROM GA-HEADING-1.
           WRITE AUD-RPT-RECORD FROM GA-BLANK-LINE.
           MOVE 2 TO GA-LINE-COUNT.

      *-----------------------------------------------------------*
      * 5950-WRITE-SECTION-TITLE / 5960-WRITE-SECTION-END - OPEN
      * AND CLOSE THE SECTION FOR CATEGORY GA-CAT-IDX. A SECTION
      * WITH NOTHING TO REPORT SAYS SO.
      *-----------------------------------------------------------*
       5950-WRITE-SECTION-TITLE.
           IF GA-LINE-COUNT + 5 > GA-PAGE-LIMIT
               PERFORM 5900-START-NEW-PAGE
           END-IF.
           MOVE GA-CAT-TITLE(GA-CAT-IDX) TO GA-SEC-TITLE.
           WRITE AUD-RPT-RECORD FROM GA-BLANK-LINE.
           WRITE AUD-RPT-RECORD FROM GA-SECTION-LINE.
           WRITE AUD-RPT-RECORD FROM GA-HEADING-2.
           ADD 3 TO GA-LINE-COUNT.

       5960-WRITE-SECTION-END.
           IF GA-EXC-COUNT(GA-CAT-IDX) = 0
               MOVE "NO EXCEPTIONS" TO GA-NOTE-TEXT
               PERFORM 5870-WRITE-NOTE
           ELSE
               MOVE SPACES TO GA-CNT-NOTE
               MOVE "    EXCEPTIONS IN THIS SECTION" TO GA-CNT-LABEL
               MOVE GA-EXC-COUNT(GA-CAT-IDX) TO GA-CNT-VALUE
               PERFORM 5520-WRITE-COUNT-LINE
           END-IF.

       9100-DISPLAY-TOTALS.
           MOVE 1 TO GA-CAT-IDX.
           PERFORM 9110-DISPLAY-ONE-CATEGORY
               UNTIL GA-CAT-IDX > 6.
           MOVE GA-EXC-TOTAL TO GA-SHOW-COUNT.
           DISPLAY "TOTAL EXCEPTIONS             " GA-SHOW-COUNT.

       9110-DISPLAY-ONE-CATEGORY.
           MOVE GA-EXC-COUNT(GA-CAT-IDX) TO GA-SHOW-COUNT.
           DISPLAY GA-CAT-TITLE(GA-CAT-IDX)(1:52) " " GA-SHOW-COUNT.
           ADD 1 TO GA-CAT-IDX.

       END PROGRAM GLAUDIT.
