       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       AUTHOR. R. DUBOIS.
       INSTALLATION. FINANCE-SYSTEMS-BATCH.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * PERCLOSE - PERIOD-END CLOSE JOB. CLOSES ONE FISCAL PERIOD
      * OF THE FISCAL CALENDAR (FISCALCAL), NAMED BY THE PERIOD ID
      * STAGED ON THE CLOSECTL CONTROL FILE, IN THREE STEPS:
      *   1. EVERY GLFILE RECORD DATED ON OR BEFORE THE PERIOD END
      *      AND NOT YET POSTED IS APPLIED TO THE BALANCE MASTER
      *      (BALFILE), EXACTLY AS POSTER WOULD APPLY IT, AND
      *      MARKED POSTED.
      *   2. A SNAPSHOT OF EVERY BALFILE BALANCE AS AT THE PERIOD
      *      END - THE LIVE BALANCE LESS ANY POSTINGS ON GLFILE OR
      *      GLARCH DATED AFTER THE PERIOD END, WHICH POSTER MAY
      *      ALREADY HAVE APPLIED - IS APPENDED TO BALSNAP UNDER THE
      *      PERIOD ID.
      *   3. THE PERIOD IS MARKED CLOSED ON FISCALCAL.
      * FROM THEN ON CALCULATOR, REVIEWER AND POSTER REFUSE ANY
      * RECORD DATED INTO THE PERIOD, SO A BALANCE THAT HAS BEEN
      * REPORTED CANNOT BE CHANGED UNDERNEATH THE REPORT.
      *
      * THE CLOSE IS REFUSED, WITH NOTHING TOUCHED, WHEN THE PERIOD
      * IS NOT ON THE CALENDAR, IS ALREADY CLOSED, HAS NOT ENDED
      * YET, OR STILL HAS RECORDS WAITING ON HOLDFILE FOR REVIEW -
      * THOSE COULD NEVER BE RELEASED INTO A CLOSED PERIOD, SO
      * REVIEWER MUST DISPOSE OF THEM FIRST. IT IS LIKEWISE REFUSED
      * WHILE AN UNPOSTED DEBIT/CREDIT ENTRY DATED INTO THE PERIOD
      * DOES NOT NET TO ZERO, SINCE POSTER WOULD NEVER POST IT. AN
      * UNPOSTED RECORD DATED INTO AN EARLIER PERIOD THAT IS
      * ALREADY CLOSED IS LEFT UNPOSTED AND COUNTED AS LOCKED, THE
      * SAME AS POSTER DOES.
      *
      * GLFILE IS REWRITTEN THROUGH A WORK FILE (CLOSWORK) THAT IS
      * VERIFIED BY COUNT AND BY SUM OF GL-RESULT BEFORE THE LIVE
      * FILE IS REPLACED, UNDER A RUN MANIFEST (CLOSMANI), THE SAME
      * RULES POSTER FOLLOWS.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  -----------------------------------------
      * 2026-10-15 RLD   INITIAL VERSION.
      * 2026-10-15 RLD   GLFILE AND HOLDFILE RECORDS WIDENED 97 TO
      * 106 FOR THE ENTRY-SIDE AND CONTRA-ACCOUNT COLUMNS. THE CLOSE
      * NOW REFUSES WHILE AN UNPOSTED ENTRY IN THE PERIOD IS OUT
      * OF BALANCE.
      * 2026-10-15 RLD   GLFILE AND HOLDFILE RECORDS WIDENED 106 TO
      * 144 FOR THE CURRENCY CODE, ORIGINAL AMOUNT AND EXCHANGE
      * RATE. CARRIED THROUGH UNTOUCHED - THE CLOSE WORKS ON THE
      * CONVERTED GL-RESULT ONLY.
      * 2026-10-15 RLD   THE BALSNAP FIGURE IS NOW THE BALANCE AS AT
      * THE PERIOD END. POSTER POSTS WHATEVER IS READY WHATEVER ITS
      * DATE, SO POSTINGS ON GLFILE OR GLARCH DATED AFTER THE PERIOD
      * END ARE TAKEN BACK OUT OF EACH ACCOUNT'S SNAPSHOT. BALFILE
      * IS STILL WRITTEN BACK AT THE FULL LIVE BALANCE. A BALSNAP
      * THAT CANNOT BE OPENED NOW LEAVES THE PERIOD OPEN, SO THE
      * CLOSE CAN BE RUN AGAIN, INSTEAD OF LOCKING IT UNSNAPPED.
      * 2026-10-15 RLD   EVERY RUN NOW SIGNS ON BEFORE ANYTHING IS
      * READ OR WRITTEN, THE SAME WAY POSTER DOES: THE ID COMES FROM
      * OPERID (BATCH) OR A PROMPT AND IS VERIFIED AGAINST USERFILE,
      * WHERE IT MUST BE ACTIVE AND, ONCE ROLES ARE IN USE, HOLD
      * ROLE P (POSTER) - THE CLOSE POSTS TO BALFILE JUST AS POSTER
      * DOES. A REFUSED SIGN-ON IS APPENDED TO THE SECURITY LOG
      * (SECLOG) WITH THE ID AND THE REASON.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "CLOSECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-CTL-FILE-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "FISCALCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-FISCAL-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-GL-FILE-STATUS.

           SELECT GL-WORK-FILE ASSIGN TO "CLOSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-GL-WORK-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-HOLD-FILE-STATUS.

           SELECT BAL-FILE ASSIGN TO "BALFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-BAL-FILE-STATUS.

           SELECT SNAP-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-SNAP-FILE-STATUS.

           SELECT MANI-FILE ASSIGN TO "CLOSMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-MANI-FILE-STATUS.

           SELECT GL-ARCH-FILE ASSIGN TO "GLARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-GL-ARCH-STATUS.

           SELECT OPERID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-OPERID-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO "USERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-USER-FILE-STATUS.

           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-SECLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * CTL-FILE - ONE LINE HOLDING THE ID OF THE PERIOD TO CLOSE,
      * STAGED BY ACCOUNTING THE SAME WAY ARCHCTL CARRIES THE
      * ARCHIVE CUTOFF.
      *-----------------------------------------------------------*
       FD  CTL-FILE
           RECORD CONTAINS 06 CHARACTERS.
       01  CTL-FILE-RECORD             PIC X(06).

      *-----------------------------------------------------------*
      * FISCAL-FILE - THE FISCAL CALENDAR. ONE RECORD PER PERIOD:
      * PERIOD ID (YYYYMM OR ANY SIX-CHARACTER LABEL ACCOUNTING
      * CHOOSES), THE FISCAL YEAR IT BELONGS TO, FIRST AND LAST
      * DATE, STATUS ("O" OPEN OR BLANK, "C" CLOSED) AND THE DATE
      * THE CLOSE RAN. PERIODS MUST NOT OVERLAP.
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

       FD  GL-WORK-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-WORK-RECORD              PIC X(144).

      *-----------------------------------------------------------*
      * GL-ARCH-FILE - ARCHIVER'S HISTORY, SAME LAYOUT AS GLFILE.
      * READ ONLY, FOR POSTINGS DATED AFTER THE PERIOD END.
      *-----------------------------------------------------------*
       FD  GL-ARCH-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-ARCH-RECORD              PIC X(144).

       FD  HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  HOLD-FILE-RECORD.
           05  HOLD-TRANS-DATE         PIC 9(08).
           05  FILLER                  PIC X(136).

       FD  BAL-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  BAL-FILE-RECORD.
           05  BAL-ACCOUNT-CODE        PIC X(08).
           05  BAL-AMOUNT              PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

      *-----------------------------------------------------------*
      * SNAP-FILE - PERIOD-END BALANCE SNAPSHOTS. APPENDED TO, NEVER
      * REWRITTEN: ONE RECORD PER ACCOUNT PER CLOSED PERIOD, SO THE
      * BALANCES AS REPORTED AT EVERY CLOSE STAY ON FILE.
      *-----------------------------------------------------------*
       FD  SNAP-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  SNAP-FILE-RECORD.
           05  SNAP-PERIOD-ID          PIC X(06).
           05  SNAP-ACCOUNT-CODE       PIC X(08).
           05  SNAP-AMOUNT             PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  SNAP-CLOSE-DATE         PIC 9(08).

      *-----------------------------------------------------------*
      * MANI-FILE - THE RUN MANIFEST, SAME RULES AS POSTMANI. "N"
      * IS STAKED BEFORE GLFILE IS REPLACED AND REWRITTEN "Y" (OR
      * "E" ON A VERIFY FAILURE) AT THE END. A STARTUP THAT FINDS
      * ANYTHING OTHER THAN "Y" REFUSES TO RUN UNTIL THE OPERATOR
      * HAS PUT GLFILE RIGHT FROM CLOSWORK AND CLEARED CLOSMANI.
      *-----------------------------------------------------------*
       FD  MANI-FILE
           RECORD CONTAINS 63 CHARACTERS.
       01  MANI-FILE-RECORD.
           05  MANI-COMPLETE-FLAG      PIC X(01).
           05  MANI-PERIOD-ID          PIC X(06).
           05  MANI-RUN-DATE           PIC 9(08).
           05  MANI-POSTED-COUNT       PIC 9(09).
           05  MANI-LOCKED-COUNT       PIC 9(09).
           05  MANI-WORK-COUNT         PIC 9(09).
           05  MANI-GL-TOTAL           PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

      *-----------------------------------------------------------*
      * OPERID-FILE - A BATCH RUN STAGES THE OPERATOR ID HERE, ONE
      * RECORD, AS FOR CALCULATOR. ABSENT MEANS THE ID IS KEYED.
      *-----------------------------------------------------------*
       FD  OPERID-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  OPERID-FILE-RECORD          PIC X(08).

      *-----------------------------------------------------------*
      * USER-FILE - THE AUTHORIZED-USERS FILE CALCULATOR VERIFIES
      * ITS SIGN-ON AGAINST: ID, ACTIVE FLAG AND ROLES HELD.
      *-----------------------------------------------------------*
       FD  USER-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  USER-FILE-RECORD.
           05  USER-REC-ID             PIC X(08).
           05  USER-REC-ACTIVE         PIC X(01).
           05  USER-REC-ROLES          PIC X(05).

      *-----------------------------------------------------------*
      * SEC-LOG-FILE - THE SECURITY LOG EVERY SIGN-ON APPENDS ITS
      * REFUSALS TO: WHEN, WHICH PROGRAM, WHICH USER ID, AND WHY.
      *-----------------------------------------------------------*
       FD  SEC-LOG-FILE
           RECORD CONTAINS 98 CHARACTERS.
       01  SEC-LOG-RECORD.
           05  SEC-LOG-DATE            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SEC-LOG-TIME            PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SEC-LOG-PROGRAM         PIC X(10).
           05  FILLER                  PIC X(01).
           05  SEC-LOG-USER-ID         PIC X(08).
           05  FILLER                  PIC X(01).
           05  SEC-LOG-REASON          PIC X(60).

       WORKING-STORAGE SECTION.
       01 PC-CTL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 PC-FISCAL-FILE-STATUS    PIC X(02)                VALUE "00".
       01 PC-GL-FILE-STATUS        PIC X(02)                VALUE "00".
       01 PC-GL-WORK-STATUS        PIC X(02)                VALUE "00".
       01 PC-HOLD-FILE-STATUS      PIC X(02)                VALUE "00".
       01 PC-BAL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 PC-SNAP-FILE-STATUS      PIC X(02)                VALUE "00".
       01 PC-MANI-FILE-STATUS      PIC X(02)                VALUE "00".
       01 PC-GL-ARCH-STATUS        PIC X(02)                VALUE "00".
       01 PC-OPERID-FILE-STATUS    PIC X(02)                VALUE "00".
       01 PC-USER-FILE-STATUS      PIC X(02)                VALUE "00".
       01 PC-SECLOG-FILE-STATUS    PIC X(02)                VALUE "00".

       01 PC-CURRENT-DATE-TIME.
           05 PC-CDT-DATE          PIC 9(08).
           05 PC-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

      *-----------------------------------------------------------*
      * OPERATOR SIGN-ON WORK FIELDS - THE SAME SIGN-ON CALCULATOR
      * DOES. PC-USER-ROLE-COUNT COUNTS THE USERFILE LINES CARRYING
      * ANY ROLE; ZERO MEANS ROLES ARE NOT IN USE YET AND ONLY THE
      * ACTIVE FLAG IS CHECKED.
      *-----------------------------------------------------------*
       01 PC-OPERATOR-ID           PIC X(08)                VALUE SPACES.
       01 PC-SIGNON-REASON         PIC X(60)                VALUE SPACES.

       01 PC-USER-TABLE-MAX        PIC 9(03) COMP           VALUE 100.
       01 PC-USER-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 PC-USER-ROLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 PC-USER-TABLE.
           05 PC-USER-ENTRY OCCURS 100 TIMES.
               10 PC-USER-ID        PIC X(08).
               10 PC-USER-ACTIVE-SW PIC X(01).
                   88 PC-USER-ACTIVE     VALUE "Y".
               10 PC-USER-ROLES     PIC X(05).

       01 PC-USER-IDX              PIC 9(03) COMP           VALUE 0.
       01 PC-USER-FOUND-IDX        PIC 9(03) COMP           VALUE 0.
       01 PC-ROLE-TALLY            PIC 9(02) COMP           VALUE 0.

       01 PC-USER-EOF-SWITCH       PIC X(01)                VALUE "N".
           88 PC-USER-EOF-YES                 VALUE "Y".
           88 PC-USER-EOF-NO                  VALUE "N".

       01 PC-SIGNON-SWITCH         PIC X(01)                VALUE "N".
           88 PC-SIGNON-OK                    VALUE "Y".
           88 PC-SIGNON-REFUSED               VALUE "N".

       01 PC-EOF-SWITCH            PIC X(01)                VALUE "N".
           88 PC-EOF-YES                      VALUE "Y".
           88 PC-EOF-NO                       VALUE "N".

       01 PC-GL-PRESENT-SWITCH     PIC X(01)                VALUE "N".
           88 PC-GL-PRESENT-YES               VALUE "Y".
           88 PC-GL-PRESENT-NO                VALUE "N".

       01 PC-RUN-SWITCH            PIC X(01)                VALUE "Y".
           88 PC-RUN-ALLOWED                  VALUE "Y".
           88 PC-RUN-REFUSED                  VALUE "N".

       01 PC-VERIFY-SWITCH         PIC X(01)                VALUE "N".
           88 PC-VERIFY-OK                    VALUE "Y".
           88 PC-VERIFY-FAILED                VALUE "N".

       01 PC-CLOSE-PERIOD-ID       PIC X(06)                VALUE SPACES.
       01 PC-CLOSE-START-DATE      PIC 9(08)                VALUE 0.
       01 PC-CLOSE-END-DATE        PIC 9(08)                VALUE 0.
       01 PC-CLOSE-IDX             PIC 9(03) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * CALENDAR TABLE - THE WHOLE FISCAL CALENDAR, LOADED AT
      * STARTUP AND WRITTEN BACK WHOLE WITH THE CLOSED PERIOD'S
      * STATUS CHANGED. 240 PERIODS IS TWENTY YEARS OF MONTHS; A
      * CALENDAR LONGER THAN THE TABLE REFUSES THE RUN, SINCE THE
      * REWRITE COULD ONLY WRITE BACK WHAT WAS LOADED.
      *-----------------------------------------------------------*
       01 PC-CAL-TABLE-MAX         PIC 9(03) COMP           VALUE 240.
       01 PC-CAL-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 PC-CAL-TABLE.
           05 PC-CAL-ENTRY OCCURS 240 TIMES.
               10 PC-CAL-PERIOD-ID  PIC X(06).
               10 PC-CAL-YEAR       PIC 9(04).
               10 PC-CAL-START      PIC 9(08).
               10 PC-CAL-END        PIC 9(08).
               10 PC-CAL-STATUS     PIC X(01).
                   88 PC-CAL-CLOSED      VALUE "C".
               10 PC-CAL-CLOSE-DATE PIC 9(08).

       01 PC-CAL-IDX               PIC 9(03) COMP           VALUE 0.
       01 PC-CHECK-DATE            PIC 9(08)                VALUE 0.
       01 PC-LOCKED-SWITCH         PIC X(01)                VALUE "N".
           88 PC-DATE-LOCKED                  VALUE "Y".
           88 PC-DATE-OPEN                    VALUE "N".

      *-----------------------------------------------------------*
      * BALANCE TABLE - SAME SHAPE, SIZE AND OVERFLOW RULE AS
      * POSTER'S. PC-BAL-LATER HOLDS THE POSTINGS ALREADY IN THE
      * BALANCE THAT ARE DATED AFTER THE PERIOD END.
      *-----------------------------------------------------------*
       01 PC-BAL-TABLE-MAX         PIC 9(03) COMP           VALUE 500.
       01 PC-BAL-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 PC-BAL-TABLE.
           05 PC-BAL-ENTRY OCCURS 500 TIMES.
               10 PC-BAL-ACCOUNT    PIC X(08).
               10 PC-BAL-OPENING    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 PC-BAL-ACTIVITY   PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 PC-BAL-LATER      PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

       01 PC-IDX                   PIC 9(03) COMP           VALUE 0.
       01 PC-FOUND-IDX             PIC 9(03) COMP           VALUE 0.
       01 PC-WORK-ACCOUNT          PIC X(08)                VALUE SPACES.

       01 PC-POSTED-COUNT          PIC 9(09) COMP           VALUE 0.
       01 PC-LOCKED-COUNT          PIC 9(09) COMP           VALUE 0.
       01 PC-HELD-COUNT            PIC 9(09) COMP           VALUE 0.
       01 PC-UNBALANCED-COUNT      PIC 9(09) COMP           VALUE 0.
       01 PC-SNAP-COUNT            PIC 9(09) COMP           VALUE 0.
       01 PC-SHOW-COUNT            PIC 9(09)                VALUE 0.

       01 PC-WORK-COUNT            PIC 9(09) COMP           VALUE 0.
       01 PC-VERIFY-COUNT          PIC 9(09) COMP           VALUE 0.
       01 PC-INPUT-TOTAL           PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PC-VERIFY-TOTAL          PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 PC-WORK-VIEW.
           05 FILLER               PIC X(59).
           05 PC-WORK-RESULT       PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER               PIC X(64).

      *-----------------------------------------------------------*
      * ENTRY CHECK FIELDS - THE UNPOSTED DEBIT AND CREDIT RECORDS
      * OF ONE REFERENCE FOLLOW ONE ANOTHER ON GLFILE; THEIR COUNT
      * AND NET ARE BUILT UP HERE UNTIL THE NEXT ENTRY STARTS.
      *-----------------------------------------------------------*
       01 PC-ENTRY-COUNT           PIC 9(03) COMP           VALUE 0.
       01 PC-ENTRY-REFERENCE       PIC 9(09)                VALUE 0.
       01 PC-ENTRY-DATE            PIC 9(08)                VALUE 0.
       01 PC-ENTRY-NET             PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 PC-PRIOR-FLAG            PIC X(01)                VALUE SPACE.
       01 PC-MANI-VIEW.
           05 PC-MANI-VIEW-FLAG    PIC X(01).
           05 FILLER               PIC X(62).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO PC-CURRENT-DATE-TIME.
           PERFORM 0400-OPERATOR-SIGN-ON.
           IF PC-SIGNON-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR ID " PC-OPERATOR-ID
                       " NOT AUTHORIZED"
               DISPLAY "  REASON: " PC-SIGNON-REASON
               STOP RUN
           END-IF.
           PERFORM 0500-CHECK-PRIOR-MANIFEST.
           IF PC-RUN-REFUSED
               STOP RUN
           END-IF.
           PERFORM 1000-READ-CLOSE-CONTROL.
           IF PC-RUN-ALLOWED
               PERFORM 1100-LOAD-FISCAL-CALENDAR
           END-IF.
           IF PC-RUN-ALLOWED
               PERFORM 1150-CHECK-CLOSE-PERIOD
           END-IF.
           IF PC-RUN-ALLOWED
               PERFORM 1300-CHECK-HELD-RECORDS
           END-IF.
           IF PC-RUN-ALLOWED
               PERFORM 1350-CHECK-ENTRY-BALANCE
           END-IF.
           IF PC-RUN-ALLOWED
               PERFORM 1400-LOAD-BALANCE-TABLE
           END-IF.
           IF PC-RUN-REFUSED
               DISPLAY "PERIOD CLOSE REFUSED - NOTHING CHANGED"
               STOP RUN
           END-IF.
           SET PC-VERIFY-OK TO TRUE.
           PERFORM 3000-POST-GL-FILE.
           PERFORM 3600-NOTE-ARCHIVED-POSTINGS.
           IF PC-GL-PRESENT-YES
               PERFORM 1200-WRITE-MANIFEST-START
               PERFORM 3400-VERIFY-WORK-FILE
               IF PC-VERIFY-OK
                   PERFORM 3500-REWRITE-GL-FILE
               ELSE
                   DISPLAY "*** CLOSWORK VERIFY FAILED - GLFILE AND "
                           "BALFILE LEFT UNTOUCHED, PERIOD NOT "
                           "CLOSED ***"
               END-IF
           END-IF.
           IF PC-VERIFY-OK
               PERFORM 4000-REWRITE-BALANCE-FILE
               PERFORM 4500-WRITE-BALANCE-SNAPSHOT
               IF PC-RUN-ALLOWED
                   PERFORM 4600-MARK-PERIOD-CLOSED
               END-IF
           END-IF.
           IF PC-GL-PRESENT-YES
               PERFORM 9000-WRITE-MANIFEST-END
           END-IF.
           PERFORM 9100-DISPLAY-TOTALS.
           STOP RUN.

      *-----------------------------------------------------------*
      * 0400-OPERATOR-SIGN-ON - THE CLOSE POSTS TO LEDGER BALANCES
      * AND LOCKS THE PERIOD, SO IT RUNS ONLY UNDER AN ID THAT IS
      * ACTIVE ON USERFILE AND, ONCE ROLES ARE IN USE THERE, HOLDS
      * ROLE P, THE SAME AS POSTER. THE ID COMES FROM OPERID WHEN
      * STAGED, OTHERWISE FROM A PROMPT, AS IN CALCULATOR. NO
      * USERFILE MEANS NO VERIFICATION IS POSSIBLE - THE ID IS TAKEN
      * AS GIVEN AND THE GAP IS NOTED ON THE CONSOLE. A REFUSAL IS
      * RECORDED ON SECLOG BEFORE THE RUN STOPS.
      *-----------------------------------------------------------*
       0400-OPERATOR-SIGN-ON.
           MOVE SPACES TO PC-OPERATOR-ID.
           OPEN INPUT OPERID-FILE.
           IF PC-OPERID-FILE-STATUS = "00"
               READ OPERID-FILE INTO PC-OPERATOR-ID
                   AT END
                       MOVE SPACES TO PC-OPERATOR-ID
               END-READ
               CLOSE OPERID-FILE
           END-IF.
           PERFORM 0410-PROMPT-OPERATOR-ID
               UNTIL PC-OPERATOR-ID NOT = SPACES.
           PERFORM 0420-LOAD-USER-TABLE.
           IF PC-USER-TABLE-COUNT = 0
               SET PC-SIGNON-OK TO TRUE
               DISPLAY "USERFILE NOT AVAILABLE - OPERATOR "
                       PC-OPERATOR-ID " NOT VERIFIED"
           ELSE
               PERFORM 0430-VERIFY-OPERATOR-ID
           END-IF.
           IF PC-SIGNON-REFUSED
               PERFORM 0440-WRITE-SECURITY-LOG
           END-IF.

       0410-PROMPT-OPERATOR-ID.
           DISPLAY "Enter your operator ID (up to 8 characters):".
           ACCEPT PC-OPERATOR-ID.

       0420-LOAD-USER-TABLE.
           MOVE 0 TO PC-USER-TABLE-COUNT.
           MOVE 0 TO PC-USER-ROLE-COUNT.
           SET PC-USER-EOF-NO TO TRUE.
           OPEN INPUT USER-FILE.
           IF PC-USER-FILE-STATUS = "00"
               PERFORM 0421-LOAD-ONE-USER
                   UNTIL PC-USER-EOF-YES
                      OR PC-USER-TABLE-COUNT >= PC-USER-TABLE-MAX
               CLOSE USER-FILE
           END-IF.

       0421-LOAD-ONE-USER.
           READ USER-FILE
               AT END SET PC-USER-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PC-USER-TABLE-COUNT
                   MOVE USER-REC-ID
                       TO PC-USER-ID(PC-USER-TABLE-COUNT)
                   MOVE USER-REC-ACTIVE
                       TO PC-USER-ACTIVE-SW(PC-USER-TABLE-COUNT)
                   MOVE USER-REC-ROLES
                       TO PC-USER-ROLES(PC-USER-TABLE-COUNT)
                   IF USER-REC-ROLES NOT = SPACES
                       ADD 1 TO PC-USER-ROLE-COUNT
                   END-IF
           END-READ.

       0430-VERIFY-OPERATOR-ID.
           SET PC-SIGNON-REFUSED TO TRUE.
           MOVE SPACES TO PC-SIGNON-REASON.
           MOVE 0 TO PC-USER-FOUND-IDX.
           MOVE 1 TO PC-USER-IDX.
           PERFORM 0431-CHECK-ONE-USER
               UNTIL PC-USER-IDX > PC-USER-TABLE-COUNT
                  OR PC-USER-FOUND-IDX NOT = 0.
           IF PC-USER-FOUND-IDX = 0
               MOVE "NOT ON USERFILE" TO PC-SIGNON-REASON
           ELSE
               IF NOT PC-USER-ACTIVE(PC-USER-FOUND-IDX)
                   MOVE "INACTIVE ON USERFILE" TO PC-SIGNON-REASON
               ELSE
                   IF PC-USER-ROLE-COUNT = 0
                       SET PC-SIGNON-OK TO TRUE
                       DISPLAY "USERFILE CARRIES NO ROLES - OPERATOR "
                               PC-OPERATOR-ID " NOT ROLE-CHECKED"
                   ELSE
                       MOVE 0 TO PC-ROLE-TALLY
                       INSPECT PC-USER-ROLES(PC-USER-FOUND-IDX)
                           TALLYING PC-ROLE-TALLY FOR ALL "P"
                       IF PC-ROLE-TALLY > 0
                           SET PC-SIGNON-OK TO TRUE
                       ELSE
                           MOVE "ROLE P (POSTER) NOT HELD"
                               TO PC-SIGNON-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0431-CHECK-ONE-USER.
           IF PC-USER-ID(PC-USER-IDX) = PC-OPERATOR-ID
               MOVE PC-USER-IDX TO PC-USER-FOUND-IDX
           END-IF.
           ADD 1 TO PC-USER-IDX.

       0440-WRITE-SECURITY-LOG.
           OPEN EXTEND SEC-LOG-FILE.
           IF PC-SECLOG-FILE-STATUS = "05"
               OR PC-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF.
           IF PC-SECLOG-FILE-STATUS = "00"
               MOVE SPACES           TO SEC-LOG-RECORD
               MOVE PC-CDT-DATE      TO SEC-LOG-DATE
               MOVE PC-CDT-TIME      TO SEC-LOG-TIME
               MOVE "PERCLOSE"       TO SEC-LOG-PROGRAM
               MOVE PC-OPERATOR-ID   TO SEC-LOG-USER-ID
               MOVE PC-SIGNON-REASON TO SEC-LOG-REASON
               WRITE SEC-LOG-RECORD
               CLOSE SEC-LOG-FILE
           ELSE
               DISPLAY "*** SECLOG CANNOT BE OPENED (STATUS "
                       PC-SECLOG-FILE-STATUS ") - REFUSAL NOT LOGGED"
           END-IF.

      *-----------------------------------------------------------*
      * 0500-CHECK-PRIOR-MANIFEST - A MANIFEST LEFT AT ANYTHING
      * OTHER THAN COMPLETE MEANS THE PRIOR CLOSE DIED MID-REWRITE
      * OR FAILED ITS VERIFY. NO MANIFEST AT ALL IS A FIRST RUN.
      *-----------------------------------------------------------*
       0500-CHECK-PRIOR-MANIFEST.
           SET PC-RUN-ALLOWED TO TRUE.
           MOVE SPACE TO PC-PRIOR-FLAG.
           OPEN INPUT MANI-FILE.
           IF PC-MANI-FILE-STATUS = "00"
               READ MANI-FILE INTO PC-MANI-VIEW
                   AT END
                       MOVE SPACE TO PC-MANI-VIEW-FLAG
                   NOT AT END
                       MOVE PC-MANI-VIEW-FLAG TO PC-PRIOR-FLAG
               END-READ
               CLOSE MANI-FILE
           END-IF.
           IF PC-PRIOR-FLAG NOT = "Y" AND PC-PRIOR-FLAG NOT = SPACE
               SET PC-RUN-REFUSED TO TRUE
               DISPLAY "*** PRIOR PERIOD CLOSE DID NOT COMPLETE "
                       "(MANIFEST FLAG " PC-PRIOR-FLAG ") ***"
               DISPLAY "*** GLFILE MAY BE TRUNCATED. RESTORE FROM "
                       "CLOSWORK, THEN CLEAR CLOSMANI. ***"
           END-IF.

      *-----------------------------------------------------------*
      * 1000-READ-CLOSE-CONTROL - THE PERIOD TO CLOSE. A CLOSE IS
      * NEVER GUESSED AT: NO CLOSECTL, OR A BLANK ONE, REFUSES.
      *-----------------------------------------------------------*
       1000-READ-CLOSE-CONTROL.
           MOVE SPACES TO PC-CLOSE-PERIOD-ID.
           OPEN INPUT CTL-FILE.
           IF PC-CTL-FILE-STATUS = "00"
               READ CTL-FILE INTO PC-CLOSE-PERIOD-ID
                   AT END
                       MOVE SPACES TO PC-CLOSE-PERIOD-ID
               END-READ
               CLOSE CTL-FILE
           END-IF.
           IF PC-CLOSE-PERIOD-ID = SPACES
               SET PC-RUN-REFUSED TO TRUE
               DISPLAY "CLOSECTL NOT AVAILABLE OR BLANK - NO PERIOD "
                       "STAGED FOR CLOSE"
           END-IF.

      *-----------------------------------------------------------*
      * 1100-LOAD-FISCAL-CALENDAR - READS THE WHOLE CALENDAR INTO
      * THE TABLE. A CALENDAR IS REQUIRED HERE - THERE IS NOTHING
      * TO CLOSE WITHOUT ONE.
      *-----------------------------------------------------------*
       1100-LOAD-FISCAL-CALENDAR.
           MOVE 0 TO PC-CAL-TABLE-COUNT.
           SET PC-EOF-NO TO TRUE.
           OPEN INPUT FISCAL-FILE.
           IF PC-FISCAL-FILE-STATUS NOT = "00"
               SET PC-RUN-REFUSED TO TRUE
               DISPLAY "FISCALCAL NOT AVAILABLE - NO FISCAL CALENDAR"
           ELSE
               PERFORM 1110-LOAD-ONE-PERIOD
                   UNTIL PC-EOF-YES
                      OR PC-CAL-TABLE-COUNT >= PC-CAL-TABLE-MAX
               IF PC-EOF-NO
                   READ FISCAL-FILE
                       AT END SET PC-EOF-YES TO TRUE
                       NOT AT END
                           SET PC-RUN-REFUSED TO TRUE
                           DISPLAY "*** FISCALCAL HOLDS MORE PERIODS "
                                   "THAN THE CALENDAR TABLE - RAISE "
                                   "THE TABLE AND RECOMPILE. ***"
                   END-READ
               END-IF
               CLOSE FISCAL-FILE
           END-IF.

       1110-LOAD-ONE-PERIOD.
           READ FISCAL-FILE
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PC-CAL-TABLE-COUNT
                   MOVE FC-PERIOD-ID
                       TO PC-CAL-PERIOD-ID(PC-CAL-TABLE-COUNT)
                   MOVE FC-FISCAL-YEAR
                       TO PC-CAL-YEAR(PC-CAL-TABLE-COUNT)
                   MOVE FC-START-DATE
                       TO PC-CAL-START(PC-CAL-TABLE-COUNT)
                   MOVE FC-END-DATE
                       TO PC-CAL-END(PC-CAL-TABLE-COUNT)
                   MOVE FC-STATUS
                       TO PC-CAL-STATUS(PC-CAL-TABLE-COUNT)
                   MOVE FC-CLOSE-DATE
                       TO PC-CAL-CLOSE-DATE(PC-CAL-TABLE-COUNT)
           END-READ.

      *-----------------------------------------------------------*
      * 1150-CHECK-CLOSE-PERIOD - THE STAGED PERIOD MUST BE ON THE
      * CALENDAR, STILL OPEN, AND OVER: A PERIOD CLOSED ON ITS LAST
      * DAY WOULD LOCK OUT THE REST OF THAT DAY'S WORK.
      *-----------------------------------------------------------*
       1150-CHECK-CLOSE-PERIOD.
           MOVE 0 TO PC-CLOSE-IDX.
           MOVE 1 TO PC-CAL-IDX.
           PERFORM 1160-MATCH-ONE-PERIOD
               UNTIL PC-CAL-IDX > PC-CAL-TABLE-COUNT
                  OR PC-CLOSE-IDX NOT = 0.
           EVALUATE TRUE
               WHEN PC-CLOSE-IDX = 0
                   SET PC-RUN-REFUSED TO TRUE
                   DISPLAY "PERIOD " PC-CLOSE-PERIOD-ID
                           " IS NOT ON THE FISCAL CALENDAR"
               WHEN PC-CAL-CLOSED(PC-CLOSE-IDX)
                   SET PC-RUN-REFUSED TO TRUE
                   DISPLAY "PERIOD " PC-CLOSE-PERIOD-ID
                           " IS ALREADY CLOSED (ON "
                           PC-CAL-CLOSE-DATE(PC-CLOSE-IDX) ")"
               WHEN PC-CAL-END(PC-CLOSE-IDX) >= PC-CDT-DATE
                   SET PC-RUN-REFUSED TO TRUE
                   DISPLAY "PERIOD " PC-CLOSE-PERIOD-ID
                           " DOES NOT END UNTIL "
                           PC-CAL-END(PC-CLOSE-IDX)
                           " - TOO EARLY TO CLOSE"
               WHEN OTHER
                   MOVE PC-CAL-START(PC-CLOSE-IDX)
                       TO PC-CLOSE-START-DATE
                   MOVE PC-CAL-END(PC-CLOSE-IDX) TO PC-CLOSE-END-DATE
           END-EVALUATE.

       1160-MATCH-ONE-PERIOD.
           IF PC-CAL-PERIOD-ID(PC-CAL-IDX) = PC-CLOSE-PERIOD-ID
               MOVE PC-CAL-IDX TO PC-CLOSE-IDX
           END-IF.
           ADD 1 TO PC-CAL-IDX.

      *-----------------------------------------------------------*
      * 1300-CHECK-HELD-RECORDS - A RECORD STILL ON HOLDFILE DATED
      * ON OR BEFORE THE PERIOD END COULD NEVER BE RELEASED ONCE
      * THE PERIOD IS CLOSED, SO THE CLOSE WAITS FOR REVIEWER.
      *-----------------------------------------------------------*
       1300-CHECK-HELD-RECORDS.
           MOVE 0 TO PC-HELD-COUNT.
           SET PC-EOF-NO TO TRUE.
           OPEN INPUT HOLD-FILE.
           IF PC-HOLD-FILE-STATUS = "00"
               PERFORM 1310-CHECK-ONE-HELD-RECORD
                   UNTIL PC-EOF-YES
               CLOSE HOLD-FILE
           END-IF.
           IF PC-HELD-COUNT > 0
               SET PC-RUN-REFUSED TO TRUE
               MOVE PC-HELD-COUNT TO PC-SHOW-COUNT
               DISPLAY PC-SHOW-COUNT " RECORD(S) ON HOLDFILE DATED "
                       "INTO THE PERIOD - RUN REVIEWER BEFORE THE "
                       "CLOSE"
           END-IF.

       1310-CHECK-ONE-HELD-RECORD.
           READ HOLD-FILE
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   IF HOLD-TRANS-DATE <= PC-CLOSE-END-DATE
                       MOVE HOLD-TRANS-DATE TO PC-CHECK-DATE
                       PERFORM 1500-CHECK-DATE-LOCKED
                       IF PC-DATE-OPEN
                           ADD 1 TO PC-HELD-COUNT
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 1350-CHECK-ENTRY-BALANCE - EVERY UNPOSTED DEBIT/CREDIT
      * ENTRY DATED ON OR BEFORE THE PERIOD END MUST NET TO ZERO.
      * POSTER LEAVES AN ENTRY THAT DOES NOT UNPOSTED, AND ONCE THE
      * PERIOD CLOSES IT COULD NEVER BE POSTED OR REVERSED, SO THE
      * CLOSE WAITS UNTIL IT IS CORRECTED. AN ENTRY IN A PERIOD
      * ALREADY CLOSED IS NOT COUNTED - IT IS LOCKED EITHER WAY.
      * OLDER ONE-SIDED RECORDS (BLANK ENTRY SIDE) ARE NOT ENTRIES.
      *-----------------------------------------------------------*
       1350-CHECK-ENTRY-BALANCE.
           MOVE 0 TO PC-UNBALANCED-COUNT.
           MOVE 0 TO PC-ENTRY-COUNT.
           SET PC-EOF-NO TO TRUE.
           OPEN INPUT GL-FILE.
           IF PC-GL-FILE-STATUS = "00"
               PERFORM 1360-CHECK-ONE-ENTRY-RECORD
                   UNTIL PC-EOF-YES
               PERFORM 1370-END-ONE-ENTRY
               CLOSE GL-FILE
           END-IF.
           IF PC-UNBALANCED-COUNT > 0
               SET PC-RUN-REFUSED TO TRUE
               MOVE PC-UNBALANCED-COUNT TO PC-SHOW-COUNT
               DISPLAY PC-SHOW-COUNT " UNPOSTED ENTRY(IES) DATED "
                       "INTO THE PERIOD DO NOT BALANCE - CORRECT "
                       "THEM BEFORE THE CLOSE"
           END-IF.

       1360-CHECK-ONE-ENTRY-RECORD.
           READ GL-FILE
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   IF GL-POSTED-FLAG NOT = "P"
                       AND GL-TRANS-DATE <= PC-CLOSE-END-DATE
                       AND (GL-ENTRY-SIDE = "D"
                            OR GL-ENTRY-SIDE = "C")
                       IF PC-ENTRY-COUNT > 0
                           AND (GL-ENTRY-SIDE = "D"
                             OR GL-REFERENCE-NUMBER
                                    NOT = PC-ENTRY-REFERENCE
                             OR GL-TRANS-DATE NOT = PC-ENTRY-DATE)
                           PERFORM 1370-END-ONE-ENTRY
                       END-IF
                       IF PC-ENTRY-COUNT = 0
                           MOVE GL-REFERENCE-NUMBER
                               TO PC-ENTRY-REFERENCE
                           MOVE GL-TRANS-DATE TO PC-ENTRY-DATE
                           MOVE 0 TO PC-ENTRY-NET
                       END-IF
                       ADD 1 TO PC-ENTRY-COUNT
                       ADD GL-RESULT TO PC-ENTRY-NET
                   ELSE
                       PERFORM 1370-END-ONE-ENTRY
                   END-IF
           END-READ.

       1370-END-ONE-ENTRY.
           IF PC-ENTRY-COUNT > 0 AND PC-ENTRY-NET NOT = 0
               MOVE PC-ENTRY-DATE TO PC-CHECK-DATE
               PERFORM 1500-CHECK-DATE-LOCKED
               IF PC-DATE-OPEN
                   ADD 1 TO PC-UNBALANCED-COUNT
                   DISPLAY "REFERENCE " PC-ENTRY-REFERENCE
                           " DATED " PC-ENTRY-DATE
                           " DEBITS AND CREDITS DO NOT NET TO ZERO"
               END-IF
           END-IF.
           MOVE 0 TO PC-ENTRY-COUNT.

      *-----------------------------------------------------------*
      * 1400-LOAD-BALANCE-TABLE - SAME LOAD AND OVERFLOW REFUSAL AS
      * POSTER'S 1000-LOAD-BALANCE-TABLE.
      *-----------------------------------------------------------*
       1400-LOAD-BALANCE-TABLE.
           MOVE 0 TO PC-BAL-TABLE-COUNT.
           SET PC-EOF-NO TO TRUE.
           OPEN INPUT BAL-FILE.
           IF PC-BAL-FILE-STATUS = "00"
               PERFORM 1410-LOAD-ONE-BALANCE
                   UNTIL PC-EOF-YES
                      OR PC-BAL-TABLE-COUNT >= PC-BAL-TABLE-MAX
               IF PC-EOF-NO
                   READ BAL-FILE
                       AT END SET PC-EOF-YES TO TRUE
                       NOT AT END
                           SET PC-RUN-REFUSED TO TRUE
                           DISPLAY "*** BALFILE HOLDS MORE ACCOUNTS "
                                   "THAN THE BALANCE TABLE - RAISE "
                                   "THE TABLE AND RECOMPILE. ***"
                   END-READ
               END-IF
               CLOSE BAL-FILE
           END-IF.

       1410-LOAD-ONE-BALANCE.
           READ BAL-FILE
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PC-BAL-TABLE-COUNT
                   MOVE BAL-ACCOUNT-CODE
                       TO PC-BAL-ACCOUNT(PC-BAL-TABLE-COUNT)
                   MOVE BAL-AMOUNT
                       TO PC-BAL-OPENING(PC-BAL-TABLE-COUNT)
                   MOVE 0 TO PC-BAL-ACTIVITY(PC-BAL-TABLE-COUNT)
                   MOVE 0 TO PC-BAL-LATER(PC-BAL-TABLE-COUNT)
           END-READ.

      *-----------------------------------------------------------*
      * 1500-CHECK-DATE-LOCKED - SETS PC-DATE-LOCKED WHEN
      * PC-CHECK-DATE FALLS INSIDE A PERIOD ALREADY CLOSED ON THE
      * CALENDAR. THE PERIOD BEING CLOSED IS STILL OPEN HERE.
      *-----------------------------------------------------------*
       1500-CHECK-DATE-LOCKED.
           SET PC-DATE-OPEN TO TRUE.
           MOVE 1 TO PC-CAL-IDX.
           PERFORM 1510-CHECK-ONE-LOCK
               UNTIL PC-CAL-IDX > PC-CAL-TABLE-COUNT
                  OR PC-DATE-LOCKED.

       1510-CHECK-ONE-LOCK.
           IF PC-CAL-CLOSED(PC-CAL-IDX)
               AND PC-CHECK-DATE >= PC-CAL-START(PC-CAL-IDX)
               AND PC-CHECK-DATE <= PC-CAL-END(PC-CAL-IDX)
               SET PC-DATE-LOCKED TO TRUE
           END-IF.
           ADD 1 TO PC-CAL-IDX.

      *-----------------------------------------------------------*
      * 1200-WRITE-MANIFEST-START / 9000-WRITE-MANIFEST-END - SAME
      * BRACKETING OF THE GLFILE REPLACE AS POSTER'S.
      *-----------------------------------------------------------*
       1200-WRITE-MANIFEST-START.
           MOVE "N" TO MANI-COMPLETE-FLAG.
           MOVE PC-CLOSE-PERIOD-ID TO MANI-PERIOD-ID.
           MOVE PC-CDT-DATE TO MANI-RUN-DATE.
           MOVE 0 TO MANI-POSTED-COUNT.
           MOVE 0 TO MANI-LOCKED-COUNT.
           MOVE 0 TO MANI-WORK-COUNT.
           MOVE 0 TO MANI-GL-TOTAL.
           OPEN OUTPUT MANI-FILE.
           WRITE MANI-FILE-RECORD.
           CLOSE MANI-FILE.

       9000-WRITE-MANIFEST-END.
           IF PC-VERIFY-OK
               MOVE "Y" TO MANI-COMPLETE-FLAG
           ELSE
               MOVE "E" TO MANI-COMPLETE-FLAG
           END-IF.
           MOVE PC-CLOSE-PERIOD-ID TO MANI-PERIOD-ID.
           MOVE PC-CDT-DATE TO MANI-RUN-DATE.
           MOVE PC-POSTED-COUNT TO MANI-POSTED-COUNT.
           MOVE PC-LOCKED-COUNT TO MANI-LOCKED-COUNT.
           MOVE PC-WORK-COUNT TO MANI-WORK-COUNT.
           MOVE PC-INPUT-TOTAL TO MANI-GL-TOTAL.
           OPEN OUTPUT MANI-FILE.
           WRITE MANI-FILE-RECORD.
           CLOSE MANI-FILE.

      *-----------------------------------------------------------*
      * 3000-POST-GL-FILE - PASS ONE. EVERY GLFILE RECORD IS COPIED
      * TO THE WORK FILE. AN UNPOSTED RECORD DATED ON OR BEFORE THE
      * PERIOD END IS APPLIED TO ITS BALANCE AND FLAGGED POSTED,
      * UNLESS IT IS DATED INTO A PERIOD ALREADY CLOSED. RECORDS
      * DATED AFTER THE PERIOD END ARE LEFT FOR POSTER; ONES POSTER
      * HAS ALREADY POSTED ARE NOTED AGAINST THE SNAPSHOT. EVERY
      * DEBIT/CREDIT ENTRY IN RANGE WAS PROVED BALANCED BY
      * 1350-CHECK-ENTRY-BALANCE, SO POSTING RECORD BY RECORD
      * POSTS WHOLE ENTRIES - A FULL BALANCE TABLE FAILS THE
      * VERIFY AND POSTS NOTHING AT ALL.
      *-----------------------------------------------------------*
       3000-POST-GL-FILE.
           SET PC-EOF-NO TO TRUE.
           SET PC-GL-PRESENT-NO TO TRUE.
           OPEN INPUT GL-FILE.
           IF PC-GL-FILE-STATUS NOT = "00"
               DISPLAY "GLFILE NOT AVAILABLE - NOTHING TO POST"
           ELSE
               SET PC-GL-PRESENT-YES TO TRUE
               OPEN OUTPUT GL-WORK-FILE
               PERFORM 3100-POST-ONE-GL-RECORD
                   UNTIL PC-EOF-YES
               CLOSE GL-FILE
               CLOSE GL-WORK-FILE
           END-IF.

       3100-POST-ONE-GL-RECORD.
           READ GL-FILE
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   ADD GL-RESULT TO PC-INPUT-TOTAL
                   IF GL-POSTED-FLAG = "P"
                       AND GL-TRANS-DATE > PC-CLOSE-END-DATE
                       PERFORM 3700-NOTE-LATER-POSTING
                   END-IF
                   IF GL-POSTED-FLAG NOT = "P"
                       AND GL-TRANS-DATE <= PC-CLOSE-END-DATE
                       MOVE GL-TRANS-DATE TO PC-CHECK-DATE
                       PERFORM 1500-CHECK-DATE-LOCKED
                       IF PC-DATE-LOCKED
                           ADD 1 TO PC-LOCKED-COUNT
                           DISPLAY "REFERENCE " GL-REFERENCE-NUMBER
                                   " DATED " GL-TRANS-DATE
                                   " IS IN A CLOSED PERIOD - LEFT "
                                   "UNPOSTED"
                       ELSE
                           PERFORM 3200-APPLY-ONE-RESULT
                           IF PC-FOUND-IDX NOT = 0
                               MOVE "P" TO GL-POSTED-FLAG
                           END-IF
                       END-IF
                   END-IF
                   WRITE GL-WORK-RECORD FROM GL-FILE-RECORD
                   ADD 1 TO PC-WORK-COUNT
           END-READ.

      *-----------------------------------------------------------*
      * 3200-APPLY-ONE-RESULT - SAME RULE AS POSTER: A BLANK
      * ACCOUNT CODE POSTS TO *SUSPENS. A FULL TABLE LEAVES THE
      * RECORD UNPOSTED AND REFUSES THE CLOSE, SINCE THE PERIOD
      * WOULD BE CLOSED ON AN INCOMPLETE BALANCE.
      *-----------------------------------------------------------*
       3200-APPLY-ONE-RESULT.
           IF GL-ACCOUNT-CODE = SPACES
               MOVE "*SUSPENS" TO PC-WORK-ACCOUNT
           ELSE
               MOVE GL-ACCOUNT-CODE TO PC-WORK-ACCOUNT
           END-IF.
           PERFORM 3300-FIND-BALANCE-ENTRY.
           IF PC-FOUND-IDX = 0
               SET PC-VERIFY-FAILED TO TRUE
               DISPLAY "BALANCE TABLE FULL - REFERENCE "
                       GL-REFERENCE-NUMBER " NOT POSTED"
           ELSE
               ADD GL-RESULT TO PC-BAL-ACTIVITY(PC-FOUND-IDX)
               ADD 1 TO PC-POSTED-COUNT
           END-IF.

       3300-FIND-BALANCE-ENTRY.
           MOVE 0 TO PC-FOUND-IDX.
           MOVE 1 TO PC-IDX.
           PERFORM 3310-CHECK-ONE-ENTRY
               UNTIL PC-IDX > PC-BAL-TABLE-COUNT
                  OR PC-FOUND-IDX NOT = 0.
           IF PC-FOUND-IDX = 0
               AND PC-BAL-TABLE-COUNT < PC-BAL-TABLE-MAX
               ADD 1 TO PC-BAL-TABLE-COUNT
               MOVE PC-WORK-ACCOUNT
                   TO PC-BAL-ACCOUNT(PC-BAL-TABLE-COUNT)
               MOVE 0 TO PC-BAL-OPENING(PC-BAL-TABLE-COUNT)
               MOVE 0 TO PC-BAL-ACTIVITY(PC-BAL-TABLE-COUNT)
               MOVE 0 TO PC-BAL-LATER(PC-BAL-TABLE-COUNT)
               MOVE PC-BAL-TABLE-COUNT TO PC-FOUND-IDX
           END-IF.

       3310-CHECK-ONE-ENTRY.
           IF PC-BAL-ACCOUNT(PC-IDX) = PC-WORK-ACCOUNT
               MOVE PC-IDX TO PC-FOUND-IDX
           END-IF.
           ADD 1 TO PC-IDX.

      *-----------------------------------------------------------*
      * 3400-VERIFY-WORK-FILE - RE-READS CLOSWORK AND CHECKS COUNT
      * AND SUM OF GL-RESULT AGAINST PASS ONE BEFORE THE LIVE FILE
      * IS REPLACED. A FULL BALANCE TABLE IN PASS ONE HAS ALREADY
      * FAILED THE VERIFY.
      *-----------------------------------------------------------*
       3400-VERIFY-WORK-FILE.
           IF PC-VERIFY-OK
               SET PC-VERIFY-FAILED TO TRUE
               MOVE 0 TO PC-VERIFY-COUNT
               MOVE 0 TO PC-VERIFY-TOTAL
               SET PC-EOF-NO TO TRUE
               OPEN INPUT GL-WORK-FILE
               IF PC-GL-WORK-STATUS = "00"
                   PERFORM 3410-VERIFY-ONE-WORK-RECORD
                       UNTIL PC-EOF-YES
                   CLOSE GL-WORK-FILE
               END-IF
               IF PC-VERIFY-COUNT = PC-WORK-COUNT
                   AND PC-VERIFY-TOTAL = PC-INPUT-TOTAL
                   SET PC-VERIFY-OK TO TRUE
               END-IF
           END-IF.

       3410-VERIFY-ONE-WORK-RECORD.
           READ GL-WORK-FILE INTO PC-WORK-VIEW
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PC-VERIFY-COUNT
                   ADD PC-WORK-RESULT TO PC-VERIFY-TOTAL
           END-READ.

      *-----------------------------------------------------------*
      * 3500-REWRITE-GL-FILE - PASS TWO. COPIES THE WORK FILE BACK
      * OVER THE LIVE FILE WITH THE POSTED FLAGS SET.
      *-----------------------------------------------------------*
       3500-REWRITE-GL-FILE.
           SET PC-EOF-NO TO TRUE.
           OPEN INPUT GL-WORK-FILE.
           OPEN OUTPUT GL-FILE.
           PERFORM 3510-COPY-ONE-GL-RECORD
               UNTIL PC-EOF-YES.
           CLOSE GL-FILE.
           CLOSE GL-WORK-FILE.

       3510-COPY-ONE-GL-RECORD.
           READ GL-WORK-FILE
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   WRITE GL-FILE-RECORD FROM GL-WORK-RECORD
           END-READ.

      *-----------------------------------------------------------*
      * 3600-NOTE-ARCHIVED-POSTINGS - ARCHIVER MAY ALREADY HAVE
      * MOVED POSTINGS DATED AFTER THE PERIOD END TO GLARCH WHEN A
      * CLOSE RUNS LATE; THOSE ARE IN THE BALANCE TOO. NO GLARCH
      * MEANS NOTHING HAS BEEN ARCHIVED.
      *-----------------------------------------------------------*
       3600-NOTE-ARCHIVED-POSTINGS.
           SET PC-EOF-NO TO TRUE.
           OPEN INPUT GL-ARCH-FILE.
           IF PC-GL-ARCH-STATUS = "00"
               PERFORM 3610-NOTE-ONE-ARCH-RECORD
                   UNTIL PC-EOF-YES
               CLOSE GL-ARCH-FILE
           END-IF.

       3610-NOTE-ONE-ARCH-RECORD.
           READ GL-ARCH-FILE INTO GL-FILE-RECORD
               AT END SET PC-EOF-YES TO TRUE
               NOT AT END
                   IF GL-POSTED-FLAG = "P"
                       AND GL-TRANS-DATE > PC-CLOSE-END-DATE
                       PERFORM 3700-NOTE-LATER-POSTING
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 3700-NOTE-LATER-POSTING - ADDS ONE POSTED RESULT DATED
      * AFTER THE PERIOD END TO ITS ACCOUNT'S LATER TOTAL, FOR THE
      * SNAPSHOT TO TAKE BACK OUT. A BLANK ACCOUNT IS *SUSPENS, AS
      * POSTER POSTED IT. AN ACCOUNT NOT ON BALFILE IS NOT IN THE
      * SNAPSHOT, SO IT IS NOT ADDED TO THE TABLE HERE.
      *-----------------------------------------------------------*
       3700-NOTE-LATER-POSTING.
           IF GL-ACCOUNT-CODE = SPACES
               MOVE "*SUSPENS" TO PC-WORK-ACCOUNT
           ELSE
               MOVE GL-ACCOUNT-CODE TO PC-WORK-ACCOUNT
           END-IF.
           MOVE 0 TO PC-FOUND-IDX.
           MOVE 1 TO PC-IDX.
           PERFORM 3310-CHECK-ONE-ENTRY
               UNTIL PC-IDX > PC-BAL-TABLE-COUNT
                  OR PC-FOUND-IDX NOT = 0.
           IF PC-FOUND-IDX NOT = 0
               ADD GL-RESULT TO PC-BAL-LATER(PC-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------*
      * 4000-REWRITE-BALANCE-FILE - WRITES THE BALANCE MASTER BACK
      * WITH EVERY ACCOUNT'S CLOSING BALANCE.
      *-----------------------------------------------------------*
       4000-REWRITE-BALANCE-FILE.
           OPEN OUTPUT BAL-FILE.
           MOVE 1 TO PC-IDX.
           PERFORM 4010-WRITE-ONE-BALANCE
               UNTIL PC-IDX > PC-BAL-TABLE-COUNT.
           CLOSE BAL-FILE.

       4010-WRITE-ONE-BALANCE.
           MOVE PC-BAL-ACCOUNT(PC-IDX) TO BAL-ACCOUNT-CODE.
           COMPUTE BAL-AMOUNT =
               PC-BAL-OPENING(PC-IDX) + PC-BAL-ACTIVITY(PC-IDX).
           WRITE BAL-FILE-RECORD.
           ADD 1 TO PC-IDX.

      *-----------------------------------------------------------*
      * 4500-WRITE-BALANCE-SNAPSHOT - APPENDS THE PERIOD-END
      * BALANCE OF EVERY ACCOUNT ON THE MASTER TO BALSNAP UNDER THE
      * PERIOD ID. THIS IS THE FIGURE THE PERIOD WAS REPORTED AT:
      * THE LIVE BALANCE LESS WHAT WAS POSTED AFTER THE PERIOD END.
      * A BALSNAP THAT WILL NOT OPEN REFUSES THE REST OF THE RUN, SO
      * THE PERIOD IS NOT MARKED CLOSED WITHOUT ITS SNAPSHOT. THE
      * POSTINGS MADE ARE ALREADY ON GLFILE AND BALFILE, SO A RERUN
      * FINDS NOTHING LEFT TO POST AND JUST SNAPS AND CLOSES.
      *-----------------------------------------------------------*
       4500-WRITE-BALANCE-SNAPSHOT.
           OPEN EXTEND SNAP-FILE.
           IF PC-SNAP-FILE-STATUS = "05" OR PC-SNAP-FILE-STATUS = "35"
               OPEN OUTPUT SNAP-FILE
           END-IF.
           IF PC-SNAP-FILE-STATUS NOT = "00"
               SET PC-RUN-REFUSED TO TRUE
               DISPLAY "*** BALSNAP CANNOT BE OPENED (STATUS "
                       PC-SNAP-FILE-STATUS ") - PERIOD NOT CLOSED ***"
               DISPLAY "*** POSTINGS ARE SAVED. CORRECT BALSNAP AND "
                       "RUN THE CLOSE AGAIN. ***"
           ELSE
               MOVE 1 TO PC-IDX
               PERFORM 4510-WRITE-ONE-SNAPSHOT
                   UNTIL PC-IDX > PC-BAL-TABLE-COUNT
               CLOSE SNAP-FILE
           END-IF.

       4510-WRITE-ONE-SNAPSHOT.
           MOVE PC-CLOSE-PERIOD-ID TO SNAP-PERIOD-ID.
           MOVE PC-BAL-ACCOUNT(PC-IDX) TO SNAP-ACCOUNT-CODE.
           COMPUTE SNAP-AMOUNT =
               PC-BAL-OPENING(PC-IDX) + PC-BAL-ACTIVITY(PC-IDX)
                   - PC-BAL-LATER(PC-IDX).
           MOVE PC-CDT-DATE TO SNAP-CLOSE-DATE.
           WRITE SNAP-FILE-RECORD.
           ADD 1 TO PC-SNAP-COUNT.
           ADD 1 TO PC-IDX.

      *-----------------------------------------------------------*
      * 4600-MARK-PERIOD-CLOSED - WRITES THE CALENDAR BACK WHOLE
      * WITH THE PERIOD FLAGGED CLOSED AND THE CLOSE DATE STAMPED.
      * THIS IS THE LAST STEP, SO A CLOSE THAT DIES EARLIER LEAVES
      * THE PERIOD OPEN AND CAN SIMPLY BE RUN AGAIN.
      *-----------------------------------------------------------*
       4600-MARK-PERIOD-CLOSED.
           MOVE "C" TO PC-CAL-STATUS(PC-CLOSE-IDX).
           MOVE PC-CDT-DATE TO PC-CAL-CLOSE-DATE(PC-CLOSE-IDX).
           OPEN OUTPUT FISCAL-FILE.
           MOVE 1 TO PC-CAL-IDX.
           PERFORM 4610-WRITE-ONE-PERIOD
               UNTIL PC-CAL-IDX > PC-CAL-TABLE-COUNT.
           CLOSE FISCAL-FILE.
           DISPLAY "PERIOD " PC-CLOSE-PERIOD-ID " CLOSED".

       4610-WRITE-ONE-PERIOD.
           MOVE PC-CAL-PERIOD-ID(PC-CAL-IDX) TO FC-PERIOD-ID.
           MOVE PC-CAL-YEAR(PC-CAL-IDX) TO FC-FISCAL-YEAR.
           MOVE PC-CAL-START(PC-CAL-IDX) TO FC-START-DATE.
           MOVE PC-CAL-END(PC-CAL-IDX) TO FC-END-DATE.
           MOVE PC-CAL-STATUS(PC-CAL-IDX) TO FC-STATUS.
           MOVE PC-CAL-CLOSE-DATE(PC-CAL-IDX) TO FC-CLOSE-DATE.
           WRITE FISCAL-FILE-RECORD.
           ADD 1 TO PC-CAL-IDX.

       9100-DISPLAY-TOTALS.
           MOVE PC-POSTED-COUNT TO PC-SHOW-COUNT.
           DISPLAY "GL RECORDS POSTED AT CLOSE   " PC-SHOW-COUNT.
           MOVE PC-LOCKED-COUNT TO PC-SHOW-COUNT.
           DISPLAY "LEFT UNPOSTED, PERIOD LOCKED " PC-SHOW-COUNT.
           MOVE PC-SNAP-COUNT TO PC-SHOW-COUNT.
           DISPLAY "BALANCES SNAPSHOT            " PC-SHOW-COUNT.

       END PROGRAM PERCLOSE.
