      * TRANLIM LIMIT. WALKS HOLDFILE ONE RECORD AT A TIME, SHOWS
      * THE OPERANDS, RESULT, AND ACCOUNT CODE, AND TAKES ONE OF
      * THREE DECISIONS FROM THE REVIEWER:
      *   A - APPROVE. THE RECORD IS APPENDED TO GLFILE AS IS,
      *       WITH ITS MATCHING CREDIT, AND LEAVES HOLDFILE.
      *   R - REJECT. THE RECORD GOES TO EXCPFILE WITH THE REASON
      *       THE REVIEWER KEYS, AND LEAVES HOLDFILE.
      *   S - SKIP. THE RECORD STAYS ON HOLDFILE FOR A LATER
      * THE NEXT SESSION REFUSED - RECONCILE DISPLOG AGAINST
      * HOLDFILE, REMOVE ANYTHING ALREADY RELEASED, THEN CLEAR
      * RVWMANI - INSTEAD OF THE SAME RECORD BEING RELEASED TWICE.
      * 2026-10-15 RLD   CLOSED PERIODS ARE LOCKED. AN APPROVAL OF A
      * HELD RECORD DATED INTO A PERIOD THE FISCAL CALENDAR
      * (FISCALCAL) SHOWS CLOSED IS REFUSED: THE RECORD STAYS ON
      * HOLDFILE AND A REFUSED DISPOSITION LINE IS LOGGED. IT CAN
      * STILL BE REJECTED AND RE-ENTERED IN AN OPEN PERIOD.
      * 2026-10-15 RLD   BALANCED ENTRIES. HOLDFILE AND GLFILE
      * RECORDS WIDENED 97 TO 106 FOR THE ENTRY-SIDE AND
      * CONTRA-ACCOUNT COLUMNS. A HELD DEBIT IS RELEASED AS THE
      * FULL PAIR - THE DEBIT AS HELD PLUS THE MATCHING CREDIT ON
      * ITS CONTRA ACCOUNT - SO THE ENTRY REACHES THE GL FEED
      * BALANCED. THE CREDIT ACCOUNT IS SHOWN WITH THE RECORD.
      * 2026-10-15 RLD   FOREIGN-CURRENCY TRANSACTIONS. HOLDFILE AND
      * GLFILE RECORDS WIDENED 106 TO 144 FOR THE CURRENCY CODE,
      * ORIGINAL AMOUNT AND EXCHANGE RATE. A FOREIGN RECORD SHOWS
      * ITS CURRENCY, ORIGINAL AMOUNT AND RATE FOR REVIEW, AND THE
      * CREDIT SIDE RELEASED WITH IT CARRIES THE SAME CURRENCY AND
      * RATE WITH THE ORIGINAL AMOUNT NEGATED.
      * 2026-10-15 RLD   RVWMANI WIDENED 36 TO 44 FOR THE RUN TIME,
      * SO THE NIGHTLY CYCLE DRIVER CAN TELL A MANIFEST THIS SESSION
      * WROTE FROM AN OLDER ONE. STOP RUN IS NOW GOBACK SO THE
      * DRIVER CAN CALL THE PROGRAM; RUN ON ITS OWN IT ENDS THE SAME
      * AS BEFORE.
      * 2026-10-15 RLD   SEGREGATION OF DUTIES. USERFILE RECORDS
      * WIDENED 9 TO 14 FOR THE ROLES COLUMN, AND A SIGN-ON NOW
      * NEEDS ROLE R (REVIEWER) ONCE ANY USERFILE LINE CARRIES A
      * ROLE. A RECORD HELD UNDER THE REVIEWER'S OWN ID CANNOT BE
      * APPROVED BY THEM. A HELD REVERSAL (POSTED FLAG "R") NEEDS
      * TWO DIFFERENT REVIEWERS: THE FIRST APPROVAL IS LOGGED AND
      * THE RECORD KEPT ON HOLDFILE, AND ONLY AN APPROVAL BY SOMEONE
      * ELSE RELEASES IT. THE FIRST APPROVER IS FOUND AGAIN FROM
      * DISPLOG AT STARTUP. EVERY REFUSED SIGN-ON OR APPROVAL IS
      * APPENDED TO THE SECURITY LOG (SECLOG) WITH THE ID AND THE
      * REASON, AND A REFUSED APPROVAL IS ALSO LOGGED ON DISPLOG.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-MANI-FILE-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "FISCALCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-FISCAL-FILE-STATUS.

           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-SECLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  HOLD-FILE-RECORD.
           05  HOLD-TRANS-DATE         PIC 9(08).
           05  HOLD-REFERENCE-NUMBER   PIC 9(09).
           05  HOLD-ACCOUNT-CODE        PIC X(08).
           05  HOLD-POSTED-FLAG         PIC X(01).
           05  HOLD-USER-ID             PIC X(08).
           05  HOLD-ENTRY-SIDE          PIC X(01).
           05  HOLD-CONTRA-ACCOUNT      PIC X(08).
           05  HOLD-CURRENCY-CODE       PIC X(03).
           05  HOLD-ORIGINAL-AMOUNT     PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  HOLD-EXCHANGE-RATE       PIC 9(06)V9(08).

       FD  HOLD-WORK-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  HOLD-WORK-RECORD            PIC X(144).

       FD  GL-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-FILE-RECORD              PIC X(144).

       FD  EXCP-FILE
           RECORD CONTAINS 200 CHARACTERS.

      *-----------------------------------------------------------*
      * USER-FILE - THE SAME AUTHORIZED-USERS FILE CALCULATOR
      * VERIFIES ITS OPERATOR SIGN-ON AGAINST: ID, ACTIVE FLAG AND
      * ROLES HELD.
      *-----------------------------------------------------------*
       FD  USER-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  USER-FILE-RECORD.
           05  USER-REC-ID             PIC X(08).
           05  USER-REC-ACTIVE         PIC X(01).
           05  USER-REC-ROLES          PIC X(05).

      *-----------------------------------------------------------*
      * MANI-FILE - THE RUN MANIFEST, SAME IDEA AS ARCHIVER'S
      * ALREADY RELEASED, THEN CLEAR RVWMANI.
      *-----------------------------------------------------------*
       FD  MANI-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  MANI-FILE-RECORD.
           05  MANI-COMPLETE-FLAG      PIC X(01).
           05  MANI-RUN-DATE           PIC 9(08).
           05  MANI-APPROVED-COUNT     PIC 9(09).
           05  MANI-REJECTED-COUNT     PIC 9(09).
           05  MANI-SKIPPED-COUNT      PIC 9(09).
           05  MANI-RUN-TIME           PIC 9(08).

      *-----------------------------------------------------------*
      * FISCAL-FILE - THE FISCAL CALENDAR PERCLOSE MAINTAINS. ONLY
      * THE DATES AND STATUS MATTER HERE.
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
      * SEC-LOG-FILE - THE SECURITY LOG CALCULATOR ALSO APPENDS TO.
      * ONE RECORD PER REFUSAL: WHEN, WHICH PROGRAM, WHICH USER ID,
      * AND WHY.
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
       01 RW-HOLD-FILE-STATUS      PIC X(02)                VALUE "00".
       01 RW-DISP-FILE-STATUS      PIC X(02)                VALUE "00".
       01 RW-USER-FILE-STATUS      PIC X(02)                VALUE "00".
       01 RW-MANI-FILE-STATUS      PIC X(02)                VALUE "00".
       01 RW-FISCAL-FILE-STATUS    PIC X(02)                VALUE "00".
       01 RW-SECLOG-FILE-STATUS    PIC X(02)                VALUE "00".

       01 RW-CURRENT-DATE-TIME.
           05 RW-CDT-DATE          PIC 9(08).
       01 RW-REJECT-REASON         PIC X(40)                VALUE SPACES.
       01 RW-DISP-TEXT             PIC X(132)               VALUE SPACES.
       01 RW-EXCP-TEXT             PIC X(100)               VALUE SPACES.
       01 RW-SEC-REASON            PIC X(60)                VALUE SPACES.

       01 RW-EOF-SWITCH            PIC X(01)                VALUE "N".
           88 RW-EOF-YES                      VALUE "Y".

       01 RW-USER-TABLE-MAX        PIC 9(03) COMP           VALUE 100.
       01 RW-USER-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 RW-USER-ROLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 RW-USER-TABLE.
           05 RW-USER-ENTRY OCCURS 100 TIMES.
               10 RW-USER-ID        PIC X(08).
               10 RW-USER-ACTIVE-SW PIC X(01).
                   88 RW-USER-ACTIVE     VALUE "Y".
               10 RW-USER-ROLES     PIC X(05).

       01 RW-USER-IDX              PIC 9(03) COMP           VALUE 0.
       01 RW-USER-FOUND-IDX        PIC 9(03) COMP           VALUE 0.
       01 RW-ROLE-TALLY            PIC 9(02) COMP           VALUE 0.

       01 RW-SIGNON-SWITCH         PIC X(01)                VALUE "N".
           88 RW-SIGNON-OK                    VALUE "Y".
           88 RW-SIGNON-REFUSED               VALUE "N".

      *-----------------------------------------------------------*
      * CLOSED PERIOD TABLE - THE DATE RANGE OF EVERY PERIOD THE
      * FISCAL CALENDAR SHOWS CLOSED. OPEN PERIODS ARE NOT KEPT.
      *-----------------------------------------------------------*
       01 RW-CLOSED-TABLE-MAX      PIC 9(03) COMP           VALUE 240.
       01 RW-CLOSED-TABLE-COUNT    PIC 9(03) COMP           VALUE 0.
       01 RW-CLOSED-TABLE.
           05 RW-CLOSED-ENTRY OCCURS 240 TIMES.
               10 RW-CLOSED-PERIOD  PIC X(06).
               10 RW-CLOSED-START   PIC 9(08).
               10 RW-CLOSED-END     PIC 9(08).

       01 RW-CLOSED-IDX            PIC 9(03) COMP           VALUE 0.
       01 RW-LOCKED-SWITCH         PIC X(01)                VALUE "N".
           88 RW-DATE-LOCKED                  VALUE "Y".
           88 RW-DATE-OPEN                    VALUE "N".

      *-----------------------------------------------------------*
      * DUAL REVIEW TABLE - ONE ENTRY PER HELD REVERSAL (POSTED
      * FLAG "R") ON HOLDFILE, WITH THE REVIEWER WHO GAVE IT ITS
      * FIRST APPROVAL IF DISPLOG SHOWS ONE (BLANK IF NOT YET).
      * RW-DISP-VIEW IS THE FIXED-COLUMN VIEW OF A DISPLOG LINE
      * 6000-WRITE-DISPOSITION BUILDS.
      *-----------------------------------------------------------*
       01 RW-DUAL-TABLE-MAX        PIC 9(03) COMP           VALUE 500.
       01 RW-DUAL-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 RW-DUAL-TABLE.
           05 RW-DUAL-ENTRY OCCURS 500 TIMES.
               10 RW-DUAL-REFERENCE PIC 9(09).
               10 RW-DUAL-DATE      PIC 9(08).
               10 RW-DUAL-FIRST-ID  PIC X(08).

       01 RW-DUAL-IDX              PIC 9(03) COMP           VALUE 0.
       01 RW-DUAL-FOUND-IDX        PIC 9(03) COMP           VALUE 0.

       01 RW-DISP-VIEW.
           05 RW-DV-DATE           PIC X(08).
           05 RW-DV-TIME-AREA      PIC X(09).
           05 RW-DV-REVIEWER-TAG   PIC X(10).
           05 RW-DV-REVIEWER-ID    PIC X(08).
           05 RW-DV-REF-TAG        PIC X(11).
           05 RW-DV-REFERENCE      PIC X(09).
           05 RW-DV-DECISION-TAG   PIC X(10).
           05 RW-DV-DECISION       PIC X(67).

       01 RW-CLEAN-AMOUNT          PIC -(17)9.9(02).
       01 RW-STR-AMOUNT            PIC X(25).
       01 RW-RATE-SHOW             PIC 9(06).9(08).

       01 RW-WORK-COUNT            PIC 9(09) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * RW-CREDIT-RECORD - THE CREDIT SIDE OF AN APPROVED PAIR,
      * BUILT FROM THE HELD DEBIT: AMOUNT NEGATED, ACCOUNT AND
      * CONTRA SWAPPED, SIDE "C". A FOREIGN ORIGINAL AMOUNT IS
      * NEGATED WITH THE RESULT. EVERYTHING ELSE IS AS HELD.
      *-----------------------------------------------------------*
       01 RW-CREDIT-RECORD.
           05 FILLER               PIC X(59).
           05 RW-CR-RESULT         PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05 RW-CR-ACCOUNT-CODE   PIC X(08).
           05 FILLER               PIC X(09).
           05 RW-CR-ENTRY-SIDE     PIC X(01).
           05 RW-CR-CONTRA-ACCOUNT PIC X(08).
           05 FILLER               PIC X(03).
           05 RW-CR-ORIGINAL-AMOUNT
                                   PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER               PIC X(14).

       01 RW-VERIFY-SWITCH         PIC X(01)                VALUE "N".
           88 RW-VERIFY-OK                    VALUE "Y".
           88 RW-VERIFY-FAILED                VALUE "N".
           88 RW-RUN-REFUSED                  VALUE "N".

       01 RW-PRIOR-FLAG            PIC X(01)                VALUE SPACE.
       01 RW-PRIOR-REVIEWER        PIC X(08)                VALUE SPACES.
       01 RW-MANI-VIEW.
           05 RW-MANI-VIEW-FLAG    PIC X(01).
           05 FILLER               PIC X(43).

       01 RW-APPROVED-COUNT        PIC 9(07) COMP           VALUE 0.
       01 RW-REJECTED-COUNT        PIC 9(07) COMP           VALUE 0.
       01 RW-SKIPPED-COUNT         PIC 9(07) COMP           VALUE 0.
       01 RW-LOCKED-COUNT          PIC 9(07) COMP           VALUE 0.
       01 RW-DUTY-REFUSED-COUNT    PIC 9(07) COMP           VALUE 0.
       01 RW-FIRST-APPROVAL-COUNT  PIC 9(07) COMP           VALUE 0.
       01 RW-SHOW-COUNT            PIC 9(07)                VALUE 0.

       PROCEDURE DIVISION.
           IF RW-SIGNON-REFUSED
               DISPLAY "RUN REFUSED - REVIEWER ID " RW-REVIEWER-ID
                       " NOT AUTHORIZED"
               DISPLAY "  REASON: " RW-SEC-REASON
               GOBACK
           END-IF.
           PERFORM 0500-CHECK-PRIOR-MANIFEST.
           IF RW-RUN-REFUSED
               GOBACK
           END-IF.
           PERFORM 1300-LOAD-CLOSED-PERIODS.
           PERFORM 1400-LOAD-DUAL-REVIEWS.
           IF RW-RUN-REFUSED
               GOBACK
           END-IF.
           PERFORM 1100-OPEN-FILES.
           IF RW-HOLD-FILE-STATUS = "00"
               PERFORM 9100-WRITE-MANIFEST-END
               PERFORM 9000-DISPLAY-TOTALS
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-SIGN-ON-REVIEWER - EVERY DISPOSITION IS WRITTEN UNDER
      * THE REVIEWER'S ID, SO THE RUN DOES NOT START WITHOUT ONE.
      * THE ID MUST BE ACTIVE ON USERFILE AND, ONCE ROLES ARE IN USE
      * THERE, HOLD ROLE R. A REFUSAL IS RECORDED ON SECLOG.
      *-----------------------------------------------------------*
       1000-SIGN-ON-REVIEWER.
           PERFORM 1010-PROMPT-REVIEWER-ID
           ELSE
               PERFORM 1030-VERIFY-REVIEWER-ID
           END-IF.
           IF RW-SIGNON-REFUSED
               PERFORM 6100-WRITE-SECURITY-LOG
           END-IF.

       1010-PROMPT-REVIEWER-ID.
           DISPLAY "Enter your reviewer ID (up to 8 characters):".

       1020-LOAD-USER-TABLE.
           MOVE 0 TO RW-USER-TABLE-COUNT.
           MOVE 0 TO RW-USER-ROLE-COUNT.
           SET RW-EOF-NO TO TRUE.
           OPEN INPUT USER-FILE.
           IF RW-USER-FILE-STATUS = "00"
                       TO RW-USER-ID(RW-USER-TABLE-COUNT)
                   MOVE USER-REC-ACTIVE
                       TO RW-USER-ACTIVE-SW(RW-USER-TABLE-COUNT)
                   MOVE USER-REC-ROLES
                       TO RW-USER-ROLES(RW-USER-TABLE-COUNT)
                   IF USER-REC-ROLES NOT = SPACES
                       ADD 1 TO RW-USER-ROLE-COUNT
                   END-IF
           END-READ.

       1030-VERIFY-REVIEWER-ID.
           SET RW-SIGNON-REFUSED TO TRUE.
           MOVE SPACES TO RW-SEC-REASON.
           MOVE 0 TO RW-USER-FOUND-IDX.
           MOVE 1 TO RW-USER-IDX.
           PERFORM 1031-CHECK-ONE-USER
               UNTIL RW-USER-IDX > RW-USER-TABLE-COUNT
                  OR RW-USER-FOUND-IDX NOT = 0.
           IF RW-USER-FOUND-IDX = 0
               MOVE "NOT ON USERFILE" TO RW-SEC-REASON
           ELSE
               IF NOT RW-USER-ACTIVE(RW-USER-FOUND-IDX)
                   MOVE "INACTIVE ON USERFILE" TO RW-SEC-REASON
               ELSE
                   IF RW-USER-ROLE-COUNT = 0
                       SET RW-SIGNON-OK TO TRUE
                       DISPLAY "USERFILE CARRIES NO ROLES - REVIEWER "
                               RW-REVIEWER-ID " NOT ROLE-CHECKED"
                   ELSE
                       MOVE 0 TO RW-ROLE-TALLY
                       INSPECT RW-USER-ROLES(RW-USER-FOUND-IDX)
                           TALLYING RW-ROLE-TALLY FOR ALL "R"
                       IF RW-ROLE-TALLY > 0
                           SET RW-SIGNON-OK TO TRUE
                       ELSE
                           MOVE "ROLE R (REVIEWER) NOT HELD"
                               TO RW-SEC-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1031-CHECK-ONE-USER.
       1200-WRITE-MANIFEST-START.
           MOVE "N" TO MANI-COMPLETE-FLAG.
           MOVE RW-CDT-DATE TO MANI-RUN-DATE.
           MOVE RW-CDT-TIME TO MANI-RUN-TIME.
           MOVE 0 TO MANI-APPROVED-COUNT.
           MOVE 0 TO MANI-REJECTED-COUNT.
           MOVE 0 TO MANI-SKIPPED-COUNT.
               MOVE "E" TO MANI-COMPLETE-FLAG
           END-IF.
           MOVE RW-CDT-DATE TO MANI-RUN-DATE.
           MOVE RW-CDT-TIME TO MANI-RUN-TIME.
           MOVE RW-APPROVED-COUNT TO MANI-APPROVED-COUNT.
           MOVE RW-REJECTED-COUNT TO MANI-REJECTED-COUNT.
           MOVE RW-SKIPPED-COUNT TO MANI-SKIPPED-COUNT.
           WRITE MANI-FILE-RECORD.
           CLOSE MANI-FILE.

      *-----------------------------------------------------------*
      * 1300-LOAD-CLOSED-PERIODS - KEEPS THE DATE RANGE OF EVERY
      * CLOSED PERIOD ON THE FISCAL CALENDAR. NO FISCALCAL MEANS NO
      * PERIOD HAS EVER BEEN CLOSED AND NOTHING IS LOCKED.
      *-----------------------------------------------------------*
       1300-LOAD-CLOSED-PERIODS.
           MOVE 0 TO RW-CLOSED-TABLE-COUNT.
           SET RW-EOF-NO TO TRUE.
           OPEN INPUT FISCAL-FILE.
           IF RW-FISCAL-FILE-STATUS = "00"
               PERFORM 1310-LOAD-ONE-PERIOD
                   UNTIL RW-EOF-YES
                      OR RW-CLOSED-TABLE-COUNT >= RW-CLOSED-TABLE-MAX
               CLOSE FISCAL-FILE
           END-IF.

       1310-LOAD-ONE-PERIOD.
           READ FISCAL-FILE
               AT END SET RW-EOF-YES TO TRUE
               NOT AT END
                   IF FC-STATUS = "C"
                       ADD 1 TO RW-CLOSED-TABLE-COUNT
                       MOVE FC-PERIOD-ID
                           TO RW-CLOSED-PERIOD(RW-CLOSED-TABLE-COUNT)
                       MOVE FC-START-DATE
                           TO RW-CLOSED-START(RW-CLOSED-TABLE-COUNT)
                       MOVE FC-END-DATE
                           TO RW-CLOSED-END(RW-CLOSED-TABLE-COUNT)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 1400-LOAD-DUAL-REVIEWS - A HELD REVERSAL NEEDS APPROVALS
      * FROM TWO DIFFERENT REVIEWERS, USUALLY IN TWO SESSIONS. A
      * FIRST PASS OVER HOLDFILE TABLES EVERY RECORD FLAGGED "R",
      * THEN DISPLOG IS SCANNED FOR A "FIRST APPROVAL" LINE ON EACH
      * ONE (ON OR AFTER ITS HELD DATE) TO FIND WHO GAVE IT. MORE
      * HELD REVERSALS THAN THE TABLE HOLDS REFUSES THE SESSION
      * RATHER THAN LETTING ONE THROUGH ON A SINGLE APPROVAL.
      *-----------------------------------------------------------*
       1400-LOAD-DUAL-REVIEWS.
           MOVE 0 TO RW-DUAL-TABLE-COUNT.
           SET RW-EOF-NO TO TRUE.
           OPEN INPUT HOLD-FILE.
           IF RW-HOLD-FILE-STATUS = "00"
               PERFORM 1410-LOAD-ONE-HELD-REVERSAL
                   UNTIL RW-EOF-YES
               CLOSE HOLD-FILE
           END-IF.
           IF RW-RUN-ALLOWED AND RW-DUAL-TABLE-COUNT > 0
               SET RW-EOF-NO TO TRUE
               OPEN INPUT DISP-FILE
               IF RW-DISP-FILE-STATUS = "00"
                   PERFORM 1420-SCAN-ONE-DISPOSITION
                       UNTIL RW-EOF-YES
                   CLOSE DISP-FILE
               END-IF
           END-IF.

       1410-LOAD-ONE-HELD-REVERSAL.
           READ HOLD-FILE
               AT END SET RW-EOF-YES TO TRUE
               NOT AT END
                   IF HOLD-POSTED-FLAG = "R"
                       IF RW-DUAL-TABLE-COUNT < RW-DUAL-TABLE-MAX
                           ADD 1 TO RW-DUAL-TABLE-COUNT
                           MOVE HOLD-REFERENCE-NUMBER TO
                               RW-DUAL-REFERENCE(RW-DUAL-TABLE-COUNT)
                           MOVE HOLD-TRANS-DATE TO
                               RW-DUAL-DATE(RW-DUAL-TABLE-COUNT)
                           MOVE SPACES TO
                               RW-DUAL-FIRST-ID(RW-DUAL-TABLE-COUNT)
                       ELSE
                           IF RW-RUN-ALLOWED
                               SET RW-RUN-REFUSED TO TRUE
                               DISPLAY "*** HOLDFILE HOLDS MORE "
                                       "REVERSALS THAN THE DUAL REVIEW "
                                       "TABLE - RAISE THE TABLE AND "
                                       "RECOMPILE. ***"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1420-SCAN-ONE-DISPOSITION.
           READ DISP-FILE INTO RW-DISP-VIEW
               AT END SET RW-EOF-YES TO TRUE
               NOT AT END
                   IF RW-DV-DECISION(1:14) = "FIRST APPROVAL"
                       MOVE 1 TO RW-DUAL-IDX
                       PERFORM 1430-MATCH-ONE-REVERSAL
                           UNTIL RW-DUAL-IDX > RW-DUAL-TABLE-COUNT
                   END-IF
           END-READ.

       1430-MATCH-ONE-REVERSAL.
           IF RW-DV-REFERENCE = RW-DUAL-REFERENCE(RW-DUAL-IDX)
               AND RW-DV-DATE >= RW-DUAL-DATE(RW-DUAL-IDX)
               AND RW-DUAL-FIRST-ID(RW-DUAL-IDX) = SPACES
               MOVE RW-DV-REVIEWER-ID TO RW-DUAL-FIRST-ID(RW-DUAL-IDX)
           END-IF.
           ADD 1 TO RW-DUAL-IDX.

      *-----------------------------------------------------------*
      * 1440-FIND-DUAL-REVIEW - SETS RW-DUAL-FOUND-IDX TO THE DUAL
      * REVIEW ENTRY FOR THE CURRENT HOLD RECORD, ZERO IF NONE.
      *-----------------------------------------------------------*
       1440-FIND-DUAL-REVIEW.
           MOVE 0 TO RW-DUAL-FOUND-IDX.
           MOVE 1 TO RW-DUAL-IDX.
           PERFORM 1441-CHECK-ONE-DUAL-REVIEW
               UNTIL RW-DUAL-IDX > RW-DUAL-TABLE-COUNT
                  OR RW-DUAL-FOUND-IDX NOT = 0.

       1441-CHECK-ONE-DUAL-REVIEW.
           IF RW-DUAL-REFERENCE(RW-DUAL-IDX) = HOLD-REFERENCE-NUMBER
               AND RW-DUAL-DATE(RW-DUAL-IDX) = HOLD-TRANS-DATE
               MOVE RW-DUAL-IDX TO RW-DUAL-FOUND-IDX
           END-IF.
           ADD 1 TO RW-DUAL-IDX.

       1100-OPEN-FILES.
           SET RW-EOF-NO TO TRUE.
           OPEN INPUT HOLD-FILE.
           ELSE
               DISPLAY "  ACCOUNT CODE " HOLD-ACCOUNT-CODE
           END-IF.
           IF HOLD-ENTRY-SIDE = "D"
               IF HOLD-CONTRA-ACCOUNT = SPACES
                   DISPLAY "  CREDIT TO    (NONE)"
               ELSE
                   DISPLAY "  CREDIT TO    " HOLD-CONTRA-ACCOUNT
               END-IF
           END-IF.
           IF HOLD-CURRENCY-CODE NOT = SPACES
               AND HOLD-ORIGINAL-AMOUNT IS NUMERIC
               AND HOLD-EXCHANGE-RATE IS NUMERIC
               MOVE HOLD-ORIGINAL-AMOUNT TO RW-CLEAN-AMOUNT
               MOVE RW-CLEAN-AMOUNT TO RW-STR-AMOUNT
               MOVE HOLD-EXCHANGE-RATE TO RW-RATE-SHOW
               DISPLAY "  CURRENCY     " HOLD-CURRENCY-CODE
                       " RATE " RW-RATE-SHOW
               DISPLAY "  ORIGINAL     " RW-STR-AMOUNT
           END-IF.
           DISPLAY "  ENTERED BY   " HOLD-USER-ID.
           IF HOLD-POSTED-FLAG = "R"
               DISPLAY "  REVERSAL - NEEDS TWO REVIEWERS"
               PERFORM 1440-FIND-DUAL-REVIEW
               IF RW-DUAL-FOUND-IDX NOT = 0
                   IF RW-DUAL-FIRST-ID(RW-DUAL-FOUND-IDX) NOT = SPACES
                       DISPLAY "  FIRST APPROVAL BY "
                               RW-DUAL-FIRST-ID(RW-DUAL-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4000-APPROVE-RECORD - THE HELD RECORD IS APPENDED TO GLFILE
      * AS IS (SAME LAYOUT, BY DESIGN), FOLLOWED BY ITS MATCHING
      * CREDIT WHEN IT IS THE DEBIT SIDE OF A PAIR (AN OLDER
      * ONE-SIDED RECORD IS RELEASED ALONE), AND A DISPOSITION
      * LINE IS LOGGED. IT IS NOT WRITTEN TO THE WORK FILE, SO THE
      * REWRITE REMOVES IT FROM HOLDFILE. A RECORD DATED INTO A CLOSED
      * PERIOD IS NOT RELEASED: IT IS KEPT ON HOLDFILE (COUNTED AS
      * SKIPPED, SO THE HOLDWORK VERIFY STILL TIES) AND THE REFUSAL
      * IS LOGGED. SO IS A RECORD HELD UNDER THE REVIEWER'S OWN ID -
      * NOBODY APPROVES THEIR OWN ENTRY - AND THAT ATTEMPT GOES TO
      * SECLOG AS WELL. A HELD REVERSAL GOES THROUGH 4400.
      *-----------------------------------------------------------*
       4000-APPROVE-RECORD.
           IF HOLD-USER-ID = RW-REVIEWER-ID
               MOVE "REFUSED OWN ENTRY" TO RW-DISP-TEXT
               MOVE SPACES TO RW-SEC-REASON
               STRING "APPROVAL OF OWN ENTRY, REFERENCE "
                                          DELIMITED BY SIZE
                      HOLD-REFERENCE-NUMBER DELIMITED BY SIZE
                   INTO RW-SEC-REASON
               END-STRING
               PERFORM 4300-REFUSE-APPROVAL
               DISPLAY "NOT APPROVED - ENTERED UNDER YOUR OWN ID, "
                       "LEFT ON HOLDFILE"
           ELSE
               PERFORM 4100-CHECK-PERIOD-LOCKED
               IF RW-DATE-LOCKED
                   ADD 1 TO RW-LOCKED-COUNT
                   ADD 1 TO RW-SKIPPED-COUNT
                   WRITE HOLD-WORK-RECORD FROM HOLD-FILE-RECORD
                   MOVE SPACES TO RW-DISP-TEXT
                   STRING "REFUSED PERIOD "   DELIMITED BY SIZE
                          RW-CLOSED-PERIOD(RW-CLOSED-IDX)
                                              DELIMITED BY SIZE
                          " CLOSED"          DELIMITED BY SIZE
                       INTO RW-DISP-TEXT
                   END-STRING
                   PERFORM 6000-WRITE-DISPOSITION
                   DISPLAY "NOT APPROVED - DATED INTO CLOSED PERIOD "
                           RW-CLOSED-PERIOD(RW-CLOSED-IDX)
                           ", LEFT ON HOLDFILE"
               ELSE
                   IF HOLD-POSTED-FLAG = "R"
                       PERFORM 4400-APPROVE-REVERSAL
                   ELSE
                       PERFORM 4500-RELEASE-RECORD
                       MOVE "APPROVED" TO RW-DISP-TEXT
                       PERFORM 6000-WRITE-DISPOSITION
                       DISPLAY "APPROVED - RELEASED TO THE GL FEED"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4300-REFUSE-APPROVAL - KEEPS THE RECORD ON HOLDFILE AND
      * LOGS THE REFUSAL (RW-DISP-TEXT) ON DISPLOG AND THE REASON
      * (RW-SEC-REASON) ON SECLOG.
      *-----------------------------------------------------------*
       4300-REFUSE-APPROVAL.
           ADD 1 TO RW-DUTY-REFUSED-COUNT.
           ADD 1 TO RW-SKIPPED-COUNT.
           WRITE HOLD-WORK-RECORD FROM HOLD-FILE-RECORD.
           PERFORM 6000-WRITE-DISPOSITION.
           PERFORM 6100-WRITE-SECURITY-LOG.

      *-----------------------------------------------------------*
      * 4400-APPROVE-REVERSAL - A HELD REVERSAL IS RELEASED ONLY ON
      * ITS SECOND APPROVAL, BY A REVIEWER OTHER THAN THE FIRST.
      * THE FIRST APPROVAL IS LOGGED ON DISPLOG AND THE RECORD IS
      * KEPT; THE FIRST REVIEWER TRYING AGAIN IS REFUSED. ON
      * RELEASE THE FLAG GOES BACK TO "N" (NOT POSTED) FOR POSTER.
      *-----------------------------------------------------------*
       4400-APPROVE-REVERSAL.
           PERFORM 1440-FIND-DUAL-REVIEW.
           IF RW-DUAL-FOUND-IDX = 0
               MOVE SPACES TO RW-PRIOR-REVIEWER
           ELSE
               MOVE RW-DUAL-FIRST-ID(RW-DUAL-FOUND-IDX)
                   TO RW-PRIOR-REVIEWER
           END-IF.
           IF RW-PRIOR-REVIEWER = SPACES
               ADD 1 TO RW-FIRST-APPROVAL-COUNT
               ADD 1 TO RW-SKIPPED-COUNT
               WRITE HOLD-WORK-RECORD FROM HOLD-FILE-RECORD
               MOVE "FIRST APPROVAL - SECOND REVIEWER NEEDED"
                   TO RW-DISP-TEXT
               PERFORM 6000-WRITE-DISPOSITION
               DISPLAY "FIRST APPROVAL RECORDED - A SECOND REVIEWER "
                       "MUST APPROVE, LEFT ON HOLDFILE"
           ELSE
               IF RW-PRIOR-REVIEWER = RW-REVIEWER-ID
                   MOVE "REFUSED SECOND APPROVAL BY FIRST REVIEWER"
                       TO RW-DISP-TEXT
                   MOVE SPACES TO RW-SEC-REASON
                   STRING "SECOND APPROVAL BY FIRST REVIEWER, "
                                              DELIMITED BY SIZE
                          "REFERENCE "        DELIMITED BY SIZE
                          HOLD-REFERENCE-NUMBER DELIMITED BY SIZE
                       INTO RW-SEC-REASON
                   END-STRING
                   PERFORM 4300-REFUSE-APPROVAL
                   DISPLAY "NOT APPROVED - YOU GAVE THE FIRST "
                           "APPROVAL, LEFT ON HOLDFILE"
               ELSE
                   MOVE "N" TO HOLD-POSTED-FLAG
                   PERFORM 4500-RELEASE-RECORD
                   MOVE SPACES TO RW-DISP-TEXT
                   STRING "APPROVED 2ND, FIRST BY " DELIMITED BY SIZE
                          RW-PRIOR-REVIEWER         DELIMITED BY SIZE
                       INTO RW-DISP-TEXT
                   END-STRING
                   PERFORM 6000-WRITE-DISPOSITION
                   DISPLAY "SECOND APPROVAL - RELEASED TO THE GL FEED"
               END-IF
           END-IF.

       4500-RELEASE-RECORD.
           WRITE GL-FILE-RECORD FROM HOLD-FILE-RECORD.
           IF HOLD-ENTRY-SIDE = "D"
               PERFORM 4200-WRITE-CREDIT-SIDE
           END-IF.
           ADD 1 TO RW-APPROVED-COUNT.

       4200-WRITE-CREDIT-SIDE.
           MOVE HOLD-FILE-RECORD TO RW-CREDIT-RECORD.
           COMPUTE RW-CR-RESULT = 0 - HOLD-RESULT.
           MOVE HOLD-CONTRA-ACCOUNT TO RW-CR-ACCOUNT-CODE.
           MOVE "C" TO RW-CR-ENTRY-SIDE.
           MOVE HOLD-ACCOUNT-CODE TO RW-CR-CONTRA-ACCOUNT.
           IF HOLD-ORIGINAL-AMOUNT IS NUMERIC
               COMPUTE RW-CR-ORIGINAL-AMOUNT =
                   0 - HOLD-ORIGINAL-AMOUNT
           END-IF.
           WRITE GL-FILE-RECORD FROM RW-CREDIT-RECORD.

      *-----------------------------------------------------------*
      * 4100-CHECK-PERIOD-LOCKED - SETS RW-DATE-LOCKED WHEN
      * HOLD-TRANS-DATE FALLS INSIDE A CLOSED PERIOD.
      *-----------------------------------------------------------*
       4100-CHECK-PERIOD-LOCKED.
           SET RW-DATE-OPEN TO TRUE.
           MOVE 1 TO RW-CLOSED-IDX.
           PERFORM 4110-CHECK-ONE-CLOSED-PERIOD
               UNTIL RW-CLOSED-IDX > RW-CLOSED-TABLE-COUNT
                  OR RW-DATE-LOCKED.

       4110-CHECK-ONE-CLOSED-PERIOD.
           IF HOLD-TRANS-DATE >= RW-CLOSED-START(RW-CLOSED-IDX)
               AND HOLD-TRANS-DATE <= RW-CLOSED-END(RW-CLOSED-IDX)
               SET RW-DATE-LOCKED TO TRUE
           ELSE
               ADD 1 TO RW-CLOSED-IDX
           END-IF.

      *-----------------------------------------------------------*
      * 5000-REJECT-RECORD - THE HELD RECORD GOES TO EXCPFILE WITH
           END-STRING.
           WRITE DISP-FILE-RECORD.

      *-----------------------------------------------------------*
      * 6100-WRITE-SECURITY-LOG - APPENDS ONE REFUSAL (RW-SEC-REASON)
      * TO SECLOG UNDER THE REVIEWER'S ID, SO AUDIT SEES ATTEMPTED
      * VIOLATIONS AS WELL AS THE ONES STOPPED.
      *-----------------------------------------------------------*
       6100-WRITE-SECURITY-LOG.
           OPEN EXTEND SEC-LOG-FILE.
           IF RW-SECLOG-FILE-STATUS = "05"
               OR RW-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF.
           IF RW-SECLOG-FILE-STATUS = "00"
               MOVE SPACES         TO SEC-LOG-RECORD
               MOVE RW-CDT-DATE    TO SEC-LOG-DATE
               MOVE RW-CDT-TIME    TO SEC-LOG-TIME
               MOVE "REVIEWER"     TO SEC-LOG-PROGRAM
               MOVE RW-REVIEWER-ID TO SEC-LOG-USER-ID
               MOVE RW-SEC-REASON  TO SEC-LOG-REASON
               WRITE SEC-LOG-RECORD
               CLOSE SEC-LOG-FILE
           ELSE
               DISPLAY "*** SECLOG CANNOT BE OPENED (STATUS "
                       RW-SECLOG-FILE-STATUS ") - REFUSAL NOT LOGGED"
           END-IF.

       8000-CLOSE-FILES.
           CLOSE HOLD-FILE.
           CLOSE HOLD-WORK-FILE.
           DISPLAY "REJECTED " RW-SHOW-COUNT.
           MOVE RW-SKIPPED-COUNT TO RW-SHOW-COUNT.
           DISPLAY "SKIPPED  " RW-SHOW-COUNT.
           MOVE RW-LOCKED-COUNT TO RW-SHOW-COUNT.
           DISPLAY "  OF WHICH PERIOD CLOSED " RW-SHOW-COUNT.
           MOVE RW-DUTY-REFUSED-COUNT TO RW-SHOW-COUNT.
           DISPLAY "  OF WHICH DUTY REFUSED  " RW-SHOW-COUNT.
           MOVE RW-FIRST-APPROVAL-COUNT TO RW-SHOW-COUNT.
           DISPLAY "  OF WHICH 1ST APPROVAL  " RW-SHOW-COUNT.

       END PROGRAM REVIEWER.
