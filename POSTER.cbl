      * RUN BEFORE ANYTHING IS TOUCHED - THE OLD LOAD STOPPED AT
      * THE LIMIT WITHOUT A WORD AND THE END-OF-JOB REWRITE THEN
      * DELETED EVERY BALANCE PAST IT.
      * 2026-10-15 RLD   CLOSED PERIODS ARE LOCKED. THE FISCAL
      * CALENDAR (FISCALCAL) IS LOADED AT STARTUP AND AN UNPOSTED
      * RECORD DATED INTO A PERIOD THE PERIOD-END CLOSE (PERCLOSE)
      * HAS CLOSED IS LEFT UNPOSTED AND LISTED INSTEAD OF CHANGING
      * A BALANCE ALREADY REPORTED. NO CALENDAR, NO LOCKING.
      * 2026-10-15 RLD   BALANCED ENTRIES. GLFILE RECORDS WIDENED 97
      * TO 106 FOR THE ENTRY-SIDE AND CONTRA-ACCOUNT COLUMNS
      * CALCULATOR NOW WRITES. THE DEBIT AND CREDIT RECORDS OF ONE
      * REFERENCE ARE POSTED TOGETHER OR NOT AT ALL - AN ENTRY
      * WHOSE SIDES DO NOT NET TO ZERO IS LEFT UNPOSTED AND LISTED.
      * OLDER ONE-SIDED RECORDS POST AS BEFORE. THE TRIAL BALANCE
      * GAINED DEBIT/CREDIT PROOF LINES FOR THE ENTRIES POSTED AND
      * FOR THE CLOSING BALANCES.
      * 2026-10-15 RLD   FOREIGN-CURRENCY TRANSACTIONS. GLFILE
      * RECORDS WIDENED 106 TO 144 FOR THE CURRENCY CODE, ORIGINAL
      * AMOUNT AND EXCHANGE RATE CALCULATOR NOW WRITES. POSTING IS
      * STILL ON THE CONVERTED GL-RESULT. THE TRIAL BALANCE GAINED
      * AN ACTIVITY-BY-CURRENCY BLOCK SHOWING WHAT WAS POSTED THIS
      * RUN IN THE FUNCTIONAL CURRENCY APART FROM EACH FOREIGN ONE.
      * 2026-10-15 RLD   POSTMANI WIDENED 57 TO 65 FOR THE RUN TIME,
      * SO THE NIGHTLY CYCLE DRIVER CAN TELL A MANIFEST THIS RUN
      * WROTE FROM AN OLDER ONE. STOP RUN IS NOW GOBACK SO THE
      * DRIVER CAN CALL THE PROGRAM; RUN ON ITS OWN IT ENDS THE SAME
      * AS BEFORE.
      * 2026-10-15 RLD   EVERY RUN NOW SIGNS ON BEFORE ANYTHING IS
      * READ OR WRITTEN, THE SAME WAY CALCULATOR DOES: THE ID COMES
      * FROM OPERID (BATCH) OR A PROMPT AND IS VERIFIED AGAINST
      * USERFILE, WHERE IT MUST BE ACTIVE AND, ONCE ROLES ARE IN USE,
      * HOLD ROLE P (POSTER). A REFUSED SIGN-ON IS APPENDED TO THE
      * SECURITY LOG (SECLOG) WITH THE ID AND THE REASON.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-MANI-FILE-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "FISCALCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-FISCAL-FILE-STATUS.

           SELECT OPERID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-OPERID-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO "USERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-USER-FILE-STATUS.

           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-SECLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-FILE-RECORD.
           05  GL-TRANS-DATE           PIC 9(08).
           05  GL-REFERENCE-NUMBER     PIC 9(09).
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
      * BAL-FILE - THE BALANCE MASTER. ONE RECORD PER ACCOUNT CODE,
      * EVERY RECORD) AND CLEARED POSTMANI.
      *-----------------------------------------------------------*
       FD  MANI-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  MANI-FILE-RECORD.
           05  MANI-COMPLETE-FLAG      PIC X(01).
           05  MANI-RUN-DATE           PIC 9(08).
           05  MANI-WORK-COUNT         PIC 9(09).
           05  MANI-GL-TOTAL           PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
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
       01 PO-GL-FILE-STATUS        PIC X(02)                VALUE "00".
       01 PO-BAL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 PO-TRIAL-FILE-STATUS     PIC X(02)                VALUE "00".
       01 PO-MANI-FILE-STATUS      PIC X(02)                VALUE "00".
       01 PO-FISCAL-FILE-STATUS    PIC X(02)                VALUE "00".
       01 PO-OPERID-FILE-STATUS    PIC X(02)                VALUE "00".
       01 PO-USER-FILE-STATUS      PIC X(02)                VALUE "00".
       01 PO-SECLOG-FILE-STATUS    PIC X(02)                VALUE "00".

       01 PO-CURRENT-DATE-TIME.
           05 PO-CDT-DATE          PIC 9(08).
           88 PO-EOF-YES                      VALUE "Y".
           88 PO-EOF-NO                       VALUE "N".

      *-----------------------------------------------------------*
      * OPERATOR SIGN-ON WORK FIELDS - THE SAME SIGN-ON CALCULATOR
      * DOES. PO-USER-ROLE-COUNT COUNTS THE USERFILE LINES CARRYING
      * ANY ROLE; ZERO MEANS ROLES ARE NOT IN USE YET AND ONLY THE
      * ACTIVE FLAG IS CHECKED.
      *-----------------------------------------------------------*
       01 PO-OPERATOR-ID           PIC X(08)                VALUE SPACES.
       01 PO-SIGNON-REASON         PIC X(60)                VALUE SPACES.

       01 PO-USER-TABLE-MAX        PIC 9(03) COMP           VALUE 100.
       01 PO-USER-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 PO-USER-ROLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 PO-USER-TABLE.
           05 PO-USER-ENTRY OCCURS 100 TIMES.
               10 PO-USER-ID        PIC X(08).
               10 PO-USER-ACTIVE-SW PIC X(01).
                   88 PO-USER-ACTIVE     VALUE "Y".
               10 PO-USER-ROLES     PIC X(05).

       01 PO-USER-IDX              PIC 9(03) COMP           VALUE 0.
       01 PO-USER-FOUND-IDX        PIC 9(03) COMP           VALUE 0.
       01 PO-ROLE-TALLY            PIC 9(02) COMP           VALUE 0.

       01 PO-USER-EOF-SWITCH       PIC X(01)                VALUE "N".
           88 PO-USER-EOF-YES                 VALUE "Y".
           88 PO-USER-EOF-NO                  VALUE "N".

       01 PO-SIGNON-SWITCH         PIC X(01)                VALUE "N".
           88 PO-SIGNON-OK                    VALUE "Y".
           88 PO-SIGNON-REFUSED               VALUE "N".

       01 PO-GL-PRESENT-SWITCH     PIC X(01)                VALUE "N".
           88 PO-GL-PRESENT-YES               VALUE "Y".
           88 PO-GL-PRESENT-NO                VALUE "N".
       01 PO-POSTED-COUNT          PIC 9(09) COMP           VALUE 0.
       01 PO-ALREADY-COUNT         PIC 9(09) COMP           VALUE 0.
       01 PO-SUSPENSE-COUNT        PIC 9(09) COMP           VALUE 0.
       01 PO-LOCKED-COUNT          PIC 9(09) COMP           VALUE 0.
       01 PO-UNBALANCED-COUNT      PIC 9(09) COMP           VALUE 0.
       01 PO-SHOW-COUNT            PIC 9(09)                VALUE 0.

      *-----------------------------------------------------------*
       01 PO-VERIFY-TOTAL          PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

      *-----------------------------------------------------------*
      * CLOSED PERIOD TABLE - THE DATE RANGE OF EVERY PERIOD THE
      * FISCAL CALENDAR SHOWS CLOSED. OPEN PERIODS ARE NOT KEPT.
      *-----------------------------------------------------------*
       01 PO-CLOSED-TABLE-MAX      PIC 9(03) COMP           VALUE 240.
       01 PO-CLOSED-TABLE-COUNT    PIC 9(03) COMP           VALUE 0.
       01 PO-CLOSED-TABLE.
           05 PO-CLOSED-ENTRY OCCURS 240 TIMES.
               10 PO-CLOSED-PERIOD  PIC X(06).
               10 PO-CLOSED-START   PIC 9(08).
               10 PO-CLOSED-END     PIC 9(08).

       01 PO-CLOSED-IDX            PIC 9(03) COMP           VALUE 0.
       01 PO-LOCKED-SWITCH         PIC X(01)                VALUE "N".
           88 PO-DATE-LOCKED                  VALUE "Y".
           88 PO-DATE-OPEN                    VALUE "N".

       01 PO-WORK-VIEW.
           05 FILLER               PIC X(59).
           05 PO-WORK-RESULT       PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER               PIC X(64).

      *-----------------------------------------------------------*
      * ENTRY BUFFER - THE UNPOSTED DEBIT AND CREDIT RECORDS OF ONE
      * REFERENCE ARE HELD HERE AS THEY ARE READ (CALCULATOR WRITES
      * THEM BACK TO BACK) UNTIL THE NEXT ENTRY STARTS, THEN POSTED
      * OR REFUSED AS A WHOLE. A RECORD IS SAVED IN PO-READ-RECORD
      * WHILE THE PREVIOUS ENTRY IS RELEASED THROUGH GL-FILE-RECORD.
      * AN ENTRY LONGER THAN THE BUFFER IS REFUSED.
      *-----------------------------------------------------------*
       01 PO-ENTRY-TABLE-MAX       PIC 9(03) COMP           VALUE 20.
       01 PO-ENTRY-COUNT           PIC 9(03) COMP           VALUE 0.
       01 PO-ENTRY-TABLE.
           05 PO-ENTRY-LINE OCCURS 20 TIMES
                                    PIC X(144).
       01 PO-ENTRY-IDX             PIC 9(03) COMP           VALUE 0.
       01 PO-ENTRY-REFERENCE       PIC 9(09)                VALUE 0.
       01 PO-ENTRY-DATE            PIC 9(08)                VALUE 0.
       01 PO-ENTRY-NET             PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-READ-RECORD           PIC X(144)               VALUE SPACES.

       01 PO-ENTRY-BREAK-SWITCH    PIC X(01)                VALUE "N".
           88 PO-ENTRY-BREAK-YES              VALUE "Y".
           88 PO-ENTRY-BREAK-NO               VALUE "N".
       01 PO-ENTRY-OVERFLOW-SWITCH PIC X(01)                VALUE "N".
           88 PO-ENTRY-OVERFLOW-YES           VALUE "Y".
           88 PO-ENTRY-OVERFLOW-NO            VALUE "N".
       01 PO-ENTRY-ACTION          PIC X(01)                VALUE "P".
           88 PO-ENTRY-POST                   VALUE "P".
           88 PO-ENTRY-LEAVE                  VALUE "L".

      *-----------------------------------------------------------*
      * PROOF TOTALS - DEBITS (POSITIVE AMOUNTS) AND CREDITS
      * (NEGATIVE AMOUNTS, KEPT POSITIVE) POSTED THIS RUN, PAIRED
      * ENTRIES APART FROM OLDER ONE-SIDED RECORDS, AND THE SAME
      * SPLIT OF THE CLOSING BALANCES, FOR THE TRIAL BALANCE PROOF.
      *-----------------------------------------------------------*
       01 PO-PAIRED-DEBITS         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-PAIRED-CREDITS        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-ONE-SIDED-DEBITS      PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-ONE-SIDED-CREDITS     PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-ONE-SIDED-COUNT       PIC 9(09) COMP           VALUE 0.
       01 PO-CLOSING-DEBITS        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-CLOSING-CREDITS       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-PROOF-DIFFERENCE      PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

      *-----------------------------------------------------------*
      * CURRENCY TOTALS - WHAT WAS POSTED THIS RUN, SPLIT BY THE
      * CURRENCY THE TRANSACTION WAS PRICED IN. A BLANK CURRENCY
      * CODE IS THE FUNCTIONAL CURRENCY AND IS KEPT ON ITS OWN
      * LINE; EACH FOREIGN CURRENCY CARRIES BOTH THE ORIGINAL
      * AMOUNTS AND THE CONVERTED (FUNCTIONAL) AMOUNTS POSTED.
      *-----------------------------------------------------------*
       01 PO-FUNC-COUNT            PIC 9(09) COMP           VALUE 0.
       01 PO-FUNC-DEBITS           PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-FUNC-CREDITS          PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 PO-FX-TABLE-MAX          PIC 9(03) COMP           VALUE 50.
       01 PO-FX-TABLE-COUNT        PIC 9(03) COMP           VALUE 0.
       01 PO-FX-TABLE.
           05 PO-FX-ENTRY OCCURS 50 TIMES.
               10 PO-FX-CURRENCY    PIC X(03).
               10 PO-FX-COUNT       PIC 9(09) COMP.
               10 PO-FX-ORIG-DEBITS PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 PO-FX-ORIG-CREDITS
                                    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 PO-FX-FUNC-DEBITS PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 PO-FX-FUNC-CREDITS
                                    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
       01 PO-FX-IDX                PIC 9(03) COMP           VALUE 0.
       01 PO-FX-FOUND-IDX          PIC 9(03) COMP           VALUE 0.
       01 PO-FX-ORIGINAL-WORK      PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 PO-VERIFY-SWITCH         PIC X(01)                VALUE "N".
           88 PO-VERIFY-OK                    VALUE "Y".
       01 PO-PRIOR-FLAG            PIC X(01)                VALUE SPACE.
       01 PO-MANI-VIEW.
           05 PO-MANI-VIEW-FLAG    PIC X(01).
           05 FILLER               PIC X(64).

       01 PO-TOTAL-OPENING         PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
           05 PO-RPT-TOT-CLOSING   PIC -(18)9.9(02).
           05 FILLER               PIC X(58)    VALUE SPACES.

       01 PO-RPT-PROOF-LINE.
           05 PO-RPT-PRF-LABEL     PIC X(20).
           05 FILLER               PIC X(07)    VALUE " DEBITS".
           05 PO-RPT-PRF-DEBITS    PIC -(18)9.9(02).
           05 FILLER               PIC X(08)    VALUE " CREDITS".
           05 PO-RPT-PRF-CREDITS   PIC -(18)9.9(02).
           05 FILLER               PIC X(11)    VALUE " DIFFERENCE".
           05 PO-RPT-PRF-DIFF      PIC -(18)9.9(02).
           05 FILLER               PIC X(01)    VALUE SPACE.
           05 PO-RPT-PRF-REMARK    PIC X(19).

       01 PO-RPT-FX-TITLE.
           05 FILLER               PIC X(40)
               VALUE "ACTIVITY BY CURRENCY POSTED THIS RUN    ".
           05 FILLER               PIC X(92)    VALUE SPACES.

       01 PO-RPT-FX-HEADING.
           05 FILLER               PIC X(10)    VALUE "CURRENCY  ".
           05 FILLER               PIC X(10)    VALUE "     TRANS".
           05 FILLER               PIC X(22)
               VALUE "       ORIGINAL DEBITS".
           05 FILLER               PIC X(22)
               VALUE "      ORIGINAL CREDITS".
           05 FILLER               PIC X(22)
               VALUE "     FUNCTIONAL DEBITS".
           05 FILLER               PIC X(22)
               VALUE "    FUNCTIONAL CREDITS".
           05 FILLER               PIC X(24)    VALUE SPACES.

       01 PO-RPT-FX-LINE.
           05 PO-RPT-FX-CURRENCY   PIC X(10).
           05 PO-RPT-FX-COUNT      PIC Z(09)9.
           05 PO-RPT-FX-ORIG-DR    PIC -(18)9.9(02).
           05 PO-RPT-FX-ORIG-CR    PIC -(18)9.9(02).
           05 PO-RPT-FX-FUNC-DR    PIC -(18)9.9(02).
           05 PO-RPT-FX-FUNC-CR    PIC -(18)9.9(02).
           05 FILLER               PIC X(24)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO PO-CURRENT-DATE-TIME.
           PERFORM 0400-OPERATOR-SIGN-ON.
           IF PO-SIGNON-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR ID " PO-OPERATOR-ID
                       " NOT AUTHORIZED"
               DISPLAY "  REASON: " PO-SIGNON-REASON
               GOBACK
           END-IF.
           PERFORM 0500-CHECK-PRIOR-MANIFEST.
           IF PO-RUN-REFUSED
               GOBACK
           END-IF.
           PERFORM 1000-LOAD-BALANCE-TABLE.
           IF PO-RUN-REFUSED
               GOBACK
           END-IF.
           PERFORM 1100-LOAD-CLOSED-PERIODS.
           PERFORM 3000-POST-GL-FILE.
           IF PO-GL-PRESENT-YES
               PERFORM 1200-WRITE-MANIFEST-START
           DISPLAY "ALREADY POSTED, SKIPPED      " PO-SHOW-COUNT.
           MOVE PO-SUSPENSE-COUNT TO PO-SHOW-COUNT.
           DISPLAY "POSTED TO SUSPENSE           " PO-SHOW-COUNT.
           MOVE PO-LOCKED-COUNT TO PO-SHOW-COUNT.
           DISPLAY "LEFT UNPOSTED, PERIOD CLOSED " PO-SHOW-COUNT.
           MOVE PO-UNBALANCED-COUNT TO PO-SHOW-COUNT.
           DISPLAY "LEFT UNPOSTED, NOT BALANCED  " PO-SHOW-COUNT.
           GOBACK.

      *-----------------------------------------------------------*
      * 0400-OPERATOR-SIGN-ON - POSTING CHANGES LEDGER BALANCES,
      * SO IT RUNS ONLY UNDER AN ID THAT IS ACTIVE ON USERFILE AND,
      * ONCE ROLES ARE IN USE THERE, HOLDS ROLE P. THE ID COMES FROM
      * OPERID WHEN STAGED, OTHERWISE FROM A PROMPT, AS IN
      * CALCULATOR. NO USERFILE MEANS NO VERIFICATION IS POSSIBLE -
      * THE ID IS TAKEN AS GIVEN AND THE GAP IS NOTED ON THE
      * CONSOLE. A REFUSAL IS RECORDED ON SECLOG BEFORE THE RUN
      * STOPS.
      *-----------------------------------------------------------*
       0400-OPERATOR-SIGN-ON.
           MOVE SPACES TO PO-OPERATOR-ID.
           OPEN INPUT OPERID-FILE.
           IF PO-OPERID-FILE-STATUS = "00"
               READ OPERID-FILE INTO PO-OPERATOR-ID
                   AT END
                       MOVE SPACES TO PO-OPERATOR-ID
               END-READ
               CLOSE OPERID-FILE
           END-IF.
           PERFORM 0410-PROMPT-OPERATOR-ID
               UNTIL PO-OPERATOR-ID NOT = SPACES.
           PERFORM 0420-LOAD-USER-TABLE.
           IF PO-USER-TABLE-COUNT = 0
               SET PO-SIGNON-OK TO TRUE
               DISPLAY "USERFILE NOT AVAILABLE - OPERATOR "
                       PO-OPERATOR-ID " NOT VERIFIED"
           ELSE
               PERFORM 0430-VERIFY-OPERATOR-ID
           END-IF.
           IF PO-SIGNON-REFUSED
               PERFORM 0440-WRITE-SECURITY-LOG
           END-IF.

       0410-PROMPT-OPERATOR-ID.
           DISPLAY "Enter your operator ID (up to 8 characters):".
           ACCEPT PO-OPERATOR-ID.

       0420-LOAD-USER-TABLE.
           MOVE 0 TO PO-USER-TABLE-COUNT.
           MOVE 0 TO PO-USER-ROLE-COUNT.
           SET PO-USER-EOF-NO TO TRUE.
           OPEN INPUT USER-FILE.
           IF PO-USER-FILE-STATUS = "00"
               PERFORM 0421-LOAD-ONE-USER
                   UNTIL PO-USER-EOF-YES
                      OR PO-USER-TABLE-COUNT >= PO-USER-TABLE-MAX
               CLOSE USER-FILE
           END-IF.

       0421-LOAD-ONE-USER.
           READ USER-FILE
               AT END SET PO-USER-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO PO-USER-TABLE-COUNT
                   MOVE USER-REC-ID
                       TO PO-USER-ID(PO-USER-TABLE-COUNT)
                   MOVE USER-REC-ACTIVE
                       TO PO-USER-ACTIVE-SW(PO-USER-TABLE-COUNT)
                   MOVE USER-REC-ROLES
                       TO PO-USER-ROLES(PO-USER-TABLE-COUNT)
                   IF USER-REC-ROLES NOT = SPACES
                       ADD 1 TO PO-USER-ROLE-COUNT
                   END-IF
           END-READ.

       0430-VERIFY-OPERATOR-ID.
           SET PO-SIGNON-REFUSED TO TRUE.
           MOVE SPACES TO PO-SIGNON-REASON.
           MOVE 0 TO PO-USER-FOUND-IDX.
           MOVE 1 TO PO-USER-IDX.
           PERFORM 0431-CHECK-ONE-USER
               UNTIL PO-USER-IDX > PO-USER-TABLE-COUNT
                  OR PO-USER-FOUND-IDX NOT = 0.
           IF PO-USER-FOUND-IDX = 0
               MOVE "NOT ON USERFILE" TO PO-SIGNON-REASON
           ELSE
               IF NOT PO-USER-ACTIVE(PO-USER-FOUND-IDX)
                   MOVE "INACTIVE ON USERFILE" TO PO-SIGNON-REASON
               ELSE
                   IF PO-USER-ROLE-COUNT = 0
                       SET PO-SIGNON-OK TO TRUE
                       DISPLAY "USERFILE CARRIES NO ROLES - OPERATOR "
                               PO-OPERATOR-ID " NOT ROLE-CHECKED"
                   ELSE
                       MOVE 0 TO PO-ROLE-TALLY
                       INSPECT PO-USER-ROLES(PO-USER-FOUND-IDX)
                           TALLYING PO-ROLE-TALLY FOR ALL "P"
                       IF PO-ROLE-TALLY > 0
                           SET PO-SIGNON-OK TO TRUE
                       ELSE
                           MOVE "ROLE P (POSTER) NOT HELD"
                               TO PO-SIGNON-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0431-CHECK-ONE-USER.
           IF PO-USER-ID(PO-USER-IDX) = PO-OPERATOR-ID
               MOVE PO-USER-IDX TO PO-USER-FOUND-IDX
           END-IF.
           ADD 1 TO PO-USER-IDX.

       0440-WRITE-SECURITY-LOG.
           OPEN EXTEND SEC-LOG-FILE.
           IF PO-SECLOG-FILE-STATUS = "05"
               OR PO-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF.
           IF PO-SECLOG-FILE-STATUS = "00"
               MOVE SPACES           TO SEC-LOG-RECORD
               MOVE PO-CDT-DATE      TO SEC-LOG-DATE
               MOVE PO-CDT-TIME      TO SEC-LOG-TIME
               MOVE "POSTER"         TO SEC-LOG-PROGRAM
               MOVE PO-OPERATOR-ID   TO SEC-LOG-USER-ID
               MOVE PO-SIGNON-REASON TO SEC-LOG-REASON
               WRITE SEC-LOG-RECORD
               CLOSE SEC-LOG-FILE
           ELSE
               DISPLAY "*** SECLOG CANNOT BE OPENED (STATUS "
                       PO-SECLOG-FILE-STATUS ") - REFUSAL NOT LOGGED"
           END-IF.

      *-----------------------------------------------------------*
      * 0500-CHECK-PRIOR-MANIFEST - A MANIFEST LEFT AT ANYTHING
       1200-WRITE-MANIFEST-START.
           MOVE "N" TO MANI-COMPLETE-FLAG.
           MOVE PO-CDT-DATE TO MANI-RUN-DATE.
           MOVE PO-CDT-TIME TO MANI-RUN-TIME.
           MOVE 0 TO MANI-POSTED-COUNT.
           MOVE 0 TO MANI-ALREADY-COUNT.
           MOVE 0 TO MANI-WORK-COUNT.
               MOVE "E" TO MANI-COMPLETE-FLAG
           END-IF.
           MOVE PO-CDT-DATE TO MANI-RUN-DATE.
           MOVE PO-CDT-TIME TO MANI-RUN-TIME.
           MOVE PO-POSTED-COUNT TO MANI-POSTED-COUNT.
           MOVE PO-ALREADY-COUNT TO MANI-ALREADY-COUNT.
           MOVE PO-WORK-COUNT TO MANI-WORK-COUNT.
                   MOVE 0 TO PO-BAL-TRANS-COUNT(PO-BAL-TABLE-COUNT)
           END-READ.

      *-----------------------------------------------------------*
      * 1100-LOAD-CLOSED-PERIODS - KEEPS THE DATE RANGE OF EVERY
      * CLOSED PERIOD ON THE FISCAL CALENDAR. NO FISCALCAL MEANS NO
      * PERIOD HAS EVER BEEN CLOSED AND NOTHING IS LOCKED.
      *-----------------------------------------------------------*
       1100-LOAD-CLOSED-PERIODS.
           MOVE 0 TO PO-CLOSED-TABLE-COUNT.
           SET PO-EOF-NO TO TRUE.
           OPEN INPUT FISCAL-FILE.
           IF PO-FISCAL-FILE-STATUS = "00"
               PERFORM 1110-LOAD-ONE-PERIOD
                   UNTIL PO-EOF-YES
                      OR PO-CLOSED-TABLE-COUNT >= PO-CLOSED-TABLE-MAX
               CLOSE FISCAL-FILE
           END-IF.

       1110-LOAD-ONE-PERIOD.
           READ FISCAL-FILE
               AT END SET PO-EOF-YES TO TRUE
               NOT AT END
                   IF FC-STATUS = "C"
                       ADD 1 TO PO-CLOSED-TABLE-COUNT
                       MOVE FC-PERIOD-ID
                           TO PO-CLOSED-PERIOD(PO-CLOSED-TABLE-COUNT)
                       MOVE FC-START-DATE
                           TO PO-CLOSED-START(PO-CLOSED-TABLE-COUNT)
                       MOVE FC-END-DATE
                           TO PO-CLOSED-END(PO-CLOSED-TABLE-COUNT)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 1150-CHECK-PERIOD-LOCKED - SETS PO-DATE-LOCKED WHEN
      * GL-TRANS-DATE FALLS INSIDE A CLOSED PERIOD. AN ENTRY IS
      * CHECKED ON ITS FIRST LINE - EVERY LINE SHARES THE DATE.
      *-----------------------------------------------------------*
       1150-CHECK-PERIOD-LOCKED.
           SET PO-DATE-OPEN TO TRUE.
           MOVE 1 TO PO-CLOSED-IDX.
           PERFORM 1160-CHECK-ONE-CLOSED-PERIOD
               UNTIL PO-CLOSED-IDX > PO-CLOSED-TABLE-COUNT
                  OR PO-DATE-LOCKED.

       1160-CHECK-ONE-CLOSED-PERIOD.
           IF GL-TRANS-DATE >= PO-CLOSED-START(PO-CLOSED-IDX)
               AND GL-TRANS-DATE <= PO-CLOSED-END(PO-CLOSED-IDX)
               SET PO-DATE-LOCKED TO TRUE
           ELSE
               ADD 1 TO PO-CLOSED-IDX
           END-IF.

      *-----------------------------------------------------------*
      * 3000-POST-GL-FILE - PASS ONE. EVERY GLFILE RECORD IS COPIED
      * TO THE WORK FILE; THE ONES NOT YET POSTED ARE APPLIED TO

       3100-POST-ONE-GL-RECORD.
           READ GL-FILE
               AT END
                   SET PO-EOF-YES TO TRUE
                   PERFORM 3150-RELEASE-ENTRY
               NOT AT END
                   ADD GL-RESULT TO PO-INPUT-TOTAL
                   IF GL-POSTED-FLAG = "P"
                       OR (GL-ENTRY-SIDE NOT = "D"
                           AND GL-ENTRY-SIDE NOT = "C")
                       MOVE GL-FILE-RECORD TO PO-READ-RECORD
                       PERFORM 3150-RELEASE-ENTRY
                       MOVE PO-READ-RECORD TO GL-FILE-RECORD
                       PERFORM 3110-POST-ONE-SIDED-RECORD
                   ELSE
                       PERFORM 3130-ADD-TO-ENTRY
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 3110-POST-ONE-SIDED-RECORD - A RECORD ALREADY POSTED, OR
      * ONE WRITTEN BEFORE ENTRIES WERE PAIRED (BLANK ENTRY SIDE),
      * IS HANDLED ON ITS OWN EXACTLY AS IT ALWAYS WAS.
      *-----------------------------------------------------------*
       3110-POST-ONE-SIDED-RECORD.
           IF GL-POSTED-FLAG = "P"
               ADD 1 TO PO-ALREADY-COUNT
           ELSE
               PERFORM 1150-CHECK-PERIOD-LOCKED
               IF PO-DATE-LOCKED
                   ADD 1 TO PO-LOCKED-COUNT
                   DISPLAY "REFERENCE " GL-REFERENCE-NUMBER
                           " DATED " GL-TRANS-DATE
                           " FALLS IN CLOSED PERIOD "
                           PO-CLOSED-PERIOD(PO-CLOSED-IDX)
                           " - NOT POSTED"
               ELSE
                   PERFORM 3200-APPLY-ONE-RESULT
                   IF PO-FOUND-IDX NOT = 0
                       MOVE "P" TO GL-POSTED-FLAG
                   END-IF
               END-IF
           END-IF.
           WRITE GL-WORK-RECORD FROM GL-FILE-RECORD.
           ADD 1 TO PO-WORK-COUNT.

      *-----------------------------------------------------------*
      * 3130-ADD-TO-ENTRY - AN UNPOSTED DEBIT OR CREDIT RECORD. A
      * DEBIT, OR A CHANGE OF REFERENCE OR DATE, STARTS A NEW ENTRY
      * AND RELEASES THE ONE BUFFERED SO FAR.
      *-----------------------------------------------------------*
       3130-ADD-TO-ENTRY.
           SET PO-ENTRY-BREAK-NO TO TRUE.
           IF PO-ENTRY-COUNT > 0
               IF GL-ENTRY-SIDE = "D"
                   OR GL-REFERENCE-NUMBER NOT = PO-ENTRY-REFERENCE
                   OR GL-TRANS-DATE NOT = PO-ENTRY-DATE
                   SET PO-ENTRY-BREAK-YES TO TRUE
               ELSE
                   IF PO-ENTRY-COUNT >= PO-ENTRY-TABLE-MAX
                       SET PO-ENTRY-OVERFLOW-YES TO TRUE
                       SET PO-ENTRY-BREAK-YES TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF PO-ENTRY-BREAK-YES
               MOVE GL-FILE-RECORD TO PO-READ-RECORD
               PERFORM 3150-RELEASE-ENTRY
               MOVE PO-READ-RECORD TO GL-FILE-RECORD
           END-IF.
           IF PO-ENTRY-COUNT = 0
               MOVE GL-REFERENCE-NUMBER TO PO-ENTRY-REFERENCE
               MOVE GL-TRANS-DATE TO PO-ENTRY-DATE
               MOVE 0 TO PO-ENTRY-NET
           END-IF.
           ADD 1 TO PO-ENTRY-COUNT.
           MOVE GL-FILE-RECORD TO PO-ENTRY-LINE(PO-ENTRY-COUNT).
           ADD GL-RESULT TO PO-ENTRY-NET.

      *-----------------------------------------------------------*
      * 3150-RELEASE-ENTRY - DECIDES THE BUFFERED ENTRY AS A WHOLE
      * AND WRITES EVERY LINE OF IT TO THE WORK FILE. IT POSTS ONLY
      * WHEN ITS PERIOD IS OPEN, ITS DEBITS AND CREDITS NET TO
      * ZERO, AND THE BALANCE TABLE HAS ROOM FOR EVERY ACCOUNT IT
      * TOUCHES - OTHERWISE NO LINE OF IT IS FLAGGED, SO HALF AN
      * ENTRY CAN NEVER REACH THE BALANCES.
      *-----------------------------------------------------------*
       3150-RELEASE-ENTRY.
           IF PO-ENTRY-COUNT > 0
               PERFORM 3160-DECIDE-ENTRY
               MOVE 1 TO PO-ENTRY-IDX
               PERFORM 3170-RELEASE-ONE-LINE
                   UNTIL PO-ENTRY-IDX > PO-ENTRY-COUNT
               MOVE 0 TO PO-ENTRY-COUNT
               SET PO-ENTRY-OVERFLOW-NO TO TRUE
           END-IF.

       3160-DECIDE-ENTRY.
           SET PO-ENTRY-POST TO TRUE.
           MOVE PO-ENTRY-LINE(1) TO GL-FILE-RECORD.
           PERFORM 1150-CHECK-PERIOD-LOCKED.
           IF PO-DATE-LOCKED
               SET PO-ENTRY-LEAVE TO TRUE
               ADD PO-ENTRY-COUNT TO PO-LOCKED-COUNT
               DISPLAY "REFERENCE " PO-ENTRY-REFERENCE
                       " DATED " PO-ENTRY-DATE
                       " FALLS IN CLOSED PERIOD "
                       PO-CLOSED-PERIOD(PO-CLOSED-IDX)
                       " - NOT POSTED"
           ELSE
               IF PO-ENTRY-NET NOT = 0 OR PO-ENTRY-OVERFLOW-YES
                   SET PO-ENTRY-LEAVE TO TRUE
                   ADD PO-ENTRY-COUNT TO PO-UNBALANCED-COUNT
                   DISPLAY "REFERENCE " PO-ENTRY-REFERENCE
                           " DATED " PO-ENTRY-DATE
                           " DEBITS AND CREDITS DO NOT NET TO "
                           "ZERO - NOT POSTED"
               ELSE
                   MOVE 1 TO PO-ENTRY-IDX
                   PERFORM 3165-RESERVE-ONE-ACCOUNT
                       UNTIL PO-ENTRY-IDX > PO-ENTRY-COUNT
                          OR PO-ENTRY-LEAVE
                   IF PO-ENTRY-LEAVE
                       DISPLAY "BALANCE TABLE FULL - REFERENCE "
                               PO-ENTRY-REFERENCE " NOT POSTED, "
                               "LEFT UNFLAGGED FOR A RERUN"
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 3165-RESERVE-ONE-ACCOUNT - MAKES SURE EACH ACCOUNT THE
      * ENTRY TOUCHES HAS A BALANCE TABLE SLOT BEFORE ANY LINE IS
      * APPLIED.
      *-----------------------------------------------------------*
       3165-RESERVE-ONE-ACCOUNT.
           MOVE PO-ENTRY-LINE(PO-ENTRY-IDX) TO GL-FILE-RECORD.
           IF GL-ACCOUNT-CODE = SPACES
               MOVE "*SUSPENS" TO PO-WORK-ACCOUNT
           ELSE
               MOVE GL-ACCOUNT-CODE TO PO-WORK-ACCOUNT
           END-IF.
           PERFORM 3300-FIND-BALANCE-ENTRY.
           IF PO-FOUND-IDX = 0
               SET PO-ENTRY-LEAVE TO TRUE
           END-IF.
           ADD 1 TO PO-ENTRY-IDX.

       3170-RELEASE-ONE-LINE.
           MOVE PO-ENTRY-LINE(PO-ENTRY-IDX) TO GL-FILE-RECORD.
           IF PO-ENTRY-POST
               PERFORM 3200-APPLY-ONE-RESULT
               IF PO-FOUND-IDX NOT = 0
                   MOVE "P" TO GL-POSTED-FLAG
               END-IF
           END-IF.
           WRITE GL-WORK-RECORD FROM GL-FILE-RECORD.
           ADD 1 TO PO-WORK-COUNT.
           ADD 1 TO PO-ENTRY-IDX.

      *-----------------------------------------------------------*
      * 3200-APPLY-ONE-RESULT - ADDS GL-RESULT INTO THE BALANCE FOR
      * GL-ACCOUNT-CODE. A BLANK CODE GOES TO THE *SUSPENS SUSPENSE
               IF GL-ACCOUNT-CODE = SPACES
                   ADD 1 TO PO-SUSPENSE-COUNT
               END-IF
               PERFORM 3250-TALLY-PROOF-TOTALS
           END-IF.

       3250-TALLY-PROOF-TOTALS.
           IF GL-ENTRY-SIDE = "D" OR GL-ENTRY-SIDE = "C"
               IF GL-RESULT < 0
                   SUBTRACT GL-RESULT FROM PO-PAIRED-CREDITS
               ELSE
                   ADD GL-RESULT TO PO-PAIRED-DEBITS
               END-IF
           ELSE
               ADD 1 TO PO-ONE-SIDED-COUNT
               IF GL-RESULT < 0
                   SUBTRACT GL-RESULT FROM PO-ONE-SIDED-CREDITS
               ELSE
                   ADD GL-RESULT TO PO-ONE-SIDED-DEBITS
               END-IF
           END-IF.
           PERFORM 3260-TALLY-CURRENCY-TOTALS.

      *-----------------------------------------------------------*
      * 3260-TALLY-CURRENCY-TOTALS - A POSTED RECORD WITH NO
      * CURRENCY CODE (EVERY RECORD WRITTEN BEFORE CURRENCIES WERE
      * CARRIED, AND EVERY FUNCTIONAL-CURRENCY TRANSACTION SINCE)
      * COUNTS AS FUNCTIONAL. A FOREIGN RECORD IS TALLIED UNDER ITS
      * CURRENCY, ORIGINAL AMOUNT AND CONVERTED AMOUNT BOTH. A
      * CURRENCY THE TABLE HAS NO ROOM FOR IS LEFT IN THE
      * FUNCTIONAL LINE RATHER THAN DROPPED FROM THE TOTALS.
      *-----------------------------------------------------------*
       3260-TALLY-CURRENCY-TOTALS.
           MOVE 0 TO PO-FX-FOUND-IDX.
           IF GL-CURRENCY-CODE NOT = SPACES
               MOVE 1 TO PO-FX-IDX
               PERFORM 3270-CHECK-ONE-CURRENCY
                   UNTIL PO-FX-IDX > PO-FX-TABLE-COUNT
                      OR PO-FX-FOUND-IDX NOT = 0
               IF PO-FX-FOUND-IDX = 0
                   AND PO-FX-TABLE-COUNT < PO-FX-TABLE-MAX
                   ADD 1 TO PO-FX-TABLE-COUNT
                   MOVE PO-FX-TABLE-COUNT TO PO-FX-FOUND-IDX
                   MOVE GL-CURRENCY-CODE
                       TO PO-FX-CURRENCY(PO-FX-FOUND-IDX)
                   MOVE 0 TO PO-FX-COUNT(PO-FX-FOUND-IDX)
                   MOVE 0 TO PO-FX-ORIG-DEBITS(PO-FX-FOUND-IDX)
                   MOVE 0 TO PO-FX-ORIG-CREDITS(PO-FX-FOUND-IDX)
                   MOVE 0 TO PO-FX-FUNC-DEBITS(PO-FX-FOUND-IDX)
                   MOVE 0 TO PO-FX-FUNC-CREDITS(PO-FX-FOUND-IDX)
               END-IF
           END-IF.
           IF PO-FX-FOUND-IDX = 0
               ADD 1 TO PO-FUNC-COUNT
               IF GL-RESULT < 0
                   SUBTRACT GL-RESULT FROM PO-FUNC-CREDITS
               ELSE
                   ADD GL-RESULT TO PO-FUNC-DEBITS
               END-IF
           ELSE
               IF GL-ORIGINAL-AMOUNT IS NUMERIC
                   MOVE GL-ORIGINAL-AMOUNT TO PO-FX-ORIGINAL-WORK
               ELSE
                   MOVE GL-RESULT TO PO-FX-ORIGINAL-WORK
               END-IF
               ADD 1 TO PO-FX-COUNT(PO-FX-FOUND-IDX)
               IF GL-RESULT < 0
                   SUBTRACT GL-RESULT
                       FROM PO-FX-FUNC-CREDITS(PO-FX-FOUND-IDX)
                   SUBTRACT PO-FX-ORIGINAL-WORK
                       FROM PO-FX-ORIG-CREDITS(PO-FX-FOUND-IDX)
               ELSE
                   ADD GL-RESULT
                       TO PO-FX-FUNC-DEBITS(PO-FX-FOUND-IDX)
                   ADD PO-FX-ORIGINAL-WORK
                       TO PO-FX-ORIG-DEBITS(PO-FX-FOUND-IDX)
               END-IF
           END-IF.

       3270-CHECK-ONE-CURRENCY.
           IF PO-FX-CURRENCY(PO-FX-IDX) = GL-CURRENCY-CODE
               MOVE PO-FX-IDX TO PO-FX-FOUND-IDX
           END-IF.
           ADD 1 TO PO-FX-IDX.

      *-----------------------------------------------------------*
      * 3300-FIND-BALANCE-ENTRY - LOOKS PO-WORK-ACCOUNT UP IN THE
      * 5000-PRINT-TRIAL-BALANCE - ONE LINE PER ACCOUNT WITH THE
      * OPENING BALANCE, THIS RUN'S ACTIVITY, AND THE CLOSING
      * BALANCE, PLUS A TOTALS LINE, WRITTEN TO THE TRIALBAL PRINT
      * FILE FOR ACCOUNTING. THE PROOF LINES UNDER THE TOTALS SHOW
      * THE DEBITS AND CREDITS POSTED THIS RUN FOR PAIRED ENTRIES
      * (ANY OLDER ONE-SIDED RECORDS ON A LINE OF THEIR OWN) AND
      * THE DEBIT AND CREDIT BALANCES AT CLOSE, EACH WITH ITS
      * DIFFERENCE. THE CURRENCY BLOCK UNDER THE PROOF LINES SPLITS
      * THIS RUN'S POSTINGS INTO FUNCTIONAL-CURRENCY AND FOREIGN-
      * CURRENCY ACTIVITY.
      *-----------------------------------------------------------*
       5000-PRINT-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-FILE.
           MOVE 0 TO PO-TOTAL-OPENING.
           MOVE 0 TO PO-TOTAL-ACTIVITY.
           MOVE 0 TO PO-TOTAL-CLOSING.
           MOVE 0 TO PO-CLOSING-DEBITS.
           MOVE 0 TO PO-CLOSING-CREDITS.
           MOVE 1 TO PO-IDX.
           PERFORM 5010-PRINT-ONE-ACCOUNT
               UNTIL PO-IDX > PO-BAL-TABLE-COUNT.
           MOVE PO-TOTAL-ACTIVITY TO PO-RPT-TOT-ACTIVITY.
           MOVE PO-TOTAL-CLOSING TO PO-RPT-TOT-CLOSING.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-TOTAL-LINE.
           MOVE SPACES TO TRIAL-FILE-RECORD.
           WRITE TRIAL-FILE-RECORD.
           MOVE "ENTRIES POSTED" TO PO-RPT-PRF-LABEL.
           MOVE PO-PAIRED-DEBITS TO PO-RPT-PRF-DEBITS.
           MOVE PO-PAIRED-CREDITS TO PO-RPT-PRF-CREDITS.
           COMPUTE PO-PROOF-DIFFERENCE =
               PO-PAIRED-DEBITS - PO-PAIRED-CREDITS.
           PERFORM 5020-WRITE-PROOF-LINE.
           IF PO-ONE-SIDED-COUNT > 0
               MOVE "ONE-SIDED POSTED" TO PO-RPT-PRF-LABEL
               MOVE PO-ONE-SIDED-DEBITS TO PO-RPT-PRF-DEBITS
               MOVE PO-ONE-SIDED-CREDITS TO PO-RPT-PRF-CREDITS
               COMPUTE PO-PROOF-DIFFERENCE =
                   PO-ONE-SIDED-DEBITS - PO-ONE-SIDED-CREDITS
               MOVE PO-PROOF-DIFFERENCE TO PO-RPT-PRF-DIFF
               MOVE "NOT PAIRED" TO PO-RPT-PRF-REMARK
               WRITE TRIAL-FILE-RECORD FROM PO-RPT-PROOF-LINE
           END-IF.
           MOVE "CLOSING BALANCES" TO PO-RPT-PRF-LABEL.
           MOVE PO-CLOSING-DEBITS TO PO-RPT-PRF-DEBITS.
           MOVE PO-CLOSING-CREDITS TO PO-RPT-PRF-CREDITS.
           COMPUTE PO-PROOF-DIFFERENCE =
               PO-CLOSING-DEBITS - PO-CLOSING-CREDITS.
           PERFORM 5020-WRITE-PROOF-LINE.
           PERFORM 5030-PRINT-CURRENCY-BLOCK.
           CLOSE TRIAL-FILE.

       5010-PRINT-ONE-ACCOUNT.
           ADD PO-BAL-OPENING(PO-IDX) TO PO-TOTAL-OPENING.
           ADD PO-BAL-ACTIVITY(PO-IDX) TO PO-TOTAL-ACTIVITY.
           ADD PO-CLOSING-WORK TO PO-TOTAL-CLOSING.
           IF PO-CLOSING-WORK < 0
               SUBTRACT PO-CLOSING-WORK FROM PO-CLOSING-CREDITS
           ELSE
               ADD PO-CLOSING-WORK TO PO-CLOSING-DEBITS
           END-IF.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-DETAIL.
           ADD 1 TO PO-IDX.

       5020-WRITE-PROOF-LINE.
           MOVE PO-PROOF-DIFFERENCE TO PO-RPT-PRF-DIFF.
           IF PO-PROOF-DIFFERENCE = 0
               MOVE "IN BALANCE" TO PO-RPT-PRF-REMARK
           ELSE
               MOVE "*OUT OF BALANCE*" TO PO-RPT-PRF-REMARK
           END-IF.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-PROOF-LINE.

      *-----------------------------------------------------------*
      * 5030-PRINT-CURRENCY-BLOCK - THE FUNCTIONAL LINE FIRST (ITS
      * ORIGINAL AND FUNCTIONAL COLUMNS ARE THE SAME AMOUNTS), THEN
      * ONE LINE PER FOREIGN CURRENCY POSTED THIS RUN.
      *-----------------------------------------------------------*
       5030-PRINT-CURRENCY-BLOCK.
           MOVE SPACES TO TRIAL-FILE-RECORD.
           WRITE TRIAL-FILE-RECORD.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-FX-TITLE.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-FX-HEADING.
           MOVE "FUNCTIONAL" TO PO-RPT-FX-CURRENCY.
           MOVE PO-FUNC-COUNT TO PO-RPT-FX-COUNT.
           MOVE PO-FUNC-DEBITS TO PO-RPT-FX-ORIG-DR.
           MOVE PO-FUNC-CREDITS TO PO-RPT-FX-ORIG-CR.
           MOVE PO-FUNC-DEBITS TO PO-RPT-FX-FUNC-DR.
           MOVE PO-FUNC-CREDITS TO PO-RPT-FX-FUNC-CR.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-FX-LINE.
           MOVE 1 TO PO-FX-IDX.
           PERFORM 5040-PRINT-ONE-CURRENCY
               UNTIL PO-FX-IDX > PO-FX-TABLE-COUNT.

       5040-PRINT-ONE-CURRENCY.
           MOVE PO-FX-CURRENCY(PO-FX-IDX) TO PO-RPT-FX-CURRENCY.
           MOVE PO-FX-COUNT(PO-FX-IDX) TO PO-RPT-FX-COUNT.
           MOVE PO-FX-ORIG-DEBITS(PO-FX-IDX) TO PO-RPT-FX-ORIG-DR.
           MOVE PO-FX-ORIG-CREDITS(PO-FX-IDX) TO PO-RPT-FX-ORIG-CR.
           MOVE PO-FX-FUNC-DEBITS(PO-FX-IDX) TO PO-RPT-FX-FUNC-DR.
           MOVE PO-FX-FUNC-CREDITS(PO-FX-IDX) TO PO-RPT-FX-FUNC-CR.
           WRITE TRIAL-FILE-RECORD FROM PO-RPT-FX-LINE.
           ADD 1 TO PO-FX-IDX.

       END PROGRAM POSTER.
