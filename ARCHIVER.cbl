      * KEPT COUNT - AND GLWORK'S GL-RESULT SUM AGAINST THE KEPT-
      * SIDE SUM - BEFORE THE COPY-BACK, FAILING TO THE SAME
      * LEAVE-THE-LIVE-FILE-ALONE PATH AS AN ARCHIVE MISMATCH.
      * 2026-10-15 RLD   GLFILE RECORDS WIDENED 97 TO 106 FOR THE
      * ENTRY-SIDE AND CONTRA-ACCOUNT COLUMNS OF THE DEBIT/CREDIT
      * PAIRS CALCULATOR NOW WRITES. BOTH SIDES OF AN ENTRY CARRY
      * THE SAME DATE, SO THEY ARE ALWAYS ARCHIVED TOGETHER.
      * 2026-10-15 RLD   GLFILE RECORDS WIDENED 106 TO 144 FOR THE
      * CURRENCY CODE, ORIGINAL AMOUNT AND EXCHANGE RATE OF A
      * FOREIGN-CURRENCY TRANSACTION. ARCHIVED AS WRITTEN.
      * 2026-10-15 RLD   ARCHMANI WIDENED 84 TO 100 FOR THE RUN DATE
      * AND TIME, SO THE NIGHTLY CYCLE DRIVER CAN TELL A MANIFEST
      * THIS RUN WROTE FROM AN OLDER ONE. STOP RUN IS NOW GOBACK SO
      * THE DRIVER CAN CALL THE PROGRAM; RUN ON ITS OWN IT ENDS THE
      * SAME AS BEFORE.
      * 2026-10-15 RLD   EVERY RUN NOW SIGNS ON BEFORE ANYTHING IS
      * READ OR WRITTEN, THE SAME WAY CALCULATOR DOES: THE ID COMES
      * FROM OPERID (BATCH) OR A PROMPT AND IS VERIFIED AGAINST
      * USERFILE, WHERE IT MUST BE ACTIVE AND, ONCE ROLES ARE IN USE,
      * HOLD ROLE A (ARCHIVIST). A REFUSED SIGN-ON IS APPENDED TO THE
      * SECURITY LOG (SECLOG) WITH THE ID AND THE REASON.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-MANI-FILE-STATUS.

           SELECT OPERID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-OPERID-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO "USERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-USER-FILE-STATUS.

           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-SECLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-CTL-FILE
       01  EXCP-WORK-RECORD            PIC X(200).

       FD  GL-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-FILE-RECORD              PIC X(144).

       FD  GL-ARCH-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-ARCH-RECORD              PIC X(144).

       FD  GL-WORK-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-WORK-RECORD              PIC X(144).

      *-----------------------------------------------------------*
      * MANI-FILE - THE RUN MANIFEST. ONE RECORD: COMPLETION FLAG
      * ("N" IN PROGRESS, "Y" COMPLETE, "E" A VERIFY FAILED), THE
      * CUTOFF, THE PER-FILE ARCHIVED/KEPT COUNTS, THE SUM OF
      * GL-RESULT ARCHIVED TO GLARCH, AND THE DATE AND TIME THE RUN
      * STARTED. WRITTEN WITH "N" BEFORE THE FIRST LIVE FILE IS
      * TOUCHED AND REWRITTEN AT THE END; A STARTUP THAT FINDS
      * ANYTHING OTHER THAN "Y" REFUSES TO RUN UNTIL THE OPERATOR
      * HAS RESUMED OR BACKED OUT THE PRIOR RUN AND CLEARED THE
      * MANIFEST.
      *-----------------------------------------------------------*
       FD  MANI-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  MANI-FILE-RECORD.
           05  MANI-COMPLETE-FLAG      PIC X(01).
           05  MANI-CUTOFF-DATE        PIC 9(08).
           05  MANI-GL-KEPT            PIC 9(09).
           05  MANI-GL-TOTAL           PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  MANI-RUN-DATE           PIC 9(08).
           05  MANI-RUN-TIME           PIC 9(08).

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
       01 AR-CTL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 AR-GL-ARCH-STATUS        PIC X(02)                VALUE "00".
       01 AR-GL-WORK-STATUS        PIC X(02)                VALUE "00".
       01 AR-MANI-FILE-STATUS      PIC X(02)                VALUE "00".
       01 AR-OPERID-FILE-STATUS    PIC X(02)                VALUE "00".
       01 AR-USER-FILE-STATUS      PIC X(02)                VALUE "00".
       01 AR-SECLOG-FILE-STATUS    PIC X(02)                VALUE "00".

       01 AR-CURRENT-DATE-TIME.
           05 AR-CDT-DATE          PIC 9(08).
           05 AR-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

      *-----------------------------------------------------------*
      * AR-CUTOFF-DATE - READ FROM ARCHCTL AS YYYYMMDD. RECORDS
           05 AR-GL-ACCOUNT-CODE   PIC X(08).
           05 AR-GL-POSTED-FLAG    PIC X(01).
           05 AR-GL-USER-ID        PIC X(08).
           05 AR-GL-ENTRY-SIDE     PIC X(01).
           05 AR-GL-CONTRA-ACCOUNT PIC X(08).
           05 AR-GL-CURRENCY-CODE  PIC X(03).
           05 AR-GL-ORIGINAL-AMOUNT
                                   PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05 AR-GL-EXCHANGE-RATE  PIC 9(06)V9(08).

       01 AR-ARCHIVED-COUNT        PIC 9(09) COMP           VALUE 0.
       01 AR-KEPT-COUNT            PIC 9(09) COMP           VALUE 0.

       01 AR-PRIOR-FLAG            PIC X(01)                VALUE SPACE.

      *-----------------------------------------------------------*
      * OPERATOR SIGN-ON WORK FIELDS - THE SAME SIGN-ON CALCULATOR
      * DOES. AR-USER-ROLE-COUNT COUNTS THE USERFILE LINES CARRYING
      * ANY ROLE; ZERO MEANS ROLES ARE NOT IN USE YET AND ONLY THE
      * ACTIVE FLAG IS CHECKED.
      *-----------------------------------------------------------*
       01 AR-OPERATOR-ID           PIC X(08)                VALUE SPACES.
       01 AR-SIGNON-REASON         PIC X(60)                VALUE SPACES.

       01 AR-USER-TABLE-MAX        PIC 9(03) COMP           VALUE 100.
       01 AR-USER-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 AR-USER-ROLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 AR-USER-TABLE.
           05 AR-USER-ENTRY OCCURS 100 TIMES.
               10 AR-USER-ID        PIC X(08).
               10 AR-USER-ACTIVE-SW PIC X(01).
                   88 AR-USER-ACTIVE     VALUE "Y".
               10 AR-USER-ROLES     PIC X(05).

       01 AR-USER-IDX              PIC 9(03) COMP           VALUE 0.
       01 AR-USER-FOUND-IDX        PIC 9(03) COMP           VALUE 0.
       01 AR-ROLE-TALLY            PIC 9(02) COMP           VALUE 0.

       01 AR-USER-EOF-SWITCH       PIC X(01)                VALUE "N".
           88 AR-USER-EOF-YES                 VALUE "Y".
           88 AR-USER-EOF-NO                  VALUE "N".

       01 AR-SIGNON-SWITCH         PIC X(01)                VALUE "N".
           88 AR-SIGNON-OK                    VALUE "Y".
           88 AR-SIGNON-REFUSED               VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO AR-CURRENT-DATE-TIME.
           PERFORM 0400-OPERATOR-SIGN-ON.
           IF AR-SIGNON-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR ID " AR-OPERATOR-ID
                       " NOT AUTHORIZED"
               DISPLAY "  REASON: " AR-SIGNON-REASON
               GOBACK
           END-IF.
           PERFORM 1000-READ-CUTOFF-DATE.
           IF AR-CUTOFF-VALID
               PERFORM 1100-CHECK-PRIOR-MANIFEST
               PERFORM 3300-ARCHIVE-GL-FILE
               PERFORM 9000-WRITE-MANIFEST-END
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 0400-OPERATOR-SIGN-ON - ARCHIVING MOVES AND PURGES LIVE
      * HISTORY, SO IT RUNS ONLY UNDER AN ID THAT IS ACTIVE ON
      * USERFILE AND, ONCE ROLES ARE IN USE THERE, HOLDS ROLE A. THE
      * ID COMES FROM OPERID WHEN STAGED, OTHERWISE FROM A PROMPT,
      * AS IN CALCULATOR. NO USERFILE MEANS NO VERIFICATION IS
      * POSSIBLE - THE ID IS TAKEN AS GIVEN AND THE GAP IS NOTED ON
      * THE CONSOLE. A REFUSAL IS RECORDED ON SECLOG BEFORE THE RUN
      * STOPS.
      *-----------------------------------------------------------*
       0400-OPERATOR-SIGN-ON.
           MOVE SPACES TO AR-OPERATOR-ID.
           OPEN INPUT OPERID-FILE.
           IF AR-OPERID-FILE-STATUS = "00"
               READ OPERID-FILE INTO AR-OPERATOR-ID
                   AT END
                       MOVE SPACES TO AR-OPERATOR-ID
               END-READ
               CLOSE OPERID-FILE
           END-IF.
           PERFORM 0410-PROMPT-OPERATOR-ID
               UNTIL AR-OPERATOR-ID NOT = SPACES.
           PERFORM 0420-LOAD-USER-TABLE.
           IF AR-USER-TABLE-COUNT = 0
               SET AR-SIGNON-OK TO TRUE
               DISPLAY "USERFILE NOT AVAILABLE - OPERATOR "
                       AR-OPERATOR-ID " NOT VERIFIED"
           ELSE
               PERFORM 0430-VERIFY-OPERATOR-ID
           END-IF.
           IF AR-SIGNON-REFUSED
               PERFORM 0440-WRITE-SECURITY-LOG
           END-IF.

       0410-PROMPT-OPERATOR-ID.
           DISPLAY "Enter your operator ID (up to 8 characters):".
           ACCEPT AR-OPERATOR-ID.

       0420-LOAD-USER-TABLE.
           MOVE 0 TO AR-USER-TABLE-COUNT.
           MOVE 0 TO AR-USER-ROLE-COUNT.
           SET AR-USER-EOF-NO TO TRUE.
           OPEN INPUT USER-FILE.
           IF AR-USER-FILE-STATUS = "00"
               PERFORM 0421-LOAD-ONE-USER
                   UNTIL AR-USER-EOF-YES
                      OR AR-USER-TABLE-COUNT >= AR-USER-TABLE-MAX
               CLOSE USER-FILE
           END-IF.

       0421-LOAD-ONE-USER.
           READ USER-FILE
               AT END SET AR-USER-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO AR-USER-TABLE-COUNT
                   MOVE USER-REC-ID
                       TO AR-USER-ID(AR-USER-TABLE-COUNT)
                   MOVE USER-REC-ACTIVE
                       TO AR-USER-ACTIVE-SW(AR-USER-TABLE-COUNT)
                   MOVE USER-REC-ROLES
                       TO AR-USER-ROLES(AR-USER-TABLE-COUNT)
                   IF USER-REC-ROLES NOT = SPACES
                       ADD 1 TO AR-USER-ROLE-COUNT
                   END-IF
           END-READ.

       0430-VERIFY-OPERATOR-ID.
           SET AR-SIGNON-REFUSED TO TRUE.
           MOVE SPACES TO AR-SIGNON-REASON.
           MOVE 0 TO AR-USER-FOUND-IDX.
           MOVE 1 TO AR-USER-IDX.
           PERFORM 0431-CHECK-ONE-USER
               UNTIL AR-USER-IDX > AR-USER-TABLE-COUNT
                  OR AR-USER-FOUND-IDX NOT = 0.
           IF AR-USER-FOUND-IDX = 0
               MOVE "NOT ON USERFILE" TO AR-SIGNON-REASON
           ELSE
               IF NOT AR-USER-ACTIVE(AR-USER-FOUND-IDX)
                   MOVE "INACTIVE ON USERFILE" TO AR-SIGNON-REASON
               ELSE
                   IF AR-USER-ROLE-COUNT = 0
                       SET AR-SIGNON-OK TO TRUE
                       DISPLAY "USERFILE CARRIES NO ROLES - OPERATOR "
                               AR-OPERATOR-ID " NOT ROLE-CHECKED"
                   ELSE
                       MOVE 0 TO AR-ROLE-TALLY
                       INSPECT AR-USER-ROLES(AR-USER-FOUND-IDX)
                           TALLYING AR-ROLE-TALLY FOR ALL "A"
                       IF AR-ROLE-TALLY > 0
                           SET AR-SIGNON-OK TO TRUE
                       ELSE
                           MOVE "ROLE A (ARCHIVIST) NOT HELD"
                               TO AR-SIGNON-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0431-CHECK-ONE-USER.
           IF AR-USER-ID(AR-USER-IDX) = AR-OPERATOR-ID
               MOVE AR-USER-IDX TO AR-USER-FOUND-IDX
           END-IF.
           ADD 1 TO AR-USER-IDX.

       0440-WRITE-SECURITY-LOG.
           OPEN EXTEND SEC-LOG-FILE.
           IF AR-SECLOG-FILE-STATUS = "05"
               OR AR-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF.
           IF AR-SECLOG-FILE-STATUS = "00"
               MOVE SPACES           TO SEC-LOG-RECORD
               MOVE AR-CDT-DATE      TO SEC-LOG-DATE
               MOVE AR-CDT-TIME      TO SEC-LOG-TIME
               MOVE "ARCHIVER"       TO SEC-LOG-PROGRAM
               MOVE AR-OPERATOR-ID   TO SEC-LOG-USER-ID
               MOVE AR-SIGNON-REASON TO SEC-LOG-REASON
               WRITE SEC-LOG-RECORD
               CLOSE SEC-LOG-FILE
           ELSE
               DISPLAY "*** SECLOG CANNOT BE OPENED (STATUS "
                       AR-SECLOG-FILE-STATUS ") - REFUSAL NOT LOGGED"
           END-IF.

      *-----------------------------------------------------------*
      * 1000-READ-CUTOFF-DATE - THE CUTOFF IS MAINTAINED BY
           MOVE 0 TO MANI-GL-ARCHIVED.
           MOVE 0 TO MANI-GL-KEPT.
           MOVE 0 TO MANI-GL-TOTAL.
           MOVE AR-CDT-DATE TO MANI-RUN-DATE.
           MOVE AR-CDT-TIME TO MANI-RUN-TIME.
           OPEN OUTPUT MANI-FILE.
           WRITE MANI-FILE-RECORD.
           CLOSE MANI-FILE.
           MOVE AR-GL-ARCHIVED TO MANI-GL-ARCHIVED.
           MOVE AR-GL-KEPT TO MANI-GL-KEPT.
           MOVE AR-GL-SPLIT-TOTAL TO MANI-GL-TOTAL.
           MOVE AR-CDT-DATE TO MANI-RUN-DATE.
           MOVE AR-CDT-TIME TO MANI-RUN-TIME.
           OPEN OUTPUT MANI-FILE.
           WRITE MANI-FILE-RECORD.
           CLOSE MANI-FILE.
