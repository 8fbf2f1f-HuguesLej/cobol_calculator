       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLECTL.
       AUTHOR. R. DUBOIS.
       INSTALLATION. FINANCE-SYSTEMS-BATCH.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * CYCLECTL - NIGHTLY CYCLE DRIVER. RUNS CALCULATOR, REVIEWER,
      * POSTER AND ARCHIVER, IN THAT ORDER, AS LISTED ON THE RUN
      * SCHEDULE (RUNSCHED), AND CHECKS EACH STEP BEFORE IT STARTS
      * AND AFTER IT ENDS, SO NOTHING IS STARTED ON TOP OF A STEP
      * THAT DID NOT FINISH CLEAN.
      *
      * BEFORE ANY STEP: EVERY RUN MANIFEST (RVWMANI, POSTMANI,
      * ARCHMANI) MUST READ COMPLETE, AND - FROM REVIEWER ON - NO
      * BATCH CONTROL TOTAL FAILURE MAY BE OPEN ON EXCPFILE. AFTER
      * A STEP: THE STEP MUST HAVE WRITTEN A FRESH MANIFEST (ITS RUN
      * DATE AND TIME NO EARLIER THAN THE STEP'S START) SHOWING IT
      * COMPLETE, AND FOR CALCULATOR THE GL RECONCILIATION ON
      * CALCMANI MUST HAVE MATCHED WITH NO CONTROL TOTAL FAILURE
      * LEFT OPEN. A CONTROL TOTAL FAILURE IS CLOSED WHEN THE SAME
      * BATCH ID HAS SINCE RUN CLEAN (IT IS ON BATCHREG) OR WHEN
      * OPERATIONS HAVE SIGNED IT OFF ON CTLRESOL BY ITS EXCPFILE
      * DATE AND TIME.
      *
      * A FAILED CHECK STOPS THE CYCLE WITH THE REASON ON THE
      * CONSOLE AND THE STATUS REPORT. THE STATE OF THE CYCLE IS
      * KEPT ON CYCLSTAT, SO THE NEXT RUN OF THIS JOB RESUMES AT
      * THE STEP THAT STOPPED RATHER THAN STARTING OVER. A RUN THAT
      * DIED WHILE A STEP WAS ACTIVE FIRST LOOKS AT THAT STEP'S
      * MANIFEST: A STEP THAT FINISHED IS NOT RUN A SECOND TIME.
      * TO PASS OVER A STEP THAT HAS BEEN PUT RIGHT BY HAND, MARK
      * IT "N" ON RUNSCHED FOR THE RERUN.
      *
      * EVERY RUN PRINTS A ONE-PAGE STATUS REPORT (CYCLRPT) - STEP,
      * START AND END TIME, OUTCOME AND KEY COUNTS - TO BE FILED
      * WITH THE DAILY SIGN-OFF.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  -----------------------------------------
      * 2026-10-15 RLD   INITIAL VERSION.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHED-FILE ASSIGN TO "RUNSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-SCHED-FILE-STATUS.

           SELECT STAT-FILE ASSIGN TO "CYCLSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-STAT-FILE-STATUS.

           SELECT CMANI-FILE ASSIGN TO "CALCMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-CMANI-FILE-STATUS.

           SELECT RMANI-FILE ASSIGN TO "RVWMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-RMANI-FILE-STATUS.

           SELECT PMANI-FILE ASSIGN TO "POSTMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-PMANI-FILE-STATUS.

           SELECT AMANI-FILE ASSIGN TO "ARCHMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-AMANI-FILE-STATUS.

           SELECT EXCP-FILE ASSIGN TO "EXCPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-EXCP-FILE-STATUS.

           SELECT BREG-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-BREG-FILE-STATUS.

           SELECT RESOL-FILE ASSIGN TO "CTLRESOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-RESOL-FILE-STATUS.

           SELECT INQ-FILE ASSIGN TO "INQFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-INQ-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-TRANS-FILE-STATUS.

           SELECT TRANS-FILE-2 ASSIGN TO "TRANFIL2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-TRANS2-FILE-STATUS.

           SELECT TRANS-FILE-3 ASSIGN TO "TRANFIL3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-TRANS3-FILE-STATUS.

           SELECT TRANS-FILE-4 ASSIGN TO "TRANFIL4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-TRANS4-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-HOLD-FILE-STATUS.

           SELECT GL-FILE ASSIGN TO "GLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-GL-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO "CYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CY-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * SCHED-FILE - THE RUN SCHEDULE. ONE LINE PER STEP, IN CYCLE
      * ORDER: PROGRAM NAME AND A RUN FLAG ("Y" RUN IT, "N" PASS
      * OVER IT THIS TIME). A STEP NOT LISTED IS NOT RUN. A NAME
      * THAT IS NOT ONE OF THE FOUR CYCLE PROGRAMS, A STEP LISTED
      * OUT OF ORDER OR TWICE, OR A FLAG OTHER THAN Y/N REFUSES
      * THE WHOLE CYCLE - A SCHEDULE THAT IS WRONG IS NOT GUESSED
      * AT. BLANK LINES ARE PASSED OVER.
      *-----------------------------------------------------------*
       FD  SCHED-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  SCHED-FILE-RECORD.
           05  SCH-PROGRAM             PIC X(10).
           05  FILLER                  PIC X(01).
           05  SCH-RUN-FLAG            PIC X(01).

      *-----------------------------------------------------------*
      * STAT-FILE - THE CYCLE STATE, REWRITTEN WHOLE BEFORE AND
      * AFTER EVERY STEP. ONE HEADER RECORD (CYCLE DATE, STATUS
      * "R" A STEP IS ACTIVE, "F" STOPPED, "C" COMPLETE, THE STEP
      * TO RESUME AT, AND THE STOP REASON) FOLLOWED BY ONE RECORD
      * PER STEP WITH ITS STATUS ("P" PENDING, "R" ACTIVE, "C"
      * COMPLETE, "S" PASSED OVER, "F" FAILED), START AND END
      * STAMPS, OUTCOME AND KEY COUNTS.
      *-----------------------------------------------------------*
       FD  STAT-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  STAT-HEADER-RECORD.
           05  STAT-H-TYPE             PIC X(01).
           05  STAT-H-CYCLE-DATE       PIC 9(08).
           05  STAT-H-STATUS           PIC X(01).
           05  STAT-H-RESUME-STEP      PIC X(10).
           05  STAT-H-REASON           PIC X(70).
           05  FILLER                  PIC X(30).
       01  STAT-STEP-RECORD.
           05  STAT-S-TYPE             PIC X(01).
           05  STAT-S-PROGRAM          PIC X(10).
           05  STAT-S-STATUS           PIC X(01).
           05  STAT-S-START-DATE       PIC 9(08).
           05  STAT-S-START-TIME       PIC 9(08).
           05  STAT-S-END-DATE         PIC 9(08).
           05  STAT-S-END-TIME         PIC 9(08).
           05  STAT-S-OUTCOME          PIC X(28).
           05  STAT-S-COUNTS           PIC X(44).
           05  FILLER                  PIC X(04).

      *-----------------------------------------------------------*
      * THE FOUR RUN MANIFESTS, LAID OUT AS THE PROGRAMS THAT OWN
      * THEM WRITE THEM. A MANIFEST FROM BEFORE THE RUN DATE AND
      * TIME WERE ADDED READS BACK WITH THOSE COLUMNS BLANK, AND IS
      * TREATED AS OLDER THAN ANY STEP.
      *-----------------------------------------------------------*
       FD  CMANI-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  CMANI-FILE-RECORD.
           05  CMANI-COMPLETE-FLAG     PIC X(01).
           05  CMANI-RUN-DATE          PIC 9(08).
           05  CMANI-RUN-TIME          PIC 9(08).
           05  CMANI-GL-COUNT          PIC 9(09).
           05  CMANI-HELD-COUNT        PIC 9(09).
           05  CMANI-ERROR-COUNT       PIC 9(09).
           05  CMANI-GL-TOTAL          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

       FD  RMANI-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  RMANI-FILE-RECORD.
           05  RMANI-COMPLETE-FLAG     PIC X(01).
           05  RMANI-RUN-DATE          PIC 9(08).
           05  RMANI-APPROVED-COUNT    PIC 9(09).
           05  RMANI-REJECTED-COUNT    PIC 9(09).
           05  RMANI-SKIPPED-COUNT     PIC 9(09).
           05  RMANI-RUN-TIME          PIC 9(08).

       FD  PMANI-FILE
           RECORD CONTAINS 65 CHARACTERS.
       01  PMANI-FILE-RECORD.
           05  PMANI-COMPLETE-FLAG     PIC X(01).
           05  PMANI-RUN-DATE          PIC 9(08).
           05  PMANI-POSTED-COUNT      PIC 9(09).
           05  PMANI-ALREADY-COUNT     PIC 9(09).
           05  PMANI-WORK-COUNT        PIC 9(09).
           05  PMANI-GL-TOTAL          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  PMANI-RUN-TIME          PIC 9(08).

       FD  AMANI-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AMANI-FILE-RECORD.
           05  AMANI-COMPLETE-FLAG     PIC X(01).
           05  AMANI-CUTOFF-DATE       PIC 9(08).
           05  AMANI-LOG-ARCHIVED      PIC 9(09).
           05  AMANI-LOG-KEPT          PIC 9(09).
           05  AMANI-EXCP-ARCHIVED     PIC 9(09).
           05  AMANI-EXCP-KEPT         PIC 9(09).
           05  AMANI-GL-ARCHIVED       PIC 9(09).
           05  AMANI-GL-KEPT           PIC 9(09).
           05  AMANI-GL-TOTAL          PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  AMANI-RUN-DATE          PIC 9(08).
           05  AMANI-RUN-TIME          PIC 9(08).

      *-----------------------------------------------------------*
      * EXCP-FILE - CALCULATOR'S EXCEPTIONS FILE. A CONTROL TOTAL
      * FAILURE LINE CARRIES THE BATCH ID RIGHT AFTER "BATCH " IN
      * THE TRANSACTION TEXT; THE DATE AND TIME IN COLUMNS 1-17
      * IDENTIFY THE LINE FOR A SIGN-OFF ON CTLRESOL.
      *-----------------------------------------------------------*
       FD  EXCP-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  EXCP-FILE-RECORD.
           05  EXCP-STAMP              PIC X(17).
           05  EXCP-TRANS-TAG          PIC X(13).
           05  EXCP-BATCH-WORD         PIC X(06).
           05  EXCP-BATCH-ID           PIC X(08).
           05  FILLER                  PIC X(156).

       FD  BREG-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  BREG-FILE-RECORD.
           05  BREG-BATCH-ID           PIC X(08).
           05  BREG-RUN-DATE           PIC 9(08).

      *-----------------------------------------------------------*
      * RESOL-FILE - CONTROL TOTAL FAILURES OPERATIONS HAVE SIGNED
      * OFF WITHOUT RE-SENDING THE BATCH: THE EXCPFILE DATE AND
      * TIME OF THE FAILURE LINE ("YYYYMMDD HHMMSSHH"), WHO SIGNED
      * IT OFF, AND A NOTE. MAINTAINED BY HAND; ABSENT MEANS NONE.
      *-----------------------------------------------------------*
       FD  RESOL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RESOL-FILE-RECORD.
           05  RESOL-STAMP             PIC X(17).
           05  FILLER                  PIC X(01).
           05  RESOL-USER-ID           PIC X(08).
           05  FILLER                  PIC X(01).
           05  RESOL-NOTE              PIC X(53).

      *-----------------------------------------------------------*
      * INPUT FILES - OPENED ONLY TO SEE WHETHER THERE IS ANYTHING
      * FOR A STEP TO DO, NEVER READ BEYOND THE FIRST RECORD.
      *-----------------------------------------------------------*
       FD  INQ-FILE.
       01  INQ-FILE-RECORD             PIC X(80).

       FD  TRANS-FILE.
       01  TRANS-FILE-RECORD           PIC X(80).

       FD  TRANS-FILE-2.
       01  TRANS-FILE-2-RECORD         PIC X(80).

       FD  TRANS-FILE-3.
       01  TRANS-FILE-3-RECORD         PIC X(80).

       FD  TRANS-FILE-4.
       01  TRANS-FILE-4-RECORD         PIC X(80).

       FD  HOLD-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  HOLD-FILE-RECORD            PIC X(144).

       FD  GL-FILE
           RECORD CONTAINS 144 CHARACTERS.
       01  GL-FILE-RECORD              PIC X(144).

       FD  RPT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  RPT-FILE-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01 CY-SCHED-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-STAT-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CY-CMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-RMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-PMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-AMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-EXCP-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CY-BREG-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CY-RESOL-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-INQ-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CY-TRANS-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CY-TRANS2-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CY-TRANS3-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CY-TRANS4-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CY-HOLD-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CY-GL-FILE-STATUS        PIC X(02)                VALUE "00".
       01 CY-RPT-FILE-STATUS       PIC X(02)                VALUE "00".

       01 CY-CURRENT-DATE-TIME.
           05 CY-CDT-DATE          PIC 9(08).
           05 CY-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

       01 CY-RUN-DATE              PIC 9(08)                VALUE 0.
       01 CY-RUN-TIME              PIC 9(08)                VALUE 0.

       01 CY-EOF-SWITCH            PIC X(01)                VALUE "N".
           88 CY-EOF-YES                      VALUE "Y".
           88 CY-EOF-NO                       VALUE "N".

       01 CY-RUN-SWITCH            PIC X(01)                VALUE "Y".
           88 CY-RUN-ALLOWED                  VALUE "Y".
           88 CY-RUN-REFUSED                  VALUE "N".

      *-----------------------------------------------------------*
      * CYCLE STATE - AS LOADED FROM CYCLSTAT AND AS IT WILL BE
      * WRITTEN BACK.
      *-----------------------------------------------------------*
       01 CY-CYCLE-DATE            PIC 9(08)                VALUE 0.
       01 CY-CYCLE-STATUS          PIC X(01)                VALUE "R".
           88 CY-CYCLE-ACTIVE                 VALUE "R".
           88 CY-CYCLE-STOPPED                VALUE "F".
           88 CY-CYCLE-COMPLETE               VALUE "C".
       01 CY-PRIOR-STATUS          PIC X(01)                VALUE SPACE.
       01 CY-RESUME-STEP           PIC X(10)                VALUE SPACES.
       01 CY-STOP-REASON           PIC X(70)                VALUE SPACES.
       01 CY-RESUMED-SWITCH        PIC X(01)                VALUE "N".
           88 CY-RESUMED-YES                  VALUE "Y".
           88 CY-RESUMED-NO                   VALUE "N".
       01 CY-RECOVER-SWITCH        PIC X(01)                VALUE "N".
           88 CY-RECOVER-YES                  VALUE "Y".
           88 CY-RECOVER-NO                   VALUE "N".

      *-----------------------------------------------------------*
      * STEP TABLE - THE FOUR CYCLE PROGRAMS IN THE ONLY ORDER
      * THEY MAY RUN. CY-STEP-SCHED-SW IS "Y"/"N" FROM RUNSCHED, OR
      * "U" WHEN THE STEP IS NOT ON THE SCHEDULE AT ALL.
      *-----------------------------------------------------------*
       01 CY-STEP-TABLE-MAX        PIC 9(02) COMP           VALUE 4.
       01 CY-STEP-TABLE.
           05 CY-STEP-ENTRY OCCURS 4 TIMES.
               10 CY-STEP-NAME      PIC X(10).
               10 CY-STEP-SCHED-SW  PIC X(01).
               10 CY-STEP-STATUS    PIC X(01).
               10 CY-STEP-START-DATE
                                    PIC 9(08).
               10 CY-STEP-START-TIME
                                    PIC 9(08).
               10 CY-STEP-END-DATE  PIC 9(08).
               10 CY-STEP-END-TIME  PIC 9(08).
               10 CY-STEP-OUTCOME   PIC X(28).
               10 CY-STEP-COUNTS    PIC X(44).
       01 CY-STEP-IDX              PIC 9(02) COMP           VALUE 0.
       01 CY-STEP-FOUND-IDX        PIC 9(02) COMP           VALUE 0.
       01 CY-START-IDX             PIC 9(02) COMP           VALUE 1.
       01 CY-LAST-SCHED-IDX        PIC 9(02) COMP           VALUE 0.
       01 CY-SCHED-RUN-COUNT       PIC 9(02) COMP           VALUE 0.
       01 CY-WORK-PROGRAM          PIC X(10)                VALUE SPACES.
       01 CY-CALL-NAME             PIC X(10)                VALUE SPACES.

       01 CY-ACTION-SWITCH         PIC X(01)                VALUE "R".
           88 CY-ACTION-RUN                   VALUE "R".
           88 CY-ACTION-SKIP                  VALUE "S".
           88 CY-ACTION-STOP                  VALUE "F".
           88 CY-ACTION-DONE                  VALUE "C".

       01 CY-CALL-SWITCH           PIC X(01)                VALUE "Y".
           88 CY-CALL-OK                      VALUE "Y".
           88 CY-CALL-FAILED                  VALUE "N".

       01 CY-FRESH-SWITCH          PIC X(01)                VALUE "N".
           88 CY-MANIFEST-FRESH               VALUE "Y".
           88 CY-MANIFEST-STALE               VALUE "N".

      *-----------------------------------------------------------*
      * STAMPS - A DATE AND TIME SIDE BY SIDE COMPARE AS ONE
      * 16-DIGIT NUMBER, SO A STEP RUNNING PAST MIDNIGHT STILL
      * COMPARES RIGHT.
      *-----------------------------------------------------------*
       01 CY-START-STAMP.
           05 CY-START-STAMP-DATE  PIC 9(08)                VALUE 0.
           05 CY-START-STAMP-TIME  PIC 9(08)                VALUE 0.
       01 CY-START-STAMP-NUM REDEFINES CY-START-STAMP
                                   PIC 9(16).
       01 CY-MANI-STAMP.
           05 CY-MANI-STAMP-DATE   PIC 9(08)                VALUE 0.
           05 CY-MANI-STAMP-TIME   PIC 9(08)                VALUE 0.
       01 CY-MANI-STAMP-NUM REDEFINES CY-MANI-STAMP
                                   PIC 9(16).
       01 CY-MANI-FLAG             PIC X(01)                VALUE SPACE.

      *-----------------------------------------------------------*
      * CONTROL TOTAL FAILURE WORK FIELDS.
      *-----------------------------------------------------------*
       01 CY-OPEN-FAIL-COUNT       PIC 9(05) COMP           VALUE 0.
       01 CY-OPEN-FAIL-SHOW        PIC 9(05)                VALUE 0.
       01 CY-FAIL-TALLY            PIC 9(04) COMP           VALUE 0.
       01 CY-SCAN-EOF-SWITCH       PIC X(01)                VALUE "N".
           88 CY-SCAN-EOF-YES                 VALUE "Y".
           88 CY-SCAN-EOF-NO                  VALUE "N".
       01 CY-RESOLVED-SWITCH       PIC X(01)                VALUE "N".
           88 CY-FAILURE-RESOLVED             VALUE "Y".
           88 CY-FAILURE-OPEN                 VALUE "N".

      *-----------------------------------------------------------*
      * KEY COUNTS FOR THE STATUS REPORT, TAKEN FROM THE MANIFESTS.
      *-----------------------------------------------------------*
       01 CY-COUNT-1               PIC 9(09)                VALUE 0.
       01 CY-COUNT-2               PIC 9(09)                VALUE 0.
       01 CY-COUNT-3               PIC 9(09)                VALUE 0.

      *-----------------------------------------------------------*
      * CYCLRPT PRINT LINES - ONE PAGE, 132 COLUMNS.
      *-----------------------------------------------------------*
       01 CY-TIME-WORK.
           05 CY-TW-HH             PIC 9(02).
           05 CY-TW-MM             PIC 9(02).
           05 CY-TW-SS             PIC 9(02).
           05 CY-TW-HS             PIC 9(02).
       01 CY-TIME-WORK-NUM REDEFINES CY-TIME-WORK
                                   PIC 9(08).

       01 CY-FMT-STAMP.
           05 CY-FMT-DATE          PIC 9(08).
           05 FILLER               PIC X(01)    VALUE SPACE.
           05 CY-FMT-HH            PIC 9(02).
           05 FILLER               PIC X(01)    VALUE ":".
           05 CY-FMT-MM            PIC 9(02).
           05 FILLER               PIC X(01)    VALUE ":".
           05 CY-FMT-SS            PIC 9(02).
       01 CY-FMT-STAMP-TEXT REDEFINES CY-FMT-STAMP
                                   PIC X(17).

       01 CY-HEADING-1.
           05 FILLER               PIC X(38)
               VALUE "NIGHTLY CYCLE RUN STATUS - CYCLE DATE ".
           05 CY-H1-CYCLE-DATE     PIC 9(08).
           05 FILLER               PIC X(06)    VALUE "  RUN ".
           05 CY-H1-RUN-STAMP      PIC X(17).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 CY-H1-RESUMED        PIC X(30).
           05 FILLER               PIC X(31)    VALUE SPACES.

       01 CY-HEADING-2.
           05 FILLER               PIC X(16)    VALUE "STEP PROGRAM   ".
           05 FILLER               PIC X(19)
               VALUE "START              ".
           05 FILLER               PIC X(19)
               VALUE "END                ".
           05 FILLER               PIC X(30)
               VALUE "OUTCOME                       ".
           05 FILLER               PIC X(48)    VALUE "KEY COUNTS".

       01 CY-STEP-LINE.
           05 CY-SL-SEQ            PIC Z9.
           05 FILLER               PIC X(03)    VALUE SPACES.
           05 CY-SL-PROGRAM        PIC X(10).
           05 FILLER               PIC X(01)    VALUE SPACE.
           05 CY-SL-START          PIC X(17).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 CY-SL-END            PIC X(17).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 CY-SL-OUTCOME        PIC X(28).
           05 FILLER               PIC X(02)    VALUE SPACES.
           05 CY-SL-COUNTS         PIC X(44).
           05 FILLER               PIC X(04)    VALUE SPACES.

       01 CY-TEXT-LINE.
           05 CY-TL-LABEL          PIC X(20).
           05 CY-TL-TEXT           PIC X(100).
           05 FILLER               PIC X(12)    VALUE SPACES.

       01 CY-BLANK-LINE            PIC X(132)   VALUE SPACES.

       01 CY-SIGNOFF-LINE.
           05 FILLER               PIC X(40)
               VALUE "OPERATOR SIGN-OFF ______________________".
           05 FILLER               PIC X(28)
               VALUE "    DATE ________  TIME ____".
           05 FILLER               PIC X(64)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CY-CURRENT-DATE-TIME.
           MOVE CY-CDT-DATE TO CY-RUN-DATE.
           MOVE CY-CDT-TIME TO CY-RUN-TIME.
           PERFORM 1000-INITIALIZE-STEPS.
           PERFORM 1100-READ-RUN-SCHEDULE.
           IF CY-RUN-ALLOWED
               PERFORM 1200-READ-CYCLE-STATE
           END-IF.
           IF CY-RUN-REFUSED
               DISPLAY "NIGHTLY CYCLE NOT STARTED"
               STOP RUN
           END-IF.
           PERFORM 8000-WRITE-CYCLE-STATE.
           MOVE CY-START-IDX TO CY-STEP-IDX.
           PERFORM 2000-RUN-ONE-STEP
               UNTIL CY-STEP-IDX > CY-STEP-TABLE-MAX
                  OR CY-CYCLE-STOPPED.
           IF CY-CYCLE-ACTIVE
               SET CY-CYCLE-COMPLETE TO TRUE
               MOVE SPACES TO CY-RESUME-STEP
               MOVE SPACES TO CY-STOP-REASON
           END-IF.
           PERFORM 8000-WRITE-CYCLE-STATE.
           PERFORM 9000-PRINT-STATUS-REPORT.
           PERFORM 9100-DISPLAY-RESULT.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE-STEPS - THE CYCLE ORDER IS FIXED HERE, NOT
      * ON RUNSCHED: THE SCHEDULE ONLY SAYS WHICH STEPS RUN.
      *-----------------------------------------------------------*
       1000-INITIALIZE-STEPS.
           MOVE "CALCULATOR" TO CY-STEP-NAME(1).
           MOVE "REVIEWER"   TO CY-STEP-NAME(2).
           MOVE "POSTER"     TO CY-STEP-NAME(3).
           MOVE "ARCHIVER"   TO CY-STEP-NAME(4).
           MOVE 1 TO CY-STEP-IDX.
           PERFORM 1010-CLEAR-ONE-STEP
               UNTIL CY-STEP-IDX > CY-STEP-TABLE-MAX.

       1010-CLEAR-ONE-STEP.
           MOVE "U" TO CY-STEP-SCHED-SW(CY-STEP-IDX).
           PERFORM 1020-CLEAR-STEP-RESULT.
           ADD 1 TO CY-STEP-IDX.

       1020-CLEAR-STEP-RESULT.
           MOVE "P" TO CY-STEP-STATUS(CY-STEP-IDX).
           MOVE 0 TO CY-STEP-START-DATE(CY-STEP-IDX).
           MOVE 0 TO CY-STEP-START-TIME(CY-STEP-IDX).
           MOVE 0 TO CY-STEP-END-DATE(CY-STEP-IDX).
           MOVE 0 TO CY-STEP-END-TIME(CY-STEP-IDX).
           MOVE SPACES TO CY-STEP-OUTCOME(CY-STEP-IDX).
           MOVE SPACES TO CY-STEP-COUNTS(CY-STEP-IDX).

      *-----------------------------------------------------------*
      * 1100-READ-RUN-SCHEDULE - NO RUNSCHED, OR ONE THAT FAILS ITS
      * CHECKS, REFUSES THE CYCLE BEFORE ANY STEP IS TOUCHED.
      *-----------------------------------------------------------*
       1100-READ-RUN-SCHEDULE.
           MOVE 0 TO CY-LAST-SCHED-IDX.
           MOVE 0 TO CY-SCHED-RUN-COUNT.
           SET CY-EOF-NO TO TRUE.
           OPEN INPUT SCHED-FILE.
           IF CY-SCHED-FILE-STATUS NOT = "00"
               SET CY-RUN-REFUSED TO TRUE
               DISPLAY "RUNSCHED NOT AVAILABLE - NO RUN SCHEDULE"
           ELSE
               PERFORM 1110-READ-ONE-SCHEDULE-LINE
                   UNTIL CY-EOF-YES
               CLOSE SCHED-FILE
               IF CY-RUN-ALLOWED AND CY-SCHED-RUN-COUNT = 0
                   SET CY-RUN-REFUSED TO TRUE
                   DISPLAY "RUNSCHED HAS NO STEP MARKED TO RUN"
               END-IF
           END-IF.

       1110-READ-ONE-SCHEDULE-LINE.
           READ SCHED-FILE
               AT END SET CY-EOF-YES TO TRUE
               NOT AT END
                   IF SCH-PROGRAM NOT = SPACES
                       PERFORM 1120-CHECK-SCHEDULE-LINE
                   END-IF
           END-READ.

       1120-CHECK-SCHEDULE-LINE.
           MOVE SCH-PROGRAM TO CY-WORK-PROGRAM.
           PERFORM 1130-FIND-STEP.
           EVALUATE TRUE
               WHEN CY-STEP-FOUND-IDX = 0
                   SET CY-RUN-REFUSED TO TRUE
                   DISPLAY "RUNSCHED NAMES A PROGRAM THAT IS NOT A "
                           "CYCLE STEP: " SCH-PROGRAM
               WHEN CY-STEP-FOUND-IDX <= CY-LAST-SCHED-IDX
                   SET CY-RUN-REFUSED TO TRUE
                   DISPLAY "RUNSCHED LISTS " SCH-PROGRAM
                           " OUT OF CYCLE ORDER OR TWICE"
               WHEN SCH-RUN-FLAG NOT = "Y" AND SCH-RUN-FLAG NOT = "N"
                   SET CY-RUN-REFUSED TO TRUE
                   DISPLAY "RUNSCHED RUN FLAG FOR " SCH-PROGRAM
                           " IS NOT Y OR N"
               WHEN OTHER
                   MOVE SCH-RUN-FLAG
                       TO CY-STEP-SCHED-SW(CY-STEP-FOUND-IDX)
                   MOVE CY-STEP-FOUND-IDX TO CY-LAST-SCHED-IDX
                   IF SCH-RUN-FLAG = "Y"
                       ADD 1 TO CY-SCHED-RUN-COUNT
                   END-IF
           END-EVALUATE.

       1130-FIND-STEP.
           MOVE 0 TO CY-STEP-FOUND-IDX.
           MOVE 1 TO CY-STEP-IDX.
           PERFORM 1135-CHECK-ONE-STEP
               UNTIL CY-STEP-IDX > CY-STEP-TABLE-MAX
                  OR CY-STEP-FOUND-IDX NOT = 0.

       1135-CHECK-ONE-STEP.
           IF CY-STEP-NAME(CY-STEP-IDX) = CY-WORK-PROGRAM
               MOVE CY-STEP-IDX TO CY-STEP-FOUND-IDX
           END-IF.
           ADD 1 TO CY-STEP-IDX.

      *-----------------------------------------------------------*
      * 1200-READ-CYCLE-STATE - A CYCLE LEFT STOPPED ("F") OR CUT
      * OFF WHILE A STEP WAS ACTIVE ("R") IS RESUMED AT ITS RESUME
      * STEP: THE STEPS BEFORE IT KEEP WHAT THEY RECORDED, THE REST
      * START AGAIN AS PENDING. ANYTHING ELSE - NO CYCLSTAT, OR THE
      * LAST CYCLE COMPLETE - STARTS A NEW CYCLE DATED TODAY.
      *-----------------------------------------------------------*
       1200-READ-CYCLE-STATE.
           MOVE SPACE TO CY-PRIOR-STATUS.
           MOVE SPACES TO CY-RESUME-STEP.
           SET CY-EOF-NO TO TRUE.
           OPEN INPUT STAT-FILE.
           IF CY-STAT-FILE-STATUS = "00"
               PERFORM 1210-READ-ONE-STATE-RECORD
                   UNTIL CY-EOF-YES
               CLOSE STAT-FILE
           END-IF.
           MOVE 0 TO CY-STEP-FOUND-IDX.
           IF CY-PRIOR-STATUS = "F" OR CY-PRIOR-STATUS = "R"
               MOVE CY-RESUME-STEP TO CY-WORK-PROGRAM
               PERFORM 1130-FIND-STEP
           END-IF.
           IF CY-STEP-FOUND-IDX NOT = 0
               SET CY-RESUMED-YES TO TRUE
               MOVE CY-STEP-FOUND-IDX TO CY-START-IDX
               IF CY-PRIOR-STATUS = "R"
                   SET CY-RECOVER-YES TO TRUE
               END-IF
               DISPLAY "RESUMING THE CYCLE OF " CY-CYCLE-DATE
                       " AT STEP " CY-RESUME-STEP
               MOVE CY-START-IDX TO CY-STEP-IDX
               IF CY-RECOVER-YES
                   ADD 1 TO CY-STEP-IDX
               END-IF
               PERFORM 1230-RESET-ONE-STEP
                   UNTIL CY-STEP-IDX > CY-STEP-TABLE-MAX
           ELSE
               SET CY-RESUMED-NO TO TRUE
               MOVE 1 TO CY-START-IDX
               MOVE CY-RUN-DATE TO CY-CYCLE-DATE
               MOVE 1 TO CY-STEP-IDX
               PERFORM 1230-RESET-ONE-STEP
                   UNTIL CY-STEP-IDX > CY-STEP-TABLE-MAX
           END-IF.
           SET CY-CYCLE-ACTIVE TO TRUE.
           MOVE SPACES TO CY-STOP-REASON.

       1210-READ-ONE-STATE-RECORD.
           READ STAT-FILE
               AT END SET CY-EOF-YES TO TRUE
               NOT AT END
                   EVALUATE STAT-H-TYPE
                       WHEN "H"
                           MOVE STAT-H-STATUS TO CY-PRIOR-STATUS
                           MOVE STAT-H-CYCLE-DATE TO CY-CYCLE-DATE
                           MOVE STAT-H-RESUME-STEP TO CY-RESUME-STEP
                       WHEN "S"
                           PERFORM 1220-LOAD-STEP-STATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       1220-LOAD-STEP-STATE.
           MOVE STAT-S-PROGRAM TO CY-WORK-PROGRAM.
           PERFORM 1130-FIND-STEP.
           IF CY-STEP-FOUND-IDX NOT = 0
               MOVE STAT-S-STATUS
                   TO CY-STEP-STATUS(CY-STEP-FOUND-IDX)
               MOVE STAT-S-START-DATE
                   TO CY-STEP-START-DATE(CY-STEP-FOUND-IDX)
               MOVE STAT-S-START-TIME
                   TO CY-STEP-START-TIME(CY-STEP-FOUND-IDX)
               MOVE STAT-S-END-DATE
                   TO CY-STEP-END-DATE(CY-STEP-FOUND-IDX)
               MOVE STAT-S-END-TIME
                   TO CY-STEP-END-TIME(CY-STEP-FOUND-IDX)
               MOVE STAT-S-OUTCOME
                   TO CY-STEP-OUTCOME(CY-STEP-FOUND-IDX)
               MOVE STAT-S-COUNTS
                   TO CY-STEP-COUNTS(CY-STEP-FOUND-IDX)
           END-IF.

       1230-RESET-ONE-STEP.
           PERFORM 1020-CLEAR-STEP-RESULT.
           ADD 1 TO CY-STEP-IDX.

      *-----------------------------------------------------------*
      * 2000-RUN-ONE-STEP - ONE STEP OF THE CYCLE: PASSED OVER WHEN
      * THE SCHEDULE SAYS SO, OTHERWISE CHECKED, RUN AND CHECKED
      * AGAIN. A STEP RESUMED AFTER THE CYCLE WAS CUT OFF WHILE IT
      * WAS ACTIVE IS FIRST JUDGED ON WHAT IT LEFT BEHIND.
      *-----------------------------------------------------------*
       2000-RUN-ONE-STEP.
           SET CY-ACTION-RUN TO TRUE.
           EVALUATE CY-STEP-SCHED-SW(CY-STEP-IDX)
               WHEN "N"
                   SET CY-ACTION-SKIP TO TRUE
                   MOVE "PASSED OVER BY RUNSCHED"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
               WHEN "U"
                   SET CY-ACTION-SKIP TO TRUE
                   MOVE "NOT ON RUNSCHED"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
               WHEN OTHER
                   IF CY-RECOVER-YES
                       PERFORM 2100-RECOVER-ACTIVE-STEP
                   END-IF
           END-EVALUATE.
           IF CY-ACTION-RUN
               PERFORM 2200-CHECK-READINESS
           END-IF.
           IF CY-ACTION-RUN
               PERFORM 2300-CHECK-STEP-INPUT
           END-IF.
           IF CY-ACTION-RUN
               PERFORM 2400-CALL-STEP
               PERFORM 2500-CHECK-STEP-OUTCOME
               DISPLAY "CYCLE STEP " CY-STEP-NAME(CY-STEP-IDX)
                       " ENDED - " CY-STEP-OUTCOME(CY-STEP-IDX)
           END-IF.
           IF CY-ACTION-SKIP
               MOVE "S" TO CY-STEP-STATUS(CY-STEP-IDX)
               DISPLAY "CYCLE STEP " CY-STEP-NAME(CY-STEP-IDX)
                       " NOT RUN - " CY-STEP-OUTCOME(CY-STEP-IDX)
           END-IF.
           PERFORM 8000-WRITE-CYCLE-STATE.
           ADD 1 TO CY-STEP-IDX.

      *-----------------------------------------------------------*
      * 2100-RECOVER-ACTIVE-STEP - THE LAST RUN OF THIS JOB ENDED
      * WHILE THIS STEP WAS ACTIVE. IF THE STEP'S MANIFEST WAS
      * WRITTEN SINCE IT STARTED, THE STEP FINISHED AND IS JUDGED
      * ON THAT RATHER THAN RUN A SECOND TIME; OTHERWISE IT IS RUN
      * AGAIN UNDER THE USUAL CHECKS.
      *-----------------------------------------------------------*
       2100-RECOVER-ACTIVE-STEP.
           SET CY-RECOVER-NO TO TRUE.
           SET CY-CALL-OK TO TRUE.
           PERFORM 2500-CHECK-STEP-OUTCOME.
           IF CY-MANIFEST-FRESH
               MOVE CY-MANI-STAMP-DATE TO CY-STEP-END-DATE(CY-STEP-IDX)
               MOVE CY-MANI-STAMP-TIME TO CY-STEP-END-TIME(CY-STEP-IDX)
               DISPLAY "CYCLE STEP " CY-STEP-NAME(CY-STEP-IDX)
                       " HAD FINISHED BEFORE THE CYCLE WAS CUT OFF - "
                       CY-STEP-OUTCOME(CY-STEP-IDX)
           ELSE
               SET CY-CYCLE-ACTIVE TO TRUE
               SET CY-ACTION-RUN TO TRUE
               MOVE SPACES TO CY-STOP-REASON
               PERFORM 1020-CLEAR-STEP-RESULT
           END-IF.

      *-----------------------------------------------------------*
      * 2200-CHECK-READINESS - NOTHING STARTS WHILE ANY MANIFEST
      * SHOWS AN EARLIER RUN THAT DID NOT COMPLETE, AND NOTHING
      * AFTER CALCULATOR STARTS WHILE A BATCH CONTROL TOTAL FAILURE
      * IS OPEN. CALCULATOR ITSELF MAY RUN: RE-SENDING THE FAILED
      * BATCH IS HOW SUCH A FAILURE IS CLEARED.
      *-----------------------------------------------------------*
       2200-CHECK-READINESS.
           PERFORM 4200-READ-REVIEW-MANIFEST.
           IF CY-MANI-FLAG NOT = "Y" AND CY-MANI-FLAG NOT = SPACE
               MOVE "RVWMANI" TO CY-WORK-PROGRAM
               PERFORM 2210-STOP-ON-MANIFEST
           END-IF.
           IF CY-ACTION-RUN
               PERFORM 4300-READ-POSTING-MANIFEST
               IF CY-MANI-FLAG NOT = "Y" AND CY-MANI-FLAG NOT = SPACE
                   MOVE "POSTMANI" TO CY-WORK-PROGRAM
                   PERFORM 2210-STOP-ON-MANIFEST
               END-IF
           END-IF.
           IF CY-ACTION-RUN
               PERFORM 4400-READ-ARCHIVE-MANIFEST
               IF CY-MANI-FLAG NOT = "Y" AND CY-MANI-FLAG NOT = SPACE
                   MOVE "ARCHMANI" TO CY-WORK-PROGRAM
                   PERFORM 2210-STOP-ON-MANIFEST
               END-IF
           END-IF.
           IF CY-ACTION-RUN AND CY-STEP-IDX > 1
               PERFORM 3000-COUNT-OPEN-FAILURES
               IF CY-OPEN-FAIL-COUNT > 0
                   MOVE "HELD - CONTROL TOTAL FAILURE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   PERFORM 2220-SET-FAILURE-REASON
                   PERFORM 7000-STOP-CYCLE
               END-IF
           END-IF.

       2210-STOP-ON-MANIFEST.
           MOVE "HELD - MANIFEST NOT COMPLETE"
               TO CY-STEP-OUTCOME(CY-STEP-IDX).
           MOVE SPACES TO CY-STOP-REASON.
           STRING CY-WORK-PROGRAM      DELIMITED BY SPACE
                  " FLAG "            DELIMITED BY SIZE
                  CY-MANI-FLAG         DELIMITED BY SIZE
                  " - EARLIER RUN DID NOT COMPLETE, CLEAR IT FIRST"
                                       DELIMITED BY SIZE
               INTO CY-STOP-REASON
           END-STRING.
           PERFORM 7000-STOP-CYCLE.

       2220-SET-FAILURE-REASON.
           MOVE CY-OPEN-FAIL-COUNT TO CY-OPEN-FAIL-SHOW.
           MOVE SPACES TO CY-STOP-REASON.
           STRING CY-OPEN-FAIL-SHOW    DELIMITED BY SIZE
                  " OPEN CONTROL TOTAL FAILURE(S) ON EXCPFILE"
                                       DELIMITED BY SIZE
                  " - RESEND OR SIGN OFF"
                                       DELIMITED BY SIZE
               INTO CY-STOP-REASON
           END-STRING.

      *-----------------------------------------------------------*
      * 2300-CHECK-STEP-INPUT - A STEP WITH NOTHING TO WORK ON IS
      * PASSED OVER RATHER THAN RUN, SO IT CANNOT SIT WAITING AT A
      * PROMPT OR LEAVE NO MANIFEST BEHIND. AN INQFILE LEFT STAGED
      * STOPS THE CYCLE: CALCULATOR WOULD ANSWER THE INQUIRIES AND
      * SKIP THE BATCH.
      *-----------------------------------------------------------*
       2300-CHECK-STEP-INPUT.
           EVALUATE CY-STEP-NAME(CY-STEP-IDX)
               WHEN "CALCULATOR"
                   PERFORM 2310-CHECK-CALCULATOR-INPUT
               WHEN "REVIEWER"
                   OPEN INPUT HOLD-FILE
                   IF CY-HOLD-FILE-STATUS = "00"
                       READ HOLD-FILE
                           AT END
                               SET CY-ACTION-SKIP TO TRUE
                       END-READ
                       CLOSE HOLD-FILE
                   ELSE
                       SET CY-ACTION-SKIP TO TRUE
                   END-IF
                   IF CY-ACTION-SKIP
                       MOVE "NOTHING HELD FOR REVIEW"
                           TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   END-IF
               WHEN "POSTER"
                   OPEN INPUT GL-FILE
                   IF CY-GL-FILE-STATUS = "00"
                       CLOSE GL-FILE
                   ELSE
                       SET CY-ACTION-SKIP TO TRUE
                       MOVE "NO GLFILE TO POST"
                           TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2310-CHECK-CALCULATOR-INPUT.
           OPEN INPUT INQ-FILE.
           IF CY-INQ-FILE-STATUS = "00"
               CLOSE INQ-FILE
               MOVE "HELD - INQFILE STAGED"
                   TO CY-STEP-OUTCOME(CY-STEP-IDX)
               MOVE "INQFILE STAGED - CALCULATOR WOULD NOT RUN BATCH"
                   TO CY-STOP-REASON
               PERFORM 7000-STOP-CYCLE
           ELSE
               SET CY-ACTION-SKIP TO TRUE
               OPEN INPUT TRANS-FILE
               IF CY-TRANS-FILE-STATUS = "00"
                   SET CY-ACTION-RUN TO TRUE
                   CLOSE TRANS-FILE
               END-IF
               OPEN INPUT TRANS-FILE-2
               IF CY-TRANS2-FILE-STATUS = "00"
                   SET CY-ACTION-RUN TO TRUE
                   CLOSE TRANS-FILE-2
               END-IF
               OPEN INPUT TRANS-FILE-3
               IF CY-TRANS3-FILE-STATUS = "00"
                   SET CY-ACTION-RUN TO TRUE
                   CLOSE TRANS-FILE-3
               END-IF
               OPEN INPUT TRANS-FILE-4
               IF CY-TRANS4-FILE-STATUS = "00"
                   SET CY-ACTION-RUN TO TRUE
                   CLOSE TRANS-FILE-4
               END-IF
               IF CY-ACTION-SKIP
                   MOVE "NO TRANSACTION FILE STAGED"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 2400-CALL-STEP - THE CYCLE STATE IS SAVED AS ACTIVE BEFORE
      * THE CALL, SO A RUN CUT OFF MID-STEP RESUMES AT THIS STEP.
      * A PROGRAM THAT CANNOT BE LOADED FAILS THE STEP.
      *-----------------------------------------------------------*
       2400-CALL-STEP.
           MOVE FUNCTION CURRENT-DATE TO CY-CURRENT-DATE-TIME.
           MOVE "R" TO CY-STEP-STATUS(CY-STEP-IDX).
           MOVE CY-CDT-DATE TO CY-STEP-START-DATE(CY-STEP-IDX).
           MOVE CY-CDT-TIME TO CY-STEP-START-TIME(CY-STEP-IDX).
           MOVE CY-STEP-NAME(CY-STEP-IDX) TO CY-RESUME-STEP.
           PERFORM 8000-WRITE-CYCLE-STATE.
           DISPLAY "CYCLE STEP " CY-STEP-NAME(CY-STEP-IDX)
                   " STARTED " CY-CDT-DATE " " CY-CDT-TIME.
           MOVE CY-STEP-NAME(CY-STEP-IDX) TO CY-CALL-NAME.
           SET CY-CALL-OK TO TRUE.
           CALL CY-CALL-NAME
               ON EXCEPTION
                   SET CY-CALL-FAILED TO TRUE
           END-CALL.
           IF CY-CALL-OK
               CANCEL CY-CALL-NAME
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CY-CURRENT-DATE-TIME.
           MOVE CY-CDT-DATE TO CY-STEP-END-DATE(CY-STEP-IDX).
           MOVE CY-CDT-TIME TO CY-STEP-END-TIME(CY-STEP-IDX).

      *-----------------------------------------------------------*
      * 2500-CHECK-STEP-OUTCOME - WHAT THE STEP LEFT ON ITS OWN
      * MANIFEST DECIDES ITS OUTCOME. A MANIFEST NOT WRITTEN SINCE
      * THE STEP STARTED MEANS THE STEP REFUSED TO START OR NEVER
      * GOT AS FAR AS ITS WORK - ITS CONSOLE SAYS WHY.
      *-----------------------------------------------------------*
       2500-CHECK-STEP-OUTCOME.
           MOVE CY-STEP-START-DATE(CY-STEP-IDX) TO CY-START-STAMP-DATE.
           MOVE CY-STEP-START-TIME(CY-STEP-IDX) TO CY-START-STAMP-TIME.
           SET CY-MANIFEST-STALE TO TRUE.
           SET CY-ACTION-DONE TO TRUE.
           IF CY-CALL-FAILED
               MOVE "PROGRAM NOT AVAILABLE"
                   TO CY-STEP-OUTCOME(CY-STEP-IDX)
               MOVE SPACES TO CY-STOP-REASON
               STRING "PROGRAM "          DELIMITED BY SIZE
                      CY-CALL-NAME        DELIMITED BY SPACE
                      " COULD NOT BE LOADED FOR THE CYCLE"
                                          DELIMITED BY SIZE
                   INTO CY-STOP-REASON
               END-STRING
               PERFORM 7000-STOP-CYCLE
           ELSE
               EVALUATE CY-STEP-NAME(CY-STEP-IDX)
                   WHEN "CALCULATOR"
                       PERFORM 2510-CHECK-CALCULATOR
                   WHEN "REVIEWER"
                       PERFORM 2520-CHECK-REVIEWER
                   WHEN "POSTER"
                       PERFORM 2530-CHECK-POSTER
                   WHEN "ARCHIVER"
                       PERFORM 2540-CHECK-ARCHIVER
               END-EVALUATE
           END-IF.
           IF CY-ACTION-DONE
               MOVE "C" TO CY-STEP-STATUS(CY-STEP-IDX)
           END-IF.

      *-----------------------------------------------------------*
      * 2510-CHECK-CALCULATOR - THE BATCH RUN MUST HAVE ENDED WITH
      * ITS GL RECONCILIATION MATCHED, AND MUST NOT HAVE LEFT A
      * BATCH CONTROL TOTAL FAILURE OPEN ON EXCPFILE.
      *-----------------------------------------------------------*
       2510-CHECK-CALCULATOR.
           PERFORM 4100-READ-CALC-MANIFEST.
           IF CY-MANIFEST-STALE
               MOVE "NO BATCH RESULT ON CALCMANI"
                   TO CY-STEP-OUTCOME(CY-STEP-IDX)
               MOVE "CALCULATOR DID NOT FINISH THE BATCH - SEE CONSOLE"
                   TO CY-STOP-REASON
               PERFORM 7000-STOP-CYCLE
           ELSE
               MOVE CMANI-GL-COUNT TO CY-COUNT-1
               MOVE CMANI-HELD-COUNT TO CY-COUNT-2
               MOVE CMANI-ERROR-COUNT TO CY-COUNT-3
               MOVE SPACES TO CY-STEP-COUNTS(CY-STEP-IDX)
               STRING "GL="               DELIMITED BY SIZE
                      CY-COUNT-1          DELIMITED BY SIZE
                      " HELD="            DELIMITED BY SIZE
                      CY-COUNT-2          DELIMITED BY SIZE
                      " EXCP="            DELIMITED BY SIZE
                      CY-COUNT-3          DELIMITED BY SIZE
                   INTO CY-STEP-COUNTS(CY-STEP-IDX)
               END-STRING
               IF CY-MANI-FLAG NOT = "Y"
                   MOVE "GL RECONCILIATION MISMATCH"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   MOVE "GLFILE DOES NOT AGREE WITH THE RUN TOTALS"
                       TO CY-STOP-REASON
                   PERFORM 7000-STOP-CYCLE
               ELSE
                   PERFORM 3000-COUNT-OPEN-FAILURES
                   IF CY-OPEN-FAIL-COUNT > 0
                       MOVE "CONTROL TOTAL FAILURE"
                           TO CY-STEP-OUTCOME(CY-STEP-IDX)
                       PERFORM 2220-SET-FAILURE-REASON
                       PERFORM 7000-STOP-CYCLE
                   ELSE
                       MOVE "GL RECONCILIATION MATCH"
                           TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   END-IF
               END-IF
           END-IF.

       2520-CHECK-REVIEWER.
           PERFORM 4200-READ-REVIEW-MANIFEST.
           IF CY-MANIFEST-STALE
               MOVE "NO SESSION ON RVWMANI"
                   TO CY-STEP-OUTCOME(CY-STEP-IDX)
               MOVE "REVIEWER DID NOT RUN A SESSION - SEE CONSOLE"
                   TO CY-STOP-REASON
               PERFORM 7000-STOP-CYCLE
           ELSE
               MOVE RMANI-APPROVED-COUNT TO CY-COUNT-1
               MOVE RMANI-REJECTED-COUNT TO CY-COUNT-2
               MOVE RMANI-SKIPPED-COUNT TO CY-COUNT-3
               MOVE SPACES TO CY-STEP-COUNTS(CY-STEP-IDX)
               STRING "APPR="             DELIMITED BY SIZE
                      CY-COUNT-1          DELIMITED BY SIZE
                      " REJ="             DELIMITED BY SIZE
                      CY-COUNT-2          DELIMITED BY SIZE
                      " SKIP="            DELIMITED BY SIZE
                      CY-COUNT-3          DELIMITED BY SIZE
                   INTO CY-STEP-COUNTS(CY-STEP-IDX)
               END-STRING
               IF CY-MANI-FLAG = "Y"
                   MOVE "REVIEW SESSION COMPLETE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
               ELSE
                   MOVE "REVIEW SESSION INCOMPLETE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   MOVE "RVWMANI"  TO CY-WORK-PROGRAM
                   PERFORM 2550-SET-MANIFEST-REASON
                   PERFORM 7000-STOP-CYCLE
               END-IF
           END-IF.

       2530-CHECK-POSTER.
           PERFORM 4300-READ-POSTING-MANIFEST.
           IF CY-MANIFEST-STALE
               MOVE "NO RUN ON POSTMANI"
                   TO CY-STEP-OUTCOME(CY-STEP-IDX)
               MOVE "POSTER DID NOT POST - SEE CONSOLE"
                   TO CY-STOP-REASON
               PERFORM 7000-STOP-CYCLE
           ELSE
               MOVE PMANI-POSTED-COUNT TO CY-COUNT-1
               MOVE PMANI-ALREADY-COUNT TO CY-COUNT-2
               MOVE SPACES TO CY-STEP-COUNTS(CY-STEP-IDX)
               STRING "POSTED="           DELIMITED BY SIZE
                      CY-COUNT-1          DELIMITED BY SIZE
                      " ALREADY="         DELIMITED BY SIZE
                      CY-COUNT-2          DELIMITED BY SIZE
                   INTO CY-STEP-COUNTS(CY-STEP-IDX)
               END-STRING
               IF CY-MANI-FLAG = "Y"
                   MOVE "POSTING COMPLETE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
               ELSE
                   MOVE "POSTING INCOMPLETE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   MOVE "POSTMANI" TO CY-WORK-PROGRAM
                   PERFORM 2550-SET-MANIFEST-REASON
                   PERFORM 7000-STOP-CYCLE
               END-IF
           END-IF.

       2540-CHECK-ARCHIVER.
           PERFORM 4400-READ-ARCHIVE-MANIFEST.
           IF CY-MANIFEST-STALE
               MOVE "NO RUN ON ARCHMANI"
                   TO CY-STEP-OUTCOME(CY-STEP-IDX)
               MOVE "ARCHIVER DID NOT ARCHIVE - CHECK ARCHCTL/CONSOLE"
                   TO CY-STOP-REASON
               PERFORM 7000-STOP-CYCLE
           ELSE
               MOVE AMANI-GL-ARCHIVED TO CY-COUNT-1
               MOVE AMANI-GL-KEPT TO CY-COUNT-2
               MOVE AMANI-LOG-ARCHIVED TO CY-COUNT-3
               MOVE SPACES TO CY-STEP-COUNTS(CY-STEP-IDX)
               STRING "GLARC="            DELIMITED BY SIZE
                      CY-COUNT-1          DELIMITED BY SIZE
                      " KEPT="            DELIMITED BY SIZE
                      CY-COUNT-2          DELIMITED BY SIZE
                      " LOG="             DELIMITED BY SIZE
                      CY-COUNT-3          DELIMITED BY SIZE
                   INTO CY-STEP-COUNTS(CY-STEP-IDX)
               END-STRING
               IF CY-MANI-FLAG = "Y"
                   MOVE "ARCHIVE COMPLETE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
               ELSE
                   MOVE "ARCHIVE INCOMPLETE"
                       TO CY-STEP-OUTCOME(CY-STEP-IDX)
                   MOVE "ARCHMANI" TO CY-WORK-PROGRAM
                   PERFORM 2550-SET-MANIFEST-REASON
                   PERFORM 7000-STOP-CYCLE
               END-IF
           END-IF.

       2550-SET-MANIFEST-REASON.
           MOVE SPACES TO CY-STOP-REASON.
           STRING CY-STEP-NAME(CY-STEP-IDX)
                                       DELIMITED BY SPACE
                  " ENDED WITH "      DELIMITED BY SIZE
                  CY-WORK-PROGRAM      DELIMITED BY SPACE
                  " FLAG "            DELIMITED BY SIZE
                  CY-MANI-FLAG         DELIMITED BY SIZE
                  " - SEE THE CONSOLE"
                                       DELIMITED BY SIZE
               INTO CY-STOP-REASON
           END-STRING.

      *-----------------------------------------------------------*
      * 3000-COUNT-OPEN-FAILURES - EVERY BATCH CONTROL TOTAL
      * FAILURE STILL ON EXCPFILE THAT HAS NEITHER BEEN RE-SENT
      * CLEAN (BATCH ID ON BATCHREG) NOR SIGNED OFF ON CTLRESOL.
      * EACH ONE IS NAMED ON THE CONSOLE.
      *-----------------------------------------------------------*
       3000-COUNT-OPEN-FAILURES.
           MOVE 0 TO CY-OPEN-FAIL-COUNT.
           SET CY-EOF-NO TO TRUE.
           OPEN INPUT EXCP-FILE.
           IF CY-EXCP-FILE-STATUS = "00"
               PERFORM 3010-CHECK-ONE-EXCEPTION
                   UNTIL CY-EOF-YES
               CLOSE EXCP-FILE
           END-IF.

       3010-CHECK-ONE-EXCEPTION.
           READ EXCP-FILE
               AT END SET CY-EOF-YES TO TRUE
               NOT AT END
                   MOVE 0 TO CY-FAIL-TALLY
                   INSPECT EXCP-FILE-RECORD TALLYING CY-FAIL-TALLY
                       FOR ALL "REASON=BATCH CONTROL TOTAL FAILURE"
                   IF CY-FAIL-TALLY > 0
                       PERFORM 3020-CHECK-FAILURE-RESOLVED
                       IF CY-FAILURE-OPEN
                           ADD 1 TO CY-OPEN-FAIL-COUNT
                           DISPLAY "OPEN CONTROL TOTAL FAILURE "
                                   EXCP-STAMP " BATCH " EXCP-BATCH-ID
                       END-IF
                   END-IF
           END-READ.

       3020-CHECK-FAILURE-RESOLVED.
           SET CY-FAILURE-OPEN TO TRUE.
           IF EXCP-BATCH-ID NOT = SPACES
               SET CY-SCAN-EOF-NO TO TRUE
               OPEN INPUT BREG-FILE
               IF CY-BREG-FILE-STATUS = "00"
                   PERFORM 3030-CHECK-ONE-REGISTER-ENTRY
                       UNTIL CY-SCAN-EOF-YES OR CY-FAILURE-RESOLVED
                   CLOSE BREG-FILE
               END-IF
           END-IF.
           IF CY-FAILURE-OPEN
               SET CY-SCAN-EOF-NO TO TRUE
               OPEN INPUT RESOL-FILE
               IF CY-RESOL-FILE-STATUS = "00"
                   PERFORM 3040-CHECK-ONE-SIGN-OFF
                       UNTIL CY-SCAN-EOF-YES OR CY-FAILURE-RESOLVED
                   CLOSE RESOL-FILE
               END-IF
           END-IF.

       3030-CHECK-ONE-REGISTER-ENTRY.
           READ BREG-FILE
               AT END SET CY-SCAN-EOF-YES TO TRUE
               NOT AT END
                   IF BREG-BATCH-ID = EXCP-BATCH-ID
                       SET CY-FAILURE-RESOLVED TO TRUE
                   END-IF
           END-READ.

       3040-CHECK-ONE-SIGN-OFF.
           READ RESOL-FILE
               AT END SET CY-SCAN-EOF-YES TO TRUE
               NOT AT END
                   IF RESOL-STAMP = EXCP-STAMP
                       SET CY-FAILURE-RESOLVED TO TRUE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 4100-4400 - READ ONE MANIFEST. CY-MANI-FLAG COMES BACK AS
      * THE COMPLETION FLAG (SPACE WHEN THERE IS NO MANIFEST), AND
      * CY-FRESH-SWITCH SAYS WHETHER IT WAS WRITTEN AT OR AFTER
      * CY-START-STAMP.
      *-----------------------------------------------------------*
       4100-READ-CALC-MANIFEST.
           MOVE SPACES TO CMANI-FILE-RECORD.
           OPEN INPUT CMANI-FILE.
           IF CY-CMANI-FILE-STATUS = "00"
               READ CMANI-FILE
                   AT END
                       MOVE SPACES TO CMANI-FILE-RECORD
               END-READ
               CLOSE CMANI-FILE
           END-IF.
           MOVE CMANI-COMPLETE-FLAG TO CY-MANI-FLAG.
           SET CY-MANIFEST-STALE TO TRUE.
           IF CMANI-RUN-DATE IS NUMERIC AND CMANI-RUN-TIME IS NUMERIC
               MOVE CMANI-RUN-DATE TO CY-MANI-STAMP-DATE
               MOVE CMANI-RUN-TIME TO CY-MANI-STAMP-TIME
               PERFORM 4900-COMPARE-STAMPS
           END-IF.

       4200-READ-REVIEW-MANIFEST.
           MOVE SPACES TO RMANI-FILE-RECORD.
           OPEN INPUT RMANI-FILE.
           IF CY-RMANI-FILE-STATUS = "00"
               READ RMANI-FILE
                   AT END
                       MOVE SPACES TO RMANI-FILE-RECORD
               END-READ
               CLOSE RMANI-FILE
           END-IF.
           MOVE RMANI-COMPLETE-FLAG TO CY-MANI-FLAG.
           SET CY-MANIFEST-STALE TO TRUE.
           IF RMANI-RUN-DATE IS NUMERIC AND RMANI-RUN-TIME IS NUMERIC
               MOVE RMANI-RUN-DATE TO CY-MANI-STAMP-DATE
               MOVE RMANI-RUN-TIME TO CY-MANI-STAMP-TIME
               PERFORM 4900-COMPARE-STAMPS
           END-IF.

       4300-READ-POSTING-MANIFEST.
           MOVE SPACES TO PMANI-FILE-RECORD.
           OPEN INPUT PMANI-FILE.
           IF CY-PMANI-FILE-STATUS = "00"
               READ PMANI-FILE
                   AT END
                       MOVE SPACES TO PMANI-FILE-RECORD
               END-READ
               CLOSE PMANI-FILE
           END-IF.
           MOVE PMANI-COMPLETE-FLAG TO CY-MANI-FLAG.
           SET CY-MANIFEST-STALE TO TRUE.
           IF PMANI-RUN-DATE IS NUMERIC AND PMANI-RUN-TIME IS NUMERIC
               MOVE PMANI-RUN-DATE TO CY-MANI-STAMP-DATE
               MOVE PMANI-RUN-TIME TO CY-MANI-STAMP-TIME
               PERFORM 4900-COMPARE-STAMPS
           END-IF.

       4400-READ-ARCHIVE-MANIFEST.
           MOVE SPACES TO AMANI-FILE-RECORD.
           OPEN INPUT AMANI-FILE.
           IF CY-AMANI-FILE-STATUS = "00"
               READ AMANI-FILE
                   AT END
                       MOVE SPACES TO AMANI-FILE-RECORD
               END-READ
               CLOSE AMANI-FILE
           END-IF.
           MOVE AMANI-COMPLETE-FLAG TO CY-MANI-FLAG.
           SET CY-MANIFEST-STALE TO TRUE.
           IF AMANI-RUN-DATE IS NUMERIC AND AMANI-RUN-TIME IS NUMERIC
               MOVE AMANI-RUN-DATE TO CY-MANI-STAMP-DATE
               MOVE AMANI-RUN-TIME TO CY-MANI-STAMP-TIME
               PERFORM 4900-COMPARE-STAMPS
           END-IF.

       4900-COMPARE-STAMPS.
           IF CY-START-STAMP-NUM > 0
               AND CY-MANI-STAMP-NUM >= CY-START-STAMP-NUM
               SET CY-MANIFEST-FRESH TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 7000-STOP-CYCLE - THE CURRENT STEP HAS FAILED: THE CYCLE
      * STOPS HERE AND THE NEXT RUN RESUMES AT THIS STEP.
      *-----------------------------------------------------------*
       7000-STOP-CYCLE.
           SET CY-ACTION-STOP TO TRUE.
           SET CY-CYCLE-STOPPED TO TRUE.
           MOVE "F" TO CY-STEP-STATUS(CY-STEP-IDX).
           MOVE CY-STEP-NAME(CY-STEP-IDX) TO CY-RESUME-STEP.

      *-----------------------------------------------------------*
      * 8000-WRITE-CYCLE-STATE - REPLACES CYCLSTAT WITH THE HEADER
      * AND ONE RECORD PER STEP.
      *-----------------------------------------------------------*
       8000-WRITE-CYCLE-STATE.
           OPEN OUTPUT STAT-FILE.
           IF CY-STAT-FILE-STATUS NOT = "00"
               DISPLAY "CYCLSTAT COULD NOT BE WRITTEN - STATUS "
                       CY-STAT-FILE-STATUS
           ELSE
               MOVE SPACES TO STAT-HEADER-RECORD
               MOVE "H" TO STAT-H-TYPE
               MOVE CY-CYCLE-DATE TO STAT-H-CYCLE-DATE
               MOVE CY-CYCLE-STATUS TO STAT-H-STATUS
               MOVE CY-RESUME-STEP TO STAT-H-RESUME-STEP
               MOVE CY-STOP-REASON TO STAT-H-REASON
               WRITE STAT-HEADER-RECORD
               MOVE 1 TO CY-STEP-FOUND-IDX
               PERFORM 8010-WRITE-ONE-STEP-STATE
                   UNTIL CY-STEP-FOUND-IDX > CY-STEP-TABLE-MAX
               CLOSE STAT-FILE
           END-IF.

       8010-WRITE-ONE-STEP-STATE.
           MOVE SPACES TO STAT-STEP-RECORD.
           MOVE "S" TO STAT-S-TYPE.
           MOVE CY-STEP-NAME(CY-STEP-FOUND-IDX) TO STAT-S-PROGRAM.
           MOVE CY-STEP-STATUS(CY-STEP-FOUND-IDX) TO STAT-S-STATUS.
           MOVE CY-STEP-START-DATE(CY-STEP-FOUND-IDX)
               TO STAT-S-START-DATE.
           MOVE CY-STEP-START-TIME(CY-STEP-FOUND-IDX)
               TO STAT-S-START-TIME.
           MOVE CY-STEP-END-DATE(CY-STEP-FOUND-IDX)
               TO STAT-S-END-DATE.
           MOVE CY-STEP-END-TIME(CY-STEP-FOUND-IDX)
               TO STAT-S-END-TIME.
           MOVE CY-STEP-OUTCOME(CY-STEP-FOUND-IDX) TO STAT-S-OUTCOME.
           MOVE CY-STEP-COUNTS(CY-STEP-FOUND-IDX) TO STAT-S-COUNTS.
           WRITE STAT-STEP-RECORD.
           ADD 1 TO CY-STEP-FOUND-IDX.

      *-----------------------------------------------------------*
      * 9000-PRINT-STATUS-REPORT - THE ONE-PAGE RUN STATUS REPORT:
      * A LINE PER STEP, THE CYCLE RESULT, AND A SIGN-OFF LINE.
      *-----------------------------------------------------------*
       9000-PRINT-STATUS-REPORT.
           OPEN OUTPUT RPT-FILE.
           MOVE CY-CYCLE-DATE TO CY-H1-CYCLE-DATE.
           MOVE CY-RUN-DATE TO CY-FMT-DATE.
           MOVE CY-RUN-TIME TO CY-TIME-WORK-NUM.
           PERFORM 9020-FORMAT-TIME.
           MOVE CY-FMT-STAMP-TEXT TO CY-H1-RUN-STAMP.
           IF CY-RESUMED-YES
               MOVE "(RESUMED RUN)" TO CY-H1-RESUMED
           ELSE
               MOVE SPACES TO CY-H1-RESUMED
           END-IF.
           WRITE RPT-FILE-RECORD FROM CY-HEADING-1.
           WRITE RPT-FILE-RECORD FROM CY-BLANK-LINE.
           WRITE RPT-FILE-RECORD FROM CY-HEADING-2.
           MOVE 1 TO CY-STEP-IDX.
           PERFORM 9010-PRINT-ONE-STEP
               UNTIL CY-STEP-IDX > CY-STEP-TABLE-MAX.
           WRITE RPT-FILE-RECORD FROM CY-BLANK-LINE.
           MOVE "CYCLE RESULT:" TO CY-TL-LABEL.
           IF CY-CYCLE-COMPLETE
               MOVE "COMPLETE - EVERY SCHEDULED STEP FINISHED CLEAN"
                   TO CY-TL-TEXT
               WRITE RPT-FILE-RECORD FROM CY-TEXT-LINE
           ELSE
               MOVE SPACES TO CY-TL-TEXT
               STRING "STOPPED AT "       DELIMITED BY SIZE
                      CY-RESUME-STEP      DELIMITED BY SPACE
                   INTO CY-TL-TEXT
               END-STRING
               WRITE RPT-FILE-RECORD FROM CY-TEXT-LINE
               MOVE "REASON:" TO CY-TL-LABEL
               MOVE CY-STOP-REASON TO CY-TL-TEXT
               WRITE RPT-FILE-RECORD FROM CY-TEXT-LINE
               MOVE "TO RESUME:" TO CY-TL-LABEL
               MOVE SPACES TO CY-TL-TEXT
               STRING "PUT THE CAUSE RIGHT AND RERUN CYCLECTL - IT "
                                          DELIMITED BY SIZE
                      "STARTS AGAIN AT "  DELIMITED BY SIZE
                      CY-RESUME-STEP      DELIMITED BY SPACE
                   INTO CY-TL-TEXT
               END-STRING
               WRITE RPT-FILE-RECORD FROM CY-TEXT-LINE
           END-IF.
           WRITE RPT-FILE-RECORD FROM CY-BLANK-LINE.
           WRITE RPT-FILE-RECORD FROM CY-BLANK-LINE.
           WRITE RPT-FILE-RECORD FROM CY-SIGNOFF-LINE.
           CLOSE RPT-FILE.

       9010-PRINT-ONE-STEP.
           MOVE CY-STEP-IDX TO CY-SL-SEQ.
           MOVE CY-STEP-NAME(CY-STEP-IDX) TO CY-SL-PROGRAM.
           MOVE SPACES TO CY-SL-START.
           MOVE SPACES TO CY-SL-END.
           IF CY-STEP-START-DATE(CY-STEP-IDX) > 0
               MOVE CY-STEP-START-DATE(CY-STEP-IDX) TO CY-FMT-DATE
               MOVE CY-STEP-START-TIME(CY-STEP-IDX)
                   TO CY-TIME-WORK-NUM
               PERFORM 9020-FORMAT-TIME
               MOVE CY-FMT-STAMP-TEXT TO CY-SL-START
           END-IF.
           IF CY-STEP-END-DATE(CY-STEP-IDX) > 0
               MOVE CY-STEP-END-DATE(CY-STEP-IDX) TO CY-FMT-DATE
               MOVE CY-STEP-END-TIME(CY-STEP-IDX) TO CY-TIME-WORK-NUM
               PERFORM 9020-FORMAT-TIME
               MOVE CY-FMT-STAMP-TEXT TO CY-SL-END
           END-IF.
           IF CY-STEP-STATUS(CY-STEP-IDX) = "P"
               AND CY-CYCLE-STOPPED
               MOVE "NOT REACHED" TO CY-SL-OUTCOME
           ELSE
               MOVE CY-STEP-OUTCOME(CY-STEP-IDX) TO CY-SL-OUTCOME
           END-IF.
           MOVE CY-STEP-COUNTS(CY-STEP-IDX) TO CY-SL-COUNTS.
           WRITE RPT-FILE-RECORD FROM CY-STEP-LINE.
           ADD 1 TO CY-STEP-IDX.

       9020-FORMAT-TIME.
           MOVE CY-TW-HH TO CY-FMT-HH.
           MOVE CY-TW-MM TO CY-FMT-MM.
           MOVE CY-TW-SS TO CY-FMT-SS.

       9100-DISPLAY-RESULT.
           IF CY-CYCLE-COMPLETE
               DISPLAY "NIGHTLY CYCLE COMPLETE"
           ELSE
               DISPLAY "NIGHTLY CYCLE STOPPED AT " CY-RESUME-STEP
               DISPLAY CY-STOP-REASON
               DISPLAY "RERUN CYCLECTL TO RESUME AT " CY-RESUME-STEP
           END-IF.

       END PROGRAM CYCLECTL.
