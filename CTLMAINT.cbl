       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLMAINT.
       AUTHOR. R. DUBOIS.
       INSTALLATION. FINANCE-SYSTEMS-BATCH.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *-----------------------------------------------------------*
      * CTLMAINT - CONTROL-FILE MAINTENANCE. LISTS, ADDS, CHANGES,
      * ACTIVATES, DEACTIVATES AND DELETES ENTRIES ON THE FIXED-
      * WIDTH CONTROL FILES CALCULATOR READS AT STARTUP:
      *   OPTABLE   - SYMBOL, ENABLED, PRECEDENCE, ROUTINE
      *   CONSTFILE - NAME, VALUE
      *   COAFILE   - ACCOUNT CODE, ACTIVE, DESCRIPTION
      *   TRANLIM   - REVIEW LIMIT AMOUNT (ONE RECORD)
      *   RNDMODE   - NEAREST OR TRUNCATE (ONE RECORD)
      *   USERFILE  - OPERATOR ID, ACTIVE, ROLES
      *   BATCHOVR  - BATCH ID
      * SO NOBODY HAS TO LINE UP COLUMNS IN A TEXT EDITOR. EVERY
      * FIELD IS CHECKED WITH THE RULE CALCULATOR APPLIES WHEN IT
      * LOADS THE FILE (AN OPTABLE ROUTINE MUST BE ONE 6000-DISPATCH
      * KNOWS, A CONSTFILE VALUE MUST BE A USABLE NUMBER, A FLAG
      * MUST BE Y OR N, AND SO ON), AND AN ENTRY THAT FAILS IS
      * REFUSED WITH THE REASON RATHER THAN WRITTEN. LIST SHOWS THE
      * SAME REASON AGAINST ANY ENTRY ALREADY ON A FILE THAT
      * CALCULATOR WOULD SKIP OR MISREAD.
      *
      * COMMANDS ARE TAKEN FROM CTLTRANS WHEN ONE IS STAGED, ONE
      * PER LINE, AND KEYED AT A PROMPT OTHERWISE UNTIL "END":
      *   LIST       <FILE>
      *   ADD        <FILE> <FIELDS>
      *   CHANGE     <FILE> <FIELDS>      (THE KEY PICKS THE ENTRY)
      *   ACTIVATE   <FILE> <KEY>         (OPTABLE, COAFILE,
      *   DEACTIVATE <FILE> <KEY>          USERFILE ONLY)
      *   DELETE     <FILE> <KEY>         (NO KEY FOR TRANLIM AND
      *                                    RNDMODE)
      * FIELDS ARE SEPARATED BY SPACES IN THE ORDER SHOWN ABOVE; A
      * COAFILE DESCRIPTION IS THE REST OF THE LINE. E.G.
      *   CHANGE CONSTFILE TAXRATE 8.25
      *   ADD COAFILE SALES02 Y SALES - EXPORT
      *   DEACTIVATE OPTABLE %
      *   CHANGE USERFILE OPER07 Y ER
      * USERFILE ROLES ARE UP TO FIVE LETTERS IN ANY ORDER: E ENTRY
      * OPERATOR (CALCULATOR), R REVIEWER, P POSTER (POSTER AND THE
      * PERIOD CLOSE, PERCLOSE), A ARCHIVIST, C CONTROL-FILE
      * ADMINISTRATOR (THIS PROGRAM). LEFT OFF, THE ENTRY HOLDS NO
      * ROLE.
      *
      * EACH COMMAND READS THE WHOLE FILE, MAKES THE ONE CHANGE AND
      * WRITES THE FILE BACK, THEN APPENDS A BEFORE/AFTER IMAGE TO
      * THE CONTROL-CHANGE LOG (CTLCHGLOG) WITH THE OPERATOR ID,
      * DATE AND TIME. THE OPERATOR SIGNS ON AS FOR CALCULATOR
      * (OPERID OR A PROMPT, CHECKED AGAINST USERFILE), AND MAY NOT
      * DEACTIVATE OR DELETE THEIR OWN USERFILE ENTRY.
      *
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * ---------- ----  -----------------------------------------
      * 2026-10-15 RLD   INITIAL VERSION.
      * 2026-10-15 RLD   USERFILE ROLES. RECORDS WIDENED 9 TO 14 FOR
      * THE ROLES COLUMN, TAKEN AS AN OPTIONAL THIRD FIELD AND SHOWN
      * BY LIST. ONCE ANY USERFILE LINE CARRIES A ROLE, SIGN-ON HERE
      * NEEDS ROLE C AND NOBODY MAY CHANGE THEIR OWN ENTRY AT ALL
      * (SO NOBODY GRANTS THEMSELVES A ROLE); BEFORE THAT, ONLY
      * DEACTIVATING OR DELETING IT IS REFUSED, AS BEFORE. A REFUSED
      * SIGN-ON OR OWN-ENTRY CHANGE IS APPENDED TO THE SECURITY LOG
      * (SECLOG) WITH THE ID AND THE REASON.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTAB-FILE ASSIGN TO "OPTABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-OPTAB-FILE-STATUS.

           SELECT CONST-FILE ASSIGN TO "CONSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CONST-FILE-STATUS.

           SELECT COA-FILE ASSIGN TO "COAFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-COA-FILE-STATUS.

           SELECT LIM-FILE ASSIGN TO "TRANLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-LIM-FILE-STATUS.

           SELECT RND-FILE ASSIGN TO "RNDMODE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-RND-FILE-STATUS.

           SELECT USER-FILE ASSIGN TO "USERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-USER-FILE-STATUS.

           SELECT BOVR-FILE ASSIGN TO "BATCHOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-BOVR-FILE-STATUS.

           SELECT OPERID-FILE ASSIGN TO "OPERID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-OPERID-FILE-STATUS.

           SELECT CMD-FILE ASSIGN TO "CTLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CMD-FILE-STATUS.

           SELECT CLOG-FILE ASSIGN TO "CTLCHGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CLOG-FILE-STATUS.

           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-SECLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * THE SEVEN CONTROL FILES, EACH AT THE LENGTH CALCULATOR
      * READS IT. THE LAYOUTS ARE IN CM-WORK-RECORD BELOW; THE
      * FILES THEMSELVES ARE ONLY EVER READ AND WRITTEN WHOLE.
      *-----------------------------------------------------------*
       FD  OPTAB-FILE
           RECORD CONTAINS 06 CHARACTERS.
       01  OPTAB-FILE-RECORD           PIC X(06).

       FD  CONST-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  CONST-FILE-RECORD           PIC X(32).

       FD  COA-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  COA-FILE-RECORD             PIC X(39).

       FD  LIM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  LIM-FILE-RECORD             PIC X(20).

       FD  RND-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  RND-FILE-RECORD             PIC X(08).

       FD  USER-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  USER-FILE-RECORD            PIC X(14).

       FD  BOVR-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  BOVR-FILE-RECORD            PIC X(08).

      *-----------------------------------------------------------*
      * OPERID-FILE - THE OPERATOR ID FOR AN UNATTENDED RUN, AS
      * STAGED FOR CALCULATOR.
      *-----------------------------------------------------------*
       FD  OPERID-FILE
           RECORD CONTAINS 08 CHARACTERS.
       01  OPERID-FILE-RECORD          PIC X(08).

      *-----------------------------------------------------------*
      * CMD-FILE - MAINTENANCE COMMANDS, ONE PER LINE, IN THE FORM
      * SHOWN IN THE PROGRAM BANNER. ITS PRESENCE MAKES THE RUN
      * UNATTENDED; BLANK LINES ARE PASSED OVER.
      *-----------------------------------------------------------*
       FD  CMD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CMD-FILE-RECORD             PIC X(80).

      *-----------------------------------------------------------*
      * CLOG-FILE - THE CONTROL-CHANGE LOG, APPENDED ACROSS RUNS.
      * ONE RECORD PER CHANGE MADE: WHEN, WHO, WHAT, AND THE ENTRY
      * AS IT STOOD BEFORE AND AFTER (BLANK BEFORE = ADDED, BLANK
      * AFTER = DELETED), IN THE FILE'S OWN COLUMNS.
      *-----------------------------------------------------------*
       FD  CLOG-FILE
           RECORD CONTAINS 130 CHARACTERS.
       01  CLOG-FILE-RECORD.
           05  CLOG-CHANGE-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CLOG-CHANGE-TIME        PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CLOG-USER-ID            PIC X(08).
           05  FILLER                  PIC X(01).
           05  CLOG-ACTION             PIC X(10).
           05  FILLER                  PIC X(01).
           05  CLOG-FILE-NAME          PIC X(10).
           05  FILLER                  PIC X(01).
           05  CLOG-BEFORE-IMAGE       PIC X(40).
           05  FILLER                  PIC X(01).
           05  CLOG-AFTER-IMAGE        PIC X(40).

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
       01 CM-OPTAB-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CM-CONST-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CM-COA-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CM-LIM-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CM-RND-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CM-USER-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CM-BOVR-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CM-OPERID-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CM-CMD-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CM-CLOG-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CM-CTL-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CM-SECLOG-FILE-STATUS    PIC X(02)                VALUE "00".

       01 CM-CURRENT-DATE-TIME.
           05 CM-CDT-DATE          PIC 9(08).
           05 CM-CDT-TIME          PIC 9(08).
           05 FILLER               PIC X(09).

       01 CM-OPERATOR-ID           PIC X(08)                VALUE SPACES.
       01 CM-SEC-REASON            PIC X(60)                VALUE SPACES.
       01 CM-ROLE-LINE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 CM-ROLE-PRIOR-COUNT      PIC 9(03) COMP           VALUE 0.
       01 CM-ROLE-TALLY            PIC 9(02) COMP           VALUE 0.
       01 CM-SIGNON-SWITCH         PIC X(01)                VALUE "N".
           88 CM-SIGNON-OK                    VALUE "Y".
           88 CM-SIGNON-REFUSED               VALUE "N".

       01 CM-RUN-SWITCH            PIC X(01)                VALUE "Y".
           88 CM-RUN-ALLOWED                  VALUE "Y".
           88 CM-RUN-REFUSED                  VALUE "N".

      *-----------------------------------------------------------*
      * THE COMMAND - WHERE IT COMES FROM, THE LINE AS READ, AND
      * THE LINE BROKEN INTO VERB, FILE AND FIELD TOKENS.
      * CM-REST-TEXT IS EVERYTHING AFTER THE SECOND FIELD, WHICH
      * IS WHERE A COAFILE DESCRIPTION IS TAKEN FROM.
      *-----------------------------------------------------------*
       01 CM-CMD-SOURCE-SWITCH     PIC X(01)                VALUE "P".
           88 CM-CMD-FROM-FILE                VALUE "F".
           88 CM-CMD-FROM-PROMPT              VALUE "P".

       01 CM-CMD-EOF-SWITCH        PIC X(01)                VALUE "N".
           88 CM-CMD-EOF-YES                  VALUE "Y".
           88 CM-CMD-EOF-NO                   VALUE "N".

       01 CM-COMMAND-LINE          PIC X(80)                VALUE SPACES.
       01 CM-CMD-PTR               PIC 9(03) COMP           VALUE 0.
       01 CM-VERB                  PIC X(10)                VALUE SPACE.
           88 CM-VERB-LIST                    VALUE "LIST".
           88 CM-VERB-ADD                     VALUE "ADD".
           88 CM-VERB-CHANGE                  VALUE "CHANGE".
           88 CM-VERB-ACTIVATE                VALUE "ACTIVATE".
           88 CM-VERB-DEACTIVATE              VALUE "DEACTIVATE".
           88 CM-VERB-DELETE                  VALUE "DELETE".
           88 CM-VERB-END                     VALUE "END".
       01 CM-FILE-NAME             PIC X(10)                VALUE SPACE.
           88 CM-FILE-OPTABLE                 VALUE "OPTABLE".
           88 CM-FILE-CONSTFILE               VALUE "CONSTFILE".
           88 CM-FILE-COAFILE                 VALUE "COAFILE".
           88 CM-FILE-TRANLIM                 VALUE "TRANLIM".
           88 CM-FILE-RNDMODE                 VALUE "RNDMODE".
           88 CM-FILE-USERFILE                VALUE "USERFILE".
           88 CM-FILE-BATCHOVR                VALUE "BATCHOVR".
           88 CM-FILE-KNOWN                   VALUE "OPTABLE"
                                                    "CONSTFILE"
                                                    "COAFILE"
                                                    "TRANLIM"
                                                    "RNDMODE"
                                                    "USERFILE"
                                                    "BATCHOVR".
       01 CM-ARG-1                 PIC X(30)                VALUE SPACES.
       01 CM-ARG-2                 PIC X(30)                VALUE SPACES.
       01 CM-ARG-3                 PIC X(30)                VALUE SPACES.
       01 CM-ARG-4                 PIC X(30)                VALUE SPACES.
       01 CM-ARG-5                 PIC X(30)                VALUE SPACES.
       01 CM-REST-TEXT             PIC X(80)                VALUE SPACES.

      *-----------------------------------------------------------*
      * THE SELECTED FILE - RECORD LENGTH, KEY LENGTH (ZERO FOR A
      * ONE-RECORD FILE), POSITION OF THE ACTIVE/ENABLED FLAG (ZERO
      * WHEN IT HAS NONE), AND THE MOST ENTRIES CALCULATOR LOADS.
      *-----------------------------------------------------------*
       01 CM-REC-LEN               PIC 9(02) COMP           VALUE 0.
       01 CM-KEY-LEN               PIC 9(02) COMP           VALUE 0.
       01 CM-FLAG-POS              PIC 9(02) COMP           VALUE 0.
       01 CM-FILE-MAX              PIC 9(03) COMP           VALUE 0.
       01 CM-SHOW-FILE-MAX         PIC 9(03)                VALUE 0.
       01 CM-ABSENT-TEXT           PIC X(40)                VALUE SPACES.

      *-----------------------------------------------------------*
      * CONTROL TABLE - THE SELECTED FILE, ONE LINE PER RECORD,
      * EXACTLY AS READ (BLANK AND BAD LINES INCLUDED, SO THE FILE
      * IS WRITTEN BACK WITH NOTHING BUT THE ONE CHANGE MADE).
      *-----------------------------------------------------------*
       01 CM-CTL-TABLE-MAX         PIC 9(03) COMP           VALUE 600.
       01 CM-CTL-TABLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 CM-CTL-TABLE.
           05 CM-CTL-LINE OCCURS 600 TIMES
                                   PIC X(40).

       01 CM-CTL-IDX               PIC 9(03) COMP           VALUE 0.
       01 CM-CTL-FOUND-IDX         PIC 9(03) COMP           VALUE 0.
       01 CM-PRIOR-COUNT           PIC 9(03) COMP           VALUE 0.
       01 CM-READ-AREA             PIC X(40)                VALUE SPACES.

       01 CM-CTL-EOF-SWITCH        PIC X(01)                VALUE "N".
           88 CM-CTL-EOF-YES                  VALUE "Y".
           88 CM-CTL-EOF-NO                   VALUE "N".

       01 CM-PRESENT-SWITCH        PIC X(01)                VALUE "N".
           88 CM-FILE-PRESENT                 VALUE "Y".
           88 CM-FILE-ABSENT                  VALUE "N".

       01 CM-OVERFLOW-SWITCH       PIC X(01)                VALUE "N".
           88 CM-TABLE-OVERFLOW               VALUE "Y".
           88 CM-TABLE-FITS                   VALUE "N".

      *-----------------------------------------------------------*
      * CM-WORK-RECORD - ONE ENTRY BEING BUILT OR CHECKED, WITH A
      * VIEW FOR EACH FILE'S LAYOUT (THE SAME COLUMNS CALCULATOR
      * READS).
      *-----------------------------------------------------------*
       01 CM-WORK-RECORD           PIC X(40)                VALUE SPACES.
       01 CM-WORK-OPTAB REDEFINES CM-WORK-RECORD.
           05 CM-WK-OP-SYMBOL      PIC X(02).
           05 CM-WK-OP-ENABLED     PIC X(01).
           05 CM-WK-OP-PRECEDENCE  PIC X(01).
           05 CM-WK-OP-ROUTINE     PIC X(02).
           05 CM-WK-OP-ROUTINE-NUM REDEFINES CM-WK-OP-ROUTINE
                                   PIC 9(02).
               88 CM-WK-OP-ROUTINE-KNOWN      VALUES 10 20 30
                                                     40 50 60.
           05 FILLER               PIC X(34).
       01 CM-WORK-CONST REDEFINES CM-WORK-RECORD.
           05 CM-WK-CONST-NAME     PIC X(12).
           05 CM-WK-CONST-VALUE    PIC X(20).
           05 FILLER               PIC X(08).
       01 CM-WORK-COA REDEFINES CM-WORK-RECORD.
           05 CM-WK-COA-CODE       PIC X(08).
           05 CM-WK-COA-ACTIVE     PIC X(01).
           05 CM-WK-COA-DESC       PIC X(30).
           05 FILLER               PIC X(01).
       01 CM-WORK-LIM REDEFINES CM-WORK-RECORD.
           05 CM-WK-LIM-TEXT       PIC X(20).
           05 FILLER               PIC X(20).
       01 CM-WORK-RND REDEFINES CM-WORK-RECORD.
           05 CM-WK-RND-MODE       PIC X(08).
               88 CM-WK-RND-KNOWN             VALUES "NEAREST"
                                                     "TRUNCATE".
           05 FILLER               PIC X(32).
       01 CM-WORK-USER REDEFINES CM-WORK-RECORD.
           05 CM-WK-USER-ID        PIC X(08).
           05 CM-WK-USER-ACTIVE    PIC X(01).
           05 CM-WK-USER-ROLES     PIC X(05).
           05 FILLER               PIC X(26).
       01 CM-WORK-BOVR REDEFINES CM-WORK-RECORD.
           05 CM-WK-BOVR-ID        PIC X(08).
           05 FILLER               PIC X(32).

       01 CM-BEFORE-IMAGE          PIC X(40)                VALUE SPACES.
       01 CM-AFTER-IMAGE           PIC X(40)                VALUE SPACES.
       01 CM-NEW-FLAG              PIC X(01)                VALUE SPACE.
       01 CM-ACTION                PIC X(10)                VALUE SPACES.

       01 CM-VALID-SWITCH          PIC X(01)                VALUE "Y".
           88 CM-VALID-YES                    VALUE "Y".
           88 CM-VALID-NO                     VALUE "N".
       01 CM-REFUSE-REASON         PIC X(60)                VALUE SPACES.

      *-----------------------------------------------------------*
      * FIELD CHECK WORK AREAS - AN AMOUNT IS TAKEN TO SIX PLACES
      * SO A VALUE CARRYING MORE THAN THE TWO CALCULATOR HOLDS CAN
      * BE SEEN AND REFUSED RATHER THAN QUIETLY CUT SHORT.
      *-----------------------------------------------------------*
       01 CM-CHECK-FIELD           PIC X(20)                VALUE SPACES.
       01 CM-CHECK-TALLY           PIC 9(02) COMP           VALUE 0.
       01 CM-ROLE-IDX              PIC 9(02) COMP           VALUE 0.
       01 CM-ROLE-CHAR             PIC X(01)                VALUE SPACE.
           88 CM-ROLE-KNOWN                   VALUES "E" "R" "P"
                                                     "A" "C".
       01 CM-ROLE-GAP-SWITCH       PIC X(01)                VALUE "N".
           88 CM-ROLE-GAP-SEEN                VALUE "Y".
           88 CM-ROLE-GAP-NONE                VALUE "N".
       01 CM-NUM-WORK              PIC S9(18)V9(06)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CM-NUM-CENTS             PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 CM-LIST-NUMBER           PIC ZZ9.
       01 CM-LIST-NOTE             PIC X(63)                VALUE SPACES.

       01 CM-COMMAND-COUNT         PIC 9(07) COMP           VALUE 0.
       01 CM-CHANGE-COUNT          PIC 9(07) COMP           VALUE 0.
       01 CM-REFUSED-COUNT         PIC 9(07) COMP           VALUE 0.
       01 CM-SHOW-COUNT            PIC 9(07)                VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-DATE-TIME.
           PERFORM 1000-OPERATOR-SIGN-ON.
           IF CM-SIGNON-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR ID " CM-OPERATOR-ID
                       " NOT AUTHORIZED"
               DISPLAY "  REASON: " CM-SEC-REASON
               STOP RUN
           END-IF.
           PERFORM 1200-OPEN-CHANGE-LOG.
           IF CM-RUN-REFUSED
               STOP RUN
           END-IF.
           PERFORM 1100-OPEN-COMMAND-SOURCE.
           PERFORM 2000-PROCESS-ONE-COMMAND
               UNTIL CM-CMD-EOF-YES.
           IF CM-CMD-FROM-FILE
               CLOSE CMD-FILE
           END-IF.
           CLOSE CLOG-FILE.
           PERFORM 9100-DISPLAY-TOTALS.
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-OPERATOR-SIGN-ON - AS CALCULATOR'S 1400: THE ID FROM
      * OPERID WHEN ONE IS STAGED, OR KEYED AT A PROMPT, CHECKED
      * AGAINST USERFILE. NO USERFILE MEANS NO VERIFICATION IS
      * POSSIBLE - THE ID IS TAKEN AS GIVEN AND THE GAP NOTED. ONCE
      * ANY USERFILE LINE CARRIES A ROLE THE ID MUST HOLD ROLE C.
      * A REFUSAL IS RECORDED ON SECLOG.
      *-----------------------------------------------------------*
       1000-OPERATOR-SIGN-ON.
           MOVE SPACES TO CM-OPERATOR-ID.
           OPEN INPUT OPERID-FILE.
           IF CM-OPERID-FILE-STATUS = "00"
               READ OPERID-FILE INTO CM-OPERATOR-ID
                   AT END
                       MOVE SPACES TO CM-OPERATOR-ID
               END-READ
               CLOSE OPERID-FILE
           END-IF.
           PERFORM 1010-PROMPT-OPERATOR-ID
               UNTIL CM-OPERATOR-ID NOT = SPACES.
           MOVE "USERFILE" TO CM-FILE-NAME.
           PERFORM 2900-SET-FILE-ATTRIBUTES.
           PERFORM 3000-LOAD-CONTROL-FILE.
           IF CM-CTL-TABLE-COUNT = 0
               SET CM-SIGNON-OK TO TRUE
               DISPLAY "USERFILE NOT AVAILABLE - OPERATOR "
                       CM-OPERATOR-ID " NOT VERIFIED"
           ELSE
               PERFORM 1020-VERIFY-OPERATOR-ID
           END-IF.
           IF CM-SIGNON-REFUSED
               PERFORM 8100-WRITE-SECURITY-LOG
           END-IF.

       1010-PROMPT-OPERATOR-ID.
           DISPLAY "Enter your operator ID (up to 8 characters):".
           ACCEPT CM-OPERATOR-ID.

       1020-VERIFY-OPERATOR-ID.
           SET CM-SIGNON-REFUSED TO TRUE.
           MOVE SPACES TO CM-SEC-REASON.
           MOVE SPACES TO CM-WORK-RECORD.
           MOVE CM-OPERATOR-ID TO CM-WK-USER-ID.
           PERFORM 3100-FIND-KEY.
           IF CM-CTL-FOUND-IDX = 0
               MOVE "NOT ON USERFILE" TO CM-SEC-REASON
           ELSE
               MOVE CM-CTL-LINE(CM-CTL-FOUND-IDX) TO CM-WORK-RECORD
               IF CM-WK-USER-ACTIVE NOT = "Y"
                   MOVE "INACTIVE ON USERFILE" TO CM-SEC-REASON
               ELSE
                   IF CM-ROLE-LINE-COUNT = 0
                       SET CM-SIGNON-OK TO TRUE
                       DISPLAY "USERFILE CARRIES NO ROLES - OPERATOR "
                               CM-OPERATOR-ID " NOT ROLE-CHECKED"
                   ELSE
                       MOVE 0 TO CM-ROLE-TALLY
                       INSPECT CM-WK-USER-ROLES
                           TALLYING CM-ROLE-TALLY FOR ALL "C"
                       IF CM-ROLE-TALLY > 0
                           SET CM-SIGNON-OK TO TRUE
                       ELSE
                           MOVE "ROLE C (CONTROL-FILE ADMIN) NOT HELD"
                               TO CM-SEC-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1100-OPEN-COMMAND-SOURCE - A STAGED CTLTRANS MAKES THE RUN
      * UNATTENDED; OTHERWISE COMMANDS ARE KEYED AT THE CONSOLE.
      *-----------------------------------------------------------*
       1100-OPEN-COMMAND-SOURCE.
           SET CM-CMD-EOF-NO TO TRUE.
           OPEN INPUT CMD-FILE.
           IF CM-CMD-FILE-STATUS = "00"
               SET CM-CMD-FROM-FILE TO TRUE
               DISPLAY "COMMANDS TAKEN FROM CTLTRANS"
           ELSE
               SET CM-CMD-FROM-PROMPT TO TRUE
           END-IF.

      *-----------------------------------------------------------*
      * 1200-OPEN-CHANGE-LOG - THE LOG IS APPENDED TO ACROSS RUNS.
      * NO CHANGE IS MADE THAT CANNOT BE LOGGED, SO A LOG THAT WILL
      * NOT OPEN REFUSES THE RUN.
      *-----------------------------------------------------------*
       1200-OPEN-CHANGE-LOG.
           SET CM-RUN-ALLOWED TO TRUE.
           OPEN EXTEND CLOG-FILE.
           IF CM-CLOG-FILE-STATUS = "05" OR CM-CLOG-FILE-STATUS = "35"
               OPEN OUTPUT CLOG-FILE
           END-IF.
           IF CM-CLOG-FILE-STATUS NOT = "00"
               SET CM-RUN-REFUSED TO TRUE
               DISPLAY "*** CTLCHGLOG CANNOT BE OPENED (STATUS "
                       CM-CLOG-FILE-STATUS ") - RUN REFUSED ***"
           END-IF.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ONE-COMMAND - READS OR PROMPTS FOR ONE
      * COMMAND AND CARRIES IT OUT. A COMMAND THAT CANNOT BE
      * CARRIED OUT IS REFUSED WITH THE REASON AND NOTHING IS
      * WRITTEN; THE NEXT COMMAND IS THEN TAKEN AS USUAL.
      *-----------------------------------------------------------*
       2000-PROCESS-ONE-COMMAND.
           PERFORM 2010-GET-COMMAND.
           IF CM-CMD-EOF-NO AND CM-COMMAND-LINE NOT = SPACES
               ADD 1 TO CM-COMMAND-COUNT
               PERFORM 2020-PARSE-COMMAND
               SET CM-VALID-YES TO TRUE
               PERFORM 2900-SET-FILE-ATTRIBUTES
               EVALUATE TRUE
                   WHEN CM-VERB-END
                       SUBTRACT 1 FROM CM-COMMAND-COUNT
                       SET CM-CMD-EOF-YES TO TRUE
                   WHEN NOT CM-VERB-LIST AND NOT CM-VERB-ADD
                    AND NOT CM-VERB-CHANGE AND NOT CM-VERB-ACTIVATE
                    AND NOT CM-VERB-DEACTIVATE AND NOT CM-VERB-DELETE
                       SET CM-VALID-NO TO TRUE
                       MOVE "UNKNOWN COMMAND" TO CM-REFUSE-REASON
                   WHEN NOT CM-FILE-KNOWN
                       SET CM-VALID-NO TO TRUE
                       MOVE "NOT A CONTROL FILE THIS PROGRAM MAINTAINS"
                           TO CM-REFUSE-REASON
                   WHEN CM-VERB-LIST
                       PERFORM 2100-LIST-FILE
                   WHEN CM-VERB-ADD
                       PERFORM 2200-ADD-ENTRY
                   WHEN CM-VERB-CHANGE
                       PERFORM 2300-CHANGE-ENTRY
                   WHEN CM-VERB-ACTIVATE
                       MOVE "Y" TO CM-NEW-FLAG
                       PERFORM 2400-SET-ACTIVE-FLAG
                   WHEN CM-VERB-DEACTIVATE
                       MOVE "N" TO CM-NEW-FLAG
                       PERFORM 2400-SET-ACTIVE-FLAG
                   WHEN CM-VERB-DELETE
                       PERFORM 2500-DELETE-ENTRY
               END-EVALUATE
               IF CM-VALID-NO
                   PERFORM 8000-REFUSE-COMMAND
               END-IF
           END-IF.

       2010-GET-COMMAND.
           MOVE SPACES TO CM-COMMAND-LINE.
           IF CM-CMD-FROM-FILE
               READ CMD-FILE INTO CM-COMMAND-LINE
                   AT END SET CM-CMD-EOF-YES TO TRUE
                   NOT AT END
                       IF CM-COMMAND-LINE NOT = SPACES
                           DISPLAY "CTLMAINT> " CM-COMMAND-LINE
                       END-IF
               END-READ
           ELSE
               DISPLAY "Enter a command (LIST, ADD, CHANGE, ACTIVATE, "
                       "DEACTIVATE, DELETE or END):"
               ACCEPT CM-COMMAND-LINE
           END-IF.

      *-----------------------------------------------------------*
      * 2020-PARSE-COMMAND - VERB, FILE AND THE FIELDS, SPACE
      * SEPARATED. VERB AND FILE NAME MAY BE KEYED IN EITHER CASE;
      * FIELDS ARE TAKEN EXACTLY AS KEYED.
      *-----------------------------------------------------------*
       2020-PARSE-COMMAND.
           MOVE SPACES TO CM-VERB CM-FILE-NAME CM-ARG-1 CM-ARG-2
                          CM-ARG-3 CM-ARG-4 CM-ARG-5 CM-REST-TEXT.
           MOVE 1 TO CM-CMD-PTR.
           UNSTRING CM-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO CM-VERB CM-FILE-NAME CM-ARG-1 CM-ARG-2
               WITH POINTER CM-CMD-PTR
           END-UNSTRING.
           IF CM-CMD-PTR <= 80
               MOVE CM-COMMAND-LINE(CM-CMD-PTR:) TO CM-REST-TEXT
           END-IF.
           UNSTRING CM-REST-TEXT DELIMITED BY ALL SPACE
               INTO CM-ARG-3 CM-ARG-4 CM-ARG-5
           END-UNSTRING.
           INSPECT CM-VERB CONVERTING "abcdefghijklmnopqrstuvwxyz"
                                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT CM-FILE-NAME
                   CONVERTING "abcdefghijklmnopqrstuvwxyz"
                           TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *-----------------------------------------------------------*
      * 2100-LIST-FILE - EVERY LINE ON THE FILE, NUMBERED, WITH THE
      * REASON CALCULATOR WOULD SKIP OR MISREAD IT WHERE THERE IS
      * ONE. AN ABSENT FILE IS REPORTED WITH WHAT CALCULATOR DOES
      * WITHOUT IT.
      *-----------------------------------------------------------*
       2100-LIST-FILE.
           IF CM-ARG-1 NOT = SPACES
               SET CM-VALID-NO TO TRUE
               MOVE "LIST TAKES ONLY A FILE NAME"
                   TO CM-REFUSE-REASON
           ELSE
               PERFORM 3000-LOAD-CONTROL-FILE
           END-IF.
           IF CM-VALID-YES
               IF CM-FILE-ABSENT
                   DISPLAY CM-FILE-NAME " NOT PRESENT - "
                           CM-ABSENT-TEXT
               END-IF
               IF CM-FILE-PRESENT AND CM-CTL-TABLE-COUNT = 0
                   DISPLAY CM-FILE-NAME " EMPTY - " CM-ABSENT-TEXT
               END-IF
               IF CM-CTL-TABLE-COUNT > 0
                   PERFORM 2110-DISPLAY-LIST-HEADING
                   MOVE 1 TO CM-CTL-IDX
                   PERFORM 2120-LIST-ONE-ENTRY
                       UNTIL CM-CTL-IDX > CM-CTL-TABLE-COUNT
                   MOVE CM-CTL-TABLE-COUNT TO CM-SHOW-COUNT
                   DISPLAY CM-FILE-NAME " ENTRIES LISTED  "
                           CM-SHOW-COUNT
               END-IF
           END-IF.

       2110-DISPLAY-LIST-HEADING.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   DISPLAY " NO.  SYMBOL  ENABLED  PRECEDENCE  ROUTINE"
               WHEN CM-FILE-CONSTFILE
                   DISPLAY " NO.  NAME          VALUE"
               WHEN CM-FILE-COAFILE
                   DISPLAY " NO.  CODE      ACTIVE  DESCRIPTION"
               WHEN CM-FILE-TRANLIM
                   DISPLAY " NO.  REVIEW LIMIT"
               WHEN CM-FILE-RNDMODE
                   DISPLAY " NO.  ROUNDING MODE"
               WHEN CM-FILE-USERFILE
                   DISPLAY " NO.  USER ID   ACTIVE  ROLES"
               WHEN CM-FILE-BATCHOVR
                   DISPLAY " NO.  BATCH ID"
           END-EVALUATE.

       2120-LIST-ONE-ENTRY.
           MOVE CM-CTL-LINE(CM-CTL-IDX) TO CM-WORK-RECORD.
           MOVE CM-CTL-IDX TO CM-LIST-NUMBER.
           MOVE SPACES TO CM-LIST-NOTE.
           SET CM-VALID-YES TO TRUE.
           IF CM-KEY-LEN = 0 AND CM-WORK-RECORD = SPACES
               MOVE "(BLANK)" TO CM-LIST-NOTE
           ELSE
               PERFORM 4500-VALIDATE-WORK-RECORD
               IF CM-VALID-NO
                   STRING "** " DELIMITED BY SIZE
                          CM-REFUSE-REASON DELIMITED BY SIZE
                       INTO CM-LIST-NOTE
                   END-STRING
               ELSE
                   IF CM-CTL-IDX > CM-FILE-MAX
                       MOVE CM-FILE-MAX TO CM-SHOW-FILE-MAX
                       STRING "** NOT LOADED - CALCULATOR READS ONLY "
                                  DELIMITED BY SIZE
                              CM-SHOW-FILE-MAX DELIMITED BY SIZE
                           INTO CM-LIST-NOTE
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   DISPLAY CM-LIST-NUMBER "   " CM-WK-OP-SYMBOL
                           "      " CM-WK-OP-ENABLED
                           "        " CM-WK-OP-PRECEDENCE
                           "           " CM-WK-OP-ROUTINE
                           "       " CM-LIST-NOTE
               WHEN CM-FILE-CONSTFILE
                   DISPLAY CM-LIST-NUMBER "  " CM-WK-CONST-NAME
                           "  " CM-WK-CONST-VALUE "  " CM-LIST-NOTE
               WHEN CM-FILE-COAFILE
                   DISPLAY CM-LIST-NUMBER "  " CM-WK-COA-CODE
                           "  " CM-WK-COA-ACTIVE "       "
                           CM-WK-COA-DESC "  " CM-LIST-NOTE
               WHEN CM-FILE-TRANLIM
                   DISPLAY CM-LIST-NUMBER "  " CM-WK-LIM-TEXT
                           "  " CM-LIST-NOTE
               WHEN CM-FILE-RNDMODE
                   DISPLAY CM-LIST-NUMBER "  " CM-WK-RND-MODE
                           "  " CM-LIST-NOTE
               WHEN CM-FILE-USERFILE
                   DISPLAY CM-LIST-NUMBER "  " CM-WK-USER-ID
                           "  " CM-WK-USER-ACTIVE "       "
                           CM-WK-USER-ROLES "  " CM-LIST-NOTE
               WHEN CM-FILE-BATCHOVR
                   DISPLAY CM-LIST-NUMBER "  " CM-WK-BOVR-ID
                           "  " CM-LIST-NOTE
           END-EVALUATE.
           SET CM-VALID-YES TO TRUE.
           ADD 1 TO CM-CTL-IDX.

      *-----------------------------------------------------------*
      * 2200-ADD-ENTRY - A NEW ENTRY, WHICH MUST PASS EVERY FIELD
      * CHECK AND MUST NOT ALREADY BE ON THE FILE. A KEYED FILE
      * TAKES IT AT THE END; A ONE-RECORD FILE TAKES IT AS ITS
      * RECORD WHEN IT HAS NONE.
      *-----------------------------------------------------------*
       2200-ADD-ENTRY.
           PERFORM 4000-BUILD-WORK-RECORD.
           IF CM-VALID-YES
               PERFORM 4500-VALIDATE-WORK-RECORD
           END-IF.
           IF CM-VALID-YES
               PERFORM 3000-LOAD-CONTROL-FILE
           END-IF.
           IF CM-VALID-YES
               PERFORM 3100-FIND-KEY
               IF CM-CTL-FOUND-IDX NOT = 0
                   SET CM-VALID-NO TO TRUE
                   IF CM-KEY-LEN = 0
                       MOVE "ALREADY SET - USE CHANGE"
                           TO CM-REFUSE-REASON
                   ELSE
                       MOVE "ALREADY ON FILE - USE CHANGE"
                           TO CM-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.
           IF CM-VALID-YES AND CM-KEY-LEN NOT = 0
               AND CM-CTL-TABLE-COUNT >= CM-FILE-MAX
               SET CM-VALID-NO TO TRUE
               MOVE CM-FILE-MAX TO CM-SHOW-FILE-MAX
               MOVE SPACES TO CM-REFUSE-REASON
               STRING "FILE FULL - CALCULATOR READS ONLY "
                          DELIMITED BY SIZE
                      CM-SHOW-FILE-MAX DELIMITED BY SIZE
                      " ENTRIES" DELIMITED BY SIZE
                   INTO CM-REFUSE-REASON
               END-STRING
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-TABLE-COUNT TO CM-PRIOR-COUNT
               IF CM-KEY-LEN = 0
                   IF CM-CTL-TABLE-COUNT = 0
                       MOVE 1 TO CM-CTL-TABLE-COUNT
                   END-IF
                   MOVE CM-WORK-RECORD TO CM-CTL-LINE(1)
               ELSE
                   ADD 1 TO CM-CTL-TABLE-COUNT
                   MOVE CM-WORK-RECORD
                       TO CM-CTL-LINE(CM-CTL-TABLE-COUNT)
               END-IF
               MOVE SPACES TO CM-BEFORE-IMAGE
               MOVE CM-WORK-RECORD TO CM-AFTER-IMAGE
               MOVE "ADD" TO CM-ACTION
               PERFORM 2800-APPLY-CHANGE
           END-IF.

      *-----------------------------------------------------------*
      * 2300-CHANGE-ENTRY - REPLACES THE ENTRY WITH THE SAME KEY
      * (THE ONE RECORD, FOR TRANLIM AND RNDMODE) WITH THE FIELDS
      * GIVEN. A KEY CANNOT BE CHANGED - THAT IS A DELETE AND AN
      * ADD, SO EACH SHOWS ON THE LOG.
      *-----------------------------------------------------------*
       2300-CHANGE-ENTRY.
           PERFORM 4000-BUILD-WORK-RECORD.
           IF CM-VALID-YES
               PERFORM 4500-VALIDATE-WORK-RECORD
           END-IF.
           IF CM-VALID-YES
               PERFORM 3000-LOAD-CONTROL-FILE
           END-IF.
           IF CM-VALID-YES
               PERFORM 3100-FIND-KEY
               PERFORM 2350-CHECK-ENTRY-FOUND
           END-IF.
           IF CM-VALID-YES
               AND CM-CTL-LINE(CM-CTL-FOUND-IDX) = CM-WORK-RECORD
               SET CM-VALID-NO TO TRUE
               MOVE "NO CHANGE - THE ENTRY ALREADY READS THAT WAY"
                   TO CM-REFUSE-REASON
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-LINE(CM-CTL-FOUND-IDX) TO CM-BEFORE-IMAGE
               MOVE CM-WORK-RECORD TO CM-AFTER-IMAGE
               PERFORM 4600-CHECK-OWN-USER-ID
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-TABLE-COUNT TO CM-PRIOR-COUNT
               MOVE CM-WORK-RECORD TO CM-CTL-LINE(CM-CTL-FOUND-IDX)
               MOVE "CHANGE" TO CM-ACTION
               PERFORM 2800-APPLY-CHANGE
           END-IF.

       2350-CHECK-ENTRY-FOUND.
           IF CM-CTL-FOUND-IDX = 0
               SET CM-VALID-NO TO TRUE
               IF CM-KEY-LEN = 0
                   MOVE "NOT SET - USE ADD" TO CM-REFUSE-REASON
               ELSE
                   MOVE "NOT ON FILE" TO CM-REFUSE-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 2400-SET-ACTIVE-FLAG - ACTIVATE OR DEACTIVATE BY KEY, FOR
      * THE FILES THAT CARRY A FLAG. THE REST OF THE ENTRY IS LEFT
      * AS IT IS.
      *-----------------------------------------------------------*
       2400-SET-ACTIVE-FLAG.
           IF CM-FLAG-POS = 0
               SET CM-VALID-NO TO TRUE
               MOVE "THIS FILE HAS NO ACTIVE FLAG - USE ADD OR DELETE"
                   TO CM-REFUSE-REASON
           ELSE
               PERFORM 4100-BUILD-KEY
           END-IF.
           IF CM-VALID-YES
               PERFORM 3000-LOAD-CONTROL-FILE
           END-IF.
           IF CM-VALID-YES
               PERFORM 3100-FIND-KEY
               PERFORM 2350-CHECK-ENTRY-FOUND
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-LINE(CM-CTL-FOUND-IDX) TO CM-WORK-RECORD
               IF CM-WORK-RECORD(CM-FLAG-POS:1) = CM-NEW-FLAG
                   SET CM-VALID-NO TO TRUE
                   IF CM-NEW-FLAG = "Y"
                       MOVE "NO CHANGE - ALREADY ACTIVE"
                           TO CM-REFUSE-REASON
                   ELSE
                       MOVE "NO CHANGE - ALREADY INACTIVE"
                           TO CM-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.
           IF CM-VALID-YES
               MOVE CM-WORK-RECORD TO CM-BEFORE-IMAGE
               MOVE CM-NEW-FLAG TO CM-WORK-RECORD(CM-FLAG-POS:1)
               MOVE CM-WORK-RECORD TO CM-AFTER-IMAGE
               PERFORM 4600-CHECK-OWN-USER-ID
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-TABLE-COUNT TO CM-PRIOR-COUNT
               MOVE CM-WORK-RECORD TO CM-CTL-LINE(CM-CTL-FOUND-IDX)
               MOVE CM-VERB TO CM-ACTION
               PERFORM 2800-APPLY-CHANGE
           END-IF.

      *-----------------------------------------------------------*
      * 2500-DELETE-ENTRY - REMOVES THE ENTRY BY KEY, CLOSING UP
      * THE TABLE BEHIND IT. DELETING TRANLIM OR RNDMODE LEAVES AN
      * EMPTY FILE, WHICH CALCULATOR READS AS NO LIMIT / NEAREST.
      *-----------------------------------------------------------*
       2500-DELETE-ENTRY.
           PERFORM 4100-BUILD-KEY.
           IF CM-VALID-YES
               PERFORM 3000-LOAD-CONTROL-FILE
           END-IF.
           IF CM-VALID-YES
               PERFORM 3100-FIND-KEY
               PERFORM 2350-CHECK-ENTRY-FOUND
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-LINE(CM-CTL-FOUND-IDX) TO CM-BEFORE-IMAGE
               MOVE SPACES TO CM-AFTER-IMAGE
               PERFORM 4600-CHECK-OWN-USER-ID
           END-IF.
           IF CM-VALID-YES
               MOVE CM-CTL-TABLE-COUNT TO CM-PRIOR-COUNT
               MOVE CM-CTL-FOUND-IDX TO CM-CTL-IDX
               PERFORM 2510-SHIFT-ONE-ENTRY
                   UNTIL CM-CTL-IDX >= CM-CTL-TABLE-COUNT
               SUBTRACT 1 FROM CM-CTL-TABLE-COUNT
               MOVE "DELETE" TO CM-ACTION
               PERFORM 2800-APPLY-CHANGE
           END-IF.

       2510-SHIFT-ONE-ENTRY.
           MOVE CM-CTL-LINE(CM-CTL-IDX + 1) TO CM-CTL-LINE(CM-CTL-IDX).
           ADD 1 TO CM-CTL-IDX.

      *-----------------------------------------------------------*
      * 2800-APPLY-CHANGE - WRITES THE FILE BACK, LOGS THE CHANGE
      * AND SHOWS IT. WHERE THE CHANGE ALTERS WHAT CALCULATOR DOES
      * BEYOND THE ONE ENTRY (AN OPTABLE THAT NOW REPLACES OR NO
      * LONGER REPLACES THE BUILT-IN OPERATORS, A USERFILE THAT NOW
      * TURNS ON SIGN-ON OR ROLE CHECKING) THAT IS SAID AS WELL.
      *-----------------------------------------------------------*
       2800-APPLY-CHANGE.
           IF CM-FILE-USERFILE
               MOVE CM-ROLE-LINE-COUNT TO CM-ROLE-PRIOR-COUNT
               PERFORM 3200-COUNT-ROLE-LINES
           END-IF.
           PERFORM 3500-WRITE-CONTROL-FILE.
           IF CM-VALID-YES
               PERFORM 5000-WRITE-CHANGE-LOG
               ADD 1 TO CM-CHANGE-COUNT
               DISPLAY CM-FILE-NAME " " CM-ACTION " DONE"
               DISPLAY "  BEFORE: " CM-BEFORE-IMAGE
               DISPLAY "  AFTER:  " CM-AFTER-IMAGE
               IF CM-FILE-OPTABLE AND CM-PRIOR-COUNT = 0
                   DISPLAY "  OPTABLE NOW REPLACES THE BUILT-IN "
                           "OPERATOR TABLE - ADD EVERY OPERATOR IN USE"
               END-IF
               IF CM-FILE-OPTABLE AND CM-CTL-TABLE-COUNT = 0
                   DISPLAY "  OPTABLE NOW EMPTY - CALCULATOR WILL USE "
                           "ITS BUILT-IN OPERATOR TABLE"
               END-IF
               IF CM-FILE-USERFILE AND CM-PRIOR-COUNT = 0
                   DISPLAY "  USERFILE NOW CHECKS SIGN-ON - ONLY IDS "
                           "ON IT MAY RUN"
               END-IF
               IF CM-FILE-USERFILE AND CM-ROLE-PRIOR-COUNT = 0
                   AND CM-ROLE-LINE-COUNT > 0
                   DISPLAY "  ROLES NOW IN USE - CALCULATOR, REVIEWER, "
                           "POSTER, PERCLOSE, ARCHIVER AND CTLMAINT "
                           "CHECK THE SIGN-ON ID HOLDS ITS ROLE"
               END-IF
               IF CM-FILE-USERFILE AND CM-ROLE-PRIOR-COUNT > 0
                   AND CM-ROLE-LINE-COUNT = 0
                   DISPLAY "  NO ROLES LEFT ON USERFILE - ONLY THE "
                           "ACTIVE FLAG IS CHECKED AT SIGN-ON"
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 2900-SET-FILE-ATTRIBUTES - RECORD LENGTH, KEY LENGTH, FLAG
      * POSITION AND ENTRY LIMIT OF THE NAMED FILE, AS CALCULATOR
      * READS IT, AND WHAT CALCULATOR DOES WHEN THE FILE IS ABSENT.
      *-----------------------------------------------------------*
       2900-SET-FILE-ATTRIBUTES.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   MOVE 06  TO CM-REC-LEN
                   MOVE 02  TO CM-KEY-LEN
                   MOVE 03  TO CM-FLAG-POS
                   MOVE 10  TO CM-FILE-MAX
                   MOVE "BUILT-IN OPERATOR TABLE IN USE"
                       TO CM-ABSENT-TEXT
               WHEN CM-FILE-CONSTFILE
                   MOVE 32  TO CM-REC-LEN
                   MOVE 12  TO CM-KEY-LEN
                   MOVE 0   TO CM-FLAG-POS
                   MOVE 50  TO CM-FILE-MAX
                   MOVE "NO NAMED CONSTANTS RESOLVE"
                       TO CM-ABSENT-TEXT
               WHEN CM-FILE-COAFILE
                   MOVE 39  TO CM-REC-LEN
                   MOVE 08  TO CM-KEY-LEN
                   MOVE 09  TO CM-FLAG-POS
                   MOVE 500 TO CM-FILE-MAX
                   MOVE "ACCOUNT CODES ARE NOT VALIDATED"
                       TO CM-ABSENT-TEXT
               WHEN CM-FILE-TRANLIM
                   MOVE 20  TO CM-REC-LEN
                   MOVE 0   TO CM-KEY-LEN
                   MOVE 0   TO CM-FLAG-POS
                   MOVE 1   TO CM-FILE-MAX
                   MOVE "NO REVIEW LIMIT" TO CM-ABSENT-TEXT
               WHEN CM-FILE-RNDMODE
                   MOVE 08  TO CM-REC-LEN
                   MOVE 0   TO CM-KEY-LEN
                   MOVE 0   TO CM-FLAG-POS
                   MOVE 1   TO CM-FILE-MAX
                   MOVE "NEAREST ASSUMED" TO CM-ABSENT-TEXT
               WHEN CM-FILE-USERFILE
                   MOVE 14  TO CM-REC-LEN
                   MOVE 08  TO CM-KEY-LEN
                   MOVE 09  TO CM-FLAG-POS
                   MOVE 100 TO CM-FILE-MAX
                   MOVE "OPERATOR IDS ARE NOT VERIFIED"
                       TO CM-ABSENT-TEXT
               WHEN CM-FILE-BATCHOVR
                   MOVE 08  TO CM-REC-LEN
                   MOVE 08  TO CM-KEY-LEN
                   MOVE 0   TO CM-FLAG-POS
                   MOVE 50  TO CM-FILE-MAX
                   MOVE "NO BATCH OVERRIDES" TO CM-ABSENT-TEXT
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 3000-LOAD-CONTROL-FILE - READS THE SELECTED FILE WHOLE
      * INTO THE CONTROL TABLE. AN ABSENT FILE LOADS AS EMPTY; ONE
      * THAT WILL NOT OPEN, OR THAT OVERFLOWS THE TABLE, REFUSES
      * THE COMMAND SO IT CANNOT BE WRITTEN BACK SHORT. FOR USERFILE
      * THE LINES CARRYING A ROLE ARE COUNTED AS IT STANDS.
      *-----------------------------------------------------------*
       3000-LOAD-CONTROL-FILE.
           MOVE 0 TO CM-CTL-TABLE-COUNT.
           SET CM-FILE-PRESENT TO TRUE.
           SET CM-TABLE-FITS TO TRUE.
           SET CM-CTL-EOF-NO TO TRUE.
           PERFORM 3010-OPEN-CONTROL-INPUT.
           EVALUATE CM-CTL-FILE-STATUS
               WHEN "00"
                   PERFORM 3020-LOAD-ONE-RECORD
                       UNTIL CM-CTL-EOF-YES
                   PERFORM 3030-CLOSE-CONTROL-FILE
               WHEN "35"
                   SET CM-FILE-ABSENT TO TRUE
               WHEN OTHER
                   SET CM-VALID-NO TO TRUE
                   MOVE SPACES TO CM-REFUSE-REASON
                   STRING CM-FILE-NAME DELIMITED BY SPACE
                          " CANNOT BE READ - FILE STATUS "
                              DELIMITED BY SIZE
                          CM-CTL-FILE-STATUS DELIMITED BY SIZE
                       INTO CM-REFUSE-REASON
                   END-STRING
           END-EVALUATE.
           IF CM-TABLE-OVERFLOW
               SET CM-VALID-NO TO TRUE
               MOVE SPACES TO CM-REFUSE-REASON
               STRING CM-FILE-NAME DELIMITED BY SPACE
                      " TOO LONG - RAISE THE TABLE AND RECOMPILE"
                          DELIMITED BY SIZE
                   INTO CM-REFUSE-REASON
               END-STRING
           END-IF.
           IF CM-FILE-USERFILE
               PERFORM 3200-COUNT-ROLE-LINES
           END-IF.

       3010-OPEN-CONTROL-INPUT.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   OPEN INPUT OPTAB-FILE
                   MOVE CM-OPTAB-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-CONSTFILE
                   OPEN INPUT CONST-FILE
                   MOVE CM-CONST-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-COAFILE
                   OPEN INPUT COA-FILE
                   MOVE CM-COA-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-TRANLIM
                   OPEN INPUT LIM-FILE
                   MOVE CM-LIM-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-RNDMODE
                   OPEN INPUT RND-FILE
                   MOVE CM-RND-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-USERFILE
                   OPEN INPUT USER-FILE
                   MOVE CM-USER-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-BATCHOVR
                   OPEN INPUT BOVR-FILE
                   MOVE CM-BOVR-FILE-STATUS TO CM-CTL-FILE-STATUS
           END-EVALUATE.

       3020-LOAD-ONE-RECORD.
           MOVE SPACES TO CM-READ-AREA.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   READ OPTAB-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
               WHEN CM-FILE-CONSTFILE
                   READ CONST-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
               WHEN CM-FILE-COAFILE
                   READ COA-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
               WHEN CM-FILE-TRANLIM
                   READ LIM-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
               WHEN CM-FILE-RNDMODE
                   READ RND-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
               WHEN CM-FILE-USERFILE
                   READ USER-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
               WHEN CM-FILE-BATCHOVR
                   READ BOVR-FILE INTO CM-READ-AREA
                       AT END SET CM-CTL-EOF-YES TO TRUE
                   END-READ
           END-EVALUATE.
           IF CM-CTL-EOF-NO
               IF CM-CTL-TABLE-COUNT >= CM-CTL-TABLE-MAX
                   SET CM-TABLE-OVERFLOW TO TRUE
                   SET CM-CTL-EOF-YES TO TRUE
               ELSE
                   ADD 1 TO CM-CTL-TABLE-COUNT
                   MOVE CM-READ-AREA
                       TO CM-CTL-LINE(CM-CTL-TABLE-COUNT)
               END-IF
           END-IF.

       3030-CLOSE-CONTROL-FILE.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   CLOSE OPTAB-FILE
               WHEN CM-FILE-CONSTFILE
                   CLOSE CONST-FILE
               WHEN CM-FILE-COAFILE
                   CLOSE COA-FILE
               WHEN CM-FILE-TRANLIM
                   CLOSE LIM-FILE
               WHEN CM-FILE-RNDMODE
                   CLOSE RND-FILE
               WHEN CM-FILE-USERFILE
                   CLOSE USER-FILE
               WHEN CM-FILE-BATCHOVR
                   CLOSE BOVR-FILE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 3100-FIND-KEY - THE TABLE LINE WHOSE KEY COLUMNS MATCH
      * CM-WORK-RECORD'S. A ONE-RECORD FILE "HAS" ITS ENTRY WHEN
      * THE RECORD IS THERE AND NOT BLANK. ZERO = NOT FOUND.
      *-----------------------------------------------------------*
       3100-FIND-KEY.
           MOVE 0 TO CM-CTL-FOUND-IDX.
           IF CM-KEY-LEN = 0
               IF CM-CTL-TABLE-COUNT > 0
                   AND CM-CTL-LINE(1) NOT = SPACES
                   MOVE 1 TO CM-CTL-FOUND-IDX
               END-IF
           ELSE
               MOVE 1 TO CM-CTL-IDX
               PERFORM 3110-CHECK-ONE-KEY
                   UNTIL CM-CTL-IDX > CM-CTL-TABLE-COUNT
                      OR CM-CTL-FOUND-IDX NOT = 0
           END-IF.

       3110-CHECK-ONE-KEY.
           IF CM-CTL-LINE(CM-CTL-IDX)(1:CM-KEY-LEN)
                   = CM-WORK-RECORD(1:CM-KEY-LEN)
               MOVE CM-CTL-IDX TO CM-CTL-FOUND-IDX
           END-IF.
           ADD 1 TO CM-CTL-IDX.

      *-----------------------------------------------------------*
      * 3200-COUNT-ROLE-LINES - HOW MANY USERFILE LINES IN THE TABLE
      * CARRY ANY ROLE. ZERO MEANS ROLES ARE NOT IN USE YET, AND
      * EVERY PROGRAM CHECKS ONLY THE ACTIVE FLAG AT SIGN-ON.
      *-----------------------------------------------------------*
       3200-COUNT-ROLE-LINES.
           MOVE 0 TO CM-ROLE-LINE-COUNT.
           MOVE 1 TO CM-CTL-IDX.
           PERFORM 3210-COUNT-ONE-ROLE-LINE
               UNTIL CM-CTL-IDX > CM-CTL-TABLE-COUNT.

       3210-COUNT-ONE-ROLE-LINE.
           IF CM-CTL-LINE(CM-CTL-IDX)(10:5) NOT = SPACES
               ADD 1 TO CM-ROLE-LINE-COUNT
           END-IF.
           ADD 1 TO CM-CTL-IDX.

      *-----------------------------------------------------------*
      * 3500-WRITE-CONTROL-FILE - WRITES THE CONTROL TABLE BACK AS
      * THE WHOLE FILE, EACH LINE AT THE FILE'S RECORD LENGTH.
      *-----------------------------------------------------------*
       3500-WRITE-CONTROL-FILE.
           PERFORM 3510-OPEN-CONTROL-OUTPUT.
           IF CM-CTL-FILE-STATUS NOT = "00"
               SET CM-VALID-NO TO TRUE
               MOVE SPACES TO CM-REFUSE-REASON
               STRING CM-FILE-NAME DELIMITED BY SPACE
                      " CANNOT BE WRITTEN - FILE STATUS "
                          DELIMITED BY SIZE
                      CM-CTL-FILE-STATUS DELIMITED BY SIZE
                   INTO CM-REFUSE-REASON
               END-STRING
           ELSE
               MOVE 1 TO CM-CTL-IDX
               PERFORM 3520-WRITE-ONE-RECORD
                   UNTIL CM-CTL-IDX > CM-CTL-TABLE-COUNT
               PERFORM 3030-CLOSE-CONTROL-FILE
           END-IF.

       3510-OPEN-CONTROL-OUTPUT.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   OPEN OUTPUT OPTAB-FILE
                   MOVE CM-OPTAB-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-CONSTFILE
                   OPEN OUTPUT CONST-FILE
                   MOVE CM-CONST-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-COAFILE
                   OPEN OUTPUT COA-FILE
                   MOVE CM-COA-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-TRANLIM
                   OPEN OUTPUT LIM-FILE
                   MOVE CM-LIM-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-RNDMODE
                   OPEN OUTPUT RND-FILE
                   MOVE CM-RND-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-USERFILE
                   OPEN OUTPUT USER-FILE
                   MOVE CM-USER-FILE-STATUS TO CM-CTL-FILE-STATUS
               WHEN CM-FILE-BATCHOVR
                   OPEN OUTPUT BOVR-FILE
                   MOVE CM-BOVR-FILE-STATUS TO CM-CTL-FILE-STATUS
           END-EVALUATE.

       3520-WRITE-ONE-RECORD.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   WRITE OPTAB-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
               WHEN CM-FILE-CONSTFILE
                   WRITE CONST-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
               WHEN CM-FILE-COAFILE
                   WRITE COA-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
               WHEN CM-FILE-TRANLIM
                   WRITE LIM-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
               WHEN CM-FILE-RNDMODE
                   WRITE RND-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
               WHEN CM-FILE-USERFILE
                   WRITE USER-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
               WHEN CM-FILE-BATCHOVR
                   WRITE BOVR-FILE-RECORD
                       FROM CM-CTL-LINE(CM-CTL-IDX)
           END-EVALUATE.
           ADD 1 TO CM-CTL-IDX.

      *-----------------------------------------------------------*
      * 4000-BUILD-WORK-RECORD - LAYS THE KEYED FIELDS INTO THE
      * FILE'S COLUMNS. A FIELD MISSING, A FIELD TOO LONG FOR ITS
      * COLUMN, OR A FIELD LEFT OVER REFUSES THE COMMAND HERE;
      * WHAT THE FIELDS SAY IS CHECKED BY 4500.
      *-----------------------------------------------------------*
       4000-BUILD-WORK-RECORD.
           MOVE SPACES TO CM-WORK-RECORD.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   PERFORM 4010-BUILD-OPTAB-ENTRY
               WHEN CM-FILE-CONSTFILE
                   PERFORM 4020-BUILD-CONST-ENTRY
               WHEN CM-FILE-COAFILE
                   PERFORM 4030-BUILD-COA-ENTRY
               WHEN CM-FILE-TRANLIM
                   PERFORM 4040-BUILD-LIMIT-ENTRY
               WHEN CM-FILE-RNDMODE
                   PERFORM 4050-BUILD-ROUNDING-ENTRY
               WHEN CM-FILE-USERFILE
                   PERFORM 4060-BUILD-USER-ENTRY
               WHEN CM-FILE-BATCHOVR
                   PERFORM 4070-BUILD-OVERRIDE-ENTRY
           END-EVALUATE.

       4010-BUILD-OPTAB-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-4 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: SYMBOL ENABLED PRECEDENCE ROUTINE"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-5 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(3:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "SYMBOL LONGER THAN 2 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-2(2:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "ENABLED FLAG MUST BE Y OR N"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-3(2:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "PRECEDENCE MUST BE ONE DIGIT"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-4(3:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROUTINE MUST BE 10, 20, 30, 40, 50 OR 60"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-OP-SYMBOL
                   MOVE CM-ARG-2 TO CM-WK-OP-ENABLED
                   MOVE CM-ARG-3 TO CM-WK-OP-PRECEDENCE
                   MOVE CM-ARG-4 TO CM-WK-OP-ROUTINE
           END-EVALUATE.

       4020-BUILD-CONST-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-2 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: NAME VALUE" TO CM-REFUSE-REASON
               WHEN CM-ARG-3 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(13:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "NAME LONGER THAN 12 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-2(21:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "VALUE LONGER THAN 20 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-CONST-NAME
                   MOVE CM-ARG-2 TO CM-WK-CONST-VALUE
           END-EVALUATE.

       4030-BUILD-COA-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-2 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: CODE ACTIVE DESCRIPTION"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-1(9:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "ACCOUNT CODE LONGER THAN 8 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-2(2:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "ACTIVE FLAG MUST BE Y OR N"
                       TO CM-REFUSE-REASON
               WHEN CM-REST-TEXT(31:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "DESCRIPTION LONGER THAN 30 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-COA-CODE
                   MOVE CM-ARG-2 TO CM-WK-COA-ACTIVE
                   MOVE CM-REST-TEXT TO CM-WK-COA-DESC
           END-EVALUATE.

       4040-BUILD-LIMIT-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-1 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: LIMIT AMOUNT" TO CM-REFUSE-REASON
               WHEN CM-ARG-2 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(21:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "LIMIT LONGER THAN 20 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-LIM-TEXT
           END-EVALUATE.

       4050-BUILD-ROUNDING-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-1 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: NEAREST OR TRUNCATE"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-2 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(9:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROUNDING MODE MUST BE NEAREST OR TRUNCATE"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-RND-MODE
           END-EVALUATE.

       4060-BUILD-USER-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-2 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: USER-ID ACTIVE [ROLES]"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-4 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(9:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "USER ID LONGER THAN 8 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-2(2:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "ACTIVE FLAG MUST BE Y OR N"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-3(6:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "NO MORE THAN 5 ROLES" TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-USER-ID
                   MOVE CM-ARG-2 TO CM-WK-USER-ACTIVE
                   MOVE CM-ARG-3 TO CM-WK-USER-ROLES
                   INSPECT CM-WK-USER-ROLES CONVERTING
                       "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-EVALUATE.

       4070-BUILD-OVERRIDE-ENTRY.
           EVALUATE TRUE
               WHEN CM-ARG-1 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: BATCH-ID" TO CM-REFUSE-REASON
               WHEN CM-ARG-2 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(9:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "BATCH ID LONGER THAN 8 CHARACTERS"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1 TO CM-WK-BOVR-ID
           END-EVALUATE.

       4090-REFUSE-EXTRA-FIELDS.
           SET CM-VALID-NO TO TRUE.
           MOVE "MORE FIELDS GIVEN THAN THE FILE HAS"
               TO CM-REFUSE-REASON.

      *-----------------------------------------------------------*
      * 4100-BUILD-KEY - THE KEY ALONE, FOR ACTIVATE, DEACTIVATE
      * AND DELETE. A ONE-RECORD FILE TAKES NO KEY.
      *-----------------------------------------------------------*
       4100-BUILD-KEY.
           MOVE SPACES TO CM-WORK-RECORD.
           EVALUATE TRUE
               WHEN CM-KEY-LEN = 0
                   IF CM-ARG-1 NOT = SPACES
                       PERFORM 4090-REFUSE-EXTRA-FIELDS
                   END-IF
               WHEN CM-ARG-1 = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "EXPECTED: THE KEY OF THE ENTRY"
                       TO CM-REFUSE-REASON
               WHEN CM-ARG-2 NOT = SPACES
                   PERFORM 4090-REFUSE-EXTRA-FIELDS
               WHEN CM-ARG-1(CM-KEY-LEN + 1:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "KEY LONGER THAN THE FILE'S KEY COLUMN"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   MOVE CM-ARG-1(1:CM-KEY-LEN)
                       TO CM-WORK-RECORD(1:CM-KEY-LEN)
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4500-VALIDATE-WORK-RECORD - THE FIELD RULES, ONE FILE AT A
      * TIME. EACH IS THE RULE CALCULATOR APPLIES WHEN IT LOADS OR
      * USES THE FIELD; THE FIRST FIELD TO FAIL GIVES THE REASON.
      *-----------------------------------------------------------*
       4500-VALIDATE-WORK-RECORD.
           EVALUATE TRUE
               WHEN CM-FILE-OPTABLE
                   PERFORM 4510-VALIDATE-OPTAB-ENTRY
               WHEN CM-FILE-CONSTFILE
                   PERFORM 4520-VALIDATE-CONST-ENTRY
               WHEN CM-FILE-COAFILE
                   PERFORM 4530-VALIDATE-COA-ENTRY
               WHEN CM-FILE-TRANLIM
                   PERFORM 4540-VALIDATE-LIMIT-ENTRY
               WHEN CM-FILE-RNDMODE
                   PERFORM 4550-VALIDATE-ROUNDING-ENTRY
               WHEN CM-FILE-USERFILE
                   PERFORM 4560-VALIDATE-USER-ENTRY
               WHEN CM-FILE-BATCHOVR
                   PERFORM 4570-VALIDATE-OVERRIDE-ENTRY
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4510 - A SYMBOL IS MATCHED AGAINST THE FIRST TWO CHARACTERS
      * OF A TOKEN, SO ONE THAT STARTS WITH A SPACE NEVER MATCHES
      * AND ONE HOLDING A DIGIT, ".", "@" OR "=" WOULD SWALLOW
      * OPERANDS, CONSTANT NAMES OR CC=/CR=/CY= TOKENS. ONLY "Y"
      * ENABLES. THE ROUTINE MUST BE ONE 6000-DISPATCH RUNS, OR
      * EVERY USE OF THE SYMBOL REJECTS AS AN UNKNOWN ROUTINE.
      *-----------------------------------------------------------*
       4510-VALIDATE-OPTAB-ENTRY.
           EVALUATE TRUE
               WHEN CM-WK-OP-SYMBOL(1:1) = SPACE
                   SET CM-VALID-NO TO TRUE
                   MOVE "SYMBOL MISSING OR NOT IN COLUMN 1"
                       TO CM-REFUSE-REASON
               WHEN CM-WK-OP-SYMBOL(1:1) IS NUMERIC
                 OR CM-WK-OP-SYMBOL(2:1) IS NUMERIC
                 OR CM-WK-OP-SYMBOL(1:1) = "." OR "@" OR "="
                 OR CM-WK-OP-SYMBOL(2:1) = "." OR "@" OR "="
                   SET CM-VALID-NO TO TRUE
                   MOVE "SYMBOL MAY NOT HOLD A DIGIT, ., @ OR ="
                       TO CM-REFUSE-REASON
               WHEN CM-WK-OP-ENABLED NOT = "Y"
                AND CM-WK-OP-ENABLED NOT = "N"
                   SET CM-VALID-NO TO TRUE
                   MOVE "ENABLED FLAG MUST BE Y OR N"
                       TO CM-REFUSE-REASON
               WHEN CM-WK-OP-PRECEDENCE IS NOT NUMERIC
                   SET CM-VALID-NO TO TRUE
                   MOVE "PRECEDENCE MUST BE ONE DIGIT"
                       TO CM-REFUSE-REASON
               WHEN CM-WK-OP-ROUTINE IS NOT NUMERIC
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROUTINE MUST BE 10, 20, 30, 40, 50 OR 60"
                       TO CM-REFUSE-REASON
               WHEN NOT CM-WK-OP-ROUTINE-KNOWN
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROUTINE MUST BE 10, 20, 30, 40, 50 OR 60"
                       TO CM-REFUSE-REASON
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4520 - A NAME IS QUOTED AFTER "@" AS ONE TOKEN, SO IT MAY
      * NOT HOLD A SPACE OR START WITH "@" ITSELF. THE VALUE MUST
      * PASS THE NUMVAL TEST CALCULATOR LOADS IT WITH, AND FIT THE
      * SIGNED 18.2 FIELD IT IS HELD IN.
      *-----------------------------------------------------------*
       4520-VALIDATE-CONST-ENTRY.
           MOVE CM-WK-CONST-NAME TO CM-CHECK-FIELD.
           EVALUATE TRUE
               WHEN CM-WK-CONST-NAME(1:1) = SPACE
                   SET CM-VALID-NO TO TRUE
                   MOVE "NAME MISSING OR NOT IN COLUMN 1"
                       TO CM-REFUSE-REASON
               WHEN CM-WK-CONST-NAME(1:1) = "@"
                   SET CM-VALID-NO TO TRUE
                   MOVE "NAME IS KEPT WITHOUT THE LEADING @"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   PERFORM 4580-CHECK-EMBEDDED-SPACE
           END-EVALUATE.
           IF CM-VALID-YES
               MOVE CM-WK-CONST-VALUE TO CM-CHECK-FIELD
               PERFORM 4590-CHECK-AMOUNT
           END-IF.

       4530-VALIDATE-COA-ENTRY.
           MOVE CM-WK-COA-CODE TO CM-CHECK-FIELD.
           EVALUATE TRUE
               WHEN CM-WK-COA-CODE(1:1) = SPACE
                   SET CM-VALID-NO TO TRUE
                   MOVE "ACCOUNT CODE MISSING OR NOT IN COLUMN 1"
                       TO CM-REFUSE-REASON
               WHEN CM-WK-COA-ACTIVE NOT = "Y"
                AND CM-WK-COA-ACTIVE NOT = "N"
                   SET CM-VALID-NO TO TRUE
                   MOVE "ACTIVE FLAG MUST BE Y OR N"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   PERFORM 4580-CHECK-EMBEDDED-SPACE
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4540 - THE LIMIT IS HELD UNSIGNED, SO A NEGATIVE ONE WOULD
      * BE READ AS ITS SIZE. ZERO IS ALLOWED AND MEANS NO LIMIT.
      *-----------------------------------------------------------*
       4540-VALIDATE-LIMIT-ENTRY.
           MOVE CM-WK-LIM-TEXT TO CM-CHECK-FIELD.
           PERFORM 4590-CHECK-AMOUNT.
           IF CM-VALID-YES AND CM-NUM-WORK < 0
               SET CM-VALID-NO TO TRUE
               MOVE "LIMIT MAY NOT BE NEGATIVE" TO CM-REFUSE-REASON
           END-IF.

       4550-VALIDATE-ROUNDING-ENTRY.
           IF NOT CM-WK-RND-KNOWN
               SET CM-VALID-NO TO TRUE
               MOVE "ROUNDING MODE MUST BE NEAREST OR TRUNCATE"
                   TO CM-REFUSE-REASON
           END-IF.

       4560-VALIDATE-USER-ENTRY.
           MOVE CM-WK-USER-ID TO CM-CHECK-FIELD.
           EVALUATE TRUE
               WHEN CM-WK-USER-ID(1:1) = SPACE
                   SET CM-VALID-NO TO TRUE
                   MOVE "USER ID MISSING OR NOT IN COLUMN 1"
                       TO CM-REFUSE-REASON
               WHEN CM-WK-USER-ACTIVE NOT = "Y"
                AND CM-WK-USER-ACTIVE NOT = "N"
                   SET CM-VALID-NO TO TRUE
                   MOVE "ACTIVE FLAG MUST BE Y OR N"
                       TO CM-REFUSE-REASON
               WHEN OTHER
                   PERFORM 4580-CHECK-EMBEDDED-SPACE
                   IF CM-VALID-YES
                       PERFORM 4565-VALIDATE-USER-ROLES
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------*
      * 4565-VALIDATE-USER-ROLES - EACH ROLE IS ONE OF E/R/P/A/C,
      * HELD ONCE, WRITTEN TOGETHER FROM THE FIRST ROLE COLUMN. NO
      * ROLES AT ALL IS ALLOWED (AN ENTRY WRITTEN BEFORE ROLES).
      *-----------------------------------------------------------*
       4565-VALIDATE-USER-ROLES.
           SET CM-ROLE-GAP-NONE TO TRUE.
           MOVE 1 TO CM-ROLE-IDX.
           PERFORM 4566-CHECK-ONE-ROLE
               UNTIL CM-ROLE-IDX > 5
                  OR CM-VALID-NO.

       4566-CHECK-ONE-ROLE.
           MOVE CM-WK-USER-ROLES(CM-ROLE-IDX:1) TO CM-ROLE-CHAR.
           MOVE 0 TO CM-ROLE-TALLY.
           INSPECT CM-WK-USER-ROLES
               TALLYING CM-ROLE-TALLY FOR ALL CM-ROLE-CHAR.
           EVALUATE TRUE
               WHEN CM-ROLE-CHAR = SPACE
                   SET CM-ROLE-GAP-SEEN TO TRUE
               WHEN CM-ROLE-GAP-SEEN
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROLES MAY NOT CONTAIN A SPACE"
                       TO CM-REFUSE-REASON
               WHEN NOT CM-ROLE-KNOWN
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROLE MUST BE E, R, P, A OR C"
                       TO CM-REFUSE-REASON
               WHEN CM-ROLE-TALLY > 1
                   SET CM-VALID-NO TO TRUE
                   MOVE "ROLE GIVEN MORE THAN ONCE" TO CM-REFUSE-REASON
           END-EVALUATE.
           ADD 1 TO CM-ROLE-IDX.

       4570-VALIDATE-OVERRIDE-ENTRY.
           MOVE CM-WK-BOVR-ID TO CM-CHECK-FIELD.
           IF CM-WK-BOVR-ID(1:1) = SPACE
               SET CM-VALID-NO TO TRUE
               MOVE "BATCH ID MISSING OR NOT IN COLUMN 1"
                   TO CM-REFUSE-REASON
           ELSE
               PERFORM 4580-CHECK-EMBEDDED-SPACE
           END-IF.

      *-----------------------------------------------------------*
      * 4580-CHECK-EMBEDDED-SPACE - A KEY IS KEYED AND MATCHED AS
      * ONE TOKEN, SO A SPACE INSIDE IT MAKES IT UNREACHABLE.
      *-----------------------------------------------------------*
       4580-CHECK-EMBEDDED-SPACE.
           MOVE 0 TO CM-CHECK-TALLY.
           INSPECT CM-CHECK-FIELD TALLYING CM-CHECK-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF CM-CHECK-TALLY < 20
               IF CM-CHECK-FIELD(CM-CHECK-TALLY + 1:) NOT = SPACES
                   SET CM-VALID-NO TO TRUE
                   MOVE "KEY MAY NOT CONTAIN A SPACE"
                       TO CM-REFUSE-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4590-CHECK-AMOUNT - CM-CHECK-FIELD MUST BE A NUMBER BY THE
      * TEST CALCULATOR LOADS AMOUNTS WITH, NO MORE THAN 18 WHOLE
      * DIGITS AND 2 PLACES. THE VALUE IS LEFT IN CM-NUM-WORK.
      *-----------------------------------------------------------*
       4590-CHECK-AMOUNT.
           MOVE 0 TO CM-NUM-WORK.
           IF CM-CHECK-FIELD = SPACES
               SET CM-VALID-NO TO TRUE
               MOVE "AMOUNT MISSING" TO CM-REFUSE-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL(CM-CHECK-FIELD) NOT = 0
                   SET CM-VALID-NO TO TRUE
                   MOVE "NOT A NUMBER" TO CM-REFUSE-REASON
               ELSE
                   COMPUTE CM-NUM-WORK =
                       FUNCTION NUMVAL(CM-CHECK-FIELD)
                       ON SIZE ERROR
                           SET CM-VALID-NO TO TRUE
                           MOVE "MORE THAN 18 WHOLE DIGITS"
                               TO CM-REFUSE-REASON
                   END-COMPUTE
               END-IF
           END-IF.
           IF CM-VALID-YES
               MOVE CM-NUM-WORK TO CM-NUM-CENTS
               IF CM-NUM-CENTS NOT = CM-NUM-WORK
                   SET CM-VALID-NO TO TRUE
                   MOVE "MORE THAN THE 2 PLACES CALCULATOR HOLDS"
                       TO CM-REFUSE-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 4600-CHECK-OWN-USER-ID - NOBODY MAY DEACTIVATE OR DELETE
      * THE USERFILE ENTRY THEY ARE SIGNED ON UNDER: IT WOULD LOCK
      * THEM OUT WITH NOBODY LEFT TO SEE WHY. ONCE ROLES ARE IN USE
      * NOBODY MAY CHANGE THEIR OWN ENTRY AT ALL, OR THEY COULD
      * GRANT THEMSELVES A ROLE; ANOTHER ADMINISTRATOR DOES IT.
      * (WHILE NO LINE CARRIES A ROLE, THE FIRST ADMINISTRATOR CAN
      * STILL GIVE THEMSELVES ROLE C TO START ROLES OFF.) EITHER
      * REFUSAL IS RECORDED ON SECLOG.
      *-----------------------------------------------------------*
       4600-CHECK-OWN-USER-ID.
           IF CM-FILE-USERFILE
               AND CM-BEFORE-IMAGE(1:8) = CM-OPERATOR-ID
               AND CM-AFTER-IMAGE(9:1) NOT = "Y"
               SET CM-VALID-NO TO TRUE
               MOVE "YOU MAY NOT DEACTIVATE OR DELETE YOUR OWN USER ID"
                   TO CM-REFUSE-REASON
           END-IF.
           IF CM-FILE-USERFILE AND CM-VALID-YES
               AND CM-BEFORE-IMAGE(1:8) = CM-OPERATOR-ID
               AND CM-ROLE-LINE-COUNT > 0
               SET CM-VALID-NO TO TRUE
               MOVE "ROLES IN USE - YOU MAY NOT CHANGE YOUR OWN USER ID"
                   TO CM-REFUSE-REASON
           END-IF.
           IF CM-FILE-USERFILE AND CM-VALID-NO
               AND CM-BEFORE-IMAGE(1:8) = CM-OPERATOR-ID
               MOVE SPACES TO CM-SEC-REASON
               STRING CM-VERB DELIMITED BY SPACE
                      " OF OWN USERFILE ENTRY" DELIMITED BY SIZE
                   INTO CM-SEC-REASON
               END-STRING
               PERFORM 8100-WRITE-SECURITY-LOG
           END-IF.

      *-----------------------------------------------------------*
      * 5000-WRITE-CHANGE-LOG - ONE BEFORE/AFTER RECORD PER CHANGE,
      * STAMPED WITH THE TIME OF THE CHANGE ITSELF.
      *-----------------------------------------------------------*
       5000-WRITE-CHANGE-LOG.
           MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-DATE-TIME.
           MOVE SPACES TO CLOG-FILE-RECORD.
           MOVE CM-CDT-DATE TO CLOG-CHANGE-DATE.
           MOVE CM-CDT-TIME TO CLOG-CHANGE-TIME.
           MOVE CM-OPERATOR-ID TO CLOG-USER-ID.
           MOVE CM-ACTION TO CLOG-ACTION.
           MOVE CM-FILE-NAME TO CLOG-FILE-NAME.
           MOVE CM-BEFORE-IMAGE TO CLOG-BEFORE-IMAGE.
           MOVE CM-AFTER-IMAGE TO CLOG-AFTER-IMAGE.
           WRITE CLOG-FILE-RECORD.

       8000-REFUSE-COMMAND.
           ADD 1 TO CM-REFUSED-COUNT.
           DISPLAY "REFUSED - " CM-REFUSE-REASON.

      *-----------------------------------------------------------*
      * 8100-WRITE-SECURITY-LOG - APPENDS ONE REFUSAL (CM-SEC-REASON)
      * TO SECLOG UNDER THE OPERATOR'S ID, SO AUDIT SEES ATTEMPTED
      * VIOLATIONS AS WELL AS THE ONES STOPPED.
      *-----------------------------------------------------------*
       8100-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO CM-CURRENT-DATE-TIME.
           OPEN EXTEND SEC-LOG-FILE.
           IF CM-SECLOG-FILE-STATUS = "05"
               OR CM-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF.
           IF CM-SECLOG-FILE-STATUS = "00"
               MOVE SPACES         TO SEC-LOG-RECORD
               MOVE CM-CDT-DATE    TO SEC-LOG-DATE
               MOVE CM-CDT-TIME    TO SEC-LOG-TIME
               MOVE "CTLMAINT"     TO SEC-LOG-PROGRAM
               MOVE CM-OPERATOR-ID TO SEC-LOG-USER-ID
               MOVE CM-SEC-REASON  TO SEC-LOG-REASON
               WRITE SEC-LOG-RECORD
               CLOSE SEC-LOG-FILE
           ELSE
               DISPLAY "*** SECLOG CANNOT BE OPENED (STATUS "
                       CM-SECLOG-FILE-STATUS ") - REFUSAL NOT LOGGED"
           END-IF.

       9100-DISPLAY-TOTALS.
           DISPLAY "CONTROL-FILE MAINTENANCE - OPERATOR "
                   CM-OPERATOR-ID.
           MOVE CM-COMMAND-COUNT TO CM-SHOW-COUNT.
           DISPLAY "COMMANDS READ                " CM-SHOW-COUNT.
           MOVE CM-CHANGE-COUNT TO CM-SHOW-COUNT.
           DISPLAY "CHANGES MADE AND LOGGED      " CM-SHOW-COUNT.
           MOVE CM-REFUSED-COUNT TO CM-SHOW-COUNT.
           DISPLAY "COMMANDS REFUSED             " CM-SHOW-COUNT.

       END PROGRAM CTLMAINT.
