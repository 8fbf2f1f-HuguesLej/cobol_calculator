      * PAGE NOW SAYS HOW MANY WERE OMITTED, SO A TIE FAILURE
      * CAUSED BY A FULL TABLE EXPLAINS ITSELF ON THE PAGE
      * ACCOUNTING READS INSTEAD OF ONLY ON THE CONSOLE.
      * 2026-10-15 RLD   CLOSED PERIODS ARE LOCKED. THE FISCAL
      * CALENDAR (FISCALCAL, MAINTAINED BY THE PERCLOSE PERIOD-END
      * CLOSE) IS LOADED AT STARTUP, AND A TRANSACTION DATED INTO A
      * PERIOD IT SHOWS CLOSED IS REJECTED TO THE EXCEPTIONS FILE
      * BEFORE ANY LOG, GL OR HOLD RECORD IS WRITTEN FOR IT, SO A
      * BALANCE ALREADY REPORTED CANNOT MOVE. NO CALENDAR, NO
      * LOCKING - A SITE WITHOUT THE FILE RUNS AS BEFORE.
      * 2026-10-15 RLD   BALANCED DEBIT/CREDIT ENTRIES. A LEADING
      * "CR=" TOKEN NOW NAMES THE CREDIT (CONTRA) ACCOUNT ALONGSIDE
      * THE "CC=" DEBIT ACCOUNT, BOTH CHECKED AGAINST THE CHART OF
      * ACCOUNTS, AND EVERY CALCULATION IS WRITTEN TO THE GL FEED
      * AS A MATCHED PAIR UNDER ONE REFERENCE - THE RESULT AS A
      * DEBIT ("D") ON THE CC= ACCOUNT AND ITS NEGATIVE AS A
      * CREDIT ("C") ON THE CR= ACCOUNT. GL-FILE-RECORD AND
      * HOLD-FILE-RECORD GAINED ENTRY-SIDE AND CONTRA-ACCOUNT
      * COLUMNS AT THE END (97 TO 106, EXISTING POSITIONS
      * UNCHANGED); A BLANK SIDE IS AN OLDER ONE-SIDED RECORD. A
      * HELD TRANSACTION STAYS ONE HOLD RECORD CARRYING ITS CONTRA,
      * AND REVIEWER WRITES THE PAIR ON APPROVAL. A REVERSAL BACKS
      * OUT BOTH SIDES OF A PAIRED ORIGINAL (REFIDX CARRIES THE
      * CONTRA, 697 TO 706). THE LOG LINE SHOWS DEBIT= AND CREDIT=,
      * THE GL RECONCILIATION CHECKS THE TWO SIDES NET TO ZERO, AND
      * THE ACTIVITY REPORT TIES ON THE DEBIT SIDE AND PRINTS A
      * DEBIT/CREDIT PROOF LINE.
      * 2026-10-15 RLD   FOREIGN-CURRENCY TRANSACTIONS. A LEADING
      * "CY=" TOKEN (E.G. "CY=EUR") PRICES THE EXPRESSION IN THAT
      * CURRENCY; THE RESULT IS CONVERTED TO THE FUNCTIONAL
      * CURRENCY AT THE RUN DATE'S RATE FROM THE TREASURY RATE FILE
      * (FXRATES, LOADED AT STARTUP) BEFORE THE REVIEW LIMIT, LOG,
      * GL AND HOLD WRITES, SO EVERY TOTAL DOWNSTREAM STAYS IN ONE
      * CURRENCY. NO RATE FOR THE CURRENCY ON THE RUN DATE (OR A
      * ZERO RATE) REJECTS THE TRANSACTION TO THE EXCEPTIONS FILE -
      * AN OLDER RATE IS NEVER USED. GL-FILE-RECORD AND
      * HOLD-FILE-RECORD GAINED THE CURRENCY, ORIGINAL AMOUNT AND
      * RATE APPLIED AT THE END (106 TO 144, EXISTING POSITIONS
      * UNCHANGED; GL-RESULT IS THE CONVERTED AMOUNT), AS DID
      * REFIDX (706 TO 744). A BLANK CURRENCY IS FUNCTIONAL, RATE
      * ONE. THE LOG LINE SHOWS CURRENCY=, RATE= AND ORIGINAL=. A
      * REVERSAL BACKS OUT AT THE ORIGINAL'S CURRENCY AND RATE. THE
      * ACTIVITY REPORT GAINED AN ACTIVITY-BY-CURRENCY SECTION.
      * 2026-10-15 RLD   A BATCH RUN NOW LEAVES A RUN MANIFEST
      * (CALCMANI) - THE GL RECONCILIATION RESULT ("Y" MATCH, "E"
      * MISMATCH), THE RUN DATE AND TIME, AND THE GL, HELD AND
      * EXCEPTION COUNTS - SO THE NIGHTLY CYCLE DRIVER CAN CHECK THE
      * RUN WITHOUT READING THE CONSOLE. STOP RUN IS NOW GOBACK SO
      * THE DRIVER CAN CALL THE PROGRAM; RUN ON ITS OWN IT ENDS THE
      * SAME AS BEFORE. ARCHMANI IS READ AT ITS NEW 100-CHARACTER
      * LENGTH.
      * 2026-10-15 RLD   GL REFERENCE NUMBERS ARE NOW UNIQUE ACROSS
      * ALL RUNS, BATCH AND INTERACTIVE. BOTH DRAW FROM THE ONE
      * GLSEQFILE COUNTER: A BATCH RUN RESERVES A BLOCK OF
      * CL-CKPT-INTERVAL REFERENCES AT A TIME, ONE BLOCK PER
      * CHECKPOINT INTERVAL, AND CKPTFILE NOW CARRIES THE BLOCK'S
      * BASE ALONGSIDE THE RECORD NUMBER (9 TO 18), SO A RESTARTED
      * RUN HANDS EACH RECORD THE SAME REFERENCE AS BEFORE. THE
      * FIRST NUMBER ISSUED UNDER THE NEW SCHEME IS ABOVE
      * CL-LEGACY-REF-LIMIT (100000000); A REFERENCE AT OR BELOW IT
      * ON GLFILE, HOLDFILE, LOGFILE OR THE ARCHIVES IS A LEGACY
      * REFERENCE, WHICH MAY REPEAT AND IS ONLY UNIQUE TOGETHER WITH
      * ITS DATE. A "REF" INQUIRY OR A "REV" REVERSAL MAY NOW NAME
      * THE POSTING DATE AFTER THE REFERENCE. A LEGACY REFERENCE
      * SKIPS REFIDX (WHICH ONLY HOLDS THE NEWEST POSTING UNDER IT)
      * AND IS SCANNED, SO AN INQUIRY LISTS EVERY POSTING UNDER THE
      * NUMBER. A REVERSAL OF A LEGACY NUMBER POSTED ON MORE THAN
      * ONE DATE IS REFUSED UNTIL THE DATE IS GIVEN, INSTEAD OF
      * QUIETLY BACKING OUT THE NEWEST.
      * 2026-10-15 RLD   ROLES ON USERFILE. RECORDS WIDENED 9 TO 14
      * FOR A ROLES COLUMN (UP TO FIVE LETTERS: E ENTRY OPERATOR,
      * R REVIEWER, P POSTER, A ARCHIVIST, C CONTROL-FILE ADMIN).
      * A SIGN-ON NOW NEEDS ROLE E AS WELL AS AN ACTIVE ID. UNTIL
      * THE FIRST ROLE IS SET ON ANY USERFILE LINE ONLY THE ACTIVE
      * FLAG IS CHECKED, AS BEFORE, AND THE CONSOLE SAYS SO. EVERY
      * REFUSED SIGN-ON IS APPENDED TO THE SECURITY LOG (SECLOG)
      * WITH THE ID AND THE REASON. A REVERSAL HELD FOR REVIEW IS
      * WRITTEN TO HOLDFILE WITH THE POSTED FLAG "R" INSTEAD OF
      * "N", WHICH TELLS REVIEWER IT NEEDS TWO DIFFERENT REVIEWERS.
      *-----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-USER-FILE-STATUS.

           SELECT SEC-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-SECLOG-FILE-STATUS.

           SELECT ACT-RPT-FILE ASSIGN TO "ACTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-ACT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-AMANI-FILE-STATUS.

           SELECT CMANI-FILE ASSIGN TO "CALCMANI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-CMANI-FILE-STATUS.

           SELECT FISCAL-FILE ASSIGN TO "FISCALCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-FISCAL-FILE-STATUS.

           SELECT RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-RATE-FILE-STATUS.

           SELECT REFIDX-FILE ASSIGN TO "REFIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORD CONTAINS 200 CHARACTERS.
       01  EXCP-FILE-RECORD            PIC X(200).

      *-----------------------------------------------------------*
      * CKPT-FILE - THE LAST CHECKPOINTED RECORD NUMBER AND THE BASE
      * OF THE GL REFERENCE BLOCK RESERVED FOR THE RECORDS AFTER IT
      * (ZERO WHEN NONE HAS BEEN RESERVED YET). A NINE-CHARACTER
      * FILE FROM BEFORE THE BLOCK BASE WAS ADDED READS AS NO BLOCK.
      *-----------------------------------------------------------*
       FD  CKPT-FILE
           RECORD CONTAINS 18 CHARACTERS.
       01  CKPT-FILE-RECORD.
           05  CKPT-RECORD-NUMBER      PIC 9(09).
           05  CKPT-REF-BLOCK-BASE     PIC 9(09).

      *-----------------------------------------------------------*
      * GL-FILE - FIXED-WIDTH INTERFACE RECORD PICKED UP BY THE GL
      * POSTING JOB. ONE RECORD IS WRITTEN PER SUCCESSFUL
      * CALCULATION. EVERY FIELD IS A DISCRETE FIXED-WIDTH COLUMN SO
      * THE POSTING JOB CAN UNLOAD IT WITHOUT ANY DELIMITER PARSING.
      * A CALCULATION IS WRITTEN AS A DEBIT ("D") AND CREDIT ("C")
      * PAIR UNDER ONE REFERENCE, EACH NAMING THE OTHER'S ACCOUNT
      * AS ITS CONTRA. A BLANK ENTRY SIDE IS AN OLDER ONE-SIDED
      * RECORD WRITTEN BEFORE ENTRIES WERE PAIRED. GL-RESULT IS
      * ALWAYS IN THE FUNCTIONAL CURRENCY; A FOREIGN-CURRENCY
      * TRANSACTION ALSO CARRIES ITS CURRENCY CODE, THE AMOUNT IN
      * THAT CURRENCY AND THE RATE IT WAS CONVERTED AT. A BLANK
      * CURRENCY IS FUNCTIONAL (RATE ONE, ORIGINAL AMOUNT EQUAL TO
      * GL-RESULT, OR BOTH BLANK ON A RECORD WRITTEN BEFORE THE
      * COLUMNS WERE ADDED).
      *-----------------------------------------------------------*
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

      *-----------------------------------------------------------*
      * OPTAB-FILE - OPERATIONS STAFF MAY MAINTAIN THIS FILE TO
       01  OPTAB-FILE-RECORD           PIC X(06).

      *-----------------------------------------------------------*
      * GLSEQ-FILE - HOLDS THE LAST GL REFERENCE NUMBER ISSUED OR
      * RESERVED, BY AN INTERACTIVE CALCULATION (ONE AT A TIME) OR
      * A BATCH RUN (A BLOCK AT A TIME). SAME ONE-RECORD READ/
      * INCREMENT/REWRITE IDIOM AS CKPT-FILE.
      *-----------------------------------------------------------*
       FD  GLSEQ-FILE
           RECORD CONTAINS 09 CHARACTERS.
      * CAN BE APPENDED TO THE GL FEED AS IS.
      *-----------------------------------------------------------*
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

      *-----------------------------------------------------------*
      * COA-FILE - THE CHART OF ACCOUNTS. ONE 39-CHARACTER RECORD

      *-----------------------------------------------------------*
      * USER-FILE - THE AUTHORIZED-USERS FILE. ONE RECORD PER
      * OPERATOR: ID, AN ACTIVE FLAG ("Y" = MAY RUN) AND THE ROLES
      * HELD (ANY OF E/R/P/A/C, IN ANY ORDER). WHEN THE FILE IS
      * PRESENT, A RUN UNDER AN ID NOT ON IT, FLAGGED OFF, OR
      * WITHOUT ROLE E IS REFUSED BEFORE ANYTHING IS WRITTEN. A
      * 9-CHARACTER LINE FROM BEFORE THE ROLES COLUMN READS BACK
      * WITH NO ROLES.
      *-----------------------------------------------------------*
       FD  USER-FILE
           RECORD CONTAINS 14 CHARACTERS.
       01  USER-FILE-RECORD.
           05  USER-REC-ID             PIC X(08).
           05  USER-REC-ACTIVE         PIC X(01).
           05  USER-REC-ROLES          PIC X(05).

      *-----------------------------------------------------------*
      * SEC-LOG-FILE - THE SECURITY LOG, APPENDED ACROSS RUNS AND
      * SHARED BY EVERY PROGRAM THAT SIGNS ON. ONE RECORD PER
      * REFUSAL: WHEN, WHICH PROGRAM, WHICH USER ID, AND WHY.
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

      *-----------------------------------------------------------*
      * ACT-RPT-FILE - THE DAILY ACCOUNT-ACTIVITY PRINT FILE,
      * MANIFEST-KEEPING ARCHIVER YET.
      *-----------------------------------------------------------*
       FD  AMANI-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  AMANI-FILE-RECORD           PIC X(100).

      *-----------------------------------------------------------*
      * CMANI-FILE - THIS PROGRAM'S OWN RUN MANIFEST, REWRITTEN AT
      * THE END OF EVERY BATCH RUN ONCE THE GL RECONCILIATION HAS
      * BEEN DONE: "Y" WHEN GL-FILE AGREED, "E" ON A MISMATCH, THE
      * RUN DATE AND TIME, THE GL RECORDS WRITTEN, THE RESULTS HELD
      * FOR REVIEW, THE EXCEPTIONS WRITTEN, AND THE GL-FILE TOTAL.
      * INTERACTIVE AND INQUIRY RUNS LEAVE IT ALONE. NOTHING IN
      * THIS PROGRAM READS IT BACK - IT IS FOR THE CYCLE DRIVER.
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

      *-----------------------------------------------------------*
      * FISCAL-FILE - THE FISCAL CALENDAR. ONE RECORD PER PERIOD:
      * PERIOD ID, FISCAL YEAR, FIRST AND LAST DATE, STATUS ("C"
      * CLOSED, ANYTHING ELSE OPEN) AND THE DATE IT WAS CLOSED.
      * MAINTAINED BY ACCOUNTING; PERCLOSE FLAGS A PERIOD CLOSED.
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
      * RATE-FILE - THE DAILY EXCHANGE-RATE FILE, MAINTAINED BY
      * TREASURY. ONE RECORD PER CURRENCY PER DAY: THE CURRENCY
      * CODE, THE DATE THE RATE IS FOR, AND THE RATE AS UNITS OF
      * FUNCTIONAL CURRENCY PER ONE UNIT OF THE FOREIGN CURRENCY
      * (E.G. "1.0845"), UP TO 6 WHOLE DIGITS AND 8 DECIMALS. ONLY
      * THE RUN DATE'S RATES ARE USED; A LATER RECORD FOR THE SAME
      * CURRENCY AND DATE CORRECTS AN EARLIER ONE.
      *-----------------------------------------------------------*
       FD  RATE-FILE
           RECORD CONTAINS 26 CHARACTERS.
       01  RATE-FILE-RECORD.
           05  RATE-CURRENCY-CODE      PIC X(03).
           05  RATE-EFFECTIVE-DATE     PIC X(08).
           05  RATE-VALUE-TEXT         PIC X(15).

      *-----------------------------------------------------------*
      * REFIDX-FILE - INDEXED COMPANION TO THE LOG AND GL FILES,
      * HOLDFILE ("H") - ONLY A "G" RECORD MAY BE REVERSED.
      *-----------------------------------------------------------*
       FD  REFIDX-FILE
           RECORD CONTAINS 744 CHARACTERS.
       01  REFIDX-RECORD.
           05  RX-REFERENCE-NUMBER     PIC 9(09).
           05  RX-RECORD-KIND          PIC X(01).
           05  RX-ACCOUNT-CODE          PIC X(08).
           05  RX-USER-ID               PIC X(08).
           05  RX-LOG-TEXT              PIC X(600).
           05  RX-ENTRY-SIDE            PIC X(01).
           05  RX-CONTRA-ACCOUNT        PIC X(08).
           05  RX-CURRENCY-CODE         PIC X(03).
           05  RX-ORIGINAL-AMOUNT       PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
           05  RX-EXCHANGE-RATE         PIC 9(06)V9(08).

       WORKING-STORAGE SECTION.
       01 CL-OPERAND-ONE           PIC S9(18)V9(02)
       01 CL-BOVR-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CL-OPERID-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CL-USER-FILE-STATUS      PIC X(02)                VALUE "00".
       01 CL-SECLOG-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CL-SO-FILE-STATUS        PIC X(02)                VALUE "00".
       01 CL-SO-WORK-STATUS        PIC X(02)                VALUE "00".
       01 CL-CONST-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CL-ACT-FILE-STATUS       PIC X(02)                VALUE "00".
       01 CL-REFIDX-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CL-AMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CL-CMANI-FILE-STATUS     PIC X(02)                VALUE "00".
       01 CL-FISCAL-FILE-STATUS    PIC X(02)                VALUE "00".
       01 CL-RATE-FILE-STATUS      PIC X(02)                VALUE "00".

      *-----------------------------------------------------------*
      * EXCHANGE RATE TABLE - THE RUN DATE'S RATES FROM FXRATES,
      * LOADED AT STARTUP. RATES FOR ANY OTHER DATE ARE NOT KEPT,
      * SO A CURRENCY TREASURY HAS NOT RATED TODAY HAS NO ENTRY AND
      * ITS TRANSACTIONS REJECT. AN EMPTY TABLE STILL LETS EVERY
      * FUNCTIONAL-CURRENCY TRANSACTION THROUGH AS BEFORE.
      *-----------------------------------------------------------*
       01 CL-RATE-TABLE-MAX        PIC 9(03) COMP           VALUE 100.
       01 CL-RATE-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 CL-RATE-TABLE.
           05 CL-RATE-ENTRY OCCURS 100 TIMES.
               10 CL-RATE-CURRENCY  PIC X(03).
               10 CL-RATE-VALUE     PIC 9(06)V9(08).

       01 CL-RATE-IDX              PIC 9(03) COMP           VALUE 0.
       01 CL-RATE-FOUND-IDX        PIC 9(03) COMP           VALUE 0.
       01 CL-RATE-WORK-VALUE       PIC 9(06)V9(08)          VALUE 0.

       01 CL-RATE-EOF-SWITCH       PIC X(01)                VALUE "N".
           88 CL-RATE-EOF-YES                 VALUE "Y".
           88 CL-RATE-EOF-NO                  VALUE "N".

      *-----------------------------------------------------------*
      * CURRENCY WORK FIELDS - CL-CURRENCY-CODE IS THE CURRENCY A
      * LEADING "CY=" TOKEN NAMES (BLANK = FUNCTIONAL).
      * CL-ORIGINAL-AMOUNT IS THE RESULT AS CALCULATED, IN THAT
      * CURRENCY, AND CL-EXCHANGE-RATE THE RATE 3530-CONVERT-
      * CURRENCY APPLIED TO TURN IT INTO CL-RESULT.
      *-----------------------------------------------------------*
       01 CL-CURRENCY-CODE         PIC X(03)                VALUE SPACES.
       01 CL-ORIGINAL-AMOUNT       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-EXCHANGE-RATE         PIC 9(06)V9(08)          VALUE 1.
       01 CL-RATE-SHOW             PIC 9(06).9(08).

      *-----------------------------------------------------------*
      * CLOSED PERIOD TABLE - THE DATE RANGE OF EVERY PERIOD THE
      * FISCAL CALENDAR SHOWS CLOSED, LOADED AT STARTUP. OPEN
      * PERIODS ARE NOT KEPT; AN EMPTY TABLE LOCKS NOTHING.
      *-----------------------------------------------------------*
       01 CL-CLOSED-TABLE-MAX      PIC 9(03) COMP           VALUE 240.
       01 CL-CLOSED-TABLE-COUNT    PIC 9(03) COMP           VALUE 0.
       01 CL-CLOSED-TABLE.
           05 CL-CLOSED-ENTRY OCCURS 240 TIMES.
               10 CL-CLOSED-PERIOD  PIC X(06).
               10 CL-CLOSED-START   PIC 9(08).
               10 CL-CLOSED-END     PIC 9(08).

       01 CL-CLOSED-IDX            PIC 9(03) COMP           VALUE 0.

       01 CL-FISCAL-EOF-SWITCH     PIC X(01)                VALUE "N".
           88 CL-FISCAL-EOF-YES               VALUE "Y".
           88 CL-FISCAL-EOF-NO                VALUE "N".

       01 CL-PERIOD-LOCK-SWITCH    PIC X(01)                VALUE "N".
           88 CL-PERIOD-LOCKED                VALUE "Y".
           88 CL-PERIOD-OPEN                  VALUE "N".

      *-----------------------------------------------------------*
      * ARCHIVE CUTOFF - TAKEN FROM THE ARCHMANI MANIFEST AT
       01 CL-AMANI-RECORD.
           05 CL-AMANI-FLAG        PIC X(01).
           05 CL-AMANI-CUTOFF      PIC X(08).
           05 FILLER               PIC X(91).

       01 CL-ARCH-CUTOFF-DATE      PIC 9(08)                VALUE 0.

                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-ACT-REPORT-NET        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-ACT-ENTRY-TOTAL       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-ACT-ONE-SIDED-TOTAL   PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 CL-ACT-OMITTED-COUNT     PIC 9(05) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * CURRENCY ACTIVITY TALLIES - THE SAME GL RECORDS, TALLIED
      * BY FOREIGN CURRENCY CODE FOR THE ACTIVITY-BY-CURRENCY
      * SECTION: COUNT, DEBITS AND CREDITS IN THE CURRENCY ITSELF,
      * AND THE FUNCTIONAL AMOUNTS THEY CONVERTED TO. FUNCTIONAL-
      * CURRENCY ACTIVITY IS THE ACCOUNT TOTALS LESS ALL OF THESE.
      *-----------------------------------------------------------*
       01 CL-FX-TABLE-MAX          PIC 9(02) COMP           VALUE 50.
       01 CL-FX-TABLE-COUNT        PIC 9(02) COMP           VALUE 0.
       01 CL-FX-TABLE.
           05 CL-FX-ENTRY OCCURS 50 TIMES.
               10 CL-FX-CURRENCY    PIC X(03).
               10 CL-FX-COUNT       PIC 9(07) COMP.
               10 CL-FX-ORIG-DEBITS PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 CL-FX-ORIG-CREDITS
                                    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 CL-FX-FUNC-DEBITS PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.
               10 CL-FX-FUNC-CREDITS
                                    PIC S9(18)V9(02)
                       SIGN IS LEADING SEPARATE CHARACTER.

       01 CL-FX-IDX                PIC 9(02) COMP           VALUE 0.
       01 CL-FX-FOUND-IDX          PIC 9(02) COMP           VALUE 0.
       01 CL-FX-FUNC-COUNT         PIC 9(09) COMP           VALUE 0.
       01 CL-FX-FUNC-DEBITS-WORK   PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-FX-FUNC-CREDITS-WORK  PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 CL-ACT-LINE-COUNT        PIC 9(03) COMP           VALUE 0.
       01 CL-ACT-PAGE-COUNT        PIC 9(03) COMP           VALUE 0.
       01 CL-ACT-PAGE-LIMIT        PIC 9(03) COMP           VALUE 55.
               VALUE " ACCOUNT(S) OMITTED FROM THIS REPORT ***".
           05 FILLER               PIC X(57)    VALUE SPACES.

       01 CL-ACT-FX-TITLE-LINE.
           05 FILLER               PIC X(20)
               VALUE "ACTIVITY BY CURRENCY".
           05 FILLER               PIC X(112)   VALUE SPACES.

       01 CL-ACT-FX-HEADING.
           05 FILLER               PIC X(17)
               VALUE "CURRENCY    TRANS".
           05 FILLER               PIC X(22)
               VALUE "       ORIGINAL DEBITS".
           05 FILLER               PIC X(22)
               VALUE "      ORIGINAL CREDITS".
           05 FILLER               PIC X(22)
               VALUE "     FUNCTIONAL DEBITS".
           05 FILLER               PIC X(22)
               VALUE "    FUNCTIONAL CREDITS".
           05 FILLER               PIC X(27)    VALUE SPACES.

       01 CL-ACT-FX-LINE.
           05 CL-ACT-FX-CURRENCY   PIC X(10).
           05 CL-ACT-FX-COUNT      PIC Z(06)9.
           05 CL-ACT-FX-ORIG-DR    PIC -(18)9.9(02).
           05 CL-ACT-FX-ORIG-CR    PIC -(18)9.9(02).
           05 CL-ACT-FX-FUNC-DR    PIC -(18)9.9(02).
           05 CL-ACT-FX-FUNC-CR    PIC -(18)9.9(02).
           05 FILLER               PIC X(27)    VALUE SPACES.

       01 CL-ACT-BLANK-LINE        PIC X(132)               VALUE SPACES.

      *-----------------------------------------------------------*
      * AND HOLD RECORD THE RUN WRITES. THE USER TABLE IS LOADED
      * FROM USERFILE; A COUNT OF ZERO MEANS NO USERFILE IS IN
      * PLACE AND THE ID IS TAKEN AS KEYED, WHICH IS NOTED ON THE
      * CONSOLE SO THE GAP IS VISIBLE. CL-USER-ROLE-COUNT COUNTS THE
      * USERFILE LINES CARRYING ANY ROLE; ZERO MEANS ROLES ARE NOT
      * IN USE YET AND ONLY THE ACTIVE FLAG IS CHECKED.
      *-----------------------------------------------------------*
       01 CL-OPERATOR-ID           PIC X(08)                VALUE SPACES.

       01 CL-USER-TABLE-MAX        PIC 9(03) COMP           VALUE 100.
       01 CL-USER-TABLE-COUNT      PIC 9(03) COMP           VALUE 0.
       01 CL-USER-ROLE-COUNT       PIC 9(03) COMP           VALUE 0.
       01 CL-USER-TABLE.
           05 CL-USER-ENTRY OCCURS 100 TIMES.
               10 CL-USER-ID        PIC X(08).
               10 CL-USER-ACTIVE-SW PIC X(01).
                   88 CL-USER-ACTIVE     VALUE "Y".
               10 CL-USER-ROLES     PIC X(05).

       01 CL-ROLE-TALLY            PIC 9(02) COMP           VALUE 0.
       01 CL-SIGNON-REASON         PIC X(60)                VALUE SPACES.

       01 CL-USER-IDX              PIC 9(03) COMP           VALUE 0.
       01 CL-USER-FOUND-IDX        PIC 9(03) COMP           VALUE 0.
       01 CL-CKPT-REMAINDER        PIC 9(05) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * CL-GL-SEQUENCE-NUMBER - THE LAST GL REFERENCE NUMBER ISSUED
      * OR RESERVED, READ FROM AND REWRITTEN BACK TO GLSEQ-FILE.
      * CL-LEGACY-REF-LIMIT - THE HIGHEST REFERENCE NUMBER THAT CAN
      * BELONG TO THE OLD SCHEME, WHEN BATCH RUNS NUMBERED FROM ONE
      * EVERY RUN; THE COUNTER IS NEVER LEFT BELOW IT, SO EVERY
      * NUMBER ISSUED NOW IS ABOVE IT AND A NUMBER AT OR BELOW IT IS
      * KNOWN TO BE LEGACY.
      * CL-REF-BLOCK-START / CL-REF-BLOCK-BASE - THE BATCH BLOCK IN
      * USE: RECORD CL-REF-BLOCK-START + N IS GIVEN REFERENCE
      * CL-REF-BLOCK-BASE + N. THE BLOCK STARTS AT THE LAST
      * CHECKPOINT AND IS RESERVED WHEN ITS FIRST REFERENCE IS
      * NEEDED; A ZERO BASE MEANS NOT YET RESERVED.
      *-----------------------------------------------------------*
       01 CL-GL-SEQUENCE-NUMBER    PIC 9(09) COMP           VALUE 0.
       01 CL-LEGACY-REF-LIMIT      PIC 9(09) COMP
                                                        VALUE 100000000.
       01 CL-REF-BLOCK-START       PIC 9(09) COMP           VALUE 0.
       01 CL-REF-BLOCK-BASE        PIC 9(09) COMP           VALUE 0.

      *-----------------------------------------------------------*
      * CL-GL-REFERENCE - THE GL REFERENCE NUMBER ASSIGNED TO THE
       01 CL-GL-RECON-COUNT        PIC 9(09) COMP           VALUE 0.
       01 CL-GL-RECON-TOTAL        PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-GL-RECON-NET          PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-GL-RECON-SWITCH       PIC X(01)                VALUE "N".
           88 CL-GL-RECON-MATCH               VALUE "Y".
           88 CL-GL-RECON-MISMATCH            VALUE "N".

       01 CL-GL-EOF-SWITCH         PIC X(01)                VALUE "N".
           88 CL-GL-EOF-YES                   VALUE "Y".

      *-----------------------------------------------------------*
      * REVERSAL WORK FIELDS - CL-REV-REFERENCE IS THE GL REFERENCE
      * NUMBER NAMED ON A "REV" TRANSACTION AND CL-REV-DATE THE
      * POSTING DATE NAMED AFTER IT (ZERO WHEN NONE); THE CL-REV-
      * OPERANDS AND RESULT HOLD THE MOST RECENT GL-FILE RECORD
      * FOUND UNDER THEM, BEFORE THE SIGNS ARE FLIPPED FOR THE
      * MIRROR POSTING. CL-REV-FOUND-DATE AND THE DATES SWITCH
      * NOTICE A LEGACY NUMBER FOUND UNDER MORE THAN ONE DATE.
      *-----------------------------------------------------------*
       01 CL-REV-REFERENCE         PIC 9(09) COMP           VALUE 0.
       01 CL-REV-DATE              PIC 9(08)                VALUE 0.
       01 CL-REV-FOUND-DATE        PIC 9(08)                VALUE 0.
       01 CL-REV-DATES-SWITCH      PIC X(01)                VALUE "N".
           88 CL-REV-SEVERAL-DATES            VALUE "Y".
           88 CL-REV-ONE-DATE                 VALUE "N".
       01 CL-REV-OPERAND-ONE       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-REV-OPERAND-TWO       PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

       01 CL-REV-ACCOUNT-CODE      PIC X(08)                VALUE SPACES.
       01 CL-REV-CONTRA-ACCOUNT    PIC X(08)                VALUE SPACES.
       01 CL-REV-ENTRY-SIDE        PIC X(01)                VALUE SPACE.
       01 CL-REV-CURRENCY-CODE     PIC X(03)                VALUE SPACES.
       01 CL-REV-ORIGINAL-AMOUNT   PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.
       01 CL-REV-EXCHANGE-RATE     PIC 9(06)V9(08)          VALUE 1.

       01 CL-REV-FOUND-SWITCH      PIC X(01)                VALUE "N".
           88 CL-REV-FOUND-YES                VALUE "Y".
      * CL-ACCOUNT-CODE - THE COST-CENTER/ACCOUNT CODE A LEADING
      * "CC=" TOKEN NAMES FOR THE CURRENT TRANSACTION, CARRIED
      * THROUGH TO GL-ACCOUNT-CODE. BLANK WHEN NO CODE WAS GIVEN.
      * CL-CONTRA-ACCOUNT IS THE CREDIT ACCOUNT A "CR=" TOKEN NAMES,
      * CARRIED TO THE CREDIT SIDE OF THE PAIR; BLANK POSTS THAT
      * SIDE TO SUSPENSE. CL-ENTRY-PAIR-SWITCH IS OFF ONLY FOR A
      * REVERSAL OF AN OLDER ONE-SIDED POSTING, WHICH IS BACKED OUT
      * ONE-SIDED AS IT WAS WRITTEN.
      *-----------------------------------------------------------*
       01 CL-ACCOUNT-CODE          PIC X(08)                VALUE SPACES.
       01 CL-CONTRA-ACCOUNT        PIC X(08)                VALUE SPACES.
       01 CL-ENTRY-PAIR-SWITCH     PIC X(01)                VALUE "Y".
           88 CL-ENTRY-PAIRED                 VALUE "Y".
           88 CL-ENTRY-ONE-SIDED              VALUE "N".
       01 CL-COA-WORK-CODE         PIC X(08)                VALUE SPACES.
       01 CL-STRIP-STRING          PIC X(100)               VALUE SPACES.

      *-----------------------------------------------------------*
       01 CL-SUMM-ERROR-COUNT      PIC 9(07) COMP           VALUE 0.
       01 CL-SUMM-ACCT-REJECTS     PIC 9(07) COMP           VALUE 0.
       01 CL-SUMM-SHOW-ACCT        PIC 9(07)                VALUE 0.
       01 CL-SUMM-FX-COUNT         PIC 9(07) COMP           VALUE 0.
       01 CL-SUMM-RATE-REJECTS     PIC 9(07) COMP           VALUE 0.
       01 CL-SUMM-SHOW-FX          PIC 9(07)                VALUE 0.
       01 CL-SUMM-GRAND-TOTAL      PIC S9(18)V9(02)
                   SIGN IS LEADING SEPARATE CHARACTER       VALUE 0.

           IF CL-SIGNON-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR ID " CL-OPERATOR-ID
                       " NOT AUTHORIZED"
               DISPLAY "  REASON: " CL-SIGNON-REASON
               GOBACK
           END-IF.
           PERFORM 1500-OPEN-LOG-FILE.
           PERFORM 1700-OPEN-EXCP-FILE.
           PERFORM 1680-LOAD-REVIEW-LIMIT.
           PERFORM 1690-LOAD-ACCOUNT-TABLE.
           PERFORM 1695-LOAD-CONSTANT-TABLE.
           PERFORM 1697-LOAD-CLOSED-PERIODS.
           PERFORM 1685-LOAD-EXCHANGE-RATES.
           IF CL-INQUIRY-MODE-YES
               PERFORM 8500-PROCESS-INQUIRIES
           ELSE
                   PERFORM 3000-PROCESS-BATCH
                   PERFORM 9000-DISPLAY-SUMMARY-REPORT
                   PERFORM 9100-RECONCILE-GL-TOTALS
                   PERFORM 9150-WRITE-RUN-MANIFEST
                   PERFORM 9200-WRITE-ACTIVITY-REPORT
               ELSE
                   PERFORM 1000-GET-DATA
           IF CL-REFIDX-AVAIL-YES
               CLOSE REFIDX-FILE
           END-IF.
           GOBACK.

      *-----------------------------------------------------------*
      * 1400-OPERATOR-SIGN-ON - EVERY RUN STARTS BY ESTABLISHING
      * CANNOT ANSWER A PROMPT) AND KEYED AT A PROMPT OTHERWISE,
      * THEN VERIFIED AGAINST THE AUTHORIZED-USERS FILE. NO
      * USERFILE MEANS NO VERIFICATION IS POSSIBLE - THE ID IS
      * TAKEN AS GIVEN AND THE GAP IS NOTED ON THE CONSOLE. A
      * REFUSAL IS RECORDED ON SECLOG BEFORE THE RUN STOPS.
      *-----------------------------------------------------------*
       1400-OPERATOR-SIGN-ON.
           MOVE SPACES TO CL-OPERATOR-ID.
           ELSE
               PERFORM 1430-VERIFY-OPERATOR-ID
           END-IF.
           IF CL-SIGNON-REFUSED
               PERFORM 1440-WRITE-SECURITY-LOG
           END-IF.

       1410-PROMPT-OPERATOR-ID.
           DISPLAY "Enter your operator ID (up to 8 characters):".

       1420-LOAD-USER-TABLE.
           MOVE 0 TO CL-USER-TABLE-COUNT.
           MOVE 0 TO CL-USER-ROLE-COUNT.
           SET CL-USER-EOF-NO TO TRUE.
           OPEN INPUT USER-FILE.
           IF CL-USER-FILE-STATUS = "00"
                       TO CL-USER-ID(CL-USER-TABLE-COUNT)
                   MOVE USER-REC-ACTIVE
                       TO CL-USER-ACTIVE-SW(CL-USER-TABLE-COUNT)
                   MOVE USER-REC-ROLES
                       TO CL-USER-ROLES(CL-USER-TABLE-COUNT)
                   IF USER-REC-ROLES NOT = SPACES
                       ADD 1 TO CL-USER-ROLE-COUNT
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 1430-VERIFY-OPERATOR-ID - THE ID MUST BE ON USERFILE,
      * ACTIVE, AND HOLD ROLE E (ENTRY OPERATOR). THE ROLE CHECK
      * IS SKIPPED, WITH A CONSOLE NOTE, WHILE NO USERFILE LINE
      * CARRIES ANY ROLE, SO A SITE CAN LOAD ROLES BEFORE THEY BITE.
      *-----------------------------------------------------------*
       1430-VERIFY-OPERATOR-ID.
           SET CL-SIGNON-REFUSED TO TRUE.
           MOVE SPACES TO CL-SIGNON-REASON.
           MOVE 0 TO CL-USER-FOUND-IDX.
           MOVE 1 TO CL-USER-IDX.
           PERFORM 1431-CHECK-ONE-USER
               UNTIL CL-USER-IDX > CL-USER-TABLE-COUNT
                  OR CL-USER-FOUND-IDX NOT = 0.
           IF CL-USER-FOUND-IDX = 0
               MOVE "NOT ON USERFILE" TO CL-SIGNON-REASON
           ELSE
               IF NOT CL-USER-ACTIVE(CL-USER-FOUND-IDX)
                   MOVE "INACTIVE ON USERFILE" TO CL-SIGNON-REASON
               ELSE
                   IF CL-USER-ROLE-COUNT = 0
                       SET CL-SIGNON-OK TO TRUE
                       DISPLAY "USERFILE CARRIES NO ROLES - OPERATOR "
                               CL-OPERATOR-ID " NOT ROLE-CHECKED"
                   ELSE
                       MOVE 0 TO CL-ROLE-TALLY
                       INSPECT CL-USER-ROLES(CL-USER-FOUND-IDX)
                           TALLYING CL-ROLE-TALLY FOR ALL "E"
                       IF CL-ROLE-TALLY > 0
                           SET CL-SIGNON-OK TO TRUE
                       ELSE
                           MOVE "ROLE E (ENTRY OPERATOR) NOT HELD"
                               TO CL-SIGNON-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1431-CHECK-ONE-USER.
           END-IF.
           ADD 1 TO CL-USER-IDX.

      *-----------------------------------------------------------*
      * 1440-WRITE-SECURITY-LOG - APPENDS THE REFUSED SIGN-ON TO
      * SECLOG SO AUDIT SEES THE ATTEMPT, NOT JUST THE OUTCOME. A
      * SECLOG THAT CANNOT BE OPENED DOES NOT LET THE RUN THROUGH -
      * IT IS REFUSED ALL THE SAME, AND THE CONSOLE SAYS SO.
      *-----------------------------------------------------------*
       1440-WRITE-SECURITY-LOG.
           MOVE FUNCTION CURRENT-DATE TO CL-CURRENT-DATE-TIME.
           OPEN EXTEND SEC-LOG-FILE.
           IF CL-SECLOG-FILE-STATUS = "05"
               OR CL-SECLOG-FILE-STATUS = "35"
               OPEN OUTPUT SEC-LOG-FILE
           END-IF.
           IF CL-SECLOG-FILE-STATUS = "00"
               MOVE SPACES           TO SEC-LOG-RECORD
               MOVE CL-CDT-DATE      TO SEC-LOG-DATE
               MOVE CL-CDT-TIME      TO SEC-LOG-TIME
               MOVE "CALCULATOR"     TO SEC-LOG-PROGRAM
               MOVE CL-OPERATOR-ID   TO SEC-LOG-USER-ID
               MOVE CL-SIGNON-REASON TO SEC-LOG-REASON
               WRITE SEC-LOG-RECORD
               CLOSE SEC-LOG-FILE
           ELSE
               DISPLAY "*** SECLOG CANNOT BE OPENED (STATUS "
                       CL-SECLOG-FILE-STATUS ") - REFUSAL NOT LOGGED"
           END-IF.

      *-----------------------------------------------------------*
      * 1600-LOAD-OPERATOR-TABLE - BUILDS CL-OP-TABLE FROM OPTABLE
      * WHEN IT IS PRESENT AND READABLE, SO OPERATIONS STAFF CAN
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 1685-LOAD-EXCHANGE-RATES - BUILDS THE RUN DATE'S RATE TABLE
      * FROM FXRATES, THE SAME WAY 1695-LOAD-CONSTANT-TABLE READS
      * CONSTFILE. RECORDS FOR OTHER DATES ARE PASSED OVER; A
      * RECORD FOR THE RUN DATE WHOSE RATE IS NOT A USABLE NUMBER,
      * OR IS ZERO, IS LEFT OUT AND NOTED ON THE CONSOLE, SO ITS
      * CURRENCY REJECTS RATHER THAN CONVERTING AT A MADE-UP RATE.
      * NO FXRATES MEANS NO FOREIGN CURRENCY CAN BE CONVERTED.
      *-----------------------------------------------------------*
       1685-LOAD-EXCHANGE-RATES.
           MOVE 0 TO CL-RATE-TABLE-COUNT.
           SET CL-RATE-EOF-NO TO TRUE.
           OPEN INPUT RATE-FILE.
           IF CL-RATE-FILE-STATUS = "00"
               PERFORM 1686-LOAD-ONE-RATE
                   UNTIL CL-RATE-EOF-YES
               CLOSE RATE-FILE
           END-IF.

       1686-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END SET CL-RATE-EOF-YES TO TRUE
               NOT AT END
                   IF RATE-EFFECTIVE-DATE = CL-CDT-DATE
                       PERFORM 1687-ADD-RATE-ENTRY
                   END-IF
           END-READ.

       1687-ADD-RATE-ENTRY.
           MOVE 0 TO CL-RATE-WORK-VALUE.
           IF FUNCTION TEST-NUMVAL(RATE-VALUE-TEXT) = 0
               COMPUTE CL-RATE-WORK-VALUE =
                   FUNCTION NUMVAL(RATE-VALUE-TEXT)
                   ON SIZE ERROR
                       MOVE 0 TO CL-RATE-WORK-VALUE
               END-COMPUTE
           END-IF.
           IF RATE-CURRENCY-CODE = SPACES
                   OR CL-RATE-WORK-VALUE = 0
               DISPLAY "FXRATES RECORD SKIPPED - BAD CURRENCY OR "
                       "RATE: " RATE-CURRENCY-CODE " " RATE-VALUE-TEXT
           ELSE
               MOVE RATE-CURRENCY-CODE TO CL-CURRENCY-CODE
               PERFORM 3535-FIND-RATE-ENTRY
               IF CL-RATE-FOUND-IDX = 0
                   IF CL-RATE-TABLE-COUNT < CL-RATE-TABLE-MAX
                       ADD 1 TO CL-RATE-TABLE-COUNT
                       MOVE CL-RATE-TABLE-COUNT TO CL-RATE-FOUND-IDX
                       MOVE RATE-CURRENCY-CODE
                           TO CL-RATE-CURRENCY(CL-RATE-FOUND-IDX)
                   ELSE
                       DISPLAY "FXRATES TABLE FULL - NO RATE LOADED "
                               "FOR " RATE-CURRENCY-CODE
                   END-IF
               END-IF
               IF CL-RATE-FOUND-IDX NOT = 0
                   MOVE CL-RATE-WORK-VALUE
                       TO CL-RATE-VALUE(CL-RATE-FOUND-IDX)
               END-IF
               MOVE SPACES TO CL-CURRENCY-CODE
           END-IF.

      *-----------------------------------------------------------*
      * 1690-LOAD-ACCOUNT-TABLE - BUILDS THE CHART-OF-ACCOUNTS
      * TABLE FROM COAFILE, THE SAME WAY 1600-LOAD-OPERATOR-TABLE
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 1697-LOAD-CLOSED-PERIODS - KEEPS THE DATE RANGE OF EVERY
      * CLOSED PERIOD ON THE FISCAL CALENDAR, FOR
      * 3540-CHECK-PERIOD-OPEN. NO FISCALCAL MEANS NO PERIOD HAS
      * BEEN CLOSED AND NOTHING IS LOCKED.
      *-----------------------------------------------------------*
       1697-LOAD-CLOSED-PERIODS.
           MOVE 0 TO CL-CLOSED-TABLE-COUNT.
           SET CL-FISCAL-EOF-NO TO TRUE.
           OPEN INPUT FISCAL-FILE.
           IF CL-FISCAL-FILE-STATUS = "00"
               PERFORM 1698-LOAD-ONE-PERIOD
                   UNTIL CL-FISCAL-EOF-YES
                      OR CL-CLOSED-TABLE-COUNT >= CL-CLOSED-TABLE-MAX
               CLOSE FISCAL-FILE
           END-IF.

       1698-LOAD-ONE-PERIOD.
           READ FISCAL-FILE
               AT END SET CL-FISCAL-EOF-YES TO TRUE
               NOT AT END
                   IF FC-STATUS = "C"
                       ADD 1 TO CL-CLOSED-TABLE-COUNT
                       MOVE FC-PERIOD-ID
                           TO CL-CLOSED-PERIOD(CL-CLOSED-TABLE-COUNT)
                       MOVE FC-START-DATE
                           TO CL-CLOSED-START(CL-CLOSED-TABLE-COUNT)
                       MOVE FC-END-DATE
                           TO CL-CLOSED-END(CL-CLOSED-TABLE-COUNT)
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 1900-OPEN-GL-FILE - THE GL INTERFACE FILE IS APPENDED TO
      * ACROSS RUNS, THE SAME AS LOG-FILE AND EXCP-FILE, SO THE GL
      *-----------------------------------------------------------*
       1800-READ-CHECKPOINT.
           MOVE 0 TO CL-RESTART-RECORD-NUMBER.
           MOVE 0 TO CL-REF-BLOCK-BASE.
           OPEN INPUT CKPT-FILE.
           IF CL-CKPT-FILE-STATUS = "00"
               READ CKPT-FILE
                   AT END
                       MOVE ZEROS TO CKPT-FILE-RECORD
               END-READ
               IF CKPT-RECORD-NUMBER IS NUMERIC
                   MOVE CKPT-RECORD-NUMBER TO CL-RESTART-RECORD-NUMBER
               END-IF
               IF CKPT-REF-BLOCK-BASE IS NUMERIC
                   MOVE CKPT-REF-BLOCK-BASE TO CL-REF-BLOCK-BASE
               END-IF
               CLOSE CKPT-FILE
           END-IF.
           MOVE CL-RESTART-RECORD-NUMBER TO CL-REF-BLOCK-START.

      *-----------------------------------------------------------*
      * 1810-LOAD-BATCH-REGISTER - READS THE WHOLE BATCHREG
                   IF CL-TRANS-VALID
                       PERFORM 5000-CALCULATE
                   END-IF
                   IF CL-TRANS-VALID
                       PERFORM 3530-CONVERT-CURRENCY
                   END-IF
               END-IF
           END-IF.
           IF CL-TRANS-VALID
               PERFORM 3540-CHECK-PERIOD-OPEN
           END-IF.
           IF CL-TRANS-VALID
               PERFORM 3400-CHECK-REVIEW-LIMIT
               PERFORM 3000-DISPLAY
           PERFORM 3980-ROLL-STANDING-ORDERS.
           PERFORM 3990-REGISTER-PENDING-BATCHES.
           MOVE 0 TO CL-RECORD-NUMBER.
           MOVE 0 TO CL-REF-BLOCK-START.
           MOVE 0 TO CL-REF-BLOCK-BASE.
           PERFORM 3700-WRITE-CHECKPOINT.

       3050-PROCESS-ONE-SOURCE.
                   IF CL-TRANS-VALID
                       PERFORM 5000-CALCULATE
                   END-IF
                   IF CL-TRANS-VALID
                       PERFORM 3530-CONVERT-CURRENCY
                   END-IF
               END-IF
           END-IF.
           IF CL-TRANS-VALID
               PERFORM 3540-CHECK-PERIOD-OPEN
           END-IF.
           IF CL-TRANS-VALID
               PERFORM 3400-CHECK-REVIEW-LIMIT
               PERFORM 3000-DISPLAY
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 3450-ASSIGN-GL-REFERENCE - A BATCH RECORD TAKES ITS PLACE IN
      * THE CURRENT REFERENCE BLOCK, SO THE SAME RECORD GETS THE
      * SAME REFERENCE ON A RESTART; THE BLOCK IS RESERVED THE FIRST
      * TIME ONE OF ITS REFERENCES IS NEEDED. AN INTERACTIVE
      * CALCULATION DRAWS THE NEXT SINGLE NUMBER.
      *-----------------------------------------------------------*
       3450-ASSIGN-GL-REFERENCE.
           IF CL-BATCH-MODE-YES
               IF CL-REF-BLOCK-BASE = 0
                   PERFORM 1955-RESERVE-REFERENCE-BLOCK
               END-IF
               COMPUTE CL-GL-REFERENCE = CL-REF-BLOCK-BASE
                   + CL-RECORD-NUMBER - CL-REF-BLOCK-START
           ELSE
               PERFORM 1950-NEXT-GL-SEQUENCE-NUMBER
               MOVE CL-GL-SEQUENCE-NUMBER TO CL-GL-REFERENCE

       3500-WRITE-LOG-RECORD.
           PERFORM 3450-ASSIGN-GL-REFERENCE.
           MOVE CL-EXCHANGE-RATE TO CL-RATE-SHOW.
           MOVE SPACES TO LOG-FILE-RECORD.
           STRING CL-CDT-DATE          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  CL-RESULT            DELIMITED BY SIZE
                  " REMAINDER="       DELIMITED BY SIZE
                  CL-REMAINDER         DELIMITED BY SIZE
                  " CURRENCY="        DELIMITED BY SIZE
                  CL-CURRENCY-CODE     DELIMITED BY SIZE
                  " RATE="            DELIMITED BY SIZE
                  CL-RATE-SHOW         DELIMITED BY SIZE
                  " ORIGINAL="        DELIMITED BY SIZE
                  CL-ORIGINAL-AMOUNT   DELIMITED BY SIZE
                  " DEBIT="           DELIMITED BY SIZE
                  CL-ACCOUNT-CODE      DELIMITED BY SIZE
                  " CREDIT="          DELIMITED BY SIZE
                  CL-CONTRA-ACCOUNT    DELIMITED BY SIZE
                  " USER="            DELIMITED BY SIZE
                  CL-OPERATOR-ID       DELIMITED BY SIZE
                  " CONSTANTS="       DELIMITED BY SIZE
           IF CL-BATCH-MODE-YES
               ADD CL-RESULT TO CL-SRC-TOTAL(CL-SRC-IDX)
           END-IF.
           IF CL-CURRENCY-CODE NOT = SPACES
               ADD 1 TO CL-SUMM-FX-COUNT
           END-IF.

      *-----------------------------------------------------------*
      * 3520-WRITE-REFIDX-RECORD - KEEPS THE REFERENCE INDEX IN
      * STEP WITH THE LOG AND GL WRITES. A REFERENCE NUMBER SEEN
      * BEFORE HAS ITS INDEX RECORD REPLACED. REFERENCES ARE NOW
      * UNIQUE, SO THAT ONLY HAPPENS WHEN A RESTART REDOES A RECORD
      * UNDER THE SAME REFERENCE; A LEGACY REFERENCE'S RECORD HOLDS
      * ONLY THE NEWEST POSTING UNDER IT, WHICH IS WHY THE LOOKUPS
      * SCAN FOR LEGACY NUMBERS INSTEAD OF READING IT.
      *-----------------------------------------------------------*
       3520-WRITE-REFIDX-RECORD.
           MOVE CL-GL-REFERENCE    TO RX-REFERENCE-NUMBER.
           MOVE CL-ACCOUNT-CODE    TO RX-ACCOUNT-CODE.
           MOVE CL-OPERATOR-ID     TO RX-USER-ID.
           MOVE CL-REFIDX-LOG-TEXT TO RX-LOG-TEXT.
           IF CL-ENTRY-PAIRED
               MOVE "D"            TO RX-ENTRY-SIDE
               MOVE CL-CONTRA-ACCOUNT TO RX-CONTRA-ACCOUNT
           ELSE
               MOVE SPACE          TO RX-ENTRY-SIDE
               MOVE SPACES         TO RX-CONTRA-ACCOUNT
           END-IF.
           MOVE CL-CURRENCY-CODE   TO RX-CURRENCY-CODE.
           MOVE CL-ORIGINAL-AMOUNT TO RX-ORIGINAL-AMOUNT.
           MOVE CL-EXCHANGE-RATE   TO RX-EXCHANGE-RATE.
           WRITE REFIDX-RECORD
               INVALID KEY
                   REWRITE REFIDX-RECORD
           END-WRITE.

      *-----------------------------------------------------------*
      * 3530-CONVERT-CURRENCY - TURNS THE CALCULATED RESULT INTO
      * THE FUNCTIONAL CURRENCY. THE RESULT AS CALCULATED IS KEPT
      * AS THE ORIGINAL AMOUNT; FOR A FOREIGN CURRENCY IT IS THEN
      * MULTIPLIED BY THE RUN DATE'S RATE (ROUNDED TO THE CENT, OR
      * TRUNCATED WHEN RNDMODE SAYS SO), AND THE LARGEST OPERAND IS
      * CONVERTED WITH IT SO THE TRANLIM CHECK COMPARES LIKE WITH
      * LIKE. A CURRENCY WITH NO RATE FOR THE RUN DATE IS REJECTED
      * TO THE EXCEPTIONS FILE - NO OLDER RATE IS EVER FALLEN BACK
      * ON. A REVERSAL DOES NOT COME THROUGH HERE; 7200 CARRIES
      * THE ORIGINAL POSTING'S CURRENCY AND RATE ACROSS INSTEAD.
      *-----------------------------------------------------------*
       3530-CONVERT-CURRENCY.
           MOVE CL-RESULT TO CL-ORIGINAL-AMOUNT.
           MOVE 1 TO CL-EXCHANGE-RATE.
           IF CL-CURRENCY-CODE NOT = SPACES
               PERFORM 3535-FIND-RATE-ENTRY
               IF CL-RATE-FOUND-IDX = 0
                   SET CL-TRANS-INVALID TO TRUE
                   MOVE SPACES TO CL-ERROR-REASON
                   STRING "NO EXCHANGE RATE FOR " DELIMITED BY SIZE
                          CL-CURRENCY-CODE        DELIMITED BY SIZE
                          " ON "                  DELIMITED BY SIZE
                          CL-CDT-DATE             DELIMITED BY SIZE
                       INTO CL-ERROR-REASON
                   END-STRING
                   ADD 1 TO CL-SUMM-RATE-REJECTS
               ELSE
                   MOVE CL-RATE-VALUE(CL-RATE-FOUND-IDX)
                       TO CL-EXCHANGE-RATE
                   PERFORM 3537-APPLY-EXCHANGE-RATE
               END-IF
           END-IF.

       3535-FIND-RATE-ENTRY.
           MOVE 0 TO CL-RATE-FOUND-IDX.
           MOVE 1 TO CL-RATE-IDX.
           PERFORM 3536-CHECK-ONE-RATE-ENTRY
               UNTIL CL-RATE-IDX > CL-RATE-TABLE-COUNT
                  OR CL-RATE-FOUND-IDX NOT = 0.

       3536-CHECK-ONE-RATE-ENTRY.
           IF CL-RATE-CURRENCY(CL-RATE-IDX) = CL-CURRENCY-CODE
               MOVE CL-RATE-IDX TO CL-RATE-FOUND-IDX
           END-IF.
           ADD 1 TO CL-RATE-IDX.

       3537-APPLY-EXCHANGE-RATE.
           IF CL-ROUND-TRUNCATE
               COMPUTE CL-RESULT =
                   CL-ORIGINAL-AMOUNT * CL-EXCHANGE-RATE
                   ON SIZE ERROR
                       SET CL-TRANS-INVALID TO TRUE
               END-COMPUTE
               COMPUTE CL-LARGEST-OPERAND =
                   CL-LARGEST-OPERAND * CL-EXCHANGE-RATE
                   ON SIZE ERROR
                       SET CL-TRANS-INVALID TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE CL-RESULT ROUNDED =
                   CL-ORIGINAL-AMOUNT * CL-EXCHANGE-RATE
                   ON SIZE ERROR
                       SET CL-TRANS-INVALID TO TRUE
               END-COMPUTE
               COMPUTE CL-LARGEST-OPERAND ROUNDED =
                   CL-LARGEST-OPERAND * CL-EXCHANGE-RATE
                   ON SIZE ERROR
                       SET CL-TRANS-INVALID TO TRUE
               END-COMPUTE
           END-IF.
           IF CL-TRANS-INVALID
               MOVE "CONVERTED AMOUNT TOO LARGE" TO CL-ERROR-REASON
           END-IF.

      *-----------------------------------------------------------*
      * 3540-CHECK-PERIOD-OPEN - THE GUARD FOR 3550-WRITE-GL-RECORD
      * AND 3570-WRITE-HOLD-RECORD. A TRANSACTION DATED INTO A
      * CLOSED FISCAL PERIOD IS MARKED INVALID SO IT GOES TO THE
      * EXCEPTIONS FILE INSTEAD. IT IS CHECKED BEFORE THE AUDIT
      * LOG LINE IS WRITTEN, SO NO REFERENCE IS DRAWN AND THE
      * END-OF-JOB RECONCILIATION NEVER EXPECTS IT ON GLFILE.
      *-----------------------------------------------------------*
       3540-CHECK-PERIOD-OPEN.
           SET CL-PERIOD-OPEN TO TRUE.
           MOVE 1 TO CL-CLOSED-IDX.
           PERFORM 3541-CHECK-ONE-CLOSED-PERIOD
               UNTIL CL-CLOSED-IDX > CL-CLOSED-TABLE-COUNT
                  OR CL-PERIOD-LOCKED.
           IF CL-PERIOD-LOCKED
               SET CL-TRANS-INVALID TO TRUE
               MOVE SPACES TO CL-ERROR-REASON
               STRING "FISCAL PERIOD "    DELIMITED BY SIZE
                      CL-CLOSED-PERIOD(CL-CLOSED-IDX)
                                          DELIMITED BY SIZE
                      " IS CLOSED"       DELIMITED BY SIZE
                   INTO CL-ERROR-REASON
               END-STRING
           END-IF.

       3541-CHECK-ONE-CLOSED-PERIOD.
           IF CL-CDT-DATE >= CL-CLOSED-START(CL-CLOSED-IDX)
               AND CL-CDT-DATE <= CL-CLOSED-END(CL-CLOSED-IDX)
               SET CL-PERIOD-LOCKED TO TRUE
           ELSE
               ADD 1 TO CL-CLOSED-IDX
           END-IF.

      *-----------------------------------------------------------*
      * 3550-WRITE-GL-RECORD - WRITES THE FIXED-WIDTH INTERFACE
      * RECORD THE GL POSTING JOB READS, UNDER THE REFERENCE NUMBER
      * GETS TWO DIFFERENT REFERENCE NUMBERS ACROSS A RESTART; THE
      * INTERACTIVE PATH DRAWS FROM THE PERSISTENT GLSEQ-FILE
      * SEQUENCE INSTEAD, VIA 1950-NEXT-GL-SEQUENCE-NUMBER).
      * THE RESULT IS WRITTEN AS A DEBIT ON THE CC= ACCOUNT AND ITS
      * NEGATIVE AS A CREDIT ON THE CR= ACCOUNT, THE TWO RECORDS
      * BACK TO BACK UNDER THE ONE REFERENCE SO THEY NET TO ZERO.
      * ONLY THE REVERSAL OF AN OLDER ONE-SIDED POSTING IS STILL
      * WRITTEN AS A SINGLE RECORD.
      *-----------------------------------------------------------*
       3550-WRITE-GL-RECORD.
           MOVE CL-CDT-DATE      TO GL-TRANS-DATE.
           MOVE CL-ACCOUNT-CODE  TO GL-ACCOUNT-CODE.
           MOVE "N"              TO GL-POSTED-FLAG.
           MOVE CL-OPERATOR-ID   TO GL-USER-ID.
           MOVE CL-CURRENCY-CODE TO GL-CURRENCY-CODE.
           MOVE CL-ORIGINAL-AMOUNT TO GL-ORIGINAL-AMOUNT.
           MOVE CL-EXCHANGE-RATE TO GL-EXCHANGE-RATE.
           IF CL-ENTRY-PAIRED
               MOVE "D"               TO GL-ENTRY-SIDE
               MOVE CL-CONTRA-ACCOUNT TO GL-CONTRA-ACCOUNT
               WRITE GL-FILE-RECORD
               COMPUTE GL-RESULT = 0 - CL-RESULT
               COMPUTE GL-ORIGINAL-AMOUNT = 0 - CL-ORIGINAL-AMOUNT
               MOVE CL-CONTRA-ACCOUNT TO GL-ACCOUNT-CODE
               MOVE "C"               TO GL-ENTRY-SIDE
               MOVE CL-ACCOUNT-CODE   TO GL-CONTRA-ACCOUNT
               WRITE GL-FILE-RECORD
           ELSE
               MOVE SPACE             TO GL-ENTRY-SIDE
               MOVE SPACES            TO GL-CONTRA-ACCOUNT
               WRITE GL-FILE-RECORD
           END-IF.

      *-----------------------------------------------------------*
      * 3570-WRITE-HOLD-RECORD - WRITES THE GL-READY RECORD TO THE
      * AMOUNT SO THE END-OF-JOB GL RECONCILIATION KNOWS NOT TO
      * EXPECT IT ON GL-FILE. THE AUDIT LOG LINE IS STILL WRITTEN
      * AS USUAL, SO THE REVIEWER CAN TRACE THE HELD RECORD BY ITS
      * REFERENCE NUMBER. A HELD TRANSACTION IS ONE RECORD, THE
      * DEBIT SIDE CARRYING ITS CONTRA ACCOUNT - REVIEWER WRITES
      * THE MATCHING CREDIT WHEN IT APPROVES THE RECORD. A HELD
      * REVERSAL IS FLAGGED "R" SO REVIEWER ASKS FOR TWO DIFFERENT
      * REVIEWERS BEFORE IT RELEASES IT.
      *-----------------------------------------------------------*
       3570-WRITE-HOLD-RECORD.
           MOVE CL-CDT-DATE      TO HOLD-TRANS-DATE.
           MOVE CL-OPERAND-TWO   TO HOLD-OPERAND-TWO.
           MOVE CL-RESULT        TO HOLD-RESULT.
           MOVE CL-ACCOUNT-CODE  TO HOLD-ACCOUNT-CODE.
           IF CL-OPERATOR = "RV"
               MOVE "R"          TO HOLD-POSTED-FLAG
           ELSE
               MOVE "N"          TO HOLD-POSTED-FLAG
           END-IF.
           MOVE CL-OPERATOR-ID   TO HOLD-USER-ID.
           MOVE CL-CURRENCY-CODE TO HOLD-CURRENCY-CODE.
           MOVE CL-ORIGINAL-AMOUNT TO HOLD-ORIGINAL-AMOUNT.
           MOVE CL-EXCHANGE-RATE TO HOLD-EXCHANGE-RATE.
           IF CL-ENTRY-PAIRED
               MOVE "D"               TO HOLD-ENTRY-SIDE
               MOVE CL-CONTRA-ACCOUNT TO HOLD-CONTRA-ACCOUNT
           ELSE
               MOVE SPACE             TO HOLD-ENTRY-SIDE
               MOVE SPACES            TO HOLD-CONTRA-ACCOUNT
           END-IF.
           WRITE HOLD-FILE-RECORD.
           ADD 1 TO CL-SUMM-HELD-COUNT.
           ADD CL-RESULT TO CL-SUMM-HELD-TOTAL.

      *-----------------------------------------------------------*
      * 1950-NEXT-GL-SEQUENCE-NUMBER - READS THE LAST GL REFERENCE
      * NUMBER ISSUED FROM GLSEQ-FILE, ADVANCES IT BY ONE, AND
      * REWRITES THE FILE SO THE NEXT RUN PICKS UP WHERE THIS ONE
      * LEFT OFF. SAME READ/REWRITE-WHOLE-FILE APPROACH AS
      * 1800-READ-CHECKPOINT/3700-WRITE-CHECKPOINT, KEPT IN ITS OWN
      * FILE SINCE CKPT-FILE IS RESET TO ZERO AT THE END OF EVERY
      * CLEAN BATCH RUN AND MUST NOT BE SHARED WITH A COUNTER THAT
      * HAS TO KEEP CLIMBING ACROSS RUNS.
      *-----------------------------------------------------------*
       1950-NEXT-GL-SEQUENCE-NUMBER.
           PERFORM 1951-READ-GL-SEQUENCE.
           ADD 1 TO CL-GL-SEQUENCE-NUMBER.
           PERFORM 1952-WRITE-GL-SEQUENCE.

      *-----------------------------------------------------------*
      * 1951-READ-GL-SEQUENCE - ZERO IF THE FILE IS ABSENT OR EMPTY;
      * A COUNTER STILL IN THE LEGACY RANGE IS MOVED UP TO
      * CL-LEGACY-REF-LIMIT, SO THE NEXT NUMBER ISSUED IS THE FIRST
      * ONE ABOVE IT.
      *-----------------------------------------------------------*
       1951-READ-GL-SEQUENCE.
           MOVE 0 TO CL-GL-SEQUENCE-NUMBER.
           OPEN INPUT GLSEQ-FILE.
           IF CL-GLSEQ-FILE-STATUS = "00"
               END-READ
               CLOSE GLSEQ-FILE
           END-IF.
           IF CL-GL-SEQUENCE-NUMBER < CL-LEGACY-REF-LIMIT
               MOVE CL-LEGACY-REF-LIMIT TO CL-GL-SEQUENCE-NUMBER
           END-IF.

       1952-WRITE-GL-SEQUENCE.
           OPEN OUTPUT GLSEQ-FILE.
           WRITE GLSEQ-FILE-RECORD FROM CL-GL-SEQUENCE-NUMBER.
           CLOSE GLSEQ-FILE.

      *-----------------------------------------------------------*
      * 1955-RESERVE-REFERENCE-BLOCK - TAKES THE NEXT
      * CL-CKPT-INTERVAL NUMBERS OFF GLSEQ-FILE FOR THE BATCH
      * RECORDS AFTER CL-REF-BLOCK-START, AND CHECKPOINTS THE BLOCK
      * BASE AT ONCE: IF THE RUN DIES BEFORE THE NEXT CHECKPOINT,
      * THE RESTART REUSES THIS BLOCK AND EVERY RECORD IT REDOES
      * GETS THE REFERENCE IT HAD, WHILE ANY RUN IN BETWEEN DRAWS
      * PAST THE BLOCK. NUMBERS A BLOCK DOES NOT USE ARE LEFT
      * UNISSUED - REFERENCES ARE UNIQUE, NOT GAPLESS.
      *-----------------------------------------------------------*
       1955-RESERVE-REFERENCE-BLOCK.
           PERFORM 1951-READ-GL-SEQUENCE.
           MOVE CL-GL-SEQUENCE-NUMBER TO CL-REF-BLOCK-BASE.
           ADD CL-CKPT-INTERVAL TO CL-GL-SEQUENCE-NUMBER.
           PERFORM 1952-WRITE-GL-SEQUENCE.
           PERFORM 3700-WRITE-CHECKPOINT.

      *-----------------------------------------------------------*
      * 1960-OPEN-REFIDX-FILE - OPENS THE REFERENCE INDEX FOR THE
      * RUN, CREATING IT ON FIRST USE. IF IT STILL CANNOT BE

      *-----------------------------------------------------------*
      * 3700-WRITE-CHECKPOINT - REWRITES CKPT-FILE WITH THE RECORD
      * NUMBER LAST CHECKPOINTED AND THE REFERENCE BLOCK BASE. A
      * FRESH CKPT-FILE IS WRITTEN EACH TIME RATHER THAN APPENDED
      * TO, SINCE IT HOLDS ONLY THE ONE CURRENT CHECKPOINT FOR THIS
      * BATCH.
      *-----------------------------------------------------------*
       3700-WRITE-CHECKPOINT.
           MOVE CL-REF-BLOCK-START TO CKPT-RECORD-NUMBER.
           MOVE CL-REF-BLOCK-BASE TO CKPT-REF-BLOCK-BASE.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-FILE-RECORD.
           CLOSE CKPT-FILE.
      * 3800-CHECKPOINT-IF-DUE - A CHECKPOINT IS WRITTEN EVERY
      * CL-CKPT-INTERVAL RECORDS RATHER THAN AFTER EVERY SINGLE ONE,
      * SO A LONG BATCH IS NOT PAYING FOR AN OPEN/WRITE/CLOSE ON
      * CKPT-FILE FOR EVERY TRANSACTION. EACH CHECKPOINT CLOSES THE
      * REFERENCE BLOCK IN USE; THE NEXT IS RESERVED ON DEMAND.
      *-----------------------------------------------------------*
       3800-CHECKPOINT-IF-DUE.
           DIVIDE CL-RECORD-NUMBER BY CL-CKPT-INTERVAL
               GIVING CL-CKPT-QUOTIENT
               REMAINDER CL-CKPT-REMAINDER.
           IF CL-CKPT-REMAINDER = 0
               MOVE CL-RECORD-NUMBER TO CL-REF-BLOCK-START
               MOVE 0 TO CL-REF-BLOCK-BASE
               PERFORM 3700-WRITE-CHECKPOINT
           END-IF.

      *-----------------------------------------------------------*
      * 4050-EXTRACT-ACCOUNT-CODE - A TRANSACTION MAY LEAD WITH A
      * "CC=" TOKEN NAMING THE COST-CENTER/ACCOUNT CODE THE RESULT
      * POSTS UNDER (THE DEBIT SIDE) AND A "CR=" TOKEN NAMING THE
      * CONTRA ACCOUNT (THE CREDIT SIDE), AND A "CY=" TOKEN NAMING
      * THE CURRENCY THE EXPRESSION IS PRICED IN, IN ANY ORDER.
      * EACH CODE (UP TO 8 CHARACTERS AFTER THE "=", 3 FOR A
      * CURRENCY) IS SAVED FOR 3550-WRITE-GL-RECORD AND ITS TOKEN
      * IS STRIPPED SO THE TOKENIZER ONLY EVER SEES THE EXPRESSION
      * ITSELF. A TRANSACTION WITH NONE OF THE TOKENS LEAVES THE
      * CODES BLANK - FUNCTIONAL CURRENCY - AND IS UNTOUCHED.
      *-----------------------------------------------------------*
       4050-EXTRACT-ACCOUNT-CODE.
           MOVE SPACES TO CL-ACCOUNT-CODE.
           MOVE SPACES TO CL-CONTRA-ACCOUNT.
           MOVE SPACES TO CL-CURRENCY-CODE.
           MOVE 0 TO CL-ORIGINAL-AMOUNT.
           MOVE 1 TO CL-EXCHANGE-RATE.
           SET CL-ENTRY-PAIRED TO TRUE.
           PERFORM 4055-STRIP-ONE-ACCOUNT-TOKEN
               UNTIL CL-OPERATION-STRING(1:3) NOT = "CC="
                 AND CL-OPERATION-STRING(1:3) NOT = "CR="
                 AND CL-OPERATION-STRING(1:3) NOT = "CY=".

       4055-STRIP-ONE-ACCOUNT-TOKEN.
           MOVE 1 TO CL-PTR.
           MOVE SPACES TO CL-TOKEN-TEXT.
           UNSTRING CL-OPERATION-STRING DELIMITED BY ALL SPACE
               INTO CL-TOKEN-TEXT
               WITH POINTER CL-PTR
           END-UNSTRING.
           EVALUATE CL-TOKEN-TEXT(1:3)
               WHEN "CC="
                   MOVE CL-TOKEN-TEXT(4:8) TO CL-ACCOUNT-CODE
               WHEN "CR="
                   MOVE CL-TOKEN-TEXT(4:8) TO CL-CONTRA-ACCOUNT
               WHEN OTHER
                   MOVE CL-TOKEN-TEXT(4:3) TO CL-CURRENCY-CODE
           END-EVALUATE.
           MOVE SPACES TO CL-STRIP-STRING.
           IF CL-PTR <= 100
               MOVE CL-OPERATION-STRING(CL-PTR:)
                   TO CL-STRIP-STRING
           END-IF.
           MOVE CL-STRIP-STRING TO CL-OPERATION-STRING.

      *-----------------------------------------------------------*
      * 4060-VALIDATE-ACCOUNT-CODE - CHECKS THE CODES THE CC= AND
      * CR= TOKENS NAMED AGAINST THE CHART OF ACCOUNTS. A SIDE IS
      * ONLY CHECKED WHEN A CODE WAS GIVEN FOR IT AND A CHART WAS
      * LOADED - A BLANK CODE STILL POSTS TO THE BLANK/SUSPENSE
      * BUCKET AS ALWAYS, AND A SITE WITHOUT COAFILE VALIDATES
      * NOTHING. AN UNKNOWN OR INACTIVE CODE ON EITHER SIDE, OR THE
      * SAME CODE NAMED ON BOTH, REJECTS THE TRANSACTION TO THE
      * EXCEPTIONS FILE AND IS COUNTED SEPARATELY ON THE END-OF-JOB
      * REPORT.
      *-----------------------------------------------------------*
       4060-VALIDATE-ACCOUNT-CODE.
           IF CL-ACCOUNT-CODE NOT = SPACES
                   AND CL-ACCOUNT-CODE = CL-CONTRA-ACCOUNT
               SET CL-TRANS-INVALID TO TRUE
               MOVE "DEBIT AND CREDIT ACCOUNT ARE THE SAME"
                   TO CL-ERROR-REASON
               ADD 1 TO CL-SUMM-ACCT-REJECTS
           END-IF.
           IF CL-TRANS-VALID
               MOVE CL-ACCOUNT-CODE TO CL-COA-WORK-CODE
               PERFORM 4062-CHECK-WORK-CODE
               IF CL-TRANS-INVALID
                   IF CL-COA-FOUND-IDX = 0
                       MOVE "UNKNOWN ACCOUNT CODE" TO CL-ERROR-REASON
                   ELSE
                       MOVE "INACTIVE ACCOUNT CODE"
                           TO CL-ERROR-REASON
                   END-IF
               END-IF
           END-IF.
           IF CL-TRANS-VALID
               MOVE CL-CONTRA-ACCOUNT TO CL-COA-WORK-CODE
               PERFORM 4062-CHECK-WORK-CODE
               IF CL-TRANS-INVALID
                   IF CL-COA-FOUND-IDX = 0
                       MOVE "UNKNOWN CREDIT ACCOUNT CODE"
                           TO CL-ERROR-REASON
                   ELSE
                       MOVE "INACTIVE CREDIT ACCOUNT CODE"
                           TO CL-ERROR-REASON
                   END-IF
               END-IF
           END-IF.

       4062-CHECK-WORK-CODE.
           IF CL-COA-TABLE-COUNT > 0
                   AND CL-COA-WORK-CODE NOT = SPACES
               MOVE 0 TO CL-COA-FOUND-IDX
               MOVE 1 TO CL-COA-IDX
               PERFORM 4065-CHECK-ONE-COA-ENTRY
                      OR CL-COA-FOUND-IDX NOT = 0
               IF CL-COA-FOUND-IDX = 0
                   SET CL-TRANS-INVALID TO TRUE
                   ADD 1 TO CL-SUMM-ACCT-REJECTS
               ELSE
                   IF NOT CL-COA-ACTIVE(CL-COA-FOUND-IDX)
                       SET CL-TRANS-INVALID TO TRUE
                       ADD 1 TO CL-SUMM-ACCT-REJECTS
                   END-IF
               END-IF
           END-IF.

       4065-CHECK-ONE-COA-ENTRY.
           IF CL-COA-CODE(CL-COA-IDX) = CL-COA-WORK-CODE
               MOVE CL-COA-IDX TO CL-COA-FOUND-IDX
           END-IF.
           ADD 1 TO CL-COA-IDX.
      *-----------------------------------------------------------*
      * 7000-PROCESS-REVERSAL - HANDLES A "REV" TRANSACTION. THE
      * TOKEN AFTER "REV" NAMES THE GL REFERENCE NUMBER OF A PRIOR
      * POSTING, OPTIONALLY FOLLOWED BY ITS POSTING DATE (YYYYMMDD);
      * ITS OPERANDS AND RESULT ARE LOOKED UP ON GL-FILE AND A
      * MIRROR-IMAGE POSTING WITH THE SIGNS FLIPPED IS HANDED BACK
      * TO THE NORMAL DISPLAY/LOG/GL WRITE PATH, SO THE BACKOUT
      * FLOWS THROUGH THE SAME FEED AS THE ORIGINAL INSTEAD OF A
      * MANUAL JOURNAL ENTRY. A LEGACY REFERENCE FOUND UNDER MORE
      * THAN ONE POSTING DATE IS REFUSED UNTIL THE DATE IS GIVEN.
      *-----------------------------------------------------------*
       7000-PROCESS-REVERSAL.
           MOVE 5 TO CL-PTR.
           MOVE 100 TO CL-STRING-LENGTH.
           MOVE 0 TO CL-REV-DATE.
           MOVE SPACES TO CL-TOKEN-TEXT.
           PERFORM 7010-EXTRACT-REFERENCE-TOKEN
               UNTIL CL-TOKEN-TEXT NOT = SPACES
           ELSE
               COMPUTE CL-REV-REFERENCE =
                   FUNCTION NUMVAL(CL-TOKEN-TEXT)
               PERFORM 7020-EXTRACT-REVERSAL-DATE
           END-IF.
           IF CL-TRANS-VALID
               PERFORM 7100-LOOKUP-GL-REFERENCE
               IF CL-REV-FOUND-YES
                   IF CL-REV-SEVERAL-DATES
                       SET CL-TRANS-INVALID TO TRUE
                       MOVE "REFERENCE ON SEVERAL DATES - GIVE DATE"
                           TO CL-ERROR-REASON
                   ELSE
                       PERFORM 7200-BUILD-REVERSAL
                   END-IF
               ELSE
                   SET CL-TRANS-INVALID TO TRUE
                   MOVE "GL REFERENCE NOT FOUND" TO CL-ERROR-REASON
               WITH POINTER CL-PTR
           END-UNSTRING.

      *-----------------------------------------------------------*
      * 7020-EXTRACT-REVERSAL-DATE - THE TOKEN AFTER THE REFERENCE,
      * IF ANY, MUST BE AN EIGHT-DIGIT POSTING DATE.
      *-----------------------------------------------------------*
       7020-EXTRACT-REVERSAL-DATE.
           MOVE SPACES TO CL-TOKEN-TEXT.
           PERFORM 7010-EXTRACT-REFERENCE-TOKEN
               UNTIL CL-TOKEN-TEXT NOT = SPACES
                  OR CL-PTR > CL-STRING-LENGTH.
           IF CL-TOKEN-TEXT NOT = SPACES
               IF CL-TOKEN-TEXT(1:8) IS NUMERIC
                       AND CL-TOKEN-TEXT(9:) = SPACES
                   MOVE CL-TOKEN-TEXT(1:8) TO CL-REV-DATE
               ELSE
                   SET CL-TRANS-INVALID TO TRUE
                   MOVE "INVALID REVERSAL DATE" TO CL-ERROR-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------*
      * 7100-LOOKUP-GL-REFERENCE - FINDS THE POSTING A REVERSAL
      * NAMES. WITH THE REFERENCE INDEX AVAILABLE THIS IS ONE KEYED
      * READ; OTHERWISE (OR WHEN THE REFERENCE PREDATES THE INDEX,
      * OR IS A LEGACY NUMBER THE INDEX CANNOT TELL APART) THE
      * WHOLE OF GL-FILE IS SCANNED FOR CL-REV-REFERENCE - AND
      * CL-REV-DATE WHEN GIVEN - KEEPING THE LAST MATCH. A LEGACY
      * BATCH NUMBER CAN APPEAR IN MANY RUNS; THE SCAN NOTES WHEN
      * ITS MATCHES SPAN MORE THAN ONE DATE, SO 7000 CAN ASK FOR
      * THE DATE RATHER THAN GUESS. A RESTART THAT REDID A RECORD
      * LEAVES ITS COPIES UNDER ONE DATE, AND THE LAST IS TAKEN AS
      * BEFORE. FOR THE SCAN, GL-FILE IS FLIPPED FROM EXTEND TO
      * INPUT AND BACK AGAIN AFTER, THE SAME WAY 9100-RECONCILE-GL-
      * TOTALS DOES AT END OF JOB. ONLY THE DEBIT SIDE OF A PAIR (OR
      * AN OLDER ONE-SIDED RECORD) IS TAKEN - IT CARRIES THE CONTRA
      * ACCOUNT THE CREDIT SIDE WAS WRITTEN TO.
      *-----------------------------------------------------------*
       7100-LOOKUP-GL-REFERENCE.
           SET CL-REV-FOUND-NO TO TRUE.
           SET CL-REV-ONE-DATE TO TRUE.
           MOVE 0 TO CL-REV-FOUND-DATE.
           IF CL-REFIDX-AVAIL-YES
                   AND CL-REV-REFERENCE > CL-LEGACY-REF-LIMIT
               PERFORM 7150-DIRECT-LOOKUP-REFERENCE
           END-IF.
           IF CL-REV-FOUND-NO
               NOT INVALID KEY
                   IF RX-RECORD-KIND = "G"
                       AND RX-TRANS-DATE >= CL-ARCH-CUTOFF-DATE
                       AND (CL-REV-DATE = 0
                            OR RX-TRANS-DATE = CL-REV-DATE)
                       SET CL-REV-FOUND-YES TO TRUE
                       MOVE RX-OPERAND-ONE TO CL-REV-OPERAND-ONE
                       MOVE RX-OPERAND-TWO TO CL-REV-OPERAND-TWO
                       MOVE RX-RESULT      TO CL-REV-RESULT
                       MOVE RX-ACCOUNT-CODE TO CL-REV-ACCOUNT-CODE
                       MOVE RX-CONTRA-ACCOUNT
                           TO CL-REV-CONTRA-ACCOUNT
                       MOVE RX-ENTRY-SIDE  TO CL-REV-ENTRY-SIDE
                       MOVE RX-CURRENCY-CODE TO CL-REV-CURRENCY-CODE
                       IF RX-ORIGINAL-AMOUNT IS NUMERIC
                           MOVE RX-ORIGINAL-AMOUNT
                               TO CL-REV-ORIGINAL-AMOUNT
                           MOVE RX-EXCHANGE-RATE
                               TO CL-REV-EXCHANGE-RATE
                       ELSE
                           MOVE RX-RESULT TO CL-REV-ORIGINAL-AMOUNT
                           MOVE 1 TO CL-REV-EXCHANGE-RATE
                       END-IF
                   END-IF
           END-READ.

               AT END SET CL-GL-EOF-YES TO TRUE
               NOT AT END
                   IF GL-REFERENCE-NUMBER = CL-REV-REFERENCE
                           AND GL-ENTRY-SIDE NOT = "C"
                           AND (CL-REV-DATE = 0
                                OR GL-TRANS-DATE = CL-REV-DATE)
                       IF CL-REV-FOUND-YES
                               AND GL-TRANS-DATE NOT = CL-REV-FOUND-DATE
                           SET CL-REV-SEVERAL-DATES TO TRUE
                       END-IF
                       MOVE GL-TRANS-DATE TO CL-REV-FOUND-DATE
                       SET CL-REV-FOUND-YES TO TRUE
                       MOVE GL-OPERAND-ONE TO CL-REV-OPERAND-ONE
                       MOVE GL-OPERAND-TWO TO CL-REV-OPERAND-TWO
                       MOVE GL-RESULT      TO CL-REV-RESULT
                       MOVE GL-ACCOUNT-CODE TO CL-REV-ACCOUNT-CODE
                       MOVE GL-CONTRA-ACCOUNT
                           TO CL-REV-CONTRA-ACCOUNT
                       MOVE GL-ENTRY-SIDE  TO CL-REV-ENTRY-SIDE
                       MOVE GL-CURRENCY-CODE TO CL-REV-CURRENCY-CODE
                       IF GL-ORIGINAL-AMOUNT IS NUMERIC
                           MOVE GL-ORIGINAL-AMOUNT
                               TO CL-REV-ORIGINAL-AMOUNT
                           MOVE GL-EXCHANGE-RATE
                               TO CL-REV-EXCHANGE-RATE
                       ELSE
                           MOVE GL-RESULT TO CL-REV-ORIGINAL-AMOUNT
                           MOVE 1 TO CL-REV-EXCHANGE-RATE
                       END-IF
                   END-IF
           END-READ.

      * 7200-BUILD-REVERSAL - HANDS THE LOOKED-UP POSTING BACK TO
      * THE NORMAL WRITE PATH WITH EVERY SIGN FLIPPED. THE OPERATOR
      * IS SHOWN AS "RV" ON THE AUDIT LOG SO A REVERSAL LINE CANNOT
      * BE MISTAKEN FOR AN ORDINARY CALCULATION. A PAIRED ORIGINAL
      * IS BACKED OUT AS A PAIR ON THE SAME TWO ACCOUNTS (UNLESS
      * CC=/CR= REDIRECT THEM); AN OLDER ONE-SIDED ORIGINAL IS
      * BACKED OUT ONE-SIDED, SO THE REVERSAL MIRRORS EXACTLY WHAT
      * WAS POSTED. A FOREIGN-CURRENCY ORIGINAL IS BACKED OUT IN
      * ITS OWN CURRENCY AT THE RATE IT WAS POSTED AT, NOT TODAY'S,
      * SO THE FUNCTIONAL AMOUNT COMES BACK OUT EXACTLY; A CY=
      * TOKEN NAMING SOME OTHER CURRENCY REJECTS THE REVERSAL.
      *-----------------------------------------------------------*
       7200-BUILD-REVERSAL.
           COMPUTE CL-OPERAND-ONE = 0 - CL-REV-OPERAND-ONE.
           IF CL-ACCOUNT-CODE = SPACES
               MOVE CL-REV-ACCOUNT-CODE TO CL-ACCOUNT-CODE
           END-IF.
           IF CL-REV-ENTRY-SIDE = "D"
               IF CL-CONTRA-ACCOUNT = SPACES
                   MOVE CL-REV-CONTRA-ACCOUNT TO CL-CONTRA-ACCOUNT
               END-IF
           ELSE
               SET CL-ENTRY-ONE-SIDED TO TRUE
               MOVE SPACES TO CL-CONTRA-ACCOUNT
           END-IF.
           IF CL-CURRENCY-CODE NOT = SPACES
                   AND CL-CURRENCY-CODE NOT = CL-REV-CURRENCY-CODE
               SET CL-TRANS-INVALID TO TRUE
               MOVE "REVERSAL CURRENCY DIFFERS FROM ORIGINAL"
                   TO CL-ERROR-REASON
           END-IF.
           MOVE CL-REV-CURRENCY-CODE TO CL-CURRENCY-CODE.
           MOVE CL-REV-EXCHANGE-RATE TO CL-EXCHANGE-RATE.
           COMPUTE CL-ORIGINAL-AMOUNT = 0 - CL-REV-ORIGINAL-AMOUNT.
           MOVE CL-OPERAND-ONE TO CL-RAW-OPERAND-CHECK.
           PERFORM 4250-TRACK-LARGEST-OPERAND.
           MOVE CL-OPERAND-TWO TO CL-RAW-OPERAND-CHECK.
           PERFORM 8530-PARSE-INQUIRY.
           IF CL-INQ-KIND = "X"
               DISPLAY "INQUIRY NOT UNDERSTOOD - USE REF NNNNNNNNN "
                       "[YYYYMMDD] OR DATE YYYYMMDD YYYYMMDD"
           ELSE
               PERFORM 8540-SCAN-LOG-FILE
           END-IF.
      * 8530-PARSE-INQUIRY - BREAKS ONE QUERY RECORD INTO ITS VERB
      * AND KEY VALUES. A REFERENCE QUERY PREBUILDS THE EXACT
      * REFERENCE= TEXT TO HUNT FOR, ZERO PADDED THE SAME WAY
      * 3500-WRITE-LOG-RECORD STAMPS IT, AND MAY NAME A POSTING
      * DATE AFTER IT TO PICK ONE POSTING OUT OF A LEGACY NUMBER'S
      * SEVERAL (NO DATE LEAVES THE DATE RANGE WIDE OPEN). A DATE
      * QUERY WITH NO SECOND DATE SEARCHES THAT ONE DAY.
      *-----------------------------------------------------------*
       8530-PARSE-INQUIRY.
           MOVE "X" TO CL-INQ-KIND.
                      CL-INQ-REF        DELIMITED BY SIZE
                   INTO CL-INQ-KEY
               END-STRING
               MOVE 0 TO CL-INQ-DATE-LO
               MOVE 99999999 TO CL-INQ-DATE-HI
               IF CL-INQ-TOK3 = SPACES
                   MOVE "R" TO CL-INQ-KIND
               ELSE
                   IF CL-INQ-TOK3(1:8) IS NUMERIC
                           AND CL-INQ-TOK3(9:) = SPACES
                       MOVE CL-INQ-TOK3(1:8) TO CL-INQ-DATE-LO
                       MOVE CL-INQ-DATE-LO TO CL-INQ-DATE-HI
                       MOVE "R" TO CL-INQ-KIND
                   END-IF
               END-IF
           END-IF.
           IF CL-INQ-TOK1 = "DATE"
                   AND FUNCTION TEST-NUMVAL(CL-INQ-TOK2) = 0

      *-----------------------------------------------------------*
      * 8540-SCAN-LOG-FILE - A REFERENCE QUERY TRIES THE REFERENCE
      * INDEX FIRST - ONE KEYED READ ANSWERING WITH THE POSTING
      * UNDER THAT REFERENCE. A MISS (OR NO INDEX, OR A DATE QUERY,
      * OR A LEGACY REFERENCE, WHERE THE INDEX ONLY HOLDS THE NEWEST
      * OF POSSIBLY SEVERAL POSTINGS) FALLS BACK TO THE ORIGINAL
      * TOP-TO-BOTTOM SCAN OF THE AUDIT LOG, SO REFERENCES OLDER
      * THAN THE INDEX ARE STILL FOUND AND EVERY POSTING UNDER A
      * LEGACY NUMBER IS LISTED WITH ITS DATE.
      *-----------------------------------------------------------*
       8540-SCAN-LOG-FILE.
           MOVE 0 TO CL-INQ-MATCH-COUNT.
           IF CL-INQ-KIND = "R" AND CL-REFIDX-AVAIL-YES
                   AND CL-INQ-REF > CL-LEGACY-REF-LIMIT
               PERFORM 8545-DIRECT-REFERENCE-QUERY
           END-IF.
           IF CL-INQ-MATCH-COUNT = 0
                   CONTINUE
               NOT INVALID KEY
                   IF RX-TRANS-DATE >= CL-ARCH-CUTOFF-DATE
                           AND RX-TRANS-DATE >= CL-INQ-DATE-LO
                           AND RX-TRANS-DATE <= CL-INQ-DATE-HI
                       DISPLAY RX-LOG-TEXT
                       ADD 1 TO CL-INQ-MATCH-COUNT
                   END-IF
                   INSPECT CL-LOG-RECORD-TEXT
                       TALLYING CL-INQ-HITS FOR ALL CL-INQ-KEY
                   IF CL-INQ-HITS > 0
                           AND CL-LOG-REC-DATE IS NUMERIC
                           AND CL-LOG-REC-DATE >= CL-INQ-DATE-LO
                           AND CL-LOG-REC-DATE <= CL-INQ-DATE-HI
                       DISPLAY CL-LOG-RECORD-TEXT
                       ADD 1 TO CL-INQ-MATCH-COUNT
                   END-IF
           DISPLAY "ERRORS/EXCEPTIONS " CL-SUMM-ERROR-COUNT.
           MOVE CL-SUMM-ACCT-REJECTS TO CL-SUMM-SHOW-ACCT.
           DISPLAY "ACCOUNT CODE REJECTS " CL-SUMM-SHOW-ACCT.
           MOVE CL-SUMM-RATE-REJECTS TO CL-SUMM-SHOW-FX.
           DISPLAY "NO EXCHANGE RATE REJECTS " CL-SUMM-SHOW-FX.
           MOVE CL-SUMM-FX-COUNT TO CL-SUMM-SHOW-FX.
           DISPLAY "FOREIGN CURRENCY TRANS " CL-SUMM-SHOW-FX.
           MOVE CL-SUMM-HELD-COUNT TO CL-SUMM-SHOW-HELD.
           DISPLAY "HELD FOR REVIEW   " CL-SUMM-SHOW-HELD.
           MOVE CL-SUMM-GRAND-TOTAL TO CL-CLEAN-RESULT.
      * WAS SKIPPED SHOWS UP HERE AS A MISMATCH INSTEAD OF WEEKS
      * LATER WHEN THE GL POSTING JOB'S TOTALS DO NOT AGREE. GL-FILE
      * IS REOPENED EXTEND ON THE WAY OUT SO 0000-MAINLINE CAN CLOSE
      * IT THE SAME AS ALWAYS. ONLY THE DEBIT SIDE OF EACH PAIR (AND
      * ANY ONE-SIDED RECORD) IS SUMMED AGAINST THE GRAND TOTAL;
      * THE PAIRED DEBITS AND CREDITS MUST ALSO NET TO ZERO, OR
      * ONE SIDE OF AN ENTRY WAS LOST.
      *-----------------------------------------------------------*
       9100-RECONCILE-GL-TOTALS.
           MOVE 0 TO CL-GL-READ-COUNT.
           MOVE 0 TO CL-GL-RECON-COUNT.
           MOVE 0 TO CL-GL-RECON-TOTAL.
           MOVE 0 TO CL-GL-RECON-NET.
           CLOSE GL-FILE.
           SET CL-GL-EOF-NO TO TRUE.
           OPEN INPUT GL-FILE.
               MOVE CL-CLEAN-RESULT TO CL-STR-RESULT
               DISPLAY "RESULTS HELD FOR REVIEW " CL-STR-RESULT
           END-IF.
           SET CL-GL-RECON-MISMATCH TO TRUE.
           IF CL-GL-RECON-TOTAL NOT = CL-GL-EXPECTED-TOTAL
               DISPLAY "GL RECONCILIATION MISMATCH - GL-FILE DOES "
                       "NOT AGREE WITH THE GRAND TOTAL OF RESULTS "
                       "LESS HELD AMOUNTS"
           ELSE
               IF CL-GL-RECON-NET NOT = 0
                   DISPLAY "GL RECONCILIATION MISMATCH - GL-FILE "
                           "DEBITS AND CREDITS DO NOT NET TO ZERO"
               ELSE
                   SET CL-GL-RECON-MATCH TO TRUE
                   DISPLAY "GL RECONCILIATION MATCH"
               END-IF
           END-IF.

       9110-RECONCILE-ONE-GL-RECORD.
                   ADD 1 TO CL-GL-READ-COUNT
                   IF CL-GL-READ-COUNT > CL-GL-PRIOR-COUNT
                       ADD 1 TO CL-GL-RECON-COUNT
                       IF GL-ENTRY-SIDE NOT = "C"
                           ADD GL-RESULT TO CL-GL-RECON-TOTAL
                       END-IF
                       IF GL-ENTRY-SIDE = "D" OR GL-ENTRY-SIDE = "C"
                           ADD GL-RESULT TO CL-GL-RECON-NET
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 9150-WRITE-RUN-MANIFEST - RECORDS HOW THE BATCH RUN ENDED
      * ON CALCMANI, REPLACING WHATEVER THE LAST BATCH RUN LEFT.
      *-----------------------------------------------------------*
       9150-WRITE-RUN-MANIFEST.
           IF CL-GL-RECON-MATCH
               MOVE "Y" TO CMANI-COMPLETE-FLAG
           ELSE
               MOVE "E" TO CMANI-COMPLETE-FLAG
           END-IF.
           MOVE CL-CDT-DATE TO CMANI-RUN-DATE.
           MOVE CL-CDT-TIME TO CMANI-RUN-TIME.
           MOVE CL-GL-RECON-COUNT TO CMANI-GL-COUNT.
           MOVE CL-SUMM-HELD-COUNT TO CMANI-HELD-COUNT.
           MOVE CL-SUMM-ERROR-COUNT TO CMANI-ERROR-COUNT.
           MOVE CL-GL-RECON-TOTAL TO CMANI-GL-TOTAL.
           OPEN OUTPUT CMANI-FILE.
           IF CL-CMANI-FILE-STATUS = "00"
               WRITE CMANI-FILE-RECORD
               CLOSE CMANI-FILE
           ELSE
               DISPLAY "CALCMANI COULD NOT BE WRITTEN - STATUS "
                       CL-CMANI-FILE-STATUS
           END-IF.

      *-----------------------------------------------------------*
      * 9200-WRITE-ACTIVITY-REPORT - END-OF-JOB ACCOUNT ACTIVITY
      * REPORT FOR ACCOUNTING. RE-READS THE GL RECORDS THIS RUN
      * APPENDED (THE SAME SKIP-THE-PRIOR-RUNS RE-READ AS 9100),
      * TALLIES THEM BY ACCOUNT CODE, AND PRINTS ONE SECTION PER
      * ACCOUNT - THE BLANK/UNASSIGNED CODE SHOWS AS (NONE) - PLUS
      * A SECTION FOR THE AMOUNTS HELD FOR REVIEW THIS RUN, A
      * SECTION SPLITTING THE SAME ACTIVITY BY CURRENCY, AND A
      * GRAND-TOTAL PAGE TIED TO THE END-OF-JOB CONTROL TOTAL.
      *-----------------------------------------------------------*
       9200-WRITE-ACTIVITY-REPORT.
           MOVE 0 TO CL-ACT-TABLE-COUNT.
           MOVE 0 TO CL-FX-TABLE-COUNT.
           MOVE 0 TO CL-GL-READ-COUNT.
           MOVE 0 TO CL-ACT-ENTRY-TOTAL.
           MOVE 0 TO CL-ACT-ONE-SIDED-TOTAL.
           CLOSE GL-FILE.
           SET CL-GL-EOF-NO TO TRUE.
           OPEN INPUT GL-FILE.
           PERFORM 9230-PRINT-ONE-ACCOUNT
               UNTIL CL-ACT-IDX >= CL-ACT-TABLE-COUNT.
           PERFORM 9240-PRINT-HELD-SECTION.
           PERFORM 9260-PRINT-CURRENCY-SECTION.
           PERFORM 9220-START-NEW-PAGE.
           PERFORM 9250-PRINT-GRAND-TOTALS.
           CLOSE ACT-RPT-FILE.

      *-----------------------------------------------------------*
      * 9202-TALLY-ONE-CURRENCY - ADDS A FOREIGN-CURRENCY GL RECORD
      * TO ITS CURRENCY'S ROW, IN THE CURRENCY ITSELF AND IN THE
      * FUNCTIONAL AMOUNT IT CONVERTED TO. A FULL TABLE DROPS THE
      * CURRENCY FROM THE SECTION (IT STILL SHOWS IN THE ACCOUNT
      * TOTALS) AND SAYS SO ON THE CONSOLE.
      *-----------------------------------------------------------*
       9202-TALLY-ONE-CURRENCY.
           MOVE 0 TO CL-FX-FOUND-IDX.
           MOVE 1 TO CL-FX-IDX.
           PERFORM 9203-CHECK-ONE-CURRENCY-ENTRY
               UNTIL CL-FX-IDX > CL-FX-TABLE-COUNT
                  OR CL-FX-FOUND-IDX NOT = 0.
           IF CL-FX-FOUND-IDX = 0
               IF CL-FX-TABLE-COUNT < CL-FX-TABLE-MAX
                   ADD 1 TO CL-FX-TABLE-COUNT
                   MOVE CL-FX-TABLE-COUNT TO CL-FX-FOUND-IDX
                   MOVE GL-CURRENCY-CODE
                       TO CL-FX-CURRENCY(CL-FX-FOUND-IDX)
                   MOVE 0 TO CL-FX-COUNT(CL-FX-FOUND-IDX)
                   MOVE 0 TO CL-FX-ORIG-DEBITS(CL-FX-FOUND-IDX)
                   MOVE 0 TO CL-FX-ORIG-CREDITS(CL-FX-FOUND-IDX)
                   MOVE 0 TO CL-FX-FUNC-DEBITS(CL-FX-FOUND-IDX)
                   MOVE 0 TO CL-FX-FUNC-CREDITS(CL-FX-FOUND-IDX)
               ELSE
                   DISPLAY "CURRENCY TABLE FULL - CURRENCY "
                           GL-CURRENCY-CODE " NOT ON REPORT"
               END-IF
           END-IF.
           IF CL-FX-FOUND-IDX NOT = 0
               ADD 1 TO CL-FX-COUNT(CL-FX-FOUND-IDX)
               IF GL-RESULT < 0
                   SUBTRACT GL-RESULT
                       FROM CL-FX-FUNC-CREDITS(CL-FX-FOUND-IDX)
                   SUBTRACT GL-ORIGINAL-AMOUNT
                       FROM CL-FX-ORIG-CREDITS(CL-FX-FOUND-IDX)
               ELSE
                   ADD GL-RESULT
                       TO CL-FX-FUNC-DEBITS(CL-FX-FOUND-IDX)
                   ADD GL-ORIGINAL-AMOUNT
                       TO CL-FX-ORIG-DEBITS(CL-FX-FOUND-IDX)
               END-IF
           END-IF.

       9203-CHECK-ONE-CURRENCY-ENTRY.
           IF CL-FX-CURRENCY(CL-FX-IDX) = GL-CURRENCY-CODE
               MOVE CL-FX-IDX TO CL-FX-FOUND-IDX
           END-IF.
           ADD 1 TO CL-FX-IDX.

       9205-TALLY-ONE-GL-RECORD.
           READ GL-FILE
               AT END SET CL-GL-EOF-YES TO TRUE
                   ADD 1 TO CL-GL-READ-COUNT
                   IF CL-GL-READ-COUNT > CL-GL-PRIOR-COUNT
                       PERFORM 9207-TALLY-ONE-ACCOUNT
                       IF GL-CURRENCY-CODE NOT = SPACES
                           PERFORM 9202-TALLY-ONE-CURRENCY
                       END-IF
                       IF GL-ENTRY-SIDE NOT = "C"
                           ADD GL-RESULT TO CL-ACT-ENTRY-TOTAL
                       END-IF
                       IF GL-ENTRY-SIDE NOT = "D"
                               AND GL-ENTRY-SIDE NOT = "C"
                           ADD GL-RESULT TO CL-ACT-ONE-SIDED-TOTAL
                       END-IF
                   END-IF
           END-READ.

           PERFORM 9210-WRITE-ACT-DETAIL.

      *-----------------------------------------------------------*
      * 9260-PRINT-CURRENCY-SECTION - THE ACCOUNT ACTIVITY ABOVE,
      * SPLIT BY CURRENCY: ONE LINE FOR FUNCTIONAL-CURRENCY
      * ACTIVITY (THE ACCOUNT TOTALS LESS EVERY FOREIGN ROW), THEN
      * ONE PER FOREIGN CURRENCY SHOWING ITS DEBITS AND CREDITS IN
      * THE CURRENCY ITSELF ALONGSIDE THE FUNCTIONAL AMOUNTS THEY
      * WERE POSTED AT. THE FUNCTIONAL COLUMNS ADD BACK UP TO THE
      * ACCOUNT TOTALS.
      *-----------------------------------------------------------*
       9260-PRINT-CURRENCY-SECTION.
           MOVE CL-ACT-TOT-COUNT TO CL-FX-FUNC-COUNT.
           MOVE CL-ACT-TOT-DEBITS TO CL-FX-FUNC-DEBITS-WORK.
           MOVE CL-ACT-TOT-CREDITS TO CL-FX-FUNC-CREDITS-WORK.
           MOVE 0 TO CL-FX-IDX.
           PERFORM 9261-NET-OUT-ONE-CURRENCY
               UNTIL CL-FX-IDX >= CL-FX-TABLE-COUNT.
           IF CL-ACT-LINE-COUNT + 5 > CL-ACT-PAGE-LIMIT
               PERFORM 9220-START-NEW-PAGE
           END-IF.
           WRITE ACT-RPT-RECORD FROM CL-ACT-BLANK-LINE.
           WRITE ACT-RPT-RECORD FROM CL-ACT-FX-TITLE-LINE.
           WRITE ACT-RPT-RECORD FROM CL-ACT-FX-HEADING.
           ADD 3 TO CL-ACT-LINE-COUNT.
           MOVE "FUNCTIONAL" TO CL-ACT-FX-CURRENCY.
           MOVE CL-FX-FUNC-COUNT TO CL-ACT-FX-COUNT.
           MOVE CL-FX-FUNC-DEBITS-WORK TO CL-ACT-FX-ORIG-DR.
           MOVE CL-FX-FUNC-CREDITS-WORK TO CL-ACT-FX-ORIG-CR.
           MOVE CL-FX-FUNC-DEBITS-WORK TO CL-ACT-FX-FUNC-DR.
           MOVE CL-FX-FUNC-CREDITS-WORK TO CL-ACT-FX-FUNC-CR.
           PERFORM 9265-WRITE-ACT-FX-LINE.
           MOVE 0 TO CL-FX-IDX.
           PERFORM 9262-PRINT-ONE-CURRENCY
               UNTIL CL-FX-IDX >= CL-FX-TABLE-COUNT.

       9261-NET-OUT-ONE-CURRENCY.
           ADD 1 TO CL-FX-IDX.
           SUBTRACT CL-FX-COUNT(CL-FX-IDX) FROM CL-FX-FUNC-COUNT.
           SUBTRACT CL-FX-FUNC-DEBITS(CL-FX-IDX)
               FROM CL-FX-FUNC-DEBITS-WORK.
           SUBTRACT CL-FX-FUNC-CREDITS(CL-FX-IDX)
               FROM CL-FX-FUNC-CREDITS-WORK.

       9262-PRINT-ONE-CURRENCY.
           ADD 1 TO CL-FX-IDX.
           MOVE CL-FX-CURRENCY(CL-FX-IDX) TO CL-ACT-FX-CURRENCY.
           MOVE CL-FX-COUNT(CL-FX-IDX) TO CL-ACT-FX-COUNT.
           MOVE CL-FX-ORIG-DEBITS(CL-FX-IDX) TO CL-ACT-FX-ORIG-DR.
           MOVE CL-FX-ORIG-CREDITS(CL-FX-IDX) TO CL-ACT-FX-ORIG-CR.
           MOVE CL-FX-FUNC-DEBITS(CL-FX-IDX) TO CL-ACT-FX-FUNC-DR.
           MOVE CL-FX-FUNC-CREDITS(CL-FX-IDX) TO CL-ACT-FX-FUNC-CR.
           PERFORM 9265-WRITE-ACT-FX-LINE.

       9265-WRITE-ACT-FX-LINE.
           IF CL-ACT-LINE-COUNT >= CL-ACT-PAGE-LIMIT
               PERFORM 9220-START-NEW-PAGE
               WRITE ACT-RPT-RECORD FROM CL-ACT-FX-TITLE-LINE
               WRITE ACT-RPT-RECORD FROM CL-ACT-FX-HEADING
               ADD 2 TO CL-ACT-LINE-COUNT
           END-IF.
           WRITE ACT-RPT-RECORD FROM CL-ACT-FX-LINE.
           ADD 1 TO CL-ACT-LINE-COUNT.

      *-----------------------------------------------------------*
      * 9250-PRINT-GRAND-TOTALS - GL ENTRIES PLUS HELD AMOUNTS
      * MUST EQUAL THE GRAND TOTAL OF RESULTS FROM THE END-OF-JOB
      * CONTROL REPORT; THE TIE LINE SAYS SO, OR SAYS LOUDLY THAT
      * IT DOES NOT. AN ENTRY IS COUNTED ONCE, ON ITS DEBIT SIDE.
      * THE PROOF LINE AFTER IT SHOWS THE ACCOUNT DEBITS LESS
      * CREDITS - OUTSIDE ANY OLDER ONE-SIDED RECORDS - NETTING TO
      * ZERO.
      *-----------------------------------------------------------*
       9250-PRINT-GRAND-TOTALS.
           MOVE CL-ACT-ENTRY-TOTAL TO CL-ACT-REPORT-NET.
           MOVE "GL ENTRY TOTAL  " TO CL-ACT-TOT-LABEL.
           MOVE CL-ACT-REPORT-NET TO CL-ACT-TOT-AMOUNT.
           MOVE SPACES TO CL-ACT-TOT-REMARK.
           PERFORM 9215-WRITE-ACT-TOTAL.
               MOVE " *** DOES NOT TIE ***" TO CL-ACT-TOT-REMARK
           END-IF.
           PERFORM 9215-WRITE-ACT-TOTAL.
           COMPUTE CL-ACT-NET-WORK =
               CL-ACT-TOT-DEBITS - CL-ACT-TOT-CREDITS
                   - CL-ACT-ONE-SIDED-TOTAL.
           MOVE "DEBITS-CREDITS  " TO CL-ACT-TOT-LABEL.
           MOVE CL-ACT-NET-WORK TO CL-ACT-TOT-AMOUNT.
           IF CL-ACT-NET-WORK = 0
               MOVE " IN BALANCE" TO CL-ACT-TOT-REMARK
           ELSE
               MOVE " *** OUT OF BALANCE ***" TO CL-ACT-TOT-REMARK
           END-IF.
           PERFORM 9215-WRITE-ACT-TOTAL.
           IF CL-ACT-OMITTED-COUNT > 0
               MOVE CL-ACT-OMITTED-COUNT TO CL-ACT-OMIT-SHOW
               WRITE ACT-RPT-RECORD FROM CL-ACT-OMIT-LINE
                   "reverse that prior posting.".
           DISPLAY "A leading CC= token, e.g. CC=SALES01, posts the "
                   "result under that account code.".
           DISPLAY "A leading CR= token, e.g. CR=CASH0001, names the "
                   "credit account the other side posts to.".
           DISPLAY "A leading CY= token, e.g. CY=EUR, prices the "
                   "calculation in that currency.".
           DISPLAY SPACES.

           ACCEPT CL-OPERATION-STRING.
