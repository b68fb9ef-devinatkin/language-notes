       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHMON.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  LARGE-CASH AND
      *                    STRUCTURING MONITOR.  MERGES THE KEYED
      *                    TRANSACTION HISTORY (TRANHIST, TRANHREC
      *                    COPYBOOK) WITH THE DAY'S SORTED VALID-
      *                    TRANSACTION STREAM (VALIDOUT) BY ACCOUNT
      *                    AND LOOKS AT EACH ACCOUNT'S DEBITS ("D")
      *                    AND CREDITS ("C") OVER A ROLLING WINDOW
      *                    OF CALENDAR DAYS ENDING ON THE BUSINESS
      *                    DATE.  HISTORY SUPPLIES THE EARLIER
      *                    BUSINESS DATES OF THE WINDOW (BY THE DATE
      *                    THAT POSTED EACH RECORD) AND VALIDOUT
      *                    SUPPLIES THE BUSINESS DATE ITSELF, SO A
      *                    RUN BEFORE OR AFTER POSTING SEES THE DAY
      *                    ONCE.  ADJUSTMENTS, REVERSALS AND THE
      *                    SERVICE-CHARGE AND INTEREST ENTRIES
      *                    (REFERENCE SOURCE "SC" / "IC") ARE NOT
      *                    CUSTOMER CASH AND ARE LEFT OUT.  THREE
      *                    TESTS, DRIVEN BY RUNPARM CARDS -
      *                      CASH-THRESHOLD    REPORTING THRESHOLD
      *                                        (DEFAULT 10,000)
      *                      STRUCT-BAND-PCT   NEAR-THRESHOLD BAND
      *                                        FLOOR, PERCENT OF
      *                                        THE THRESHOLD (1-99,
      *                                        DEFAULT 80)
      *                      STRUCT-MIN-COUNT  NEAR-THRESHOLD ITEMS
      *                                        NEEDED (2-99,
      *                                        DEFAULT 2)
      *                      STRUCT-WIN-DAYS   WINDOW IN CALENDAR
      *                                        DAYS (1-31,
      *                                        DEFAULT 5)
      *                    LARGE CASH: ONE BUSINESS DATE'S DEBITS OR
      *                    CREDITS TOTAL OVER THE THRESHOLD.
      *                    MULTI-BRANCH: ONE BUSINESS DATE'S ITEMS
      *                    CAME FROM MORE THAN ONE BRANCH.
      *                    STRUCTURING: AT LEAST THE MINIMUM COUNT OF
      *                    DEBITS (OR CREDITS), EACH FROM THE BAND
      *                    FLOOR UP TO THE THRESHOLD, TOTAL OVER THE
      *                    THRESHOLD WITHIN THE WINDOW.
      *                    THE FIRST TWO ARE TESTED FOR EVERY
      *                    BUSINESS DATE IN THE WINDOW, SO A MISSED
      *                    RUN IS CAUGHT UP.  EACH HIT IS PRINTED ON
      *                    THE EXCEPTIONS REPORT (CASHRPT) WITH THE
      *                    TRANSACTIONS BEHIND IT AND RECORDED ON THE
      *                    FLAGGED-ACCOUNTS FILE (CASHFLAG, CFLAGREC
      *                    COPYBOOK); A HIT ALREADY ON THAT FILE IS
      *                    COUNTED BUT NOT REPORTED AGAIN.  RC=4 WHEN
      *                    NEW EXCEPTIONS WERE REPORTED, RC=8 WHEN AN
      *                    ACCOUNT HAD MORE ITEMS IN THE WINDOW THAN
      *                    THE TABLE HOLDS OR A FLAG COULD NOT BE
      *                    WRITTEN, RC=16 WHEN THE FLAGGED-ACCOUNTS
      *                    FILE WOULD NOT OPEN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY.
           SELECT VALID-TRANS-FILE ASSIGN TO "VALIDOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL CASH-FLAG-FILE ASSIGN TO "CASHFLAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLG-KEY
               FILE STATUS IS FLAG-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CASHRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANHREC.

       FD  VALID-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  VALID-TRANS-RECORD.
           05  VAL-ACCOUNT             PIC X(09).
           05  VAL-CODE                PIC X(01).
           05  VAL-DATE                PIC X(08).
           05  VAL-AMOUNT              PIC S9(9) COMP-5.
           05  VAL-BRANCH-ID           PIC X(02).
           05  VAL-REFERENCE           PIC X(16).
           05  VAL-ORIG-REFERENCE      PIC X(16).
           05  VAL-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  CASH-FLAG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CFLAGREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD               PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROCDATE.

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.
       01  RUN-DATE                    PIC X(08).
       01  RUN-TIME                    PIC X(08).
       01  FLAG-STATUS                 PIC X(02).
       01  PROC-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01  HIST-EOF-SWITCH             PIC X(1) VALUE "N".
           88 HIST-EOF VALUE "Y".
       01  TRANS-EOF-SWITCH            PIC X(1) VALUE "N".
           88 TRANS-EOF VALUE "Y".
       01  ITEM-HIT-SWITCH             PIC X(1) VALUE "N".
           88 ITEM-IN-HIT VALUE "Y".
       01  FLAGGED-SWITCH              PIC X(1) VALUE "N".
           88 ALREADY-FLAGGED VALUE "Y".
       01  HEADED-SWITCH               PIC X(1) VALUE "N".
           88 ACCOUNT-HEADED VALUE "Y".
       01  BRANCH-SEEN-SWITCH          PIC X(1) VALUE "N".
           88 BRANCH-SEEN VALUE "Y".

      *    RUN PARAMETERS
       01  CASH-THRESHOLD              PIC S9(15) COMP-5 VALUE 10000.
       01  STRUCT-BAND-PCT             PIC 9(02) COMP VALUE 80.
       01  STRUCT-MIN-COUNT            PIC 9(02) COMP VALUE 2.
       01  STRUCT-WIN-DAYS             PIC 9(02) COMP VALUE 5.
       01  NEAR-FLOOR                  PIC S9(15) COMP-5.
       01  PARM-ECHO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.

      *    WINDOW DATES
       01  RUN-DATE-INT                PIC S9(9) COMP.
       01  WINDOW-START-INT            PIC S9(9) COMP.
       01  WINDOW-DAY-INT              PIC S9(9) COMP.
       01  WINDOW-START-NUM            PIC 9(08).
       01  WINDOW-START-DATE REDEFINES WINDOW-START-NUM
                                       PIC X(08).
       01  WINDOW-DAY-NUM              PIC 9(08).
       01  WINDOW-DAY-DATE REDEFINES WINDOW-DAY-NUM
                                       PIC X(08).

      *    MERGE CONTROL
       01  HIST-ACCOUNT-KEY            PIC X(09).
       01  TRANS-ACCOUNT-KEY           PIC X(09).
       01  CURRENT-ACCOUNT             PIC X(09).

      *    THE CURRENT ACCOUNT'S ITEMS IN THE WINDOW
       01  MON-TRAN-IX                 PIC 9(04) COMP.
       01  MON-TRAN-COUNT              PIC 9(04) COMP VALUE 0.
       01  MON-TRAN-LIMIT              PIC 9(04) COMP VALUE 500.
       01  MON-TRAN-TABLE.
           05  MON-TRAN OCCURS 500 TIMES.
               10  MTR-BUS-DATE        PIC X(08).
               10  MTR-TRAN-DATE       PIC X(08).
               10  MTR-CODE            PIC X(01).
               10  MTR-AMOUNT          PIC S9(9) COMP-5.
               10  MTR-BRANCH-ID       PIC X(02).
               10  MTR-REFERENCE       PIC X(16).
               10  MTR-SOURCE          PIC X(04).
               10  MTR-REVERSED        PIC X(03).

      *    THE HIT BEING TESTED - TYPE AND DIRECTION AS ON CFLAGREC
       01  HIT-TYPE                    PIC X(01).
           88 HIT-LARGE-CASH VALUE "L".
           88 HIT-MULTI-BRANCH VALUE "B".
           88 HIT-STRUCTURING VALUE "S".
       01  HIT-DIRECTION               PIC X(01).
       01  HIT-DATE                    PIC X(08).
       01  HIT-FIRST-DATE              PIC X(08).
       01  HIT-LAST-DATE               PIC X(08).
       01  HIT-COUNT                   PIC 9(05) COMP.
       01  HIT-TOTAL                   PIC S9(15) COMP-5.
       01  HIT-TEXT                    PIC X(40).
       01  BRANCH-IX                   PIC 9(02) COMP.
       01  BRANCH-COUNT                PIC 9(02) COMP.
       01  BRANCH-LIMIT                PIC 9(02) COMP VALUE 20.
       01  BRANCH-TABLE.
           05  BRANCH-SEEN-ID          PIC X(02) OCCURS 20 TIMES.
       01  BRANCH-COUNT-EDIT           PIC Z9.

      *    RUN COUNTS
       01  HIST-READ                   PIC 9(9) COMP VALUE 0.
       01  HIST-IN-WINDOW              PIC 9(9) COMP VALUE 0.
       01  TRANS-READ                  PIC 9(9) COMP VALUE 0.
       01  ACCOUNTS-EXAMINED           PIC 9(9) COMP VALUE 0.
       01  ACCOUNTS-REPORTED           PIC 9(9) COMP VALUE 0.
       01  LARGE-CASH-HITS             PIC 9(9) COMP VALUE 0.
       01  MULTI-BRANCH-HITS           PIC 9(9) COMP VALUE 0.
       01  STRUCTURING-HITS            PIC 9(9) COMP VALUE 0.
       01  HITS-SUPPRESSED             PIC 9(9) COMP VALUE 0.
       01  OVERFLOW-COUNT              PIC 9(9) COMP VALUE 0.
       01  FLAG-ERRORS                 PIC 9(9) COMP VALUE 0.
       01  NEW-HITS                    PIC 9(9) COMP VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE "LARGE-CASH AND STRUCTURING EXCEPTIONS".
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RPT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE "WINDOW FROM: ".
           05  RPT-WINDOW-START        PIC X(08).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  RPT-PARM-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "THRESHOLD: ".
           05  RPT-THRESHOLD           PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "NEAR FROM: ".
           05  RPT-NEAR-FLOOR          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "MIN ITEMS: ".
           05  RPT-MIN-COUNT           PIC Z9.
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  RPT-ACCOUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "ACCOUNT: ".
           05  RPT-ACCOUNT             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NAME           PIC X(30).
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  RPT-HIT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-HIT-TEXT            PIC X(40).
           05  FILLER                  PIC X(06) VALUE "TOTAL ".
           05  RPT-HIT-TOTAL           PIC -(12)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "ITEMS ".
           05  RPT-HIT-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BUS DATE".
           05  FILLER                  PIC X(10) VALUE "TRN DATE".
           05  FILLER                  PIC X(04) VALUE "CD".
           05  FILLER                  PIC X(04) VALUE "BR".
           05  FILLER                  PIC X(18) VALUE "REFERENCE".
           05  FILLER                  PIC X(11) VALUE "     AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "FROM".
           05  FILLER                  PIC X(13) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-BUS-DATE            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TRAN-DATE           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CODE                PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-BRANCH-ID           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-REFERENCE           PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMOUNT              PIC -(10)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SOURCE              PIC X(04).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-REVERSED            PIC X(03).
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE "NO NEW EXCEPTIONS".
           05  FILLER                  PIC X(62) VALUE SPACES.
       01  RPT-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(26).
           05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM LOAD-RUN-PARMS.
           PERFORM SET-WINDOW-START.

           OPEN I-O CASH-FLAG-FILE.
           IF FLAG-STATUS NOT = "00" AND FLAG-STATUS NOT = "05"
               DISPLAY "CASHMON - FLAGGED-ACCOUNTS FILE OPEN FAILED - "
                   "STATUS " FLAG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT TRANS-HIST-FILE.
           OPEN INPUT VALID-TRANS-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           MOVE WINDOW-START-DATE TO RPT-WINDOW-START.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE.
           MOVE CASH-THRESHOLD TO RPT-THRESHOLD.
           MOVE NEAR-FLOOR TO RPT-NEAR-FLOOR.
           MOVE STRUCT-MIN-COUNT TO RPT-MIN-COUNT.
           WRITE REPORT-RECORD FROM RPT-PARM-LINE.
           WRITE REPORT-RECORD FROM RPT-SEPARATOR-LINE.

           PERFORM READ-HISTORY.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL HIST-EOF AND TRANS-EOF
               IF HIST-ACCOUNT-KEY < TRANS-ACCOUNT-KEY
                   MOVE HIST-ACCOUNT-KEY TO CURRENT-ACCOUNT
               ELSE
                   MOVE TRANS-ACCOUNT-KEY TO CURRENT-ACCOUNT
               END-IF
               PERFORM EXAMINE-ONE-ACCOUNT
           END-PERFORM.

           IF NEW-HITS = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           PERFORM WRITE-MONITOR-TOTALS.

           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE VALID-TRANS-FILE.
           CLOSE TRANS-HIST-FILE.
           CLOSE CASH-FLAG-FILE.

           IF OVERFLOW-COUNT > 0 OR FLAG-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NEW-HITS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-LOG.

           STOP RUN.

       GET-PROCESS-DATE SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN INPUT PROC-DATE-FILE.
           READ PROC-DATE-FILE
               AT END SET PROC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PROC-EOF
               IF PRC-KEYWORD = "BUSDATE"
                       AND PRC-DATE IS NUMERIC
                   SET BUSDATE-FOUND TO TRUE
                   MOVE PRC-DATE TO RUN-DATE
               END-IF
               READ PROC-DATE-FILE
                   AT END SET PROC-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PROC-DATE-FILE.
           IF BUSDATE-FOUND
               DISPLAY "CASHMON - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "CASHMON - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           EXIT.

       LOAD-RUN-PARMS SECTION.
           OPEN INPUT RUN-PARM-FILE.
           READ RUN-PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PARM-EOF
               PERFORM APPLY-RUN-PARM
               READ RUN-PARM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RUN-PARM-FILE.
           COMPUTE NEAR-FLOOR =
               CASH-THRESHOLD * STRUCT-BAND-PCT / 100.
           MOVE CASH-THRESHOLD TO PARM-ECHO.
           DISPLAY "CASHMON - CASH-THRESHOLD   " PARM-ECHO.
           MOVE STRUCT-BAND-PCT TO PARM-ECHO.
           DISPLAY "CASHMON - STRUCT-BAND-PCT  " PARM-ECHO.
           MOVE STRUCT-MIN-COUNT TO PARM-ECHO.
           DISPLAY "CASHMON - STRUCT-MIN-COUNT " PARM-ECHO.
           MOVE STRUCT-WIN-DAYS TO PARM-ECHO.
           DISPLAY "CASHMON - STRUCT-WIN-DAYS  " PARM-ECHO.
           EXIT.

       APPLY-RUN-PARM SECTION.
           EVALUATE PRM-KEYWORD
               WHEN "CASH-THRESHOLD"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 1
                           AND PRM-VALUE-NUM <= 999999999
                       MOVE PRM-VALUE-NUM TO CASH-THRESHOLD
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "STRUCT-BAND-PCT"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 1
                           AND PRM-VALUE-NUM <= 99
                       MOVE PRM-VALUE-NUM TO STRUCT-BAND-PCT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "STRUCT-MIN-COUNT"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 2
                           AND PRM-VALUE-NUM <= 99
                       MOVE PRM-VALUE-NUM TO STRUCT-MIN-COUNT
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN "STRUCT-WIN-DAYS"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 1
                           AND PRM-VALUE-NUM <= 31
                       MOVE PRM-VALUE-NUM TO STRUCT-WIN-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       REPORT-BAD-PARM SECTION.
           DISPLAY "CASHMON - RUN PARM " PRM-KEYWORD
               " VALUE BAD - CARD IGNORED".
           EXIT.

      *    THE WINDOW COUNTS THE BUSINESS DATE AS ITS LAST DAY.
       SET-WINDOW-START SECTION.
           MOVE RUN-DATE TO WINDOW-DAY-NUM.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WINDOW-DAY-NUM).
           COMPUTE WINDOW-START-INT =
               RUN-DATE-INT - STRUCT-WIN-DAYS + 1.
           COMPUTE WINDOW-START-NUM =
               FUNCTION DATE-OF-INTEGER(WINDOW-START-INT).
           DISPLAY "CASHMON - WINDOW FROM " WINDOW-START-DATE
               " THROUGH " RUN-DATE.
           EXIT.

       READ-HISTORY SECTION.
           READ TRANS-HIST-FILE NEXT RECORD
               AT END SET HIST-EOF TO TRUE
           END-READ.
           IF HIST-EOF
               MOVE HIGH-VALUES TO HIST-ACCOUNT-KEY
           ELSE
               ADD 1 TO HIST-READ
               MOVE HST-ACCOUNT TO HIST-ACCOUNT-KEY
           END-IF.
           EXIT.

       READ-TRANSACTION SECTION.
           READ VALID-TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
           END-READ.
           IF TRANS-EOF
               MOVE HIGH-VALUES TO TRANS-ACCOUNT-KEY
           ELSE
               ADD 1 TO TRANS-READ
               MOVE VAL-ACCOUNT TO TRANS-ACCOUNT-KEY
           END-IF.
           EXIT.

      *    GATHER THE ACCOUNT'S WINDOW ITEMS FROM BOTH FILES, THEN
      *    RUN THE THREE TESTS OVER THEM.
       EXAMINE-ONE-ACCOUNT SECTION.
           MOVE 0 TO MON-TRAN-COUNT.
           MOVE "N" TO HEADED-SWITCH.
           PERFORM UNTIL HIST-ACCOUNT-KEY NOT = CURRENT-ACCOUNT
               IF HST-RUN-DATE NOT < WINDOW-START-DATE
                       AND HST-RUN-DATE < RUN-DATE
                   ADD 1 TO HIST-IN-WINDOW
                   PERFORM TAKE-HISTORY-ITEM
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.
           PERFORM UNTIL TRANS-ACCOUNT-KEY NOT = CURRENT-ACCOUNT
               PERFORM TAKE-DAY-ITEM
               PERFORM READ-TRANSACTION
           END-PERFORM.
           IF MON-TRAN-COUNT > 0
               ADD 1 TO ACCOUNTS-EXAMINED
               PERFORM TEST-EACH-BUSINESS-DATE
               MOVE "S" TO HIT-TYPE
               MOVE "D" TO HIT-DIRECTION
               PERFORM TEST-STRUCTURING
               MOVE "C" TO HIT-DIRECTION
               PERFORM TEST-STRUCTURING
               IF ACCOUNT-HEADED
                   ADD 1 TO ACCOUNTS-REPORTED
                   WRITE REPORT-RECORD FROM RPT-SEPARATOR-LINE
               END-IF
           END-IF.
           EXIT.

      *    ONLY CUSTOMER DEBITS AND CREDITS ARE MONITORED.
       TAKE-HISTORY-ITEM SECTION.
           IF (HST-CODE = "D" OR HST-CODE = "C")
                   AND HST-REFERENCE(9:2) NOT = "SC"
                   AND HST-REFERENCE(9:2) NOT = "IC"
               IF MON-TRAN-COUNT < MON-TRAN-LIMIT
                   ADD 1 TO MON-TRAN-COUNT
                   MOVE HST-RUN-DATE TO MTR-BUS-DATE(MON-TRAN-COUNT)
                   MOVE HST-DATE TO MTR-TRAN-DATE(MON-TRAN-COUNT)
                   MOVE HST-CODE TO MTR-CODE(MON-TRAN-COUNT)
                   MOVE HST-AMOUNT TO MTR-AMOUNT(MON-TRAN-COUNT)
                   MOVE HST-BRANCH-ID TO MTR-BRANCH-ID(MON-TRAN-COUNT)
                   MOVE HST-REFERENCE TO MTR-REFERENCE(MON-TRAN-COUNT)
                   MOVE "HIST" TO MTR-SOURCE(MON-TRAN-COUNT)
                   IF HST-REVERSED
                       MOVE "REV" TO MTR-REVERSED(MON-TRAN-COUNT)
                   ELSE
                       MOVE SPACES TO MTR-REVERSED(MON-TRAN-COUNT)
                   END-IF
               ELSE
                   PERFORM REPORT-TABLE-OVERFLOW
               END-IF
           END-IF.
           EXIT.

       TAKE-DAY-ITEM SECTION.
           IF (VAL-CODE = "D" OR VAL-CODE = "C")
                   AND VAL-REFERENCE(9:2) NOT = "SC"
                   AND VAL-REFERENCE(9:2) NOT = "IC"
               IF MON-TRAN-COUNT < MON-TRAN-LIMIT
                   ADD 1 TO MON-TRAN-COUNT
                   MOVE RUN-DATE TO MTR-BUS-DATE(MON-TRAN-COUNT)
                   MOVE VAL-DATE TO MTR-TRAN-DATE(MON-TRAN-COUNT)
                   MOVE VAL-CODE TO MTR-CODE(MON-TRAN-COUNT)
                   MOVE VAL-AMOUNT TO MTR-AMOUNT(MON-TRAN-COUNT)
                   MOVE VAL-BRANCH-ID TO MTR-BRANCH-ID(MON-TRAN-COUNT)
                   MOVE VAL-REFERENCE TO MTR-REFERENCE(MON-TRAN-COUNT)
                   MOVE "DAY" TO MTR-SOURCE(MON-TRAN-COUNT)
                   MOVE SPACES TO MTR-REVERSED(MON-TRAN-COUNT)
               ELSE
                   PERFORM REPORT-TABLE-OVERFLOW
               END-IF
           END-IF.
           EXIT.

       REPORT-TABLE-OVERFLOW SECTION.
           ADD 1 TO OVERFLOW-COUNT.
           DISPLAY "CASHMON - ACCOUNT " CURRENT-ACCOUNT
               " EXCEEDS ITEM TABLE - ITEM NOT TESTED".
           EXIT.

      *    LARGE-CASH AND MULTI-BRANCH TESTS, ONE BUSINESS DATE AT A
      *    TIME FROM THE START OF THE WINDOW.
       TEST-EACH-BUSINESS-DATE SECTION.
           PERFORM VARYING WINDOW-DAY-INT FROM WINDOW-START-INT BY 1
                   UNTIL WINDOW-DAY-INT > RUN-DATE-INT
               COMPUTE WINDOW-DAY-NUM =
                   FUNCTION DATE-OF-INTEGER(WINDOW-DAY-INT)
               MOVE WINDOW-DAY-DATE TO HIT-DATE
               MOVE "L" TO HIT-TYPE
               MOVE "D" TO HIT-DIRECTION
               PERFORM TALLY-HIT
               IF HIT-TOTAL > CASH-THRESHOLD
                   PERFORM REPORT-HIT
               END-IF
               MOVE "C" TO HIT-DIRECTION
               PERFORM TALLY-HIT
               IF HIT-TOTAL > CASH-THRESHOLD
                   PERFORM REPORT-HIT
               END-IF
               MOVE "B" TO HIT-TYPE
               MOVE SPACE TO HIT-DIRECTION
               PERFORM TALLY-HIT
               IF BRANCH-COUNT > 1
                   PERFORM REPORT-HIT
               END-IF
           END-PERFORM.
           EXIT.

      *    THE DATE OF A STRUCTURING HIT IS ITS LATEST BUSINESS DATE.
       TEST-STRUCTURING SECTION.
           PERFORM TALLY-HIT.
           IF HIT-COUNT >= STRUCT-MIN-COUNT
                   AND HIT-TOTAL > CASH-THRESHOLD
               MOVE HIT-LAST-DATE TO HIT-DATE
               PERFORM REPORT-HIT
           END-IF.
           EXIT.

      *    COUNT, TOTAL, DATE RANGE AND DISTINCT BRANCHES OF THE
      *    ITEMS BELONGING TO THE HIT DESCRIBED BY HIT-TYPE,
      *    HIT-DIRECTION AND (LARGE CASH, MULTI-BRANCH) HIT-DATE.
       TALLY-HIT SECTION.
           MOVE 0 TO HIT-COUNT.
           MOVE 0 TO HIT-TOTAL.
           MOVE 0 TO BRANCH-COUNT.
           MOVE HIGH-VALUES TO HIT-FIRST-DATE.
           MOVE LOW-VALUES TO HIT-LAST-DATE.
           PERFORM VARYING MON-TRAN-IX FROM 1 BY 1
                   UNTIL MON-TRAN-IX > MON-TRAN-COUNT
               PERFORM TEST-ITEM-IN-HIT
               IF ITEM-IN-HIT
                   ADD 1 TO HIT-COUNT
                   ADD MTR-AMOUNT(MON-TRAN-IX) TO HIT-TOTAL
                   IF MTR-BUS-DATE(MON-TRAN-IX) < HIT-FIRST-DATE
                       MOVE MTR-BUS-DATE(MON-TRAN-IX) TO HIT-FIRST-DATE
                   END-IF
                   IF MTR-BUS-DATE(MON-TRAN-IX) > HIT-LAST-DATE
                       MOVE MTR-BUS-DATE(MON-TRAN-IX) TO HIT-LAST-DATE
                   END-IF
                   PERFORM COUNT-ITEM-BRANCH
               END-IF
           END-PERFORM.
           EXIT.

      *    A STRUCTURING ITEM RUNS FROM THE BAND FLOOR UP TO THE
      *    THRESHOLD ITSELF, ANYWHERE IN THE WINDOW.
       TEST-ITEM-IN-HIT SECTION.
           MOVE "N" TO ITEM-HIT-SWITCH.
           EVALUATE TRUE
               WHEN HIT-LARGE-CASH
                   IF MTR-BUS-DATE(MON-TRAN-IX) = HIT-DATE
                           AND MTR-CODE(MON-TRAN-IX) = HIT-DIRECTION
                       SET ITEM-IN-HIT TO TRUE
                   END-IF
               WHEN HIT-MULTI-BRANCH
                   IF MTR-BUS-DATE(MON-TRAN-IX) = HIT-DATE
                       SET ITEM-IN-HIT TO TRUE
                   END-IF
               WHEN HIT-STRUCTURING
                   IF MTR-CODE(MON-TRAN-IX) = HIT-DIRECTION
                           AND MTR-AMOUNT(MON-TRAN-IX) NOT < NEAR-FLOOR
                           AND MTR-AMOUNT(MON-TRAN-IX)
                               NOT > CASH-THRESHOLD
                       SET ITEM-IN-HIT TO TRUE
                   END-IF
           END-EVALUATE.
           EXIT.

      *    BLANK BRANCH IDS (MACHINE-BUILT ITEMS) ARE NOT COUNTED.
       COUNT-ITEM-BRANCH SECTION.
           IF MTR-BRANCH-ID(MON-TRAN-IX) NOT = SPACES
               MOVE "N" TO BRANCH-SEEN-SWITCH
               PERFORM VARYING BRANCH-IX FROM 1 BY 1
                       UNTIL BRANCH-IX > BRANCH-COUNT
                   IF BRANCH-SEEN-ID(BRANCH-IX)
                           = MTR-BRANCH-ID(MON-TRAN-IX)
                       SET BRANCH-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT BRANCH-SEEN AND BRANCH-COUNT < BRANCH-LIMIT
                   ADD 1 TO BRANCH-COUNT
                   MOVE MTR-BRANCH-ID(MON-TRAN-IX)
                       TO BRANCH-SEEN-ID(BRANCH-COUNT)
               END-IF
           END-IF.
           EXIT.

      *    A HIT ALREADY ON THE FLAGGED-ACCOUNTS FILE IS ONLY
      *    COUNTED.  OTHERWISE IT IS PRINTED WITH ITS ITEMS AND
      *    FLAGGED.
       REPORT-HIT SECTION.
           PERFORM CHECK-ALREADY-FLAGGED.
           IF ALREADY-FLAGGED
               ADD 1 TO HITS-SUPPRESSED
           ELSE
               ADD 1 TO NEW-HITS
               IF NOT ACCOUNT-HEADED
                   PERFORM WRITE-ACCOUNT-HEADING
               END-IF
               PERFORM DESCRIBE-HIT
               MOVE HIT-TEXT TO RPT-HIT-TEXT
               MOVE HIT-TOTAL TO RPT-HIT-TOTAL
               MOVE HIT-COUNT TO RPT-HIT-COUNT
               WRITE REPORT-RECORD FROM RPT-BLANK-LINE
               WRITE REPORT-RECORD FROM RPT-HIT-LINE
               WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
               PERFORM VARYING MON-TRAN-IX FROM 1 BY 1
                       UNTIL MON-TRAN-IX > MON-TRAN-COUNT
                   PERFORM TEST-ITEM-IN-HIT
                   IF ITEM-IN-HIT
                       PERFORM WRITE-HIT-DETAIL
                   END-IF
               END-PERFORM
               PERFORM WRITE-FLAG-RECORD
           END-IF.
           EXIT.

      *    LARGE-CASH AND MULTI-BRANCH FLAGS MATCH ON THEIR DATE.  A
      *    STRUCTURING FLAG DATED ON OR AFTER THE HIT'S LATEST
      *    BUSINESS DATE MEANS NOTHING NEWER HAS JOINED THE PATTERN.
       CHECK-ALREADY-FLAGGED SECTION.
           MOVE "N" TO FLAGGED-SWITCH.
           MOVE CURRENT-ACCOUNT TO FLG-ACCOUNT.
           MOVE HIT-TYPE TO FLG-HIT-TYPE.
           MOVE HIT-DIRECTION TO FLG-DIRECTION.
           MOVE HIT-DATE TO FLG-ACTIVITY-DATE.
           IF HIT-STRUCTURING
               START CASH-FLAG-FILE KEY IS NOT LESS THAN FLG-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CASH-FLAG-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF FLG-ACCOUNT = CURRENT-ACCOUNT
                                       AND FLG-STRUCTURING
                                       AND FLG-DIRECTION
                                           = HIT-DIRECTION
                                   SET ALREADY-FLAGGED TO TRUE
                               END-IF
                       END-READ
               END-START
           ELSE
               READ CASH-FLAG-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET ALREADY-FLAGGED TO TRUE
               END-READ
           END-IF.
           EXIT.

       WRITE-ACCOUNT-HEADING SECTION.
           SET ACCOUNT-HEADED TO TRUE.
           MOVE CURRENT-ACCOUNT TO RPT-ACCOUNT.
           MOVE CURRENT-ACCOUNT TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NOT ON ACCOUNT MASTER" TO RPT-ACCT-NAME
               NOT INVALID KEY
                   MOVE ACCT-NAME TO RPT-ACCT-NAME
           END-READ.
           WRITE REPORT-RECORD FROM RPT-ACCOUNT-LINE.
           EXIT.

       DESCRIBE-HIT SECTION.
           MOVE SPACES TO HIT-TEXT.
           EVALUATE TRUE
               WHEN HIT-LARGE-CASH
                   ADD 1 TO LARGE-CASH-HITS
                   IF HIT-DIRECTION = "D"
                       STRING "LARGE CASH - DEBITS ON "
                               DELIMITED BY SIZE
                               HIT-DATE DELIMITED BY SIZE
                           INTO HIT-TEXT
                   ELSE
                       STRING "LARGE CASH - CREDITS ON "
                               DELIMITED BY SIZE
                               HIT-DATE DELIMITED BY SIZE
                           INTO HIT-TEXT
                   END-IF
               WHEN HIT-MULTI-BRANCH
                   ADD 1 TO MULTI-BRANCH-HITS
                   MOVE BRANCH-COUNT TO BRANCH-COUNT-EDIT
                   STRING "MULTI-BRANCH ON " DELIMITED BY SIZE
                           HIT-DATE DELIMITED BY SIZE
                           " BRANCHES:" DELIMITED BY SIZE
                           BRANCH-COUNT-EDIT DELIMITED BY SIZE
                       INTO HIT-TEXT
               WHEN HIT-STRUCTURING
                   ADD 1 TO STRUCTURING-HITS
                   IF HIT-DIRECTION = "D"
                       STRING "STRUCTURED DEBITS " DELIMITED BY SIZE
                               HIT-FIRST-DATE DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               HIT-LAST-DATE DELIMITED BY SIZE
                           INTO HIT-TEXT
                   ELSE
                       STRING "STRUCTURED CREDITS " DELIMITED BY SIZE
                               HIT-FIRST-DATE DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               HIT-LAST-DATE DELIMITED BY SIZE
                           INTO HIT-TEXT
                   END-IF
           END-EVALUATE.
           EXIT.

       WRITE-HIT-DETAIL SECTION.
           MOVE MTR-BUS-DATE(MON-TRAN-IX) TO RPT-BUS-DATE.
           MOVE MTR-TRAN-DATE(MON-TRAN-IX) TO RPT-TRAN-DATE.
           MOVE MTR-CODE(MON-TRAN-IX) TO RPT-CODE.
           MOVE MTR-BRANCH-ID(MON-TRAN-IX) TO RPT-BRANCH-ID.
           MOVE MTR-REFERENCE(MON-TRAN-IX) TO RPT-REFERENCE.
           MOVE MTR-AMOUNT(MON-TRAN-IX) TO RPT-AMOUNT.
           MOVE MTR-SOURCE(MON-TRAN-IX) TO RPT-SOURCE.
           MOVE MTR-REVERSED(MON-TRAN-IX) TO RPT-REVERSED.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           EXIT.

       WRITE-FLAG-RECORD SECTION.
           MOVE SPACES TO CASH-FLAG-RECORD.
           MOVE CURRENT-ACCOUNT TO FLG-ACCOUNT.
           MOVE HIT-TYPE TO FLG-HIT-TYPE.
           MOVE HIT-DIRECTION TO FLG-DIRECTION.
           MOVE HIT-DATE TO FLG-ACTIVITY-DATE.
           MOVE HIT-FIRST-DATE TO FLG-FIRST-DATE.
           MOVE RUN-DATE TO FLG-REPORTED-DATE.
           MOVE RUN-TIME TO FLG-REPORTED-TIME.
           MOVE HIT-COUNT TO FLG-TRAN-COUNT.
           MOVE HIT-TOTAL TO FLG-TOTAL-AMOUNT.
           MOVE BRANCH-COUNT TO FLG-BRANCH-COUNT.
           WRITE CASH-FLAG-RECORD
               INVALID KEY
                   ADD 1 TO FLAG-ERRORS
                   DISPLAY "CASHMON - FLAG WRITE FAILED FOR " FLG-KEY
                       " - STATUS " FLAG-STATUS
           END-WRITE.
           EXIT.

       WRITE-MONITOR-TOTALS SECTION.
           WRITE REPORT-RECORD FROM RPT-SEPARATOR-LINE.
           MOVE "HISTORY RECORDS READ......" TO RPT-COUNT-LABEL.
           MOVE HIST-READ TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "HISTORY IN WINDOW........." TO RPT-COUNT-LABEL.
           MOVE HIST-IN-WINDOW TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DAY'S TRANSACTIONS READ..." TO RPT-COUNT-LABEL.
           MOVE TRANS-READ TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS EXAMINED........." TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-EXAMINED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS REPORTED........." TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-REPORTED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "LARGE-CASH HITS..........." TO RPT-COUNT-LABEL.
           MOVE LARGE-CASH-HITS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "MULTI-BRANCH HITS........." TO RPT-COUNT-LABEL.
           MOVE MULTI-BRANCH-HITS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "STRUCTURING HITS.........." TO RPT-COUNT-LABEL.
           MOVE STRUCTURING-HITS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ALREADY REPORTED - SKIPPED" TO RPT-COUNT-LABEL.
           MOVE HITS-SUPPRESSED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS OVER TABLE LIMIT...." TO RPT-COUNT-LABEL.
           MOVE OVERFLOW-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "FLAG WRITE FAILURES......." TO RPT-COUNT-LABEL.
           MOVE FLAG-ERRORS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "CASHMON"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE HIST-IN-WINDOW TO COUNT-EDIT.
           STRING "HIST=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE TRANS-READ TO COUNT-EDIT.
           STRING " DAY=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT(17:).
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE NEW-HITS TO COUNT-EDIT.
           STRING "HITS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE HITS-SUPPRESSED TO COUNT-EDIT.
           STRING " SKIPPED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(17:).
           EVALUATE TRUE
               WHEN OVERFLOW-COUNT > 0 OR FLAG-ERRORS > 0
                   MOVE "OV" TO AUD-STATUS-CODE
               WHEN NEW-HITS > 0
                   MOVE "FL" TO AUD-STATUS-CODE
               WHEN OTHER
                   MOVE "OK" TO AUD-STATUS-CODE
           END-EVALUATE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
