       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  DAILY INTEREST ACCRUAL
      *                    ON CREDIT BALANCES, REPLACING THE HAND
      *                    FIGURES OPERATIONS WORKED OUT FROM THE
      *                    PERIOD ACTIVITY REPORT.  RUNS IN PRIMERUN
      *                    BEHIND THE PROMOTE (STEP036) AND UPDATES
      *                    THE LIVE MASTER IN PLACE: FOR EACH OPEN
      *                    OR FROZEN ACCOUNT IN CREDIT (THE MASTER IS
      *                    DEBIT-POSITIVE, SO A CREDIT BALANCE IS
      *                    BELOW ZERO) IT ACCRUES
      *                      CREDIT BALANCE * TIER RATE (BP) / 10000
      *                        * DAYS / INT-DAY-BASIS
      *                    TO FOUR DECIMAL PLACES INTO
      *                    ACCT-ACCRUED-INT, WHERE DAYS RUNS FROM
      *                    ACCT-ACCRUAL-DATE TO THE BUSINESS DATE -
      *                    SO WEEKENDS AND HOLIDAYS ARE PICKED UP ON
      *                    THE NEXT PROCESSING DAY, AND A RERUN OR A
      *                    RESTART FOR THE SAME DATE ACCRUES NOTHING
      *                    TWICE.  THE RATE IS THE HIGHEST TIER WHOSE
      *                    FLOOR THE CREDIT BALANCE REACHES, FROM THE
      *                    RUNPARM CARDS:
      *                      INT-TIER1-FLOOR / INT-TIER1-BP
      *                      INT-TIER2-FLOOR / INT-TIER2-BP
      *                      INT-TIER3-FLOOR / INT-TIER3-BP
      *                      INT-DAY-BASIS  (DEFAULT 365)
      *                    A TIER WITH A ZERO RATE IS UNUSED.  EVERY
      *                    ACCOUNT NOT ACCRUING (DEBIT BALANCE, NO
      *                    TIER REACHED, CLOSED) IS STILL STAMPED
      *                    WITH THE BUSINESS DATE SO IT CANNOT BACK-
      *                    ACCRUE LATER.  THE ACCRUAL REGISTER
      *                    (INTARPT) LISTS EVERY ACCOUNT ACCRUED.
      *                    INTCAP CAPITALIZES THE FIGURE AT MONTH
      *                    END.
      *    2026-10-15 DLA  THE RUN NOW RECORDS ITSELF ON THE STREAM
      *                    STEP-CONTROL DATASET (JOBCTL, SHARED JOBCREC
      *                    COPYBOOK) - STARTED AS IT BEGINS, COMPLETE
      *                    WHEN IT ENDS RC=4 OR LOWER.  WHEN THE STREAM
      *                    IS RESUBMITTED FOR A BUSINESS DATE ON WHICH
      *                    THIS STEP IS ALREADY COMPLETE, THE RUN DOES
      *                    NO WORK AND ENDS RC=1, UNLESS OPERATIONS HAS
      *                    RE-OPENED THE STEP WITH A JOBCTL OVERRIDE
      *                    CARD.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "INTARPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

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

       FD  JOB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JOBCREC.

       WORKING-STORAGE SECTION.
       01  RUN-DATE                    PIC X(08).
       01  RUN-TIME                    PIC X(08).
       01  RUN-DATE-NUM                PIC 9(08).
       01  RUN-DATE-INT                PIC S9(9) COMP.
       01  ACCRUAL-DATE-NUM            PIC 9(08).
       01  ACCRUAL-DATE-INT            PIC S9(9) COMP.
       01  MASTER-STATUS               PIC X(02).
       01  PROC-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  STEP-CLEAN-RC               PIC 9(4) COMP VALUE 4.
       01  STEP-PRIOR-STATUS           PIC X(1).
       01  STEP-DONE-SWITCH            PIC X(1) VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y".
       01  MASTER-EOF-SWITCH           PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01  PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01  INT-DAY-BASIS               PIC 9(04) COMP VALUE 365.
       01  INT-TIER-TABLE.
           05  INT-TIER OCCURS 3 TIMES.
               10  INT-TIER-FLOOR      PIC S9(11) COMP-5.
               10  INT-TIER-BP         PIC 9(04) COMP.
       01  TIER-IX                     PIC 9(4) COMP.
       01  TIER-COUNT                  PIC 9(4) COMP VALUE 0.
       01  PARM-ECHO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  BALANCE-WORK                PIC S9(11) COMP-5.
       01  CREDIT-BALANCE              PIC S9(11) COMP-5.
       01  RATE-BP-WORK                PIC 9(04) COMP.
       01  RATE-FLOOR-WORK             PIC S9(11) COMP-5.
       01  ACCRUAL-DAYS                PIC S9(9) COMP.
       01  ACCRUED-WORK                PIC S9(09)V9(04) COMP-5.
       01  ACCRUAL-TODAY               PIC S9(09)V9(04) COMP-5.
       01  TOTAL-ACCRUED-TODAY         PIC S9(11)V9(04) COMP-5
                                       VALUE 0.
       01  TOTAL-ACCRUED-TO-DATE       PIC S9(11)V9(04) COMP-5
                                       VALUE 0.
       01  ACCOUNTS-READ               PIC 9(7) COMP VALUE 0.
       01  ACCOUNTS-ACCRUED            PIC 9(7) COMP VALUE 0.
       01  ACCOUNTS-CURRENT            PIC 9(7) COMP VALUE 0.
       01  REWRITE-ERRORS              PIC 9(7) COMP VALUE 0.
       01  PAGE-NO                     PIC 9(3) COMP VALUE 0.
       01  LINE-CT                     PIC 9(4) COMP VALUE 0.
       01  LINES-PER-PAGE              PIC 9(4) COMP VALUE 55.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.

      *    REGISTER LINE LAYOUTS
       01  RPT-HEADER-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE "DAILY INTEREST ACCRUAL REGISTER".
           05  FILLER                  PIC X(10) VALUE "PAGE".
           05  RPT-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  RPT-HEADER-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "ACCRUED TO:".
           05  RPT-ACCRUAL-DATE        PIC X(08).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(15) VALUE "BALANCE".
           05  FILLER                  PIC X(06) VALUE "BP".
           05  FILLER                  PIC X(05) VALUE "DAYS".
           05  FILLER                  PIC X(16) VALUE "ACCRUED TODAY".
           05  FILLER                  PIC X(16)
               VALUE "ACCRUED TO DATE".
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCOUNT             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BALANCE             PIC -(12)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RATE-BP             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCRUED-TODAY       PIC -(8)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCRUED-TO-DATE     PIC -(8)9.9999.
           05  FILLER                  PIC X(12) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(22).
           05  RPT-COUNT-VALUE         PIC -(12)9.
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RPT-AMOUNT-LABEL        PIC X(22).
           05  RPT-AMOUNT-VALUE        PIC -(10)9.9999.
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.
           MOVE RUN-DATE TO RUN-DATE-NUM.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).

           PERFORM LOAD-RUN-PARMS.

           IF TIER-COUNT = 0
               DISPLAY "INTACCR - NO RATE TIERS ON RUNPARM - "
                   "NOTHING ACCRUED"
           END-IF.

           OPEN I-O ACCOUNT-MASTER.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "INTACCR - ACCOUNT MASTER OPEN FAILED - STATUS "
                   MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM READ-MASTER.
           PERFORM UNTIL MASTER-EOF
               PERFORM ACCRUE-ONE-ACCOUNT
               PERFORM READ-MASTER
           END-PERFORM.

           PERFORM WRITE-REGISTER-TOTALS.

           CLOSE ACCOUNT-MASTER.
           CLOSE REPORT-FILE.

           IF REWRITE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-AUDIT-LOG.
           PERFORM END-STEP-CONTROL.

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
               DISPLAY "INTACCR - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "INTACCR - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           EXIT.

      *    A STEP ALREADY COMPLETE FOR THIS BUSINESS DATE DOES NO
      *    WORK - THE STREAM HAS BEEN RESUBMITTED.  A STEP THAT
      *    STARTED BUT DID NOT FINISH CLEAN, OR THAT OPERATIONS
      *    HAS RE-OPENED WITH A JOBCTL OVERRIDE CARD, RUNS AGAIN.
       BEGIN-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "INTACCR" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO JCT-STATUS
                   MOVE 0 TO JCT-RUN-COUNT
                   MOVE SPACES TO JCT-OVERRIDE-OPER
                   MOVE 0 TO JCT-OVERRIDE-COUNT
           END-READ.
           IF JCT-COMPLETE
               SET STEP-ALREADY-DONE TO TRUE
           ELSE
               IF JCT-OVERRIDE-OPEN
                   DISPLAY "INTACCR - RERUN UNDER OVERRIDE BY "
                       JCT-OVERRIDE-OPER
               END-IF
               MOVE JCT-STATUS TO STEP-PRIOR-STATUS
               SET JCT-STARTED TO TRUE
               ACCEPT JCT-START-DATE FROM DATE YYYYMMDD
               ACCEPT JCT-START-TIME FROM TIME
               MOVE SPACES TO JCT-END-DATE
               MOVE SPACES TO JCT-END-TIME
               MOVE 0 TO JCT-RETURN-CODE
               ADD 1 TO JCT-RUN-COUNT
               IF STEP-PRIOR-STATUS = SPACE
                   WRITE JOB-CONTROL-RECORD
               ELSE
                   REWRITE JOB-CONTROL-RECORD
               END-IF
           END-IF.
           CLOSE JOB-CONTROL-FILE.
           IF STEP-ALREADY-DONE
               DISPLAY "INTACCR - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " RUN-DATE " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "INTACCR" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "INTACCR - STEP CONTROL RECORD MISSING - "
                       "COMPLETION NOT RECORDED"
               NOT INVALID KEY
                   IF RETURN-CODE > STEP-CLEAN-RC
                       SET JCT-ENDED-NOT-CLEAN TO TRUE
                   ELSE
                       SET JCT-COMPLETE TO TRUE
                   END-IF
                   ACCEPT JCT-END-DATE FROM DATE YYYYMMDD
                   ACCEPT JCT-END-TIME FROM TIME
                   MOVE RETURN-CODE TO JCT-RETURN-CODE
                   REWRITE JOB-CONTROL-RECORD
           END-READ.
           CLOSE JOB-CONTROL-FILE.
           EXIT.

       LOAD-RUN-PARMS SECTION.
           PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 3
               MOVE 0 TO INT-TIER-FLOOR(TIER-IX)
               MOVE 0 TO INT-TIER-BP(TIER-IX)
           END-PERFORM.
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
           PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 3
               IF INT-TIER-BP(TIER-IX) > 0
                   ADD 1 TO TIER-COUNT
               END-IF
               MOVE INT-TIER-FLOOR(TIER-IX) TO PARM-ECHO
               DISPLAY "INTACCR - TIER " TIER-IX " FLOOR " PARM-ECHO
               MOVE INT-TIER-BP(TIER-IX) TO PARM-ECHO
               DISPLAY "INTACCR - TIER " TIER-IX " BP    " PARM-ECHO
           END-PERFORM.
           MOVE INT-DAY-BASIS TO PARM-ECHO.
           DISPLAY "INTACCR - INT-DAY-BASIS  " PARM-ECHO.
           EXIT.

       APPLY-RUN-PARM SECTION.
           EVALUATE PRM-KEYWORD
               WHEN "INT-TIER1-FLOOR"
                   MOVE 1 TO TIER-IX
                   PERFORM APPLY-TIER-FLOOR
               WHEN "INT-TIER2-FLOOR"
                   MOVE 2 TO TIER-IX
                   PERFORM APPLY-TIER-FLOOR
               WHEN "INT-TIER3-FLOOR"
                   MOVE 3 TO TIER-IX
                   PERFORM APPLY-TIER-FLOOR
               WHEN "INT-TIER1-BP"
                   MOVE 1 TO TIER-IX
                   PERFORM APPLY-TIER-RATE
               WHEN "INT-TIER2-BP"
                   MOVE 2 TO TIER-IX
                   PERFORM APPLY-TIER-RATE
               WHEN "INT-TIER3-BP"
                   MOVE 3 TO TIER-IX
                   PERFORM APPLY-TIER-RATE
               WHEN "INT-DAY-BASIS"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 360
                           AND PRM-VALUE-NUM <= 366
                       MOVE PRM-VALUE-NUM TO INT-DAY-BASIS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       APPLY-TIER-FLOOR SECTION.
           IF PRM-VALUE IS NUMERIC
                   AND PRM-VALUE-NUM <= 99999999999
               MOVE PRM-VALUE-NUM TO INT-TIER-FLOOR(TIER-IX)
           ELSE
               PERFORM REPORT-BAD-PARM
           END-IF.
           EXIT.

       APPLY-TIER-RATE SECTION.
           IF PRM-VALUE IS NUMERIC
                   AND PRM-VALUE-NUM <= 9999
               MOVE PRM-VALUE-NUM TO INT-TIER-BP(TIER-IX)
           ELSE
               PERFORM REPORT-BAD-PARM
           END-IF.
           EXIT.

       REPORT-BAD-PARM SECTION.
           DISPLAY "INTACCR - RUN PARM " PRM-KEYWORD
               " VALUE BAD - CARD IGNORED".
           EXIT.

       READ-MASTER SECTION.
           READ ACCOUNT-MASTER
               AT END SET MASTER-EOF TO TRUE
           END-READ.
           IF NOT MASTER-EOF
               ADD 1 TO ACCOUNTS-READ
           END-IF.
           EXIT.

      *    DAYS OWED RUN FROM THE LAST DATE ACCRUED THROUGH; A
      *    RECORD NEVER ACCRUED OWES ONE DAY.  A RECORD ALREADY
      *    ACCRUED THROUGH TODAY IS LEFT ALONE, WHICH IS WHAT
      *    MAKES A RERUN SAFE.
       ACCRUE-ONE-ACCOUNT SECTION.
           IF ACCT-ACCRUED-INT IS NUMERIC
               MOVE ACCT-ACCRUED-INT TO ACCRUED-WORK
           ELSE
               MOVE 0 TO ACCRUED-WORK
           END-IF.
           IF ACCT-ACCRUAL-DATE IS NUMERIC
               MOVE ACCT-ACCRUAL-DATE TO ACCRUAL-DATE-NUM
               COMPUTE ACCRUAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(ACCRUAL-DATE-NUM)
               COMPUTE ACCRUAL-DAYS = RUN-DATE-INT - ACCRUAL-DATE-INT
           ELSE
               MOVE 1 TO ACCRUAL-DAYS
           END-IF.
           IF ACCRUAL-DAYS > 0
               PERFORM ACCRUE-AND-REWRITE
           ELSE
               ADD 1 TO ACCOUNTS-CURRENT
               ADD ACCRUED-WORK TO TOTAL-ACCRUED-TO-DATE
           END-IF.
           EXIT.

       ACCRUE-AND-REWRITE SECTION.
           IF ACCT-CURR-BAL IS NUMERIC
               MOVE ACCT-CURR-BAL TO BALANCE-WORK
           ELSE
               MOVE 0 TO BALANCE-WORK
           END-IF.
           COMPUTE CREDIT-BALANCE = 0 - BALANCE-WORK.
           PERFORM SELECT-RATE-TIER.
           MOVE 0 TO ACCRUAL-TODAY.
           IF CREDIT-BALANCE > 0
                   AND RATE-BP-WORK > 0
                   AND NOT ACCT-STATUS-CLOSED
               COMPUTE ACCRUAL-TODAY ROUNDED =
                   CREDIT-BALANCE * RATE-BP-WORK * ACCRUAL-DAYS
                       / (10000 * INT-DAY-BASIS)
           END-IF.
           ADD ACCRUAL-TODAY TO ACCRUED-WORK.
           MOVE ACCRUED-WORK TO ACCT-ACCRUED-INT.
           MOVE RUN-DATE TO ACCT-ACCRUAL-DATE.
           REWRITE ACCOUNT-MASTER-RECORD.
           IF MASTER-STATUS NOT = "00"
               ADD 1 TO REWRITE-ERRORS
               DISPLAY "INTACCR - REWRITE FAILED FOR ACCOUNT "
                   ACCT-NUMBER " - STATUS " MASTER-STATUS
           ELSE
               ADD ACCRUED-WORK TO TOTAL-ACCRUED-TO-DATE
               IF ACCRUAL-TODAY > 0
                   ADD 1 TO ACCOUNTS-ACCRUED
                   ADD ACCRUAL-TODAY TO TOTAL-ACCRUED-TODAY
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-IF.
           EXIT.

      *    THE HIGHEST FLOOR THE CREDIT BALANCE REACHES SETS THE
      *    RATE FOR THE WHOLE BALANCE.
       SELECT-RATE-TIER SECTION.
           MOVE 0 TO RATE-BP-WORK.
           MOVE -1 TO RATE-FLOOR-WORK.
           PERFORM VARYING TIER-IX FROM 1 BY 1 UNTIL TIER-IX > 3
               IF INT-TIER-BP(TIER-IX) > 0
                       AND CREDIT-BALANCE >= INT-TIER-FLOOR(TIER-IX)
                       AND INT-TIER-FLOOR(TIER-IX) > RATE-FLOOR-WORK
                   MOVE INT-TIER-BP(TIER-IX) TO RATE-BP-WORK
                   MOVE INT-TIER-FLOOR(TIER-IX) TO RATE-FLOOR-WORK
               END-IF
           END-PERFORM.
           EXIT.

       WRITE-REGISTER-HEADERS SECTION.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RPT-PAGE-NO.
           MOVE RUN-DATE TO RPT-ACCRUAL-DATE.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE-1.
           WRITE REPORT-RECORD FROM RPT-HEADER-LINE-2.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           WRITE REPORT-RECORD FROM RPT-COLUMN-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE 0 TO LINE-CT.
           EXIT.

       WRITE-REGISTER-DETAIL SECTION.
           IF LINE-CT = 0 OR LINE-CT NOT LESS THAN LINES-PER-PAGE
               PERFORM WRITE-REGISTER-HEADERS
           END-IF.
           MOVE ACCT-NUMBER TO RPT-ACCOUNT.
           MOVE BALANCE-WORK TO RPT-BALANCE.
           MOVE RATE-BP-WORK TO RPT-RATE-BP.
           MOVE ACCRUAL-DAYS TO RPT-DAYS.
           MOVE ACCRUAL-TODAY TO RPT-ACCRUED-TODAY.
           MOVE ACCRUED-WORK TO RPT-ACCRUED-TO-DATE.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           ADD 1 TO LINE-CT.
           EXIT.

       WRITE-REGISTER-TOTALS SECTION.
           IF LINE-CT = 0
               PERFORM WRITE-REGISTER-HEADERS
           END-IF.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE "ACCOUNTS READ........." TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-READ TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS ACCRUED......" TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-ACCRUED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ALREADY ACCRUED TODAY." TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-CURRENT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "REWRITE FAILURES......" TO RPT-COUNT-LABEL.
           MOVE REWRITE-ERRORS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCRUED THIS RUN......" TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-ACCRUED-TODAY TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "ACCRUED TO DATE......." TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-ACCRUED-TO-DATE TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "INTACCR"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE ACCOUNTS-READ TO COUNT-EDIT.
           STRING "ACCOUNTS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE ACCOUNTS-ACCRUED TO COUNT-EDIT.
           STRING "ACCRUED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE REWRITE-ERRORS TO COUNT-EDIT.
           STRING " FAILED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(16:).
           IF REWRITE-ERRORS = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "RW" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
