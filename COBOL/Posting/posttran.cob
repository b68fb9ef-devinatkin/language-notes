      *                    APPENDS ARE SKIPPED, SO A RESTART OR A
      *                    SAME-DATE RERUN CANNOT DOUBLE A HISTORY
      *                    RECORD EITHER.
      *    2026-10-15 DLA  THE MASTER RECORD NOW CARRIES AN ACCOUNT
      *                    STATUS CODE AND AN OVERDRAFT LIMIT (SEE
      *                    ACCTREC; BOTH SET BY ACCTMNT).  EVERY
      *                    TRANSACTION FOR A FROZEN OR CLOSED
      *                    ACCOUNT, AND EVERY DEBIT THAT WOULD CARRY
      *                    THE RUNNING BALANCE ABOVE THE ACCOUNT'S
      *                    LIMIT, IS NOW HELD INSTEAD OF POSTED - IT
      *                    GOES TO THE HOLD FILE (POSTHOLD, VALIDOUT
      *                    LAYOUT WITH A REASON CODE AND THE
      *                    BUSINESS DATE IN COLUMNS 71-79) AND IS
      *                    LISTED ON THE POSTING-EXCEPTIONS REPORT
      *                    (POSTEXCP).  A HELD ITEM TOUCHES NEITHER
      *                    THE BALANCE, THE PTD FIELDS, NOR HISTORY;
      *                    TRIALBAL BACKS THE HOLD FILE OUT OF ITS
      *                    PROOF AS IT DOES SUSPENSE.  HOLDS RIDE THE
      *                    CHECKPOINT AND THE RESTART RE-WALK ON THE
      *                    SAME TERMS AS SUSPENSE.  A RUN WITH HOLDS
      *                    BUT NO SUSPENSE ENDS RC=4.
      *    2026-10-15 DLA  VALIDOUT NOW CARRIES THE ORIGINATING
      *                    BRANCH IDENTIFIER (COLUMNS 23-24) AND THE
      *                    HISTORY APPEND CARRIES IT INTO TRANHIST, SO
      *                    MAIN'S DUPLICATE CHECK CAN NAME THE BRANCH
      *                    OF THE POSTED COPY.
      *    2026-10-15 DLA  VALIDOUT NOW CARRIES THE TRANSACTION
      *                    REFERENCE (COLUMNS 25-40) AND, ON A
      *                    REVERSAL ("R"), THE ORIGINAL'S REFERENCE
      *                    AND CODE (41-57).  THE HISTORY APPEND
      *                    CARRIES ALL THREE.  A REVERSAL POSTS THE
      *                    EXACT OPPOSITE OF ITS ORIGINAL - A
      *                    REVERSED DEBIT OR ADJUSTMENT SUBTRACTS
      *                    AND FEEDS THE PTD CREDIT SIDE, A REVERSED
      *                    CREDIT ADDS AND FEEDS THE DEBIT SIDE - AND
      *                    IS NEVER HELD FOR THE OVERDRAFT LIMIT.
      *                    AFTER THE POSTING PASS THE HISTORY IS
      *                    REOPENED I-O AND EACH ORIGINAL REVERSED
      *                    THIS BUSINESS DATE IS FLAGGED REVERSED
      *                    WITH ITS PAIR REFERENCE POINTING AT THE
      *                    REVERSAL.  THE REVERSALS ARE GATHERED FROM
      *                    THE DATE'S HISTORY AS WELL AS THE PASS, SO
      *                    A RESTART OR RERUN STILL MARKS EVERY PAIR,
      *                    AND MARKING AN ALREADY-FLAGGED ORIGINAL IS
      *                    SKIPPED.
      *    2026-10-15 DLA  TRANHIST IS NOW A KEYED DATASET (ACCOUNT,
      *                    TRANSACTION DATE, BUSINESS DATE, POSTING
      *                    SEQUENCE - SEE TRANHREC), OPENED I-O FOR
      *                    THE WHOLE PASS.  EACH POSTING'S HISTORY
      *                    RECORD IS KEYED WITH THE RUN'S POSTED
      *                    COUNT AS ITS SEQUENCE; THE POSTING ORDER
      *                    IS DETERMINISTIC, SO ON A RESTART OR A
      *                    SAME-DATE RERUN A RECORD THE EARLIER PASS
      *                    ALREADY WROTE COMES BACK INVALID KEY AND
      *                    IS COUNTED, NOT DOUBLED.  THE STARTUP SCAN
      *                    OF THE WHOLE HISTORY IS GONE.  A POSTED
      *                    REVERSAL NOW MARKS ITS ORIGINAL AT ONCE,
      *                    BY A KEYED SEARCH OF THE ACCOUNT'S HISTORY,
      *                    IN PLACE OF THE AFTER-PASS REWRITE SCAN
      *                    AND ITS TABLE.  AN ORIGINAL NOT FOUND TO
      *                    MARK IS REPORTED AND ENDS THE RUN RC=4.
      *    2026-10-15 DLA  THE RUN NOW RECORDS ITSELF ON THE STREAM
      *                    STEP-CONTROL DATASET (JOBCTL, SHARED JOBCREC
      *                    COPYBOOK) - STARTED AS IT BEGINS, COMPLETE
      *                    WHEN IT ENDS RC=8 OR LOWER (THE NEW MASTER IS
      *                    THEN PROMOTED).  A SECOND RUN FOR A BUSINESS
      *                    DATE ALREADY POSTED IS REFUSED RC=2 BEFORE
      *                    ANY FILE IS OPENED, AND THE REFUSAL IS LOGGED
      *                    (STATUS RF), SO A RESUBMITTED STREAM CANNOT
      *                    POST VALIDOUT TWICE; ONLY A JOBCTL OVERRIDE
      *                    CARD RE-OPENS THE DATE FOR A DELIBERATE
      *                    REPOST.  THE RESTART PARM STILL RESUMES A
      *                    PASS THAT DID NOT FINISH.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "POSTHOLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO "POSTEXCP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "POSTJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CHKPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANS-HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.

       DATA DIVISION.
       FILE SECTION.
           05  NEW-ACCT-PTD-DEBITS     PIC S9(11).
           05  NEW-ACCT-PTD-CREDITS    PIC S9(11).
           05  NEW-ACCT-PTD-TRAN-COUNT PIC 9(05).
           05  NEW-ACCT-STATUS         PIC X(01).
           05  NEW-ACCT-OD-LIMIT       PIC 9(11).
           05  FILLER                  PIC X(31).

       FD  VALID-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  VAL-CODE                PIC X(01).
           05  VAL-DATE                PIC X(08).
           05  VAL-AMOUNT              PIC S9(9) COMP-5.
           05  VAL-BRANCH-ID           PIC X(02).
           05  VAL-REFERENCE           PIC X(16).
           05  VAL-ORIG-REFERENCE      PIC X(16).
           05  VAL-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD             PIC X(80).

      *    A HELD TRANSACTION IS THE VALIDOUT RECORD AS RECEIVED,
      *    WITH THE HOLD REASON AND BUSINESS DATE IN ITS TAIL.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HLD-ACCOUNT             PIC X(09).
           05  HLD-CODE                PIC X(01).
           05  HLD-DATE                PIC X(08).
           05  HLD-AMOUNT              PIC S9(9) COMP-5.
           05  FILLER                  PIC X(48).
           05  HLD-REASON              PIC X(01).
               88  HLD-ACCOUNT-FROZEN  VALUE "F".
               88  HLD-ACCOUNT-CLOSED  VALUE "C".
               88  HLD-OVER-LIMIT      VALUE "L".
           05  HLD-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(01).

       FD  EXCEPTION-REPORT
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-RECORD     PIC X(80).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD              PIC X(80).
           05  CKPT-ACCOUNTS-POSTED    PIC 9(07).
           05  CKPT-TRANS-POSTED       PIC 9(07).
           05  CKPT-SUSPENSE-COUNT     PIC 9(07).
           05  CKPT-HOLD-COUNT         PIC 9(07).
           05  FILLER                  PIC X(36).

       FD  TRANS-HIST-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY PROCDATE.

       FD  JOB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JOBCREC.

       WORKING-STORAGE SECTION.
       01  RUN-DATE                    PIC X(08).
       01  RUN-TIME                    PIC X(08).
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  STEP-CLEAN-RC               PIC 9(4) COMP VALUE 8.
       01  STEP-PRIOR-STATUS           PIC X(1).
       01  STEP-DONE-SWITCH            PIC X(1) VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y".
       01  MASTER-EOF-SWITCH           PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01  TRANS-EOF-SWITCH            PIC X(1) VALUE "N".
       01  TRANS-READ                  PIC 9(7) COMP VALUE 0.
       01  TRANS-POSTED                PIC 9(7) COMP VALUE 0.
       01  SUSPENSE-COUNT              PIC 9(7) COMP VALUE 0.
       01  HOLD-COUNT                  PIC 9(7) COMP VALUE 0.
       01  OD-LIMIT-WORK               PIC S9(11) COMP-5.
       01  PROJECTED-BALANCE           PIC S9(11) COMP-5.
       01  HOLD-REASON-WORK            PIC X(01).
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.
       01  PARM-CARD                   PIC X(80).
       01  RESTART-SWITCH              PIC X(1) VALUE "N".
       01  RESTART-ACCOUNT             PIC 9(09) VALUE 0.
       01  SUSP-SCAN-COUNT             PIC 9(7) COMP VALUE 0.
       01  WINDOW-SUSP-SKIP            PIC 9(7) COMP VALUE 0.
       01  HOLD-SCAN-EOF-SWITCH        PIC X(1) VALUE "N".
           88 HOLD-SCAN-EOF VALUE "Y".
       01  HOLD-SCAN-COUNT             PIC 9(7) COMP VALUE 0.
       01  WINDOW-HOLD-SKIP            PIC 9(7) COMP VALUE 0.
       01  HIST-ON-FILE-COUNT          PIC 9(7) COMP VALUE 0.
       01  HIST-MARK-EOF-SWITCH        PIC X(1) VALUE "N".
           88 HIST-MARK-EOF VALUE "Y".
       01  ORIGINAL-SWITCH             PIC X(1) VALUE "N".
           88 ORIGINAL-FOUND VALUE "Y".
       01  MARK-ACCOUNT                PIC X(09).
       01  MARK-REFERENCE              PIC X(16).
       01  MARK-ORIG-REFERENCE         PIC X(16).
       01  REVERSALS-POSTED            PIC 9(7) COMP VALUE 0.
       01  REVERSALS-MARKED            PIC 9(7) COMP VALUE 0.
       01  REV-UNMARKED-COUNT          PIC 9(7) COMP VALUE 0.

      *    JOURNAL LINE LAYOUTS
       01  JRN-TITLE-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  JRN-BLANK-LINE              PIC X(80) VALUE SPACES.

      *    POSTING-EXCEPTIONS REPORT LINE LAYOUTS
       01  EXC-TITLE-LINE.
           05  FILLER                  PIC X(20) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE "POSTING EXCEPTIONS - TRANSACTIONS HELD".
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  EXC-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "BUSINESS DATE:".
           05  EXC-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(57) VALUE SPACES.
       01  EXC-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(05) VALUE "CODE".
           05  FILLER                  PIC X(10) VALUE "DATE".
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE "REASON HELD".
       01  EXC-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EXC-ACCOUNT             PIC X(09).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EXC-CODE                PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-DATE                PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-AMOUNT              PIC -(14)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EXC-REASON              PIC X(37).
       01  EXC-CONT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(47) VALUE
               "*** CONTINUED FROM CHECKPOINT AFTER RESTART AT ".
           05  EXC-CONT-ACCOUNT        PIC 9(09).
           05  FILLER                  PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.
           PERFORM GET-RESTART-REQUEST.

           IF RESTART-REQUESTED
           END-IF.
           IF RESTART-REQUESTED
               PERFORM SCAN-SUSPENSE-FILE
               PERFORM SCAN-HOLD-FILE
           END-IF.

           OPEN INPUT OLD-MASTER.
           OPEN INPUT VALID-TRANS-FILE.
           OPEN I-O TRANS-HIST-FILE.

           IF RESTART-REQUESTED
               OPEN EXTEND NEW-MASTER
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND HOLD-FILE
               OPEN EXTEND EXCEPTION-REPORT
               OPEN EXTEND JOURNAL-FILE
               MOVE RESTART-ACCOUNT TO JRN-CONT-ACCOUNT
               WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE
               WRITE JOURNAL-RECORD FROM JRN-CONT-LINE
               WRITE JOURNAL-RECORD FROM JRN-CONT-NOTE-LINE
               WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE
               MOVE RESTART-ACCOUNT TO EXC-CONT-ACCOUNT
               WRITE EXCEPTION-REPORT-RECORD FROM JRN-BLANK-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM EXC-CONT-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM JRN-BLANK-LINE
               PERFORM RESTORE-CHECKPOINT-TOTALS
               PERFORM SKIP-POSTED-MASTERS
               PERFORM SKIP-POSTED-TRANSACTIONS
           ELSE
               OPEN OUTPUT NEW-MASTER
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT HOLD-FILE
               OPEN OUTPUT EXCEPTION-REPORT
               OPEN OUTPUT JOURNAL-FILE
               WRITE JOURNAL-RECORD FROM JRN-TITLE-LINE
               WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE
               WRITE JOURNAL-RECORD FROM JRN-COLUMN-LINE
               WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE
               MOVE RUN-DATE TO EXC-RUN-DATE
               WRITE EXCEPTION-REPORT-RECORD FROM EXC-TITLE-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM EXC-DATE-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM JRN-BLANK-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM EXC-COLUMN-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM JRN-BLANK-LINE
               PERFORM READ-MASTER
               PERFORM READ-TRANSACTION
           END-IF.
           END-PERFORM.

           PERFORM WRITE-JOURNAL-TOTALS.
           PERFORM WRITE-EXCEPTION-TOTALS.

           CLOSE OLD-MASTER.
           CLOSE NEW-MASTER.
           CLOSE VALID-TRANS-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE HOLD-FILE.
           CLOSE EXCEPTION-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE TRANS-HIST-FILE.

           PERFORM REPORT-HISTORY-COUNTS.

           IF SUSPENSE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF HOLD-COUNT > 0 OR REV-UNMARKED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-AUDIT-LOG.
           PERFORM END-STEP-CONTROL.

           STOP RUN.

           END-IF.
           EXIT.

      *    A STEP ALREADY COMPLETE FOR THIS BUSINESS DATE DOES NO
      *    WORK - THE STREAM HAS BEEN RESUBMITTED.  A STEP THAT
      *    STARTED BUT DID NOT FINISH CLEAN, OR THAT OPERATIONS
      *    HAS RE-OPENED WITH A JOBCTL OVERRIDE CARD, RUNS AGAIN.
       BEGIN-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "POSTTRAN" TO JCT-STEP-NAME.
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
                   DISPLAY "POSTTRAN - RERUN UNDER OVERRIDE BY "
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
               DISPLAY "POSTTRAN - BUSINESS DATE " RUN-DATE
                   " ALREADY POSTED (FINISHED " JCT-END-DATE " "
                   JCT-END-TIME(1:6) ") - POSTING REFUSED"
               DISPLAY "POSTTRAN - A DELIBERATE REPOST NEEDS A "
                   "JOBCTL OVERRIDE CARD"
               MOVE 2 TO RETURN-CODE
               PERFORM WRITE-REFUSAL-AUDIT
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "POSTTRAN" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "POSTTRAN - STEP CONTROL RECORD MISSING - "
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

      *    A RESTART REQUEST RIDES THE EXEC PARM, AS IN PRIME -
      *    THE LITERAL RESTART KEYWORD IN ITS FIRST SEVEN
      *    CHARACTERS.
      *    COPY OF EVERY ONE OF THEM BEHIND THE FIRST.  REFUSE,
      *    AND LET THE OPERATOR RESUBMIT WITHOUT THE PARM SO THE
      *    CLEANUP STEP RUNS FIRST.
           IF CKPT-EOF OR CHECKPOINT-RECORD(1:44) IS NOT NUMERIC
               DISPLAY "POSTTRAN - RESTART REQUESTED BUT NO USABLE "
                   "CHECKPOINT - RUN REFUSED"
               DISPLAY "POSTTRAN - RESUBMIT FRESH (NO RESTART PARM) "
           CLOSE SUSPENSE-FILE.
           EXIT.

      *    THE HOLD FILE IS COUNTED THE SAME WAY, FOR THE SAME
      *    REASON.
       SCAN-HOLD-FILE SECTION.
           OPEN INPUT HOLD-FILE.
           READ HOLD-FILE
               AT END SET HOLD-SCAN-EOF TO TRUE
           END-READ.
           PERFORM UNTIL HOLD-SCAN-EOF
               ADD 1 TO HOLD-SCAN-COUNT
               READ HOLD-FILE
                   AT END SET HOLD-SCAN-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           EXIT.

       RESTORE-CHECKPOINT-TOTALS SECTION.
           MOVE CKPT-ACCOUNTS-POSTED TO ACCOUNTS-POSTED.
           MOVE CKPT-TRANS-POSTED TO TRANS-POSTED.
           COMPUTE TRANS-READ =
               CKPT-TRANS-POSTED + CKPT-SUSPENSE-COUNT
                   + CKPT-HOLD-COUNT.
           MOVE SUSP-SCAN-COUNT TO SUSPENSE-COUNT.
           IF SUSP-SCAN-COUNT > CKPT-SUSPENSE-COUNT
               COMPUTE WINDOW-SUSP-SKIP =
           ELSE
               MOVE 0 TO WINDOW-SUSP-SKIP
           END-IF.
           MOVE HOLD-SCAN-COUNT TO HOLD-COUNT.
           IF HOLD-SCAN-COUNT > CKPT-HOLD-COUNT
               COMPUTE WINDOW-HOLD-SKIP =
                   HOLD-SCAN-COUNT - CKPT-HOLD-COUNT
           ELSE
               MOVE 0 TO WINDOW-HOLD-SKIP
           END-IF.
           EXIT.

           MOVE ACCOUNTS-POSTED TO CKPT-ACCOUNTS-POSTED.
           MOVE TRANS-POSTED TO CKPT-TRANS-POSTED.
           MOVE SUSPENSE-COUNT TO CKPT-SUSPENSE-COUNT.
           MOVE HOLD-COUNT TO CKPT-HOLD-COUNT.
           MOVE SPACES TO CHECKPOINT-RECORD(45:36).
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           EXIT.
           ELSE
               MOVE 0 TO PTD-COUNT-WORK
           END-IF.
           IF ACCT-OD-LIMIT IS NUMERIC
               MOVE ACCT-OD-LIMIT TO OD-LIMIT-WORK
           ELSE
               MOVE 0 TO OD-LIMIT-WORK
           END-IF.
           MOVE 0 TO ACTIVITY-AMOUNT.
           PERFORM APPLY-OR-HOLD-TRANSACTION.
           PERFORM READ-TRANSACTION.
           PERFORM UNTIL TRANS-EOF
                   OR VAL-ACCOUNT NOT = ACCT-NUMBER
               PERFORM APPLY-OR-HOLD-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM.
           COMPUTE CLOSING-BALANCE =
           END-IF.
           EXIT.

      *    A FROZEN OR CLOSED ACCOUNT TAKES NOTHING.  AN OPEN ONE
      *    TAKES EVERYTHING EXCEPT A DEBIT THAT WOULD CARRY THE
      *    RUNNING BALANCE (OPENING PLUS WHAT HAS POSTED SO FAR
      *    TODAY) ABOVE THE OVERDRAFT LIMIT - DEBITS ADD, SO THAT
      *    IS THE OVERDRAWN DIRECTION.  CREDITS, ADJUSTMENTS, AND
      *    REVERSALS ARE NEVER HELD ON AN OPEN ACCOUNT.
       APPLY-OR-HOLD-TRANSACTION SECTION.
           COMPUTE PROJECTED-BALANCE =
               OPENING-BALANCE + ACTIVITY-AMOUNT + VAL-AMOUNT.
           EVALUATE TRUE
               WHEN ACCT-STATUS-FROZEN
                   MOVE "F" TO HOLD-REASON-WORK
                   PERFORM HOLD-TRANSACTION
               WHEN ACCT-STATUS-CLOSED
                   MOVE "C" TO HOLD-REASON-WORK
                   PERFORM HOLD-TRANSACTION
               WHEN VAL-CODE = "D"
                       AND PROJECTED-BALANCE > OD-LIMIT-WORK
                   MOVE "L" TO HOLD-REASON-WORK
                   PERFORM HOLD-TRANSACTION
               WHEN OTHER
                   PERFORM APPLY-TRANSACTION
           END-EVALUATE.
           EXIT.

      *    CREDITS FEED THE PERIOD-TO-DATE CREDIT SIDE; DEBITS AND
      *    ADJUSTMENTS FEED THE DEBIT SIDE, AS THEY POST.  A
      *    REVERSAL POSTS AGAINST ITS ORIGINAL'S DIRECTION - A
      *    REVERSED CREDIT IS A DEBIT, ANYTHING ELSE REVERSED IS A
      *    CREDIT - AND MARKS ITS ORIGINAL ON HISTORY.
       APPLY-TRANSACTION SECTION.
           IF VAL-CODE = "C"
                   OR (VAL-CODE = "R" AND VAL-ORIG-CODE NOT = "C")
               SUBTRACT VAL-AMOUNT FROM ACTIVITY-AMOUNT
               ADD VAL-AMOUNT TO PTD-CREDITS-WORK
           ELSE
           ADD 1 TO PTD-COUNT-WORK.
           ADD 1 TO TRANS-POSTED.
           PERFORM APPEND-HISTORY.
           IF VAL-CODE = "R"
               PERFORM MARK-REVERSED-ORIGINAL
           END-IF.
           EXIT.

      *    ONE PERMANENT HISTORY RECORD PER TRANSACTION, AS IT
      *    POSTS, KEYED BY THE RUN'S POSTED COUNT.  A KEY ALREADY
      *    ON FILE IS A POSTING A PRIOR PASS OF THIS SAME BUSINESS
      *    DATE ALREADY RECORDED (A RESTART OR A RERUN) AND IS NOT
      *    WRITTEN AGAIN.
       APPEND-HISTORY SECTION.
           MOVE VAL-ACCOUNT TO HST-ACCOUNT.
           MOVE VAL-DATE TO HST-DATE.
           MOVE RUN-DATE TO HST-RUN-DATE.
           MOVE TRANS-POSTED TO HST-POST-SEQUENCE.
           MOVE VAL-CODE TO HST-CODE.
           MOVE VAL-AMOUNT TO HST-AMOUNT.
           MOVE VAL-BRANCH-ID TO HST-BRANCH-ID.
           MOVE VAL-REFERENCE TO HST-REFERENCE.
           IF VAL-CODE = "R"
               MOVE VAL-ORIG-REFERENCE TO HST-PAIR-REFERENCE
               MOVE "Y" TO HST-REVERSED-FLAG
               MOVE VAL-ORIG-CODE TO HST-ORIG-CODE
           ELSE
               MOVE SPACES TO HST-PAIR-REFERENCE
               MOVE SPACE TO HST-REVERSED-FLAG
               MOVE SPACE TO HST-ORIG-CODE
           END-IF.
           MOVE SPACES TO TRANS-HIST-RECORD(74:7).
           WRITE TRANS-HIST-RECORD
               INVALID KEY
                   ADD 1 TO HIST-ON-FILE-COUNT
           END-WRITE.
           EXIT.

      *    FLAG THE ORIGINAL OF A POSTED REVERSAL AND POINT IT AT
      *    THE REVERSAL.  MAIN HAS ALREADY PROVED THE ORIGINAL IS
      *    ON THE SAME ACCOUNT, SO ONLY THAT ACCOUNT'S KEY RANGE IS
      *    SEARCHED.  AN ORIGINAL ALREADY FLAGGED (A RESTART OR A
      *    RERUN RE-POSTING THE SAME REVERSAL) IS LEFT ALONE.  THE
      *    REVERSAL'S OWN HISTORY RECORD ALREADY NAMES THE
      *    ORIGINAL, SO ONE LEFT UNMARKED IS STILL SEEN AS
      *    REVERSED BY MAIN'S EDIT; THE SHORTFALL IS REPORTED AND
      *    ENDS THE RUN RC=4.
       MARK-REVERSED-ORIGINAL SECTION.
           ADD 1 TO REVERSALS-POSTED.
           MOVE VAL-ACCOUNT TO MARK-ACCOUNT.
           MOVE VAL-REFERENCE TO MARK-REFERENCE.
           MOVE VAL-ORIG-REFERENCE TO MARK-ORIG-REFERENCE.
           MOVE "N" TO ORIGINAL-SWITCH.
           MOVE "N" TO HIST-MARK-EOF-SWITCH.
           MOVE LOW-VALUES TO HST-KEY.
           MOVE MARK-ACCOUNT TO HST-ACCOUNT.
           START TRANS-HIST-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   SET HIST-MARK-EOF TO TRUE
           END-START.
           PERFORM UNTIL HIST-MARK-EOF OR ORIGINAL-FOUND
               READ TRANS-HIST-FILE NEXT RECORD
                   AT END SET HIST-MARK-EOF TO TRUE
               END-READ
               IF NOT HIST-MARK-EOF
                   IF HST-ACCOUNT NOT = MARK-ACCOUNT
                       SET HIST-MARK-EOF TO TRUE
                   ELSE
                       IF HST-REFERENCE = MARK-ORIG-REFERENCE
                               AND HST-CODE NOT = "R"
                           SET ORIGINAL-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF ORIGINAL-FOUND
               IF NOT HST-REVERSED
                   MOVE "Y" TO HST-REVERSED-FLAG
                   MOVE MARK-REFERENCE TO HST-PAIR-REFERENCE
                   REWRITE TRANS-HIST-RECORD
                       INVALID KEY
                           ADD 1 TO REV-UNMARKED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO REVERSALS-MARKED
                   END-REWRITE
               END-IF
           ELSE
               ADD 1 TO REV-UNMARKED-COUNT
               DISPLAY "POSTTRAN - ORIGINAL " MARK-ORIG-REFERENCE
                   " OF REVERSAL " MARK-REFERENCE
                   " NOT FOUND ON HISTORY TO MARK"
           END-IF.
           EXIT.

       REPORT-HISTORY-COUNTS SECTION.
           IF HIST-ON-FILE-COUNT > 0
               MOVE HIST-ON-FILE-COUNT TO COUNT-EDIT
               DISPLAY "POSTTRAN - " COUNT-EDIT " HISTORY RECORDS "
                   "ALREADY ON FILE FOR THIS DATE - NOT WRITTEN "
                   "AGAIN"
           END-IF.
           IF REVERSALS-POSTED > 0
               MOVE REVERSALS-MARKED TO COUNT-EDIT
               DISPLAY "POSTTRAN - " COUNT-EDIT " REVERSED ORIGINALS "
                   "MARKED ON HISTORY"
           END-IF.
           IF REV-UNMARKED-COUNT > 0
               MOVE REV-UNMARKED-COUNT TO COUNT-EDIT
               DISPLAY "POSTTRAN - " COUNT-EDIT " REVERSED ORIGINALS "
                   "NOT MARKED"
           END-IF.
           EXIT.

           END-IF.
           EXIT.

      *    ON A RESTART RE-WALK THE FIRST WINDOW-HOLD-SKIP HOLDS
      *    REGENERATE RECORDS ALREADY ON THE HOLD FILE AND ITS
      *    REPORT, AS WITH SUSPENSE ABOVE.
       HOLD-TRANSACTION SECTION.
           IF WINDOW-HOLD-SKIP > 0
               SUBTRACT 1 FROM WINDOW-HOLD-SKIP
           ELSE
               MOVE VALID-TRANS-RECORD TO HOLD-RECORD
               MOVE HOLD-REASON-WORK TO HLD-REASON
               MOVE RUN-DATE TO HLD-RUN-DATE
               MOVE SPACES TO HOLD-RECORD(80:1)
               WRITE HOLD-RECORD
               ADD 1 TO HOLD-COUNT
               PERFORM WRITE-EXCEPTION-DETAIL
           END-IF.
           EXIT.

       WRITE-EXCEPTION-DETAIL SECTION.
           MOVE HLD-ACCOUNT TO EXC-ACCOUNT.
           MOVE HLD-CODE TO EXC-CODE.
           MOVE HLD-DATE TO EXC-DATE.
           MOVE HLD-AMOUNT TO EXC-AMOUNT.
           EVALUATE TRUE
               WHEN HLD-ACCOUNT-FROZEN
                   MOVE "ACCOUNT FROZEN" TO EXC-REASON
               WHEN HLD-ACCOUNT-CLOSED
                   MOVE "ACCOUNT CLOSED" TO EXC-REASON
               WHEN OTHER
                   MOVE "DEBIT WOULD EXCEED OVERDRAFT LIMIT"
                       TO EXC-REASON
           END-EVALUATE.
           WRITE EXCEPTION-REPORT-RECORD FROM EXC-DETAIL-LINE.
           EXIT.

       WRITE-EXCEPTION-TOTALS SECTION.
           WRITE EXCEPTION-REPORT-RECORD FROM JRN-BLANK-LINE.
           MOVE "TRANSACTIONS HELD....." TO JRN-COUNT-LABEL.
           MOVE HOLD-COUNT TO JRN-COUNT-VALUE.
           WRITE EXCEPTION-REPORT-RECORD FROM JRN-COUNT-LINE.
           EXIT.

       WRITE-JOURNAL-DETAIL SECTION.
           MOVE ACCT-NUMBER TO JRN-ACCOUNT.
           MOVE OPENING-BALANCE TO JRN-OPENING.
           MOVE "TRANSACTIONS SUSPENDED" TO JRN-COUNT-LABEL.
           MOVE SUSPENSE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "TRANSACTIONS HELD....." TO JRN-COUNT-LABEL.
           MOVE HOLD-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           STRING " SUSP=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(15:).
           MOVE HOLD-COUNT TO COUNT-EDIT.
           STRING " HELD=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(28:).
           EVALUATE TRUE
               WHEN SUSPENSE-COUNT > 0
                   MOVE "SU" TO AUD-STATUS-CODE
               WHEN HOLD-COUNT > 0
                   MOVE "HD" TO AUD-STATUS-CODE
               WHEN OTHER
                   MOVE "OK" TO AUD-STATUS-CODE
           END-EVALUATE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

       WRITE-REFUSAL-AUDIT SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "POSTTRAN"   TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING "REPOST REFUSED DATE=" DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           STRING "POSTED " DELIMITED BY SIZE
                   JCT-END-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JCT-END-TIME DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE "RF" TO AUD-STATUS-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
