       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCAP.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  MONTH-END INTEREST
      *                    CAPITALIZATION, RUN AS THE FIRST STEP OF
      *                    THE PERCLOSE JOB.  READS THE ACCOUNT
      *                    MASTER AND, FOR EVERY ACCOUNT WHOSE
      *                    ACCRUED INTEREST (SEE INTACCR) HAS REACHED
      *                    A WHOLE UNIT, EMITS THE WHOLE UNITS AS A
      *                    STANDARD CREDIT TRANSACTION IN TRANIN
      *                    LAYOUT (AMOUNT IN THE FIRST NUMBER, ZEROS
      *                    IN THE SECOND, BLANK BRANCH AND CHECK
      *                    DIGIT) WITH A CONTROL-TOTAL RECORD IN
      *                    TOTALIN LAYOUT - THE TRANCORR/TOTACORR
      *                    CONVENTION SVCCHG USES - SO THE NEXT
      *                    PRIMERUN EDITS, REGISTERS, AND POSTS THE
      *                    INTEREST LIKE ANY OTHER DAY'S WORK.
      *                    PERCLOSE THEN RESETS EACH ACCRUAL TO THE
      *                    FRACTION LEFT OVER, ON THE SAME WHOLE-UNIT
      *                    RULE.  THE PERIOD IS THE BUSINESS DATE'S
      *                    YEAR-MONTH, AND A PERIOD THE PERCTL
      *                    CONTROL SAYS IS ALREADY CLOSED IS REFUSED
      *                    RC=16 BEFORE ANYTHING IS WRITTEN, SO A
      *                    RESUBMITTED MONTH END CANNOT OVERWRITE
      *                    CREDITS NOT YET POSTED.  A CREDIT TOO WIDE
      *                    FOR THE NINE-DIGIT ENTRY FIELD IS SKIPPED
      *                    WITH A WARNING AND ENDS THE RUN RC=8,
      *                    WHICH ALSO HOLDS BACK THE CLOSE.  THE
      *                    PRE-POST REGISTER (INTCRPT) LISTS EVERY
      *                    GENERATED CREDIT.
      *    2026-10-15 DLA  EACH CREDIT NOW CARRIES A TRANSACTION
      *                    REFERENCE IN TRANIN COLUMNS 41-56 - THE
      *                    BUSINESS DATE, SOURCE "IC", AND THE
      *                    CREDIT'S SEQUENCE IN THE RUN - IN PLACE OF
      *                    THE BRANCH SEQUENCE BRCONSOL STAMPS, SO A
      *                    CREDIT CAN BE TRACED AND REVERSED LIKE ANY
      *                    BRANCH ITEM.
      *    2026-10-15 DLA  REVIEW FIX: A FROZEN OR CLOSED ACCOUNT IS
      *                    NO LONGER CAPITALIZED - POSTTRAN WOULD ONLY
      *                    HOLD THE CREDIT (SEE POSTHOLD) WHILE
      *                    PERCLOSE RESET THE ACCRUAL, SO THE INTEREST
      *                    WAS LOST.  ITS ACCRUAL IS LEFT WHOLE ON THE
      *                    MASTER, THE ACCOUNT IS LISTED ON THE
      *                    REGISTER AS BYPASSED WITH ITS STATUS, AND
      *                    THE TOTALS AND AUDIT RECORD GAIN A BYPASSED
      *                    COUNT.  PERCLOSE APPLIES THE SAME RULE WHEN
      *                    IT RESETS THE ACCRUALS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER.
           SELECT OPTIONAL CONTROL-IN-FILE ASSIGN TO "PERCTLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-OUT-FILE ASSIGN TO "INTTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-OUT-FILE ASSIGN TO "INTCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "INTCRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  CONTROL-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-IN-RECORD.
           05  PCI-LAST-PERIOD         PIC X(06).
           05  FILLER                  PIC X(02).
           05  PCI-CLOSED-DATE         PIC X(08).
           05  FILLER                  PIC X(64).

       FD  TRANS-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANS-OUT-RECORD.
           05  TRO-FIRST-NUMBER        PIC X(09).
           05  TRO-SECOND-NUMBER       PIC X(09).
           05  TRO-TRANS-CODE          PIC X(01).
           05  TRO-ACCOUNT             PIC X(09).
           05  TRO-TRANS-DATE          PIC X(08).
           05  TRO-BRANCH-ID           PIC X(02).
           05  FILLER                  PIC X(02).
           05  TRO-REFERENCE.
               10  TRO-REF-DATE        PIC X(08).
               10  TRO-REF-SOURCE      PIC X(02).
               10  TRO-REF-SEQUENCE    PIC 9(06).
           05  FILLER                  PIC X(24).

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-OUT-RECORD.
           05  CTO-INTEREST-TOTAL      PIC S9(11) COMP-5.
           05  FILLER                  PIC X(72).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD               PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROCDATE.

       WORKING-STORAGE SECTION.
       01  RUN-DATE                    PIC X(08).
       01  RUN-TIME                    PIC X(08).
       01  PROC-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  MASTER-EOF-SWITCH           PIC X(1) VALUE "N".
           88 MASTER-EOF VALUE "Y".
       01  CONTROL-EOF-SWITCH          PIC X(1) VALUE "N".
           88 CONTROL-EOF VALUE "Y".
       01  CAP-PERIOD                  PIC X(06).
       01  BALANCE-WORK                PIC S9(11) COMP-5.
       01  ACCRUED-WORK                PIC S9(09)V9(04) COMP-5.
       01  CAPITAL-WORK                PIC S9(11) COMP-5.
       01  CAPITAL-EDIT-WORK           PIC 9(09).
       01  INTEREST-TOTAL              PIC S9(11) COMP-5 VALUE 0.
       01  ACCOUNTS-READ               PIC 9(7) COMP VALUE 0.
       01  CREDITS-WRITTEN             PIC 9(7) COMP VALUE 0.
       01  CREDITS-SKIPPED             PIC 9(7) COMP VALUE 0.
       01  ACCOUNTS-BYPASSED           PIC 9(7) COMP VALUE 0.
       01  PAGE-NO                     PIC 9(3) COMP VALUE 0.
       01  LINE-CT                     PIC 9(4) COMP VALUE 0.
       01  LINES-PER-PAGE              PIC 9(4) COMP VALUE 55.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.

      *    REGISTER LINE LAYOUTS
       01  RPT-HEADER-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE "INTEREST CAPITALIZATION REGISTER".
           05  FILLER                  PIC X(10) VALUE "PAGE".
           05  RPT-PAGE-NO             PIC ZZ9.
           05  FILLER                  PIC X(33) VALUE SPACES.
       01  RPT-HEADER-LINE-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PERIOD:".
           05  RPT-PERIOD              PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "CREDIT DATE:".
           05  RPT-CREDIT-DATE         PIC X(08).
           05  FILLER                  PIC X(39) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "ACCOUNT".
           05  FILLER                  PIC X(22) VALUE "NAME".
           05  FILLER                  PIC X(15) VALUE "BALANCE".
           05  FILLER                  PIC X(16) VALUE "ACCRUED".
           05  FILLER                  PIC X(12) VALUE "CREDIT".
           05  FILLER                  PIC X(03) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCOUNT             PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NAME           PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BALANCE             PIC -(12)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCRUED             PIC -(8)9.9999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CREDIT              PIC -(10)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  RPT-BYPASS-LINE.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "BYPASSED - ".
           05  RPT-BYPASS-STATUS       PIC X(07).
           05  FILLER                  PIC X(50)
               VALUE "ACCOUNT - ACCRUAL LEFT ON MASTER".
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(22).
           05  RPT-COUNT-VALUE         PIC -(12)9.
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           MOVE RUN-DATE(1:6) TO CAP-PERIOD.

           PERFORM CHECK-PERIOD-CONTROL.

           OPEN INPUT ACCOUNT-MASTER.
           OPEN OUTPUT TRANS-OUT-FILE.
           OPEN OUTPUT REPORT-FILE.

           PERFORM READ-MASTER.
           PERFORM UNTIL MASTER-EOF
               PERFORM CAPITALIZE-ONE-ACCOUNT
               PERFORM READ-MASTER
           END-PERFORM.

           PERFORM WRITE-REGISTER-TOTALS.

           CLOSE ACCOUNT-MASTER.
           CLOSE TRANS-OUT-FILE.
           CLOSE REPORT-FILE.

           OPEN OUTPUT CONTROL-OUT-FILE.
           MOVE INTEREST-TOTAL TO CTO-INTEREST-TOTAL.
           MOVE SPACES TO CONTROL-OUT-RECORD(9:72).
           WRITE CONTROL-OUT-RECORD.
           CLOSE CONTROL-OUT-FILE.

           IF CREDITS-SKIPPED > 0
               MOVE 8 TO RETURN-CODE
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
               DISPLAY "INTCAP - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "INTCAP - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           EXIT.

      *    REFUSE A PERIOD ALREADY CLOSED BEFORE ANYTHING IS
      *    WRITTEN - ITS CREDITS MAY STILL BE WAITING TO POST.
       CHECK-PERIOD-CONTROL SECTION.
           OPEN INPUT CONTROL-IN-FILE.
           READ CONTROL-IN-FILE
               AT END SET CONTROL-EOF TO TRUE
           END-READ.
           IF NOT CONTROL-EOF
               IF PCI-LAST-PERIOD = CAP-PERIOD
                   DISPLAY "INTCAP - PERIOD " CAP-PERIOD
                       " ALREADY CLOSED ON " PCI-CLOSED-DATE
                       " - RUN REFUSED"
                   CLOSE CONTROL-IN-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE CONTROL-IN-FILE.
           EXIT.

       READ-MASTER SECTION.
           READ ACCOUNT-MASTER
               AT END SET MASTER-EOF TO TRUE
           END-READ.
           IF NOT MASTER-EOF
               ADD 1 TO ACCOUNTS-READ
           END-IF.
           EXIT.

      *    ONLY THE WHOLE UNITS ARE CAPITALIZED; PERCLOSE CARRIES
      *    THE FRACTION INTO THE NEW PERIOD.  A FROZEN OR CLOSED
      *    ACCOUNT IS BYPASSED AND KEEPS ITS WHOLE ACCRUAL, ON THE
      *    SAME RULE PERCLOSE USES.
       CAPITALIZE-ONE-ACCOUNT SECTION.
           IF ACCT-ACCRUED-INT IS NUMERIC
               MOVE ACCT-ACCRUED-INT TO ACCRUED-WORK
           ELSE
               MOVE 0 TO ACCRUED-WORK
           END-IF.
           MOVE ACCRUED-WORK TO CAPITAL-WORK.
           EVALUATE TRUE
               WHEN CAPITAL-WORK NOT > 0
                   CONTINUE
               WHEN ACCT-STATUS-FROZEN OR ACCT-STATUS-CLOSED
                   ADD 1 TO ACCOUNTS-BYPASSED
                   PERFORM WRITE-REGISTER-BYPASS
               WHEN CAPITAL-WORK > 999999999
                   ADD 1 TO CREDITS-SKIPPED
                   DISPLAY "INTCAP - ACCOUNT " ACCT-NUMBER
                       " INTEREST TOO WIDE TO EMIT - SKIPPED"
               WHEN OTHER
                   PERFORM WRITE-ONE-CREDIT
           END-EVALUATE.
           EXIT.

       WRITE-ONE-CREDIT SECTION.
           MOVE CAPITAL-WORK TO CAPITAL-EDIT-WORK.
           MOVE CAPITAL-EDIT-WORK TO TRO-FIRST-NUMBER.
           MOVE "000000000" TO TRO-SECOND-NUMBER.
           MOVE "C" TO TRO-TRANS-CODE.
           MOVE ACCT-NUMBER TO TRO-ACCOUNT.
           MOVE RUN-DATE TO TRO-TRANS-DATE.
           MOVE SPACES TO TRO-BRANCH-ID.
           ADD 1 TO CREDITS-WRITTEN.
           MOVE SPACES TO TRANS-OUT-RECORD(39:2).
           MOVE RUN-DATE TO TRO-REF-DATE.
           MOVE "IC" TO TRO-REF-SOURCE.
           MOVE CREDITS-WRITTEN TO TRO-REF-SEQUENCE.
           MOVE SPACES TO TRANS-OUT-RECORD(57:24).
           WRITE TRANS-OUT-RECORD.
           ADD CAPITAL-WORK TO INTEREST-TOTAL.
           PERFORM WRITE-REGISTER-DETAIL.
           EXIT.

       WRITE-REGISTER-HEADERS SECTION.
           ADD 1 TO PAGE-NO.
           MOVE PAGE-NO TO RPT-PAGE-NO.
           MOVE CAP-PERIOD TO RPT-PERIOD.
           MOVE RUN-DATE TO RPT-CREDIT-DATE.
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
           IF ACCT-CURR-BAL IS NUMERIC
               MOVE ACCT-CURR-BAL TO BALANCE-WORK
           ELSE
               MOVE 0 TO BALANCE-WORK
           END-IF.
           MOVE ACCT-NUMBER TO RPT-ACCOUNT.
           MOVE ACCT-NAME TO RPT-ACCT-NAME.
           MOVE BALANCE-WORK TO RPT-BALANCE.
           MOVE ACCRUED-WORK TO RPT-ACCRUED.
           MOVE CAPITAL-WORK TO RPT-CREDIT.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           ADD 1 TO LINE-CT.
           EXIT.

      *    A BYPASSED ACCOUNT IS LISTED WITH A CREDIT OF ZERO AND A
      *    NOTE LINE THAT IS NEVER SPLIT FROM IT BY A PAGE BREAK.
       WRITE-REGISTER-BYPASS SECTION.
           MOVE 0 TO CAPITAL-WORK.
           PERFORM WRITE-REGISTER-DETAIL.
           IF ACCT-STATUS-FROZEN
               MOVE "FROZEN" TO RPT-BYPASS-STATUS
           ELSE
               MOVE "CLOSED" TO RPT-BYPASS-STATUS
           END-IF.
           WRITE REPORT-RECORD FROM RPT-BYPASS-LINE.
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
           MOVE "CREDITS GENERATED....." TO RPT-COUNT-LABEL.
           MOVE CREDITS-WRITTEN TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CREDITS SKIPPED......." TO RPT-COUNT-LABEL.
           MOVE CREDITS-SKIPPED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS BYPASSED....." TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-BYPASSED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "INTEREST TOTAL........" TO RPT-COUNT-LABEL.
           MOVE INTEREST-TOTAL TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "INTCAP"     TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE ACCOUNTS-READ TO COUNT-EDIT.
           STRING "ACCOUNTS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE CREDITS-WRITTEN TO COUNT-EDIT.
           STRING "CREDITS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE CREDITS-SKIPPED TO COUNT-EDIT.
           STRING " SKIPPED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(16:).
           MOVE ACCOUNTS-BYPASSED TO COUNT-EDIT.
           STRING " BYPASSED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(32:).
           IF CREDITS-SKIPPED = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "SK" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
