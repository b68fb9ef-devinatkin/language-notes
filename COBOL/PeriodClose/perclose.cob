      *                    CLEAN RUN.  PTD FIELDS STILL HOLDING
      *                    SPACES (RECORDS NEVER POSTED SINCE THE
      *                    FIELDS WERE ADDED) ARE TREATED AS ZERO.
      *    2026-10-15 DLA  THE ACCOUNT MASTER RECORD IS NOW 120
      *                    BYTES (STATUS CODE AND OVERDRAFT LIMIT,
      *                    SEE ACCTREC).  THE NEW-MASTER LAYOUT AND
      *                    THE PERIOD-END ARCHIVE RECORD GROW TO
      *                    MATCH; BOTH NEW FIELDS CARRY THROUGH THE
      *                    CLOSE UNCHANGED.
      *    2026-10-15 DLA  THE CLOSE NOW ALSO REPORTS AND RESETS THE
      *                    ACCRUED INTEREST (SEE INTACCR).  INTCAP,
      *                    THE STEP AHEAD OF THIS ONE, HAS ALREADY
      *                    EMITTED THE WHOLE UNITS AS CREDITS, SO
      *                    EACH ACCRUAL IS RESET TO THE FRACTION LEFT
      *                    OVER, ON THE SAME WHOLE-UNIT RULE.  AN
      *                    ACCOUNT WITH INTEREST GETS A SECOND REPORT
      *                    LINE SHOWING ACCRUED, CAPITALIZED, AND
      *                    CARRIED FORWARD, AND THE TOTALS GAIN THE
      *                    SAME THREE FIGURES.
      *    2026-10-15 DLA  REVIEW FIX: ONLY THE ACCRUALS INTCAP
      *                    ACTUALLY CAPITALIZED ARE RESET.  INTCAP
      *                    BYPASSES FROZEN AND CLOSED ACCOUNTS, SO ON
      *                    THE SAME RULE THEIR WHOLE ACCRUAL IS
      *                    CARRIED FORWARD AND THEIR INTEREST LINE
      *                    SHOWS NOTHING CAPITALIZED.  THE CARRIED
      *                    COLUMN IS WIDENED TO HOLD A WHOLE ACCRUAL
      *                    AND THE TOTALS GAIN AN ACCRUALS-HELD COUNT.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  NEW-ACCT-PTD-DEBITS     PIC S9(11).
           05  NEW-ACCT-PTD-CREDITS    PIC S9(11).
           05  NEW-ACCT-PTD-TRAN-COUNT PIC 9(05).
           05  NEW-ACCT-STATUS         PIC X(01).
           05  NEW-ACCT-OD-LIMIT       PIC 9(11).
           05  NEW-ACCT-ACCRUED-INT    PIC S9(09)V9(04).
           05  NEW-ACCT-ACCRUAL-DATE   PIC X(08).
           05  FILLER                  PIC X(10).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-RECORD              PIC X(120).

       FD  CONTROL-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  PTD-DEBITS-WORK             PIC S9(11) COMP-5.
       01  PTD-CREDITS-WORK            PIC S9(11) COMP-5.
       01  PTD-COUNT-WORK              PIC 9(05) COMP.
       01  ACCRUED-WORK                PIC S9(09)V9(04) COMP-5.
       01  CAPITALIZED-WORK            PIC S9(11) COMP-5.
       01  CARRIED-WORK                PIC S9(09)V9(04) COMP-5.
       01  TOTAL-ACCRUED               PIC S9(11)V9(04) COMP-5
                                       VALUE 0.
       01  TOTAL-CAPITALIZED           PIC S9(15) COMP-5 VALUE 0.
       01  TOTAL-CARRIED               PIC S9(11)V9(04) COMP-5
                                       VALUE 0.
       01  TOTAL-OPENING               PIC S9(15) COMP-5 VALUE 0.
       01  TOTAL-DEBITS                PIC S9(15) COMP-5 VALUE 0.
       01  TOTAL-CREDITS               PIC S9(15) COMP-5 VALUE 0.
       01  TOTAL-CLOSING               PIC S9(15) COMP-5 VALUE 0.
       01  ACCOUNTS-READ               PIC 9(7) COMP VALUE 0.
       01  ACCOUNTS-WRITTEN            PIC 9(7) COMP VALUE 0.
       01  ACCRUALS-HELD               PIC 9(7) COMP VALUE 0.
       01  PAGE-NO                     PIC 9(3) COMP VALUE 0.
       01  LINE-CT                     PIC 9(4) COMP VALUE 0.
       01  LINES-PER-PAGE              PIC 9(4) COMP VALUE 55.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TRAN-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  RPT-INTEREST-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "INTEREST".
           05  RPT-INT-ACCRUED         PIC -(8)9.9999.
           05  FILLER                  PIC X(14)
               VALUE "  CAPITALIZED".
           05  RPT-INT-CAPITALIZED     PIC -(9)9.
           05  FILLER                  PIC X(10) VALUE "  CARRIED".
           05  RPT-INT-CARRIED         PIC -(8)9.9999.
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(22).
           05  RPT-TOTAL-VALUE         PIC -(14)9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-INT-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-INT-TOTAL-LABEL     PIC X(22).
           05  RPT-INT-TOTAL-VALUE     PIC -(10)9.9999.
           05  FILLER                  PIC X(40) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
           ELSE
               MOVE 0 TO PTD-COUNT-WORK
           END-IF.
           IF ACCT-ACCRUED-INT IS NUMERIC
               MOVE ACCT-ACCRUED-INT TO ACCRUED-WORK
           ELSE
               MOVE 0 TO ACCRUED-WORK
           END-IF.
      *    INTCAP BYPASSES A FROZEN OR CLOSED ACCOUNT, SO ITS WHOLE
      *    ACCRUAL IS CARRIED FORWARD.
           EVALUATE TRUE
               WHEN ACCRUED-WORK NOT > 0
                   MOVE 0 TO CAPITALIZED-WORK
               WHEN ACCT-STATUS-FROZEN OR ACCT-STATUS-CLOSED
                   MOVE 0 TO CAPITALIZED-WORK
                   ADD 1 TO ACCRUALS-HELD
               WHEN OTHER
                   MOVE ACCRUED-WORK TO CAPITALIZED-WORK
           END-EVALUATE.
           COMPUTE CARRIED-WORK = ACCRUED-WORK - CAPITALIZED-WORK.
           COMPUTE OPENING-BALANCE =
               CLOSING-BALANCE - PTD-DEBITS-WORK + PTD-CREDITS-WORK.
           PERFORM WRITE-REPORT-DETAIL.
           IF ACCRUED-WORK NOT = 0
               PERFORM WRITE-INTEREST-DETAIL
           END-IF.
           ADD ACCRUED-WORK TO TOTAL-ACCRUED.
           ADD CAPITALIZED-WORK TO TOTAL-CAPITALIZED.
           ADD CARRIED-WORK TO TOTAL-CARRIED.
           ADD OPENING-BALANCE TO TOTAL-OPENING.
           ADD PTD-DEBITS-WORK TO TOTAL-DEBITS.
           ADD PTD-CREDITS-WORK TO TOTAL-CREDITS.
           MOVE ZEROS TO NEW-ACCT-PTD-DEBITS.
           MOVE ZEROS TO NEW-ACCT-PTD-CREDITS.
           MOVE ZEROS TO NEW-ACCT-PTD-TRAN-COUNT.
           MOVE CARRIED-WORK TO NEW-ACCT-ACCRUED-INT.
           WRITE NEW-MASTER-RECORD.
           ADD 1 TO ACCOUNTS-WRITTEN.
           EXIT.
           ADD 1 TO LINE-CT.
           EXIT.

      *    THE INTEREST LINE RIDES UNDER ITS ACCOUNT'S DETAIL LINE
      *    AND IS NEVER SPLIT FROM IT BY A PAGE BREAK.
       WRITE-INTEREST-DETAIL SECTION.
           MOVE ACCRUED-WORK TO RPT-INT-ACCRUED.
           MOVE CAPITALIZED-WORK TO RPT-INT-CAPITALIZED.
           MOVE CARRIED-WORK TO RPT-INT-CARRIED.
           WRITE REPORT-RECORD FROM RPT-INTEREST-LINE.
           ADD 1 TO LINE-CT.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           IF LINE-CT = 0
               PERFORM WRITE-REPORT-HEADERS
           MOVE "TOTAL CLOSING........." TO RPT-TOTAL-LABEL.
           MOVE TOTAL-CLOSING TO RPT-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "INTEREST ACCRUED......" TO RPT-INT-TOTAL-LABEL.
           MOVE TOTAL-ACCRUED TO RPT-INT-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-INT-TOTAL-LINE.
           MOVE "INTEREST CAPITALIZED.." TO RPT-TOTAL-LABEL.
           MOVE TOTAL-CAPITALIZED TO RPT-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "INTEREST CARRIED......" TO RPT-INT-TOTAL-LABEL.
           MOVE TOTAL-CARRIED TO RPT-INT-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-INT-TOTAL-LINE.
           MOVE "ACCRUALS HELD........." TO RPT-TOTAL-LABEL.
           MOVE ACCRUALS-HELD TO RPT-TOTAL-VALUE.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           EXIT.

       WRITE-PERIOD-CONTROL SECTION.
