       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTROLL.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  YEAR-END ROLL-OFF OF THE
      *                    KEYED TRANSACTION HISTORY (TRANHIST, SHARED
      *                    TRANHREC COPYBOOK).  THE RUNPARM CARD
      *                      HIST-RETAIN-YRS  (DEFAULT 7, 1-99)
      *                    IS THE NUMBER OF CALENDAR YEARS KEPT ON
      *                    LINE, COUNTING THE BUSINESS DATE'S OWN
      *                    YEAR - SO THE CUTOFF IS 1 JANUARY OF
      *                    (BUSINESS YEAR - HIST-RETAIN-YRS + 1).
      *                    EVERY HISTORY RECORD WITH A TRANSACTION
      *                    DATE BEFORE THE CUTOFF IS COPIED TO THE
      *                    ARCHIVE (HISTARCH, THE NEW DATED
      *                    GENERATION, SAME LAYOUT) AND THEN DELETED
      *                    FROM TRANHIST.  THE ROLL-OFF REPORT
      *                    (HROLLRPT) GIVES THE COUNT, GROSS AMOUNT,
      *                    AND NET (DEBITS AND ADJUSTMENTS ADD,
      *                    CREDITS SUBTRACT, A REVERSAL AGAINST ITS
      *                    ORIGINAL) OF WHAT WAS KEPT AND WHAT WAS
      *                    ARCHIVED, AND THE TOTAL THEY TIE BACK TO.
      *                    A DELETE THAT FAILS LEAVES THE RECORD ON
      *                    BOTH FILES; IT IS COUNTED, REPORTED, AND
      *                    ENDS THE RUN RC=8.  TRANHINQ SEARCHES THE
      *                    ARCHIVE ON REQUEST.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT HIST-ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "HROLLRPT"
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

       FD  HIST-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-ARCHIVE-RECORD         PIC X(80).

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
       01  RUN-YEAR                    PIC 9(04).
       01  PROC-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01  HIST-EOF-SWITCH             PIC X(1) VALUE "N".
           88 HIST-EOF VALUE "Y".
       01  HIST-RETAIN-YRS             PIC 9(02) COMP VALUE 7.
       01  PARM-ECHO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  CUTOFF-DATE.
           05  CUTOFF-YEAR             PIC 9(04).
           05  FILLER                  PIC X(04) VALUE "0101".
       01  SIGNED-AMOUNT               PIC S9(11) COMP-5.
       01  RECORDS-READ                PIC 9(9) COMP VALUE 0.
       01  RECORDS-KEPT                PIC 9(9) COMP VALUE 0.
       01  RECORDS-ARCHIVED            PIC 9(9) COMP VALUE 0.
       01  DELETE-ERRORS               PIC 9(9) COMP VALUE 0.
       01  KEPT-GROSS                  PIC S9(15) COMP-5 VALUE 0.
       01  KEPT-NET                    PIC S9(15) COMP-5 VALUE 0.
       01  ARCHIVED-GROSS              PIC S9(15) COMP-5 VALUE 0.
       01  ARCHIVED-NET                PIC S9(15) COMP-5 VALUE 0.
       01  TOTAL-GROSS                 PIC S9(15) COMP-5 VALUE 0.
       01  TOTAL-NET                   PIC S9(15) COMP-5 VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZZ,ZZ9.

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE "TRANSACTION HISTORY YEAR-END ROLL-OFF".
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RPT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE "YEARS RETAINED: ".
           05  RPT-RETAIN-YRS          PIC Z9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CUTOFF: ".
           05  RPT-CUTOFF-DATE         PIC X(08).
           05  FILLER                  PIC X(14) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "TRANSACTIONS DATED BEFORE THE CUTOFF ARE ARCHIVED".
           05  FILLER                  PIC X(29) VALUE SPACES.
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "      COUNT".
           05  FILLER                  PIC X(20)
               VALUE "        GROSS AMOUNT".
           05  FILLER                  PIC X(20)
               VALUE "          NET AMOUNT".
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TOTAL-LABEL         PIC X(26).
           05  RPT-TOTAL-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-GROSS         PIC -(18)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-NET           PIC -(18)9.
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(26).
           05  RPT-COUNT-VALUE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-RESULT-LINE             PIC X(80) VALUE SPACES.
       01  RESULT-INCOMPLETE           PIC X(72) VALUE
           " ROLL-OFF INCOMPLETE - DELETE FAILURES ARE ALSO ARCHIVED".
       01  RESULT-NOTHING              PIC X(72) VALUE
           " NOTHING DATED BEFORE THE CUTOFF - NO HISTORY ARCHIVED".
       01  RESULT-COMPLETE             PIC X(72) VALUE
           " ROLL-OFF COMPLETE - KEPT PLUS ARCHIVED TIES TO TOTAL".
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM LOAD-RUN-PARMS.
           PERFORM SET-CUTOFF-DATE.

           OPEN I-O TRANS-HIST-FILE.
           OPEN OUTPUT HIST-ARCHIVE-FILE.
           PERFORM READ-HISTORY.
           PERFORM UNTIL HIST-EOF
               IF HST-DATE < CUTOFF-DATE
                   PERFORM ARCHIVE-HISTORY-RECORD
               ELSE
                   PERFORM KEEP-HISTORY-RECORD
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.
           CLOSE HIST-ARCHIVE-FILE.
           CLOSE TRANS-HIST-FILE.

           PERFORM WRITE-ROLLOFF-REPORT.

           IF DELETE-ERRORS > 0
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
               DISPLAY "HISTROLL - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "HISTROLL - PROCDATE SILENT - SYSTEM "
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
           MOVE HIST-RETAIN-YRS TO PARM-ECHO.
           DISPLAY "HISTROLL - HIST-RETAIN-YRS " PARM-ECHO.
           EXIT.

       APPLY-RUN-PARM SECTION.
           EVALUATE PRM-KEYWORD
               WHEN "HIST-RETAIN-YRS"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 1
                           AND PRM-VALUE-NUM <= 99
                       MOVE PRM-VALUE-NUM TO HIST-RETAIN-YRS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       REPORT-BAD-PARM SECTION.
           DISPLAY "HISTROLL - RUN PARM " PRM-KEYWORD
               " VALUE BAD - CARD IGNORED".
           EXIT.

      *    THE BUSINESS DATE'S YEAR COUNTS AS THE FIRST YEAR KEPT.
       SET-CUTOFF-DATE SECTION.
           MOVE RUN-DATE(1:4) TO RUN-YEAR.
           COMPUTE CUTOFF-YEAR = RUN-YEAR - HIST-RETAIN-YRS + 1.
           DISPLAY "HISTROLL - HISTORY DATED BEFORE " CUTOFF-DATE
               " IS ARCHIVED".
           EXIT.

       READ-HISTORY SECTION.
           READ TRANS-HIST-FILE NEXT RECORD
               AT END SET HIST-EOF TO TRUE
           END-READ.
           IF NOT HIST-EOF
               ADD 1 TO RECORDS-READ
               IF HST-CODE = "C"
                       OR (HST-CODE = "R" AND HST-ORIG-CODE NOT = "C")
                   COMPUTE SIGNED-AMOUNT = 0 - HST-AMOUNT
               ELSE
                   MOVE HST-AMOUNT TO SIGNED-AMOUNT
               END-IF
               ADD HST-AMOUNT TO TOTAL-GROSS
               ADD SIGNED-AMOUNT TO TOTAL-NET
           END-IF.
           EXIT.

      *    THE ARCHIVE COPY IS WRITTEN BEFORE THE DELETE, SO A
      *    FAILURE CAN ONLY EVER LEAVE A RECORD ON BOTH FILES,
      *    NEVER ON NEITHER.
       ARCHIVE-HISTORY-RECORD SECTION.
           WRITE HIST-ARCHIVE-RECORD FROM TRANS-HIST-RECORD.
           DELETE TRANS-HIST-FILE RECORD
               INVALID KEY
                   ADD 1 TO DELETE-ERRORS
                   DISPLAY "HISTROLL - DELETE FAILED FOR " HST-KEY
                       " - ARCHIVED BUT STILL ON LINE"
           END-DELETE.
           ADD 1 TO RECORDS-ARCHIVED.
           ADD HST-AMOUNT TO ARCHIVED-GROSS.
           ADD SIGNED-AMOUNT TO ARCHIVED-NET.
           EXIT.

       KEEP-HISTORY-RECORD SECTION.
           ADD 1 TO RECORDS-KEPT.
           ADD HST-AMOUNT TO KEPT-GROSS.
           ADD SIGNED-AMOUNT TO KEPT-NET.
           EXIT.

       WRITE-ROLLOFF-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           MOVE HIST-RETAIN-YRS TO RPT-RETAIN-YRS.
           MOVE CUTOFF-DATE TO RPT-CUTOFF-DATE.
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE.
           WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE "KEPT ON LINE.............." TO RPT-TOTAL-LABEL.
           MOVE RECORDS-KEPT TO RPT-TOTAL-COUNT.
           MOVE KEPT-GROSS TO RPT-TOTAL-GROSS.
           MOVE KEPT-NET TO RPT-TOTAL-NET.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "ARCHIVED.................." TO RPT-TOTAL-LABEL.
           MOVE RECORDS-ARCHIVED TO RPT-TOTAL-COUNT.
           MOVE ARCHIVED-GROSS TO RPT-TOTAL-GROSS.
           MOVE ARCHIVED-NET TO RPT-TOTAL-NET.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           MOVE "HISTORY BEFORE ROLL-OFF..." TO RPT-TOTAL-LABEL.
           MOVE RECORDS-READ TO RPT-TOTAL-COUNT.
           MOVE TOTAL-GROSS TO RPT-TOTAL-GROSS.
           MOVE TOTAL-NET TO RPT-TOTAL-NET.
           WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE "DELETE FAILURES..........." TO RPT-COUNT-LABEL.
           MOVE DELETE-ERRORS TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           EVALUATE TRUE
               WHEN DELETE-ERRORS > 0
                   MOVE RESULT-INCOMPLETE TO RPT-RESULT-LINE
               WHEN RECORDS-ARCHIVED = 0
                   MOVE RESULT-NOTHING TO RPT-RESULT-LINE
               WHEN OTHER
                   MOVE RESULT-COMPLETE TO RPT-RESULT-LINE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "HISTROLL"   TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE RECORDS-READ TO COUNT-EDIT.
           STRING "HIST=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " CUTOFF=" DELIMITED BY SIZE
                   CUTOFF-DATE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE RECORDS-KEPT TO COUNT-EDIT.
           STRING "KEPT=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE RECORDS-ARCHIVED TO COUNT-EDIT.
           STRING " ARCH=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(17:).
           IF DELETE-ERRORS = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "DF" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
