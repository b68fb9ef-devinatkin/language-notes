       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  STATUS REPORT AND
      *                    OPERATIONS OVERRIDE FOR THE NIGHTLY
      *                    STREAM'S STEP-CONTROL DATASET (JOBCTL,
      *                    SHARED JOBCREC COPYBOOK).  RUNS AT THE
      *                    HEAD OF PRIMERUN, AT ITS END, AND ON
      *                    DEMAND (JOBCTL JCL).  FOR THE BUSINESS
      *                    DATE IT:
      *                      - APPLIES ANY OVERRIDE CARDS ON SYSIN -
      *                        "OVERRIDE" IN COLUMNS 1-8, THE STEP
      *                        (PROGRAM) NAME IN 10-17, THE OPERATOR
      *                        ID IN 19-26 AND THE REASON IN 28-67.
      *                        A STEP ALREADY COMPLETE IS SET "O" SO
      *                        IT RUNS ONCE MORE ON RESUBMISSION.
      *                        EVERY OVERRIDE, APPLIED OR REJECTED,
      *                        IS WRITTEN TO THE AUDIT LOG.
      *                      - REPORTS (JOBCRPT) WHERE EACH STEP OF
      *                        THE STREAM STANDS AND THE NEXT STEP
      *                        STILL TO RUN.
      *                      - WRITES IDCAMS DELETE CARDS (CLEANUP)
      *                        FOR THE WORK DATASETS OF EVERY STEP
      *                        NOT YET COMPLETE, SO THE STREAM'S
      *                        CLEANUP STEP CLEARS ONLY WHAT WILL BE
      *                        REBUILT AND KEEPS A COMPLETED STEP'S
      *                        OUTPUT FOR THE STEPS BEHIND IT.
      *                    ENDS RC=4 WHEN A CARD IS REJECTED OR THE
      *                    STREAM STANDS PART-WAY THROUGH, ELSE RC=0.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.
           SELECT PARAM-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "JOBCRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CLEANUP-FILE ASSIGN TO "CLEANUP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JOBCREC.

       FD  PARAM-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARAM-RECORD.
           05  PRM-VERB                PIC X(08).
               88  PRM-OVERRIDE        VALUE "OVERRIDE".
           05  FILLER                  PIC X(01).
           05  PRM-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRM-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRM-REASON              PIC X(40).
           05  FILLER                  PIC X(13).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD               PIC X(80).

       FD  CLEANUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLEANUP-RECORD              PIC X(80).

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
       01  PARAM-EOF-SWITCH            PIC X(1) VALUE "N".
           88 PARAM-EOF VALUE "Y".
       01  CARD-SWITCH                 PIC X(1) VALUE "Y".
           88 CARD-ACCEPTED VALUE "Y".
           88 CARD-REJECTED VALUE "N".
       01  STEP-FOUND-SWITCH           PIC X(1) VALUE "N".
           88 STEP-FOUND VALUE "Y".
       01  NEXT-STEP-SWITCH            PIC X(1) VALUE "N".
           88 NEXT-STEP-FOUND VALUE "Y".
       01  REJECT-REASON-WORK          PIC X(37) VALUE SPACES.
       01  STEP-IX                     PIC 9(02) COMP.
       01  DSN-IX                      PIC 9(02) COMP.
       01  NEXT-STEP-IX                PIC 9(02) COMP VALUE 0.
       01  CARDS-READ                  PIC 9(7) COMP VALUE 0.
       01  OVERRIDES-APPLIED           PIC 9(7) COMP VALUE 0.
       01  CARDS-REJECTED              PIC 9(7) COMP VALUE 0.
       01  STEPS-COMPLETE              PIC 9(7) COMP VALUE 0.
       01  STEPS-NOT-STARTED           PIC 9(7) COMP VALUE 0.
       01  STEPS-OUTSTANDING           PIC 9(7) COMP VALUE 0.
       01  DELETES-WRITTEN             PIC 9(7) COMP VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.

      *    THE NIGHTLY STREAM IN RUN ORDER - PRIMERUN JCL STEP, THE
      *    STEP (PROGRAM) NAME, AND THE WORK DATASETS THE STEP
      *    BUILDS WITH DISP=MOD, WHICH MUST BE CLEARED BEFORE IT
      *    RUNS AGAIN.  KEEP IN STEP WITH PRIMERUN.
       01  STREAM-TABLE-VALUES.
           05  FILLER                  PIC X(16) VALUE
               "STEP010PRIME   2".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.PRIMES".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.PRIME.CHKPT".
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STEP015BRCONSOL2".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.TRANIN".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.TOTALIN".
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STEP020MAIN    3".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.VALIDOUT".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.REJECTS".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.DUPREVW".
           05  FILLER                  PIC X(16) VALUE
               "STEP030CHKDIGIT2".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.ACCTOUT".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.ACCTEXCP".
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STEP035POSTTRAN3".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.SUSPENSE".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.POSTHOLD".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.POSTCHKP".
           05  FILLER                  PIC X(16) VALUE
               "STEP037INTACCR 0".
           05  FILLER                  PIC X(66) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STEP038GLEXTR  1".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.GLIFWORK".
           05  FILLER                  PIC X(44) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STEP040TRIALBAL1".
           05  FILLER                  PIC X(22) VALUE
               "PROD.BATCH.BALCTLN".
           05  FILLER                  PIC X(44) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "STEP090BALCHECK0".
           05  FILLER                  PIC X(66) VALUE SPACES.
       01  STREAM-TABLE REDEFINES STREAM-TABLE-VALUES.
           05  STREAM-ENTRY OCCURS 9 TIMES.
               10  STM-JCL-STEP        PIC X(07).
               10  STM-STEP-NAME       PIC X(08).
               10  STM-DSN-COUNT       PIC 9(01).
               10  STM-DSN             PIC X(22) OCCURS 3 TIMES.
       01  STREAM-STEP-COUNT           PIC 9(02) COMP VALUE 9.

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(25) VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE "NIGHTLY STREAM STEP CONTROL".
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RPT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(56) VALUE SPACES.
       01  RPT-CARD-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "OVERRIDE CARDS".
           05  FILLER                  PIC X(65) VALUE SPACES.
       01  RPT-CARD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CARD-VERB           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CARD-STEP           PIC X(08).
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  RPT-CARD-OPER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CARD-DISPOSITION    PIC X(48).
       01  RPT-STEP-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "STEP".
           05  FILLER                  PIC X(09) VALUE "PROGRAM".
           05  FILLER                  PIC X(27) VALUE "STATUS".
           05  FILLER                  PIC X(07) VALUE "START".
           05  FILLER                  PIC X(07) VALUE "END".
           05  FILLER                  PIC X(05) VALUE "  RC".
           05  FILLER                  PIC X(04) VALUE "RUN".
           05  FILLER                  PIC X(04) VALUE "OVR".
           05  FILLER                  PIC X(08) VALUE "OPERATOR".
       01  RPT-STEP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-JCL-STEP            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STATUS-TEXT         PIC X(26).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-START-TIME          PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-END-TIME            PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RETURN-CODE         PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RUN-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OVERRIDE-COUNT      PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-OVERRIDE-OPER       PIC X(08).
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(22).
           05  RPT-COUNT-VALUE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.
       01  RPT-RESULT-LINE             PIC X(80) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

      *    CLEANUP CARD LAYOUTS (IDCAMS CONTROL STATEMENTS)
       01  CLN-DELETE-CARD.
           05  FILLER                  PIC X(09) VALUE "  DELETE ".
           05  CLN-DSN                 PIC X(22).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "NONVSAM".
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  CLN-RESET-CARD.
           05  FILLER                  PIC X(33)
               VALUE "  IF MAXCC = 8 THEN SET MAXCC = 0".
           05  FILLER                  PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.

           OPEN I-O JOB-CONTROL-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.

           PERFORM APPLY-OVERRIDE-CARDS.
           PERFORM WRITE-STREAM-STATUS.
           PERFORM WRITE-CLEANUP-CARDS.
           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE REPORT-FILE.
           CLOSE JOB-CONTROL-FILE.

           IF CARDS-REJECTED > 0
                   OR (STEPS-COMPLETE > 0
                       AND STEPS-COMPLETE < STREAM-STEP-COUNT)
               MOVE 4 TO RETURN-CODE
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
               DISPLAY "JOBCTL - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "JOBCTL - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           EXIT.

       APPLY-OVERRIDE-CARDS SECTION.
           OPEN INPUT PARAM-CARD-FILE.
           READ PARAM-CARD-FILE
               AT END SET PARAM-EOF TO TRUE
           END-READ.
           IF NOT PARAM-EOF
               WRITE REPORT-RECORD FROM RPT-CARD-HEADING
           END-IF.
           PERFORM UNTIL PARAM-EOF
               ADD 1 TO CARDS-READ
               PERFORM APPLY-OVERRIDE-CARD
               READ PARAM-CARD-FILE
                   AT END SET PARAM-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PARAM-CARD-FILE.
           IF CARDS-READ > 0
               WRITE REPORT-RECORD FROM RPT-BLANK-LINE
           END-IF.
           EXIT.

      *    AN OVERRIDE ONLY REOPENS A STEP THAT FINISHED CLEAN FOR
      *    THE BUSINESS DATE - A STEP NOT YET COMPLETE WILL RUN
      *    ANYWAY, SO A CARD AGAINST ONE IS REJECTED RATHER THAN
      *    LEFT TO MASK WHAT THE STEP ACTUALLY DID.
       APPLY-OVERRIDE-CARD SECTION.
           SET CARD-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON-WORK.
           IF NOT PRM-OVERRIDE
               SET CARD-REJECTED TO TRUE
               MOVE "CARD NOT RECOGNIZED" TO REJECT-REASON-WORK
           ELSE
               PERFORM FIND-STREAM-STEP
               IF NOT STEP-FOUND
                   SET CARD-REJECTED TO TRUE
                   MOVE "STEP NOT IN NIGHTLY STREAM"
                       TO REJECT-REASON-WORK
               ELSE
                   IF PRM-OPERATOR = SPACES
                       SET CARD-REJECTED TO TRUE
                       MOVE "OPERATOR ID MISSING"
                           TO REJECT-REASON-WORK
                   ELSE
                       IF PRM-REASON = SPACES
                           SET CARD-REJECTED TO TRUE
                           MOVE "OVERRIDE REASON MISSING"
                               TO REJECT-REASON-WORK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF CARD-ACCEPTED
               MOVE RUN-DATE TO JCT-BUS-DATE
               MOVE PRM-STEP-NAME TO JCT-STEP-NAME
               READ JOB-CONTROL-FILE
                   INVALID KEY
                       SET CARD-REJECTED TO TRUE
                       MOVE "STEP NOT RUN - NO OVERRIDE NEEDED"
                           TO REJECT-REASON-WORK
               END-READ
           END-IF.
           IF CARD-ACCEPTED
                   AND NOT JCT-COMPLETE
               SET CARD-REJECTED TO TRUE
               MOVE "NOT COMPLETE - NO OVERRIDE NEEDED"
                   TO REJECT-REASON-WORK
           END-IF.
           IF CARD-ACCEPTED
               SET JCT-OVERRIDE-OPEN TO TRUE
               MOVE PRM-OPERATOR TO JCT-OVERRIDE-OPER
               ADD 1 TO JCT-OVERRIDE-COUNT
               REWRITE JOB-CONTROL-RECORD
                   INVALID KEY
                       SET CARD-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO REJECT-REASON-WORK
               END-REWRITE
           END-IF.
           MOVE PRM-VERB TO RPT-CARD-VERB.
           MOVE PRM-STEP-NAME TO RPT-CARD-STEP.
           MOVE PRM-OPERATOR TO RPT-CARD-OPER.
           IF CARD-ACCEPTED
               ADD 1 TO OVERRIDES-APPLIED
               MOVE "APPLIED - STEP WILL RUN AGAIN"
                   TO RPT-CARD-DISPOSITION
               DISPLAY "JOBCTL - OVERRIDE " PRM-STEP-NAME
                   " BY " PRM-OPERATOR " APPLIED"
           ELSE
               ADD 1 TO CARDS-REJECTED
               MOVE SPACES TO RPT-CARD-DISPOSITION
               STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON-WORK DELIMITED BY SIZE
                   INTO RPT-CARD-DISPOSITION
               DISPLAY "JOBCTL - CARD REJECTED - "
                   REJECT-REASON-WORK
           END-IF.
           WRITE REPORT-RECORD FROM RPT-CARD-LINE.
           IF PRM-OVERRIDE
               PERFORM WRITE-OVERRIDE-AUDIT
           END-IF.
           EXIT.

       FIND-STREAM-STEP SECTION.
           MOVE "N" TO STEP-FOUND-SWITCH.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STREAM-STEP-COUNT
                       OR STEP-FOUND
               IF STM-STEP-NAME(STEP-IX) = PRM-STEP-NAME
                   SET STEP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           EXIT.

      *    ONE LINE PER STEP IN RUN ORDER.  THE FIRST STEP NOT YET
      *    COMPLETE IS WHERE A RESUBMITTED STREAM PICKS UP.
       WRITE-STREAM-STATUS SECTION.
           WRITE REPORT-RECORD FROM RPT-STEP-HEADING.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STREAM-STEP-COUNT
               MOVE RUN-DATE TO JCT-BUS-DATE
               MOVE STM-STEP-NAME(STEP-IX) TO JCT-STEP-NAME
               READ JOB-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACES TO JCT-STATUS
               END-READ
               PERFORM WRITE-STEP-LINE
               IF JCT-COMPLETE
                   ADD 1 TO STEPS-COMPLETE
               ELSE
                   IF JCT-STATUS = SPACE
                       ADD 1 TO STEPS-NOT-STARTED
                   END-IF
                   IF NOT NEXT-STEP-FOUND
                       SET NEXT-STEP-FOUND TO TRUE
                       MOVE STEP-IX TO NEXT-STEP-IX
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE STEPS-OUTSTANDING =
               STREAM-STEP-COUNT - STEPS-COMPLETE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE SPACES TO RPT-RESULT-LINE.
           EVALUATE TRUE
               WHEN STEPS-COMPLETE = STREAM-STEP-COUNT
                   MOVE " STREAM COMPLETE FOR THE BUSINESS DATE"
                       TO RPT-RESULT-LINE
               WHEN STEPS-NOT-STARTED = STREAM-STEP-COUNT
                   MOVE " STREAM NOT STARTED FOR THE BUSINESS DATE"
                       TO RPT-RESULT-LINE
               WHEN OTHER
                   STRING " STREAM INCOMPLETE - NEXT STEP TO RUN: "
                               DELIMITED BY SIZE
                           STM-JCL-STEP(NEXT-STEP-IX)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           STM-STEP-NAME(NEXT-STEP-IX)
                               DELIMITED BY SPACE
                       INTO RPT-RESULT-LINE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
           DISPLAY "JOBCTL -" RPT-RESULT-LINE.
           EXIT.

       WRITE-STEP-LINE SECTION.
           MOVE STM-JCL-STEP(STEP-IX) TO RPT-JCL-STEP.
           MOVE STM-STEP-NAME(STEP-IX) TO RPT-STEP-NAME.
           EVALUATE TRUE
               WHEN JCT-STARTED
                   MOVE "STARTED - NOT FINISHED" TO RPT-STATUS-TEXT
               WHEN JCT-COMPLETE
                   MOVE "COMPLETE" TO RPT-STATUS-TEXT
               WHEN JCT-ENDED-NOT-CLEAN
                   MOVE "ENDED NOT CLEAN" TO RPT-STATUS-TEXT
               WHEN JCT-OVERRIDE-OPEN
                   MOVE "OVERRIDE OPEN - WILL RERUN"
                       TO RPT-STATUS-TEXT
               WHEN OTHER
                   MOVE "NOT STARTED" TO RPT-STATUS-TEXT
           END-EVALUATE.
           IF JCT-STATUS = SPACE
               MOVE SPACES TO RPT-START-TIME
               MOVE SPACES TO RPT-END-TIME
               MOVE 0 TO RPT-RETURN-CODE
               MOVE 0 TO RPT-RUN-COUNT
               MOVE 0 TO RPT-OVERRIDE-COUNT
               MOVE SPACES TO RPT-OVERRIDE-OPER
           ELSE
               MOVE JCT-START-TIME TO RPT-START-TIME
               MOVE JCT-END-TIME TO RPT-END-TIME
               MOVE JCT-RETURN-CODE TO RPT-RETURN-CODE
               MOVE JCT-RUN-COUNT TO RPT-RUN-COUNT
               MOVE JCT-OVERRIDE-COUNT TO RPT-OVERRIDE-COUNT
               MOVE JCT-OVERRIDE-OPER TO RPT-OVERRIDE-OPER
           END-IF.
           WRITE REPORT-RECORD FROM RPT-STEP-LINE.
           EXIT.

      *    A STEP THAT IS COMPLETE KEEPS ITS OUTPUT - THE STEPS
      *    BEHIND IT STILL READ IT.  EVERY OTHER STEP WILL RUN, SO
      *    ITS DISP=MOD WORK DATASETS ARE CLEARED FIRST.  A DELETE
      *    OF A DATASET THAT IS NOT THERE ENDS CC=8, WHICH THE LAST
      *    CARD FORGIVES.
       WRITE-CLEANUP-CARDS SECTION.
           OPEN OUTPUT CLEANUP-FILE.
           PERFORM VARYING STEP-IX FROM 1 BY 1
                   UNTIL STEP-IX > STREAM-STEP-COUNT
               MOVE RUN-DATE TO JCT-BUS-DATE
               MOVE STM-STEP-NAME(STEP-IX) TO JCT-STEP-NAME
               READ JOB-CONTROL-FILE
                   INVALID KEY
                       MOVE SPACES TO JCT-STATUS
               END-READ
               IF NOT JCT-COMPLETE
                   PERFORM VARYING DSN-IX FROM 1 BY 1
                           UNTIL DSN-IX > STM-DSN-COUNT(STEP-IX)
                       MOVE STM-DSN(STEP-IX, DSN-IX) TO CLN-DSN
                       WRITE CLEANUP-RECORD FROM CLN-DELETE-CARD
                       ADD 1 TO DELETES-WRITTEN
                   END-PERFORM
               END-IF
           END-PERFORM.
           WRITE CLEANUP-RECORD FROM CLN-RESET-CARD.
           CLOSE CLEANUP-FILE.
           EXIT.

       WRITE-CONTROL-TOTALS SECTION.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE "STEPS COMPLETE........" TO RPT-COUNT-LABEL.
           MOVE STEPS-COMPLETE TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "STEPS OUTSTANDING....." TO RPT-COUNT-LABEL.
           MOVE STEPS-OUTSTANDING TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "OVERRIDE CARDS READ..." TO RPT-COUNT-LABEL.
           MOVE CARDS-READ TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "OVERRIDES APPLIED....." TO RPT-COUNT-LABEL.
           MOVE OVERRIDES-APPLIED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CARDS REJECTED........" TO RPT-COUNT-LABEL.
           MOVE CARDS-REJECTED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CLEANUP DELETES......." TO RPT-COUNT-LABEL.
           MOVE DELETES-WRITTEN TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           EXIT.

      *    ONE AUDIT RECORD PER OVERRIDE CARD - "OV" APPLIED, "OX"
      *    REJECTED - CARRYING THE STEP, THE OPERATOR, AND THE
      *    REASON GIVEN (OR WHY THE CARD WAS REFUSED).
       WRITE-OVERRIDE-AUDIT SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "JOBCTL"     TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING "OVERRIDE " DELIMITED BY SIZE
                   PRM-STEP-NAME DELIMITED BY SPACE
                   " BY=" DELIMITED BY SIZE
                   PRM-OPERATOR DELIMITED BY SPACE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           IF CARD-ACCEPTED
               MOVE PRM-REASON TO AUD-KEY-OUTPUT
               MOVE "OV" TO AUD-STATUS-CODE
           ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON-WORK DELIMITED BY SIZE
                   INTO AUD-KEY-OUTPUT
               MOVE "OX" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "JOBCTL"     TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE STEPS-COMPLETE TO COUNT-EDIT.
           STRING "STEPS COMPLETE=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE OVERRIDES-APPLIED TO COUNT-EDIT.
           STRING "OVERRIDES=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE CARDS-REJECTED TO COUNT-EDIT.
           STRING " REJECTED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(18:).
           IF CARDS-REJECTED = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "CR" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
