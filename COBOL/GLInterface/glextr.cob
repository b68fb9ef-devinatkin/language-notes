       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  GENERAL LEDGER INTERFACE
      *                    EXTRACT, REPLACING THE JOURNAL ENTRIES
      *                    ACCOUNTING RE-KEYED EACH MORNING FROM
      *                    POSTJRNL AND THE TRANREG SUBTOTALS.  AFTER
      *                    THE POSTING LEG HAS PROMOTED THE NEW
      *                    MASTER, SUMMARIZES WHAT POSTED BY
      *                    TRANSACTION CODE AND SOURCE - THE SAME
      *                    FIGURES TRIALBAL PROVES:
      *                      POSTED = VALIDOUT ACTIVITY
      *                             - SUSPENDED ITEMS
      *                             - HELD ITEMS
      *                    THE SOURCE IS THE BRANCH (OR SVCCHG'S "SC"
      *                    AND INTCAP'S "IC") TAKEN FROM THE
      *                    TRANSACTION REFERENCE, FALLING BACK TO THE
      *                    BRANCH IDENTIFIER FOR AN ITEM WITHOUT ONE.
      *                    SUSPENDED AND HELD ITEMS NEVER REACHED A
      *                    CUSTOMER BALANCE, SO THEY ARE SUMMARIZED
      *                    BY CODE UNDER THE RESERVED SOURCE "SU".
      *                    EACH CODE/SOURCE TOTAL IS MAPPED THROUGH
      *                    THE SHOP GL MAPPING DATASET (GLMAP, SHARED
      *                    GLMAPREC COPYBOOK) TO A DEBIT AND A CREDIT
      *                    GL ACCOUNT AND WRITTEN AS A BALANCED
      *                    JOURNAL ENTRY ON THE GL INTERFACE FILE
      *                    (GLIFOUT, SHARED GLIFREC COPYBOOK - HEADER,
      *                    DETAIL, TRAILER WITH COUNT AND HASH TOTAL).
      *                    A REVERSAL USES ITS ORIGINAL'S MAPPING WITH
      *                    THE SIDES SWAPPED.  THE PROOF REPORT
      *                    (GLPROOF) LISTS EVERY ENTRY AND PROVES GL
      *                    DEBITS = GL CREDITS = VALIDOUT ACTIVITY.
      *                    AN UNMAPPED CODE/SOURCE, A TABLE OVERFLOW,
      *                    OR ANY PROOF BREAK ENDS THE RUN RC=12, AND
      *                    THE JOB RELEASES THE FILE TO THE LEDGER
      *                    ONLY ON RC=0.
      *    2026-10-15 DLA  THE RUN NOW RECORDS ITSELF ON THE STREAM
      *                    STEP-CONTROL DATASET (JOBCTL, SHARED JOBCREC
      *                    COPYBOOK) - STARTED AS IT BEGINS, COMPLETE
      *                    WHEN IT ENDS RC=0 OR LOWER.  WHEN THE STREAM
      *                    IS RESUBMITTED FOR A BUSINESS DATE ON WHICH
      *                    THIS STEP IS ALREADY COMPLETE, THE RUN DOES
      *                    NO WORK AND ENDS RC=1, UNLESS OPERATIONS HAS
      *                    RE-OPENED THE STEP WITH A JOBCTL OVERRIDE
      *                    CARD.
      *    2026-10-15 DLA  REVIEW FIX: AN ITEM SUSPRCYC RE-PRESENTS
      *                    (BLANK BRANCH IDENTIFIER, BRANCH NUMBER IN
      *                    THE REFERENCE'S SOURCE SLOT) WAS BOOKED TO
      *                    THE CUSTOMER BY ITS BRANCH A SECOND TIME,
      *                    ITS CASH HAVING GONE TO SUSPENSE UNDER "SU"
      *                    THE DAY IT FIRST FAILED.  IT NOW CARRIES
      *                    THE RESERVED SOURCE "SR", WHICH MAPS FROM
      *                    THE SUSPENSE GL TO THE CUSTOMER SIDE AND SO
      *                    RELIEVES SUSPENSE.  AN "SR" ITEM THAT IS
      *                    SUSPENDED OR HELD AGAIN IS ONLY BACKED OUT
      *                    OF "SR" - IT IS STILL IN THE SUSPENSE GL,
      *                    SO IT IS NOT BOOKED TO "SU" AGAIN - AND THE
      *                    PROOF BECOMES GL DEBITS = GL CREDITS =
      *                    VALIDOUT ACTIVITY LESS THESE RE-SUSPENDED
      *                    ITEMS, WHICH THE PROOF REPORT SHOWS.  HELD
      *                    ITEMS, NOW CARRIED FORWARD BY SUSPRCYC,
      *                    FOLLOW THE SAME RULE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VALID-TRANS-FILE ASSIGN TO "VALIDOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "POSTHOLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLIFOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "GLPROOF"
               ORGANIZATION IS SEQUENTIAL.
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
       FD  GL-MAP-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLMAPREC.

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

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           05  SUS-ACCOUNT             PIC X(09).
           05  SUS-CODE                PIC X(01).
           05  SUS-DATE                PIC X(08).
           05  SUS-AMOUNT              PIC S9(9) COMP-5.
           05  SUS-BRANCH-ID           PIC X(02).
           05  SUS-REFERENCE           PIC X(16).
           05  SUS-ORIG-REFERENCE      PIC X(16).
           05  SUS-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HLD-ACCOUNT             PIC X(09).
           05  HLD-CODE                PIC X(01).
           05  HLD-DATE                PIC X(08).
           05  HLD-AMOUNT              PIC S9(9) COMP-5.
           05  HLD-BRANCH-ID           PIC X(02).
           05  HLD-REFERENCE           PIC X(16).
           05  HLD-ORIG-REFERENCE      PIC X(16).
           05  HLD-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  GL-INTERFACE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLIFREC.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD               PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROCDATE.

       FD  JOB-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY JOBCREC.

       WORKING-STORAGE SECTION.
       01  RUN-DATE                    PIC X(08).
       01  RUN-TIME                    PIC X(08).
       01  SYSTEM-DATE                 PIC X(08).
       01  PROC-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  STEP-CLEAN-RC               PIC 9(4) COMP VALUE 0.
       01  STEP-PRIOR-STATUS           PIC X(1).
       01  STEP-DONE-SWITCH            PIC X(1) VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y".
       01  FILE-EOF-SWITCH             PIC X(1) VALUE "N".
           88 FILE-EOF VALUE "Y".
       01  PROOF-SWITCH                PIC X(1) VALUE "N".
           88 GL-PROVED VALUE "Y".
       01  MAP-FOUND-SWITCH            PIC X(1) VALUE "N".
           88 MAP-FOUND VALUE "Y".
       01  ITEM-CODE                   PIC X(01).
       01  ITEM-ORIG-CODE              PIC X(01).
       01  ITEM-SOURCE                 PIC X(02).
       01  ITEM-BRANCH-ID              PIC X(02).
       01  ITEM-REFERENCE              PIC X(16).
       01  ITEM-AMOUNT                 PIC S9(11) COMP-5.
       01  ITEM-COUNT-DELTA            PIC S9(1) COMP.
       01  LOOKUP-CODE                 PIC X(01).
       01  ENTRY-AMOUNT                PIC S9(13) COMP-5.
       01  ENTRY-DEBIT-GL              PIC X(10).
       01  ENTRY-CREDIT-GL             PIC X(10).
       01  ENTRY-SWAP-GL               PIC X(10).
       01  GL-NUMBER-WORK              PIC 9(10).
       01  ENTRY-NUMBER                PIC 9(06) VALUE 0.
       01  ACTIVITY-GROSS              PIC S9(13) COMP-5 VALUE 0.
       01  SUSPENSE-GROSS              PIC S9(13) COMP-5 VALUE 0.
       01  HOLD-GROSS                  PIC S9(13) COMP-5 VALUE 0.
       01  RESUSPENDED-GROSS           PIC S9(13) COMP-5 VALUE 0.
       01  GL-DEBIT-TOTAL              PIC S9(15) COMP-5 VALUE 0.
       01  GL-CREDIT-TOTAL             PIC S9(15) COMP-5 VALUE 0.
       01  GL-HASH-TOTAL               PIC S9(15) COMP-5 VALUE 0.
       01  GL-DIFFERENCE               PIC S9(15) COMP-5 VALUE 0.
       01  ACTIVITY-DIFFERENCE         PIC S9(15) COMP-5 VALUE 0.
       01  TRANS-READ                  PIC 9(7) COMP VALUE 0.
       01  SUSPENSE-READ               PIC 9(7) COMP VALUE 0.
       01  HOLD-READ                   PIC 9(7) COMP VALUE 0.
       01  DETAIL-WRITTEN              PIC 9(7) COMP VALUE 0.
       01  UNMAPPED-COUNT              PIC 9(7) COMP VALUE 0.
       01  BAD-MAP-COUNT               PIC 9(7) COMP VALUE 0.
       01  OVERFLOW-COUNT              PIC 9(7) COMP VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.
       01  MAP-IX                      PIC 9(04) COMP.
       01  MAP-COUNT                   PIC 9(04) COMP VALUE 0.
       01  MAP-LIMIT                   PIC 9(04) COMP VALUE 500.
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 500 TIMES.
               10  MAP-TRANS-CODE      PIC X(01).
               10  MAP-SOURCE-ID       PIC X(02).
               10  MAP-DEBIT-GL        PIC X(10).
               10  MAP-CREDIT-GL       PIC X(10).
               10  MAP-DESCRIPTION     PIC X(20).
       01  SUM-IX                      PIC 9(04) COMP.
       01  SUM-MATCH-IX                PIC 9(04) COMP.
       01  SUM-COUNT                   PIC 9(04) COMP VALUE 0.
       01  SUM-LIMIT                   PIC 9(04) COMP VALUE 1000.
       01  GL-SUMMARY-TABLE.
           05  GL-SUMMARY-ENTRY OCCURS 1000 TIMES.
               10  SUM-TRANS-CODE      PIC X(01).
               10  SUM-ORIG-CODE       PIC X(01).
               10  SUM-SOURCE-ID       PIC X(02).
               10  SUM-ITEM-COUNT      PIC S9(7) COMP.
               10  SUM-AMOUNT          PIC S9(13) COMP-5.

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "GENERAL LEDGER INTERFACE PROOF".
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RUN DATE:".
           05  RPT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "RUN TIME:".
           05  RPT-RUN-TIME            PIC X(08).
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "CODE".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "ORIG".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "SRC".
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(05) VALUE "ITEMS".
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "AMOUNT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DEBIT GL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CREDIT GL".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "STATUS".
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-TRANS-CODE          PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  RPT-SOURCE-ID           PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ITEM-COUNT          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-AMOUNT              PIC -(13)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-DEBIT-GL            PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CREDIT-GL           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ENTRY-STATUS        PIC X(10).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMOUNT-LABEL        PIC X(26).
           05  RPT-AMOUNT-VALUE        PIC -(15)9.
           05  FILLER                  PIC X(36) VALUE SPACES.
       01  RPT-RESULT-LINE             PIC X(80) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.

           PERFORM LOAD-GL-MAP.
           PERFORM SUM-VALIDOUT-ACTIVITY.
           PERFORM SUM-SUSPENSE-ITEMS.
           PERFORM SUM-HELD-ITEMS.
           PERFORM WRITE-GL-INTERFACE.

           COMPUTE GL-DIFFERENCE = GL-DEBIT-TOTAL - GL-CREDIT-TOTAL.
           COMPUTE ACTIVITY-DIFFERENCE =
               GL-DEBIT-TOTAL - ACTIVITY-GROSS + RESUSPENDED-GROSS.
           IF GL-DIFFERENCE = 0
                   AND ACTIVITY-DIFFERENCE = 0
                   AND UNMAPPED-COUNT = 0
                   AND OVERFLOW-COUNT = 0
               SET GL-PROVED TO TRUE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-PROOF-TOTALS.
           PERFORM WRITE-AUDIT-LOG.
           PERFORM END-STEP-CONTROL.

           STOP RUN.

       GET-PROCESS-DATE SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           MOVE RUN-DATE TO SYSTEM-DATE.
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
               DISPLAY "GLEXTR - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "GLEXTR - PROCDATE SILENT - SYSTEM "
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
           MOVE "GLEXTR" TO JCT-STEP-NAME.
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
                   DISPLAY "GLEXTR - RERUN UNDER OVERRIDE BY "
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
               DISPLAY "GLEXTR - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " RUN-DATE " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "GLEXTR" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "GLEXTR - STEP CONTROL RECORD MISSING - "
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

      *    LOAD THE SHOP GL MAPPING INTO THE MAPPING TABLE.  A CARD
      *    WITH A BAD CODE OR A NON-NUMERIC GL ACCOUNT, OR A SECOND
      *    CARD FOR A CODE/SOURCE ALREADY MAPPED, IS REPORTED AND
      *    IGNORED - ANY ACTIVITY IT WAS MEANT TO MAP THEN SHOWS AS
      *    UNMAPPED AND HOLDS THE FILE BACK.
       LOAD-GL-MAP SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT GL-MAP-FILE.
           READ GL-MAP-FILE
               AT END SET FILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FILE-EOF
               MOVE GLM-TRANS-CODE TO LOOKUP-CODE
               MOVE GLM-SOURCE-ID TO ITEM-SOURCE
               PERFORM FIND-GL-MAPPING
               EVALUATE TRUE
                   WHEN GLM-TRANS-CODE NOT = "D"
                           AND GLM-TRANS-CODE NOT = "C"
                           AND GLM-TRANS-CODE NOT = "A"
                       ADD 1 TO BAD-MAP-COUNT
                       DISPLAY "GLEXTR - GL MAP CARD " GLM-TRANS-CODE
                           GLM-SOURCE-ID " BAD CODE - IGNORED"
                   WHEN GLM-DEBIT-GL IS NOT NUMERIC
                           OR GLM-CREDIT-GL IS NOT NUMERIC
                       ADD 1 TO BAD-MAP-COUNT
                       DISPLAY "GLEXTR - GL MAP CARD " GLM-TRANS-CODE
                           GLM-SOURCE-ID " GL ACCOUNT NOT NUMERIC - "
                           "IGNORED"
                   WHEN MAP-FOUND
                       ADD 1 TO BAD-MAP-COUNT
                       DISPLAY "GLEXTR - GL MAP CARD " GLM-TRANS-CODE
                           GLM-SOURCE-ID " DUPLICATE - IGNORED"
                   WHEN MAP-COUNT NOT < MAP-LIMIT
                       ADD 1 TO OVERFLOW-COUNT
                       DISPLAY "GLEXTR - GL MAP TABLE FULL - CARD "
                           GLM-TRANS-CODE GLM-SOURCE-ID " DROPPED"
                   WHEN OTHER
                       ADD 1 TO MAP-COUNT
                       MOVE GLM-TRANS-CODE TO MAP-TRANS-CODE(MAP-COUNT)
                       MOVE GLM-SOURCE-ID TO MAP-SOURCE-ID(MAP-COUNT)
                       MOVE GLM-DEBIT-GL TO MAP-DEBIT-GL(MAP-COUNT)
                       MOVE GLM-CREDIT-GL TO MAP-CREDIT-GL(MAP-COUNT)
                       MOVE GLM-DESCRIPTION
                           TO MAP-DESCRIPTION(MAP-COUNT)
               END-EVALUATE
               READ GL-MAP-FILE
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE GL-MAP-FILE.
           MOVE MAP-COUNT TO COUNT-EDIT.
           DISPLAY "GLEXTR - GL MAPPINGS LOADED " COUNT-EDIT.
           EXIT.

       FIND-GL-MAPPING SECTION.
           MOVE "N" TO MAP-FOUND-SWITCH.
           PERFORM VARYING MAP-IX FROM 1 BY 1
                   UNTIL MAP-IX > MAP-COUNT OR MAP-FOUND
               IF MAP-TRANS-CODE(MAP-IX) = LOOKUP-CODE
                       AND MAP-SOURCE-ID(MAP-IX) = ITEM-SOURCE
                   SET MAP-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF MAP-FOUND
               SUBTRACT 1 FROM MAP-IX
           END-IF.
           EXIT.

       SUM-VALIDOUT-ACTIVITY SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT VALID-TRANS-FILE.
           READ VALID-TRANS-FILE
               AT END SET FILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FILE-EOF
               ADD 1 TO TRANS-READ
               ADD VAL-AMOUNT TO ACTIVITY-GROSS
               MOVE VAL-CODE TO ITEM-CODE
               MOVE VAL-ORIG-CODE TO ITEM-ORIG-CODE
               MOVE VAL-BRANCH-ID TO ITEM-BRANCH-ID
               MOVE VAL-REFERENCE TO ITEM-REFERENCE
               PERFORM SET-ITEM-SOURCE
               MOVE VAL-AMOUNT TO ITEM-AMOUNT
               MOVE 1 TO ITEM-COUNT-DELTA
               PERFORM ADD-TO-SUMMARY
               READ VALID-TRANS-FILE
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE VALID-TRANS-FILE.
           EXIT.

      *    A SUSPENDED ITEM IS IN VALIDOUT BUT NEVER REACHED A
      *    CUSTOMER BALANCE - BACK IT OUT OF ITS CODE/SOURCE TOTAL
      *    AND CARRY IT UNDER THE SUSPENSE SOURCE INSTEAD (UNLESS IT
      *    IS ALREADY IN SUSPENSE, SEE MOVE-ITEM-TO-SUSPENSE).
       SUM-SUSPENSE-ITEMS SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END SET FILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FILE-EOF
               ADD 1 TO SUSPENSE-READ
               ADD SUS-AMOUNT TO SUSPENSE-GROSS
               MOVE SUS-CODE TO ITEM-CODE
               MOVE SUS-ORIG-CODE TO ITEM-ORIG-CODE
               MOVE SUS-BRANCH-ID TO ITEM-BRANCH-ID
               MOVE SUS-REFERENCE TO ITEM-REFERENCE
               PERFORM SET-ITEM-SOURCE
               MOVE SUS-AMOUNT TO ITEM-AMOUNT
               PERFORM MOVE-ITEM-TO-SUSPENSE
               READ SUSPENSE-FILE
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SUSPENSE-FILE.
           EXIT.

      *    HELD ITEMS ARE BACKED OUT THE SAME WAY AS SUSPENSE.
       SUM-HELD-ITEMS SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           READ HOLD-FILE
               AT END SET FILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FILE-EOF
               ADD 1 TO HOLD-READ
               ADD HLD-AMOUNT TO HOLD-GROSS
               MOVE HLD-CODE TO ITEM-CODE
               MOVE HLD-ORIG-CODE TO ITEM-ORIG-CODE
               MOVE HLD-BRANCH-ID TO ITEM-BRANCH-ID
               MOVE HLD-REFERENCE TO ITEM-REFERENCE
               PERFORM SET-ITEM-SOURCE
               MOVE HLD-AMOUNT TO ITEM-AMOUNT
               PERFORM MOVE-ITEM-TO-SUSPENSE
               READ HOLD-FILE
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           EXIT.

      *    THE SOURCE IS THE BRANCH (OR MACHINE SOURCE) SLOT OF THE
      *    TRANSACTION REFERENCE.  A BRANCH ITEM THAT HAS LOST ITS
      *    BRANCH IDENTIFIER BUT KEPT ITS REFERENCE IS ONE SUSPRCYC
      *    RE-PRESENTED OUT OF SUSPENSE, AND TAKES THE "SR" SOURCE.
       SET-ITEM-SOURCE SECTION.
           EVALUATE TRUE
               WHEN ITEM-REFERENCE = SPACES
                   MOVE ITEM-BRANCH-ID TO ITEM-SOURCE
               WHEN ITEM-BRANCH-ID = SPACES
                       AND ITEM-REFERENCE(9:2) IS NUMERIC
                   MOVE "SR" TO ITEM-SOURCE
               WHEN OTHER
                   MOVE ITEM-REFERENCE(9:2) TO ITEM-SOURCE
           END-EVALUATE.
           IF ITEM-CODE NOT = "R"
               MOVE SPACE TO ITEM-ORIG-CODE
           END-IF.
           EXIT.

      *    A RE-PRESENTED ("SR") ITEM THAT FAILS AGAIN NEVER LEFT
      *    THE SUSPENSE GL, SO IT IS ONLY BACKED OUT.
       MOVE-ITEM-TO-SUSPENSE SECTION.
           COMPUTE ITEM-AMOUNT = 0 - ITEM-AMOUNT.
           MOVE -1 TO ITEM-COUNT-DELTA.
           PERFORM ADD-TO-SUMMARY.
           IF ITEM-SOURCE = "SR"
               SUBTRACT ITEM-AMOUNT FROM RESUSPENDED-GROSS
           ELSE
               COMPUTE ITEM-AMOUNT = 0 - ITEM-AMOUNT
               MOVE 1 TO ITEM-COUNT-DELTA
               MOVE "SU" TO ITEM-SOURCE
               PERFORM ADD-TO-SUMMARY
           END-IF.
           EXIT.

       ADD-TO-SUMMARY SECTION.
           MOVE 0 TO SUM-MATCH-IX.
           PERFORM VARYING SUM-IX FROM 1 BY 1
                   UNTIL SUM-IX > SUM-COUNT OR SUM-MATCH-IX > 0
               IF SUM-TRANS-CODE(SUM-IX) = ITEM-CODE
                       AND SUM-ORIG-CODE(SUM-IX) = ITEM-ORIG-CODE
                       AND SUM-SOURCE-ID(SUM-IX) = ITEM-SOURCE
                   MOVE SUM-IX TO SUM-MATCH-IX
               END-IF
           END-PERFORM.
           IF SUM-MATCH-IX = 0
               IF SUM-COUNT < SUM-LIMIT
                   ADD 1 TO SUM-COUNT
                   MOVE SUM-COUNT TO SUM-MATCH-IX
                   MOVE ITEM-CODE TO SUM-TRANS-CODE(SUM-MATCH-IX)
                   MOVE ITEM-ORIG-CODE TO SUM-ORIG-CODE(SUM-MATCH-IX)
                   MOVE ITEM-SOURCE TO SUM-SOURCE-ID(SUM-MATCH-IX)
                   MOVE 0 TO SUM-ITEM-COUNT(SUM-MATCH-IX)
                   MOVE 0 TO SUM-AMOUNT(SUM-MATCH-IX)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
                   DISPLAY "GLEXTR - SUMMARY TABLE FULL - CODE "
                       ITEM-CODE " SOURCE " ITEM-SOURCE " DROPPED"
               END-IF
           END-IF.
           IF SUM-MATCH-IX > 0
               ADD ITEM-COUNT-DELTA TO SUM-ITEM-COUNT(SUM-MATCH-IX)
               ADD ITEM-AMOUNT TO SUM-AMOUNT(SUM-MATCH-IX)
           END-IF.
           EXIT.

      *    ONE BALANCED JOURNAL ENTRY (A DEBIT AND A CREDIT DETAIL)
      *    PER CODE/SOURCE TOTAL THAT POSTED.  THE PROOF REPORT
      *    LISTS EVERY TOTAL, MAPPED OR NOT, AS IT GOES.
       WRITE-GL-INTERFACE SECTION.
           OPEN OUTPUT GL-INTERFACE-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           MOVE RUN-TIME TO RPT-RUN-TIME.
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GLI-HEADER TO TRUE.
           MOVE RUN-DATE TO GLI-BUSINESS-DATE.
           MOVE "PRIMERUN" TO GLI-HDR-SOURCE-SYSTEM.
           MOVE SYSTEM-DATE TO GLI-HDR-CREATE-DATE.
           MOVE RUN-TIME TO GLI-HDR-CREATE-TIME.
           WRITE GL-INTERFACE-RECORD.
           PERFORM VARYING SUM-IX FROM 1 BY 1
                   UNTIL SUM-IX > SUM-COUNT
               IF SUM-AMOUNT(SUM-IX) NOT = 0
                       OR SUM-ITEM-COUNT(SUM-IX) NOT = 0
                   PERFORM WRITE-ONE-ENTRY
               END-IF
           END-PERFORM.
           MOVE SPACES TO GL-INTERFACE-RECORD.
           SET GLI-TRAILER TO TRUE.
           MOVE RUN-DATE TO GLI-BUSINESS-DATE.
           MOVE DETAIL-WRITTEN TO GLI-TRL-DETAIL-COUNT.
           MOVE GL-DEBIT-TOTAL TO GLI-TRL-DEBIT-TOTAL.
           MOVE GL-CREDIT-TOTAL TO GLI-TRL-CREDIT-TOTAL.
           MOVE GL-HASH-TOTAL TO GLI-TRL-HASH-TOTAL.
           WRITE GL-INTERFACE-RECORD.
           CLOSE GL-INTERFACE-FILE.
           EXIT.

      *    A REVERSAL TAKES ITS ORIGINAL'S MAPPING WITH THE SIDES
      *    SWAPPED; A TOTAL THAT NETS NEGATIVE (MORE BACKED OUT THAN
      *    POSTED) IS SWAPPED THE SAME WAY SO THE DETAIL AMOUNTS
      *    STAY UNSIGNED - THE ACTIVITY PROOF THEN BREAKS ON IT.
       WRITE-ONE-ENTRY SECTION.
           MOVE SUM-TRANS-CODE(SUM-IX) TO RPT-TRANS-CODE.
           MOVE SUM-ORIG-CODE(SUM-IX) TO RPT-ORIG-CODE.
           MOVE SUM-SOURCE-ID(SUM-IX) TO RPT-SOURCE-ID.
           MOVE SUM-ITEM-COUNT(SUM-IX) TO RPT-ITEM-COUNT.
           MOVE SUM-AMOUNT(SUM-IX) TO RPT-AMOUNT.
           IF SUM-TRANS-CODE(SUM-IX) = "R"
               MOVE SUM-ORIG-CODE(SUM-IX) TO LOOKUP-CODE
           ELSE
               MOVE SUM-TRANS-CODE(SUM-IX) TO LOOKUP-CODE
           END-IF.
           MOVE SUM-SOURCE-ID(SUM-IX) TO ITEM-SOURCE.
           PERFORM FIND-GL-MAPPING.
           IF NOT MAP-FOUND
               ADD 1 TO UNMAPPED-COUNT
               MOVE SPACES TO RPT-DEBIT-GL
               MOVE SPACES TO RPT-CREDIT-GL
               MOVE "** NO MAP" TO RPT-ENTRY-STATUS
               WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
           ELSE
               IF SUM-TRANS-CODE(SUM-IX) = "R"
                   MOVE MAP-CREDIT-GL(MAP-IX) TO ENTRY-DEBIT-GL
                   MOVE MAP-DEBIT-GL(MAP-IX) TO ENTRY-CREDIT-GL
               ELSE
                   MOVE MAP-DEBIT-GL(MAP-IX) TO ENTRY-DEBIT-GL
                   MOVE MAP-CREDIT-GL(MAP-IX) TO ENTRY-CREDIT-GL
               END-IF
               MOVE SUM-AMOUNT(SUM-IX) TO ENTRY-AMOUNT
               IF ENTRY-AMOUNT < 0
                   COMPUTE ENTRY-AMOUNT = 0 - ENTRY-AMOUNT
                   MOVE ENTRY-DEBIT-GL TO ENTRY-SWAP-GL
                   MOVE ENTRY-CREDIT-GL TO ENTRY-DEBIT-GL
                   MOVE ENTRY-SWAP-GL TO ENTRY-CREDIT-GL
               END-IF
               MOVE ENTRY-DEBIT-GL TO RPT-DEBIT-GL
               MOVE ENTRY-CREDIT-GL TO RPT-CREDIT-GL
               MOVE "MAPPED" TO RPT-ENTRY-STATUS
               WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
               ADD 1 TO ENTRY-NUMBER
               MOVE SPACES TO GL-INTERFACE-RECORD
               SET GLI-DETAIL TO TRUE
               MOVE RUN-DATE TO GLI-BUSINESS-DATE
               MOVE ENTRY-NUMBER TO GLI-DET-ENTRY-NUMBER
               MOVE ENTRY-AMOUNT TO GLI-DET-AMOUNT
               MOVE SUM-TRANS-CODE(SUM-IX) TO GLI-DET-TRANS-CODE
               MOVE SUM-ORIG-CODE(SUM-IX) TO GLI-DET-ORIG-CODE
               MOVE SUM-SOURCE-ID(SUM-IX) TO GLI-DET-SOURCE-ID
               MOVE SUM-ITEM-COUNT(SUM-IX) TO GLI-DET-ITEM-COUNT
               MOVE MAP-DESCRIPTION(MAP-IX) TO GLI-DET-DESCRIPTION
               MOVE ENTRY-DEBIT-GL TO GLI-DET-GL-ACCOUNT
               SET GLI-DET-DEBIT TO TRUE
               WRITE GL-INTERFACE-RECORD
               ADD ENTRY-AMOUNT TO GL-DEBIT-TOTAL
               MOVE ENTRY-DEBIT-GL TO GL-NUMBER-WORK
               ADD GL-NUMBER-WORK TO GL-HASH-TOTAL
               MOVE ENTRY-CREDIT-GL TO GLI-DET-GL-ACCOUNT
               SET GLI-DET-CREDIT TO TRUE
               WRITE GL-INTERFACE-RECORD
               ADD ENTRY-AMOUNT TO GL-CREDIT-TOTAL
               MOVE ENTRY-CREDIT-GL TO GL-NUMBER-WORK
               ADD GL-NUMBER-WORK TO GL-HASH-TOTAL
               ADD 2 TO DETAIL-WRITTEN
           END-IF.
           EXIT.

       WRITE-PROOF-TOTALS SECTION.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE "VALIDOUT ACTIVITY........." TO RPT-AMOUNT-LABEL.
           MOVE ACTIVITY-GROSS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  OF WHICH SUSPENDED......" TO RPT-AMOUNT-LABEL.
           MOVE SUSPENSE-GROSS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  OF WHICH HELD..........." TO RPT-AMOUNT-LABEL.
           MOVE HOLD-GROSS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "  OF WHICH RE-SUSPENDED..." TO RPT-AMOUNT-LABEL.
           MOVE RESUSPENDED-GROSS TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "GL DEBITS................." TO RPT-AMOUNT-LABEL.
           MOVE GL-DEBIT-TOTAL TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "GL CREDITS................" TO RPT-AMOUNT-LABEL.
           MOVE GL-CREDIT-TOTAL TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "DEBITS LESS CREDITS......." TO RPT-AMOUNT-LABEL.
           MOVE GL-DIFFERENCE TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "DEBITS LESS NET ACTIVITY.." TO RPT-AMOUNT-LABEL.
           MOVE ACTIVITY-DIFFERENCE TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "DETAIL RECORDS............" TO RPT-AMOUNT-LABEL.
           MOVE DETAIL-WRITTEN TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "HASH TOTAL (GL ACCOUNTS).." TO RPT-AMOUNT-LABEL.
           MOVE GL-HASH-TOTAL TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "UNMAPPED CODE/SOURCE......" TO RPT-AMOUNT-LABEL.
           MOVE UNMAPPED-COUNT TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "GL MAP CARDS IGNORED......" TO RPT-AMOUNT-LABEL.
           MOVE BAD-MAP-COUNT TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           EVALUATE TRUE
               WHEN GL-PROVED
                   MOVE "GL INTERFACE PROVES - FILE READY FOR RELEASE"
                       TO RPT-RESULT-LINE
               WHEN UNMAPPED-COUNT > 0
                   MOVE "GL INTERFACE HELD - UNMAPPED CODE/SOURCE ABOVE"
                       TO RPT-RESULT-LINE
               WHEN OVERFLOW-COUNT > 0
                   MOVE "GL INTERFACE HELD - TABLE OVERFLOW, SEE SYSOUT"
                       TO RPT-RESULT-LINE
               WHEN OTHER
                   MOVE "GL INTERFACE HELD - ENTRIES DO NOT PROVE"
                       TO RPT-RESULT-LINE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-RESULT-LINE.
           CLOSE REPORT-FILE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "GLEXTR"     TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE TRANS-READ TO COUNT-EDIT.
           STRING "TRANS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE UNMAPPED-COUNT TO COUNT-EDIT.
           STRING " NOMAP=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT(17:).
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE DETAIL-WRITTEN TO COUNT-EDIT.
           STRING "DETAIL=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           IF GL-PROVED
               MOVE " GL=PROVED" TO AUD-KEY-OUTPUT(17:)
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE " GL=HELD" TO AUD-KEY-OUTPUT(17:)
               MOVE "GL" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
