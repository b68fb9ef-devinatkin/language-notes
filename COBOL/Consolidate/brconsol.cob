      *                    A MISSING OR SILENT DATASET FALLS
      *                    BACK TO THE CLOCK; THE DATE USED IS
      *                    ECHOED TO SYSOUT EITHER WAY.
      *    2026-10-15 DLA  COLUMN 40 OF THE MERGED RECORD IS NOW
      *                    MAIN'S DUPLICATE-RELEASE FLAG, SET ONLY BY
      *                    THE REJECT RECYCLE - IT IS BLANKED ON
      *                    EVERY BRANCH RECORD SO A BRANCH FILE CAN
      *                    NEVER BYPASS THE DUPLICATE CHECK.
      *    2026-10-15 DLA  EVERY MERGED RECORD IS STAMPED WITH A
      *                    TRANSACTION REFERENCE NUMBER IN COLUMNS
      *                    41-56 - BUSINESS DATE, BRANCH IDENTIFIER,
      *                    AND THE RECORD'S SIX-DIGIT SEQUENCE WITHIN
      *                    ITS BRANCH FILE - WHICH MAIN, POSTTRAN,
      *                    THE RECYCLES, AND TRANHIST CARRY FROM HERE
      *                    ON.  A REVERSAL ("R") NAMES THE ORIGINAL'S
      *                    REFERENCE IN COLUMNS 57-72 OF THE BRANCH
      *                    RECORD, WHICH PASSES THROUGH UNTOUCHED.
      *                    THE STAMP IS DETERMINISTIC, SO A RERUN OF
      *                    THE SAME DAY'S FILES REISSUES THE SAME
      *                    NUMBERS.
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
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.

       DATA DIVISION.
       FILE SECTION.
           05  TRO-ACCOUNT             PIC X(09).
           05  TRO-TRANS-DATE          PIC X(08).
           05  TRO-BRANCH-ID           PIC X(02).
           05  TRO-CHECK-DIGIT         PIC X(01).
           05  TRO-DUP-RELEASE         PIC X(01).
           05  TRO-REFERENCE.
               10  TRO-REF-DATE        PIC X(08).
               10  TRO-REF-BRANCH      PIC X(02).
               10  TRO-REF-SEQUENCE    PIC 9(06).
           05  TRO-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

       FD  CONTROL-OUT-FILE
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
       01  STEP-CLEAN-RC               PIC 9(4) COMP VALUE 4.
       01  STEP-PRIOR-STATUS           PIC X(1).
       01  STEP-DONE-SWITCH            PIC X(1) VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y".
       01  BRANCH-IX                   PIC 9(02) COMP.
       01  BRANCH-SLOT-LIMIT           PIC 9(02) COMP VALUE 10.
       01  BRANCH-ID-WORK              PIC 9(02).
       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.

           PERFORM VARYING BRANCH-IX FROM 1 BY 1
                   UNTIL BRANCH-IX > BRANCH-SLOT-LIMIT
               WHEN FLAGGED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
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
           MOVE "BRCONSOL" TO JCT-STEP-NAME.
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
                   DISPLAY "BRCONSOL - RERUN UNDER OVERRIDE BY "
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
               DISPLAY "BRCONSOL - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " RUN-DATE " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "BRCONSOL" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "BRCONSOL - STEP CONTROL RECORD MISSING - "
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

      *    LOAD THE SHOP BRANCH MASTER INTO THE SLOT TABLE.  THE
      *    BRANCH IDENTIFIER IS THE FILE-SLOT NUMBER; AN IDENTIFIER
      *    BEYOND THE SLOT CEILING NEEDS A PROGRAM CHANGE TO ADD
           EXIT.

      *    READ ONE BRANCH'S TRANSACTION FILE THROUGH THE WORK
      *    RECORD, STAMP THE BRANCH IDENTIFIER AND THE TRANSACTION
      *    REFERENCE (DATE, BRANCH, SEQUENCE), AND MERGE IT INTO
      *    THE CONSOLIDATED OUTPUT.  IN HOLD MODE (SUSPENDED
      *    BRANCH) THE FILE IS ONLY COUNTED, NEVER MERGED.  THE
      *    FILE DISPATCH IS BY BRANCH SUBSCRIPT SINCE FILES CANNOT
                   MOVE TRANS-WORK-RECORD TO TRANS-OUT-RECORD
                   MOVE BRANCH-IX TO BRANCH-ID-WORK
                   MOVE BRANCH-ID-WORK TO TRO-BRANCH-ID
                   MOVE SPACE TO TRO-DUP-RELEASE
                   MOVE RUN-DATE TO TRO-REF-DATE
                   MOVE BRANCH-ID-WORK TO TRO-REF-BRANCH
                   MOVE BR-RECORD-COUNT(BRANCH-IX)
                       TO TRO-REF-SEQUENCE
                   WRITE TRANS-OUT-RECORD
                   IF TRW-FIRST-NUMBER IS NUMERIC
                           AND TRW-SECOND-NUMBER IS NUMERIC
