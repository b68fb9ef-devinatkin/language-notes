      *                    ITSELF NOW REFUSES THE COMMON ACCIDENT,
      *                    DELETING AN ACCOUNT THAT STILL CARRIES A
      *                    BALANCE.
      *    2026-10-15 DLA  POSTTRAN NOW HOLDS TRANSACTIONS FOR
      *                    FROZEN OR CLOSED ACCOUNTS AND DEBITS PAST
      *                    AN ACCOUNT'S OVERDRAFT LIMIT ON THE HOLD
      *                    FILE (POSTHOLD).  LIKE SUSPENSE, A HELD
      *                    ITEM IS IN VALIDOUT BUT NEVER REACHED A
      *                    BALANCE, SO ITS NET IS BACKED OUT TOO:
      *                      CLOSING = OPENING CONTROL
      *                              + NET OF VALIDOUT ACTIVITY
      *                              - NET OF SUSPENDED ITEMS
      *                              - NET OF HELD ITEMS
      *    2026-10-15 DLA  A REVERSAL ("R") NETS AGAINST ITS
      *                    ORIGINAL'S DIRECTION, AS POSTTRAN POSTS
      *                    IT - THE ORIGINAL'S CODE RIDES IN COLUMN
      *                    57 OF VALIDOUT, SUSPENSE, AND POSTHOLD.
      *    2026-10-15 DLA  THE RUN NOW RECORDS ITSELF ON THE STREAM
      *                    STEP-CONTROL DATASET (JOBCTL, SHARED JOBCREC
      *                    COPYBOOK) - STARTED AS IT BEGINS, COMPLETE
      *                    WHEN IT ENDS RC=0 OR LOWER.  WHEN THE STREAM
      *                    IS RESUBMITTED FOR A BUSINESS DATE ON WHICH
      *                    THIS STEP IS ALREADY COMPLETE, THE RUN DOES
      *                    NO WORK AND ENDS RC=1, UNLESS OPERATIONS HAS
      *                    RE-OPENED THE STEP WITH A JOBCTL OVERRIDE
      *                    CARD.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "POSTHOLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CONTROL-IN-FILE ASSIGN TO "BALCTLI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CONTROL-OUT-FILE ASSIGN TO "BALCTLO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.

       DATA DIVISION.
       FILE SECTION.
           05  VAL-CODE                PIC X(01).
           05  VAL-DATE                PIC X(08).
           05  VAL-AMOUNT              PIC S9(9) COMP-5.
           05  FILLER                  PIC X(34).
           05  VAL-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           05  SUS-CODE                PIC X(01).
           05  SUS-DATE                PIC X(08).
           05  SUS-AMOUNT              PIC S9(9) COMP-5.
           05  FILLER                  PIC X(34).
           05  SUS-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-RECORD.
           05  HLD-ACCOUNT             PIC X(09).
           05  HLD-CODE                PIC X(01).
           05  HLD-DATE                PIC X(08).
           05  HLD-AMOUNT              PIC S9(9) COMP-5.
           05  FILLER                  PIC X(34).
           05  HLD-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  CONTROL-IN-FILE
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
       01  STEP-CLEAN-RC               PIC 9(4) COMP VALUE 0.
       01  STEP-PRIOR-STATUS           PIC X(1).
       01  STEP-DONE-SWITCH            PIC X(1) VALUE "N".
           88 STEP-ALREADY-DONE VALUE "Y".
       01  FILE-EOF-SWITCH             PIC X(1) VALUE "N".
           88 FILE-EOF VALUE "Y".
       01  CONTROL-SWITCH              PIC X(1) VALUE "N".
       01  CLOSING-TOTAL               PIC S9(13) COMP-5 VALUE 0.
       01  ACTIVITY-NET                PIC S9(13) COMP-5 VALUE 0.
       01  SUSPENSE-NET                PIC S9(13) COMP-5 VALUE 0.
       01  HOLD-NET                    PIC S9(13) COMP-5 VALUE 0.
       01  EXPECTED-CLOSING            PIC S9(13) COMP-5 VALUE 0.
       01  TRIAL-VARIANCE              PIC S9(13) COMP-5 VALUE 0.
       01  ACCOUNTS-READ               PIC 9(7) COMP VALUE 0.
       01  TRANS-READ                  PIC 9(7) COMP VALUE 0.
       01  SUSPENSE-READ               PIC 9(7) COMP VALUE 0.
       01  HOLD-READ                   PIC 9(7) COMP VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.

      *    REPORT LINE LAYOUTS
       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.

           PERFORM GET-OPENING-CONTROL.
           PERFORM SUM-ACCOUNT-MASTER.
           PERFORM SUM-VALIDOUT-ACTIVITY.
           PERFORM SUM-SUSPENSE-ITEMS.
           PERFORM SUM-HELD-ITEMS.

           COMPUTE EXPECTED-CLOSING =
               OPENING-CONTROL + ACTIVITY-NET - SUSPENSE-NET
                   - HOLD-NET.
           COMPUTE TRIAL-VARIANCE =
               CLOSING-TOTAL - EXPECTED-CLOSING.
           IF CONTROL-FOUND
           PERFORM WRITE-TRIAL-REPORT.
           PERFORM WRITE-CLOSING-CONTROL.
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
           MOVE "TRIALBAL" TO JCT-STEP-NAME.
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
                   DISPLAY "TRIALBAL - RERUN UNDER OVERRIDE BY "
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
               DISPLAY "TRIALBAL - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " RUN-DATE " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "TRIALBAL" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "TRIALBAL - STEP CONTROL RECORD MISSING - "
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

       GET-OPENING-CONTROL SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT CONTROL-IN-FILE.
           PERFORM UNTIL FILE-EOF
               ADD 1 TO TRANS-READ
               IF VAL-CODE = "C"
                       OR (VAL-CODE = "R" AND VAL-ORIG-CODE NOT = "C")
                   SUBTRACT VAL-AMOUNT FROM ACTIVITY-NET
               ELSE
                   ADD VAL-AMOUNT TO ACTIVITY-NET
           PERFORM UNTIL FILE-EOF
               ADD 1 TO SUSPENSE-READ
               IF SUS-CODE = "C"
                       OR (SUS-CODE = "R" AND SUS-ORIG-CODE NOT = "C")
                   SUBTRACT SUS-AMOUNT FROM SUSPENSE-NET
               ELSE
                   ADD SUS-AMOUNT TO SUSPENSE-NET
           CLOSE SUSPENSE-FILE.
           EXIT.

       SUM-HELD-ITEMS SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           READ HOLD-FILE
               AT END SET FILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FILE-EOF
               ADD 1 TO HOLD-READ
               IF HLD-CODE = "C"
                       OR (HLD-CODE = "R" AND HLD-ORIG-CODE NOT = "C")
                   SUBTRACT HLD-AMOUNT FROM HOLD-NET
               ELSE
                   ADD HLD-AMOUNT TO HOLD-NET
               END-IF
               READ HOLD-FILE
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           EXIT.

       WRITE-TRIAL-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           MOVE "SUSPENSE NET (BACKED OUT)." TO RPT-AMOUNT-LABEL.
           MOVE SUSPENSE-NET TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "HELD NET (BACKED OUT)....." TO RPT-AMOUNT-LABEL.
           MOVE HOLD-NET TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
           MOVE "EXPECTED CLOSING.........." TO RPT-AMOUNT-LABEL.
           MOVE EXPECTED-CLOSING TO RPT-AMOUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-AMOUNT-LINE.
