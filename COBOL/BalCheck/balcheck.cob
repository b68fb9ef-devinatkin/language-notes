      *                    A MISSING OR SILENT DATASET FALLS
      *                    BACK TO THE CLOCK; THE DATE USED IS
      *                    ECHOED TO SYSOUT EITHER WAY.
      *    2026-10-15 DLA  MAIN NOW HOLDS SUSPECTED DUPLICATES ON
      *                    DUPREVW AND LOGS THEIR COUNT AS "DUPS=".
      *                    THE TRANIN CHECK NOW COMPARES AGAINST
      *                    TRANSACTIONS-PLUS-REJECTS-PLUS-DUPLICATES,
      *                    AND A FIFTH CHECK COUNTS DUPREVW AGAINST
      *                    MAIN'S DUPS FIGURE.  AN OLDER MAIN RECORD
      *                    WITHOUT THE FIGURE COUNTS AS NO DUPLICATES.
      *    2026-10-15 DLA  REJECTS AND DUPREVW RECORDS ARE NOW 120
      *                    BYTES (TRANSACTION REFERENCES ADDED).
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
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-FILE-IN ASSIGN TO "ACCTIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-RECORD               PIC X(120).

       FD  DUP-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-REVIEW-RECORD           PIC X(120).

       FD  ACCOUNT-FILE-IN
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
       01  FILE-EOF-SWITCH             PIC X(1) VALUE "N".
           88 FILE-EOF VALUE "Y".
       01  DISCREPANCY-COUNT           PIC 9(3) COMP VALUE 0.
       01  PRIMES-COUNT                PIC 9(7) COMP VALUE 0.
       01  TRANIN-COUNT                PIC 9(7) COMP VALUE 0.
       01  REJECTS-COUNT               PIC 9(7) COMP VALUE 0.
       01  DUPREVW-COUNT               PIC 9(7) COMP VALUE 0.
       01  ACCTIN-COUNT                PIC 9(7) COMP VALUE 0.
       01  ACCTOUT-COUNT               PIC 9(7) COMP VALUE 0.
       01  ACCTEXCP-COUNT              PIC 9(7) COMP VALUE 0.
       01  AUD-PRIMES-WRITTEN          PIC 9(7) VALUE 0.
       01  AUD-TRANS-COUNT             PIC 9(7) VALUE 0.
       01  AUD-REJECT-COUNT            PIC 9(7) VALUE 0.
       01  AUD-DUP-COUNT               PIC 9(7) VALUE 0.
       01  AUD-TRANS-PLUS-REJ          PIC 9(7) VALUE 0.
       01  UNEDIT-IN                   PIC X(07).
       01  UNEDIT-OUT                  PIC 9(07).
       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.

           PERFORM COUNT-STREAM-DATASETS.
           PERFORM SCAN-AUDIT-LOG.
           CLOSE REPORT-FILE.

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
           MOVE "BALCHECK" TO JCT-STEP-NAME.
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
                   DISPLAY "BALCHECK - RERUN UNDER OVERRIDE BY "
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
               DISPLAY "BALCHECK - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " RUN-DATE " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "BALCHECK" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "BALCHECK - STEP CONTROL RECORD MISSING - "
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

       COUNT-STREAM-DATASETS SECTION.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT PRIMES-FILE.
           END-PERFORM.
           CLOSE REJECT-FILE.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT DUP-REVIEW-FILE.
           READ DUP-REVIEW-FILE
               AT END SET FILE-EOF TO TRUE
           END-READ.
           PERFORM UNTIL FILE-EOF
               ADD 1 TO DUPREVW-COUNT
               READ DUP-REVIEW-FILE
                   AT END SET FILE-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DUP-REVIEW-FILE.
           MOVE "N" TO FILE-EOF-SWITCH.
           OPEN INPUT ACCOUNT-FILE-IN.
           READ ACCOUNT-FILE-IN
               AT END SET FILE-EOF TO TRUE
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.
           COMPUTE AUD-TRANS-PLUS-REJ =
               AUD-TRANS-COUNT + AUD-REJECT-COUNT + AUD-DUP-COUNT.
           EXIT.

      *    PRIME LOGS "PRIMES-WRITTEN=" FOLLOWED BY A SIX-DIGIT
           EXIT.

      *    MAIN LOGS "TRANS=" AND " REJECTS=" WITH ZZZ,ZZ9-EDITED
      *    COUNTS IN ITS KEY-INPUT FIELD, FOLLOWED BY " DUPS=" WITH
      *    A ZZZZ9-EDITED COUNT.  THE LATEST RECORD WINS.
       TAKE-MAIN-FIGURES SECTION.
           IF AUD-KEY-INPUT(1:6) = "TRANS="
                   AND AUD-KEY-INPUT(14:9) = " REJECTS="
               MOVE AUD-KEY-INPUT(23:7) TO UNEDIT-IN
               PERFORM UNEDIT-COUNT
               MOVE UNEDIT-OUT TO AUD-REJECT-COUNT
               MOVE 0 TO AUD-DUP-COUNT
               IF AUD-KEY-INPUT(30:6) = " DUPS="
                   MOVE AUD-KEY-INPUT(36:5) TO UNEDIT-IN
                   PERFORM UNEDIT-COUNT
                   MOVE UNEDIT-OUT TO AUD-DUP-COUNT
               END-IF
           END-IF.
           EXIT.


       CHECK-MAIN-FIGURES SECTION.
           IF MAIN-AUDIT-FOUND
               MOVE "TRANIN DATASET VS TRANS+REJ+DUPS.."
                   TO RPT-CHECK-LABEL
               MOVE TRANIN-COUNT TO RPT-CHECK-LEFT
               MOVE AUD-TRANS-PLUS-REJ TO RPT-CHECK-RIGHT
                   ADD 1 TO DISCREPANCY-COUNT
               END-IF
               WRITE REPORT-RECORD FROM RPT-CHECK-LINE
               MOVE "DUPREVW DATASET VS MAIN DUPS......"
                   TO RPT-CHECK-LABEL
               MOVE DUPREVW-COUNT TO RPT-CHECK-LEFT
               MOVE AUD-DUP-COUNT TO RPT-CHECK-RIGHT
               IF DUPREVW-COUNT = AUD-DUP-COUNT
                   MOVE "AGREE" TO RPT-CHECK-VERDICT
               ELSE
                   MOVE "DISCREPANCY" TO RPT-CHECK-VERDICT
                   ADD 1 TO DISCREPANCY-COUNT
               END-IF
               WRITE REPORT-RECORD FROM RPT-CHECK-LINE
           ELSE
               MOVE "  NO MAIN AUDIT RECORD ON FILE - CHECK SKIPPED"
                   TO RPT-NOTE-LINE
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING "CHECKS=5" DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE DISCREPANCY-COUNT TO RPT-CHECK-LEFT.
