      *                    A MISSING OR SILENT DATASET FALLS
      *                    BACK TO THE CLOCK; THE DATE USED IS
      *                    ECHOED TO SYSOUT EITHER WAY.
      *    2026-10-15 DLA  THE ACCOUNT MASTER RECORD IS NOW 120
      *                    BYTES (STATUS CODE AND OVERDRAFT LIMIT,
      *                    SEE ACCTREC) - THE INPUT LAYOUT'S
      *                    TRAILING FILLER GROWS TO MATCH.  THE
      *                    80-BYTE OUTPUT FILE IS UNCHANGED.
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
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JCT-KEY.

       DATA DIVISION.
       FILE SECTION.
       01  ACCOUNT-RECORD-IN.
           05  ACCT-NUMBER-IN          PIC 9(09).
           05  ACCT-NAME-IN            PIC X(30).
           05  FILLER                  PIC X(81).

       FD  ACCOUNT-FILE-OUT
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
       01  ACCT-NUMBER-WORK            PIC 9(09).
       01  ACCT-NUMBER-WORK-X REDEFINES ACCT-NUMBER-WORK PIC X(09).
       01  ONE-DIGIT                   PIC 9(01).
       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM BEGIN-STEP-CONTROL.

           PERFORM LOAD-RUN-PARMS.

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
           MOVE "CHKDIGIT" TO JCT-STEP-NAME.
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
                   DISPLAY "CHKDIGIT - RERUN UNDER OVERRIDE BY "
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
               DISPLAY "CHKDIGIT - STEP ALREADY COMPLETE FOR BUSINESS "
                   "DATE " RUN-DATE " - SKIPPED"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           EXIT.

       END-STEP-CONTROL SECTION.
           OPEN I-O JOB-CONTROL-FILE.
           MOVE RUN-DATE TO JCT-BUS-DATE.
           MOVE "CHKDIGIT" TO JCT-STEP-NAME.
           READ JOB-CONTROL-FILE
               INVALID KEY
                   DISPLAY "CHKDIGIT - STEP CONTROL RECORD MISSING - "
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
           OPEN INPUT RUN-PARM-FILE.
           READ RUN-PARM-FILE
