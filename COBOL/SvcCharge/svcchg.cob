      *                    POSTING RUN.  A CHARGE TOO WIDE FOR THE
      *                    NINE-DIGIT ENTRY FIELD IS SKIPPED WITH A
      *                    WARNING AND ENDS THE RUN RC=8.
      *    2026-10-15 DLA  EACH CHARGE NOW CARRIES A TRANSACTION
      *                    REFERENCE IN TRANIN COLUMNS 41-56 - THE
      *                    BUSINESS DATE, SOURCE "SC", AND THE
      *                    CHARGE'S SEQUENCE IN THE RUN - IN PLACE OF
      *                    THE BRANCH SEQUENCE BRCONSOL STAMPS, SO A
      *                    CHARGE CAN BE TRACED AND REVERSED LIKE ANY
      *                    BRANCH ITEM.
      *****************************************************************

       ENVIRONMENT DIVISION.
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
           MOVE ACCT-NUMBER TO TRO-ACCOUNT.
           MOVE RUN-DATE TO TRO-TRANS-DATE.
           MOVE SPACES TO TRO-BRANCH-ID.
           ADD 1 TO CHARGES-WRITTEN.
           MOVE SPACES TO TRANS-OUT-RECORD(39:2).
           MOVE RUN-DATE TO TRO-REF-DATE.
           MOVE "SC" TO TRO-REF-SOURCE.
           MOVE CHARGES-WRITTEN TO TRO-REF-SEQUENCE.
           MOVE SPACES TO TRANS-OUT-RECORD(57:24).
           WRITE TRANS-OUT-RECORD.
           ADD CHARGE-WORK TO CHARGE-TOTAL.
           PERFORM WRITE-REGISTER-DETAIL.
           EXIT.

