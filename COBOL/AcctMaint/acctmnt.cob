      *                    SO THE TRIALBAL PROOF BROKE RC=12 AND
      *                    STAYED BROKEN EVERY DAY AFTER.  POST
      *                    THE BALANCE TO ZERO, THEN DELETE.
      *    2026-10-15 DLA  THE MASTER RECORD NOW CARRIES AN ACCOUNT
      *                    STATUS CODE AND AN OVERDRAFT LIMIT (SEE
      *                    ACCTREC).  TWO NEW ACTIONS SET THEM - "S"
      *                    (STATUS O/F/C IN COLUMN 41) AND "L"
      *                    (LIMIT, ELEVEN DIGITS IN COLUMNS 42-52) -
      *                    EACH JOURNALED WITH BEFORE AND AFTER
      *                    LINES.  AN ADDED ACCOUNT STARTS OPEN WITH
      *                    A ZERO LIMIT.
      *    2026-10-15 DLA  DUAL CONTROL: THIS RUN NO LONGER CHANGES
      *                    THE ACCOUNT MASTER.  EACH CARD NOW CARRIES
      *                    THE SUBMITTING OPERATOR'S ID IN COLUMNS
      *                    53-60, IS EDITED AS BEFORE, CHECKED
      *                    AGAINST THE MASTER (AN ADD MUST BE NEW,
      *                    ANY OTHER ACTION MUST FIND ITS ACCOUNT),
      *                    AND FILED ON THE PENDING-MAINTENANCE FILE
      *                    (MNTPEND, SHARED MNTPREC COPYBOOK) UNDER
      *                    A NEW PENDING ITEM ID.  THE JOURNAL SHOWS
      *                    EACH ITEM'S ID, SUBMITTER, AND PROPOSED
      *                    VALUE, AND EACH FILED ITEM GETS ITS OWN
      *                    AUDIT-LOG RECORD.  MNTAPPR APPLIES AN ITEM
      *                    ONLY ON APPROVAL BY A DIFFERENT OPERATOR;
      *                    THE APPLY LOGIC MOVED THERE UNCHANGED.
      *    2026-10-15 DLA  AN ADD CARD MUST NAME THE ACCOUNT'S
      *                    CUSTOMER IN COLUMNS 61-69, AND THE
      *                    CUSTOMER MUST BE ON THE CUSTOMER MASTER
      *                    (CUSTMST, CUSTREC COPYBOOK, MAINTAINED BY
      *                    CUSTMNT) - OTHERWISE THE ADD IS REJECTED.
      *                    THE CUSTOMER NUMBER IS FILED WITH THE
      *                    PENDING ITEM AND JOURNALED WITH ITS NAME;
      *                    MNTAPPR LINKS THE NEW ACCOUNT TO IT.
      *    2026-10-15 DLA  REVIEW FIXES: THE CUSTOMER NAME IS CLEARED
      *                    FOR EVERY CARD, SO AN ADD REJECTED BEFORE
      *                    THE CUSTOMER CHECK NO LONGER JOURNALS THE
      *                    PREVIOUS CARD'S CUSTOMER.  A DELETE OF AN
      *                    ACCOUNT THAT STILL CARRIES A BALANCE OR
      *                    UNCAPITALIZED ACCRUED INTEREST IS FILED
      *                    WITH A JOURNAL WARNING - MNTAPPR REFUSES
      *                    IT UNLESS THE FIGURE IS ZERO BY THEN.
      *    2026-10-15 DLA  REVIEW FIX: THE ACCRUED-INTEREST WARNING IS
      *                    NOW ONE LITERAL THAT FITS THE JOURNAL LINE;
      *                    IT PRINTED CLIPPED AND WITH A GAP BEFORE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS MASTER-STATUS.
           SELECT OPTIONAL PENDING-MAINT-FILE ASSIGN TO "MNTPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS PENDING-STATUS.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.
           SELECT MAINT-TRANS-FILE ASSIGN TO "MNTTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  PENDING-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MNTPREC.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.

       FD  MAINT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAINT-TRANS-RECORD.
               88  MNT-ACTION-ADD      VALUE "A".
               88  MNT-ACTION-CHANGE   VALUE "C".
               88  MNT-ACTION-DELETE   VALUE "D".
               88  MNT-ACTION-STATUS   VALUE "S".
               88  MNT-ACTION-LIMIT    VALUE "L".
               88  MNT-ACTION-VALID    VALUE "A" "C" "D" "S" "L".
           05  MNT-ACCT-NUMBER         PIC X(09).
           05  MNT-ACCT-NAME           PIC X(30).
           05  MNT-ACCT-STATUS         PIC X(01).
               88  MNT-STATUS-VALID    VALUE "O" "F" "C".
           05  MNT-OD-LIMIT            PIC X(11).
           05  MNT-OD-LIMIT-NUM REDEFINES MNT-OD-LIMIT
                                       PIC 9(11).
           05  MNT-SUBMITTER           PIC X(08).
           05  MNT-CUST-NUMBER         PIC X(09).
           05  FILLER                  PIC X(11).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  MASTER-STATUS               PIC X(02).
       01  PENDING-STATUS              PIC X(02).
       01  CUSTOMER-STATUS             PIC X(02).
       01  TRANS-EOF-SWITCH            PIC X(1) VALUE "N".
           88 TRANS-EOF VALUE "Y".
       01  PEND-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PEND-EOF VALUE "Y".
       01  ACTION-SWITCH               PIC X(1) VALUE "Y".
           88 ACTION-ACCEPTED VALUE "Y".
           88 ACTION-REJECTED VALUE "N".
       01  ON-FILE-SWITCH              PIC X(1) VALUE "N".
           88 ACCOUNT-ON-FILE VALUE "Y".
       01  BALANCE-WARNING-SWITCH      PIC X(1) VALUE "N".
           88 BALANCE-WARNING VALUE "Y".
       01  INTEREST-WARNING-SWITCH     PIC X(1) VALUE "N".
           88 INTEREST-WARNING VALUE "Y".
       01  REJECT-REASON-WORK          PIC X(30) VALUE SPACES.
       01  BEFORE-NAME-WORK            PIC X(30) VALUE SPACES.
       01  AFTER-NAME-WORK             PIC X(30) VALUE SPACES.
       01  LIMIT-EDIT                  PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  STATUS-TEXT-WORK            PIC X(30) VALUE SPACES.
       01  PENDING-ID-WORK             PIC X(12) VALUE SPACES.
       01  LAST-SEQUENCE               PIC 9(04) VALUE 0.
       01  READ-COUNT                  PIC 9(7) COMP VALUE 0.
       01  ADD-COUNT                   PIC 9(7) COMP VALUE 0.
       01  CHANGE-COUNT                PIC 9(7) COMP VALUE 0.
       01  DELETE-COUNT                PIC 9(7) COMP VALUE 0.
       01  STATUS-COUNT                PIC 9(7) COMP VALUE 0.
       01  LIMIT-COUNT                 PIC 9(7) COMP VALUE 0.
       01  REJECT-COUNT                PIC 9(7) COMP VALUE 0.

      *    JOURNAL LINE LAYOUTS
       01  JRN-TITLE-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE "ACCOUNT MAINTENANCE SUBMISSION JOURNAL".
           05  FILLER                  PIC X(21) VALUE SPACES.
       01  JRN-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(54) VALUE
               "ITEMS FILED HERE WAIT FOR APPROVAL BY ANOTHER OPERATOR".
           05  FILLER                  PIC X(25) VALUE SPACES.
       01  JRN-ACTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-ACTION-WORD         PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-ACCT-NUMBER         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-DISPOSITION         PIC X(41).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  JRN-OPERATOR-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "SUBMITTED BY ".
           05  JRN-SUBMITTER           PIC X(08).
           05  FILLER                  PIC X(56) VALUE SPACES.
       01  JRN-CUSTOMER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CUSTOMER".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-CUST-NUMBER         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(28) VALUE SPACES.
       01  JRN-BEFORE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "ON FILE.".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-BEFORE-NAME         PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  JRN-AFTER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PROPOSED".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-AFTER-NAME          PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  JRN-WARNING-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "WARNING".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-WARNING-TEXT        PIC X(60).
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  JRN-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  JRN-COUNT-LABEL         PIC X(22).

           PERFORM GET-PROCESS-DATE.

           OPEN INPUT ACCOUNT-MASTER.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "ACCTMNT - ACCOUNT MASTER OPEN FAILED - STATUS "
                   MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN I-O PENDING-MAINT-FILE.
           IF PENDING-STATUS NOT = "00"
                   AND PENDING-STATUS NOT = "05"
               DISPLAY "ACCTMNT - PENDING FILE OPEN FAILED - STATUS "
                   PENDING-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF CUSTOMER-STATUS NOT = "00"
                   AND CUSTOMER-STATUS NOT = "05"
               DISPLAY "ACCTMNT - CUSTOMER MASTER OPEN FAILED - STATUS "
                   CUSTOMER-STATUS
               CLOSE PENDING-MAINT-FILE
               CLOSE ACCOUNT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-LAST-SEQUENCE.

           OPEN INPUT MAINT-TRANS-FILE.
           OPEN OUTPUT JOURNAL-FILE.

           WRITE JOURNAL-RECORD FROM JRN-TITLE-LINE.
           WRITE JOURNAL-RECORD FROM JRN-NOTE-LINE.
           WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE.

           READ MAINT-TRANS-FILE

           PERFORM UNTIL TRANS-EOF
               ADD 1 TO READ-COUNT
               PERFORM SUBMIT-MAINT-ACTION
               READ MAINT-TRANS-FILE
                   AT END SET TRANS-EOF TO TRUE
               END-READ

           CLOSE MAINT-TRANS-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE PENDING-MAINT-FILE.
           CLOSE ACCOUNT-MASTER.

           IF REJECT-COUNT > 0
           END-IF.
           EXIT.

      *    PENDING ITEM IDS RUN ON FROM THE HIGHEST SEQUENCE ALREADY
      *    FILED FOR THE BUSINESS DATE, SO A SECOND SUBMISSION RUN
      *    THE SAME DAY CANNOT REUSE AN ID.
       FIND-LAST-SEQUENCE SECTION.
           MOVE RUN-DATE TO PND-SUBMIT-DATE.
           MOVE 0 TO PND-SEQUENCE.
           START PENDING-MAINT-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY SET PEND-EOF TO TRUE
           END-START.
           PERFORM UNTIL PEND-EOF
               READ PENDING-MAINT-FILE NEXT RECORD
                   AT END SET PEND-EOF TO TRUE
               END-READ
               IF NOT PEND-EOF
                   IF PND-SUBMIT-DATE = RUN-DATE
                       MOVE PND-SEQUENCE TO LAST-SEQUENCE
                   ELSE
                       SET PEND-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       SUBMIT-MAINT-ACTION SECTION.
           SET ACTION-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON-WORK.
           MOVE SPACES TO BEFORE-NAME-WORK.
           MOVE MNT-ACCT-NAME TO AFTER-NAME-WORK.
           MOVE SPACES TO PENDING-ID-WORK.
           MOVE SPACES TO CUST-NAME.
           MOVE "N" TO BALANCE-WARNING-SWITCH.
           MOVE "N" TO INTEREST-WARNING-SWITCH.
           IF NOT MNT-ACTION-VALID
               SET ACTION-REJECTED TO TRUE
               MOVE "INVALID ACTION CODE" TO REJECT-REASON-WORK
                       SET ACTION-REJECTED TO TRUE
                       MOVE "ACCOUNT NAME BLANK" TO REJECT-REASON-WORK
                   END-IF
                   IF MNT-ACTION-STATUS
                           AND NOT MNT-STATUS-VALID
                       SET ACTION-REJECTED TO TRUE
                       MOVE "INVALID STATUS CODE" TO REJECT-REASON-WORK
                   END-IF
                   IF MNT-ACTION-LIMIT
                           AND MNT-OD-LIMIT IS NOT NUMERIC
                       SET ACTION-REJECTED TO TRUE
                       MOVE "OD LIMIT NOT NUMERIC" TO REJECT-REASON-WORK
                   END-IF
                   IF MNT-SUBMITTER = SPACES
                       SET ACTION-REJECTED TO TRUE
                       MOVE "SUBMITTER ID MISSING" TO REJECT-REASON-WORK
                   END-IF
               END-IF
           END-IF.
           IF ACTION-ACCEPTED
               PERFORM CHECK-MASTER-KEY
           END-IF.
           IF ACTION-ACCEPTED AND MNT-ACTION-ADD
               PERFORM CHECK-CUSTOMER
           END-IF.
           IF ACTION-ACCEPTED
               PERFORM WRITE-PENDING-ITEM
           END-IF.
           PERFORM WRITE-JOURNAL-DETAIL.
           IF ACTION-ACCEPTED
               EVALUATE TRUE
                   WHEN MNT-ACTION-ADD
                       ADD 1 TO ADD-COUNT
                   WHEN MNT-ACTION-CHANGE
                       ADD 1 TO CHANGE-COUNT
                   WHEN MNT-ACTION-DELETE
                       ADD 1 TO DELETE-COUNT
                   WHEN MNT-ACTION-STATUS
                       ADD 1 TO STATUS-COUNT
                   WHEN MNT-ACTION-LIMIT
                       ADD 1 TO LIMIT-COUNT
               END-EVALUATE
               PERFORM WRITE-SUBMIT-AUDIT
           ELSE
               ADD 1 TO REJECT-COUNT
           END-IF.
           EXIT.

      *    AN ADD MUST BE FOR A NEW ACCOUNT AND EVERY OTHER ACTION
      *    MUST FIND ITS ACCOUNT.  THE MASTER CAN STILL CHANGE
      *    BEFORE APPROVAL, SO MNTAPPR CHECKS AGAIN AS IT APPLIES -
      *    THIS CHECK ONLY STOPS A MISKEYED CARD WAITING DAYS FOR
      *    AN APPROVER TO FIND IT.  THE VALUE ON FILE IS JOURNALED
      *    BESIDE THE PROPOSED ONE.  A DELETE IS STILL FILED WHEN
      *    THE ACCOUNT CARRIES A BALANCE OR ACCRUED INTEREST (BOTH
      *    MAY BE CLEARED BEFORE APPROVAL), BUT JOURNALS A WARNING
      *    THAT MNTAPPR WILL REFUSE IT IF THEY ARE NOT.
       CHECK-MASTER-KEY SECTION.
           MOVE "Y" TO ON-FILE-SWITCH.
           MOVE MNT-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "N" TO ON-FILE-SWITCH
           END-READ.
           IF MNT-ACTION-ADD
               IF ACCOUNT-ON-FILE
                   SET ACTION-REJECTED TO TRUE
                   MOVE "DUPLICATE KEY ON ADD" TO REJECT-REASON-WORK
               END-IF
           ELSE
               IF NOT ACCOUNT-ON-FILE
                   SET ACTION-REJECTED TO TRUE
                   MOVE "KEY NOT ON FILE" TO REJECT-REASON-WORK
               END-IF
           END-IF.
           IF ACTION-ACCEPTED
               EVALUATE TRUE
                   WHEN MNT-ACTION-CHANGE
                       MOVE ACCT-NAME TO BEFORE-NAME-WORK
                   WHEN MNT-ACTION-DELETE
                       MOVE ACCT-NAME TO BEFORE-NAME-WORK
                       IF ACCT-CURR-BAL IS NUMERIC
                               AND ACCT-CURR-BAL NOT = ZERO
                           SET BALANCE-WARNING TO TRUE
                       END-IF
                       IF ACCT-ACCRUED-INT IS NUMERIC
                               AND ACCT-ACCRUED-INT NOT = ZERO
                           SET INTEREST-WARNING TO TRUE
                       END-IF
                   WHEN MNT-ACTION-STATUS
                       PERFORM DESCRIBE-STATUS
                       MOVE STATUS-TEXT-WORK TO BEFORE-NAME-WORK
                       MOVE MNT-ACCT-STATUS TO ACCT-STATUS
                       PERFORM DESCRIBE-STATUS
                       MOVE STATUS-TEXT-WORK TO AFTER-NAME-WORK
                   WHEN MNT-ACTION-LIMIT
                       IF ACCT-OD-LIMIT IS NUMERIC
                           MOVE ACCT-OD-LIMIT TO LIMIT-EDIT
                       ELSE
                           MOVE 0 TO LIMIT-EDIT
                       END-IF
                       MOVE SPACES TO BEFORE-NAME-WORK
                       STRING "OD LIMIT " DELIMITED BY SIZE
                               LIMIT-EDIT DELIMITED BY SIZE
                           INTO BEFORE-NAME-WORK
                       MOVE MNT-OD-LIMIT-NUM TO LIMIT-EDIT
                       MOVE SPACES TO AFTER-NAME-WORK
                       STRING "OD LIMIT " DELIMITED BY SIZE
                               LIMIT-EDIT DELIMITED BY SIZE
                           INTO AFTER-NAME-WORK
               END-EVALUATE
           END-IF.
           EXIT.

      *    EVERY NEW ACCOUNT BELONGS TO A CUSTOMER ALREADY SET UP
      *    THROUGH CUSTMNT.
       CHECK-CUSTOMER SECTION.
           MOVE SPACES TO CUST-NAME.
           IF MNT-CUST-NUMBER IS NOT NUMERIC
               SET ACTION-REJECTED TO TRUE
               MOVE "CUSTOMER NUMBER MISSING" TO REJECT-REASON-WORK
           ELSE
               MOVE MNT-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "CUSTOMER NOT ON FILE"
                           TO REJECT-REASON-WORK
               END-READ
           END-IF.
           EXIT.

       DESCRIBE-STATUS SECTION.
           EVALUATE TRUE
               WHEN ACCT-STATUS-FROZEN
                   MOVE "STATUS F - FROZEN" TO STATUS-TEXT-WORK
               WHEN ACCT-STATUS-CLOSED
                   MOVE "STATUS C - CLOSED" TO STATUS-TEXT-WORK
               WHEN OTHER
                   MOVE "STATUS O - OPEN" TO STATUS-TEXT-WORK
           END-EVALUATE.
           EXIT.

       WRITE-PENDING-ITEM SECTION.
           IF LAST-SEQUENCE NOT LESS THAN 9999
               SET ACTION-REJECTED TO TRUE
               MOVE "PENDING IDS USED UP FOR DATE" TO REJECT-REASON-WORK
           ELSE
               ADD 1 TO LAST-SEQUENCE
               MOVE SPACES TO PENDING-MAINT-RECORD
               MOVE RUN-DATE TO PND-SUBMIT-DATE
               MOVE LAST-SEQUENCE TO PND-SEQUENCE
               MOVE RUN-TIME TO PND-SUBMIT-TIME
               MOVE MNT-SUBMITTER TO PND-SUBMITTER
               MOVE MNT-ACTION TO PND-ACTION
               MOVE MNT-ACCT-NUMBER TO PND-ACCT-NUMBER
               MOVE MNT-ACCT-NAME TO PND-ACCT-NAME
               MOVE MNT-ACCT-STATUS TO PND-ACCT-STATUS
               MOVE MNT-OD-LIMIT TO PND-OD-LIMIT
               IF MNT-ACTION-ADD
                   MOVE MNT-CUST-NUMBER TO PND-CUST-NUMBER
               END-IF
               WRITE PENDING-MAINT-RECORD
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "PENDING WRITE FAILED"
                           TO REJECT-REASON-WORK
               END-WRITE
           END-IF.
           IF ACTION-ACCEPTED
               MOVE PND-KEY TO PENDING-ID-WORK
           END-IF.
           EXIT.

                   MOVE "CHANGE " TO JRN-ACTION-WORD
               WHEN MNT-ACTION-DELETE
                   MOVE "DELETE " TO JRN-ACTION-WORD
               WHEN MNT-ACTION-STATUS
                   MOVE "STATUS " TO JRN-ACTION-WORD
               WHEN MNT-ACTION-LIMIT
                   MOVE "LIMIT  " TO JRN-ACTION-WORD
               WHEN OTHER
                   MOVE "???????" TO JRN-ACTION-WORD
           END-EVALUATE.
           MOVE MNT-ACCT-NUMBER TO JRN-ACCT-NUMBER.
           MOVE SPACES TO JRN-DISPOSITION.
           IF ACTION-ACCEPTED
               STRING "PENDING APPROVAL - ITEM " DELIMITED BY SIZE
                       PENDING-ID-WORK DELIMITED BY SIZE
                   INTO JRN-DISPOSITION
           ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON-WORK DELIMITED BY SIZE
                   INTO JRN-DISPOSITION
           END-IF.
           WRITE JOURNAL-RECORD FROM JRN-ACTION-LINE.
           MOVE MNT-SUBMITTER TO JRN-SUBMITTER.
           WRITE JOURNAL-RECORD FROM JRN-OPERATOR-LINE.
           IF MNT-ACTION-ADD
                   AND MNT-CUST-NUMBER NOT = SPACES
               MOVE MNT-CUST-NUMBER TO JRN-CUST-NUMBER
               MOVE CUST-NAME TO JRN-CUST-NAME
               WRITE JOURNAL-RECORD FROM JRN-CUSTOMER-LINE
           END-IF.
           IF ACTION-ACCEPTED
               IF NOT MNT-ACTION-ADD
                   MOVE BEFORE-NAME-WORK TO JRN-BEFORE-NAME
                   WRITE JOURNAL-RECORD FROM JRN-BEFORE-LINE
               END-IF
               IF NOT MNT-ACTION-DELETE
                   MOVE AFTER-NAME-WORK TO JRN-AFTER-NAME
                   WRITE JOURNAL-RECORD FROM JRN-AFTER-LINE
               END-IF
               IF BALANCE-WARNING
                   MOVE "BALANCE NOT ZERO - APPROVAL WILL BE REFUSED"
                       TO JRN-WARNING-TEXT
                   WRITE JOURNAL-RECORD FROM JRN-WARNING-LINE
               END-IF
               IF INTEREST-WARNING
                   MOVE "ACCRUED INTEREST - APPROVAL WILL BE REFUSED"
                       TO JRN-WARNING-TEXT
                   WRITE JOURNAL-RECORD FROM JRN-WARNING-LINE
               END-IF
           END-IF.
           EXIT.

           MOVE "ACTIONS READ.........." TO JRN-COUNT-LABEL.
           MOVE READ-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ADDS SUBMITTED........" TO JRN-COUNT-LABEL.
           MOVE ADD-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CHANGES SUBMITTED....." TO JRN-COUNT-LABEL.
           MOVE CHANGE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "DELETES SUBMITTED....." TO JRN-COUNT-LABEL.
           MOVE DELETE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "STATUS SETS SUBMITTED." TO JRN-COUNT-LABEL.
           MOVE STATUS-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "LIMIT SETS SUBMITTED.." TO JRN-COUNT-LABEL.
           MOVE LIMIT-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACTIONS REJECTED......" TO JRN-COUNT-LABEL.
           MOVE REJECT-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           EXIT.

      *    ONE AUDIT RECORD PER ITEM FILED, NAMING THE ITEM AND ITS
      *    SUBMITTER - MNTAPPR LOGS THE APPROVER AGAINST THE SAME
      *    ITEM ID.
       WRITE-SUBMIT-AUDIT SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "ACCTMNT"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING JRN-ACTION-WORD DELIMITED BY SPACE
                   " ACCT=" DELIMITED BY SIZE
                   MNT-ACCT-NUMBER DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   PENDING-ID-WORK DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           STRING "SUBMITTED BY=" DELIMITED BY SIZE
                   MNT-SUBMITTER DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE "PS" TO AUD-STATUS-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "ACCTMNT"    TO AUD-PROGRAM-ID.
