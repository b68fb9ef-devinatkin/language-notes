       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  BATCH MAINTENANCE OF THE
      *                    CUSTOMER MASTER (CUSTMST, CUSTREC COPYBOOK)
      *                    AND OF THE CUSTOMER / ACCOUNT CROSS-
      *                    REFERENCE (CUSTXREF, CXREFREC COPYBOOK),
      *                    FROM THE DAY'S CARDS ON CUSTTRAN:
      *                      A  ADD CUSTOMER (NAME, TAX ID)
      *                      C  CHANGE NAME AND/OR TAX ID (A BLANK
      *                         FIELD IS LEFT AS IT IS)
      *                      S  SET STREET ADDRESS LINES 1 AND 2
      *                      T  SET CITY, STATE AND POSTAL CODE
      *                      D  DELETE CUSTOMER (ONLY WHEN NO
      *                         ACCOUNT IS LINKED)
      *                      L  LINK AN ACCOUNT TO THE CUSTOMER
      *                      U  UNLINK AN ACCOUNT (NOT ITS PRIMARY
      *                         HOLDER WHILE THE ACCOUNT IS ON THE
      *                         MASTER)
      *                    SEE CUST-TRANS-RECORD FOR THE COLUMNS.
      *                    EVERY CARD CARRIES THE OPERATOR'S ID IN
      *                    COLUMNS 73-80, WHICH IS JOURNALED AND
      *                    STAMPED ON THE RECORD CHANGED.  THE
      *                    JOURNAL (CUSTJRNL) SHOWS EACH ACTION WITH
      *                    ITS BEFORE AND AFTER VALUES, LIKE ACCTMNT'S;
      *                    TAX IDS ARE SHOWN LAST FOUR DIGITS ONLY.
      *                    EACH APPLIED ACTION GETS ITS OWN AUDIT-LOG
      *                    RECORD.  RC=8 WHEN ANY CARD WAS REJECTED.
      *    2026-10-15 DLA  REVIEW FIX: A CHANGE CARD CARRYING A TAX ID
      *                    NOW ALWAYS JOURNALS THE MASKED OLD AND NEW
      *                    IDS ON THEIR OWN BEFORE/AFTER LINES, EVEN
      *                    WHEN THE NAME CHANGES ON THE SAME CARD.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.
           SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS MASTER-STATUS.
           SELECT CUST-TRANS-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CXREFREC.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  CUST-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUST-TRANS-RECORD.
           05  CTM-ACTION              PIC X(01).
               88  CTM-ACTION-ADD      VALUE "A".
               88  CTM-ACTION-CHANGE   VALUE "C".
               88  CTM-ACTION-STREET   VALUE "S".
               88  CTM-ACTION-TOWN     VALUE "T".
               88  CTM-ACTION-DELETE   VALUE "D".
               88  CTM-ACTION-LINK     VALUE "L".
               88  CTM-ACTION-UNLINK   VALUE "U".
               88  CTM-ACTION-VALID    VALUE "A" "C" "S" "T"
                                             "D" "L" "U".
           05  CTM-CUST-NUMBER         PIC X(09).
           05  CTM-DATA                PIC X(62).
           05  CTM-NAME-DATA REDEFINES CTM-DATA.
               10  CTM-CUST-NAME       PIC X(30).
               10  CTM-TAX-ID          PIC X(09).
               10  FILLER              PIC X(23).
           05  CTM-STREET-DATA REDEFINES CTM-DATA.
               10  CTM-ADDR-LINE-1     PIC X(30).
               10  CTM-ADDR-LINE-2     PIC X(30).
               10  FILLER              PIC X(02).
           05  CTM-TOWN-DATA REDEFINES CTM-DATA.
               10  CTM-CITY            PIC X(20).
               10  CTM-STATE           PIC X(02).
               10  CTM-POSTAL-CODE     PIC X(10).
               10  FILLER              PIC X(30).
           05  CTM-LINK-DATA REDEFINES CTM-DATA.
               10  CTM-ACCT-NUMBER     PIC X(09).
               10  FILLER              PIC X(53).
           05  CTM-OPERATOR            PIC X(08).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD              PIC X(80).

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
       01  CUSTOMER-STATUS             PIC X(02).
       01  XREF-STATUS                 PIC X(02).
       01  MASTER-STATUS               PIC X(02).
       01  TRANS-EOF-SWITCH            PIC X(1) VALUE "N".
           88 TRANS-EOF VALUE "Y".
       01  ACTION-SWITCH               PIC X(1) VALUE "Y".
           88 ACTION-ACCEPTED VALUE "Y".
           88 ACTION-REJECTED VALUE "N".
       01  LINK-FOUND-SWITCH           PIC X(1) VALUE "N".
           88 LINK-FOUND VALUE "Y".
       01  REJECT-REASON-WORK          PIC X(30) VALUE SPACES.
       01  BEFORE-NAME-WORK            PIC X(40) VALUE SPACES.
       01  AFTER-NAME-WORK             PIC X(40) VALUE SPACES.
       01  BEFORE-TAX-ID-WORK          PIC X(16) VALUE SPACES.
       01  AFTER-TAX-ID-WORK           PIC X(16) VALUE SPACES.
       01  LINK-ROLE-WORK              PIC X(01) VALUE SPACES.
       01  TAX-ID-MASK.
           05  FILLER                  PIC X(12) VALUE "TAX ID *****".
           05  TAX-ID-MASK-LAST4       PIC X(04).
       01  READ-COUNT                  PIC 9(7) COMP VALUE 0.
       01  ADD-COUNT                   PIC 9(7) COMP VALUE 0.
       01  CHANGE-COUNT                PIC 9(7) COMP VALUE 0.
       01  DELETE-COUNT                PIC 9(7) COMP VALUE 0.
       01  LINK-COUNT                  PIC 9(7) COMP VALUE 0.
       01  UNLINK-COUNT                PIC 9(7) COMP VALUE 0.
       01  REJECT-COUNT                PIC 9(7) COMP VALUE 0.

      *    JOURNAL LINE LAYOUTS
       01  JRN-TITLE-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(35)
               VALUE "CUSTOMER MASTER MAINTENANCE JOURNAL".
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  JRN-ACTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-ACTION-WORD         PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-CUST-NUMBER         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-DISPOSITION         PIC X(41).
           05  FILLER                  PIC X(20) VALUE SPACES.
       01  JRN-OPERATOR-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "OPERATOR ".
           05  JRN-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(60) VALUE SPACES.
       01  JRN-BEFORE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "BEFORE..".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-BEFORE-NAME         PIC X(40).
           05  FILLER                  PIC X(28) VALUE SPACES.
       01  JRN-AFTER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "AFTER...".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-AFTER-NAME          PIC X(40).
           05  FILLER                  PIC X(28) VALUE SPACES.
       01  JRN-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  JRN-COUNT-LABEL         PIC X(22).
           05  JRN-COUNT-VALUE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  JRN-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.

           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O CUST-XREF-FILE.
           IF (CUSTOMER-STATUS NOT = "00"
                   AND CUSTOMER-STATUS NOT = "05")
                   OR (XREF-STATUS NOT = "00"
                   AND XREF-STATUS NOT = "05")
               DISPLAY "CUSTMNT - CUSTOMER FILE OPEN FAILED - STATUS "
                   CUSTOMER-STATUS " / " XREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-MASTER.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "CUSTMNT - ACCOUNT MASTER OPEN FAILED - STATUS "
                   MASTER-STATUS
               CLOSE CUST-XREF-FILE
               CLOSE CUSTOMER-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUST-TRANS-FILE.
           OPEN OUTPUT JOURNAL-FILE.

           WRITE JOURNAL-RECORD FROM JRN-TITLE-LINE.
           WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE.

           READ CUST-TRANS-FILE
               AT END SET TRANS-EOF TO TRUE
           END-READ.

           PERFORM UNTIL TRANS-EOF
               ADD 1 TO READ-COUNT
               PERFORM APPLY-CUST-ACTION
               READ CUST-TRANS-FILE
                   AT END SET TRANS-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM WRITE-JOURNAL-TOTALS.

           CLOSE CUST-TRANS-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUST-XREF-FILE.
           CLOSE CUSTOMER-MASTER.

           IF REJECT-COUNT > 0
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
               DISPLAY "CUSTMNT - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "CUSTMNT - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           EXIT.

       APPLY-CUST-ACTION SECTION.
           SET ACTION-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON-WORK.
           MOVE SPACES TO BEFORE-NAME-WORK.
           MOVE SPACES TO AFTER-NAME-WORK.
           MOVE SPACES TO BEFORE-TAX-ID-WORK.
           MOVE SPACES TO AFTER-TAX-ID-WORK.
           IF NOT CTM-ACTION-VALID
               SET ACTION-REJECTED TO TRUE
               MOVE "INVALID ACTION CODE" TO REJECT-REASON-WORK
           ELSE
               IF CTM-CUST-NUMBER IS NOT NUMERIC
                   SET ACTION-REJECTED TO TRUE
                   MOVE "CUSTOMER NOT NUMERIC" TO REJECT-REASON-WORK
               ELSE
                   IF CTM-ACTION-ADD
                           AND CTM-CUST-NAME = SPACES
                       SET ACTION-REJECTED TO TRUE
                       MOVE "CUSTOMER NAME BLANK" TO REJECT-REASON-WORK
                   END-IF
                   IF CTM-ACTION-ADD
                           AND CTM-TAX-ID IS NOT NUMERIC
                       SET ACTION-REJECTED TO TRUE
                       MOVE "TAX ID NOT NUMERIC" TO REJECT-REASON-WORK
                   END-IF
                   IF CTM-ACTION-CHANGE
                           AND CTM-CUST-NAME = SPACES
                           AND CTM-TAX-ID = SPACES
                       SET ACTION-REJECTED TO TRUE
                       MOVE "NOTHING TO CHANGE" TO REJECT-REASON-WORK
                   END-IF
                   IF CTM-ACTION-CHANGE
                           AND CTM-TAX-ID NOT = SPACES
                           AND CTM-TAX-ID IS NOT NUMERIC
                       SET ACTION-REJECTED TO TRUE
                       MOVE "TAX ID NOT NUMERIC" TO REJECT-REASON-WORK
                   END-IF
                   IF CTM-ACTION-STREET
                           AND CTM-ADDR-LINE-1 = SPACES
                       SET ACTION-REJECTED TO TRUE
                       MOVE "ADDRESS LINE 1 BLANK" TO REJECT-REASON-WORK
                   END-IF
                   IF CTM-ACTION-TOWN
                           AND CTM-CITY = SPACES
                       SET ACTION-REJECTED TO TRUE
                       MOVE "CITY BLANK" TO REJECT-REASON-WORK
                   END-IF
                   IF (CTM-ACTION-LINK OR CTM-ACTION-UNLINK)
                           AND CTM-ACCT-NUMBER IS NOT NUMERIC
                       SET ACTION-REJECTED TO TRUE
                       MOVE "ACCOUNT NOT NUMERIC" TO REJECT-REASON-WORK
                   END-IF
                   IF CTM-OPERATOR = SPACES
                       SET ACTION-REJECTED TO TRUE
                       MOVE "OPERATOR ID MISSING" TO REJECT-REASON-WORK
                   END-IF
               END-IF
           END-IF.
           IF ACTION-ACCEPTED
               EVALUATE TRUE
                   WHEN CTM-ACTION-ADD
                       PERFORM ADD-CUSTOMER
                   WHEN CTM-ACTION-CHANGE
                       PERFORM CHANGE-CUSTOMER
                   WHEN CTM-ACTION-STREET
                       PERFORM SET-STREET-ADDRESS
                   WHEN CTM-ACTION-TOWN
                       PERFORM SET-TOWN-ADDRESS
                   WHEN CTM-ACTION-DELETE
                       PERFORM DELETE-CUSTOMER
                   WHEN CTM-ACTION-LINK
                       PERFORM LINK-ACCOUNT
                   WHEN CTM-ACTION-UNLINK
                       PERFORM UNLINK-ACCOUNT
               END-EVALUATE
           END-IF.
           PERFORM WRITE-JOURNAL-DETAIL.
           IF ACTION-REJECTED
               ADD 1 TO REJECT-COUNT
           ELSE
               PERFORM WRITE-ACTION-AUDIT
           END-IF.
           EXIT.

       ADD-CUSTOMER SECTION.
           MOVE SPACES TO CUSTOMER-MASTER-RECORD.
           MOVE CTM-CUST-NUMBER TO CUST-NUMBER.
           MOVE CTM-CUST-NAME TO CUST-NAME.
           MOVE CTM-TAX-ID TO CUST-TAX-ID.
           MOVE RUN-DATE TO CUST-OPEN-DATE.
           MOVE RUN-DATE TO CUST-MAINT-DATE.
           MOVE CTM-OPERATOR TO CUST-MAINT-OPER.
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "DUPLICATE KEY ON ADD" TO REJECT-REASON-WORK
           END-WRITE.
           IF ACTION-ACCEPTED
               MOVE CUST-NAME TO AFTER-NAME-WORK
               ADD 1 TO ADD-COUNT
           END-IF.
           EXIT.

       READ-CUSTOMER SECTION.
           MOVE CTM-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "KEY NOT ON FILE" TO REJECT-REASON-WORK
           END-READ.
           EXIT.

       REWRITE-CUSTOMER SECTION.
           MOVE RUN-DATE TO CUST-MAINT-DATE.
           MOVE CTM-OPERATOR TO CUST-MAINT-OPER.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "REWRITE FAILED" TO REJECT-REASON-WORK
           END-REWRITE.
           IF ACTION-ACCEPTED
               ADD 1 TO CHANGE-COUNT
           END-IF.
           EXIT.

      *    A NAME CHANGE JOURNALS THE OLD AND NEW NAMES; A TAX ID
      *    CHANGE JOURNALS THE MASKED OLD AND NEW IDS ON A LINE PAIR
      *    OF ITS OWN, SO A CARD CHANGING BOTH SHOWS BOTH.
       CHANGE-CUSTOMER SECTION.
           PERFORM READ-CUSTOMER.
           IF ACTION-ACCEPTED
               IF CTM-CUST-NAME NOT = SPACES
                   MOVE CUST-NAME TO BEFORE-NAME-WORK
                   MOVE CTM-CUST-NAME TO CUST-NAME
                   MOVE CUST-NAME TO AFTER-NAME-WORK
               END-IF
               IF CTM-TAX-ID NOT = SPACES
                   MOVE CUST-TAX-ID-LAST4 TO TAX-ID-MASK-LAST4
                   MOVE TAX-ID-MASK TO BEFORE-TAX-ID-WORK
                   MOVE CTM-TAX-ID TO CUST-TAX-ID
                   MOVE CUST-TAX-ID-LAST4 TO TAX-ID-MASK-LAST4
                   MOVE TAX-ID-MASK TO AFTER-TAX-ID-WORK
               END-IF
               PERFORM REWRITE-CUSTOMER
           END-IF.
           EXIT.

       SET-STREET-ADDRESS SECTION.
           PERFORM READ-CUSTOMER.
           IF ACTION-ACCEPTED
               MOVE CUST-ADDR-LINE-1 TO BEFORE-NAME-WORK
               MOVE CTM-ADDR-LINE-1 TO CUST-ADDR-LINE-1
               MOVE CTM-ADDR-LINE-2 TO CUST-ADDR-LINE-2
               MOVE CUST-ADDR-LINE-1 TO AFTER-NAME-WORK
               PERFORM REWRITE-CUSTOMER
           END-IF.
           EXIT.

       SET-TOWN-ADDRESS SECTION.
           PERFORM READ-CUSTOMER.
           IF ACTION-ACCEPTED
               STRING CUST-CITY DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CUST-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUST-POSTAL-CODE DELIMITED BY SIZE
                   INTO BEFORE-NAME-WORK
               MOVE CTM-CITY TO CUST-CITY
               MOVE CTM-STATE TO CUST-STATE
               MOVE CTM-POSTAL-CODE TO CUST-POSTAL-CODE
               STRING CUST-CITY DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CUST-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUST-POSTAL-CODE DELIMITED BY SIZE
                   INTO AFTER-NAME-WORK
               PERFORM REWRITE-CUSTOMER
           END-IF.
           EXIT.

      *    A CUSTOMER WHO STILL HOLDS AN ACCOUNT STAYS ON FILE -
      *    UNLINK THE JOINT ACCOUNTS AND DELETE THE PRIMARY ONES
      *    (ACCTMNT) FIRST.
       DELETE-CUSTOMER SECTION.
           PERFORM READ-CUSTOMER.
           IF ACTION-ACCEPTED
               MOVE "N" TO LINK-FOUND-SWITCH
               MOVE "C" TO XRF-KEY-TYPE
               MOVE CTM-CUST-NUMBER TO XRF-FROM-NUMBER
               MOVE LOW-VALUES TO XRF-TO-NUMBER
               START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CUST-XREF-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF XRF-BY-CUSTOMER
                                       AND XRF-FROM-NUMBER
                                           = CTM-CUST-NUMBER
                                   SET LINK-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
               IF LINK-FOUND
                   SET ACTION-REJECTED TO TRUE
                   MOVE "ACCOUNTS STILL LINKED" TO REJECT-REASON-WORK
               END-IF
           END-IF.
           IF ACTION-ACCEPTED
               MOVE CUST-NAME TO BEFORE-NAME-WORK
               DELETE CUSTOMER-MASTER
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "DELETE FAILED" TO REJECT-REASON-WORK
               END-DELETE
           END-IF.
           IF ACTION-ACCEPTED
               ADD 1 TO DELETE-COUNT
           END-IF.
           EXIT.

      *    THE FIRST CUSTOMER LINKED TO AN ACCOUNT THAT HAS NONE
      *    (ONE OPENED BEFORE THE CUSTOMER FILE) BECOMES ITS
      *    PRIMARY HOLDER; ANY LATER ONE IS A JOINT HOLDER.
       LINK-ACCOUNT SECTION.
           PERFORM READ-CUSTOMER.
           IF ACTION-ACCEPTED
               MOVE CTM-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "ACCOUNT NOT ON FILE" TO REJECT-REASON-WORK
               END-READ
           END-IF.
           IF ACTION-ACCEPTED
               MOVE "C" TO XRF-KEY-TYPE
               MOVE CTM-CUST-NUMBER TO XRF-FROM-NUMBER
               MOVE CTM-ACCT-NUMBER TO XRF-TO-NUMBER
               READ CUST-XREF-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "ALREADY LINKED" TO REJECT-REASON-WORK
               END-READ
           END-IF.
           IF ACTION-ACCEPTED
               MOVE "P" TO LINK-ROLE-WORK
               MOVE "A" TO XRF-KEY-TYPE
               MOVE CTM-ACCT-NUMBER TO XRF-FROM-NUMBER
               MOVE LOW-VALUES TO XRF-TO-NUMBER
               START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CUST-XREF-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF XRF-BY-ACCOUNT
                                       AND XRF-FROM-NUMBER
                                           = CTM-ACCT-NUMBER
                                   MOVE "J" TO LINK-ROLE-WORK
                               END-IF
                       END-READ
               END-START
               MOVE SPACES TO CUST-XREF-RECORD
               MOVE "C" TO XRF-KEY-TYPE
               MOVE CTM-CUST-NUMBER TO XRF-FROM-NUMBER
               MOVE CTM-ACCT-NUMBER TO XRF-TO-NUMBER
               MOVE LINK-ROLE-WORK TO XRF-ROLE
               MOVE RUN-DATE TO XRF-LINK-DATE
               MOVE CTM-OPERATOR TO XRF-LINK-OPER
               WRITE CUST-XREF-RECORD
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "LINK WRITE FAILED" TO REJECT-REASON-WORK
               END-WRITE
           END-IF.
           IF ACTION-ACCEPTED
               MOVE "A" TO XRF-KEY-TYPE
               MOVE CTM-ACCT-NUMBER TO XRF-FROM-NUMBER
               MOVE CTM-CUST-NUMBER TO XRF-TO-NUMBER
               WRITE CUST-XREF-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               STRING "ACCOUNT " DELIMITED BY SIZE
                       CTM-ACCT-NUMBER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ACCT-NAME DELIMITED BY "  "
                   INTO AFTER-NAME-WORK
               IF LINK-ROLE-WORK = "P"
                   MOVE "PRIMARY HOLDER" TO BEFORE-NAME-WORK
               ELSE
                   MOVE "JOINT HOLDER" TO BEFORE-NAME-WORK
               END-IF
               ADD 1 TO LINK-COUNT
           END-IF.
           EXIT.

      *    THE PRIMARY HOLDER GOES ONLY WHEN THE ACCOUNT DOES.
       UNLINK-ACCOUNT SECTION.
           MOVE "C" TO XRF-KEY-TYPE.
           MOVE CTM-CUST-NUMBER TO XRF-FROM-NUMBER.
           MOVE CTM-ACCT-NUMBER TO XRF-TO-NUMBER.
           READ CUST-XREF-FILE
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "NOT LINKED TO THIS CUSTOMER"
                       TO REJECT-REASON-WORK
           END-READ.
      *    A PRIMARY LINK GOES ONLY WITH ITS ACCOUNT, UNLESS THE
      *    ACCOUNT HAS ALREADY LEFT THE MASTER.
           IF ACTION-ACCEPTED AND XRF-PRIMARY
               MOVE CTM-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "PRIMARY HOLDER - NOT UNLINKED"
                           TO REJECT-REASON-WORK
               END-READ
           END-IF.
           IF ACTION-ACCEPTED
               DELETE CUST-XREF-FILE RECORD
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "DELETE FAILED" TO REJECT-REASON-WORK
               END-DELETE
           END-IF.
           IF ACTION-ACCEPTED
               MOVE "A" TO XRF-KEY-TYPE
               MOVE CTM-ACCT-NUMBER TO XRF-FROM-NUMBER
               MOVE CTM-CUST-NUMBER TO XRF-TO-NUMBER
               DELETE CUST-XREF-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               STRING "ACCOUNT " DELIMITED BY SIZE
                       CTM-ACCT-NUMBER DELIMITED BY SIZE
                       " LINKED" DELIMITED BY SIZE
                   INTO BEFORE-NAME-WORK
               ADD 1 TO UNLINK-COUNT
           END-IF.
           EXIT.

       WRITE-JOURNAL-DETAIL SECTION.
           EVALUATE TRUE
               WHEN CTM-ACTION-ADD
                   MOVE "ADD    " TO JRN-ACTION-WORD
               WHEN CTM-ACTION-CHANGE
                   MOVE "CHANGE " TO JRN-ACTION-WORD
               WHEN CTM-ACTION-STREET
                   MOVE "STREET " TO JRN-ACTION-WORD
               WHEN CTM-ACTION-TOWN
                   MOVE "TOWN   " TO JRN-ACTION-WORD
               WHEN CTM-ACTION-DELETE
                   MOVE "DELETE " TO JRN-ACTION-WORD
               WHEN CTM-ACTION-LINK
                   MOVE "LINK   " TO JRN-ACTION-WORD
               WHEN CTM-ACTION-UNLINK
                   MOVE "UNLINK " TO JRN-ACTION-WORD
               WHEN OTHER
                   MOVE "???????" TO JRN-ACTION-WORD
           END-EVALUATE.
           MOVE CTM-CUST-NUMBER TO JRN-CUST-NUMBER.
           IF ACTION-ACCEPTED
               MOVE "APPLIED" TO JRN-DISPOSITION
           ELSE
               MOVE SPACES TO JRN-DISPOSITION
               STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON-WORK DELIMITED BY SIZE
                   INTO JRN-DISPOSITION
           END-IF.
           WRITE JOURNAL-RECORD FROM JRN-ACTION-LINE.
           MOVE CTM-OPERATOR TO JRN-OPERATOR.
           WRITE JOURNAL-RECORD FROM JRN-OPERATOR-LINE.
           IF ACTION-ACCEPTED
               IF BEFORE-NAME-WORK NOT = SPACES
                   MOVE BEFORE-NAME-WORK TO JRN-BEFORE-NAME
                   WRITE JOURNAL-RECORD FROM JRN-BEFORE-LINE
               END-IF
               IF AFTER-NAME-WORK NOT = SPACES
                   MOVE AFTER-NAME-WORK TO JRN-AFTER-NAME
                   WRITE JOURNAL-RECORD FROM JRN-AFTER-LINE
               END-IF
               IF BEFORE-TAX-ID-WORK NOT = SPACES
                   MOVE BEFORE-TAX-ID-WORK TO JRN-BEFORE-NAME
                   WRITE JOURNAL-RECORD FROM JRN-BEFORE-LINE
                   MOVE AFTER-TAX-ID-WORK TO JRN-AFTER-NAME
                   WRITE JOURNAL-RECORD FROM JRN-AFTER-LINE
               END-IF
           END-IF.
           EXIT.

       WRITE-JOURNAL-TOTALS SECTION.
           WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE.
           MOVE "ACTIONS READ.........." TO JRN-COUNT-LABEL.
           MOVE READ-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CUSTOMERS ADDED......." TO JRN-COUNT-LABEL.
           MOVE ADD-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CUSTOMERS CHANGED....." TO JRN-COUNT-LABEL.
           MOVE CHANGE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CUSTOMERS DELETED....." TO JRN-COUNT-LABEL.
           MOVE DELETE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACCOUNTS LINKED......." TO JRN-COUNT-LABEL.
           MOVE LINK-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACCOUNTS UNLINKED....." TO JRN-COUNT-LABEL.
           MOVE UNLINK-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACTIONS REJECTED......" TO JRN-COUNT-LABEL.
           MOVE REJECT-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           EXIT.

      *    ONE AUDIT RECORD PER APPLIED ACTION, NAMING THE OPERATOR.
       WRITE-ACTION-AUDIT SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "CUSTMNT"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           IF CTM-ACTION-LINK OR CTM-ACTION-UNLINK
               STRING JRN-ACTION-WORD DELIMITED BY SPACE
                       " CUST=" DELIMITED BY SIZE
                       CTM-CUST-NUMBER DELIMITED BY SIZE
                       " ACCT=" DELIMITED BY SIZE
                       CTM-ACCT-NUMBER DELIMITED BY SIZE
                   INTO AUD-KEY-INPUT
           ELSE
               STRING JRN-ACTION-WORD DELIMITED BY SPACE
                       " CUST=" DELIMITED BY SIZE
                       CTM-CUST-NUMBER DELIMITED BY SIZE
                   INTO AUD-KEY-INPUT
           END-IF.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           STRING "OPERATOR=" DELIMITED BY SIZE
                   CTM-OPERATOR DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE "CM" TO AUD-STATUS-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "CUSTMNT"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE READ-COUNT TO JRN-COUNT-VALUE.
           STRING "ACTIONS=" DELIMITED BY SIZE
                   JRN-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE REJECT-COUNT TO JRN-COUNT-VALUE.
           STRING "REJECTS=" DELIMITED BY SIZE
                   JRN-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           IF REJECT-COUNT = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "MR" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
