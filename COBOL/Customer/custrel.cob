       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREL.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  CUSTOMER RELATIONSHIP
      *                    REPORT.  READS THE CUSTOMER MASTER (CUSTMST,
      *                    CUSTREC COPYBOOK) IN CUSTOMER SEQUENCE AND,
      *                    FOR EACH CUSTOMER, EVERY ACCOUNT LINKED TO
      *                    IT ON THE CROSS-REFERENCE (CUSTXREF,
      *                    CXREFREC COPYBOOK), PRINTING EACH ACCOUNT'S
      *                    ROLE, STATUS, CURRENT BALANCE AND PERIOD-
      *                    TO-DATE DEBITS, CREDITS AND COUNT FROM THE
      *                    ACCOUNT MASTER, THEN THE CUSTOMER'S
      *                    COMBINED FIGURES.  BALANCES ARE DEBIT-
      *                    POSITIVE AS THE MASTER CARRIES THEM; A
      *                    NON-NUMERIC FIGURE COUNTS AS ZERO.  A JOINT
      *                    ACCOUNT APPEARS UNDER EACH OF ITS HOLDERS.
      *                    THE REPORT (RELRPT) ENDS WITH THE ACCOUNTS
      *                    NO CUSTOMER IS LINKED TO (THOSE OPENED
      *                    BEFORE THE CUSTOMER FILE, UNTIL CUSTMNT
      *                    LINKS THEM).  RC=4 WHEN A LINK POINTS AT
      *                    AN ACCOUNT NO LONGER ON THE MASTER.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-NUMBER.
           SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER.
           SELECT REPORT-FILE ASSIGN TO "RELRPT"
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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD               PIC X(80).

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
       01  CUST-EOF-SWITCH             PIC X(1) VALUE "N".
           88 CUST-EOF VALUE "Y".
       01  XREF-EOF-SWITCH             PIC X(1) VALUE "N".
           88 XREF-EOF VALUE "Y".
       01  ACCT-EOF-SWITCH             PIC X(1) VALUE "N".
           88 ACCT-EOF VALUE "Y".
       01  ACCT-FOUND-SWITCH           PIC X(1) VALUE "N".
           88 ACCT-FOUND VALUE "Y".
       01  HOLDER-SWITCH               PIC X(1) VALUE "N".
           88 HOLDER-FOUND VALUE "Y".
       01  CUST-NUMBER-WORK            PIC X(09).
       01  ACCT-NUMBER-WORK            PIC X(09).
       01  TAX-ID-MASK.
           05  FILLER                  PIC X(12) VALUE "TAX ID *****".
           05  TAX-ID-MASK-LAST4       PIC X(04).
       01  ACCT-BAL-WORK               PIC S9(11) COMP-5.
       01  ACCT-DEBITS-WORK            PIC S9(11) COMP-5.
       01  ACCT-CREDITS-WORK           PIC S9(11) COMP-5.
       01  ACCT-COUNT-WORK             PIC 9(05).
       01  CUST-BAL-TOTAL              PIC S9(15) COMP-5.
       01  CUST-DEBITS-TOTAL           PIC S9(15) COMP-5.
       01  CUST-CREDITS-TOTAL          PIC S9(15) COMP-5.
       01  CUST-COUNT-TOTAL            PIC 9(7) COMP.
       01  CUST-ACCT-COUNT             PIC 9(7) COMP.
       01  CUSTOMERS-READ              PIC 9(7) COMP VALUE 0.
       01  CUSTOMERS-NO-ACCT           PIC 9(7) COMP VALUE 0.
       01  LINKS-LISTED                PIC 9(7) COMP VALUE 0.
       01  LINKS-MISSING               PIC 9(7) COMP VALUE 0.
       01  ACCOUNTS-READ               PIC 9(7) COMP VALUE 0.
       01  ACCOUNTS-NO-CUST            PIC 9(7) COMP VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(26) VALUE SPACES.
           05  FILLER                  PIC X(28)
               VALUE "CUSTOMER RELATIONSHIP REPORT".
           05  FILLER                  PIC X(26) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RPT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(56) VALUE SPACES.
       01  RPT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(61) VALUE
               "BALANCES ARE DEBIT-POSITIVE, AS CARRIED ON THE ACCOUNT M
      -        "ASTER".
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  RPT-CUSTOMER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
           05  RPT-CUST-NUMBER         PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUST-NAME           PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TAX-MASK            PIC X(16).
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  RPT-ADDRESS-LINE.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  RPT-ADDRESS-TEXT        PIC X(62).
           05  FILLER                  PIC X(07) VALUE SPACES.
       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(08) VALUE "ROLE".
           05  FILLER                  PIC X(02) VALUE "ST".
           05  FILLER                  PIC X(14) VALUE "  CURR BALANCE".
           05  FILLER                  PIC X(14) VALUE "    PTD DEBITS".
           05  FILLER                  PIC X(14) VALUE "   PTD CREDITS".
           05  FILLER                  PIC X(07) VALUE "  COUNT".
           05  FILLER                  PIC X(08) VALUE SPACES.
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-ACCT-NUMBER         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ROLE                PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STATUS              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CURR-BAL            PIC -(12)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PTD-DEBITS          PIC -(12)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PTD-CREDITS         PIC -(12)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PTD-COUNT           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE "CUSTOMER COMBINED...".
           05  RPT-TOTAL-BAL           PIC -(12)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-DEBITS        PIC -(12)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-CREDITS       PIC -(12)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TOTAL-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(09) VALUE SPACES.
       01  RPT-MISSING-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-MISSING-ACCT        PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MISSING-ROLE        PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(41) VALUE
               "ACCOUNT NOT ON MASTER - LINK NEEDS REVIEW".
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  RPT-NO-ACCT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "NO ACCOUNTS LINKED".
           05  FILLER                  PIC X(59) VALUE SPACES.
       01  RPT-ORPHAN-HEAD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(25)
               VALUE "ACCOUNTS WITH NO CUSTOMER".
           05  FILLER                  PIC X(54) VALUE SPACES.
       01  RPT-ORPHAN-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  RPT-ORPHAN-ACCT         PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ORPHAN-NAME         PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ORPHAN-BAL          PIC -(12)9.
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "NONE".
           05  FILLER                  PIC X(73) VALUE SPACES.
       01  RPT-SEPARATOR-LINE.
           05  FILLER                  PIC X(80) VALUE ALL "-".
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(26).
           05  RPT-COUNT-VALUE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT CUST-XREF-FILE.
           OPEN INPUT ACCOUNT-MASTER.
           OPEN OUTPUT REPORT-FILE.

           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE.
           WRITE REPORT-RECORD FROM RPT-NOTE-LINE.
           WRITE REPORT-RECORD FROM RPT-SEPARATOR-LINE.

           READ CUSTOMER-MASTER
               AT END SET CUST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CUST-EOF
               ADD 1 TO CUSTOMERS-READ
               PERFORM LIST-CUSTOMER
               READ CUSTOMER-MASTER
                   AT END SET CUST-EOF TO TRUE
               END-READ
           END-PERFORM.

           PERFORM LIST-UNLINKED-ACCOUNTS.
           PERFORM WRITE-REPORT-TOTALS.

           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUST-XREF-FILE.
           CLOSE CUSTOMER-MASTER.

           IF LINKS-MISSING > 0
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
               DISPLAY "CUSTREL - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "CUSTREL - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           EXIT.

       LIST-CUSTOMER SECTION.
           MOVE CUST-NUMBER TO CUST-NUMBER-WORK.
           MOVE CUST-NUMBER-WORK TO RPT-CUST-NUMBER.
           MOVE CUST-NAME TO RPT-CUST-NAME.
           MOVE CUST-TAX-ID-LAST4 TO TAX-ID-MASK-LAST4.
           MOVE TAX-ID-MASK TO RPT-TAX-MASK.
           WRITE REPORT-RECORD FROM RPT-CUSTOMER-LINE.
           IF CUST-ADDR-LINE-1 NOT = SPACES
               MOVE CUST-ADDR-LINE-1 TO RPT-ADDRESS-TEXT
               WRITE REPORT-RECORD FROM RPT-ADDRESS-LINE
           END-IF.
           IF CUST-ADDR-LINE-2 NOT = SPACES
               MOVE CUST-ADDR-LINE-2 TO RPT-ADDRESS-TEXT
               WRITE REPORT-RECORD FROM RPT-ADDRESS-LINE
           END-IF.
           IF CUST-CITY NOT = SPACES
               MOVE SPACES TO RPT-ADDRESS-TEXT
               STRING CUST-CITY DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CUST-STATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CUST-POSTAL-CODE DELIMITED BY SIZE
                   INTO RPT-ADDRESS-TEXT
               WRITE REPORT-RECORD FROM RPT-ADDRESS-LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE 0 TO CUST-BAL-TOTAL.
           MOVE 0 TO CUST-DEBITS-TOTAL.
           MOVE 0 TO CUST-CREDITS-TOTAL.
           MOVE 0 TO CUST-COUNT-TOTAL.
           MOVE 0 TO CUST-ACCT-COUNT.
           MOVE "N" TO XREF-EOF-SWITCH.
           MOVE "C" TO XRF-KEY-TYPE.
           MOVE CUST-NUMBER-WORK TO XRF-FROM-NUMBER.
           MOVE LOW-VALUES TO XRF-TO-NUMBER.
           START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
               INVALID KEY SET XREF-EOF TO TRUE
           END-START.
           PERFORM UNTIL XREF-EOF
               READ CUST-XREF-FILE NEXT RECORD
                   AT END SET XREF-EOF TO TRUE
               END-READ
               IF NOT XREF-EOF
                   IF XRF-BY-CUSTOMER
                           AND XRF-FROM-NUMBER = CUST-NUMBER-WORK
                       PERFORM LIST-LINKED-ACCOUNT
                   ELSE
                       SET XREF-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           IF CUST-ACCT-COUNT = 0
               ADD 1 TO CUSTOMERS-NO-ACCT
               WRITE REPORT-RECORD FROM RPT-NO-ACCT-LINE
           ELSE
               MOVE CUST-BAL-TOTAL TO RPT-TOTAL-BAL
               MOVE CUST-DEBITS-TOTAL TO RPT-TOTAL-DEBITS
               MOVE CUST-CREDITS-TOTAL TO RPT-TOTAL-CREDITS
               MOVE CUST-COUNT-TOTAL TO RPT-TOTAL-COUNT
               WRITE REPORT-RECORD FROM RPT-BLANK-LINE
               WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-SEPARATOR-LINE.
           EXIT.

       LIST-LINKED-ACCOUNT SECTION.
           IF CUST-ACCT-COUNT = 0
               WRITE REPORT-RECORD FROM RPT-COLUMN-LINE
           END-IF.
           ADD 1 TO CUST-ACCT-COUNT.
           ADD 1 TO LINKS-LISTED.
           MOVE XRF-TO-NUMBER TO ACCT-NUMBER-WORK.
           MOVE "Y" TO ACCT-FOUND-SWITCH.
           MOVE ACCT-NUMBER-WORK TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "N" TO ACCT-FOUND-SWITCH
           END-READ.
           IF NOT ACCT-FOUND
               ADD 1 TO LINKS-MISSING
               MOVE ACCT-NUMBER-WORK TO RPT-MISSING-ACCT
               IF XRF-PRIMARY
                   MOVE "PRIMARY" TO RPT-MISSING-ROLE
               ELSE
                   MOVE "JOINT" TO RPT-MISSING-ROLE
               END-IF
               WRITE REPORT-RECORD FROM RPT-MISSING-LINE
           ELSE
               PERFORM LOAD-ACCOUNT-FIGURES
               MOVE ACCT-NUMBER-WORK TO RPT-ACCT-NUMBER
               IF XRF-PRIMARY
                   MOVE "PRIMARY" TO RPT-ROLE
               ELSE
                   MOVE "JOINT" TO RPT-ROLE
               END-IF
               IF ACCT-STATUS = SPACE
                   MOVE "O" TO RPT-STATUS
               ELSE
                   MOVE ACCT-STATUS TO RPT-STATUS
               END-IF
               MOVE ACCT-BAL-WORK TO RPT-CURR-BAL
               MOVE ACCT-DEBITS-WORK TO RPT-PTD-DEBITS
               MOVE ACCT-CREDITS-WORK TO RPT-PTD-CREDITS
               MOVE ACCT-COUNT-WORK TO RPT-PTD-COUNT
               WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
               ADD ACCT-BAL-WORK TO CUST-BAL-TOTAL
               ADD ACCT-DEBITS-WORK TO CUST-DEBITS-TOTAL
               ADD ACCT-CREDITS-WORK TO CUST-CREDITS-TOTAL
               ADD ACCT-COUNT-WORK TO CUST-COUNT-TOTAL
           END-IF.
           EXIT.

      *    FIELDS NEVER YET POSTED HOLD SPACES AND COUNT AS ZERO.
       LOAD-ACCOUNT-FIGURES SECTION.
           MOVE 0 TO ACCT-BAL-WORK.
           MOVE 0 TO ACCT-DEBITS-WORK.
           MOVE 0 TO ACCT-CREDITS-WORK.
           MOVE 0 TO ACCT-COUNT-WORK.
           IF ACCT-CURR-BAL IS NUMERIC
               MOVE ACCT-CURR-BAL TO ACCT-BAL-WORK
           END-IF.
           IF ACCT-PTD-DEBITS IS NUMERIC
               MOVE ACCT-PTD-DEBITS TO ACCT-DEBITS-WORK
           END-IF.
           IF ACCT-PTD-CREDITS IS NUMERIC
               MOVE ACCT-PTD-CREDITS TO ACCT-CREDITS-WORK
           END-IF.
           IF ACCT-PTD-TRAN-COUNT IS NUMERIC
               MOVE ACCT-PTD-TRAN-COUNT TO ACCT-COUNT-WORK
           END-IF.
           EXIT.

      *    ONE PASS OF THE ACCOUNT MASTER, LOOKING EACH ACCOUNT UP
      *    BY ITS "A" CROSS-REFERENCE HALF.
       LIST-UNLINKED-ACCOUNTS SECTION.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           WRITE REPORT-RECORD FROM RPT-ORPHAN-HEAD-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE ZEROS TO ACCT-NUMBER.
           START ACCOUNT-MASTER KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY SET ACCT-EOF TO TRUE
           END-START.
           PERFORM UNTIL ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END SET ACCT-EOF TO TRUE
               END-READ
               IF NOT ACCT-EOF
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM CHECK-ACCOUNT-HOLDER
                   IF NOT HOLDER-FOUND
                       ADD 1 TO ACCOUNTS-NO-CUST
                       PERFORM LOAD-ACCOUNT-FIGURES
                       MOVE ACCT-NUMBER TO RPT-ORPHAN-ACCT
                       MOVE ACCT-NAME TO RPT-ORPHAN-NAME
                       MOVE ACCT-BAL-WORK TO RPT-ORPHAN-BAL
                       WRITE REPORT-RECORD FROM RPT-ORPHAN-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF ACCOUNTS-NO-CUST = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           EXIT.

       CHECK-ACCOUNT-HOLDER SECTION.
           MOVE "N" TO HOLDER-SWITCH.
           MOVE ACCT-NUMBER TO ACCT-NUMBER-WORK.
           MOVE "A" TO XRF-KEY-TYPE.
           MOVE ACCT-NUMBER-WORK TO XRF-FROM-NUMBER.
           MOVE LOW-VALUES TO XRF-TO-NUMBER.
           START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   READ CUST-XREF-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           IF XRF-BY-ACCOUNT
                                   AND XRF-FROM-NUMBER
                                       = ACCT-NUMBER-WORK
                               SET HOLDER-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START.
           EXIT.

       WRITE-REPORT-TOTALS SECTION.
           WRITE REPORT-RECORD FROM RPT-SEPARATOR-LINE.
           MOVE "CUSTOMERS LISTED.........." TO RPT-COUNT-LABEL.
           MOVE CUSTOMERS-READ TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CUSTOMERS WITH NO ACCOUNT." TO RPT-COUNT-LABEL.
           MOVE CUSTOMERS-NO-ACCT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNT LINKS LISTED......" TO RPT-COUNT-LABEL.
           MOVE LINKS-LISTED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "LINKS TO MISSING ACCOUNTS." TO RPT-COUNT-LABEL.
           MOVE LINKS-MISSING TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS ON MASTER........" TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-READ TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ACCOUNTS WITH NO CUSTOMER." TO RPT-COUNT-LABEL.
           MOVE ACCOUNTS-NO-CUST TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "CUSTREL"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE CUSTOMERS-READ TO COUNT-EDIT.
           STRING "CUSTOMERS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE LINKS-LISTED TO COUNT-EDIT.
           MOVE LINKS-MISSING TO RPT-COUNT-VALUE.
           STRING "LINKS=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   " MISSING=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           IF LINKS-MISSING = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "MR" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
