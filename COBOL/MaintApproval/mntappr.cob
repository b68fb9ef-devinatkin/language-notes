       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTAPPR.
      *****************************************************************
      *    MODIFICATION HISTORY
      *    DATE       INIT DESCRIPTION
      *    2026-10-15 DLA  ORIGINAL PROGRAM.  SECOND HALF OF DUAL
      *                    CONTROL OVER ACCOUNT MAINTENANCE.  ACCTMNT
      *                    FILES EACH MAINTENANCE ACTION ON THE
      *                    PENDING FILE (MNTPEND, SHARED MNTPREC
      *                    COPYBOOK) WITH ITS SUBMITTER; THIS RUN
      *                    READS THE DAY'S DECISION CARDS (MNTAPPV):
      *                      COL 1      A = APPROVE, D = DECLINE
      *                      COL 3-14   PENDING ITEM ID
      *                      COL 16-23  DECIDING OPERATOR'S ID
      *                      COL 25-64  REMARK (OPTIONAL)
      *                    A CARD IS REJECTED WHEN THE DECIDING
      *                    OPERATOR IS THE SUBMITTER, THE ITEM IS NOT
      *                    ON FILE, OR THE ITEM HAS EXPIRED.  AN
      *                    APPROVED ITEM IS APPLIED TO THE ACCOUNT
      *                    MASTER BY THE ADD / CHANGE / DELETE /
      *                    STATUS / LIMIT LOGIC MOVED HERE FROM
      *                    ACCTMNT, WHICH RE-CHECKS THE MASTER AS IT
      *                    APPLIES.  A DECIDED ITEM LEAVES THE PENDING
      *                    FILE WHETHER OR NOT IT APPLIED.  AFTER THE
      *                    CARDS, EVERY ITEM STILL PENDING MORE THAN
      *                    THE RUNPARM CARD
      *                      MNT-EXPIRE-DAYS  (DEFAULT 5, 1-99)
      *                    BUSINESS DAYS (WEEKDAYS NOT CARDED AS A
      *                    HOLIDAY ON PROCDATE) IS EXPIRED AND
      *                    REMOVED; THE REST ARE LISTED ON THE
      *                    PENDING-ITEMS REPORT (PENDRPT).  THE
      *                    JOURNAL (MNTJRNL) AND THE AUDIT LOG NAME
      *                    BOTH SUBMITTER AND APPROVER FOR EVERY ITEM.
      *                    RC=8 WHEN A CARD WAS REJECTED OR AN
      *                    APPROVED ITEM COULD NOT BE APPLIED, RC=4
      *                    WHEN ONLY EXPIRIES OCCURRED.
      *    2026-10-15 DLA  AN APPROVED ADD MUST STILL FIND ITS
      *                    CUSTOMER (FILED WITH THE ITEM BY ACCTMNT)
      *                    ON THE CUSTOMER MASTER, AND ON APPLYING IT
      *                    LINKS THE NEW ACCOUNT TO THAT CUSTOMER AS
      *                    PRIMARY HOLDER ON THE CROSS-REFERENCE
      *                    (CUSTXREF, CXREFREC COPYBOOK).  AN APPROVED
      *                    DELETE DROPS EVERY CUSTOMER LINK OF THE
      *                    ACCOUNT.
      *    2026-10-15 DLA  REVIEW FIX: AN APPROVED DELETE IS ALSO
      *                    REFUSED WHILE THE ACCOUNT HOLDS ACCRUED
      *                    INTEREST NOT YET CAPITALIZED, WHICH WOULD
      *                    OTHERWISE BE LOST WITH THE RECORD.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"
               ORGANIZATION IS INDEXED
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
           SELECT OPTIONAL CUST-XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-KEY
               FILE STATUS IS XREF-STATUS.
           SELECT DECISION-CARD-FILE ASSIGN TO "MNTAPPV"
               ORGANIZATION IS SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "MNTJRNL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "PENDRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY ACCTREC.

       FD  PENDING-MAINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MNTPREC.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       COPY CUSTREC.

       FD  CUST-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CXREFREC.

       FD  DECISION-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  DECISION-CARD-RECORD.
           05  APV-DECISION            PIC X(01).
               88  APV-APPROVE         VALUE "A".
               88  APV-DECLINE         VALUE "D".
               88  APV-DECISION-VALID  VALUE "A" "D".
           05  FILLER                  PIC X(01).
           05  APV-PENDING-ID          PIC X(12).
           05  FILLER                  PIC X(01).
           05  APV-APPROVER            PIC X(08).
           05  FILLER                  PIC X(01).
           05  APV-REMARK              PIC X(40).
           05  FILLER                  PIC X(16).

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-RECORD              PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-RECORD               PIC X(80).

       FD  AUDIT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PROC-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROCDATE.

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       WORKING-STORAGE SECTION.
       01  RUN-DATE                    PIC X(08).
       01  RUN-DATE-NUM REDEFINES RUN-DATE
                                       PIC 9(08).
       01  RUN-TIME                    PIC X(08).
       01  PROC-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PROC-EOF VALUE "Y".
       01  BUSDATE-SWITCH              PIC X(1) VALUE "N".
           88 BUSDATE-FOUND VALUE "Y".
       01  PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01  CARD-EOF-SWITCH             PIC X(1) VALUE "N".
           88 CARD-EOF VALUE "Y".
       01  PEND-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PEND-EOF VALUE "Y".
       01  MASTER-STATUS               PIC X(02).
       01  PENDING-STATUS              PIC X(02).
       01  CUSTOMER-STATUS             PIC X(02).
       01  XREF-STATUS                 PIC X(02).
       01  LINK-DONE-SWITCH            PIC X(1) VALUE "N".
           88 LINKS-DONE VALUE "Y".
       01  LINK-CUST-WORK              PIC X(09).
       01  LINK-ACCT-WORK              PIC X(09).
       01  CARD-SWITCH                 PIC X(1) VALUE "Y".
           88 CARD-ACCEPTED VALUE "Y".
           88 CARD-REJECTED VALUE "N".
       01  ITEM-FOUND-SWITCH           PIC X(1) VALUE "N".
           88 ITEM-FOUND VALUE "Y".
       01  ACTION-SWITCH               PIC X(1) VALUE "Y".
           88 ACTION-ACCEPTED VALUE "Y".
           88 ACTION-REJECTED VALUE "N".
       01  DAY-OK-SWITCH               PIC X(1) VALUE "N".
           88 DAY-IS-PROCESSING VALUE "Y".
       01  MNT-EXPIRE-DAYS             PIC 9(02) COMP VALUE 5.
       01  PARM-ECHO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  REJECT-REASON-WORK          PIC X(30) VALUE SPACES.
       01  BEFORE-NAME-WORK            PIC X(30) VALUE SPACES.
       01  AFTER-NAME-WORK             PIC X(30) VALUE SPACES.
       01  LIMIT-EDIT                  PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  STATUS-TEXT-WORK            PIC X(30) VALUE SPACES.
       01  ACTION-WORD-WORK            PIC X(07) VALUE SPACES.
       01  AUDIT-STATUS-WORK           PIC X(02) VALUE SPACES.
       01  SUBMIT-DATE-NUM             PIC 9(08).
       01  SUBMIT-DATE-INT             PIC S9(9) COMP.
       01  RUN-DATE-INT                PIC S9(9) COMP.
       01  WORK-DATE-INT               PIC S9(9) COMP.
       01  WORK-DATE-NUM               PIC 9(08).
       01  DAY-OF-WEEK-NUM             PIC 9(01).
       01  ITEM-AGE                    PIC 9(03) COMP VALUE 0.
       01  ITEM-AGE-LIMIT              PIC 9(03) COMP VALUE 999.
       01  HOLIDAY-IX                  PIC 9(03) COMP.
       01  HOLIDAY-COUNT               PIC 9(03) COMP VALUE 0.
       01  HOLIDAY-LIMIT               PIC 9(03) COMP VALUE 200.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-DATE            PIC 9(08) OCCURS 200 TIMES.
       01  CARD-COUNT                  PIC 9(7) COMP VALUE 0.
       01  ADD-COUNT                   PIC 9(7) COMP VALUE 0.
       01  CHANGE-COUNT                PIC 9(7) COMP VALUE 0.
       01  DELETE-COUNT                PIC 9(7) COMP VALUE 0.
       01  STATUS-COUNT                PIC 9(7) COMP VALUE 0.
       01  LIMIT-COUNT                 PIC 9(7) COMP VALUE 0.
       01  DECLINE-COUNT               PIC 9(7) COMP VALUE 0.
       01  NOT-APPLIED-COUNT           PIC 9(7) COMP VALUE 0.
       01  REJECT-COUNT                PIC 9(7) COMP VALUE 0.
       01  EXPIRED-COUNT               PIC 9(7) COMP VALUE 0.
       01  PENDING-COUNT               PIC 9(7) COMP VALUE 0.
       01  PEND-ERROR-COUNT            PIC 9(7) COMP VALUE 0.
       01  APPLIED-COUNT               PIC 9(7) COMP VALUE 0.
       01  LINK-ADD-COUNT              PIC 9(7) COMP VALUE 0.
       01  LINK-DROP-COUNT             PIC 9(7) COMP VALUE 0.

      *    JOURNAL LINE LAYOUTS
       01  JRN-TITLE-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "ACCOUNT MAINTENANCE APPROVAL JOURNAL".
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  JRN-ACTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-ACTION-WORD         PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-ACCT-NUMBER         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-ITEM-ID             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-DISPOSITION         PIC X(44).
           05  FILLER                  PIC X(04) VALUE SPACES.
       01  JRN-OPERATOR-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "SUBMITTED BY ".
           05  JRN-SUBMITTER           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JRN-DECIDED-WORD        PIC X(12).
           05  JRN-APPROVER            PIC X(08).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  JRN-REMARK-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "REMARK..".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-REMARK              PIC X(40).
           05  FILLER                  PIC X(28) VALUE SPACES.
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
           05  FILLER                  PIC X(08) VALUE "BEFORE..".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-BEFORE-NAME         PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  JRN-AFTER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "AFTER...".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JRN-AFTER-NAME          PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  JRN-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  JRN-COUNT-LABEL         PIC X(22).
           05  JRN-COUNT-VALUE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  JRN-BLANK-LINE              PIC X(80) VALUE SPACES.

      *    PENDING-ITEMS REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE "PENDING ACCOUNT MAINTENANCE ITEMS".
           05  FILLER                  PIC X(24) VALUE SPACES.
       01  RPT-DATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "BUSINESS DATE: ".
           05  RPT-RUN-DATE            PIC X(08).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE "EXPIRE AFTER: ".
           05  RPT-EXPIRE-DAYS         PIC Z9.
           05  FILLER                  PIC X(14)
               VALUE " BUSINESS DAYS".
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  RPT-HEADING-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "ITEM ID".
           05  FILLER                  PIC X(08) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "ACCOUNT".
           05  FILLER                  PIC X(09) VALUE "SUBMITTR".
           05  FILLER                  PIC X(04) VALUE "AGE".
           05  FILLER                  PIC X(35) VALUE "PROPOSED".
       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ITEM-ID             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACTION-WORD         PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-ACCT-NUMBER         PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-SUBMITTER           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-AGE                 PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PROPOSED            PIC X(30).
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(22).
           05  RPT-COUNT-VALUE         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(50) VALUE SPACES.
       01  RPT-NONE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(38)
               VALUE "NO MAINTENANCE ITEMS AWAITING APPROVAL".
           05  FILLER                  PIC X(41) VALUE SPACES.
       01  RPT-BLANK-LINE              PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM GET-PROCESS-DATE.
           PERFORM LOAD-RUN-PARMS.

           OPEN I-O ACCOUNT-MASTER.
           IF MASTER-STATUS NOT = "00"
               DISPLAY "MNTAPPR - ACCOUNT MASTER OPEN FAILED - STATUS "
                   MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O PENDING-MAINT-FILE.
           IF PENDING-STATUS NOT = "00"
                   AND PENDING-STATUS NOT = "05"
               DISPLAY "MNTAPPR - PENDING FILE OPEN FAILED - STATUS "
                   PENDING-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O CUST-XREF-FILE.
           IF (CUSTOMER-STATUS NOT = "00"
                   AND CUSTOMER-STATUS NOT = "05")
                   OR (XREF-STATUS NOT = "00"
                   AND XREF-STATUS NOT = "05")
               DISPLAY "MNTAPPR - CUSTOMER FILE OPEN FAILED - STATUS "
                   CUSTOMER-STATUS " / " XREF-STATUS
               CLOSE PENDING-MAINT-FILE
               CLOSE ACCOUNT-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DECISION-CARD-FILE.
           OPEN OUTPUT JOURNAL-FILE.

           WRITE JOURNAL-RECORD FROM JRN-TITLE-LINE.
           WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE.

           READ DECISION-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.

           PERFORM UNTIL CARD-EOF
               ADD 1 TO CARD-COUNT
               PERFORM APPLY-DECISION-CARD
               READ DECISION-CARD-FILE
                   AT END SET CARD-EOF TO TRUE
               END-READ
           END-PERFORM.

           CLOSE DECISION-CARD-FILE.

           PERFORM EXPIRE-AND-LIST-PENDING.

           PERFORM WRITE-JOURNAL-TOTALS.

           CLOSE JOURNAL-FILE.
           CLOSE CUST-XREF-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE PENDING-MAINT-FILE.
           CLOSE ACCOUNT-MASTER.

           EVALUATE TRUE
               WHEN REJECT-COUNT > 0
                       OR NOT-APPLIED-COUNT > 0
                       OR PEND-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN EXPIRED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM WRITE-AUDIT-LOG.

           STOP RUN.

      *    PROCDATE CARRIES THE HOLIDAY CALENDAR AS WELL AS THE
      *    BUSINESS DATE - ITEM AGES ARE COUNTED IN PROCESSING DAYS.
       GET-PROCESS-DATE SECTION.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           OPEN INPUT PROC-DATE-FILE.
           READ PROC-DATE-FILE
               AT END SET PROC-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PROC-EOF
               EVALUATE PRC-KEYWORD
                   WHEN "BUSDATE"
                       IF PRC-DATE IS NUMERIC
                           SET BUSDATE-FOUND TO TRUE
                           MOVE PRC-DATE TO RUN-DATE
                       END-IF
                   WHEN "HOLIDAY"
                       IF PRC-DATE IS NUMERIC
                               AND HOLIDAY-COUNT < HOLIDAY-LIMIT
                           ADD 1 TO HOLIDAY-COUNT
                           MOVE PRC-DATE-NUM
                               TO HOLIDAY-DATE(HOLIDAY-COUNT)
                       ELSE
                           DISPLAY "MNTAPPR - HOLIDAY CARD "
                               PRC-DATE " NOT LOADED"
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ PROC-DATE-FILE
                   AT END SET PROC-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PROC-DATE-FILE.
           IF BUSDATE-FOUND
               DISPLAY "MNTAPPR - BUSINESS DATE " RUN-DATE
           ELSE
               DISPLAY "MNTAPPR - PROCDATE SILENT - SYSTEM "
                   "DATE " RUN-DATE " USED"
           END-IF.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-NUM).
           EXIT.

       LOAD-RUN-PARMS SECTION.
           OPEN INPUT RUN-PARM-FILE.
           READ RUN-PARM-FILE
               AT END SET PARM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PARM-EOF
               PERFORM APPLY-RUN-PARM
               READ RUN-PARM-FILE
                   AT END SET PARM-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE RUN-PARM-FILE.
           MOVE MNT-EXPIRE-DAYS TO PARM-ECHO.
           DISPLAY "MNTAPPR - MNT-EXPIRE-DAYS " PARM-ECHO.
           EXIT.

       APPLY-RUN-PARM SECTION.
           EVALUATE PRM-KEYWORD
               WHEN "MNT-EXPIRE-DAYS"
                   IF PRM-VALUE IS NUMERIC
                           AND PRM-VALUE-NUM >= 1
                           AND PRM-VALUE-NUM <= 99
                       MOVE PRM-VALUE-NUM TO MNT-EXPIRE-DAYS
                   ELSE
                       PERFORM REPORT-BAD-PARM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           EXIT.

       REPORT-BAD-PARM SECTION.
           DISPLAY "MNTAPPR - RUN PARM " PRM-KEYWORD
               " VALUE BAD - CARD IGNORED".
           EXIT.

      *    THE SUBMITTER CANNOT DECIDE THEIR OWN ITEM EITHER WAY,
      *    AND AN EXPIRED ITEM CANNOT BE DECIDED AT ALL - IT IS
      *    REMOVED BY THE EXPIRY PASS AND MUST BE RESUBMITTED.
       APPLY-DECISION-CARD SECTION.
           SET CARD-ACCEPTED TO TRUE.
           SET ACTION-ACCEPTED TO TRUE.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           MOVE SPACES TO REJECT-REASON-WORK.
           MOVE SPACES TO BEFORE-NAME-WORK.
           MOVE SPACES TO AFTER-NAME-WORK.
           EVALUATE TRUE
               WHEN NOT APV-DECISION-VALID
                   SET CARD-REJECTED TO TRUE
                   MOVE "INVALID DECISION CODE" TO REJECT-REASON-WORK
               WHEN APV-PENDING-ID IS NOT NUMERIC
                   SET CARD-REJECTED TO TRUE
                   MOVE "ITEM ID NOT NUMERIC" TO REJECT-REASON-WORK
               WHEN APV-APPROVER = SPACES
                   SET CARD-REJECTED TO TRUE
                   MOVE "APPROVER ID MISSING" TO REJECT-REASON-WORK
               WHEN OTHER
                   PERFORM READ-PENDING-ITEM
           END-EVALUATE.
           IF CARD-ACCEPTED
               EVALUATE TRUE
                   WHEN APV-APPROVER = PND-SUBMITTER
                       SET CARD-REJECTED TO TRUE
                       MOVE "APPROVER SAME AS SUBMITTER"
                           TO REJECT-REASON-WORK
                   WHEN OTHER
                       PERFORM COMPUTE-ITEM-AGE
                       IF ITEM-AGE > MNT-EXPIRE-DAYS
                           SET CARD-REJECTED TO TRUE
                           MOVE "ITEM EXPIRED - RESUBMIT"
                               TO REJECT-REASON-WORK
                       END-IF
               END-EVALUATE
           END-IF.
           IF CARD-ACCEPTED
               IF APV-APPROVE
                   PERFORM APPLY-PENDING-ITEM
               END-IF
               PERFORM REMOVE-PENDING-ITEM
           END-IF.
           PERFORM WRITE-DECISION-JOURNAL.
           EVALUATE TRUE
               WHEN CARD-REJECTED
                   ADD 1 TO REJECT-COUNT
                   MOVE "AR" TO AUDIT-STATUS-WORK
               WHEN APV-DECLINE
                   ADD 1 TO DECLINE-COUNT
                   MOVE "DC" TO AUDIT-STATUS-WORK
               WHEN ACTION-REJECTED
                   ADD 1 TO NOT-APPLIED-COUNT
                   MOVE "AF" TO AUDIT-STATUS-WORK
               WHEN OTHER
                   ADD 1 TO APPLIED-COUNT
                   MOVE "AP" TO AUDIT-STATUS-WORK
           END-EVALUATE.
           IF ITEM-FOUND
               PERFORM WRITE-ITEM-AUDIT
           END-IF.
           EXIT.

       READ-PENDING-ITEM SECTION.
           MOVE APV-PENDING-ID TO PND-KEY.
           READ PENDING-MAINT-FILE
               INVALID KEY
                   SET CARD-REJECTED TO TRUE
                   MOVE "PENDING ITEM NOT ON FILE"
                       TO REJECT-REASON-WORK
           END-READ.
           IF CARD-ACCEPTED
               SET ITEM-FOUND TO TRUE
           END-IF.
           EXIT.

      *    A DECIDED ITEM IS FINISHED WITH - AN APPROVAL THAT COULD
      *    NOT BE APPLIED IS NOT LEFT TO BE APPROVED AGAIN, SINCE
      *    WHAT THE APPROVER SAW IS NO LONGER WHAT THE MASTER HOLDS.
       REMOVE-PENDING-ITEM SECTION.
           DELETE PENDING-MAINT-FILE RECORD
               INVALID KEY
                   DISPLAY "MNTAPPR - PENDING ITEM " PND-KEY
                       " DELETE FAILED - STATUS " PENDING-STATUS
                   ADD 1 TO PEND-ERROR-COUNT
           END-DELETE.
           EXIT.

       APPLY-PENDING-ITEM SECTION.
           EVALUATE TRUE
               WHEN PND-ACTION-ADD
                   PERFORM ADD-ACCOUNT
               WHEN PND-ACTION-CHANGE
                   PERFORM CHANGE-ACCOUNT
               WHEN PND-ACTION-DELETE
                   PERFORM DELETE-ACCOUNT
               WHEN PND-ACTION-STATUS
                   PERFORM SET-ACCOUNT-STATUS
               WHEN PND-ACTION-LIMIT
                   PERFORM SET-OVERDRAFT-LIMIT
               WHEN OTHER
                   SET ACTION-REJECTED TO TRUE
                   MOVE "INVALID ACTION CODE" TO REJECT-REASON-WORK
           END-EVALUATE.
           EXIT.

       ADD-ACCOUNT SECTION.
           MOVE SPACES TO CUST-NAME.
           IF PND-CUST-NUMBER IS NOT NUMERIC
               SET ACTION-REJECTED TO TRUE
               MOVE "CUSTOMER NUMBER MISSING" TO REJECT-REASON-WORK
           ELSE
               MOVE PND-CUST-NUMBER TO CUST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "CUSTOMER NOT ON FILE"
                           TO REJECT-REASON-WORK
               END-READ
           END-IF.
           IF ACTION-ACCEPTED
               PERFORM WRITE-NEW-ACCOUNT
           END-IF.
           IF ACTION-ACCEPTED
               MOVE PND-CUST-NUMBER TO LINK-CUST-WORK
               MOVE PND-ACCT-NUMBER TO LINK-ACCT-WORK
               PERFORM WRITE-XREF-PAIR
               ADD 1 TO ADD-COUNT
           END-IF.
           EXIT.

       WRITE-NEW-ACCOUNT SECTION.
           MOVE PND-ACCT-NUMBER TO ACCT-NUMBER.
           MOVE PND-ACCT-NAME TO ACCT-NAME.
           MOVE ZEROS TO ACCT-CURR-BAL.
           MOVE ZEROS TO ACCT-PTD-DEBITS.
           MOVE ZEROS TO ACCT-PTD-CREDITS.
           MOVE ZEROS TO ACCT-PTD-TRAN-COUNT.
           MOVE "O" TO ACCT-STATUS.
           MOVE ZEROS TO ACCT-OD-LIMIT.
           MOVE SPACES TO ACCOUNT-MASTER-RECORD(90:31).
           MOVE PND-ACCT-NAME TO AFTER-NAME-WORK.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "DUPLICATE KEY ON ADD" TO REJECT-REASON-WORK
           END-WRITE.
           EXIT.

      *    BOTH HALVES OF A LINK GO ON TOGETHER.  A HALF ALREADY ON
      *    FILE IS LEFT AS IT IS.
       WRITE-XREF-PAIR SECTION.
           MOVE SPACES TO CUST-XREF-RECORD.
           MOVE "C" TO XRF-KEY-TYPE.
           MOVE LINK-CUST-WORK TO XRF-FROM-NUMBER.
           MOVE LINK-ACCT-WORK TO XRF-TO-NUMBER.
           MOVE "P" TO XRF-ROLE.
           MOVE RUN-DATE TO XRF-LINK-DATE.
           MOVE APV-APPROVER TO XRF-LINK-OPER.
           WRITE CUST-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE "A" TO XRF-KEY-TYPE.
           MOVE LINK-ACCT-WORK TO XRF-FROM-NUMBER.
           MOVE LINK-CUST-WORK TO XRF-TO-NUMBER.
           WRITE CUST-XREF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           ADD 1 TO LINK-ADD-COUNT.
           EXIT.

      *    A DELETED ACCOUNT TAKES ALL ITS CUSTOMER LINKS WITH IT.
      *    EACH PASS FINDS THE ACCOUNT'S FIRST REMAINING "A" HALF
      *    AFRESH AND DROPS IT WITH ITS "C" MIRROR.
       DROP-ACCOUNT-LINKS SECTION.
           MOVE "N" TO LINK-DONE-SWITCH.
           PERFORM UNTIL LINKS-DONE
               MOVE "A" TO XRF-KEY-TYPE
               MOVE PND-ACCT-NUMBER TO XRF-FROM-NUMBER
               MOVE LOW-VALUES TO XRF-TO-NUMBER
               START CUST-XREF-FILE KEY IS NOT LESS THAN XRF-KEY
                   INVALID KEY SET LINKS-DONE TO TRUE
               END-START
               IF NOT LINKS-DONE
                   READ CUST-XREF-FILE NEXT RECORD
                       AT END SET LINKS-DONE TO TRUE
                   END-READ
               END-IF
               IF NOT LINKS-DONE
                   IF XRF-BY-ACCOUNT
                           AND XRF-FROM-NUMBER = PND-ACCT-NUMBER
                       MOVE XRF-TO-NUMBER TO LINK-CUST-WORK
                       DELETE CUST-XREF-FILE RECORD
                           INVALID KEY SET LINKS-DONE TO TRUE
                       END-DELETE
                       MOVE "C" TO XRF-KEY-TYPE
                       MOVE LINK-CUST-WORK TO XRF-FROM-NUMBER
                       MOVE PND-ACCT-NUMBER TO XRF-TO-NUMBER
                       DELETE CUST-XREF-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO LINK-DROP-COUNT
                   ELSE
                       SET LINKS-DONE TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.

       CHANGE-ACCOUNT SECTION.
           MOVE PND-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "KEY NOT ON FILE" TO REJECT-REASON-WORK
           END-READ.
           IF ACTION-ACCEPTED
               MOVE ACCT-NAME TO BEFORE-NAME-WORK
               MOVE PND-ACCT-NAME TO ACCT-NAME
               MOVE PND-ACCT-NAME TO AFTER-NAME-WORK
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO REJECT-REASON-WORK
               END-REWRITE
           END-IF.
           IF ACTION-ACCEPTED
               ADD 1 TO CHANGE-COUNT
           END-IF.
           EXIT.

      *    DELETING AN ACCOUNT THAT STILL CARRIES A BALANCE WOULD
      *    MOVE THE MASTER TOTAL OUTSIDE THE POSTING LEG AND BREAK
      *    THE TRIAL BALANCE EVERY DAY AFTER - THE BALANCE MUST BE
      *    POSTED TO ZERO FIRST.  ACCRUED INTEREST NOT YET
      *    CAPITALIZED WOULD BE LOST WITH THE RECORD, SO IT TOO
      *    MUST BE ZERO (CAPITALIZED BY INTCAP AND POSTED OUT).
       DELETE-ACCOUNT SECTION.
           MOVE PND-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "KEY NOT ON FILE" TO REJECT-REASON-WORK
           END-READ.
           IF ACTION-ACCEPTED
                   AND ACCT-CURR-BAL IS NUMERIC
                   AND ACCT-CURR-BAL NOT = ZERO
               SET ACTION-REJECTED TO TRUE
               MOVE "BALANCE NOT ZERO ON DELETE"
                   TO REJECT-REASON-WORK
           END-IF.
           IF ACTION-ACCEPTED
                   AND ACCT-ACCRUED-INT IS NUMERIC
                   AND ACCT-ACCRUED-INT NOT = ZERO
               SET ACTION-REJECTED TO TRUE
               MOVE "INTEREST NOT CAPITALIZED"
                   TO REJECT-REASON-WORK
           END-IF.
           IF ACTION-ACCEPTED
               MOVE ACCT-NAME TO BEFORE-NAME-WORK
               DELETE ACCOUNT-MASTER
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "DELETE FAILED" TO REJECT-REASON-WORK
               END-DELETE
           END-IF.
           IF ACTION-ACCEPTED
               PERFORM DROP-ACCOUNT-LINKS
               ADD 1 TO DELETE-COUNT
           END-IF.
           EXIT.

      *    STATUS AND LIMIT CHANGES JOURNAL THE OLD AND NEW VALUES
      *    IN THE BEFORE/AFTER LINES, WORDED SO THE JOURNAL READS
      *    WITHOUT THE CARD LAYOUT TO HAND.
       SET-ACCOUNT-STATUS SECTION.
           MOVE PND-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "KEY NOT ON FILE" TO REJECT-REASON-WORK
           END-READ.
           IF ACTION-ACCEPTED
               PERFORM DESCRIBE-STATUS
               MOVE STATUS-TEXT-WORK TO BEFORE-NAME-WORK
               MOVE PND-ACCT-STATUS TO ACCT-STATUS
               PERFORM DESCRIBE-STATUS
               MOVE STATUS-TEXT-WORK TO AFTER-NAME-WORK
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO REJECT-REASON-WORK
               END-REWRITE
           END-IF.
           IF ACTION-ACCEPTED
               ADD 1 TO STATUS-COUNT
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

       SET-OVERDRAFT-LIMIT SECTION.
           MOVE PND-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET ACTION-REJECTED TO TRUE
                   MOVE "KEY NOT ON FILE" TO REJECT-REASON-WORK
           END-READ.
           IF ACTION-ACCEPTED
               IF ACCT-OD-LIMIT IS NUMERIC
                   MOVE ACCT-OD-LIMIT TO LIMIT-EDIT
               ELSE
                   MOVE 0 TO LIMIT-EDIT
               END-IF
               MOVE SPACES TO BEFORE-NAME-WORK
               STRING "OD LIMIT " DELIMITED BY SIZE
                       LIMIT-EDIT DELIMITED BY SIZE
                   INTO BEFORE-NAME-WORK
               MOVE PND-OD-LIMIT-NUM TO ACCT-OD-LIMIT
               MOVE ACCT-OD-LIMIT TO LIMIT-EDIT
               MOVE SPACES TO AFTER-NAME-WORK
               STRING "OD LIMIT " DELIMITED BY SIZE
                       LIMIT-EDIT DELIMITED BY SIZE
                   INTO AFTER-NAME-WORK
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       SET ACTION-REJECTED TO TRUE
                       MOVE "REWRITE FAILED" TO REJECT-REASON-WORK
               END-REWRITE
           END-IF.
           IF ACTION-ACCEPTED
               ADD 1 TO LIMIT-COUNT
           END-IF.
           EXIT.

      *    BUSINESS DAYS AN ITEM HAS WAITED: THE PROCESSING DAYS
      *    AFTER ITS SUBMISSION DATE UP TO AND INCLUDING TODAY, SO
      *    AN ITEM FILED TODAY IS AGE 0.  AN ITEM WHOSE DATE CANNOT
      *    BE READ IS TREATED AS LONG EXPIRED.
       COMPUTE-ITEM-AGE SECTION.
           MOVE 0 TO ITEM-AGE.
           IF PND-SUBMIT-DATE IS NOT NUMERIC
               MOVE ITEM-AGE-LIMIT TO ITEM-AGE
           ELSE
               MOVE PND-SUBMIT-DATE TO SUBMIT-DATE-NUM
               COMPUTE SUBMIT-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SUBMIT-DATE-NUM)
               IF SUBMIT-DATE-INT = 0
                   MOVE ITEM-AGE-LIMIT TO ITEM-AGE
               ELSE
                   MOVE SUBMIT-DATE-INT TO WORK-DATE-INT
                   PERFORM UNTIL WORK-DATE-INT NOT LESS THAN
                               RUN-DATE-INT
                           OR ITEM-AGE NOT LESS THAN ITEM-AGE-LIMIT
                       ADD 1 TO WORK-DATE-INT
                       PERFORM TEST-PROCESSING-DAY
                       IF DAY-IS-PROCESSING
                           ADD 1 TO ITEM-AGE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           EXIT.

      *    DAY-OF-WEEK FROM THE INTEGER DATE: DAY 1 (1601-01-01)
      *    WAS A MONDAY, SO MOD 7 GIVES 6 FOR SATURDAY AND 0 FOR
      *    SUNDAY.
       TEST-PROCESSING-DAY SECTION.
           SET DAY-IS-PROCESSING TO TRUE.
           COMPUTE DAY-OF-WEEK-NUM = FUNCTION MOD(WORK-DATE-INT, 7).
           IF DAY-OF-WEEK-NUM = 6 OR DAY-OF-WEEK-NUM = 0
               MOVE "N" TO DAY-OK-SWITCH
           END-IF.
           IF DAY-IS-PROCESSING
               COMPUTE WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
               PERFORM VARYING HOLIDAY-IX FROM 1 BY 1
                       UNTIL HOLIDAY-IX > HOLIDAY-COUNT
                   IF HOLIDAY-DATE(HOLIDAY-IX) = WORK-DATE-NUM
                       MOVE "N" TO DAY-OK-SWITCH
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.

       DESCRIBE-PENDING-ACTION SECTION.
           EVALUATE TRUE
               WHEN PND-ACTION-ADD
                   MOVE "ADD    " TO ACTION-WORD-WORK
               WHEN PND-ACTION-CHANGE
                   MOVE "CHANGE " TO ACTION-WORD-WORK
               WHEN PND-ACTION-DELETE
                   MOVE "DELETE " TO ACTION-WORD-WORK
               WHEN PND-ACTION-STATUS
                   MOVE "STATUS " TO ACTION-WORD-WORK
               WHEN PND-ACTION-LIMIT
                   MOVE "LIMIT  " TO ACTION-WORD-WORK
               WHEN OTHER
                   MOVE "???????" TO ACTION-WORD-WORK
           END-EVALUATE.
           EXIT.

       WRITE-DECISION-JOURNAL SECTION.
           IF ITEM-FOUND
               PERFORM DESCRIBE-PENDING-ACTION
               MOVE ACTION-WORD-WORK TO JRN-ACTION-WORD
               MOVE PND-ACCT-NUMBER TO JRN-ACCT-NUMBER
           ELSE
               MOVE "???????" TO JRN-ACTION-WORD
               MOVE SPACES TO JRN-ACCT-NUMBER
           END-IF.
           MOVE APV-PENDING-ID TO JRN-ITEM-ID.
           MOVE SPACES TO JRN-DISPOSITION.
           EVALUATE TRUE
               WHEN CARD-REJECTED
                   STRING "REJECTED - " DELIMITED BY SIZE
                           REJECT-REASON-WORK DELIMITED BY SIZE
                       INTO JRN-DISPOSITION
               WHEN APV-DECLINE
                   MOVE "DECLINED - NOT APPLIED" TO JRN-DISPOSITION
               WHEN ACTION-REJECTED
                   STRING "NOT APPLIED - " DELIMITED BY SIZE
                           REJECT-REASON-WORK DELIMITED BY SIZE
                       INTO JRN-DISPOSITION
               WHEN OTHER
                   MOVE "APPROVED AND APPLIED" TO JRN-DISPOSITION
           END-EVALUATE.
           WRITE JOURNAL-RECORD FROM JRN-ACTION-LINE.
           IF ITEM-FOUND
               MOVE PND-SUBMITTER TO JRN-SUBMITTER
           ELSE
               MOVE SPACES TO JRN-SUBMITTER
           END-IF.
           IF APV-DECLINE
               MOVE "DECLINED BY " TO JRN-DECIDED-WORD
           ELSE
               MOVE "APPROVED BY " TO JRN-DECIDED-WORD
           END-IF.
           MOVE APV-APPROVER TO JRN-APPROVER.
           WRITE JOURNAL-RECORD FROM JRN-OPERATOR-LINE.
           IF APV-REMARK NOT = SPACES
               MOVE APV-REMARK TO JRN-REMARK
               WRITE JOURNAL-RECORD FROM JRN-REMARK-LINE
           END-IF.
           IF CARD-ACCEPTED AND APV-APPROVE AND ACTION-ACCEPTED
               IF PND-ACTION-ADD
                   MOVE PND-CUST-NUMBER TO JRN-CUST-NUMBER
                   MOVE CUST-NAME TO JRN-CUST-NAME
                   WRITE JOURNAL-RECORD FROM JRN-CUSTOMER-LINE
               END-IF
               IF NOT PND-ACTION-ADD
                   MOVE BEFORE-NAME-WORK TO JRN-BEFORE-NAME
                   WRITE JOURNAL-RECORD FROM JRN-BEFORE-LINE
               END-IF
               IF NOT PND-ACTION-DELETE
                   MOVE AFTER-NAME-WORK TO JRN-AFTER-NAME
                   WRITE JOURNAL-RECORD FROM JRN-AFTER-LINE
               END-IF
           END-IF.
           EXIT.

      *    ONE AUDIT RECORD PER DECISION ON AN ITEM THAT WAS FOUND,
      *    NAMING BOTH OPERATORS: AP APPLIED, AF APPROVED BUT NOT
      *    APPLIED, DC DECLINED, AR CARD REJECTED (SELF-APPROVAL OR
      *    EXPIRED ITEM).
       WRITE-ITEM-AUDIT SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "MNTAPPR"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING ACTION-WORD-WORK DELIMITED BY SPACE
                   " ACCT=" DELIMITED BY SIZE
                   PND-ACCT-NUMBER DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   PND-KEY DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           STRING "SUB=" DELIMITED BY SIZE
                   PND-SUBMITTER DELIMITED BY SIZE
                   " APPR=" DELIMITED BY SIZE
                   APV-APPROVER DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE AUDIT-STATUS-WORK TO AUD-STATUS-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

      *    ONE PASS OF THE PENDING FILE AFTER THE DAY'S DECISIONS:
      *    EXPIRE WHAT HAS WAITED TOO LONG, LIST THE REST.
       EXPIRE-AND-LIST-PENDING SECTION.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           MOVE RUN-DATE TO RPT-RUN-DATE.
           MOVE MNT-EXPIRE-DAYS TO RPT-EXPIRE-DAYS.
           WRITE REPORT-RECORD FROM RPT-DATE-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE LOW-VALUES TO PND-KEY.
           START PENDING-MAINT-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY SET PEND-EOF TO TRUE
           END-START.
           PERFORM UNTIL PEND-EOF
               READ PENDING-MAINT-FILE NEXT RECORD
                   AT END SET PEND-EOF TO TRUE
               END-READ
               IF NOT PEND-EOF
                   PERFORM COMPUTE-ITEM-AGE
                   PERFORM DESCRIBE-PENDING-ACTION
                   IF ITEM-AGE > MNT-EXPIRE-DAYS
                       PERFORM EXPIRE-PENDING-ITEM
                   ELSE
                       PERFORM WRITE-PENDING-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF PENDING-COUNT = 0
               WRITE REPORT-RECORD FROM RPT-NONE-LINE
           END-IF.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           MOVE "ITEMS STILL PENDING..." TO RPT-COUNT-LABEL.
           MOVE PENDING-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS EXPIRED TODAY..." TO RPT-COUNT-LABEL.
           MOVE EXPIRED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           CLOSE REPORT-FILE.
           EXIT.

       EXPIRE-PENDING-ITEM SECTION.
           DELETE PENDING-MAINT-FILE RECORD
               INVALID KEY
                   DISPLAY "MNTAPPR - PENDING ITEM " PND-KEY
                       " DELETE FAILED - STATUS " PENDING-STATUS
                   ADD 1 TO PEND-ERROR-COUNT
           END-DELETE.
           ADD 1 TO EXPIRED-COUNT.
           MOVE ACTION-WORD-WORK TO JRN-ACTION-WORD.
           MOVE PND-ACCT-NUMBER TO JRN-ACCT-NUMBER.
           MOVE PND-KEY TO JRN-ITEM-ID.
           MOVE "EXPIRED UNDECIDED - NOT APPLIED" TO JRN-DISPOSITION.
           WRITE JOURNAL-RECORD FROM JRN-ACTION-LINE.
           MOVE PND-SUBMITTER TO JRN-SUBMITTER.
           MOVE SPACES TO JRN-DECIDED-WORD.
           MOVE SPACES TO JRN-APPROVER.
           WRITE JOURNAL-RECORD FROM JRN-OPERATOR-LINE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "MNTAPPR"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING ACTION-WORD-WORK DELIMITED BY SPACE
                   " ACCT=" DELIMITED BY SIZE
                   PND-ACCT-NUMBER DELIMITED BY SIZE
                   " ID=" DELIMITED BY SIZE
                   PND-KEY DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           STRING "SUB=" DELIMITED BY SIZE
                   PND-SUBMITTER DELIMITED BY SIZE
                   " EXPIRED" DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           MOVE "EX" TO AUD-STATUS-CODE.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

       WRITE-PENDING-LINE SECTION.
           ADD 1 TO PENDING-COUNT.
           MOVE PND-KEY TO RPT-ITEM-ID.
           MOVE ACTION-WORD-WORK TO RPT-ACTION-WORD.
           MOVE PND-ACCT-NUMBER TO RPT-ACCT-NUMBER.
           MOVE PND-SUBMITTER TO RPT-SUBMITTER.
           MOVE ITEM-AGE TO RPT-AGE.
           MOVE SPACES TO RPT-PROPOSED.
           EVALUATE TRUE
               WHEN PND-ACTION-ADD
                   MOVE PND-ACCT-NAME TO RPT-PROPOSED
               WHEN PND-ACTION-CHANGE
                   MOVE PND-ACCT-NAME TO RPT-PROPOSED
               WHEN PND-ACTION-DELETE
                   MOVE "REMOVE ACCOUNT FROM MASTER" TO RPT-PROPOSED
               WHEN PND-ACTION-STATUS
                   EVALUATE PND-ACCT-STATUS
                       WHEN "F"
                           MOVE "STATUS F - FROZEN" TO RPT-PROPOSED
                       WHEN "C"
                           MOVE "STATUS C - CLOSED" TO RPT-PROPOSED
                       WHEN OTHER
                           MOVE "STATUS O - OPEN" TO RPT-PROPOSED
                   END-EVALUATE
               WHEN PND-ACTION-LIMIT
                   IF PND-OD-LIMIT IS NUMERIC
                       MOVE PND-OD-LIMIT-NUM TO LIMIT-EDIT
                   ELSE
                       MOVE 0 TO LIMIT-EDIT
                   END-IF
                   STRING "OD LIMIT " DELIMITED BY SIZE
                           LIMIT-EDIT DELIMITED BY SIZE
                       INTO RPT-PROPOSED
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           EXIT.

       WRITE-JOURNAL-TOTALS SECTION.
           WRITE JOURNAL-RECORD FROM JRN-BLANK-LINE.
           MOVE "DECISION CARDS READ..." TO JRN-COUNT-LABEL.
           MOVE CARD-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACCOUNTS ADDED........" TO JRN-COUNT-LABEL.
           MOVE ADD-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACCOUNTS CHANGED......" TO JRN-COUNT-LABEL.
           MOVE CHANGE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ACCOUNTS DELETED......" TO JRN-COUNT-LABEL.
           MOVE DELETE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "STATUS CODES SET......" TO JRN-COUNT-LABEL.
           MOVE STATUS-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "OVERDRAFT LIMITS SET.." TO JRN-COUNT-LABEL.
           MOVE LIMIT-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CUSTOMER LINKS ADDED.." TO JRN-COUNT-LABEL.
           MOVE LINK-ADD-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CUSTOMER LINKS DROPPED" TO JRN-COUNT-LABEL.
           MOVE LINK-DROP-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ITEMS DECLINED........" TO JRN-COUNT-LABEL.
           MOVE DECLINE-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "APPROVED NOT APPLIED.." TO JRN-COUNT-LABEL.
           MOVE NOT-APPLIED-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "CARDS REJECTED........" TO JRN-COUNT-LABEL.
           MOVE REJECT-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ITEMS EXPIRED........." TO JRN-COUNT-LABEL.
           MOVE EXPIRED-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           MOVE "ITEMS STILL PENDING..." TO JRN-COUNT-LABEL.
           MOVE PENDING-COUNT TO JRN-COUNT-VALUE.
           WRITE JOURNAL-RECORD FROM JRN-COUNT-LINE.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "MNTAPPR"    TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           MOVE CARD-COUNT TO JRN-COUNT-VALUE.
           STRING "CARDS=" DELIMITED BY SIZE
                   JRN-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE EXPIRED-COUNT TO RPT-COUNT-VALUE.
           MOVE APPLIED-COUNT TO JRN-COUNT-VALUE.
           STRING "APPLIED=" DELIMITED BY SIZE
                   JRN-COUNT-VALUE DELIMITED BY SIZE
                   " EXPIRED=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
           IF RETURN-CODE NOT > 4
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
               MOVE "MR" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
