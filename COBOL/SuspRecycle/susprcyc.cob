      *                    A MISSING OR SILENT DATASET FALLS
      *                    BACK TO THE CLOCK; THE DATE USED IS
      *                    ECHOED TO SYSOUT EITHER WAY.
      *    2026-10-15 DLA  CARRIES THE BRCONSOL TRANSACTION REFERENCE
      *                    AND, FOR A REVERSAL, THE ORIGINAL'S
      *                    REFERENCE AND CODE THROUGH THE CARRYOVER
      *                    MASTER (COLUMNS 31-63), AND RE-EMITS BOTH
      *                    REFERENCES IN TRANIN COLUMNS 41-72 SO A
      *                    RE-PRESENTED ITEM KEEPS ITS IDENTITY AND A
      *                    SUSPENDED REVERSAL IS RE-EDITED AGAINST
      *                    ITS ORIGINAL.
      *    2026-10-15 DLA  REVIEW FIX: POSTTRAN'S HELD ITEMS (POSTHOLD,
      *                    ACTIVITY AGAINST A FROZEN OR CLOSED ACCOUNT
      *                    OR PAST AN OVERDRAFT LIMIT) WERE LOST WHEN
      *                    THE NEXT RUN CLEARED THE DATASET.  THE JOB
      *                    NOW CONCATENATES POSTHOLD BEHIND SUSPENSE -
      *                    THE LAYOUTS AGREE UP TO THE HOLD REASON IN
      *                    COLUMN 71 - AND CARRIES HELD ITEMS FORWARD
      *                    WITH THE SUSPENSE ITEMS, THE REASON KEPT IN
      *                    CARRYOVER COLUMN 64.  NO ITEM IS RE-PRESENTED
      *                    WHILE ITS ACCOUNT IS FROZEN OR CLOSED; A HELD
      *                    ITEM IS RE-PRESENTED EACH NIGHT ONCE IT IS
      *                    NOT, IS LISTED AS HELD RATHER THAN AGED, AND
      *                    IS NEVER ESCALATED.  AN OPERATOR MAY PURGE
      *                    AN OUTSTANDING ITEM WITH A SYSIN CARD -
      *                    "PURGE" IN COLUMNS 1-8, THEN THE ACCOUNT,
      *                    TRANSACTION DATE, REFERENCE, OPERATOR AND
      *                    REASON IN COLUMNS 10, 20, 29, 46 AND 55.  A
      *                    CARD WITH NO OPERATOR OR REASON, OR NAMING NO
      *                    OUTSTANDING ITEM, IS REJECTED AND ENDS THE
      *                    RUN RC=4 (RC=8 STILL WINS).  EVERY CARD,
      *                    APPLIED OR REJECTED, IS LISTED ON THE REPORT
      *                    AND WRITTEN TO THE AUDIT LOG.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PURGE-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARRYOVER-IN-FILE ASSIGN TO "SUSMSTRI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMST"

       DATA DIVISION.
       FILE SECTION.
      *    POSTHOLD IS CONCATENATED BEHIND SUSPENSE - A HELD ITEM IS
      *    THE SAME VALIDOUT RECORD WITH ITS HOLD REASON IN COLUMN 71,
      *    WHICH IS BLANK ON A SUSPENSE ITEM.
       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-RECORD.
           05  SUS-CODE                PIC X(01).
           05  SUS-DATE                PIC X(08).
           05  SUS-AMOUNT              PIC S9(9) COMP-5.
           05  FILLER                  PIC X(02).
           05  SUS-REFERENCE           PIC X(16).
           05  SUS-ORIG-REFERENCE      PIC X(16).
           05  SUS-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(13).
           05  SUS-HOLD-REASON         PIC X(01).
           05  FILLER                  PIC X(09).

       FD  PURGE-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  PURGE-CARD-RECORD.
           05  PRG-VERB                PIC X(08).
               88  PRG-PURGE           VALUE "PURGE".
           05  FILLER                  PIC X(01).
           05  PRG-ACCOUNT             PIC X(09).
           05  FILLER                  PIC X(01).
           05  PRG-DATE                PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRG-REFERENCE           PIC X(16).
           05  FILLER                  PIC X(01).
           05  PRG-OPERATOR            PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRG-REASON              PIC X(26).

       FD  CARRYOVER-IN-FILE
           LABEL RECORDS ARE STANDARD.
           05  CRI-DATE                PIC X(08).
           05  CRI-AMOUNT              PIC S9(9) COMP-5.
           05  CRI-DATE-SUSPENDED      PIC 9(08).
           05  CRI-REFERENCE           PIC X(16).
           05  CRI-ORIG-REFERENCE      PIC X(16).
           05  CRI-ORIG-CODE           PIC X(01).
           05  CRI-HOLD-REASON         PIC X(01).
           05  FILLER                  PIC X(16).

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           05  TRO-ACCOUNT             PIC X(09).
           05  TRO-TRANS-DATE          PIC X(08).
           05  TRO-BRANCH-ID           PIC X(02).
           05  FILLER                  PIC X(02).
           05  TRO-REFERENCE           PIC X(16).
           05  TRO-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           05  CRO-DATE                PIC X(08).
           05  CRO-AMOUNT              PIC S9(9) COMP-5.
           05  CRO-DATE-SUSPENDED      PIC 9(08).
           05  CRO-REFERENCE           PIC X(16).
           05  CRO-ORIG-REFERENCE      PIC X(16).
           05  CRO-ORIG-CODE           PIC X(01).
           05  CRO-HOLD-REASON         PIC X(01).
           05  FILLER                  PIC X(16).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
           88 CARRYOVER-EOF VALUE "Y".
       01  PARM-EOF-SWITCH             PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01  CARD-EOF-SWITCH             PIC X(1) VALUE "N".
           88 CARD-EOF VALUE "Y".
       01  CARD-SWITCH                 PIC X(1) VALUE "Y".
           88 CARD-ACCEPTED VALUE "Y".
           88 CARD-REJECTED VALUE "N".
       01  REJECT-REASON-WORK          PIC X(20) VALUE SPACES.
       01  PURGE-IX                    PIC 9(04) COMP.
       01  MATCH-SWITCH                PIC X(1) VALUE "N".
           88 ACCOUNT-ON-MASTER VALUE "Y".
       01  AMOUNT-WORK                 PIC 9(09).
       01  ITEM-LIMIT                  PIC 9(04) COMP VALUE 2000.
       01  CARRIED-IN-COUNT            PIC 9(7) COMP VALUE 0.
       01  NEW-SUSPENSE-COUNT          PIC 9(7) COMP VALUE 0.
       01  NEW-HELD-COUNT              PIC 9(7) COMP VALUE 0.
       01  REPRESENTED-COUNT           PIC 9(7) COMP VALUE 0.
       01  OUTSTANDING-COUNT           PIC 9(7) COMP VALUE 0.
       01  HELD-OUTSTANDING-COUNT      PIC 9(7) COMP VALUE 0.
       01  CARDS-READ                  PIC 9(7) COMP VALUE 0.
       01  ITEMS-PURGED                PIC 9(7) COMP VALUE 0.
       01  CARDS-REJECTED              PIC 9(7) COMP VALUE 0.
       01  ESCALATED-COUNT             PIC 9(7) COMP VALUE 0.
       01  OVERFLOW-COUNT              PIC 9(7) COMP VALUE 0.
       01  SUSPENSE-ITEM-TABLE.
               10  ITM-DATE            PIC X(08).
               10  ITM-AMOUNT          PIC S9(9) COMP-5.
               10  ITM-DATE-SUSPENDED  PIC 9(08).
               10  ITM-REFERENCE       PIC X(16).
               10  ITM-ORIG-REFERENCE  PIC X(16).
               10  ITM-ORIG-CODE       PIC X(01).
               10  ITM-HOLD-REASON     PIC X(01).
                   88  ITM-HELD        VALUE "F" "C" "L".
                   88  ITM-HELD-FROZEN VALUE "F".
                   88  ITM-HELD-CLOSED VALUE "C".
               10  ITM-STATUS          PIC X(01).
                   88  ITM-OUTSTANDING VALUE "O".
                   88  ITM-REPRESENTED VALUE "P".
                   88  ITM-PURGED      VALUE "X".

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ITEM-STATUS         PIC X(12).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  RPT-CARD-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE "PURGE CARDS".
           05  FILLER                  PIC X(68) VALUE SPACES.
       01  RPT-CARD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CARD-VERB           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CARD-ACCOUNT        PIC X(09).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CARD-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  RPT-CARD-OPER           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CARD-DISPOSITION    PIC X(31).
       01  RPT-COUNT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  RPT-COUNT-LABEL         PIC X(22).
           PERFORM LOAD-RUN-PARMS.
           PERFORM LOAD-CARRYOVER-ITEMS.
           PERFORM LOAD-NEW-SUSPENSE.

           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-RECORD FROM RPT-TITLE-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.

           PERFORM APPLY-PURGE-CARDS.
           PERFORM REPRESENT-ITEMS.
           PERFORM WRITE-CARRYOVER-AND-REPORT.
           PERFORM WRITE-AUDIT-LOG.

           EVALUATE TRUE
               WHEN OVERFLOW-COUNT > 0 OR ESCALATED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           STOP RUN.

                   MOVE CRI-AMOUNT TO ITM-AMOUNT(ITEM-COUNT)
                   MOVE CRI-DATE-SUSPENDED
                       TO ITM-DATE-SUSPENDED(ITEM-COUNT)
                   MOVE CRI-REFERENCE TO ITM-REFERENCE(ITEM-COUNT)
                   MOVE CRI-ORIG-REFERENCE
                       TO ITM-ORIG-REFERENCE(ITEM-COUNT)
                   MOVE CRI-ORIG-CODE TO ITM-ORIG-CODE(ITEM-COUNT)
                   MOVE CRI-HOLD-REASON
                       TO ITM-HOLD-REASON(ITEM-COUNT)
                   SET ITM-OUTSTANDING(ITEM-COUNT) TO TRUE
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
           PERFORM UNTIL SUSPENSE-EOF
               IF ITEM-COUNT < ITEM-LIMIT
                   ADD 1 TO ITEM-COUNT
                   IF SUS-HOLD-REASON = SPACE
                       ADD 1 TO NEW-SUSPENSE-COUNT
                   ELSE
                       ADD 1 TO NEW-HELD-COUNT
                   END-IF
                   MOVE SUS-ACCOUNT TO ITM-ACCOUNT(ITEM-COUNT)
                   MOVE SUS-CODE TO ITM-CODE(ITEM-COUNT)
                   MOVE SUS-DATE TO ITM-DATE(ITEM-COUNT)
                   MOVE SUS-AMOUNT TO ITM-AMOUNT(ITEM-COUNT)
                   MOVE RUN-DATE-NUM
                       TO ITM-DATE-SUSPENDED(ITEM-COUNT)
                   MOVE SUS-REFERENCE TO ITM-REFERENCE(ITEM-COUNT)
                   MOVE SUS-ORIG-REFERENCE
                       TO ITM-ORIG-REFERENCE(ITEM-COUNT)
                   MOVE SUS-ORIG-CODE TO ITM-ORIG-CODE(ITEM-COUNT)
                   MOVE SUS-HOLD-REASON
                       TO ITM-HOLD-REASON(ITEM-COUNT)
                   SET ITM-OUTSTANDING(ITEM-COUNT) TO TRUE
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
           CLOSE SUSPENSE-FILE.
           EXIT.

       APPLY-PURGE-CARDS SECTION.
           OPEN INPUT PURGE-CARD-FILE.
           READ PURGE-CARD-FILE
               AT END SET CARD-EOF TO TRUE
           END-READ.
           IF NOT CARD-EOF
               WRITE REPORT-RECORD FROM RPT-CARD-HEADING
           END-IF.
           PERFORM UNTIL CARD-EOF
               ADD 1 TO CARDS-READ
               PERFORM APPLY-PURGE-CARD
               READ PURGE-CARD-FILE
                   AT END SET CARD-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE PURGE-CARD-FILE.
           IF CARDS-READ > 0
               WRITE REPORT-RECORD FROM RPT-BLANK-LINE
           END-IF.
           EXIT.

      *    A CARD PURGES ONE OUTSTANDING ITEM, MATCHED ON ACCOUNT,
      *    TRANSACTION DATE, AND REFERENCE (BLANK FOR AN ITEM THAT
      *    NEVER HAD ONE).  THE ITEM LEAVES THE CARRYOVER AND IS NOT
      *    RE-PRESENTED; ITS AMOUNT STAYS IN THE SUSPENSE GL UNTIL
      *    ACCOUNTING WRITES IT OFF.
       APPLY-PURGE-CARD SECTION.
           SET CARD-ACCEPTED TO TRUE.
           MOVE SPACES TO REJECT-REASON-WORK.
           EVALUATE TRUE
               WHEN NOT PRG-PURGE
                   SET CARD-REJECTED TO TRUE
                   MOVE "CARD NOT RECOGNIZED" TO REJECT-REASON-WORK
               WHEN PRG-OPERATOR = SPACES
                   SET CARD-REJECTED TO TRUE
                   MOVE "OPERATOR ID MISSING" TO REJECT-REASON-WORK
               WHEN PRG-REASON = SPACES
                   SET CARD-REJECTED TO TRUE
                   MOVE "PURGE REASON MISSING" TO REJECT-REASON-WORK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CARD-ACCEPTED
               MOVE 0 TO PURGE-IX
               PERFORM VARYING ITEM-IX FROM 1 BY 1
                       UNTIL ITEM-IX > ITEM-COUNT OR PURGE-IX > 0
                   IF ITM-OUTSTANDING(ITEM-IX)
                           AND ITM-ACCOUNT(ITEM-IX) = PRG-ACCOUNT
                           AND ITM-DATE(ITEM-IX) = PRG-DATE
                           AND ITM-REFERENCE(ITEM-IX) = PRG-REFERENCE
                       MOVE ITEM-IX TO PURGE-IX
                   END-IF
               END-PERFORM
               IF PURGE-IX = 0
                   SET CARD-REJECTED TO TRUE
                   MOVE "NO OUTSTANDING ITEM" TO REJECT-REASON-WORK
               ELSE
                   SET ITM-PURGED(PURGE-IX) TO TRUE
               END-IF
           END-IF.
           MOVE PRG-VERB TO RPT-CARD-VERB.
           MOVE PRG-ACCOUNT TO RPT-CARD-ACCOUNT.
           MOVE PRG-REFERENCE TO RPT-CARD-REFERENCE.
           MOVE PRG-OPERATOR TO RPT-CARD-OPER.
           IF CARD-ACCEPTED
               ADD 1 TO ITEMS-PURGED
               MOVE "PURGED - WRITE OFF IN GL"
                   TO RPT-CARD-DISPOSITION
               DISPLAY "SUSPRCYC - ACCOUNT " PRG-ACCOUNT
                   " ITEM PURGED BY " PRG-OPERATOR
           ELSE
               ADD 1 TO CARDS-REJECTED
               MOVE SPACES TO RPT-CARD-DISPOSITION
               STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON-WORK DELIMITED BY SIZE
                   INTO RPT-CARD-DISPOSITION
               DISPLAY "SUSPRCYC - CARD REJECTED - "
                   REJECT-REASON-WORK
           END-IF.
           WRITE REPORT-RECORD FROM RPT-CARD-LINE.
           PERFORM WRITE-PURGE-AUDIT.
           EXIT.

       REPRESENT-ITEMS SECTION.
           OPEN INPUT ACCOUNT-MASTER.
           IF MASTER-STATUS NOT = "00"
           OPEN OUTPUT TRANS-OUT-FILE.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
                   UNTIL ITEM-IX > ITEM-COUNT
               IF ITM-OUTSTANDING(ITEM-IX)
                   PERFORM REPRESENT-ONE-ITEM
               END-IF
           END-PERFORM.
           CLOSE TRANS-OUT-FILE.
           CLOSE ACCOUNT-MASTER.
      *    TOTAL, SO THE NEXT MAIN RUN RE-EDITS, REGISTERS, AND
      *    POSTS IT WITH THE EXPECTED SIDE RAISED BY THE SAME
      *    AMOUNT.  AN AMOUNT TOO WIDE FOR THE NINE-DIGIT ENTRY
      *    FIELD STAYS OUTSTANDING FOR MANUAL HANDLING, AND SO DOES
      *    ANY ITEM WHOSE ACCOUNT IS FROZEN OR CLOSED - POSTTRAN
      *    WOULD ONLY HOLD IT AGAIN.
       REPRESENT-ONE-ITEM SECTION.
           MOVE "N" TO MATCH-SWITCH.
           IF ITM-ACCOUNT(ITEM-IX) IS NUMERIC
                   NOT INVALID KEY SET ACCOUNT-ON-MASTER TO TRUE
               END-READ
           END-IF.
           IF ACCOUNT-ON-MASTER
                   AND (ACCT-STATUS-FROZEN OR ACCT-STATUS-CLOSED)
               MOVE "N" TO MATCH-SWITCH
           END-IF.
           IF ACCOUNT-ON-MASTER
               IF ITM-AMOUNT(ITEM-IX) >= 0
                       AND ITM-AMOUNT(ITEM-IX) <= 999999999
                   MOVE ITM-ACCOUNT(ITEM-IX) TO TRO-ACCOUNT
                   MOVE ITM-DATE(ITEM-IX) TO TRO-TRANS-DATE
                   MOVE SPACES TO TRO-BRANCH-ID
                   MOVE SPACES TO TRANS-OUT-RECORD(39:2)
                   MOVE ITM-REFERENCE(ITEM-IX) TO TRO-REFERENCE
                   MOVE ITM-ORIG-REFERENCE(ITEM-IX)
                       TO TRO-ORIG-REFERENCE
                   MOVE SPACES TO TRANS-OUT-RECORD(73:8)
                   WRITE TRANS-OUT-RECORD
                   ADD ITM-AMOUNT(ITEM-IX) TO CORRECTED-TOTAL
                   SET ITM-REPRESENTED(ITEM-IX) TO TRUE

       WRITE-CARRYOVER-AND-REPORT SECTION.
           OPEN OUTPUT CARRYOVER-OUT-FILE.
           WRITE REPORT-RECORD FROM RPT-HEADING-LINE.
           WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
           PERFORM VARYING ITEM-IX FROM 1 BY 1
           MOVE "NEW SUSPENSE TODAY...." TO RPT-COUNT-LABEL.
           MOVE NEW-SUSPENSE-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "NEW HELD TODAY........" TO RPT-COUNT-LABEL.
           MOVE NEW-HELD-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS RE-PRESENTED...." TO RPT-COUNT-LABEL.
           MOVE REPRESENTED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS OUTSTANDING....." TO RPT-COUNT-LABEL.
           MOVE OUTSTANDING-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "  OF WHICH HELD......." TO RPT-COUNT-LABEL.
           MOVE HELD-OUTSTANDING-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS ESCALATED......." TO RPT-COUNT-LABEL.
           MOVE ESCALATED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS PURGED.........." TO RPT-COUNT-LABEL.
           MOVE ITEMS-PURGED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "PURGE CARDS REJECTED.." TO RPT-COUNT-LABEL.
           MOVE CARDS-REJECTED TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           CLOSE CARRYOVER-OUT-FILE.
           CLOSE REPORT-FILE.
           EXIT.
           MOVE ITM-DATE(ITEM-IX) TO CRO-DATE.
           MOVE ITM-AMOUNT(ITEM-IX) TO CRO-AMOUNT.
           MOVE ITM-DATE-SUSPENDED(ITEM-IX) TO CRO-DATE-SUSPENDED.
           MOVE ITM-REFERENCE(ITEM-IX) TO CRO-REFERENCE.
           MOVE ITM-ORIG-REFERENCE(ITEM-IX) TO CRO-ORIG-REFERENCE.
           MOVE ITM-ORIG-CODE(ITEM-IX) TO CRO-ORIG-CODE.
           MOVE ITM-HOLD-REASON(ITEM-IX) TO CRO-HOLD-REASON.
           MOVE SPACES TO CARRYOVER-RECORD-OUT(65:16).
           WRITE CARRYOVER-RECORD-OUT.
           MOVE ITM-ACCOUNT(ITEM-IX) TO RPT-ACCOUNT.
           MOVE ITM-CODE(ITEM-IX) TO RPT-CODE.
               FUNCTION INTEGER-OF-DATE(ITM-DATE-SUSPENDED(ITEM-IX)).
           COMPUTE DAYS-OLD = RUN-DATE-INT - ITEM-DATE-INT.
           MOVE DAYS-OLD TO RPT-DAYS-OLD.
      *    A HELD ITEM WAITS ON ITS ACCOUNT, NOT ON AN INVESTIGATION,
      *    SO IT IS LISTED WITH ITS HOLD REASON AND NEVER ESCALATED.
           EVALUATE TRUE
               WHEN ITM-HELD-FROZEN(ITEM-IX)
                   ADD 1 TO HELD-OUTSTANDING-COUNT
                   MOVE "HELD FROZEN" TO RPT-ITEM-STATUS
               WHEN ITM-HELD-CLOSED(ITEM-IX)
                   ADD 1 TO HELD-OUTSTANDING-COUNT
                   MOVE "HELD CLOSED" TO RPT-ITEM-STATUS
               WHEN ITM-HELD(ITEM-IX)
                   ADD 1 TO HELD-OUTSTANDING-COUNT
                   MOVE "HELD LIMIT" TO RPT-ITEM-STATUS
               WHEN DAYS-OLD > SUSP-AGE-LIMIT
                   ADD 1 TO ESCALATED-COUNT
                   MOVE "** ESCALATED" TO RPT-ITEM-STATUS
               WHEN OTHER
                   MOVE "OUTSTANDING" TO RPT-ITEM-STATUS
           END-EVALUATE.
           WRITE REPORT-RECORD FROM RPT-DETAIL-LINE.
           EXIT.

           STRING " NEW=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT(17:).
           MOVE NEW-HELD-COUNT TO RPT-COUNT-VALUE.
           STRING " HLD=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT(29:).
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE REPRESENTED-COUNT TO RPT-COUNT-VALUE.
           STRING "REPOSTED=" DELIMITED BY SIZE
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.

      *    ONE AUDIT RECORD PER PURGE CARD - "PG" APPLIED, "PX"
      *    REJECTED - CARRYING THE ITEM, THE OPERATOR, AND THE
      *    REASON GIVEN (OR WHY THE CARD WAS REFUSED).
       WRITE-PURGE-AUDIT SECTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE "SUSPRCYC"   TO AUD-PROGRAM-ID.
           MOVE RUN-DATE     TO AUD-RUN-DATE.
           MOVE RUN-TIME     TO AUD-RUN-TIME.
           MOVE SPACES TO AUD-KEY-INPUT.
           STRING PRG-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PRG-REFERENCE DELIMITED BY SIZE
                   " BY=" DELIMITED BY SIZE
                   PRG-OPERATOR DELIMITED BY SPACE
               INTO AUD-KEY-INPUT.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           IF CARD-ACCEPTED
               MOVE PRG-REASON TO AUD-KEY-OUTPUT
               MOVE "PG" TO AUD-STATUS-CODE
           ELSE
               STRING "REJECTED - " DELIMITED BY SIZE
                       REJECT-REASON-WORK DELIMITED BY SIZE
                   INTO AUD-KEY-OUTPUT
               MOVE "PX" TO AUD-STATUS-CODE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           EXIT.
