      *                    A MISSING OR SILENT DATASET FALLS
      *                    BACK TO THE CLOCK; THE DATE USED IS
      *                    ECHOED TO SYSOUT EITHER WAY.
      *    2026-10-15 DLA  MAIN'S SUSPECTED DUPLICATES (DUPREVW,
      *                    REJECT RECORD LAYOUT, REASON "SUSP DUP")
      *                    NOW JOIN THE ITEM TABLE BESIDE THE DAY'S
      *                    REJECTS AND AGE ON THE CARRYOVER LIKE ANY
      *                    OTHER ITEM.  A CORRECTION CARD WITH "R" IN
      *                    COLUMN 43 RELEASES A SUSPECTED DUPLICATE -
      *                    IT IS RE-EMITTED AS RECEIVED WITH THE
      *                    RELEASE FLAG (TRANIN COLUMN 40) THAT TELLS
      *                    MAIN TO SKIP THE DUPLICATE CHECK, AND ITS
      *                    AMOUNT JOINS THE TOTACORR CONTROL RECORD.
      *                    "D" IN COLUMN 43 DROPS A CONFIRMED
      *                    DUPLICATE FROM THE CARRYOVER.  EITHER
      *                    ACTION ON AN ITEM THAT IS NOT A SUSPECTED
      *                    DUPLICATE IS REFUSED.
      *    2026-10-15 DLA  MAIN'S REJECT AND SUSPECTED-DUPLICATE
      *                    RECORDS GROW TO 120 BYTES TO CARRY THE
      *                    BRCONSOL TRANSACTION REFERENCE (COLUMNS
      *                    81-96) AND A REVERSAL'S ORIGINAL REFERENCE
      *                    (97-112); THE CARRYOVER MASTER GROWS TO
      *                    120 BYTES TO CARRY BOTH (SEE REJWIDN FOR
      *                    THE ONE-TIME CONVERSION), AND BOTH GO BACK
      *                    OUT IN TRANIN COLUMNS 41-72.  REVERSAL
      *                    CODE "R" IS NOW A VALID CORRECTED CODE;
      *                    THE CORRECTION CARD MAY SUPPLY A CORRECTED
      *                    ORIGINAL REFERENCE IN COLUMNS 44-59 (BLANK
      *                    KEEPS THE ONE ON FILE), AND A REVERSAL
      *                    WITHOUT ONE FAILS THE EDITS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DUP-REVIEW-FILE ASSIGN TO "DUPREVW"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CARRYOVER-IN-FILE ASSIGN TO "REJMSTRI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CORRECTION-FILE ASSIGN TO "CORRIN"
           05  REJ-TRANS-DATE          PIC X(08).
           05  REJ-BRANCH-ID           PIC X(02).
           05  FILLER                  PIC X(12).
           05  REJ-REFERENCE           PIC X(16).
           05  REJ-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

      *    MAIN'S SUSPECTED DUPLICATES - THE REJECT RECORD LAYOUT
      *    WITH THE MATCHED COPY'S BRANCH AND POSTING DATE IN THE
      *    TAIL (INFORMATION ONLY HERE).
       FD  DUP-REVIEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUP-REVIEW-RECORD.
           05  DUP-FIRST-NUMBER-RAW    PIC X(09).
           05  DUP-SECOND-NUMBER-RAW   PIC X(09).
           05  DUP-REASON              PIC X(30).
           05  DUP-TRANS-CODE          PIC X(01).
           05  DUP-ACCOUNT             PIC X(09).
           05  DUP-TRANS-DATE          PIC X(08).
           05  DUP-BRANCH-ID           PIC X(02).
           05  FILLER                  PIC X(12).
           05  DUP-REFERENCE           PIC X(16).
           05  DUP-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

       FD  CARRYOVER-IN-FILE
           LABEL RECORDS ARE STANDARD.
           05  CRI-ACCOUNT             PIC X(09).
           05  CRI-TRANS-DATE          PIC X(08).
           05  CRI-BRANCH-ID           PIC X(02).
           05  CRI-REFERENCE           PIC X(16).
           05  CRI-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

       FD  CORRECTION-FILE
           LABEL RECORDS ARE STANDARD.
           05  COR-TRANS-CODE          PIC X(01).
           05  COR-ACCOUNT             PIC X(09).
           05  COR-TRANS-DATE          PIC X(08).
           05  COR-ACTION              PIC X(01).
               88  COR-RELEASE         VALUE "R".
               88  COR-DROP            VALUE "D".
           05  COR-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(21).

       FD  TRANS-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           05  TRO-ACCOUNT             PIC X(09).
           05  TRO-TRANS-DATE          PIC X(08).
           05  TRO-BRANCH-ID           PIC X(02).
           05  TRO-CHECK-DIGIT         PIC X(01).
           05  TRO-DUP-RELEASE         PIC X(01).
           05  TRO-REFERENCE           PIC X(16).
           05  TRO-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

       FD  CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           05  CRO-ACCOUNT             PIC X(09).
           05  CRO-TRANS-DATE          PIC X(08).
           05  CRO-BRANCH-ID           PIC X(02).
           05  CRO-REFERENCE           PIC X(16).
           05  CRO-ORIG-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(08).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DAYS-OLD                    PIC S9(5) COMP.
       01  REJECT-EOF-SWITCH           PIC X(1) VALUE "N".
           88 REJECT-EOF VALUE "Y".
       01  DUP-EOF-SWITCH              PIC X(1) VALUE "N".
           88 DUP-EOF VALUE "Y".
       01  CARRYOVER-EOF-SWITCH        PIC X(1) VALUE "N".
           88 CARRYOVER-EOF VALUE "Y".
       01  CORRECTION-EOF-SWITCH       PIC X(1) VALUE "N".
           88 PARM-EOF VALUE "Y".
       01  PARM-ECHO                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  USE-TRANS-CODE              PIC X(01).
           88  USE-CODE-VALID          VALUE "D" "C" "A" "R".
       01  USE-ACCOUNT                 PIC X(09).
       01  USE-TRANS-DATE              PIC X(08).
       01  USE-ORIG-REFERENCE          PIC X(16).
       01  NEXT-SEQ-NUMBER             PIC 9(06) VALUE 0.
       01  ITEM-IX                     PIC 9(04) COMP.
       01  MATCH-IX                    PIC 9(04) COMP.
       01  BAD-CORRECTION-COUNT        PIC 9(7) COMP VALUE 0.
       01  OUTSTANDING-COUNT           PIC 9(7) COMP VALUE 0.
       01  OVERFLOW-COUNT              PIC 9(7) COMP VALUE 0.
       01  NEW-DUP-COUNT               PIC 9(7) COMP VALUE 0.
       01  RELEASED-COUNT              PIC 9(7) COMP VALUE 0.
       01  DROPPED-COUNT               PIC 9(7) COMP VALUE 0.
       01  REJECT-ITEM-TABLE.
           05  REJECT-ITEM OCCURS 2000 TIMES.
               10  ITM-SEQ-NUMBER      PIC 9(06).
               10  ITM-ACCOUNT         PIC X(09).
               10  ITM-TRANS-DATE      PIC X(08).
               10  ITM-BRANCH-ID       PIC X(02).
               10  ITM-REFERENCE       PIC X(16).
               10  ITM-ORIG-REFERENCE  PIC X(16).
               10  ITM-STATUS          PIC X(01).
                   88  ITM-OUTSTANDING VALUE "O".
                   88  ITM-CORRECTED   VALUE "C".
                   88  ITM-RELEASED    VALUE "R".
                   88  ITM-DROPPED     VALUE "D".

      *    REPORT LINE LAYOUTS
       01  RPT-TITLE-LINE.
           PERFORM LOAD-RUN-PARMS.
           PERFORM LOAD-CARRYOVER-ITEMS.
           PERFORM LOAD-NEW-REJECTS.
           PERFORM LOAD-NEW-DUPLICATES.
           PERFORM APPLY-CORRECTIONS.
           PERFORM WRITE-CARRYOVER-AND-REPORT.
           PERFORM WRITE-AUDIT-LOG.
                       TO ITM-TRANS-DATE(ITEM-COUNT)
                   MOVE CRI-BRANCH-ID
                       TO ITM-BRANCH-ID(ITEM-COUNT)
                   MOVE CRI-REFERENCE
                       TO ITM-REFERENCE(ITEM-COUNT)
                   MOVE CRI-ORIG-REFERENCE
                       TO ITM-ORIG-REFERENCE(ITEM-COUNT)
                   SET ITM-OUTSTANDING(ITEM-COUNT) TO TRUE
                   IF CRI-SEQ-NUMBER > NEXT-SEQ-NUMBER
                       MOVE CRI-SEQ-NUMBER TO NEXT-SEQ-NUMBER
                       TO ITM-TRANS-DATE(ITEM-COUNT)
                   MOVE REJ-BRANCH-ID
                       TO ITM-BRANCH-ID(ITEM-COUNT)
                   MOVE REJ-REFERENCE
                       TO ITM-REFERENCE(ITEM-COUNT)
                   MOVE REJ-ORIG-REFERENCE
                       TO ITM-ORIG-REFERENCE(ITEM-COUNT)
                   SET ITM-OUTSTANDING(ITEM-COUNT) TO TRUE
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
           CLOSE REJECT-FILE.
           EXIT.

       LOAD-NEW-DUPLICATES SECTION.
           OPEN INPUT DUP-REVIEW-FILE.
           READ DUP-REVIEW-FILE
               AT END SET DUP-EOF TO TRUE
           END-READ.
           PERFORM UNTIL DUP-EOF
               IF ITEM-COUNT < ITEM-LIMIT
                   ADD 1 TO ITEM-COUNT
                   ADD 1 TO NEW-DUP-COUNT
                   ADD 1 TO NEXT-SEQ-NUMBER
                   MOVE NEXT-SEQ-NUMBER
                       TO ITM-SEQ-NUMBER(ITEM-COUNT)
                   MOVE DUP-FIRST-NUMBER-RAW
                       TO ITM-FIRST-NUMBER(ITEM-COUNT)
                   MOVE DUP-SECOND-NUMBER-RAW
                       TO ITM-SECOND-NUMBER(ITEM-COUNT)
                   MOVE DUP-REASON TO ITM-REASON(ITEM-COUNT)
                   MOVE RUN-DATE-NUM
                       TO ITM-DATE-REJECTED(ITEM-COUNT)
                   MOVE DUP-TRANS-CODE
                       TO ITM-TRANS-CODE(ITEM-COUNT)
                   MOVE DUP-ACCOUNT TO ITM-ACCOUNT(ITEM-COUNT)
                   MOVE DUP-TRANS-DATE
                       TO ITM-TRANS-DATE(ITEM-COUNT)
                   MOVE DUP-BRANCH-ID
                       TO ITM-BRANCH-ID(ITEM-COUNT)
                   MOVE DUP-REFERENCE
                       TO ITM-REFERENCE(ITEM-COUNT)
                   MOVE DUP-ORIG-REFERENCE
                       TO ITM-ORIG-REFERENCE(ITEM-COUNT)
                   SET ITM-OUTSTANDING(ITEM-COUNT) TO TRUE
               ELSE
                   ADD 1 TO OVERFLOW-COUNT
               END-IF
               READ DUP-REVIEW-FILE
                   AT END SET DUP-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE DUP-REVIEW-FILE.
           EXIT.

       APPLY-CORRECTIONS SECTION.
           OPEN INPUT CORRECTION-FILE.
           OPEN OUTPUT TRANS-OUT-FILE.
               DISPLAY "REJRECYC - CORRECTION SEQUENCE "
                   COR-SEQ-NUMBER " NOT OUTSTANDING - IGNORED"
           ELSE
               IF COR-RELEASE OR COR-DROP
                   PERFORM APPLY-DUPLICATE-ACTION
               ELSE
                   PERFORM APPLY-CORRECTED-VALUES
               END-IF
           END-IF.
           EXIT.

       APPLY-CORRECTED-VALUES SECTION.
           PERFORM VALIDATE-CORRECTION.
           IF ENTRY-VALID
               MOVE COR-FIRST-NUMBER TO TRO-FIRST-NUMBER
               MOVE COR-SECOND-NUMBER TO TRO-SECOND-NUMBER
               MOVE USE-TRANS-CODE TO TRO-TRANS-CODE
               MOVE USE-ACCOUNT TO TRO-ACCOUNT
               MOVE USE-TRANS-DATE TO TRO-TRANS-DATE
               MOVE ITM-BRANCH-ID(MATCH-IX) TO TRO-BRANCH-ID
               MOVE SPACES TO TRANS-OUT-RECORD(39:2)
               MOVE ITM-REFERENCE(MATCH-IX) TO TRO-REFERENCE
               MOVE USE-ORIG-REFERENCE TO TRO-ORIG-REFERENCE
               MOVE SPACES TO TRANS-OUT-RECORD(73:8)
               WRITE TRANS-OUT-RECORD
               ADD FIRST-NUMBER TO CORRECTED-TOTAL
               ADD SECOND-NUMBER TO CORRECTED-TOTAL
               SET ITM-CORRECTED(MATCH-IX) TO TRUE
               ADD 1 TO CORRECTED-COUNT
           ELSE
               ADD 1 TO BAD-CORRECTION-COUNT
               DISPLAY "REJRECYC - CORRECTION SEQUENCE "
                   COR-SEQ-NUMBER " FAILED EDITS - ITEM STILL "
                   "OUTSTANDING"
           END-IF.
           EXIT.

      *    RELEASE ("R") RE-EMITS A SUSPECTED DUPLICATE EXACTLY AS
      *    THE BRANCH SENT IT, FLAGGED SO MAIN DOES NOT HOLD IT A
      *    SECOND TIME; DROP ("D") CLOSES A CONFIRMED DUPLICATE OFF
      *    THE CARRYOVER.  THE NUMBERS ON THE CARD ARE NOT USED.
       APPLY-DUPLICATE-ACTION SECTION.
           IF ITM-REASON(MATCH-IX)(1:8) NOT = "SUSP DUP"
               ADD 1 TO BAD-CORRECTION-COUNT
               DISPLAY "REJRECYC - SEQUENCE " COR-SEQ-NUMBER
                   " IS NOT A SUSPECTED DUPLICATE - "
                   COR-ACTION " CARD IGNORED"
           ELSE
               IF COR-DROP
                   SET ITM-DROPPED(MATCH-IX) TO TRUE
                   ADD 1 TO DROPPED-COUNT
               ELSE
                   MOVE ITM-FIRST-NUMBER(MATCH-IX) TO FIRST-NUMBER
                   MOVE ITM-SECOND-NUMBER(MATCH-IX) TO SECOND-NUMBER
                   MOVE ITM-FIRST-NUMBER(MATCH-IX)
                       TO TRO-FIRST-NUMBER
                   MOVE ITM-SECOND-NUMBER(MATCH-IX)
                       TO TRO-SECOND-NUMBER
                   MOVE ITM-TRANS-CODE(MATCH-IX) TO TRO-TRANS-CODE
                   MOVE ITM-ACCOUNT(MATCH-IX) TO TRO-ACCOUNT
                   MOVE ITM-TRANS-DATE(MATCH-IX) TO TRO-TRANS-DATE
                   MOVE ITM-BRANCH-ID(MATCH-IX) TO TRO-BRANCH-ID
                   MOVE SPACES TO TRANS-OUT-RECORD(39:2)
                   MOVE "R" TO TRO-DUP-RELEASE
                   MOVE ITM-REFERENCE(MATCH-IX) TO TRO-REFERENCE
                   MOVE ITM-ORIG-REFERENCE(MATCH-IX)
                       TO TRO-ORIG-REFERENCE
                   MOVE SPACES TO TRANS-OUT-RECORD(73:8)
                   WRITE TRANS-OUT-RECORD
                   ADD FIRST-NUMBER TO CORRECTED-TOTAL
                   ADD SECOND-NUMBER TO CORRECTED-TOTAL
                   SET ITM-RELEASED(MATCH-IX) TO TRUE
                   ADD 1 TO RELEASED-COUNT
               END-IF
           END-IF.
           EXIT.
           ELSE
               MOVE COR-TRANS-DATE TO USE-TRANS-DATE
           END-IF.
           IF COR-ORIG-REFERENCE = SPACES
               MOVE ITM-ORIG-REFERENCE(MATCH-IX) TO USE-ORIG-REFERENCE
           ELSE
               MOVE COR-ORIG-REFERENCE TO USE-ORIG-REFERENCE
           END-IF.
           IF COR-FIRST-NUMBER IS NOT NUMERIC
                   OR COR-SECOND-NUMBER IS NOT NUMERIC
               SET ENTRY-INVALID TO TRUE
           IF USE-ACCOUNT IS NOT NUMERIC
               SET ENTRY-INVALID TO TRUE
           END-IF.
           IF USE-TRANS-CODE = "R" AND USE-ORIG-REFERENCE = SPACES
               SET ENTRY-INVALID TO TRUE
           END-IF.
           EXIT.

       WRITE-CARRYOVER-AND-REPORT SECTION.
           MOVE "NEW REJECTS TODAY....." TO RPT-COUNT-LABEL.
           MOVE NEW-REJECT-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "NEW DUPLICATES TODAY.." TO RPT-COUNT-LABEL.
           MOVE NEW-DUP-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CORRECTIONS APPLIED..." TO RPT-COUNT-LABEL.
           MOVE CORRECTED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "CORRECTIONS REJECTED.." TO RPT-COUNT-LABEL.
           MOVE BAD-CORRECTION-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DUPLICATES RELEASED..." TO RPT-COUNT-LABEL.
           MOVE RELEASED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "DUPLICATES DROPPED...." TO RPT-COUNT-LABEL.
           MOVE DROPPED-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE "ITEMS OUTSTANDING....." TO RPT-COUNT-LABEL.
           MOVE OUTSTANDING-COUNT TO RPT-COUNT-VALUE.
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
           MOVE ITM-ACCOUNT(ITEM-IX) TO CRO-ACCOUNT.
           MOVE ITM-TRANS-DATE(ITEM-IX) TO CRO-TRANS-DATE.
           MOVE ITM-BRANCH-ID(ITEM-IX) TO CRO-BRANCH-ID.
           MOVE ITM-REFERENCE(ITEM-IX) TO CRO-REFERENCE.
           MOVE ITM-ORIG-REFERENCE(ITEM-IX) TO CRO-ORIG-REFERENCE.
           MOVE SPACES TO CARRYOVER-RECORD-OUT(113:8).
           WRITE CARRYOVER-RECORD-OUT.
           MOVE ITM-SEQ-NUMBER(ITEM-IX) TO RPT-SEQ-NUMBER.
           MOVE ITM-FIRST-NUMBER(ITEM-IX) TO RPT-FIRST-NUMBER.
           STRING " NEW=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT(17:).
           MOVE NEW-DUP-COUNT TO RPT-COUNT-VALUE.
           STRING " DUP=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-INPUT(29:).
           MOVE SPACES TO AUD-KEY-OUTPUT.
           MOVE CORRECTED-COUNT TO RPT-COUNT-VALUE.
           STRING "FIXED=" DELIMITED BY SIZE
           STRING " OPEN=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(14:).
           MOVE RELEASED-COUNT TO RPT-COUNT-VALUE.
           STRING " REL=" DELIMITED BY SIZE
                   RPT-COUNT-VALUE DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT(27:).
           IF OVERFLOW-COUNT = 0
               MOVE "OK" TO AUD-STATUS-CODE
           ELSE
