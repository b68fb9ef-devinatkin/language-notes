      *                    REPORT, AND ITS RUNNING NET, REFLECTS
      *                    ACTIVITY THAT ACTUALLY REACHED THE
      *                    ACCOUNT'S BALANCE, EXACTLY ONCE.
      *    2026-10-15 DLA  EACH LINE NOW SHOWS THE TRANSACTION
      *                    REFERENCE NUMBER.  A REVERSED ORIGINAL IS
      *                    FOLLOWED BY A "REVERSED BY" LINE NAMING
      *                    ITS REVERSAL, AND A REVERSAL ("R") BY A
      *                    "REVERSES" LINE NAMING ITS ORIGINAL.  A
      *                    REVERSAL RUNS AGAINST ITS ORIGINAL'S
      *                    DIRECTION IN THE RUNNING NET, AS POSTTRAN
      *                    POSTS IT.
      *    2026-10-15 DLA  TRANHIST IS NOW KEYED ON ACCOUNT AND
      *                    TRANSACTION DATE (SEE TRANHREC) - THE
      *                    INQUIRY STARTS AT THE ACCOUNT'S FROM-DATE
      *                    AND READS ONLY UNTIL THE TO-DATE OR THE
      *                    NEXT ACCOUNT, INSTEAD OF THE WHOLE FILE.
      *                    AN "A" IN CARD COLUMN 29 ALSO SEARCHES THE
      *                    YEAR-END ARCHIVE (HISTARCH, WRITTEN BY
      *                    HISTROLL); ARCHIVED LINES ARE MARKED AS
      *                    SUCH.  THE SELECTED LINES ARE SORTED INTO
      *                    TRANSACTION-DATE ORDER (THEN POSTING ORDER)
      *                    BEFORE PRINTING, SO ARCHIVED AND ON-LINE
      *                    HISTORY READ AS ONE LIST.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT PARAM-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS SEQUENTIAL.
           SELECT TRANS-HIST-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL HIST-ARCHIVE-FILE ASSIGN TO "HISTARCH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO "HINQRPT"
               ORGANIZATION IS SEQUENTIAL.
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROC-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
           05  PRM-FROM-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRM-TO-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  PRM-ARCHIVE-FLAG        PIC X(01).
           05  FILLER                  PIC X(51).

       FD  TRANS-HIST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY TRANHREC.

      *    AN ARCHIVED HISTORY RECORD IS THE TRANHREC LAYOUT AS IT
      *    STOOD ON TRANHIST WHEN HISTROLL MOVED IT.
       FD  HIST-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-ARCHIVE-RECORD.
           05  ARC-ACCOUNT             PIC X(09).
           05  ARC-DATE                PIC X(08).
           05  ARC-RUN-DATE            PIC X(08).
           05  ARC-POST-SEQUENCE       PIC 9(07).
           05  ARC-CODE                PIC X(01).
           05  ARC-AMOUNT              PIC S9(9) COMP-5.
           05  ARC-BRANCH-ID           PIC X(02).
           05  ARC-REFERENCE           PIC X(16).
           05  ARC-PAIR-REFERENCE      PIC X(16).
           05  ARC-REVERSED-FLAG       PIC X(01).
           05  ARC-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(07).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-DATE                PIC X(08).
           05  SRT-RUN-DATE            PIC X(08).
           05  SRT-POST-SEQUENCE       PIC 9(07).
           05  SRT-CODE                PIC X(01).
           05  SRT-AMOUNT              PIC S9(9) COMP-5.
           05  SRT-REFERENCE           PIC X(16).
           05  SRT-PAIR-REFERENCE      PIC X(16).
           05  SRT-ORIG-CODE           PIC X(01).
           05  SRT-SOURCE              PIC X(01).
               88  SRT-ARCHIVED        VALUE "A".

       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRINT-RECORD                PIC X(80).
       01  LINES-PER-PAGE              PIC 9(4) COMP VALUE 55.
       01  HIST-EOF-SWITCH             PIC X(1) VALUE "N".
           88 HIST-EOF VALUE "Y".
       01  SORT-EOF-SWITCH             PIC X(1) VALUE "N".
           88 SORT-EOF VALUE "Y".
       01  ARCHIVE-SWITCH              PIC X(1) VALUE "N".
           88 ARCHIVE-REQUESTED VALUE "Y".
       01  PARAM-EOF-SWITCH            PIC X(1) VALUE "N".
           88 PARAM-EOF VALUE "Y".
       01  CARD-SWITCH                 PIC X(1) VALUE "N".
           88 CARD-VALID VALUE "Y".
       01  RECORDS-READ                PIC 9(7) COMP VALUE 0.
       01  RECORDS-SELECTED            PIC 9(7) COMP VALUE 0.
       01  ARCHIVE-READ                PIC 9(7) COMP VALUE 0.
       01  ARCHIVE-SELECTED            PIC 9(7) COMP VALUE 0.
       01  COUNT-EDIT                  PIC ZZZ,ZZ9.

      *    REPORT LINE LAYOUTS
           05  PRT-SEL-FROM            PIC X(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  PRT-SEL-TO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRT-SEL-ARCHIVE         PIC X(16).
           05  FILLER                  PIC X(16) VALUE SPACES.
       01  PRT-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(44) VALUE
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  PRT-COLUMN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "TRANS DATE".
           05  FILLER                  PIC X(04) VALUE "CODE".
           05  FILLER                  PIC X(09) VALUE "RUN DATE".
           05  FILLER                  PIC X(12) VALUE "AMOUNT".
           05  FILLER                  PIC X(15) VALUE "RUNNING BAL".
           05  FILLER                  PIC X(16) VALUE "REFERENCE".
           05  FILLER                  PIC X(11) VALUE SPACES.
       01  PRT-DETAIL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRT-DET-DATE            PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PRT-DET-CODE            PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  PRT-DET-RUN-DATE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRT-DET-AMOUNT          PIC -(10)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRT-DET-RUNNING         PIC -(12)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PRT-DET-REFERENCE       PIC X(16).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRT-DET-SOURCE          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  PRT-PAIR-LINE.
           05  FILLER                  PIC X(14) VALUE SPACES.
           05  PRT-PAIR-LABEL          PIC X(12).
           05  PRT-PAIR-REFERENCE      PIC X(16).
           05  FILLER                  PIC X(38) VALUE SPACES.
       01  PRT-COUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PRT-COUNT-LABEL         PIC X(22).
               IF PRM-TO-DATE IS NUMERIC
                   MOVE PRM-TO-DATE TO SEL-TO-DATE
               END-IF
               IF PRM-ARCHIVE-FLAG = "A"
                   SET ARCHIVE-REQUESTED TO TRUE
               END-IF
           END-IF.
           CLOSE PARAM-CARD-FILE.
           EXIT.

       PRODUCE-HISTORY-REPORT SECTION.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-DATE SRT-RUN-DATE
                   SRT-POST-SEQUENCE
               INPUT PROCEDURE IS SELECT-HISTORY
               OUTPUT PROCEDURE IS PRINT-HISTORY.
           EXIT.

      *    THE ON-LINE HISTORY IS READ BY KEY FROM THE ACCOUNT'S
      *    FROM-DATE UNTIL THE TO-DATE OR THE NEXT ACCOUNT.  THE
      *    ARCHIVE, WHEN ASKED FOR, IS SEARCHED FRONT TO BACK - IT
      *    IS SPLIT ACROSS THE YEAR-END GENERATIONS AND IS READ
      *    ONLY ON REQUEST.
       SELECT-HISTORY SECTION.
           OPEN INPUT TRANS-HIST-FILE.
           MOVE LOW-VALUES TO HST-KEY.
           MOVE SEL-ACCOUNT TO HST-ACCOUNT.
           MOVE SEL-FROM-DATE TO HST-DATE.
           START TRANS-HIST-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   SET HIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL HIST-EOF
               READ TRANS-HIST-FILE NEXT RECORD
                   AT END SET HIST-EOF TO TRUE
               END-READ
               IF NOT HIST-EOF
                   ADD 1 TO RECORDS-READ
                   IF HST-ACCOUNT NOT = SEL-ACCOUNT
                           OR HST-DATE > SEL-TO-DATE
                       SET HIST-EOF TO TRUE
                   ELSE
                       PERFORM RELEASE-ON-LINE-HISTORY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TRANS-HIST-FILE.
           IF ARCHIVE-REQUESTED
               PERFORM SELECT-ARCHIVED-HISTORY
           END-IF.
           EXIT.

       RELEASE-ON-LINE-HISTORY SECTION.
           ADD 1 TO RECORDS-SELECTED.
           MOVE HST-DATE TO SRT-DATE.
           MOVE HST-RUN-DATE TO SRT-RUN-DATE.
           MOVE HST-POST-SEQUENCE TO SRT-POST-SEQUENCE.
           MOVE HST-CODE TO SRT-CODE.
           MOVE HST-AMOUNT TO SRT-AMOUNT.
           MOVE HST-REFERENCE TO SRT-REFERENCE.
           MOVE HST-PAIR-REFERENCE TO SRT-PAIR-REFERENCE.
           MOVE HST-ORIG-CODE TO SRT-ORIG-CODE.
           MOVE SPACE TO SRT-SOURCE.
           RELEASE SORT-RECORD.
           EXIT.

       SELECT-ARCHIVED-HISTORY SECTION.
           MOVE "N" TO HIST-EOF-SWITCH.
           OPEN INPUT HIST-ARCHIVE-FILE.
           READ HIST-ARCHIVE-FILE
               AT END SET HIST-EOF TO TRUE
           END-READ.
           PERFORM UNTIL HIST-EOF
               ADD 1 TO ARCHIVE-READ
               IF ARC-ACCOUNT = SEL-ACCOUNT
                       AND ARC-DATE NOT < SEL-FROM-DATE
                       AND ARC-DATE NOT > SEL-TO-DATE
                   PERFORM RELEASE-ARCHIVED-HISTORY
               END-IF
               READ HIST-ARCHIVE-FILE
                   AT END SET HIST-EOF TO TRUE
               END-READ
           END-PERFORM.
           CLOSE HIST-ARCHIVE-FILE.
           EXIT.

       RELEASE-ARCHIVED-HISTORY SECTION.
           ADD 1 TO ARCHIVE-SELECTED.
           MOVE ARC-DATE TO SRT-DATE.
           MOVE ARC-RUN-DATE TO SRT-RUN-DATE.
           MOVE ARC-POST-SEQUENCE TO SRT-POST-SEQUENCE.
           MOVE ARC-CODE TO SRT-CODE.
           MOVE ARC-AMOUNT TO SRT-AMOUNT.
           MOVE ARC-REFERENCE TO SRT-REFERENCE.
           MOVE ARC-PAIR-REFERENCE TO SRT-PAIR-REFERENCE.
           MOVE ARC-ORIG-CODE TO SRT-ORIG-CODE.
           MOVE "A" TO SRT-SOURCE.
           RELEASE SORT-RECORD.
           EXIT.

       PRINT-HISTORY SECTION.
           OPEN OUTPUT PRINT-FILE.
           RETURN SORT-FILE
               AT END SET SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL SORT-EOF
               PERFORM PRINT-HISTORY-DETAIL
               RETURN SORT-FILE
                   AT END SET SORT-EOF TO TRUE
               END-RETURN
           END-PERFORM.
           IF LINE-CT = 0
               PERFORM PRINT-HEADERS
           END-IF.
           MOVE "RECORDS SELECTED......" TO PRT-COUNT-LABEL.
           MOVE RECORDS-SELECTED TO PRT-COUNT-VALUE.
           WRITE PRINT-RECORD FROM PRT-COUNT-LINE.
           IF ARCHIVE-REQUESTED
               MOVE "ARCHIVE RECORDS READ.." TO PRT-COUNT-LABEL
               MOVE ARCHIVE-READ TO PRT-COUNT-VALUE
               WRITE PRINT-RECORD FROM PRT-COUNT-LINE
               MOVE "ARCHIVE SELECTED......" TO PRT-COUNT-LABEL
               MOVE ARCHIVE-SELECTED TO PRT-COUNT-VALUE
               WRITE PRINT-RECORD FROM PRT-COUNT-LINE
           END-IF.
           CLOSE PRINT-FILE.
           EXIT.

           MOVE SEL-ACCOUNT TO PRT-SEL-ACCOUNT.
           MOVE SEL-FROM-DATE TO PRT-SEL-FROM.
           MOVE SEL-TO-DATE TO PRT-SEL-TO.
           IF ARCHIVE-REQUESTED
               MOVE "ARCHIVE INCLUDED" TO PRT-SEL-ARCHIVE
           ELSE
               MOVE SPACES TO PRT-SEL-ARCHIVE
           END-IF.
           WRITE PRINT-RECORD FROM PRT-HEADER-LINE-1.
           WRITE PRINT-RECORD FROM PRT-HEADER-LINE-2.
           WRITE PRINT-RECORD FROM PRT-NOTE-LINE.
           IF LINE-CT = 0 OR LINE-CT NOT LESS THAN LINES-PER-PAGE
               PERFORM PRINT-HEADERS
           END-IF.
           IF SRT-CODE = "C"
                   OR (SRT-CODE = "R" AND SRT-ORIG-CODE NOT = "C")
               SUBTRACT SRT-AMOUNT FROM RUNNING-BALANCE
           ELSE
               ADD SRT-AMOUNT TO RUNNING-BALANCE
           END-IF.
           MOVE SRT-DATE TO PRT-DET-DATE.
           MOVE SRT-CODE TO PRT-DET-CODE.
           MOVE SRT-RUN-DATE TO PRT-DET-RUN-DATE.
           MOVE SRT-AMOUNT TO PRT-DET-AMOUNT.
           MOVE RUNNING-BALANCE TO PRT-DET-RUNNING.
           MOVE SRT-REFERENCE TO PRT-DET-REFERENCE.
           IF SRT-ARCHIVED
               MOVE "ARCHIVED" TO PRT-DET-SOURCE
           ELSE
               MOVE SPACES TO PRT-DET-SOURCE
           END-IF.
           WRITE PRINT-RECORD FROM PRT-DETAIL-LINE.
           ADD 1 TO LINE-CT.
           IF SRT-PAIR-REFERENCE NOT = SPACES
               IF SRT-CODE = "R"
                   MOVE "REVERSES" TO PRT-PAIR-LABEL
               ELSE
                   MOVE "REVERSED BY" TO PRT-PAIR-LABEL
               END-IF
               MOVE SRT-PAIR-REFERENCE TO PRT-PAIR-REFERENCE
               WRITE PRINT-RECORD FROM PRT-PAIR-LINE
               ADD 1 TO LINE-CT
           END-IF.
           EXIT.

       WRITE-AUDIT-LOG SECTION.
           STRING "ACCOUNT=" DELIMITED BY SIZE
                   SEL-ACCOUNT DELIMITED BY SIZE
               INTO AUD-KEY-INPUT.
           IF ARCHIVE-REQUESTED
               MOVE " ARCHIVE=Y" TO AUD-KEY-INPUT(18:)
           END-IF.
           MOVE SPACES TO AUD-KEY-OUTPUT.
           COMPUTE COUNT-EDIT = RECORDS-SELECTED + ARCHIVE-SELECTED.
           STRING "SELECTED=" DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
               INTO AUD-KEY-OUTPUT.
