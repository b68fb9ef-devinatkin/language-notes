001440*                   APPEARS TWICE AND AN OUT-OF-BALANCE OR
001450*                   RERUN DAY NO LONGER APPENDS WORK THAT
001460*                   NEVER POSTED.
001461*    2026-10-15 DLA  ADDED THE ORIGINATING BRANCH IDENTIFIER
001462*                   IN WHAT WAS FILLER, CARRIED FROM VALIDOUT,
001463*                   SO MAIN'S DUPLICATE CHECK CAN NAME THE
001464*                   BRANCH OF THE POSTED COPY.  BLANK ON
001465*                   RECORDS POSTED BEFORE THE CHANGE AND ON
001466*                   MACHINE-BUILT ENTRIES.
001467*    2026-10-15 DLA  ADDED THE TRANSACTION REFERENCE NUMBER
001468*                   (BUSINESS DATE, BRANCH, SEQUENCE - STAMPED
001469*                   BY BRCONSOL) AND THE REVERSAL FIELDS.  A
001470*                   REVERSAL ("R") RECORD CARRIES THE ORIGINAL'S
001471*                   REFERENCE IN HST-PAIR-REFERENCE AND THE
001472*                   ORIGINAL'S CODE IN HST-ORIG-CODE; WHEN IT
001473*                   POSTS, POSTTRAN FLAGS THE ORIGINAL REVERSED
001474*                   AND POINTS ITS PAIR REFERENCE BACK AT THE
001475*                   REVERSAL.  BLANK ON RECORDS POSTED BEFORE
001476*                   THE CHANGE.
001477*    2026-10-15 DLA  TRANHIST IS NOW A KEYED (VSAM KSDS) DATASET.
001478*                   THE RECORD LEADS WITH ITS 32-BYTE KEY -
001479*                   ACCOUNT, TRANSACTION DATE, THE BUSINESS
001480*                   DATE THAT POSTED IT, AND POSTTRAN'S POSTING
001481*                   SEQUENCE WITHIN THAT RUN - SO AN ACCOUNT'S
001482*                   HISTORY IS ONE KEY RANGE IN DATE ORDER.
001483*                   THE OTHER FIELDS MOVE BEHIND THE KEY; THE
001484*                   ONE-TIME HISTCONV JOB RELOADS THE OLD FLAT
001485*                   FILE.  THE YEAR-END ROLL-OFF (HISTROLL)
001486*                   WRITES ARCHIVED RECORDS IN THIS SAME
001487*                   LAYOUT TO THE HISTARCH GENERATIONS.
001500******************************************************************
001600 01  TRANS-HIST-RECORD.
001610     05  HST-KEY.
001700         10  HST-ACCOUNT             PIC X(09).
001710         10  HST-DATE                PIC X(08).
001720         10  HST-RUN-DATE            PIC X(08).
001730         10  HST-POST-SEQUENCE       PIC 9(07).
001800     05  HST-CODE                    PIC X(01).
002000     05  HST-AMOUNT                  PIC S9(9) COMP-5.
002010     05  HST-BRANCH-ID               PIC X(02).
002020     05  HST-REFERENCE               PIC X(16).
002030     05  HST-PAIR-REFERENCE          PIC X(16).
002040     05  HST-REVERSED-FLAG           PIC X(01).
002050         88  HST-REVERSED            VALUE "Y".
002060     05  HST-ORIG-CODE               PIC X(01).
002200     05  FILLER                      PIC X(07).
