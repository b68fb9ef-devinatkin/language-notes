000100******************************************************************
000200*    COPYBOOK.....: CFLAGREC.CPY
000300*    DESCRIPTION..: LARGE-CASH / STRUCTURING FLAGGED-ACCOUNTS
000400*                   RECORD (PROD.BATCH.CASHFLAG, KSDS KEYED ON
000500*                   ACCOUNT, HIT TYPE, DIRECTION AND ACTIVITY
000600*                   DATE).  CASHMON WRITES ONE RECORD FOR EACH
000700*                   EXCEPTION IT REPORTS AND DOES NOT REPORT
000800*                   THE SAME ACTIVITY AGAIN:
000900*                     L  LARGE CASH - ONE BUSINESS DATE'S DEBITS
001000*                        (D) OR CREDITS (C) OVER THE THRESHOLD;
001100*                        ACTIVITY DATE IS THAT BUSINESS DATE.
001200*                     B  MORE THAN ONE BRANCH ON ONE BUSINESS
001300*                        DATE; DIRECTION BLANK.
001400*                     S  STRUCTURING - NEAR-THRESHOLD DEBITS OR
001500*                        CREDITS SUMMING OVER THE THRESHOLD IN
001600*                        THE ROLLING WINDOW; ACTIVITY DATE IS
001700*                        THE LATEST BUSINESS DATE IN THE HIT,
001800*                        SO A PATTERN IS REPORTED AGAIN ONLY
001900*                        WHEN NEWER ACTIVITY JOINS IT.
002000*                   AMOUNTS ARE WHOLE UNITS, AS ON TRANHIST.
002100*    MODIFICATION HISTORY
002200*    DATE       INIT DESCRIPTION
002300*    2026-10-15 DLA  ORIGINAL COPYBOOK.
002400******************************************************************
002500 01  CASH-FLAG-RECORD.
002600     05  FLG-KEY.
002700         10  FLG-ACCOUNT             PIC X(09).
002800         10  FLG-HIT-TYPE            PIC X(01).
002900             88  FLG-LARGE-CASH      VALUE "L".
003000             88  FLG-MULTI-BRANCH    VALUE "B".
003100             88  FLG-STRUCTURING     VALUE "S".
003200         10  FLG-DIRECTION           PIC X(01).
003300             88  FLG-DEBITS          VALUE "D".
003400             88  FLG-CREDITS         VALUE "C".
003500         10  FLG-ACTIVITY-DATE       PIC X(08).
003600     05  FLG-FIRST-DATE              PIC X(08).
003700     05  FLG-REPORTED-DATE           PIC X(08).
003800     05  FLG-REPORTED-TIME           PIC X(08).
003900     05  FLG-TRAN-COUNT              PIC 9(05).
004000     05  FLG-TOTAL-AMOUNT            PIC S9(15).
004100     05  FLG-BRANCH-COUNT            PIC 9(03).
004200     05  FILLER                      PIC X(14).
