001393*                   TOUCHED AND PROGRAMS TREAT NON-NUMERIC
001394*                   VALUES AS ZERO.  ADJUSTMENTS COUNT ON THE
001395*                   DEBIT SIDE, AS THEY POST.
001396*    2026-10-15 DLA  RECORD WIDENED FROM 80 TO 120 BYTES (SEE
001397*                   ACCTWIDN FOR THE ONE-TIME RELOAD) TO CARRY
001398*                   AN ACCOUNT STATUS CODE (OPEN / FROZEN /
001399*                   CLOSED) AND A PER-ACCOUNT OVERDRAFT LIMIT,
001400*                   BOTH SET BY ACCTMNT.  POSTTRAN HOLDS ALL
001401*                   ACTIVITY FOR A FROZEN OR CLOSED ACCOUNT,
001402*                   AND ANY DEBIT THAT WOULD CARRY THE BALANCE
001403*                   PAST THE LIMIT.  THE MASTER CARRIES DEBIT
001404*                   BALANCES POSITIVE (DEBITS ADD, CREDITS
001405*                   SUBTRACT), SO AN ACCOUNT IN FUNDS STANDS AT
001406*                   OR BELOW ZERO AND ACCT-OD-LIMIT IS HOW FAR
001407*                   ABOVE ZERO A DEBIT MAY TAKE IT.  RELOADED
001408*                   RECORDS HOLD SPACES IN BOTH FIELDS: A
001409*                   BLANK STATUS READS AS OPEN AND A NON-
001410*                   NUMERIC LIMIT AS ZERO (NO OVERDRAFT).
001411*    2026-10-15 DLA  ADDED THE RUNNING ACCRUED-INTEREST FIGURE
001412*                   (FOUR DECIMAL PLACES) AND THE BUSINESS DATE
001413*                   IT WAS LAST ACCRUED THROUGH, IN WHAT WAS
001414*                   FILLER.  INTACCR ACCRUES DAILY, INTCAP
001415*                   CAPITALIZES THE WHOLE UNITS AT MONTH END,
001416*                   AND PERCLOSE RESETS THE FIGURE TO THE
001417*                   UNCAPITALIZED FRACTION.  SPACES READ AS
001418*                   ZERO INTEREST / NEVER ACCRUED.
001450******************************************************************
001500 01  ACCOUNT-MASTER-RECORD.
001600     05  ACCT-NUMBER                 PIC 9(09).
001700     05  ACCT-NAME                   PIC X(30).
001900     05  ACCT-PTD-DEBITS             PIC S9(11).
002000     05  ACCT-PTD-CREDITS            PIC S9(11).
002100     05  ACCT-PTD-TRAN-COUNT         PIC 9(05).
002110     05  ACCT-STATUS                 PIC X(01).
002120         88  ACCT-STATUS-OPEN            VALUE "O" " ".
002130         88  ACCT-STATUS-FROZEN          VALUE "F".
002140         88  ACCT-STATUS-CLOSED          VALUE "C".
002150         88  ACCT-STATUS-VALID           VALUE "O" "F" "C".
002160     05  ACCT-OD-LIMIT               PIC 9(11).
002170     05  ACCT-ACCRUED-INT            PIC S9(09)V9(04).
002180     05  ACCT-ACCRUAL-DATE           PIC X(08).
002200     05  FILLER                      PIC X(10).
