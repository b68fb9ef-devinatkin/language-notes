000100******************************************************************
000200*    COPYBOOK.....: MNTPREC.CPY
000300*    DESCRIPTION..: PENDING ACCOUNT-MAINTENANCE RECORD LAYOUT
000400*                   (PROD.BATCH.MNTPEND, KSDS KEYED ON THE
000500*                   PENDING ITEM ID).  ACCTMNT NO LONGER
000600*                   CHANGES THE ACCOUNT MASTER - IT EDITS EACH
000700*                   MAINTENANCE CARD AND FILES IT HERE WITH THE
000800*                   SUBMITTING OPERATOR'S ID.  MNTAPPR APPLIES
000900*                   AN ITEM ONLY ON AN APPROVE CARD FROM A
001000*                   DIFFERENT OPERATOR, REMOVES IT ON A DECLINE
001100*                   CARD, AND EXPIRES IT WHEN IT HAS WAITED
001200*                   TOO MANY BUSINESS DAYS.  A DECIDED OR
001300*                   EXPIRED ITEM IS DELETED FROM THE FILE; THE
001400*                   MAINTENANCE JOURNAL AND THE AUDIT LOG KEEP
001500*                   THE RECORD OF IT.  THE ITEM ID IS THE
001600*                   BUSINESS DATE SUBMITTED PLUS A FOUR-DIGIT
001700*                   SEQUENCE WITHIN THAT DATE, PRINTED AS TWELVE
001800*                   DIGITS ON THE JOURNAL AND PENDING REPORT.
001900*                   THE ACTION FIELDS ARE THE MAINTENANCE CARD'S
002000*                   (SEE ACCTMNT).
002100*    MODIFICATION HISTORY
002200*    DATE       INIT DESCRIPTION
002300*    2026-10-15 DLA  ORIGINAL COPYBOOK.
002310*    2026-10-15 DLA  ADDED THE CUSTOMER NUMBER AN ADD IS FILED
002320*                   UNDER (SEE CUSTREC).
002400******************************************************************
002500 01  PENDING-MAINT-RECORD.
002600     05  PND-KEY.
002700         10  PND-SUBMIT-DATE         PIC X(08).
002800         10  PND-SEQUENCE            PIC 9(04).
002900     05  PND-SUBMIT-TIME             PIC X(08).
003000     05  PND-SUBMITTER               PIC X(08).
003100     05  PND-ACTION                  PIC X(01).
003200         88  PND-ACTION-ADD              VALUE "A".
003300         88  PND-ACTION-CHANGE           VALUE "C".
003400         88  PND-ACTION-DELETE           VALUE "D".
003500         88  PND-ACTION-STATUS           VALUE "S".
003600         88  PND-ACTION-LIMIT            VALUE "L".
003700     05  PND-ACCT-NUMBER             PIC X(09).
003800     05  PND-ACCT-NAME               PIC X(30).
003900     05  PND-ACCT-STATUS             PIC X(01).
004000     05  PND-OD-LIMIT                PIC X(11).
004100     05  PND-OD-LIMIT-NUM REDEFINES PND-OD-LIMIT
004200                                     PIC 9(11).
004210     05  PND-CUST-NUMBER             PIC X(09).
004300     05  FILLER                      PIC X(31).
