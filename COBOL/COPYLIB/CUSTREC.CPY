000100******************************************************************
000200*    COPYBOOK.....: CUSTREC.CPY
000300*    DESCRIPTION..: CUSTOMER MASTER RECORD LAYOUT
000400*                   (PROD.BATCH.CUSTMST, KSDS KEYED ON
000500*                   CUST-NUMBER).  ONE RECORD PER CUSTOMER,
000600*                   HOWEVER MANY ACCOUNTS THEY HOLD; THE
000700*                   ACCOUNTS ARE TIED TO IT THROUGH THE
000800*                   CUSTOMER CROSS-REFERENCE (CXREFREC).
000900*                   MAINTAINED ONLY BY CUSTMNT.  ACCTMNT AND
001000*                   MNTAPPR WILL NOT ADD AN ACCOUNT WITHOUT A
001100*                   CUSTOMER ON THIS FILE.  THE TAX ID IS NINE
001200*                   DIGITS AND IS NEVER PRINTED IN FULL.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    2026-10-15 DLA  ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  CUSTOMER-MASTER-RECORD.
001800     05  CUST-NUMBER                 PIC 9(09).
001900     05  CUST-NAME                   PIC X(30).
002000     05  CUST-ADDR-LINE-1            PIC X(30).
002100     05  CUST-ADDR-LINE-2            PIC X(30).
002200     05  CUST-CITY                   PIC X(20).
002300     05  CUST-STATE                  PIC X(02).
002400     05  CUST-POSTAL-CODE            PIC X(10).
002500     05  CUST-TAX-ID                 PIC X(09).
002600     05  CUST-TAX-ID-PARTS REDEFINES CUST-TAX-ID.
002700         10  CUST-TAX-ID-FIRST5      PIC X(05).
002800         10  CUST-TAX-ID-LAST4       PIC X(04).
002900     05  CUST-OPEN-DATE              PIC X(08).
003000     05  CUST-MAINT-DATE             PIC X(08).
003100     05  CUST-MAINT-OPER             PIC X(08).
003200     05  FILLER                      PIC X(36).
