000100******************************************************************
000200*    COPYBOOK.....: CXREFREC.CPY
000300*    DESCRIPTION..: CUSTOMER / ACCOUNT CROSS-REFERENCE RECORD
000400*                   LAYOUT (PROD.BATCH.CUSTXREF, KSDS).  EVERY
000500*                   LINK IS HELD TWICE - A "C" RECORD KEYED
000600*                   CUSTOMER THEN ACCOUNT, AND AN "A" RECORD
000700*                   KEYED ACCOUNT THEN CUSTOMER - SO THE
000800*                   ACCOUNTS OF A CUSTOMER AND THE CUSTOMERS OF
000900*                   AN ACCOUNT ARE BOTH ONE START AWAY.  THE
001000*                   TWO ARE ALWAYS WRITTEN AND DELETED
001100*                   TOGETHER.  THE CUSTOMER NAMED ON THE ADD OF
001200*                   AN ACCOUNT IS ITS PRIMARY ("P") HOLDER AND
001300*                   STAYS LINKED UNTIL THE ACCOUNT IS DELETED;
001400*                   FURTHER HOLDERS LINKED BY CUSTMNT ARE JOINT
001500*                   ("J").  AN ACCOUNT THAT PREDATES THE
001600*                   CUSTOMER FILE TAKES ITS FIRST CUSTMNT LINK
001700*                   AS PRIMARY.
001800*    MODIFICATION HISTORY
001900*    DATE       INIT DESCRIPTION
002000*    2026-10-15 DLA  ORIGINAL COPYBOOK.
002100******************************************************************
002200 01  CUST-XREF-RECORD.
002300     05  XRF-KEY.
002400         10  XRF-KEY-TYPE            PIC X(01).
002500             88  XRF-BY-CUSTOMER         VALUE "C".
002600             88  XRF-BY-ACCOUNT          VALUE "A".
002700         10  XRF-FROM-NUMBER         PIC X(09).
002800         10  XRF-TO-NUMBER           PIC X(09).
002900     05  XRF-ROLE                    PIC X(01).
003000         88  XRF-PRIMARY                 VALUE "P".
003100         88  XRF-JOINT                   VALUE "J".
003200     05  XRF-LINK-DATE               PIC X(08).
003300     05  XRF-LINK-OPER               PIC X(08).
003400     05  FILLER                      PIC X(44).
