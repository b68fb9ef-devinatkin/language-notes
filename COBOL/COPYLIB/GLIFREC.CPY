000100******************************************************************
000200*    COPYBOOK.....: GLIFREC.CPY
000300*    DESCRIPTION..: GENERAL LEDGER INTERFACE RECORD LAYOUT
000400*                   (PROD.BATCH.GLIFACE).  ONE HEADER, THEN ONE
000500*                   DEBIT AND ONE CREDIT DETAIL PER JOURNAL
000600*                   ENTRY (ONE ENTRY PER TRANSACTION CODE AND
000700*                   SOURCE THAT POSTED), THEN ONE TRAILER
000800*                   CARRYING THE DETAIL RECORD COUNT, THE DEBIT
000900*                   AND CREDIT TOTALS, AND A HASH TOTAL OF THE
001000*                   DETAIL GL ACCOUNT NUMBERS.  AMOUNTS ARE
001100*                   UNSIGNED DISPLAY; THE DEBIT/CREDIT
001200*                   INDICATOR CARRIES THE SIDE.
001300*    MODIFICATION HISTORY
001400*    DATE       INIT DESCRIPTION
001500*    2026-10-15 DLA  ORIGINAL COPYBOOK.
001600******************************************************************
001700 01  GL-INTERFACE-RECORD.
001800     05  GLI-RECORD-TYPE             PIC X(01).
001900         88  GLI-HEADER              VALUE "H".
002000         88  GLI-DETAIL              VALUE "D".
002100         88  GLI-TRAILER             VALUE "T".
002200     05  GLI-BUSINESS-DATE           PIC X(08).
002300     05  GLI-RECORD-BODY             PIC X(71).
002400     05  GLI-HEADER-BODY REDEFINES GLI-RECORD-BODY.
002500         10  GLI-HDR-SOURCE-SYSTEM   PIC X(08).
002600         10  GLI-HDR-CREATE-DATE     PIC X(08).
002700         10  GLI-HDR-CREATE-TIME     PIC X(08).
002800         10  FILLER                  PIC X(47).
002900     05  GLI-DETAIL-BODY REDEFINES GLI-RECORD-BODY.
003000         10  GLI-DET-ENTRY-NUMBER    PIC 9(06).
003100         10  GLI-DET-GL-ACCOUNT      PIC X(10).
003200         10  GLI-DET-DR-CR           PIC X(01).
003300             88  GLI-DET-DEBIT       VALUE "D".
003400             88  GLI-DET-CREDIT      VALUE "C".
003500         10  GLI-DET-AMOUNT          PIC 9(13).
003600         10  GLI-DET-TRANS-CODE      PIC X(01).
003700         10  GLI-DET-ORIG-CODE       PIC X(01).
003800         10  GLI-DET-SOURCE-ID       PIC X(02).
003900         10  GLI-DET-ITEM-COUNT      PIC 9(07).
004000         10  GLI-DET-DESCRIPTION     PIC X(20).
004100         10  FILLER                  PIC X(10).
004200     05  GLI-TRAILER-BODY REDEFINES GLI-RECORD-BODY.
004300         10  GLI-TRL-DETAIL-COUNT    PIC 9(09).
004400         10  GLI-TRL-DEBIT-TOTAL     PIC 9(15).
004500         10  GLI-TRL-CREDIT-TOTAL    PIC 9(15).
004600         10  GLI-TRL-HASH-TOTAL      PIC 9(15).
004700         10  FILLER                  PIC X(17).
