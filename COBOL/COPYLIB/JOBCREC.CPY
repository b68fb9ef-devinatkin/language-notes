000100******************************************************************
000200*    COPYBOOK.....: JOBCREC.CPY
000300*    DESCRIPTION..: NIGHTLY STREAM STEP-CONTROL RECORD
000400*                   (PROD.BATCH.JOBCTL, KSDS KEYED ON BUSINESS
000500*                   DATE AND STEP NAME).  EACH PRIMERUN PROGRAM
000600*                   WRITES ITS RECORD "S" (STARTED) AS IT
000700*                   BEGINS AND SETS IT "C" (COMPLETE) WHEN IT
000800*                   ENDS AT OR BELOW ITS CLEAN RETURN CODE, OR
000900*                   "F" (FINISHED NOT CLEAN) ABOVE IT.  A STEP
001000*                   ALREADY "C" FOR THE BUSINESS DATE DOES NO
001100*                   WORK WHEN THE STREAM IS RESUBMITTED (RC=1;
001200*                   POSTTRAN REFUSES RC=2).  JOBCTL SETS A "C"
001300*                   RECORD TO "O" (OVERRIDE OPEN) FROM AN
001400*                   OPERATIONS OVERRIDE CARD, WHICH LETS THE
001500*                   STEP RUN ONCE MORE.  STEP NAME IS THE
001600*                   PROGRAM-ID.  TIMES ARE WALL-CLOCK.
001700*    MODIFICATION HISTORY
001800*    DATE       INIT DESCRIPTION
001900*    2026-10-15 DLA  ORIGINAL COPYBOOK.
002000******************************************************************
002100 01  JOB-CONTROL-RECORD.
002200     05  JCT-KEY.
002300         10  JCT-BUS-DATE            PIC X(08).
002400         10  JCT-STEP-NAME           PIC X(08).
002500     05  JCT-STATUS                  PIC X(01).
002600         88  JCT-STARTED             VALUE "S".
002700         88  JCT-COMPLETE            VALUE "C".
002800         88  JCT-ENDED-NOT-CLEAN     VALUE "F".
002900         88  JCT-OVERRIDE-OPEN       VALUE "O".
003000     05  JCT-START-DATE              PIC X(08).
003100     05  JCT-START-TIME              PIC X(08).
003200     05  JCT-END-DATE                PIC X(08).
003300     05  JCT-END-TIME                PIC X(08).
003400     05  JCT-RETURN-CODE             PIC 9(04).
003500     05  JCT-RUN-COUNT               PIC 9(03).
003600     05  JCT-OVERRIDE-OPER           PIC X(08).
003700     05  JCT-OVERRIDE-COUNT          PIC 9(03).
003800     05  FILLER                      PIC X(13).
