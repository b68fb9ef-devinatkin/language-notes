002470*                                       THRESHOLD
002480*                     SVC-RATE-BP       SVCCHG BASIS POINTS ON
002490*                                       BALANCE ABOVE THE FLOOR
002495*                     INT-TIER1-FLOOR   INTACCR CREDIT BALANCE
002500*                     INT-TIER2-FLOOR   AT WHICH EACH RATE TIER
002505*                     INT-TIER3-FLOOR   STARTS
002510*                     INT-TIER1-BP      INTACCR ANNUAL RATE IN
002515*                     INT-TIER2-BP      BASIS POINTS FOR EACH
002520*                     INT-TIER3-BP      TIER (ZERO = UNUSED)
002525*                     INT-DAY-BASIS     INTACCR DAYS PER YEAR
002530*                                       (360-366, DEFAULT 365)
002535*                     DUP-WINDOW-DAYS   MAIN DAYS OF POSTED
002540*                                       HISTORY SEARCHED FOR
002545*                                       DUPLICATES (0 = OFF,
002550*                                       DEFAULT 5)
002555*                     HIST-RETAIN-YRS   HISTROLL CALENDAR YEARS
002560*                                       OF HISTORY KEPT ON LINE,
002565*                                       COUNTING THE BUSINESS
002570*                                       YEAR (1-99, DEFAULT 7)
002575*                     MNT-EXPIRE-DAYS   MNTAPPR BUSINESS DAYS A
002580*                                       MAINTENANCE ITEM MAY
002585*                                       WAIT FOR APPROVAL
002590*                                       (1-99, DEFAULT 5)
002595*                     CASH-THRESHOLD    CASHMON LARGE-CASH
002600*                                       REPORTING THRESHOLD
002605*                                       (DEFAULT 10,000)
002610*                     STRUCT-BAND-PCT   CASHMON NEAR-THRESHOLD
002615*                                       BAND FLOOR AS PERCENT
002620*                                       OF THE THRESHOLD (1-99,
002625*                                       DEFAULT 80)
002630*                     STRUCT-MIN-COUNT  CASHMON NEAR-THRESHOLD
002635*                                       ITEMS THAT MAKE A
002640*                                       STRUCTURING HIT (2-99,
002645*                                       DEFAULT 2)
002650*                     STRUCT-WIN-DAYS   CASHMON STRUCTURING
002655*                                       WINDOW IN CALENDAR DAYS
002660*                                       (1-31, DEFAULT 5)
002680*    MODIFICATION HISTORY
002690*    DATE       INIT DESCRIPTION
002700*    2026-08-21 DLA  ORIGINAL COPYBOOK.
002710*    2026-09-02 DLA  ADDED SUSP-AGE-LIMIT (SUSPENSE RECYCLE)
002720*                   AND NOTED MAIN NOW READS WEIGHT-LIMIT FOR
002730*                   ITS CHECK-DIGIT EDIT.
002740*    2026-09-02 DLA  ADDED THE SVCCHG CHARGE-SCHEDULE CARDS.
002745*    2026-10-15 DLA  ADDED THE INTACCR RATE-TIER CARDS.
002750*    2026-10-15 DLA  ADDED DUP-WINDOW-DAYS (MAIN DUPLICATE
002755*                   CHECK).
002760*    2026-10-15 DLA  ADDED HIST-RETAIN-YRS (HISTORY ROLL-OFF).
002765*    2026-10-15 DLA  ADDED MNT-EXPIRE-DAYS (MAINTENANCE
002770*                   APPROVAL EXPIRY).
002775*    2026-10-15 DLA  ADDED THE CASHMON LARGE-CASH AND
002780*                   STRUCTURING CARDS.
002800******************************************************************
002900 01  RUN-PARM-RECORD.
003000     05  PRM-KEYWORD                 PIC X(16).
