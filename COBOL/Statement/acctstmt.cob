      *                    A MISSING OR SILENT DATASET FALLS
      *                    BACK TO THE CLOCK; THE DATE USED IS
      *                    ECHOED TO SYSOUT EITHER WAY.
      *    2026-10-15 DLA  A REVERSAL ("R") IS SIGNED AGAINST ITS
      *                    ORIGINAL'S DIRECTION (THE ORIGINAL'S CODE
      *                    IS IN VALIDOUT COLUMN 57), THE WAY
      *                    POSTTRAN POSTS IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05  VAL-CODE                PIC X(01).
           05  VAL-DATE                PIC X(08).
           05  VAL-AMOUNT              PIC S9(9) COMP-5.
           05  FILLER                  PIC X(34).
           05  VAL-ORIG-CODE           PIC X(01).
           05  FILLER                  PIC X(23).

       FD  REQUEST-CARD-FILE
           LABEL RECORDS ARE STANDARD.
               10  ATR-CODE            PIC X(01).
               10  ATR-DATE            PIC X(08).
               10  ATR-AMOUNT          PIC S9(9) COMP-5.
               10  ATR-ORIG-CODE       PIC X(01).

      *    STATEMENT LINE LAYOUTS
       01  STM-TITLE-LINE.

       TAKE-ONE-TRANSACTION SECTION.
           IF VAL-CODE = "C"
                   OR (VAL-CODE = "R" AND VAL-ORIG-CODE NOT = "C")
               SUBTRACT VAL-AMOUNT FROM ACTIVITY-AMOUNT
           ELSE
               ADD VAL-AMOUNT TO ACTIVITY-AMOUNT
               MOVE VAL-CODE TO ATR-CODE(ACCT-TRAN-COUNT)
               MOVE VAL-DATE TO ATR-DATE(ACCT-TRAN-COUNT)
               MOVE VAL-AMOUNT TO ATR-AMOUNT(ACCT-TRAN-COUNT)
               MOVE VAL-ORIG-CODE TO ATR-ORIG-CODE(ACCT-TRAN-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT
               DISPLAY "ACCTSTMT - ACCOUNT " ACCT-NUMBER
           EXIT.

      *    DETAIL AMOUNTS PRINT SIGNED THE WAY THEY POST - DEBITS
      *    AND ADJUSTMENTS ADD, CREDITS SUBTRACT, AND A REVERSAL
      *    TAKES THE SIGN OPPOSITE ITS ORIGINAL'S.
       PRINT-STATEMENT-DETAIL SECTION.
           MOVE ATR-DATE(ACCT-TRAN-IX) TO STM-DET-DATE.
           MOVE ATR-CODE(ACCT-TRAN-IX) TO STM-DET-CODE.
           IF ATR-CODE(ACCT-TRAN-IX) = "C"
                   OR (ATR-CODE(ACCT-TRAN-IX) = "R"
                       AND ATR-ORIG-CODE(ACCT-TRAN-IX) NOT = "C")
               COMPUTE SIGNED-AMOUNT = 0 - ATR-AMOUNT(ACCT-TRAN-IX)
           ELSE
               MOVE ATR-AMOUNT(ACCT-TRAN-IX) TO SIGNED-AMOUNT
