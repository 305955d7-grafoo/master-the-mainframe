000100*----------------------------------------------------------------
000200* CASHTXN - ONE RECORD PER "P" DEPOSIT OR "W" WITHDRAWAL ACTUALLY
000300* POSTED, WRITTEN BY CUSTMNT (NIGHTLY) AND CUSTDRCT (INTRADAY) TO
000400* THE CUMULATIVE CASH-ACTIVITY FILE AND READ BACK BY THE CASHMON
000500* LARGE-CASH AND STRUCTURING MONITOR.  REJECTED TRANSACTIONS ARE
000600* NEVER WRITTEN - ONLY MONEY THAT MOVED.
000700*   CASH-DATE      BUSINESS DATE THE ITEM POSTED (YYYYMMDD)
000800*   CASH-SOURCE    RUN THAT POSTED IT - "CUSTMNT " OR "CUSTDRCT"
000900*   CASH-AMOUNT    TELLER AMOUNT, ALWAYS POSITIVE; CASH-ACTION
001000*                  GIVES THE DIRECTION
001100*   CASH-OPERATOR  WHO KEYED THE TRANSACTION
001200*   CASH-BRANCH    BRANCH CODE KEYED ON THE TRANSACTION, OR
001300*                  SPACES WHEN THE BRANCH DID NOT SUPPLY ONE
001400* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL NAME AND CODES
001500* "COPY CASHTXN." UNDER IT.
001600*----------------------------------------------------------------
001700     05 CASH-ACCT-ID    PIC X(10).
001800     05 CASH-DATE       PIC X(08).
001900     05 CASH-SOURCE     PIC X(08).
002000     05 CASH-ACTION     PIC X(01).
002100        88 CASH-DEPOSIT  VALUE "P".
002200        88 CASH-WITHDRAW VALUE "W".
002300     05 CASH-AMOUNT     PIC 9(11)V99.
002400     05 CASH-OPERATOR   PIC X(08).
002500     05 CASH-BRANCH     PIC X(04).
