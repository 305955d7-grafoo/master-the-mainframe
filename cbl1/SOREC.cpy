000100*----------------------------------------------------------------
000200* SOREC - STANDING-ORDER MASTER RECORD.  ONE RECORD PER STANDING
000300* ORDER, KEYED ON SO-KEY (ACCT-ID PLUS A TWO-DIGIT ORDER
000400* SEQUENCE WITHIN THE ACCOUNT) AND HELD IN ASCENDING KEY
000500* SEQUENCE LIKE CUSTRECS-FILE, SO AN ACCOUNT MAY CARRY MORE THAN
000600* ONE ORDER.  MAINTAINED BY STORDGEN, WHICH RUNS AHEAD OF
000700* TRANEDIT IN THE NIGHTLY CHAIN AND WRITES EACH DAY'S DUE
000800* ORDERS INTO THE DAY'S TRANSACTIONS.
000900*   SO-TRAN-TYPE   P DEPOSIT   W WITHDRAWAL   T TRANSFER TO
001000*                  SO-TO-ACCT-ID
001100*   SO-AMOUNT      THE AMOUNT OF EVERY OCCURRENCE
001200*   SO-FREQ        W WEEKLY   B EVERY OTHER WEEK   M MONTHLY
001300*                  Q QUARTERLY   A ANNUALLY
001400*   SO-DUE-DAY     THE DAY OF THE MONTH A MONTHLY, QUARTERLY OR
001500*                  ANNUAL ORDER FALLS ON; 29-31 FALL ON THE LAST
001600*                  DAY OF A SHORTER MONTH, SO 31 IS MONTH-END.
001700*                  ZERO FOR WEEKLY AND EVERY OTHER WEEK
001800*   SO-NEXT-DUE    SCHEDULED DATE OF THE NEXT OCCURRENCE.  ONE
001900*                  SCHEDULED ON A SATURDAY OR SUNDAY POSTS THE
002000*                  FOLLOWING MONDAY, OR THE FRIDAY BEFORE WHEN
002100*                  THAT MONDAY IS IN THE NEXT MONTH
002200*   SO-END-DATE    LAST DATE AN OCCURRENCE MAY BE SCHEDULED ON,
002300*                  OR SPACES FOR NO END DATE
002400*   SO-REMAIN-NUM  OCCURRENCES STILL TO GENERATE, OR ZERO FOR NO
002500*                  COUNT LIMIT.  AN ORDER THAT REACHES EITHER
002600*                  LIMIT EXPIRES AND IS DROPPED
002700*   SO-SKIP-SW     Y = DO NOT GENERATE THE NEXT OCCURRENCE
002800*   SO-OPERATOR    WHO SET UP OR LAST CHANGED THE ORDER.  THE
002900*                  GENERATED TRANSACTIONS CARRY THIS ID, SO THE
003000*                  OPERATOR LIMIT AND DUAL-APPROVAL CHECKS APPLY
003100*                  TO THEM AS TO ANY KEYED TRANSACTION
003200*   SO-SET-DATE    BUSINESS DATE OF THE SET-UP OR LAST CHANGE
003300*   SO-LAST-GEN-DATE  BUSINESS DATE THE LAST TRANSACTION WAS
003400*                  GENERATED, OR SPACES
003500* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL NAME AND CODES
003600* "COPY SOREC." UNDER IT.
003700*----------------------------------------------------------------
003800     05 SO-KEY.
003900        10 SO-ACCT-ID    PIC X(10).
004000        10 SO-SEQ        PIC 9(02).
004100     05 SO-TRAN-TYPE     PIC X(01).
004200        88 SO-DEPOSIT    VALUE "P".
004300        88 SO-WITHDRAW   VALUE "W".
004400        88 SO-TRANSFER   VALUE "T".
004500        88 SO-TYPE-VALID VALUE "P" "W" "T".
004600     05 SO-TO-ACCT-ID    PIC X(10).
004700     05 SO-AMOUNT        PIC 9(09)V99.
004800     05 SO-FREQ          PIC X(01).
004900        88 SO-WEEKLY     VALUE "W".
005000        88 SO-BIWEEKLY   VALUE "B".
005100        88 SO-MONTHLY    VALUE "M".
005200        88 SO-QUARTERLY  VALUE "Q".
005300        88 SO-ANNUAL     VALUE "A".
005400        88 SO-FREQ-VALID VALUE "W" "B" "M" "Q" "A".
005500     05 SO-DUE-DAY       PIC 9(02).
005600     05 SO-NEXT-DUE      PIC X(08).
005700     05 SO-END-DATE      PIC X(08).
005800     05 SO-REMAIN-NUM    PIC 9(03).
005900     05 SO-SKIP-SW       PIC X(01).
006000        88 SO-SKIP-NEXT  VALUE "Y".
006100     05 SO-OPERATOR      PIC X(08).
006200     05 SO-SET-DATE      PIC X(08).
006300     05 SO-LAST-GEN-DATE PIC X(08).
006400     05                  PIC X(09).
