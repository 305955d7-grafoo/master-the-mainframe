000100*----------------------------------------------------------------
000200* HOLDREC - SHARED ACCOUNT HOLD/FREEZE RECORD LAYOUT.  ONE
000300* RECORD PER HOLD, KEYED ON HOLD-KEY (ACCT-ID PLUS A TWO-DIGIT
000400* HOLD SEQUENCE WITHIN THE ACCOUNT) AND HELD IN ASCENDING KEY
000500* SEQUENCE LIKE CUSTRECS-FILE, SO AN ACCOUNT MAY CARRY MORE
000600* THAN ONE HOLD AT A TIME.  MAINTAINED BY CUSTMNT FROM THE "H"
000700* (HOLD ADD) AND "R" (HOLD RELEASE) TRANSACTION TYPES; CUSTMNT
000800* AND CUSTDRCT REFUSE ANY DEBIT THAT WOULD BREAK AN ACTIVE HOLD
000900* AND CUSTINQ SHOWS THE HOLDS AND THE AVAILABLE BALANCE.
001000*   HOLD-TYPE      LG LEGAL/LEVY   GN GARNISHMENT   FR FRAUD
001100*                  DC DECEASED     BK BANKRUPTCY    OT OTHER
001200*   HOLD-SCOPE     F = FULL FREEZE (NO DEBIT AT ALL),
001300*                  A = HOLD-AMOUNT OF THE BALANCE IS HELD
001400*   HOLD-EFF-DATE  FIRST BUSINESS DATE THE HOLD IS ACTIVE
001500*   HOLD-EXP-DATE  LAST BUSINESS DATE THE HOLD IS ACTIVE, OR
001600*                  SPACES FOR A HOLD THAT STANDS UNTIL RELEASED;
001700*                  THE NIGHTLY RUN DROPS AN EXPIRED HOLD
001800*   HOLD-OPERATOR  WHO PLACED THE HOLD
001850*   HOLD-SET-DATE  BUSINESS DATE THE HOLD WAS PLACED
001900* THE CALLING PROGRAM SUPPLIES THE 01-LEVEL NAME AND CODES
002000* "COPY HOLDREC." UNDER IT.
002100*----------------------------------------------------------------
002200     05 HOLD-KEY.
002300        10 HOLD-ACCT-ID PIC X(10).
002400        10 HOLD-SEQ     PIC 9(02).
002500     05 HOLD-TYPE       PIC X(02).
002600     05 HOLD-SCOPE      PIC X(01).
002700        88 HOLD-FULL-FREEZE VALUE "F".
002800        88 HOLD-AMOUNT-ONLY VALUE "A".
002900     05 HOLD-AMOUNT     PIC 9(11)V99.
003000     05 HOLD-REASON     PIC X(20).
003100     05 HOLD-EFF-DATE   PIC X(08).
003200     05 HOLD-EXP-DATE   PIC X(08).
003300     05 HOLD-OPERATOR   PIC X(08).
003400     05 HOLD-SET-DATE   PIC X(08).
