000900* MOVEMENT TO A RUN AND AN OPERATOR.  A BALANCE THAT FAILED THE
001000* NUMERIC EDIT IS CARRIED AS ZERO, THE SAME CONVENTION THE
001100* MSTRVRFY RECONCILIATION USES.
001110* AN INTERNAL TRANSFER WRITES TWO RECORDS, ONE AFTER THE OTHER -
001120* THE DEBIT LEG FIRST, THEN THE CREDIT LEG - WITH THE SAME DATE
001130* AND OPERATOR AND EQUAL AND OPPOSITE HIST-DELTA, SO THE PAIR IS
001140* FOUND TOGETHER AND NETS TO ZERO.
001200*----------------------------------------------------------------
001300     05 HIST-ACCT-ID     PIC X(10).
001400     05 HIST-DATE        PIC X(08).
