000500* ACCT-ID SEQUENCE LIKE CUSTRECS-FILE.  MAINTAINED BY CUSTMNT
000600* FROM THE "N" (ADDRESS ADD) AND "U" (ADDRESS UPDATE)
000700* TRANSACTION TYPES, JOINED INTO THE DORMEXT LETTER-SHOP
000800* EXTRACT BY DORMACCT AND SHOWN ON THE CUSTINQ RESPONSE.
000850* ESCHEAT AGES EACH ACCOUNT ON THE DORMANCY PERIOD OF ITS
000860* ADDR-STATE, AND INT1099 TAKES THE 1099-INT PAYEE ADDRESS FROM
000865* IT.  THE CALLING PROGRAM SUPPLIES THE 01-LEVEL NAME
000900* AND CODES "COPY ADDRREC." UNDER IT.
001100*----------------------------------------------------------------
001200     05 ADDR-ACCT-ID PIC X(10).
001300     05 ADDR-STREET  PIC X(25).
