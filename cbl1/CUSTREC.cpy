000400* HAS TO BE MAINTAINED IN ONE PLACE.  THE CALLING PROGRAM SUPPLIES
000500* THE 01-LEVEL NAME AND CODES "COPY CUSTREC." UNDER IT.
000600*----------------------------------------------------------------
000610* TAXID IS THE TAXPAYER IDENTIFICATION NUMBER (NINE DIGITS, NO
000620* DASHES) AND TAXID-TYPE SAYS WHICH KIND: "S" SOCIAL SECURITY
000630* NUMBER, "E" EMPLOYER IDENTIFICATION NUMBER.  BOTH ARE BLANK
000640* UNTIL AN "I" MAINTENANCE TRANSACTION SUPPLIES THEM.  THEY SIT IN
000650* WHAT WAS FILLER, SO THE RECORD STAYS 83 BYTES.
000660*----------------------------------------------------------------
000700     05 ACCT-ID PIC X(10).
000800     05 FNAME PIC X(11).
000900     05 LNAME PIC X(22).
001000     05 FDATE PIC X(8).
001020     05 TAXID-TYPE PIC X(1).
001040        88 TAXID-SSN VALUE "S".
001060        88 TAXID-EIN VALUE "E".
001100     05       PIC X(2).
001200     05 LDATE PIC X(8).
001300     05 TAXID PIC X(9).
001400     05 BALANCE PIC X(12).
