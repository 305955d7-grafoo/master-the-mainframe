003000*                  PROOF (ENTRIES BALANCE DR = CR), 8 THE
003100*                  INTERFACE DOES NOT PROVE AND MUST NOT BE
003200*                  RELEASED TO THE G/L LOAD.
003210* 10/15/2026  RH   ADDED THE FEETOTAL INPUT - THE CONTROL TOTALS
003220*                  OF THE MONTHLY FEEPOST SERVICE-FEE RUN, WHOSE
003230*                  NET MOVEMENT IS THE FEES TAKEN (NEGATIVE).  THE
003240*                  FEES POST AS A DEBIT TO CUSTOMER DEPOSITS AND A
003250*                  CREDIT TO SERVICE-FEE INCOME.  DD DUMMY ON
003260*                  EVERY OTHER RUN.
003300*----------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
004000         FILE STATUS IS INTTOTAL-STATUS.
004100     SELECT DORMEXT-FILE ASSIGN TO DORMEXT
004200         FILE STATUS IS DORMEXT-STATUS.
004230     SELECT FEETOTAL-FILE ASSIGN TO FEETOTAL
004260         FILE STATUS IS FEETOTAL-STATUS.
004300     SELECT GLINTF-FILE ASSIGN TO GLINTF.
004400     SELECT GLRPT-FILE ASSIGN TO GLRPT.
004500
006000     RECORDING MODE F.
006100 01  INT-TOTALS-RECORD.
006200     COPY MNTTOT.
006220
006250*----------------------------------------------------------------
006300* FEETOTAL-FILE - THE CONTROL-TOTALS RECORD THE FEEPOST SERVICE-
006350* FEE RUN WROTE FOR MSTRVRFY; ITS NET MOVEMENT IS THE FEES TAKEN.
006400*----------------------------------------------------------------
006450 FD  FEETOTAL-FILE RECORD CONTAINS 40 CHARACTERS
006500     RECORDING MODE F.
006550 01  FEE-TOTALS-RECORD.
006600     COPY MNTTOT.
006700
006800*----------------------------------------------------------------
006900* DORMEXT-FILE - THE DORMANT-ACCOUNT EXTRACT DORMACCT WRITES.
012200 77  GLACCT-DEPOSITS   PIC X(08) VALUE "21050000".
012300 77  GLACCT-INTEXP     PIC X(08) VALUE "51020000".
012400 77  GLACCT-DORMANT    PIC X(08) VALUE "21051000".
012450 77  GLACCT-FEEINC     PIC X(08) VALUE "41030000".
012500
012600 77  ENTRY-NUM         PIC 9(07) VALUE 0.
012700 77  HASH-TOTAL        PIC 9(13)V99 VALUE 0.
013300
013400 77  MAINT-DELTA       PIC S9(13)V99 VALUE 0.
013500 77  INT-DELTA         PIC S9(13)V99 VALUE 0.
013550 77  FEE-DELTA         PIC S9(13)V99 VALUE 0.
013600 77  DORM-SUM          PIC 9(13)V99 VALUE 0.
013700 77  ENTRY-AMOUNT      PIC 9(13)V99 VALUE 0.
013800 77  WORK-BALANCE      PIC 9(11)V99 VALUE 0.
014700 01  DORMEXT-STATUS    PIC XX VALUE SPACES.
014800     88 DORMEXT-OK     VALUE "00".
014900     88 DORMEXT-EOF    VALUE "10".
014930 01  FEETOTAL-STATUS   PIC XX VALUE SPACES.
014960     88 FEETOTAL-OK    VALUE "00".
015000
015100 01  MAINT-READ-SW     PIC X(01) VALUE "N".
015200     88 MAINT-READ     VALUE "Y".
015300 01  INT-READ-SW       PIC X(01) VALUE "N".
015400     88 INT-READ       VALUE "Y".
015430 01  FEE-READ-SW       PIC X(01) VALUE "N".
015460     88 FEE-READ       VALUE "Y".
015500 01  ENTRY-SOURCE      PIC X(08) VALUE SPACES.
015600
015700 01  DATE-TODAY-HEADER.
016700     PERFORM 3000-WRITE-HEADER THRU 3000-EXIT
016800     PERFORM 4000-BUILD-MAINT-ENTRIES THRU 4000-EXIT
016900     PERFORM 4100-BUILD-INTEREST-ENTRIES THRU 4100-EXIT
016950     PERFORM 4150-BUILD-FEE-ENTRIES THRU 4150-EXIT
017000     PERFORM 4200-BUILD-DORMANT-ENTRIES THRU 4200-EXIT
017100     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
017200     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT
018600     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
018700     PERFORM 1100-READ-MAINT-TOTALS THRU 1100-EXIT
018800     PERFORM 1200-READ-INT-TOTALS THRU 1200-EXIT
018850     PERFORM 1250-READ-FEE-TOTALS THRU 1250-EXIT
018900     PERFORM 1300-SUM-DORMANT-EXTRACT THRU 1300-EXIT
019000     .
019100 1000-EXIT.
023000     .
023100 1200-EXIT.
023200     EXIT.
023202
023204 1250-READ-FEE-TOTALS.
023208     OPEN INPUT FEETOTAL-FILE
023212     IF NOT FEETOTAL-OK
023216        DISPLAY "GLINTFC - FEETOTAL NOT AVAILABLE, STATUS "
023220           FEETOTAL-STATUS ", NO SERVICE-FEE ENTRIES"
023224        GO TO 1250-EXIT
023228     END-IF
023232     READ FEETOTAL-FILE
023236        AT END
023240           GO TO 1250-CLOSE
023244     END-READ
023248     SET FEE-READ TO TRUE
023252     MOVE MNTTOT-NET-DELTA IN FEE-TOTALS-RECORD
023256        TO FEE-DELTA
023260     .
023264 1250-CLOSE.
023268     CLOSE FEETOTAL-FILE
023272     .
023276 1250-EXIT.
023280     EXIT.
023300
023400 1300-SUM-DORMANT-EXTRACT.
023500     OPEN INPUT DORMEXT-FILE
032000     .
032100 4100-EXIT.
032200     EXIT.
032202
032205*----------------------------------------------------------------
032210* 4150-BUILD-FEE-ENTRIES - THE SERVICE FEES TAKEN FROM THE FEEPOST
032215* CONTROL TOTALS (A NEGATIVE NET MOVEMENT): DEBIT CUSTOMER
032220* DEPOSITS, CREDIT SERVICE-FEE INCOME.
032225*----------------------------------------------------------------
032230 4150-BUILD-FEE-ENTRIES.
032235     IF NOT FEE-READ OR FEE-DELTA = 0
032240        GO TO 4150-EXIT
032245     END-IF
032250     MOVE "FEEPOST" TO ENTRY-SOURCE
032255     COMPUTE ENTRY-AMOUNT = 0 - FEE-DELTA
032260     MOVE GLACCT-DEPOSITS TO GL-ACCOUNT
032265     PERFORM 4950-WRITE-ONE-ENTRY-DR THRU 4950-EXIT
032270     MOVE GLACCT-FEEINC TO GL-ACCOUNT
032275     PERFORM 4960-WRITE-ONE-ENTRY-CR THRU 4960-EXIT
032280     .
032285 4150-EXIT.
032290     EXIT.
032300
032400*----------------------------------------------------------------
032500* 4200-BUILD-DORMANT-ENTRIES - RECLASSIFY THE DORMANT EXTRACT'S
