000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEEPOST.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  MONTH-END SERVICE-FEE
001100*                  ASSESSMENT, BUILT ON THE INTPOST OLD-MASTER/
001200*                  NEW-MASTER PASS, TO REPLACE THE SPREADSHEET
001300*                  FEES KEYED BACK AS "W" TRANSACTIONS.  EVERY
001400*                  ACCOUNT IS PRICED AGAINST THE FEESCHED
001500*                  CONTROL FILE - "M" MINIMUM-BALANCE FEES
001600*                  (BALANCE UNDER THE FLOOR) AND "D" INACTIVITY
001700*                  FEES (LDATE OLDER THAN THE DORMANCY DAYS, AND
001800*                  UNDER THE FLOOR IF ONE IS GIVEN) - WITH EACH
001900*                  FEE'S WAIVERS: A COMBINED RELATIONSHIP
002000*                  BALANCE (ALL ACCOUNTS UNDER THE SAME LNAME/
002100*                  FNAME, THE TOPACCTS RELATIONSHIP KEY) AT OR
002200*                  OVER A LEVEL, OR AN ACCOUNT OPENED (FDATE)
002300*                  WITHIN A NUMBER OF DAYS.  A FEE NEVER TAKES A
002400*                  BALANCE BELOW ZERO: WHEN THE BALANCE IS SHORT
002500*                  THE FEE IS PARTLY CHARGED (DOWN TO ZERO) OR
002600*                  WAIVED, AS THE SCHEDULE SAYS.  A FEE IS NOT
002700*                  CUSTOMER ACTIVITY, SO LDATE IS LEFT ALONE AND
002800*                  THE DORMANCY AND ESCHEAT CLOCKS KEEP RUNNING.
002900*                  THE FEE REGISTER LISTS EVERY FEE CHARGED,
003000*                  PARTLY CHARGED OR WAIVED WITH THE REASON,
003100*                  TOTALS BY FEE CODE, AND PROVES NEW-MASTER
003200*                  TOTAL = OLD TOTAL - FEES.  EACH FEE CHARGED
003300*                  WRITES A BALANCE HISTORY RECORD UNDER
003400*                  OPERATOR "FEEPOST" TO THE RUN'S FEEHIST FILE,
003500*                  WHICH THE JOB STREAM APPENDS TO BALHIST ONLY
003600*                  WHEN THE POSTED MASTER REPLACES PRODUCTION.
003700*                  A CONTROL-TOTALS RECORD (MNTTOT COPYBOOK, THE
003800*                  FEES AS A NEGATIVE NET MOVEMENT) LETS MSTRVRFY
003900*                  GATE THE REPLACE AND FEEDS THE GLINTFC
004000*                  FEE-INCOME ENTRY.  A SECOND SUBMISSION IN THE
004100*                  SAME BUSINESS MONTH IS HELD: IF BALHIST
004200*                  ALREADY HOLDS A "FEEPOST" RECORD DATED IN THE
004300*                  CYCLECTL BUSINESS MONTH THE FEES ARE ON THE
004400*                  MASTER AND NOTHING IS POSTED.
004500*                  CONDITION CODES - 0 POSTED AND IN PROOF, 8
004600*                  THE REGISTER PROOF FAILED OR THE MONTH IS
004700*                  ALREADY POSTED, 12 FEESCHED MISSING, EMPTY OR
004800*                  INVALID, OR THE RELATIONSHIP JOIN LOST STEP
004900*                  WITH THE MASTER (NOTHING POSTED).
005000*----------------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT OLDMSTR-FILE ASSIGN TO OLDMSTR.
005500     SELECT NEWMSTR-FILE ASSIGN TO NEWMSTR.
005600     SELECT FEESCHED-FILE ASSIGN TO FEESCHED
005700         FILE STATUS IS FEESCHED-STATUS.
005800     SELECT FEEREG-FILE ASSIGN TO FEEREG.
005900     SELECT TOTALS-FILE ASSIGN TO MNTTOTAL.
006000     SELECT FEEHIST-FILE ASSIGN TO FEEHIST.
006100     SELECT BALHIST-FILE ASSIGN TO BALHIST
006200         FILE STATUS IS BALHIST-STATUS.
006300     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
006400         FILE STATUS IS CYCLECTL-STATUS.
006500     SELECT RELSUMM-FILE ASSIGN TO RELSUMM.
006600     SELECT RELDETL-FILE ASSIGN TO RELDETL.
006700     SELECT REL-SORT ASSIGN TO SORTWK01.
006800     SELECT ACCT-SORT ASSIGN TO SORTWK02.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  OLDMSTR-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
007300 01  OLD-CUSTREC.
007400     COPY CUSTREC.
007500
007600 FD  NEWMSTR-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
007700 01  NEW-CUSTREC.
007800     COPY CUSTREC.
007900
008000*----------------------------------------------------------------
008100* FEESCHED-FILE - ONE RECORD PER FEE, EVALUATED IN FILE ORDER
008200* (AN ACCOUNT CAN PAY MORE THAN ONE).  AMOUNTS AND BALANCES MAY
008300* CARRY COMMAS; DAYS ARE ZERO-FILLED.
008400*   FS-FEE-CODE       NAME ON THE REGISTER, E.G. "MAINTFEE"
008500*   FS-FEE-TYPE       M = MINIMUM BALANCE, D = INACTIVITY
008600*   FS-BAL-FLOOR      M: CHARGED WHEN THE BALANCE IS UNDER IT
008700*                     (REQUIRED); D: IF GIVEN, ONLY BALANCES
008800*                     UNDER IT ARE CHARGED
008900*   FS-DORM-DAYS      D: CHARGED WHEN LDATE IS MORE THAN THIS
009000*                     MANY DAYS BEFORE THE BUSINESS DATE
009100*   FS-AMOUNT         THE FEE
009200*   FS-WAIVE-REL-BAL  WAIVED WHEN THE COMBINED RELATIONSHIP
009300*                     BALANCE IS AT OR OVER THIS (BLANK = NONE)
009400*   FS-WAIVE-NEW-DAYS WAIVED WHEN FDATE IS FEWER THAN THIS MANY
009500*                     DAYS BEFORE THE BUSINESS DATE (BLANK OR
009600*                     000 = NONE)
009700*   FS-PARTIAL-SW     N = WAIVE A FEE THE BALANCE CANNOT COVER;
009800*                     Y OR BLANK = CHARGE WHAT IS THERE
009900* ANY RECORD THAT FAILS THESE EDITS STOPS THE RUN - NOBODY IS
010000* CHARGED FROM A SCHEDULE THAT DOES NOT READ CLEAN.
010100*----------------------------------------------------------------
010200 FD  FEESCHED-FILE RECORD CONTAINS 80 CHARACTERS
010300     RECORDING MODE F.
010400 01  FEESCHED-RECORD.
010500     05 FS-FEE-CODE       PIC X(08).
010600     05 FS-FEE-TYPE       PIC X(01).
010700        88 FS-TYPE-VALID  VALUE "M" "D".
010800     05 FS-BAL-FLOOR      PIC X(15).
010900     05 FS-DORM-DAYS      PIC X(04).
011000     05 FS-AMOUNT         PIC X(12).
011100     05 FS-WAIVE-REL-BAL  PIC X(15).
011200     05 FS-WAIVE-NEW-DAYS PIC X(03).
011300     05 FS-PARTIAL-SW     PIC X(01).
011400        88 FS-PARTIAL-VALID VALUE "Y" "N" " ".
011500     05                   PIC X(21).
011600
011700*----------------------------------------------------------------
011800* FEEREG-FILE - THE FEE REGISTER: ONE LINE PER FEE CHARGED,
011900* PARTLY CHARGED OR WAIVED, ACCOUNTS NOT ASSESSED, THE TOTALS
012000* BY FEE CODE AND THE NEW-MASTER PROOF.
012100*----------------------------------------------------------------
012200 FD  FEEREG-FILE
012300     RECORDING MODE F.
012400 01  FEEREG-REPORT-LINE PIC X(120).
012500
012600*----------------------------------------------------------------
012700* TOTALS-FILE - CONTROL-TOTALS RECORD FOR THE MSTRVRFY STEP AND
012800* GLINTFC: THE CHARGED-ACCOUNT COUNT RIDES AS CHANGES AND THE
012900* TOTAL FEES AS A NEGATIVE NET BALANCE MOVEMENT.
013000*----------------------------------------------------------------
013100 FD  TOTALS-FILE RECORD CONTAINS 40 CHARACTERS RECORDING MODE F.
013200 01  TOTALS-RECORD.
013300     COPY MNTTOT.
013400
013500*----------------------------------------------------------------
013600* FEEHIST-FILE - THIS RUN'S BALANCE HISTORY RECORDS, ONE PER
013700* FEE CHARGED, OPERATOR "FEEPOST".  APPENDED TO BALHIST BY THE
013800* JOB STREAM ONCE THE POSTED MASTER IS IN PRODUCTION.
013900*----------------------------------------------------------------
014000 FD  FEEHIST-FILE RECORD CONTAINS 66 CHARACTERS RECORDING MODE F.
014100 01  FEEHIST-RECORD.
014200     COPY BALHIST.
014300
014400*----------------------------------------------------------------
014500* BALHIST-FILE - THE LIVE CUMULATIVE BALANCE HISTORY, READ ONLY
014600* TO SEE WHETHER THIS BUSINESS MONTH'S FEES ARE ALREADY ON IT.
014700*----------------------------------------------------------------
014800 FD  BALHIST-FILE RECORD CONTAINS 66 CHARACTERS RECORDING MODE F.
014900 01  BALHIST-RECORD.
015000     COPY BALHIST.
015100
015200*----------------------------------------------------------------
015300* CYCLECTL-FILE - THE SHARED CYCLE-CONTROL RECORD (SEE CYCCTL
015400* COPYBOOK), READ FOR THE BUSINESS DATE ONLY.
015500*----------------------------------------------------------------
015600 FD  CYCLECTL-FILE RECORD CONTAINS 56 CHARACTERS
015700     RECORDING MODE F.
015800 01  CYCLE-CONTROL-REC.
015900     COPY CYCCTL.
016000
016100*----------------------------------------------------------------
016200* RELSUMM-FILE / RELDETL-FILE - THE RELATIONSHIP ROLL-UP WORK
016300* FILES, BOTH IN RELATIONSHIP-KEY ORDER: ONE SUMMARY RECORD PER
016400* RELATIONSHIP WITH ITS COMBINED BALANCE, AND ONE DETAIL RECORD
016500* PER MEMBER ACCOUNT.  MATCHED BACK TOGETHER TO HAND EVERY
016600* ACCOUNT ITS RELATIONSHIP BALANCE, THE SAME WAY TOPACCTS DOES.
016700*----------------------------------------------------------------
016800 FD  RELSUMM-FILE RECORD CONTAINS 48 CHARACTERS
016900     RECORDING MODE F.
017000 01  RELSUMM-RECORD.
017100     05 RSUM-KEY         PIC X(33).
017200     05 RSUM-BALANCE     PIC 9(13)V99.
017300
017400 FD  RELDETL-FILE RECORD CONTAINS 43 CHARACTERS
017500     RECORDING MODE F.
017600 01  RELDETL-RECORD.
017700     05 RDTL-KEY         PIC X(33).
017800     05 RDTL-ACCT-ID     PIC X(10).
017900
018000*----------------------------------------------------------------
018100* REL-SORT - SORT ONE: EVERY MASTER RECORD BY RELATIONSHIP KEY
018200* (LNAME/FNAME) SO THE ROLL-UP IS A STRAIGHT CONTROL BREAK.  A
018300* BALANCE THAT FAILS THE NUMERIC EDIT ADDS NOTHING.
018400*----------------------------------------------------------------
018500 SD  REL-SORT.
018600 01  REL-SORT-REC.
018700     05 SRT1-KEY.
018800        10 SRT1-LNAME    PIC X(22).
018900        10 SRT1-FNAME    PIC X(11).
019000     05 SRT1-ACCT-ID     PIC X(10).
019100     05 SRT1-BALANCE     PIC 9(11)V99.
019200
019300*----------------------------------------------------------------
019400* ACCT-SORT - SORT TWO: EVERY ACCOUNT WITH ITS RELATIONSHIP
019500* BALANCE, BACK IN ACCT-ID ORDER, ONE FOR ONE WITH THE MASTER
019600* THE POSTING PASS READS.
019700*----------------------------------------------------------------
019800 SD  ACCT-SORT.
019900 01  ACCT-SORT-REC.
020000     05 SRT2-ACCT-ID     PIC X(10).
020100     05 SRT2-REL-BALANCE PIC 9(13)V99.
020200
020300 WORKING-STORAGE SECTION.
020400 77  FEE-MAX           PIC 9(02) COMP VALUE 10.
020500 77  NUM-FEES          PIC 9(02) VALUE 0.
020600 77  FEE-I             PIC 9(02) COMP VALUE 0.
020700 77  FEESCHED-NUM      PIC 9(04) VALUE 0.
020800 77  CUST-NUM          PIC 9(07) VALUE 0.
020900 77  CHARGED-NUM       PIC 9(07) VALUE 0.
021000 77  NOFEE-NUM         PIC 9(07) VALUE 0.
021100 77  REL-NUM           PIC 9(07) VALUE 0.
021200 77  NUMVAL-TEST-RC    PIC S9(04) VALUE 0.
021300 77  DATE-TEST-RC      PIC 9(04) VALUE 0.
021400
021500 77  BALANCE-NUM       PIC 9(11)V99 VALUE 0.
021600 77  WORK-BALANCE      PIC 9(11)V99 VALUE 0.
021700 77  PRIOR-BALANCE     PIC 9(11)V99 VALUE 0.
021800 77  CHARGE-NUM        PIC 9(09)V99 VALUE 0.
021900 77  SHORT-NUM         PIC 9(09)V99 VALUE 0.
022000 77  ACCT-FEE-SUM      PIC 9(11)V99 VALUE 0.
022100 77  REL-BALANCE       PIC 9(13)V99 VALUE 0.
022200 77  REL-SUM-WORK      PIC 9(13)V99 VALUE 0.
022300 77  EDIT-AMOUNT       PIC 9(13)V99 VALUE 0.
022400
022500 77  OLD-BAL-SUM       PIC 9(13)V99 VALUE 0.
022600 77  FEE-SUM           PIC 9(13)V99 VALUE 0.
022700 77  NEW-BAL-SUM       PIC 9(13)V99 VALUE 0.
022800
022900 77  BUS-INTEGER       PIC 9(09) VALUE 0.
023000 77  DATE-INTEGER      PIC 9(09) VALUE 0.
023100 77  DORM-DAYS-WORK    PIC 9(07) VALUE 0.
023200 77  AGE-DAYS-WORK     PIC 9(07) VALUE 0.
023300
023400 77  BALANCE-ED        PIC ZZZ,ZZZ,ZZ9.99.
023500 77  FEE-ED            PIC ZZZ,ZZZ,ZZ9.99.
023600 77  CHARGE-ED         PIC ZZZ,ZZZ,ZZ9.99.
023700 77  NEW-BAL-ED        PIC ZZZ,ZZZ,ZZ9.99.
023800 77  DAYS-ED           PIC Z,ZZZ,ZZ9.
023900 77  COUNT-ED          PIC Z,ZZZ,ZZ9.
024000 77  SUM-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024100 77  SUM-ED-2          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024200
024300*----------------------------------------------------------------
024400* BALANCE-PLAIN - THE POSTED BALANCE FORMATTED BACK INTO THE
024500* 12-BYTE MASTER FIELD, PLAIN DIGITS AND DECIMAL POINT ONLY.
024600*----------------------------------------------------------------
024700 77  BALANCE-PLAIN     PIC ZZZZZZZZ9.99.
024800
024900 01  FEE-OPERATOR      PIC X(08) VALUE "FEEPOST".
025000
025100 01  OLD-EOF-SW        PIC X(01) VALUE "N".
025200     88 OLD-EOF        VALUE "Y".
025300 01  REL-EOF-SW        PIC X(01) VALUE "N".
025400     88 REL-EOF        VALUE "Y".
025500 01  RSUM-EOF-SW       PIC X(01) VALUE "N".
025600     88 RSUM-EOF       VALUE "Y".
025700 01  RDTL-EOF-SW       PIC X(01) VALUE "N".
025800     88 RDTL-EOF       VALUE "Y".
025900 01  ACCT-EOF-SW       PIC X(01) VALUE "N".
026000     88 ACCT-EOF       VALUE "Y".
026100 01  HIST-EOF-SW       PIC X(01) VALUE "N".
026200     88 HIST-EOF       VALUE "Y".
026300 01  FEESCHED-BAD-SW   PIC X(01) VALUE "N".
026400     88 FEESCHED-BAD   VALUE "Y".
026500 01  JOIN-ERR-SW       PIC X(01) VALUE "N".
026600     88 JOIN-ERR       VALUE "Y".
026700 01  LDATE-VALID-SW    PIC X(01) VALUE "N".
026800     88 LDATE-VALID    VALUE "Y".
026900 01  FDATE-VALID-SW    PIC X(01) VALUE "N".
027000     88 FDATE-VALID    VALUE "Y".
027100 01  FEE-APPLIES-SW    PIC X(01) VALUE "N".
027200     88 FEE-APPLIES    VALUE "Y".
027300 01  FEESCHED-STATUS   PIC XX VALUE SPACES.
027400     88 FEESCHED-OK    VALUE "00".
027500     88 FEESCHED-EOF   VALUE "10".
027600 01  BALHIST-STATUS    PIC XX VALUE SPACES.
027700     88 BALHIST-OK     VALUE "00".
027800 01  CYCLECTL-STATUS   PIC XX VALUE SPACES.
027900     88 CYCLECTL-OK    VALUE "00".
028000 01  CYCLE-AVAIL-SW    PIC X(01) VALUE "N".
028100     88 CYCLE-AVAIL    VALUE "Y".
028200 01  CYCLE-HELD-SW     PIC X(01) VALUE "N".
028300     88 CYCLE-HELD     VALUE "Y".
028400 01  BUSINESS-DATE     PIC X(08) VALUE SPACES.
028500 01  BUS-DATE-NUM      PIC 9(08) VALUE 0.
028600 01  EDIT-DATE-NUM     PIC 9(08) VALUE 0.
028700
028800 01  CURR-REL-KEY      PIC X(33) VALUE SPACES.
028900 01  FEE-STATUS        PIC X(08) VALUE SPACES.
029000 01  FEE-REASON        PIC X(30) VALUE SPACES.
029100
029200*----------------------------------------------------------------
029300* FEE-TABLE - THE SCHEDULE AS LOADED, WITH EACH FEE'S RUN
029400* TOTALS: CHARGED IN FULL, PARTLY CHARGED (AND THE SHORTFALL
029500* LEFT UNCHARGED), AND WAIVED.
029600*----------------------------------------------------------------
029700 01  FEE-TABLE.
029800     05 FEE-ENTRY
029900        OCCURS 10 TIMES.
030000        10 FEE-CODE       PIC X(08).
030100        10 FEE-TYPE       PIC X(01).
030200           88 FEE-MINIMUM VALUE "M".
030300           88 FEE-DORMANT VALUE "D".
030400        10 FEE-FLOOR      PIC 9(11)V99.
030500        10 FEE-DORM-DAYS  PIC 9(04).
030600        10 FEE-AMOUNT     PIC 9(09)V99.
030700        10 FEE-WAIVE-REL  PIC 9(13)V99.
030800        10 FEE-WAIVE-NEW  PIC 9(03).
030900        10 FEE-PARTIAL-SW PIC X(01).
031000           88 FEE-PARTIAL-OK VALUE "Y".
031100        10 FEE-CHG-NUM    PIC 9(07).
031200        10 FEE-CHG-AMT    PIC 9(13)V99.
031300        10 FEE-PART-NUM   PIC 9(07).
031400        10 FEE-PART-AMT   PIC 9(13)V99.
031500        10 FEE-SHORT-AMT  PIC 9(13)V99.
031600        10 FEE-WAIVE-NUM  PIC 9(07).
031700        10 FEE-WAIVE-AMT  PIC 9(13)V99.
031800
031900 01  DATE-TODAY-HEADER.
032000     05 TODAY-YEAR PIC 9(4).
032100     05 TODAY-MONTH PIC 9(2).
032200     05 TODAY-DAY PIC 9(2).
032300     05 FILLER PIC X(13).
032400
032500*----------------------------------------------------------------
032600* FEE-LINE - ONE REGISTER DETAIL LINE.
032700*----------------------------------------------------------------
032800 01  FEE-LINE.
032900     05 FL-ACCT-ID     PIC X(10).
033000     05                PIC X(02).
033100     05 FL-FEE-CODE    PIC X(08).
033200     05                PIC X(02).
033300     05 FL-OLD-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
033400     05                PIC X(02).
033500     05 FL-FEE         PIC ZZZ,ZZZ,ZZ9.99.
033600     05                PIC X(02).
033700     05 FL-CHARGED     PIC ZZZ,ZZZ,ZZ9.99.
033800     05                PIC X(02).
033900     05 FL-NEW-BALANCE PIC ZZZ,ZZZ,ZZ9.99.
034000     05                PIC X(02).
034100     05 FL-STATUS      PIC X(08).
034200     05                PIC X(01).
034300     05 FL-REASON      PIC X(25).
034400
034500 PROCEDURE DIVISION.
034600 0000-MAINLINE.
034700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034800     IF CYCLE-HELD
034900        MOVE 8 TO RETURN-CODE
035000        STOP RUN
035100     END-IF
035200     IF NUM-FEES = 0 OR FEESCHED-BAD
035300        DISPLAY "FEEPOST - FEE SCHEDULE MISSING, EMPTY OR "
035400           "INVALID, NOTHING POSTED"
035500        MOVE 12 TO RETURN-CODE
035600        STOP RUN
035700     END-IF
035800     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
035900     PERFORM 3000-WRITE-REGISTER-HEADERS THRU 3000-EXIT
036000     SORT REL-SORT
036100        ON ASCENDING KEY SRT1-KEY SRT1-ACCT-ID
036200        INPUT PROCEDURE IS 4000-RELEASE-ACCOUNTS
036300           THRU 4000-EXIT
036400        OUTPUT PROCEDURE IS 4300-BUILD-REL-WORK
036500           THRU 4300-EXIT
036600     SORT ACCT-SORT
036700        ON ASCENDING KEY SRT2-ACCT-ID
036800        INPUT PROCEDURE IS 4500-JOIN-REL-BALANCE
036900           THRU 4500-EXIT
037000        OUTPUT PROCEDURE IS 5000-POST-FEES
037100           THRU 5000-EXIT
037200     PERFORM 6000-WRITE-REGISTER-TOTALS THRU 6000-EXIT
037300     PERFORM 6500-WRITE-TOTALS-REC THRU 6500-EXIT
037400     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
037500     IF JOIN-ERR
037600        MOVE 12 TO RETURN-CODE
037700     ELSE
037800        IF NEW-BAL-SUM NOT = OLD-BAL-SUM - FEE-SUM
037900           MOVE 8 TO RETURN-CODE
038000        END-IF
038100     END-IF
038200     STOP RUN
038300     .
038400
038500 1000-INITIALIZE.
038600     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
038700     PERFORM 1060-READ-CYCLE-CONTROL THRU 1060-EXIT
038800     IF CYCLE-AVAIL
038900        MOVE BUSINESS-DATE TO DATE-TODAY-HEADER(1:8)
039000     END-IF
039100     MOVE DATE-TODAY-HEADER(1:8) TO BUSINESS-DATE
039200     MOVE DATE-TODAY-HEADER(1:8) TO BUS-DATE-NUM
039300     COMPUTE BUS-INTEGER = FUNCTION INTEGER-OF-DATE(BUS-DATE-NUM)
039400     PERFORM 1080-CHECK-MONTH-POSTED THRU 1080-EXIT
039500     IF CYCLE-HELD
039600        GO TO 1000-EXIT
039700     END-IF
039800     PERFORM 1100-READ-FEESCHED-RECS THRU 1100-EXIT
039900     .
040000 1000-EXIT.
040100     EXIT.
040200
040300*----------------------------------------------------------------
040400* 1060-READ-CYCLE-CONTROL - PICK UP THE BUSINESS DATE THE FEES
040500* ARE ASSESSED AND DATED ON.  A MISSING CYCLECTL FILE LEAVES THE
040600* WALL CLOCK AS THE DATE.  THE RECORD IS ONLY READ - THE
040700* ONCE-A-MONTH CHECK IS MADE AGAINST BALHIST (1080).
040800*----------------------------------------------------------------
040900 1060-READ-CYCLE-CONTROL.
041000     OPEN INPUT CYCLECTL-FILE
041100     IF NOT CYCLECTL-OK
041200        DISPLAY "FEEPOST - CYCLECTL NOT AVAILABLE, STATUS "
041300           CYCLECTL-STATUS ", FEES DATED FROM THE SYSTEM DATE"
041400        GO TO 1060-EXIT
041500     END-IF
041600     READ CYCLECTL-FILE
041700     IF NOT CYCLECTL-OK
041800        DISPLAY "FEEPOST - CYCLECTL EMPTY, FEES DATED FROM THE "
041900           "SYSTEM DATE"
042000        CLOSE CYCLECTL-FILE
042100        GO TO 1060-EXIT
042200     END-IF
042300     SET CYCLE-AVAIL TO TRUE
042400     MOVE CYC-BUSINESS-DATE TO BUSINESS-DATE
042500     CLOSE CYCLECTL-FILE
042600     .
042700 1060-EXIT.
042800     EXIT.
042900
043000*----------------------------------------------------------------
043100* 1080-CHECK-MONTH-POSTED - THE FEE HISTORY RECORDS REACH
043200* BALHIST ONLY WHEN A POSTED MASTER HAS REPLACED PRODUCTION, SO
043300* A "FEEPOST" RECORD DATED IN THE BUSINESS MONTH MEANS THIS
043400* MONTH'S FEES ARE ALREADY ON THE MASTER AND THE RUN IS HELD.
043500* A RUN THAT FAILED ITS GATE LEFT NOTHING IN BALHIST AND CAN BE
043600* RESUBMITTED.  A MISSING BALHIST FILE ENFORCES NOTHING.
043700*----------------------------------------------------------------
043800 1080-CHECK-MONTH-POSTED.
043900     OPEN INPUT BALHIST-FILE
044000     IF NOT BALHIST-OK
044100        DISPLAY "FEEPOST - BALHIST NOT AVAILABLE, STATUS "
044200           BALHIST-STATUS ", MONTH CHECK NOT ENFORCED"
044300        GO TO 1080-EXIT
044400     END-IF
044500     PERFORM 1090-READ-ONE-HIST-REC THRU 1090-EXIT
044600        UNTIL HIST-EOF OR CYCLE-HELD
044700     CLOSE BALHIST-FILE
044800     IF CYCLE-HELD
044900        DISPLAY "FEEPOST - FEES ALREADY POSTED FOR BUSINESS "
045000           "MONTH " BUSINESS-DATE(1:6) " - RUN HELD"
045100     END-IF
045200     .
045300 1080-EXIT.
045400     EXIT.
045500
045600 1090-READ-ONE-HIST-REC.
045700     READ BALHIST-FILE
045800        AT END
045900           SET HIST-EOF TO TRUE
046000           GO TO 1090-EXIT
046100     END-READ
046200     IF HIST-OPERATOR IN BALHIST-RECORD = FEE-OPERATOR
046300        AND HIST-DATE IN BALHIST-RECORD(1:6) =
046400           BUSINESS-DATE(1:6)
046500        SET CYCLE-HELD TO TRUE
046600     END-IF
046700     .
046800 1090-EXIT.
046900     EXIT.
047000
047100 1100-READ-FEESCHED-RECS.
047200     OPEN INPUT FEESCHED-FILE
047300     IF NOT FEESCHED-OK
047400        DISPLAY "FEEPOST - FEESCHED-FILE NOT AVAILABLE, STATUS "
047500           FEESCHED-STATUS
047600        GO TO 1100-EXIT
047700     END-IF
047800
047900     PERFORM 1110-READ-ONE-FEESCHED-REC THRU 1110-EXIT
048000        UNTIL FEESCHED-EOF
048100
048200     CLOSE FEESCHED-FILE
048300     .
048400 1100-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------------
048800* 1110-READ-ONE-FEESCHED-REC - EDIT AND TABLE ONE FEE.  EVERY
048900* FAILURE IS DISPLAYED WITH THE RECORD NUMBER AND MARKS THE
049000* SCHEDULE BAD; THE REST OF THE FILE IS STILL EDITED SO ONE RUN
049100* SHOWS EVERY PROBLEM.
049200*----------------------------------------------------------------
049300 1110-READ-ONE-FEESCHED-REC.
049400     READ FEESCHED-FILE
049500        AT END
049600           GO TO 1110-EXIT
049700     END-READ
049800     ADD 1 TO FEESCHED-NUM
049900
050000     IF NUM-FEES NOT < FEE-MAX
050100        DISPLAY "FEEPOST - MORE THAN " FEE-MAX
050200           " FEES IN FEESCHED, RECORD " FEESCHED-NUM
050300        SET FEESCHED-BAD TO TRUE
050400        GO TO 1110-EXIT
050500     END-IF
050600     ADD 1 TO NUM-FEES
050700     INITIALIZE FEE-ENTRY(NUM-FEES)
050800
050900     IF FS-FEE-CODE = SPACES OR NOT FS-TYPE-VALID
051000        DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
051100           " - FEE CODE MISSING OR TYPE NOT M/D"
051200        SET FEESCHED-BAD TO TRUE
051300        GO TO 1110-EXIT
051400     END-IF
051500     MOVE FS-FEE-CODE TO FEE-CODE(NUM-FEES)
051600     MOVE FS-FEE-TYPE TO FEE-TYPE(NUM-FEES)
051700
051800     COMPUTE NUMVAL-TEST-RC = FUNCTION TEST-NUMVAL-C(FS-AMOUNT)
051900     IF NUMVAL-TEST-RC NOT = 0
052000        DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
052100           " - FEE AMOUNT NOT NUMERIC"
052200        SET FEESCHED-BAD TO TRUE
052300        GO TO 1110-EXIT
052400     END-IF
052500     COMPUTE EDIT-AMOUNT = FUNCTION NUMVAL-C(FS-AMOUNT)
052600     IF EDIT-AMOUNT NOT > 0 OR EDIT-AMOUNT > 999999999.99
052700        DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
052800           " - FEE AMOUNT NOT POSITIVE OR TOO LARGE"
052900        SET FEESCHED-BAD TO TRUE
053000        GO TO 1110-EXIT
053100     END-IF
053200     MOVE EDIT-AMOUNT TO FEE-AMOUNT(NUM-FEES)
053300
053400     IF FS-BAL-FLOOR NOT = SPACES
053500        COMPUTE NUMVAL-TEST-RC =
053600           FUNCTION TEST-NUMVAL-C(FS-BAL-FLOOR)
053700        IF NUMVAL-TEST-RC NOT = 0
053800           DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
053900              " - BALANCE FLOOR NOT NUMERIC"
054000           SET FEESCHED-BAD TO TRUE
054100           GO TO 1110-EXIT
054200        END-IF
054300        COMPUTE EDIT-AMOUNT = FUNCTION NUMVAL-C(FS-BAL-FLOOR)
054400        IF EDIT-AMOUNT > 999999999.99
054500           DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
054600              " - BALANCE FLOOR TOO LARGE"
054700           SET FEESCHED-BAD TO TRUE
054800           GO TO 1110-EXIT
054900        END-IF
055000        MOVE EDIT-AMOUNT TO FEE-FLOOR(NUM-FEES)
055100     END-IF
055200     IF FEE-MINIMUM(NUM-FEES) AND FEE-FLOOR(NUM-FEES) = 0
055300        DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
055400           " - MINIMUM-BALANCE FEE WITHOUT A FLOOR"
055500        SET FEESCHED-BAD TO TRUE
055600        GO TO 1110-EXIT
055700     END-IF
055800
055900     IF FEE-DORMANT(NUM-FEES)
056000        IF FS-DORM-DAYS NOT NUMERIC OR FS-DORM-DAYS = "0000"
056100           DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
056200              " - INACTIVITY FEE WITHOUT DORMANCY DAYS"
056300           SET FEESCHED-BAD TO TRUE
056400           GO TO 1110-EXIT
056500        END-IF
056600        MOVE FS-DORM-DAYS TO FEE-DORM-DAYS(NUM-FEES)
056700     END-IF
056800
056900     IF FS-WAIVE-REL-BAL NOT = SPACES
057000        COMPUTE NUMVAL-TEST-RC =
057100           FUNCTION TEST-NUMVAL-C(FS-WAIVE-REL-BAL)
057200        IF NUMVAL-TEST-RC NOT = 0
057300           DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
057400              " - RELATIONSHIP WAIVER LEVEL NOT NUMERIC"
057500           SET FEESCHED-BAD TO TRUE
057600           GO TO 1110-EXIT
057700        END-IF
057800        COMPUTE FEE-WAIVE-REL(NUM-FEES) =
057900           FUNCTION NUMVAL-C(FS-WAIVE-REL-BAL)
058000     END-IF
058100
058200     IF FS-WAIVE-NEW-DAYS NOT = SPACES
058300        IF FS-WAIVE-NEW-DAYS NOT NUMERIC
058400           DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
058500              " - NEW-ACCOUNT WAIVER DAYS NOT NUMERIC"
058600           SET FEESCHED-BAD TO TRUE
058700           GO TO 1110-EXIT
058800        END-IF
058900        MOVE FS-WAIVE-NEW-DAYS TO FEE-WAIVE-NEW(NUM-FEES)
059000     END-IF
059100
059200     IF NOT FS-PARTIAL-VALID
059300        DISPLAY "FEEPOST - FEESCHED RECORD " FEESCHED-NUM
059400           " - PARTIAL-CHARGE SWITCH NOT Y/N"
059500        SET FEESCHED-BAD TO TRUE
059600        GO TO 1110-EXIT
059700     END-IF
059800     IF FS-PARTIAL-SW = "N"
059900        MOVE "N" TO FEE-PARTIAL-SW(NUM-FEES)
060000     ELSE
060100        MOVE "Y" TO FEE-PARTIAL-SW(NUM-FEES)
060200     END-IF
060300     .
060400 1110-EXIT.
060500     EXIT.
060600
060700 2000-OPEN-FILES.
060800     OPEN INPUT OLDMSTR-FILE
060900     OPEN OUTPUT NEWMSTR-FILE
061000     OPEN OUTPUT FEEREG-FILE
061100     OPEN OUTPUT TOTALS-FILE
061200     OPEN OUTPUT FEEHIST-FILE
061300     .
061400 2000-EXIT.
061500     EXIT.
061600
061700 3000-WRITE-REGISTER-HEADERS.
061800     MOVE "SERVICE-FEE ASSESSMENT REGISTER"
061900        TO FEEREG-REPORT-LINE
062000     WRITE FEEREG-REPORT-LINE
062100
062200     MOVE SPACES TO FEEREG-REPORT-LINE
062300     STRING
062400        "ASSESSED ON" DELIMITED BY SIZE
062500        " " DELIMITED BY SIZE
062600        TODAY-MONTH DELIMITED BY SIZE
062700        "." DELIMITED BY SIZE
062800        TODAY-DAY DELIMITED BY SIZE
062900        "." DELIMITED BY SIZE
063000        TODAY-YEAR DELIMITED BY SIZE
063100        "   OPERATOR " DELIMITED BY SIZE
063200        FEE-OPERATOR DELIMITED BY SIZE
063300        INTO FEEREG-REPORT-LINE
063400     WRITE FEEREG-REPORT-LINE
063500
063600     MOVE SPACES TO FEEREG-REPORT-LINE
063700     STRING
063800        "ACCT-ID     FEE CODE     OLD BALANCE"
063900           DELIMITED BY SIZE
064000        "             FEE         CHARGED     NEW BALANCE"
064100           DELIMITED BY SIZE
064200        "  STATUS   REASON" DELIMITED BY SIZE
064300        INTO FEEREG-REPORT-LINE
064400     WRITE FEEREG-REPORT-LINE
064500     .
064600 3000-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* 4000-RELEASE-ACCOUNTS - SORT ONE INPUT: EVERY MASTER RECORD
065100* GOES TO THE SORT, SO SORT TWO HANDS BACK EXACTLY ONE RECORD
065200* PER MASTER RECORD.  THE MASTER IS REOPENED FOR THE POSTING
065300* PASS AFTERWARDS.
065400*----------------------------------------------------------------
065500 4000-RELEASE-ACCOUNTS.
065600     PERFORM 4100-RELEASE-ONE-ACCOUNT THRU 4100-EXIT
065700        UNTIL OLD-EOF
065800     CLOSE OLDMSTR-FILE
065900     OPEN INPUT OLDMSTR-FILE
066000     MOVE "N" TO OLD-EOF-SW
066100     .
066200 4000-EXIT.
066300     EXIT.
066400
066500 4100-RELEASE-ONE-ACCOUNT.
066600     READ OLDMSTR-FILE
066700        AT END
066800           SET OLD-EOF TO TRUE
066900           GO TO 4100-EXIT
067000     END-READ
067100     MOVE LNAME IN OLD-CUSTREC TO SRT1-LNAME
067200     MOVE FNAME IN OLD-CUSTREC TO SRT1-FNAME
067300     MOVE ACCT-ID IN OLD-CUSTREC TO SRT1-ACCT-ID
067400     MOVE 0 TO SRT1-BALANCE
067500     COMPUTE NUMVAL-TEST-RC =
067600        FUNCTION TEST-NUMVAL-C(BALANCE IN OLD-CUSTREC)
067700     IF NUMVAL-TEST-RC = 0
067800        COMPUTE SRT1-BALANCE =
067900           FUNCTION NUMVAL-C(BALANCE IN OLD-CUSTREC)
068000     END-IF
068100     RELEASE REL-SORT-REC
068200     .
068300 4100-EXIT.
068400     EXIT.
068500
068600*----------------------------------------------------------------
068700* 4300-BUILD-REL-WORK - SORT ONE OUTPUT: A CONTROL BREAK ON THE
068800* RELATIONSHIP KEY.  EVERY MEMBER GOES TO RELDETL AS IT COMES
068900* BACK; THE COMBINED BALANCE GOES TO RELSUMM AT THE BREAK.
069000*----------------------------------------------------------------
069100 4300-BUILD-REL-WORK.
069200     OPEN OUTPUT RELSUMM-FILE
069300     OPEN OUTPUT RELDETL-FILE
069400     PERFORM 4310-GET-REL-REC THRU 4310-EXIT
069500     IF NOT REL-EOF
069600        MOVE SRT1-KEY TO CURR-REL-KEY
069700     END-IF
069800     PERFORM 4320-PROCESS-REL-REC THRU 4320-EXIT
069900        UNTIL REL-EOF
070000     IF REL-NUM > 0
070200        PERFORM 4340-WRITE-REL-SUMMARY THRU 4340-EXIT
070300     END-IF
070400     CLOSE RELSUMM-FILE
070500     CLOSE RELDETL-FILE
070600     .
070700 4300-EXIT.
070800     EXIT.
070900
071000 4310-GET-REL-REC.
071100     RETURN REL-SORT
071200        AT END
071300           SET REL-EOF TO TRUE
071400     END-RETURN
071500     .
071600 4310-EXIT.
071700     EXIT.
071800
071900 4320-PROCESS-REL-REC.
072000     IF SRT1-KEY NOT = CURR-REL-KEY
072100        PERFORM 4340-WRITE-REL-SUMMARY THRU 4340-EXIT
072200        MOVE SRT1-KEY TO CURR-REL-KEY
072300     END-IF
072400     ADD 1 TO REL-NUM
072500     ADD SRT1-BALANCE TO REL-SUM-WORK
072600     MOVE SRT1-KEY TO RDTL-KEY
072700     MOVE SRT1-ACCT-ID TO RDTL-ACCT-ID
072800     WRITE RELDETL-RECORD
072900     PERFORM 4310-GET-REL-REC THRU 4310-EXIT
073000     .
073100 4320-EXIT.
073200     EXIT.
073300
073400 4340-WRITE-REL-SUMMARY.
073500     MOVE CURR-REL-KEY TO RSUM-KEY
073600     MOVE REL-SUM-WORK TO RSUM-BALANCE
073700     WRITE RELSUMM-RECORD
073800     MOVE 0 TO REL-NUM
073900     MOVE 0 TO REL-SUM-WORK
074000     .
074100 4340-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------------
074500* 4500-JOIN-REL-BALANCE - SORT TWO INPUT: WALK RELSUMM AND
074600* RELDETL TOGETHER (BOTH IN RELATIONSHIP-KEY ORDER) AND RELEASE
074700* EVERY MEMBER ACCOUNT WITH ITS RELATIONSHIP'S COMBINED BALANCE.
074800*----------------------------------------------------------------
074900 4500-JOIN-REL-BALANCE.
075000     OPEN INPUT RELSUMM-FILE
075100     OPEN INPUT RELDETL-FILE
075200     PERFORM 4510-READ-RELSUMM THRU 4510-EXIT
075300     PERFORM 4520-READ-RELDETL THRU 4520-EXIT
075400     PERFORM 4530-RELEASE-MEMBER THRU 4530-EXIT
075500        UNTIL RDTL-EOF
075600     CLOSE RELSUMM-FILE
075700     CLOSE RELDETL-FILE
075800     .
075900 4500-EXIT.
076000     EXIT.
076100
076200 4510-READ-RELSUMM.
076300     READ RELSUMM-FILE
076400        AT END
076500           SET RSUM-EOF TO TRUE
076600           MOVE HIGH-VALUES TO RSUM-KEY
076700     END-READ
076800     .
076900 4510-EXIT.
077000     EXIT.
077100
077200 4520-READ-RELDETL.
077300     READ RELDETL-FILE
077400        AT END
077500           SET RDTL-EOF TO TRUE
077600     END-READ
077700     .
077800 4520-EXIT.
077900     EXIT.
078000
078100 4530-RELEASE-MEMBER.
078200     PERFORM 4510-READ-RELSUMM THRU 4510-EXIT
078300        UNTIL RSUM-EOF OR RSUM-KEY NOT < RDTL-KEY
078400     MOVE RDTL-ACCT-ID TO SRT2-ACCT-ID
078500     IF RSUM-KEY = RDTL-KEY
078600        MOVE RSUM-BALANCE TO SRT2-REL-BALANCE
078700     ELSE
078800        MOVE 0 TO SRT2-REL-BALANCE
078900     END-IF
079000     RELEASE ACCT-SORT-REC
079100     PERFORM 4520-READ-RELDETL THRU 4520-EXIT
079200     .
079300 4530-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700* 5000-POST-FEES - SORT TWO OUTPUT: THE ACCOUNTS COME BACK IN
079800* ACCT-ID ORDER, ONE FOR EACH MASTER RECORD, SO THE MASTER IS
079900* READ IN STEP WITH THEM.  IF THE TWO EVER DISAGREE NOTHING
080000* MORE IS POSTED AND THE RUN ENDS CC 12.
080100*----------------------------------------------------------------
080200 5000-POST-FEES.
080300     PERFORM 5010-GET-ACCT-REC THRU 5010-EXIT
080400     PERFORM 5100-POST-ONE-ACCOUNT THRU 5100-EXIT
080500        UNTIL ACCT-EOF OR JOIN-ERR
080600     .
080700 5000-EXIT.
080800     EXIT.
080900
081000 5010-GET-ACCT-REC.
081100     RETURN ACCT-SORT
081200        AT END
081300           SET ACCT-EOF TO TRUE
081400     END-RETURN
081500     .
081600 5010-EXIT.
081700     EXIT.
081800
081900*----------------------------------------------------------------
082000* 5100-POST-ONE-ACCOUNT - PRICE ONE ACCOUNT AGAINST EVERY FEE IN
082100* THE SCHEDULE.  THE FLOORS ARE TESTED AGAINST THE BALANCE THE
082200* ACCOUNT STARTED THE RUN WITH; EACH FEE CHARGED COMES OFF THE
082300* WORKING BALANCE, SO A SECOND FEE SEES WHAT THE FIRST LEFT.
082400*----------------------------------------------------------------
082500 5100-POST-ONE-ACCOUNT.
082600     READ OLDMSTR-FILE
082700        AT END
082800           SET OLD-EOF TO TRUE
082900     END-READ
083000     IF OLD-EOF OR ACCT-ID IN OLD-CUSTREC NOT = SRT2-ACCT-ID
083100        SET JOIN-ERR TO TRUE
083200        DISPLAY "FEEPOST - RELATIONSHIP JOIN OUT OF STEP WITH "
083300           "THE MASTER AT " SRT2-ACCT-ID " - RUN STOPPED"
083400        GO TO 5100-EXIT
083500     END-IF
083600
083700     ADD 1 TO CUST-NUM
083800     MOVE OLD-CUSTREC TO NEW-CUSTREC
083900     MOVE SRT2-REL-BALANCE TO REL-BALANCE
084000     COMPUTE NUMVAL-TEST-RC =
084100        FUNCTION TEST-NUMVAL-C(BALANCE IN OLD-CUSTREC)
084200     IF NUMVAL-TEST-RC NOT = 0
084300        ADD 1 TO NOFEE-NUM
084400        PERFORM 6200-WRITE-NOFEE-LINE THRU 6200-EXIT
084500        GO TO 5100-WRITE
084600     END-IF
084700     COMPUTE BALANCE-NUM =
084800        FUNCTION NUMVAL-C(BALANCE IN OLD-CUSTREC)
084900     ADD BALANCE-NUM TO OLD-BAL-SUM
085000     MOVE BALANCE-NUM TO WORK-BALANCE
085100     MOVE 0 TO ACCT-FEE-SUM
085200     PERFORM 5150-SET-ACCOUNT-AGES THRU 5150-EXIT
085300
085400     PERFORM 5200-ASSESS-ONE-FEE THRU 5200-EXIT
085500        VARYING FEE-I FROM 1 BY 1 UNTIL FEE-I > NUM-FEES
085600
085700     IF ACCT-FEE-SUM > 0
085800        MOVE WORK-BALANCE TO BALANCE-PLAIN
085900        MOVE BALANCE-PLAIN TO BALANCE IN NEW-CUSTREC
086000        ADD 1 TO CHARGED-NUM
086100        ADD ACCT-FEE-SUM TO FEE-SUM
086200     END-IF
086300     ADD WORK-BALANCE TO NEW-BAL-SUM
086400     .
086500 5100-WRITE.
086600     WRITE NEW-CUSTREC
086700     PERFORM 5010-GET-ACCT-REC THRU 5010-EXIT
086800     .
086900 5100-EXIT.
087000     EXIT.
087100
087200*----------------------------------------------------------------
087300* 5150-SET-ACCOUNT-AGES - DAYS SINCE LAST ACTIVITY (LDATE) FOR
087400* THE INACTIVITY FEE AND DAYS SINCE OPENING (FDATE) FOR THE
087500* NEW-ACCOUNT WAIVER.  A DATE THAT IS NOT A REAL CALENDAR DATE
087600* ON OR BEFORE THE BUSINESS DATE IS FLAGGED AND NOT USED.
087700*----------------------------------------------------------------
087800 5150-SET-ACCOUNT-AGES.
087900     MOVE "N" TO LDATE-VALID-SW
088000     MOVE "N" TO FDATE-VALID-SW
088100     MOVE 0 TO DORM-DAYS-WORK
088200     MOVE 0 TO AGE-DAYS-WORK
088300     IF LDATE IN OLD-CUSTREC NUMERIC
088400        MOVE LDATE IN OLD-CUSTREC TO EDIT-DATE-NUM
088500        COMPUTE DATE-TEST-RC =
088600           FUNCTION TEST-DATE-YYYYMMDD(EDIT-DATE-NUM)
088700        IF DATE-TEST-RC = 0 AND EDIT-DATE-NUM NOT > BUS-DATE-NUM
088800           SET LDATE-VALID TO TRUE
088900           COMPUTE DATE-INTEGER =
089000              FUNCTION INTEGER-OF-DATE(EDIT-DATE-NUM)
089100           COMPUTE DORM-DAYS-WORK = BUS-INTEGER - DATE-INTEGER
089200        END-IF
089300     END-IF
089400     IF FDATE IN OLD-CUSTREC NUMERIC
089500        MOVE FDATE IN OLD-CUSTREC TO EDIT-DATE-NUM
089600        COMPUTE DATE-TEST-RC =
089700           FUNCTION TEST-DATE-YYYYMMDD(EDIT-DATE-NUM)
089800        IF DATE-TEST-RC = 0 AND EDIT-DATE-NUM NOT > BUS-DATE-NUM
089900           SET FDATE-VALID TO TRUE
090000           COMPUTE DATE-INTEGER =
090100              FUNCTION INTEGER-OF-DATE(EDIT-DATE-NUM)
090200           COMPUTE AGE-DAYS-WORK = BUS-INTEGER - DATE-INTEGER
090300        END-IF
090400     END-IF
090500     .
090600 5150-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------------
091000* 5200-ASSESS-ONE-FEE - DOES FEE FEE-I APPLY, IS IT WAIVED, AND
091100* HOW MUCH OF IT CAN THE BALANCE BEAR.  AN INACTIVITY FEE ON AN
091200* ACCOUNT WHOSE LDATE CANNOT BE READ IS WAIVED - DORMANCY CANNOT
091300* BE SHOWN, SO THE CUSTOMER GETS THE BENEFIT.
091400*----------------------------------------------------------------
091500 5200-ASSESS-ONE-FEE.
091600     MOVE "N" TO FEE-APPLIES-SW
091700     MOVE SPACES TO FEE-REASON
091800     IF FEE-MINIMUM(FEE-I)
091900        IF BALANCE-NUM < FEE-FLOOR(FEE-I)
092000           SET FEE-APPLIES TO TRUE
092100           MOVE "UNDER MINIMUM BALANCE" TO FEE-REASON
092200        END-IF
092300     ELSE
092400        IF FEE-FLOOR(FEE-I) = 0
092500           OR BALANCE-NUM < FEE-FLOOR(FEE-I)
092600           IF NOT LDATE-VALID
092700              SET FEE-APPLIES TO TRUE
092800           ELSE
092900              IF DORM-DAYS-WORK > FEE-DORM-DAYS(FEE-I)
093000                 SET FEE-APPLIES TO TRUE
093100                 MOVE DORM-DAYS-WORK TO DAYS-ED
093200                 STRING
093300                    "INACTIVE" DELIMITED BY SIZE
093400                    DAYS-ED DELIMITED BY SIZE
093500                    " DAYS" DELIMITED BY SIZE
093600                    INTO FEE-REASON
093700              END-IF
093800           END-IF
093900        END-IF
094000     END-IF
094100     IF NOT FEE-APPLIES
094200        GO TO 5200-EXIT
094300     END-IF
094400
094500     MOVE WORK-BALANCE TO PRIOR-BALANCE
094600     MOVE 0 TO CHARGE-NUM
094700     MOVE 0 TO SHORT-NUM
094800     MOVE "WAIVED" TO FEE-STATUS
094900     EVALUATE TRUE
095000        WHEN FEE-DORMANT(FEE-I) AND NOT LDATE-VALID
095100           MOVE "LDATE FAILS EDIT" TO FEE-REASON
095200        WHEN FEE-WAIVE-REL(FEE-I) > 0
095300           AND REL-BALANCE NOT < FEE-WAIVE-REL(FEE-I)
095400           MOVE "RELATIONSHIP BALANCE" TO FEE-REASON
095500        WHEN FEE-WAIVE-NEW(FEE-I) > 0 AND FDATE-VALID
095600           AND AGE-DAYS-WORK < FEE-WAIVE-NEW(FEE-I)
095700           MOVE "NEW ACCOUNT" TO FEE-REASON
095800        WHEN WORK-BALANCE = 0
095900           MOVE "NO BALANCE TO CHARGE" TO FEE-REASON
096000        WHEN WORK-BALANCE < FEE-AMOUNT(FEE-I)
096100           AND NOT FEE-PARTIAL-OK(FEE-I)
096200           MOVE "BALANCE SHORT OF FEE" TO FEE-REASON
096300        WHEN WORK-BALANCE < FEE-AMOUNT(FEE-I)
096400           MOVE "PARTIAL" TO FEE-STATUS
096500           MOVE "BALANCE SHORT OF FEE" TO FEE-REASON
096600           MOVE WORK-BALANCE TO CHARGE-NUM
096700           COMPUTE SHORT-NUM = FEE-AMOUNT(FEE-I) - CHARGE-NUM
096800        WHEN OTHER
096900           MOVE "CHARGED" TO FEE-STATUS
097000           MOVE FEE-AMOUNT(FEE-I) TO CHARGE-NUM
097100     END-EVALUATE
097200
097300     EVALUATE FEE-STATUS
097400        WHEN "CHARGED"
097500           ADD 1 TO FEE-CHG-NUM(FEE-I)
097600           ADD CHARGE-NUM TO FEE-CHG-AMT(FEE-I)
097700        WHEN "PARTIAL"
097800           ADD 1 TO FEE-PART-NUM(FEE-I)
097900           ADD CHARGE-NUM TO FEE-PART-AMT(FEE-I)
098000           ADD SHORT-NUM TO FEE-SHORT-AMT(FEE-I)
098100        WHEN OTHER
098200           ADD 1 TO FEE-WAIVE-NUM(FEE-I)
098300           ADD FEE-AMOUNT(FEE-I) TO FEE-WAIVE-AMT(FEE-I)
098400     END-EVALUATE
098500     IF CHARGE-NUM > 0
098600        SUBTRACT CHARGE-NUM FROM WORK-BALANCE
098700        ADD CHARGE-NUM TO ACCT-FEE-SUM
098800        PERFORM 6300-WRITE-FEE-HISTORY THRU 6300-EXIT
098900     END-IF
099000     PERFORM 6100-WRITE-REGISTER-LINE THRU 6100-EXIT
099100     .
099200 5200-EXIT.
099300     EXIT.
099400
099500 6000-WRITE-REGISTER-TOTALS.
099600     MOVE "==============================================="
099700        TO FEEREG-REPORT-LINE
099800     WRITE FEEREG-REPORT-LINE
099900     PERFORM 6050-WRITE-FEE-TOTALS THRU 6050-EXIT
100000        VARYING FEE-I FROM 1 BY 1 UNTIL FEE-I > NUM-FEES
100100
100200     MOVE SPACES TO FEEREG-REPORT-LINE
100300     WRITE FEEREG-REPORT-LINE
100400     MOVE SPACES TO FEEREG-REPORT-LINE
100500     STRING
100600        "ACCOUNTS READ: " DELIMITED BY SIZE
100700        CUST-NUM DELIMITED BY SIZE
100800        "  CHARGED: " DELIMITED BY SIZE
100900        CHARGED-NUM DELIMITED BY SIZE
101000        "  NOT ASSESSED: " DELIMITED BY SIZE
101100        NOFEE-NUM DELIMITED BY SIZE
101200        INTO FEEREG-REPORT-LINE
101300     WRITE FEEREG-REPORT-LINE
101400
101500     MOVE OLD-BAL-SUM TO SUM-ED
101600     MOVE FEE-SUM TO SUM-ED-2
101700     MOVE SPACES TO FEEREG-REPORT-LINE
101800     STRING
101900        "OLD MASTER TOTAL: " DELIMITED BY SIZE
102000        SUM-ED DELIMITED BY SIZE
102100        "  FEES CHARGED: " DELIMITED BY SIZE
102200        SUM-ED-2 DELIMITED BY SIZE
102300        INTO FEEREG-REPORT-LINE
102400     WRITE FEEREG-REPORT-LINE
102500
102600     MOVE NEW-BAL-SUM TO SUM-ED
102700     MOVE SPACES TO FEEREG-REPORT-LINE
102800     STRING
102900        "NEW MASTER TOTAL: " DELIMITED BY SIZE
103000        SUM-ED DELIMITED BY SIZE
103100        INTO FEEREG-REPORT-LINE
103200     WRITE FEEREG-REPORT-LINE
103300
103400     MOVE SPACES TO FEEREG-REPORT-LINE
103500     EVALUATE TRUE
103600        WHEN JOIN-ERR
103700           MOVE "RUN STOPPED - MASTER INCOMPLETE, DO NOT REPLACE"
103800              TO FEEREG-REPORT-LINE
103900        WHEN NEW-BAL-SUM = OLD-BAL-SUM - FEE-SUM
104000           MOVE "PROOF - NEW TOTAL EQUALS OLD TOTAL LESS FEES"
104100              TO FEEREG-REPORT-LINE
104200        WHEN OTHER
104300           MOVE "PROOF FAILED - NEW TOTAL DOES NOT RECONCILE"
104400              TO FEEREG-REPORT-LINE
104500     END-EVALUATE
104600     WRITE FEEREG-REPORT-LINE
104700     .
104800 6000-EXIT.
104900     EXIT.
105000
105100*----------------------------------------------------------------
105200* 6050-WRITE-FEE-TOTALS - ONE FEE CODE: CHARGED IN FULL, PARTLY
105300* CHARGED WITH THE SHORTFALL NOT COLLECTED, AND WAIVED.
105400*----------------------------------------------------------------
105500 6050-WRITE-FEE-TOTALS.
105600     MOVE FEE-CHG-NUM(FEE-I) TO COUNT-ED
105700     MOVE FEE-CHG-AMT(FEE-I) TO SUM-ED
105800     MOVE SPACES TO FEEREG-REPORT-LINE
105900     STRING
106000        FEE-CODE(FEE-I) DELIMITED BY SIZE
106100        "  CHARGED  " DELIMITED BY SIZE
106200        COUNT-ED DELIMITED BY SIZE
106300        "  AMOUNT: " DELIMITED BY SIZE
106400        SUM-ED DELIMITED BY SIZE
106500        INTO FEEREG-REPORT-LINE
106600     WRITE FEEREG-REPORT-LINE
106700
106800     MOVE FEE-PART-NUM(FEE-I) TO COUNT-ED
106900     MOVE FEE-PART-AMT(FEE-I) TO SUM-ED
107000     MOVE FEE-SHORT-AMT(FEE-I) TO SUM-ED-2
107100     MOVE SPACES TO FEEREG-REPORT-LINE
107200     STRING
107300        "          PARTIAL  " DELIMITED BY SIZE
107400        COUNT-ED DELIMITED BY SIZE
107500        "  AMOUNT: " DELIMITED BY SIZE
107600        SUM-ED DELIMITED BY SIZE
107700        "  NOT COLLECTED: " DELIMITED BY SIZE
107800        SUM-ED-2 DELIMITED BY SIZE
107900        INTO FEEREG-REPORT-LINE
108000     WRITE FEEREG-REPORT-LINE
108100
108200     MOVE FEE-WAIVE-NUM(FEE-I) TO COUNT-ED
108300     MOVE FEE-WAIVE-AMT(FEE-I) TO SUM-ED
108400     MOVE SPACES TO FEEREG-REPORT-LINE
108500     STRING
108600        "          WAIVED   " DELIMITED BY SIZE
108700        COUNT-ED DELIMITED BY SIZE
108800        "  AMOUNT: " DELIMITED BY SIZE
108900        SUM-ED DELIMITED BY SIZE
109000        INTO FEEREG-REPORT-LINE
109100     WRITE FEEREG-REPORT-LINE
109200     .
109300 6050-EXIT.
109400     EXIT.
109500
109600*----------------------------------------------------------------
109700* 6500-WRITE-TOTALS-REC - CONTROL TOTALS FOR THE MSTRVRFY GATE
109800* AND GLINTFC: CHARGED ACCOUNTS RIDE AS CHANGES, THE FEES AS A
109900* NEGATIVE NET MOVEMENT, NO ADDS OR DELETES.
110000*----------------------------------------------------------------
110100 6500-WRITE-TOTALS-REC.
110200     MOVE 0 TO MNTTOT-ADD-NUM
110300     MOVE CHARGED-NUM TO MNTTOT-CHANGE-NUM
110400     MOVE 0 TO MNTTOT-DELETE-NUM
110500     MOVE NOFEE-NUM TO MNTTOT-REJECT-NUM
110600     COMPUTE MNTTOT-NET-DELTA = 0 - FEE-SUM
110700     WRITE TOTALS-RECORD
110800     .
110900 6500-EXIT.
111000     EXIT.
111100
111200*----------------------------------------------------------------
111300* 6100-WRITE-REGISTER-LINE - ONE FEE CHARGED, PARTLY CHARGED OR
111400* WAIVED: THE BALANCE BEFORE IT, THE SCHEDULED FEE, WHAT WAS
111500* TAKEN, THE BALANCE AFTER IT, AND WHY.
111600*----------------------------------------------------------------
111700 6100-WRITE-REGISTER-LINE.
111800     MOVE SPACES TO FEE-LINE
111900     MOVE ACCT-ID IN OLD-CUSTREC TO FL-ACCT-ID
112000     MOVE FEE-CODE(FEE-I) TO FL-FEE-CODE
112100     MOVE PRIOR-BALANCE TO FL-OLD-BALANCE
112200     MOVE FEE-AMOUNT(FEE-I) TO FL-FEE
112300     MOVE CHARGE-NUM TO FL-CHARGED
112400     MOVE WORK-BALANCE TO FL-NEW-BALANCE
112500     MOVE FEE-STATUS TO FL-STATUS
112600     MOVE FEE-REASON TO FL-REASON
112700     MOVE FEE-LINE TO FEEREG-REPORT-LINE
112800     WRITE FEEREG-REPORT-LINE
112900     .
113000 6100-EXIT.
113100     EXIT.
113200
113300*----------------------------------------------------------------
113400* 6200-WRITE-NOFEE-LINE - AN ACCOUNT WHOSE BALANCE FAILS THE
113500* NUMERIC EDIT CANNOT BE PRICED; IT CARRIES THROUGH UNCHANGED.
113600*----------------------------------------------------------------
113700 6200-WRITE-NOFEE-LINE.
113800     MOVE SPACES TO FEEREG-REPORT-LINE
113900     STRING
114000        ACCT-ID IN OLD-CUSTREC DELIMITED BY SIZE
114100        "  NOT ASSESSED - BALANCE FAILS NUMERIC EDIT"
114200           DELIMITED BY SIZE
114300        INTO FEEREG-REPORT-LINE
114400     WRITE FEEREG-REPORT-LINE
114500     .
114600 6200-EXIT.
114700     EXIT.
114800
114900*----------------------------------------------------------------
115000* 6300-WRITE-FEE-HISTORY - ONE BALANCE HISTORY RECORD PER FEE
115100* CHARGED, SO THE MOVEMENT REPORT AND THE STATEMENTS SHOW EACH
115200* FEE AS ITS OWN BALANCE CHANGE.
115300*----------------------------------------------------------------
115400 6300-WRITE-FEE-HISTORY.
115500     MOVE ACCT-ID IN OLD-CUSTREC TO HIST-ACCT-ID IN FEEHIST-RECORD
115600     MOVE DATE-TODAY-HEADER(1:8) TO HIST-DATE IN FEEHIST-RECORD
115700     MOVE FEE-OPERATOR TO HIST-OPERATOR IN FEEHIST-RECORD
115800     MOVE PRIOR-BALANCE TO HIST-OLD-BALANCE IN FEEHIST-RECORD
115900     MOVE WORK-BALANCE TO HIST-NEW-BALANCE IN FEEHIST-RECORD
116000     COMPUTE HIST-DELTA IN FEEHIST-RECORD = 0 - CHARGE-NUM
116100     WRITE FEEHIST-RECORD
116200     .
116300 6300-EXIT.
116400     EXIT.
116500
116600 7000-CLOSE-FILES.
116700     CLOSE OLDMSTR-FILE
116800     CLOSE NEWMSTR-FILE
116900     CLOSE FEEREG-FILE
117000     CLOSE TOTALS-FILE
117100     CLOSE FEEHIST-FILE
117200     .
117300 7000-EXIT.
117400     EXIT.
