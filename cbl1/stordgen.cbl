000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STORDGEN.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  STANDING ORDERS -
001100*                  THE RECURRING DEPOSITS, WITHDRAWALS AND
001200*                  TRANSFERS THE BRANCHES USED TO KEEP ON PAPER
001300*                  AND REKEY.  FIRST STEP OF THE NIGHTLY CHAIN,
001400*                  AHEAD OF TRANEDIT.  THE DAY'S ADD ("A"),
001500*                  CHANGE ("C"), CANCEL ("D") AND SKIP-NEXT ("S")
001600*                  MAINTENANCE (SOMAINT) IS APPLIED TO THE OLD
001700*                  STANDING-ORDER MASTER (OLDSORD, SOREC
001800*                  COPYBOOK), THEN EVERY ORDER DUE ON THE
001900*                  CYCLECTL BUSINESS DATE IS WRITTEN AS AN
002000*                  ORDINARY "P", "W" OR "T" TRANSACTION, MERGED
002100*                  BY ACCT-ID INTO THE BRANCH TRANSACTIONS
002200*                  (TRANFILE) TO MAKE THE DAY'S TRANSACTION FILE
002300*                  (DAYTRAN) TRANEDIT READS - SO A GENERATED ITEM
002400*                  GOES THROUGH THE SAME EDIT, AUTHORITY AND
002500*                  RECYCLE PATHS AS ONE KEYED AT A BRANCH.  EACH
002600*                  ORDER'S NEXT DUE DATE IS ROLLED FORWARD ON THE
002700*                  NEW MASTER (NEWSORD); AN ORDER PAST ITS END
002800*                  DATE OR COUNT EXPIRES AND IS DROPPED.  THE
002900*                  REPORT (SORPT) LISTS THE MAINTENANCE, WHAT WAS
003000*                  GENERATED, WHAT WAS SKIPPED AND WHAT EXPIRED,
003100*                  AND PROVES THE ORDER COUNT.  CONDITION CODES -
003200*                  0 CLEAN, 4 MAINTENANCE REJECTED (SEE THE
003300*                  REPORT), 12 THE OLD MASTER IS OUT OF KEY
003400*                  SEQUENCE (NOTHING GENERATED - THE BRANCH
003500*                  TRANSACTIONS STILL PASS TO DAYTRAN) OR THE
003600*                  ORDER COUNT DID NOT PROVE.  ON CC 12 THE NEW
003700*                  MASTER MUST NOT REPLACE THE OLD.
003710*                  ONLY STORDGEN MAY MARK A TRANSACTION AS
003720*                  GENERATED ("*STORDER", WHICH KEEPS IT OUT OF
003730*                  THE CASH-ACTIVITY FILE); A BRANCH TRANSACTION
003740*                  KEYED WITH THE MARK HAS IT CLEARED, IS NAMED ON
003750*                  SYSOUT AND COUNTED ON THE REPORT, AND THE RUN
003760*                  ENDS CC 4.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OLDSORD-FILE ASSIGN TO OLDSORD.
004300     SELECT SOMAINT-FILE ASSIGN TO SOMAINT.
004400     SELECT TRANFILE ASSIGN TO TRANFILE.
004500     SELECT NEWSORD-FILE ASSIGN TO NEWSORD.
004600     SELECT DAYTRAN-FILE ASSIGN TO DAYTRAN.
004700     SELECT SORPT-FILE ASSIGN TO SORPT.
004800     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
004900         FILE STATUS IS CYCLECTL-STATUS.
005000     SELECT SO-SORT ASSIGN TO SORTWK01.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------------
005500* OLDSORD-FILE - THE CURRENT STANDING-ORDER MASTER (SOREC
005600* COPYBOOK), IN ASCENDING SO-KEY SEQUENCE.  ONLY THE KEY IS
005700* NAMED HERE; THE RECORD IS WORKED ON IN SO-WORK.
005800*----------------------------------------------------------------
005900 FD  OLDSORD-FILE RECORD CONTAINS 90 CHARACTERS
006000     RECORDING MODE F.
006100 01  OLD-SOREC.
006200     05 OLD-SO-KEY     PIC X(12).
006300     05                PIC X(78).
006400
006500*----------------------------------------------------------------
006600* SOMAINT-FILE - THE DAY'S STANDING-ORDER MAINTENANCE, KEYED BY
006700* THE BRANCHES IN ASCENDING ORDER-KEY SEQUENCE.
006800*   SOM-ACTION     A ADD, C CHANGE, D CANCEL, S SKIP THE NEXT
006900*                  OCCURRENCE
007000*   SOM-NEXT-DUE   ON AN ADD THE FIRST DUE DATE, ON A CHANGE THE
007100*                  NEW NEXT DUE DATE (YYYYMMDD, NOT BEFORE THE
007200*                  BUSINESS DATE)
007300*   SOM-END-DATE   YYYYMMDD, OR 00000000 ON A CHANGE TO REMOVE
007400*                  THE END DATE
007500*   SOM-COUNT      OCCURRENCES TO GENERATE, 000 FOR NO LIMIT
007600* AN ADD MUST SUPPLY THE TYPE, AMOUNT, FREQUENCY AND FIRST DUE
007700* DATE (AND THE TO-ACCOUNT OF A TRANSFER); A CHANGE SUPPLIES
007800* ONLY WHAT CHANGES (BLANK MEANS LEAVE UNCHANGED) AND MAY NOT
007900* CHANGE THE TYPE.  EVERY ACTION NAMES ITS OPERATOR.
008000*----------------------------------------------------------------
008100 FD  SOMAINT-FILE RECORD CONTAINS 80 CHARACTERS
008200     RECORDING MODE F.
008300 01  SOM-RECORD.
008400     05 SOM-KEY.
008500        10 SOM-ACCT-ID    PIC X(10).
008600        10 SOM-SEQ        PIC X(02).
008700     05 SOM-ACTION        PIC X(01).
008800        88 SOM-ADD        VALUE "A".
008900        88 SOM-CHANGE     VALUE "C".
009000        88 SOM-CANCEL     VALUE "D".
009100        88 SOM-SKIP       VALUE "S".
009200     05 SOM-TRAN-TYPE     PIC X(01).
009300        88 SOM-TYPE-VALID VALUE "P" "W" "T".
009400     05 SOM-TO-ACCT-ID    PIC X(10).
009500     05 SOM-AMOUNT        PIC X(12).
009600     05 SOM-FREQ          PIC X(01).
009700        88 SOM-FREQ-VALID VALUE "W" "B" "M" "Q" "A".
009800     05 SOM-NEXT-DUE      PIC X(08).
009900     05 SOM-END-DATE      PIC X(08).
010000     05 SOM-COUNT         PIC X(03).
010100     05 SOM-OPERATOR      PIC X(08).
010200     05                   PIC X(16).
010300
010400*----------------------------------------------------------------
010500* TRANFILE - THE RAW BRANCH TRANSACTIONS FOR THE DAY (THE
010600* 80-BYTE LAYOUT TRANEDIT EDITS), IN ACCT-ID SEQUENCE.  COPIED
010700* TO DAYTRAN-FILE UNCHANGED, EXCEPT THAT THE GENERATED-ITEM MARK
010750* IN COLUMNS 23-30 IS CLEARED - A BRANCH MAY NOT KEY IT.
010800*----------------------------------------------------------------
010900 FD  TRANFILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
011000 01  DAY-TRAN-RECORD.
011100     05 DAY-TRAN-ACCT-ID PIC X(10).
011150     05                  PIC X(12).
011160     05 DAY-TRAN-ORIGIN  PIC X(08).
011170        88 DAY-TRAN-STORDER VALUE "*STORDER".
011200     05                  PIC X(50).
011300
011400 FD  NEWSORD-FILE RECORD CONTAINS 90 CHARACTERS
011500     RECORDING MODE F.
011600 01  NEW-SOREC         PIC X(90).
011700
011800*----------------------------------------------------------------
011900* DAYTRAN-FILE - THE BRANCH TRANSACTIONS WITH TONIGHT'S
012000* GENERATED ITEMS MERGED IN BY ACCT-ID (A BRANCH TRANSACTION
012100* AHEAD OF A GENERATED ONE ON THE SAME ACCOUNT).  THIS IS THE
012200* TRANFILE THE TRANEDIT STEP READS.
012300*----------------------------------------------------------------
012400 FD  DAYTRAN-FILE RECORD CONTAINS 80 CHARACTERS
012500     RECORDING MODE F.
012600 01  DAYTRAN-RECORD    PIC X(80).
012700
012800 FD  SORPT-FILE
012900     RECORDING MODE F.
013000 01  SORPT-REPORT-LINE PIC X(120).
013100
013200*----------------------------------------------------------------
013300* CYCLECTL-FILE - THE SHARED CYCLE-CONTROL RECORD (SEE CYCCTL
013400* COPYBOOK), READ FOR THE BUSINESS DATE ONLY.
013500*----------------------------------------------------------------
013600 FD  CYCLECTL-FILE RECORD CONTAINS 56 CHARACTERS
013700     RECORDING MODE F.
013800 01  CYCLE-CONTROL-REC.
013900     COPY CYCCTL.
014000
014100*----------------------------------------------------------------
014200* SO-SORT - THE REPORT LINES, RELEASED AS THE MASTER IS PASSED
014300* AND SORTED INTO SECTIONS, IN ARRIVAL ORDER WITHIN EACH.
014400*   SRT-CLASS  1 = MAINTENANCE   2 = GENERATED
014500*              3 = SKIPPED       4 = EXPIRED
014600*----------------------------------------------------------------
014700 SD  SO-SORT.
014800 01  SO-SORT-REC.
014900     05 SRT-CLASS      PIC 9(01).
015000     05 SRT-NUM        PIC 9(06).
015100     05 SRT-AMOUNT     PIC 9(09)V99.
015200     05 SRT-LINE       PIC X(120).
015300
015400 WORKING-STORAGE SECTION.
015500 77  OLD-NUM           PIC 9(06) VALUE 0.
015600 77  NEW-NUM           PIC 9(06) VALUE 0.
015700 77  ADD-NUM           PIC 9(06) VALUE 0.
015800 77  CANCEL-NUM        PIC 9(06) VALUE 0.
015900 77  EXPIRE-NUM        PIC 9(06) VALUE 0.
016000 77  MAINT-NUM         PIC 9(06) VALUE 0.
016100 77  MAINT-OK-NUM      PIC 9(06) VALUE 0.
016200 77  MAINT-REJ-NUM     PIC 9(06) VALUE 0.
016300 77  GEN-NUM           PIC 9(06) VALUE 0.
016400 77  SKIP-NUM          PIC 9(06) VALUE 0.
016500 77  DAY-NUM           PIC 9(06) VALUE 0.
016600 77  OUT-NUM           PIC 9(06) VALUE 0.
016650 77  MARK-CLEAR-NUM    PIC 9(06) VALUE 0.
016700 77  GEN-DEP-NUM       PIC 9(06) VALUE 0.
016800 77  GEN-WDL-NUM       PIC 9(06) VALUE 0.
016900 77  GEN-XFR-NUM       PIC 9(06) VALUE 0.
017000 77  GEN-DEP-AMT       PIC 9(13)V99 VALUE 0.
017100 77  GEN-WDL-AMT       PIC 9(13)V99 VALUE 0.
017200 77  GEN-XFR-AMT       PIC 9(13)V99 VALUE 0.
017300 77  RPT-SEQ-NUM       PIC 9(06) VALUE 0.
017400 77  SECTION-NUM       PIC 9(06) VALUE 0.
017500 77  SECTION-AMT       PIC 9(13)V99 VALUE 0.
017600 77  CURR-CLASS        PIC 9(01) VALUE 0.
017700 77  PROOF-NUM         PIC S9(07) VALUE 0.
017800 77  NUMVAL-TEST-RC    PIC S9(04) VALUE 0.
017900 77  DATE-TEST-RC      PIC 9(04) VALUE 0.
018000 77  EDIT-AMOUNT       PIC 9(11)V99 VALUE 0.
018100 77  EDIT-COUNT        PIC 9(03) VALUE 0.
018200 77  ROLL-DAYS         PIC 9(02) VALUE 0.
018300 77  ROLL-MONTHS       PIC 9(02) VALUE 0.
018400 77  MONTH-MAX-DD      PIC 9(02) VALUE 0.
018500 77  DOW-QUOTIENT      PIC 9(09) VALUE 0.
018600 77  DOW-NUM           PIC 9(01) VALUE 0.
018700 77  LEAP-YYYY         PIC 9(04) VALUE 0.
018800 77  LEAP-QUOTIENT     PIC 9(04) VALUE 0.
018900 77  LEAP-REMAINDER    PIC 9(03) VALUE 0.
019000 77  LEAP-YEAR-SW      PIC X(01) VALUE "N".
019100     88 LEAP-YEAR      VALUE "Y".
019200
019300 77  COUNT-ED          PIC ZZZ,ZZ9.
019400 77  REMAIN-ED         PIC ZZ9.
019500 77  SUM-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019600
019700 01  CYCLECTL-STATUS   PIC XX VALUE SPACES.
019800     88 CYCLECTL-OK    VALUE "00".
019900 01  CYCLE-AVAIL-SW    PIC X(01) VALUE "N".
020000     88 CYCLE-AVAIL    VALUE "Y".
020100 01  BUSINESS-DATE     PIC X(08) VALUE SPACES.
020200 01  BUS-DATE-NUM      PIC 9(08) VALUE 0.
020300
020400 01  OLD-EOF-SW        PIC X(01) VALUE "N".
020500     88 OLD-EOF        VALUE "Y".
020600 01  MAINT-EOF-SW      PIC X(01) VALUE "N".
020700     88 MAINT-EOF      VALUE "Y".
020800 01  MAINT-READY-SW    PIC X(01) VALUE "N".
020900     88 MAINT-READY    VALUE "Y".
021000 01  DAY-EOF-SW        PIC X(01) VALUE "N".
021100     88 DAY-EOF        VALUE "Y".
021200 01  SORT-EOF-SW       PIC X(01) VALUE "N".
021300     88 SORT-EOF       VALUE "Y".
021400 01  ORDER-SEQ-ERR-SW  PIC X(01) VALUE "N".
021500     88 ORDER-SEQ-ERR  VALUE "Y".
021600 01  COUNT-PROOF-SW    PIC X(01) VALUE "Y".
021700     88 COUNT-PROVES   VALUE "Y".
021800     88 COUNT-OUT-OF-BALANCE VALUE "N".
021900 01  CURR-ON-FILE-SW   PIC X(01) VALUE "N".
022000     88 CURR-ON-FILE   VALUE "Y".
022100 01  MAINT-VALID-SW    PIC X(01) VALUE "Y".
022200     88 MAINT-VALID    VALUE "Y".
022300     88 MAINT-INVALID  VALUE "N".
022400 01  DATE-VALID-SW     PIC X(01) VALUE "N".
022500     88 DATE-VALID     VALUE "Y".
022600 01  COUNT-DONE-SW     PIC X(01) VALUE "N".
022700     88 COUNT-DONE     VALUE "Y".
022800 01  ORDER-EXPIRED-SW  PIC X(01) VALUE "N".
022900     88 ORDER-EXPIRED  VALUE "Y".
023000 01  CATCH-UP-DONE-SW  PIC X(01) VALUE "N".
023100     88 CATCH-UP-DONE  VALUE "Y".
023200
023300 01  CURR-KEY          PIC X(12) VALUE SPACES.
023400 01  PREV-OLD-KEY      PIC X(12) VALUE LOW-VALUES.
023500 01  PREV-MAINT-KEY    PIC X(12) VALUE LOW-VALUES.
023600 01  SEQ-ERR-KEY       PIC X(12) VALUE SPACES.
023700 01  MAINT-RESULT      PIC X(45) VALUE SPACES.
023800 01  OCC-NOTE          PIC X(26) VALUE SPACES.
023900 01  OCC-SCHED-DATE    PIC X(08) VALUE SPACES.
024000 01  OCC-POST-DATE     PIC X(08) VALUE SPACES.
024100
024200*----------------------------------------------------------------
024300* SO-WORK - THE ORDER UNDER MAINTENANCE AND GENERATION.
024400* SO-SAVE HOLDS IT WHILE A CHANGE IS TRIED, SO A CHANGE THAT
024500* FAILS THE CROSS-FIELD CHECK LEAVES THE ORDER AS IT WAS.
024600*----------------------------------------------------------------
024700 01  SO-WORK.
024800     COPY SOREC.
024900 01  SO-SAVE           PIC X(90) VALUE SPACES.
025000
025100*----------------------------------------------------------------
025200* GEN-TRAN-RECORD - ONE GENERATED TRANSACTION IN THE 80-BYTE
025300* TRANFILE LAYOUT.  A TRANSFER'S TO-ACCOUNT TAKES THE FIRST TEN
025400* BYTES OF THE NAME AREA AND THE AMOUNT RIDES IN THE BALANCE
025500* POSITION, AS KEYED AT A BRANCH.  THE BRANCH CODE OF A DEPOSIT
025600* OR WITHDRAWAL IS LEFT BLANK, AND "*STORDER" AND THE ORDER
025700* SEQUENCE IN THE LAST-NAME POSITION MARK THE ITEM AS
025800* GENERATED, SO CUSTMNT DOES NOT COUNT IT AS CASH.
025900*----------------------------------------------------------------
026000 01  GEN-TRAN-RECORD.
026100     05 GEN-ACCT-ID    PIC X(10).
026200     05 GEN-ACTION     PIC X(01).
026300     05 GEN-TO-ACCT-ID PIC X(10).
026400     05                PIC X(01).
026500     05 GEN-ORIGIN     PIC X(08).
026600     05                PIC X(01).
026700     05 GEN-SO-SEQ     PIC 9(02).
026800     05                PIC X(27).
026900     05 GEN-AMOUNT     PIC ZZZZZZZZ9.99.
027000     05 GEN-OPERATOR   PIC X(08).
027100
027200 01  SCHED-DATE-WORK   PIC 9(08) VALUE 0.
027300 01  SCHED-DATE-WORK-R REDEFINES SCHED-DATE-WORK.
027400     05 SCHED-YYYY     PIC 9(04).
027500     05 SCHED-MM       PIC 9(02).
027600     05 SCHED-DD       PIC 9(02).
027700 01  EFF-DATE-WORK     PIC 9(08) VALUE 0.
027800 01  EFF-DATE-WORK-R REDEFINES EFF-DATE-WORK.
027900     05 EFF-YYYY       PIC 9(04).
028000     05 EFF-MM         PIC 9(02).
028100     05 EFF-DD         PIC 9(02).
028200 01  DATE-INTEGER      PIC 9(09) VALUE 0.
028300 01  EDIT-DATE-TEXT    PIC X(08) VALUE SPACES.
028400 01  EDIT-DATE-NUM     PIC 9(08) VALUE 0.
028500 01  FMT-DATE-IN       PIC X(08) VALUE SPACES.
028600 01  FMT-DATE-IN-R REDEFINES FMT-DATE-IN.
028700     05 FMT-IN-YYYY    PIC X(04).
028800     05 FMT-IN-MM      PIC X(02).
028900     05 FMT-IN-DD      PIC X(02).
029000 01  FMT-DATE-OUT      PIC X(10) VALUE SPACES.
029100
029200 01  DATE-TODAY-HEADER.
029300     05 TODAY-YEAR     PIC 9(4).
029400     05 TODAY-MONTH    PIC 9(2).
029500     05 TODAY-DAY      PIC 9(2).
029600     05 FILLER         PIC X(13).
029700
029800*----------------------------------------------------------------
029900* REPORT LINES.  ORDER-LINE SERVES THE GENERATED, SKIPPED AND
030000* EXPIRED SECTIONS; ITS THREE DATE COLUMNS ARE RETITLED PER
030100* SECTION IN ORDER-HEADING.
030200*----------------------------------------------------------------
030300 01  MAINT-HEADING.
030400     05 FILLER PIC X(11) VALUE "ACCT-ID".
030500     05 FILLER PIC X(04) VALUE "SQ".
030600     05 FILLER PIC X(03) VALUE "A".
030700     05 FILLER PIC X(09) VALUE "OPERATOR".
030800     05 FILLER PIC X(46) VALUE "RESULT".
030900     05 FILLER PIC X(47)
031000        VALUE "AS KEYED - TYPE THROUGH COUNT".
031100
031200 01  MAINT-LINE.
031300     05 ML-ACCT-ID     PIC X(10).
031400     05                PIC X(01).
031500     05 ML-SEQ         PIC X(02).
031600     05                PIC X(02).
031700     05 ML-ACTION      PIC X(01).
031800     05                PIC X(02).
031900     05 ML-OPERATOR    PIC X(08).
032000     05                PIC X(01).
032100     05 ML-RESULT      PIC X(45).
032200     05                PIC X(01).
032300     05 ML-KEYED       PIC X(43).
032400     05                PIC X(04).
032500
032600 01  ORDER-HEADING.
032700     05 FILLER PIC X(11) VALUE "ACCT-ID".
032800     05 FILLER PIC X(04) VALUE "SQ".
032900     05 FILLER PIC X(03) VALUE "T".
033000     05 FILLER PIC X(11) VALUE "TO-ACCT".
033100     05 FILLER PIC X(14) VALUE "        AMOUNT".
033200     05 FILLER PIC X(02) VALUE SPACES.
033300     05 FILLER PIC X(03) VALUE "F".
033400     05 OH-DATE1 PIC X(11) VALUE SPACES.
033500     05 OH-DATE2 PIC X(11) VALUE SPACES.
033600     05 OH-DATE3 PIC X(11) VALUE SPACES.
033700     05 FILLER PIC X(04) VALUE "REM".
033800     05 FILLER PIC X(09) VALUE "OPERATOR".
033900     05 OH-NOTE  PIC X(26) VALUE SPACES.
034000
034100 01  ORDER-LINE.
034200     05 OL-ACCT-ID     PIC X(10).
034300     05                PIC X(01).
034400     05 OL-SEQ         PIC 9(02).
034500     05                PIC X(02).
034600     05 OL-TYPE        PIC X(01).
034700     05                PIC X(02).
034800     05 OL-TO-ACCT-ID  PIC X(10).
034900     05                PIC X(01).
035000     05 OL-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
035100     05                PIC X(02).
035200     05 OL-FREQ        PIC X(01).
035300     05                PIC X(02).
035400     05 OL-DATE1       PIC X(10).
035500     05                PIC X(01).
035600     05 OL-DATE2       PIC X(10).
035700     05                PIC X(01).
035800     05 OL-DATE3       PIC X(10).
035900     05                PIC X(01).
036000     05 OL-REMAIN      PIC X(03).
036100     05                PIC X(01).
036200     05 OL-OPERATOR    PIC X(08).
036300     05                PIC X(01).
036400     05 OL-NOTE        PIC X(26).
036500
036600 PROCEDURE DIVISION.
036700 0000-MAINLINE.
036800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
036900     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
037000     PERFORM 3000-CHECK-ORDER-SEQUENCE THRU 3000-EXIT
037100     SORT SO-SORT
037200        ON ASCENDING KEY SRT-CLASS SRT-NUM
037300        INPUT PROCEDURE IS 4000-PROCESS-ORDERS
037400           THRU 4000-EXIT
037500        OUTPUT PROCEDURE IS 5000-WRITE-REPORT
037600           THRU 5000-EXIT
037700     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
037800     IF ORDER-SEQ-ERR OR COUNT-OUT-OF-BALANCE
037900        MOVE 12 TO RETURN-CODE
038000     ELSE
038100        IF MAINT-REJ-NUM > 0 OR MARK-CLEAR-NUM > 0
038200           MOVE 4 TO RETURN-CODE
038300        END-IF
038400     END-IF
038500     STOP RUN
038600     .
038700
038800 1000-INITIALIZE.
038900     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
039000     PERFORM 1060-READ-CYCLE-CONTROL THRU 1060-EXIT
039100     IF CYCLE-AVAIL
039200        MOVE BUSINESS-DATE TO DATE-TODAY-HEADER(1:8)
039300     END-IF
039400     MOVE DATE-TODAY-HEADER(1:8) TO BUSINESS-DATE
039500     MOVE DATE-TODAY-HEADER(1:8) TO BUS-DATE-NUM
039600     .
039700 1000-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------------
040100* 1060-READ-CYCLE-CONTROL - PICK UP THE BUSINESS DATE THE
040200* ORDERS ARE DUE AGAINST.  A MISSING CYCLECTL FILE LEAVES THE
040300* WALL CLOCK AS THE DATE.  THE RECORD IS ONLY READ: THIS STEP
040400* NEEDS NO COMPLETION STAMP OF ITS OWN, BECAUSE AN ORDER
040500* GENERATED TONIGHT HAS ITS NEXT DUE DATE ROLLED PAST THE
040600* BUSINESS DATE ON THE NEW MASTER, WHICH REPLACES THE OLD ONE
040700* ONLY ALONG WITH THE CUSTOMER MASTER - A RERUN OF THE CHAIN
040800* BEFORE THAT GENERATES THE SAME ITEMS AGAIN FROM THE OLD
040900* MASTER, AND TRANEDIT HOLDS A SECOND RUN AFTER IT.
041000*----------------------------------------------------------------
041100 1060-READ-CYCLE-CONTROL.
041200     OPEN INPUT CYCLECTL-FILE
041300     IF NOT CYCLECTL-OK
041400        DISPLAY "STORDGEN - CYCLECTL NOT AVAILABLE, STATUS "
041500           CYCLECTL-STATUS ", ORDERS DUE AGAINST THE SYSTEM "
041600           "DATE"
041700        GO TO 1060-EXIT
041800     END-IF
041900     READ CYCLECTL-FILE
042000     IF NOT CYCLECTL-OK
042100        DISPLAY "STORDGEN - CYCLECTL EMPTY, ORDERS DUE AGAINST "
042200           "THE SYSTEM DATE"
042300        CLOSE CYCLECTL-FILE
042400        GO TO 1060-EXIT
042500     END-IF
042600     SET CYCLE-AVAIL TO TRUE
042700     MOVE CYC-BUSINESS-DATE TO BUSINESS-DATE
042800     CLOSE CYCLECTL-FILE
042900     .
043000 1060-EXIT.
043100     EXIT.
043200
043300 2000-OPEN-FILES.
043400     OPEN INPUT OLDSORD-FILE
043500     OPEN INPUT SOMAINT-FILE
043600     OPEN INPUT TRANFILE
043700     OPEN OUTPUT NEWSORD-FILE
043800     OPEN OUTPUT DAYTRAN-FILE
043900     OPEN OUTPUT SORPT-FILE
044000     .
044100 2000-EXIT.
044200     EXIT.
044300
044400*----------------------------------------------------------------
044500* 3000-CHECK-ORDER-SEQUENCE - ONE FRONT-TO-BACK PASS OF THE OLD
044600* MASTER PROVING ASCENDING SO-KEY ORDER BEFORE ANYTHING IS
044700* GENERATED FROM IT.  A BREAK (OR A DUPLICATE KEY) MEANS THE
044800* MATCH WITH THE MAINTENANCE WOULD GO WRONG, SO NOTHING IS
044900* GENERATED TONIGHT AND THE RUN ENDS CC 12.  THE FILE IS THEN
045000* REOPENED FOR THE REAL PASS.
045100*----------------------------------------------------------------
045200 3000-CHECK-ORDER-SEQUENCE.
045300     PERFORM 3100-READ-CHECK-REC THRU 3100-EXIT
045400        UNTIL OLD-EOF OR ORDER-SEQ-ERR
045500     CLOSE OLDSORD-FILE
045600     OPEN INPUT OLDSORD-FILE
045700     MOVE "N" TO OLD-EOF-SW
045800     .
045900 3000-EXIT.
046000     EXIT.
046100
046200 3100-READ-CHECK-REC.
046300     READ OLDSORD-FILE
046400        AT END
046500           SET OLD-EOF TO TRUE
046600           GO TO 3100-EXIT
046700     END-READ
046800     IF OLD-SO-KEY NOT > PREV-OLD-KEY
046900        SET ORDER-SEQ-ERR TO TRUE
047000        MOVE OLD-SO-KEY TO SEQ-ERR-KEY
047100        DISPLAY "STORDGEN - OLD STANDING-ORDER MASTER OUT OF "
047200           "KEY SEQUENCE AT " OLD-SO-KEY
047300           " - NOTHING GENERATED"
047400        GO TO 3100-EXIT
047500     END-IF
047600     MOVE OLD-SO-KEY TO PREV-OLD-KEY
047700     .
047800 3100-EXIT.
047900     EXIT.
048000
048100*----------------------------------------------------------------
048200* 4000-PROCESS-ORDERS - SORT INPUT PROCEDURE.  MATCH THE OLD
048300* MASTER AND THE MAINTENANCE BY ORDER KEY, APPLY THE
048400* MAINTENANCE, GENERATE WHAT IS DUE AND WRITE THE NEW MASTER,
048500* MERGING THE BRANCH TRANSACTIONS INTO DAYTRAN AS IT GOES.  THE
048600* BRANCH TRANSACTIONS ARE PASSED ON EVEN WHEN NOTHING CAN BE
048700* GENERATED, SO THE REST OF THE CHAIN STILL RUNS.
048800*----------------------------------------------------------------
048900 4000-PROCESS-ORDERS.
049000     PERFORM 4030-READ-DAY-TRAN THRU 4030-EXIT
049100     IF NOT ORDER-SEQ-ERR
049200        PERFORM 4010-READ-OLD-ORDER THRU 4010-EXIT
049300        PERFORM 4020-READ-MAINT THRU 4020-EXIT
049400        PERFORM 4100-PROCESS-NEXT-KEY THRU 4100-EXIT
049500           UNTIL OLD-EOF AND MAINT-EOF
049600     END-IF
049700     PERFORM 4910-COPY-DAY-TRAN THRU 4910-EXIT
049800        UNTIL DAY-EOF
049900     .
050000 4000-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------
050400* 4010/4020/4030 - READ-AHEAD.  AT END THE KEY IS SET TO
050500* HIGH-VALUES SO THE MATCH AND MERGE COMPARES STAY WELL DEFINED.
050600*----------------------------------------------------------------
050700 4010-READ-OLD-ORDER.
050800     READ OLDSORD-FILE
050900        AT END
051000           SET OLD-EOF TO TRUE
051100           MOVE HIGH-VALUES TO OLD-SO-KEY
051200           GO TO 4010-EXIT
051300     END-READ
051400     ADD 1 TO OLD-NUM
051500     .
051600 4010-EXIT.
051700     EXIT.
051800
051900 4020-READ-MAINT.
052000     MOVE "N" TO MAINT-READY-SW
052100     PERFORM 4025-READ-ONE-MAINT THRU 4025-EXIT
052200        UNTIL MAINT-READY OR MAINT-EOF
052300     .
052400 4020-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------
052800* 4025-READ-ONE-MAINT - A MAINTENANCE RECORD WITH A BAD KEY OR
052900* OUT OF KEY SEQUENCE IS REJECTED HERE, BEFORE IT CAN UPSET THE
053000* MATCH, AND THE NEXT ONE IS READ.
053100*----------------------------------------------------------------
053200 4025-READ-ONE-MAINT.
053300     READ SOMAINT-FILE
053400        AT END
053500           SET MAINT-EOF TO TRUE
053600           MOVE HIGH-VALUES TO SOM-KEY
053700           GO TO 4025-EXIT
053800     END-READ
053900     ADD 1 TO MAINT-NUM
054000     IF SOM-ACCT-ID = SPACES OR SOM-SEQ NOT NUMERIC
054100        MOVE "REJECTED - INVALID ORDER KEY" TO MAINT-RESULT
054200        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
054300        GO TO 4025-EXIT
054400     END-IF
054500     IF SOM-KEY < PREV-MAINT-KEY
054600        MOVE "REJECTED - OUT OF KEY SEQUENCE" TO MAINT-RESULT
054700        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
054800        GO TO 4025-EXIT
054900     END-IF
055000     MOVE SOM-KEY TO PREV-MAINT-KEY
055100     SET MAINT-READY TO TRUE
055200     .
055300 4025-EXIT.
055400     EXIT.
055500
055600 4030-READ-DAY-TRAN.
055700     READ TRANFILE
055800        AT END
055900           SET DAY-EOF TO TRUE
056000           MOVE HIGH-VALUES TO DAY-TRAN-ACCT-ID
056100     END-READ
056200     .
056300 4030-EXIT.
056400     EXIT.
056500
056600*----------------------------------------------------------------
056700* 4100-PROCESS-NEXT-KEY - ONE ORDER KEY: THE ORDER ON FILE (IF
056800* ANY), EVERY MAINTENANCE RECORD FOR IT IN THE ORDER KEYED,
056900* THEN GENERATION.  WHATEVER IS STILL ON FILE AFTER THAT GOES
057000* TO THE NEW MASTER.
057100*----------------------------------------------------------------
057200 4100-PROCESS-NEXT-KEY.
057300     IF OLD-SO-KEY < SOM-KEY
057400        MOVE OLD-SO-KEY TO CURR-KEY
057500     ELSE
057600        MOVE SOM-KEY TO CURR-KEY
057700     END-IF
057800     IF OLD-SO-KEY = CURR-KEY
057900        MOVE OLD-SOREC TO SO-WORK
058000        SET CURR-ON-FILE TO TRUE
058100        PERFORM 4010-READ-OLD-ORDER THRU 4010-EXIT
058200     ELSE
058300        MOVE "N" TO CURR-ON-FILE-SW
058400     END-IF
058500
058600     PERFORM 4200-APPLY-MAINT THRU 4200-EXIT
058700        UNTIL MAINT-EOF OR SOM-KEY NOT = CURR-KEY
058800
058900     IF CURR-ON-FILE
059000        PERFORM 4500-GENERATE-ORDER THRU 4500-EXIT
059100     END-IF
059200     IF CURR-ON-FILE
059300        WRITE NEW-SOREC FROM SO-WORK
059400        ADD 1 TO NEW-NUM
059500     END-IF
059600     .
059700 4100-EXIT.
059800     EXIT.
059900
060000 4200-APPLY-MAINT.
060100     PERFORM 4205-APPLY-ONE-MAINT THRU 4205-EXIT
060200     PERFORM 4020-READ-MAINT THRU 4020-EXIT
060300     .
060400 4200-EXIT.
060500     EXIT.
060600
060700 4205-APPLY-ONE-MAINT.
060800     MOVE SPACES TO MAINT-RESULT
060900     IF SOM-OPERATOR = SPACES
061000        MOVE "REJECTED - MISSING OPERATOR" TO MAINT-RESULT
061100        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
061200        GO TO 4205-EXIT
061300     END-IF
061400     EVALUATE TRUE
061500        WHEN SOM-ADD
061600           PERFORM 4210-ADD-ORDER THRU 4210-EXIT
061700        WHEN SOM-CHANGE
061800           PERFORM 4220-CHANGE-ORDER THRU 4220-EXIT
061900        WHEN SOM-CANCEL
062000           PERFORM 4230-CANCEL-ORDER THRU 4230-EXIT
062100        WHEN SOM-SKIP
062200           PERFORM 4240-SKIP-NEXT THRU 4240-EXIT
062300        WHEN OTHER
062400           MOVE "REJECTED - INVALID ACTION" TO MAINT-RESULT
062500           PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
062600     END-EVALUATE
062700     .
062800 4205-EXIT.
062900     EXIT.
063000
063100 4210-ADD-ORDER.
063200     IF CURR-ON-FILE
063300        MOVE "REJECTED - ORDER ALREADY ON FILE" TO MAINT-RESULT
063400        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
063500        GO TO 4210-EXIT
063600     END-IF
063700     IF SOM-TRAN-TYPE = SPACES OR SOM-AMOUNT = SPACES
063800        OR SOM-FREQ = SPACES OR SOM-NEXT-DUE = SPACES
063900        MOVE "REJECTED - ADD MISSING TYPE/AMOUNT/FREQ/DUE"
064000           TO MAINT-RESULT
064100        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
064200        GO TO 4210-EXIT
064300     END-IF
064400     PERFORM 4300-EDIT-MAINT-FIELDS THRU 4300-EXIT
064500     IF MAINT-INVALID
064600        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
064700        GO TO 4210-EXIT
064800     END-IF
064900
065000     MOVE SPACES TO SO-WORK
065100     MOVE SOM-ACCT-ID TO SO-ACCT-ID
065200     MOVE SOM-SEQ TO SO-SEQ
065300     MOVE SOM-TRAN-TYPE TO SO-TRAN-TYPE
065400     MOVE SOM-TO-ACCT-ID TO SO-TO-ACCT-ID
065500     MOVE EDIT-AMOUNT TO SO-AMOUNT
065600     MOVE SOM-FREQ TO SO-FREQ
065700     MOVE SOM-NEXT-DUE TO SO-NEXT-DUE
065800     PERFORM 4320-SET-DUE-DAY THRU 4320-EXIT
065900     IF SOM-END-DATE NOT = "00000000"
066000        MOVE SOM-END-DATE TO SO-END-DATE
066100     END-IF
066200     MOVE 0 TO SO-REMAIN-NUM
066300     IF SOM-COUNT NOT = SPACES
066400        MOVE EDIT-COUNT TO SO-REMAIN-NUM
066500     END-IF
066600     MOVE "N" TO SO-SKIP-SW
066700     MOVE SOM-OPERATOR TO SO-OPERATOR
066800     MOVE BUSINESS-DATE TO SO-SET-DATE
066900     PERFORM 4310-CHECK-ORDER THRU 4310-EXIT
067000     IF MAINT-INVALID
067100        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
067200        GO TO 4210-EXIT
067300     END-IF
067400     SET CURR-ON-FILE TO TRUE
067500     ADD 1 TO ADD-NUM
067600     MOVE "ADDED" TO MAINT-RESULT
067700     PERFORM 4280-ACCEPT-MAINT THRU 4280-EXIT
067800     .
067900 4210-EXIT.
068000     EXIT.
068100
068200*----------------------------------------------------------------
068300* 4220-CHANGE-ORDER - APPLY ONLY THE FIELDS SUPPLIED.  THE DUE
068400* DAY IS RE-TAKEN FROM THE NEXT DUE DATE ONLY WHEN THE DATE OR
068500* THE FREQUENCY CHANGES, SO A MONTH-END ORDER KEEPS ITS 31ST
068600* THROUGH A ROLL INTO A SHORT MONTH.  THE CHANGING OPERATOR
068700* BECOMES THE ORDER'S OPERATOR.
068800*----------------------------------------------------------------
068900 4220-CHANGE-ORDER.
069000     IF NOT CURR-ON-FILE
069100        MOVE "REJECTED - ORDER NOT ON FILE" TO MAINT-RESULT
069200        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
069300        GO TO 4220-EXIT
069400     END-IF
069500     IF SOM-TRAN-TYPE NOT = SPACES
069600        AND SOM-TRAN-TYPE NOT = SO-TRAN-TYPE
069700        MOVE "REJECTED - TYPE CANNOT CHANGE, CANCEL AND ADD"
069800           TO MAINT-RESULT
069900        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
070000        GO TO 4220-EXIT
070100     END-IF
070200     PERFORM 4300-EDIT-MAINT-FIELDS THRU 4300-EXIT
070300     IF MAINT-INVALID
070400        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
070500        GO TO 4220-EXIT
070600     END-IF
070700
070800     MOVE SO-WORK TO SO-SAVE
070900     IF SOM-TO-ACCT-ID NOT = SPACES
071000        MOVE SOM-TO-ACCT-ID TO SO-TO-ACCT-ID
071100     END-IF
071200     IF SOM-AMOUNT NOT = SPACES
071300        MOVE EDIT-AMOUNT TO SO-AMOUNT
071400     END-IF
071500     IF SOM-FREQ NOT = SPACES
071600        MOVE SOM-FREQ TO SO-FREQ
071700     END-IF
071800     IF SOM-NEXT-DUE NOT = SPACES
071900        MOVE SOM-NEXT-DUE TO SO-NEXT-DUE
072000     END-IF
072100     IF SOM-FREQ NOT = SPACES OR SOM-NEXT-DUE NOT = SPACES
072200        PERFORM 4320-SET-DUE-DAY THRU 4320-EXIT
072300     END-IF
072400     IF SOM-END-DATE = "00000000"
072500        MOVE SPACES TO SO-END-DATE
072600     ELSE
072700        IF SOM-END-DATE NOT = SPACES
072800           MOVE SOM-END-DATE TO SO-END-DATE
072900        END-IF
073000     END-IF
073100     IF SOM-COUNT NOT = SPACES
073200        MOVE EDIT-COUNT TO SO-REMAIN-NUM
073300     END-IF
073400     PERFORM 4310-CHECK-ORDER THRU 4310-EXIT
073500     IF MAINT-INVALID
073600        MOVE SO-SAVE TO SO-WORK
073700        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
073800        GO TO 4220-EXIT
073900     END-IF
074000     MOVE SOM-OPERATOR TO SO-OPERATOR
074100     MOVE BUSINESS-DATE TO SO-SET-DATE
074200     MOVE "CHANGED" TO MAINT-RESULT
074300     PERFORM 4280-ACCEPT-MAINT THRU 4280-EXIT
074400     .
074500 4220-EXIT.
074600     EXIT.
074700
074800 4230-CANCEL-ORDER.
074900     IF NOT CURR-ON-FILE
075000        MOVE "REJECTED - ORDER NOT ON FILE" TO MAINT-RESULT
075100        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
075200        GO TO 4230-EXIT
075300     END-IF
075400     MOVE "N" TO CURR-ON-FILE-SW
075500     ADD 1 TO CANCEL-NUM
075600     MOVE "CANCELLED" TO MAINT-RESULT
075700     PERFORM 4280-ACCEPT-MAINT THRU 4280-EXIT
075800     .
075900 4230-EXIT.
076000     EXIT.
076100
076200 4240-SKIP-NEXT.
076300     IF NOT CURR-ON-FILE
076400        MOVE "REJECTED - ORDER NOT ON FILE" TO MAINT-RESULT
076500        PERFORM 4290-REJECT-MAINT THRU 4290-EXIT
076600        GO TO 4240-EXIT
076700     END-IF
076800     SET SO-SKIP-NEXT TO TRUE
076900     MOVE "NEXT OCCURRENCE WILL BE SKIPPED" TO MAINT-RESULT
077000     PERFORM 4280-ACCEPT-MAINT THRU 4280-EXIT
077100     .
077200 4240-EXIT.
077300     EXIT.
077400
077500 4280-ACCEPT-MAINT.
077600     ADD 1 TO MAINT-OK-NUM
077700     PERFORM 4295-RELEASE-MAINT-LINE THRU 4295-EXIT
077800     .
077900 4280-EXIT.
078000     EXIT.
078100
078200 4290-REJECT-MAINT.
078300     ADD 1 TO MAINT-REJ-NUM
078400     PERFORM 4295-RELEASE-MAINT-LINE THRU 4295-EXIT
078500     .
078600 4290-EXIT.
078700     EXIT.
078800
078900 4295-RELEASE-MAINT-LINE.
079000     MOVE SPACES TO MAINT-LINE
079100     MOVE SOM-ACCT-ID TO ML-ACCT-ID
079200     MOVE SOM-SEQ TO ML-SEQ
079300     MOVE SOM-ACTION TO ML-ACTION
079400     MOVE SOM-OPERATOR TO ML-OPERATOR
079500     MOVE MAINT-RESULT TO ML-RESULT
079600     MOVE SOM-RECORD(14:43) TO ML-KEYED
079700     MOVE 1 TO SRT-CLASS
079800     MOVE 0 TO SRT-AMOUNT
079900     MOVE MAINT-LINE TO SRT-LINE
080000     PERFORM 4800-RELEASE-LINE THRU 4800-EXIT
080100     .
080200 4295-EXIT.
080300     EXIT.
080400
080500*----------------------------------------------------------------
080600* 4300-EDIT-MAINT-FIELDS - FIELD EDITS ON WHATEVER THE
080700* MAINTENANCE RECORD SUPPLIES.  THE AMOUNT AND COUNT ARE LEFT
080800* IN EDIT-AMOUNT AND EDIT-COUNT.
080900*----------------------------------------------------------------
081000 4300-EDIT-MAINT-FIELDS.
081100     SET MAINT-VALID TO TRUE
081200     IF SOM-TRAN-TYPE NOT = SPACES AND NOT SOM-TYPE-VALID
081300        SET MAINT-INVALID TO TRUE
081400        MOVE "REJECTED - INVALID TRANSACTION TYPE"
081500           TO MAINT-RESULT
081600        GO TO 4300-EXIT
081700     END-IF
081800
081900     IF SOM-AMOUNT NOT = SPACES
082000        COMPUTE NUMVAL-TEST-RC =
082100           FUNCTION TEST-NUMVAL-C(SOM-AMOUNT)
082200        IF NUMVAL-TEST-RC NOT = 0
082300           SET MAINT-INVALID TO TRUE
082400           MOVE "REJECTED - INVALID AMOUNT" TO MAINT-RESULT
082500           GO TO 4300-EXIT
082600        END-IF
082700        COMPUTE EDIT-AMOUNT = FUNCTION NUMVAL-C(SOM-AMOUNT)
082800        IF EDIT-AMOUNT NOT > 0 OR EDIT-AMOUNT > 999999999.99
082900           SET MAINT-INVALID TO TRUE
083000           MOVE "REJECTED - AMOUNT NOT POSITIVE OR TOO LARGE"
083100              TO MAINT-RESULT
083200           GO TO 4300-EXIT
083300        END-IF
083400     END-IF
083500
083600     IF SOM-FREQ NOT = SPACES AND NOT SOM-FREQ-VALID
083700        SET MAINT-INVALID TO TRUE
083800        MOVE "REJECTED - INVALID FREQUENCY" TO MAINT-RESULT
083900        GO TO 4300-EXIT
084000     END-IF
084100
084200     IF SOM-NEXT-DUE NOT = SPACES
084300        MOVE SOM-NEXT-DUE TO EDIT-DATE-TEXT
084400        PERFORM 4350-EDIT-DATE THRU 4350-EXIT
084500        IF NOT DATE-VALID
084600           SET MAINT-INVALID TO TRUE
084700           MOVE "REJECTED - INVALID DUE DATE" TO MAINT-RESULT
084800           GO TO 4300-EXIT
084900        END-IF
085000        IF EDIT-DATE-NUM < BUS-DATE-NUM
085100           SET MAINT-INVALID TO TRUE
085200           MOVE "REJECTED - DUE DATE ALREADY PAST"
085300              TO MAINT-RESULT
085400           GO TO 4300-EXIT
085500        END-IF
085600     END-IF
085700
085800     IF SOM-END-DATE NOT = SPACES
085900        AND SOM-END-DATE NOT = "00000000"
086000        MOVE SOM-END-DATE TO EDIT-DATE-TEXT
086100        PERFORM 4350-EDIT-DATE THRU 4350-EXIT
086200        IF NOT DATE-VALID
086300           SET MAINT-INVALID TO TRUE
086400           MOVE "REJECTED - INVALID END DATE" TO MAINT-RESULT
086500           GO TO 4300-EXIT
086600        END-IF
086700     END-IF
086800
086900     IF SOM-COUNT NOT = SPACES
087000        IF SOM-COUNT NOT NUMERIC
087100           SET MAINT-INVALID TO TRUE
087200           MOVE "REJECTED - INVALID COUNT" TO MAINT-RESULT
087300           GO TO 4300-EXIT
087400        END-IF
087500        MOVE SOM-COUNT TO EDIT-COUNT
087600     END-IF
087700     .
087800 4300-EXIT.
087900     EXIT.
088000
088100*----------------------------------------------------------------
088200* 4310-CHECK-ORDER - CROSS-FIELD CHECKS ON THE ORDER AS IT WILL
088300* STAND AFTER AN ADD OR CHANGE.
088400*----------------------------------------------------------------
088500 4310-CHECK-ORDER.
088600     SET MAINT-VALID TO TRUE
088700     IF SO-TRANSFER
088800        IF SO-TO-ACCT-ID = SPACES
088900           SET MAINT-INVALID TO TRUE
089000           MOVE "REJECTED - TRANSFER MISSING TO-ACCOUNT"
089100              TO MAINT-RESULT
089200           GO TO 4310-EXIT
089300        END-IF
089400        IF SO-TO-ACCT-ID = SO-ACCT-ID
089500           SET MAINT-INVALID TO TRUE
089600           MOVE "REJECTED - TRANSFER TO SAME ACCOUNT"
089700              TO MAINT-RESULT
089800           GO TO 4310-EXIT
089900        END-IF
090000     ELSE
090100        IF SO-TO-ACCT-ID NOT = SPACES
090200           SET MAINT-INVALID TO TRUE
090300           MOVE "REJECTED - TO-ACCOUNT ONLY ON A TRANSFER"
090400              TO MAINT-RESULT
090500           GO TO 4310-EXIT
090600        END-IF
090700     END-IF
090800     IF SO-END-DATE NOT = SPACES
090900        AND SO-END-DATE < SO-NEXT-DUE
091000        SET MAINT-INVALID TO TRUE
091100        MOVE "REJECTED - END DATE BEFORE NEXT DUE DATE"
091200           TO MAINT-RESULT
091300     END-IF
091400     .
091500 4310-EXIT.
091600     EXIT.
091700
091800 4320-SET-DUE-DAY.
091900     IF SO-WEEKLY OR SO-BIWEEKLY
092000        MOVE 0 TO SO-DUE-DAY
092100     ELSE
092200        MOVE SO-NEXT-DUE TO SCHED-DATE-WORK
092300        MOVE SCHED-DD TO SO-DUE-DAY
092400     END-IF
092500     .
092600 4320-EXIT.
092700     EXIT.
092800
092900 4350-EDIT-DATE.
093000     MOVE "N" TO DATE-VALID-SW
093100     IF EDIT-DATE-TEXT NOT NUMERIC
093200        GO TO 4350-EXIT
093300     END-IF
093400     MOVE EDIT-DATE-TEXT TO EDIT-DATE-NUM
093500     COMPUTE DATE-TEST-RC =
093600        FUNCTION TEST-DATE-YYYYMMDD(EDIT-DATE-NUM)
093700     IF DATE-TEST-RC = 0
093800        SET DATE-VALID TO TRUE
093900     END-IF
094000     .
094100 4350-EXIT.
094200     EXIT.
094300
094400*----------------------------------------------------------------
094500* 4500-GENERATE-ORDER - AN ORDER WHOSE NEXT OCCURRENCE POSTS ON
094600* OR BEFORE THE BUSINESS DATE IS DUE.  THE OCCURRENCE IS
094700* GENERATED (OR SKIPPED AT THE CUSTOMER'S REQUEST) AND THE NEXT
094800* DUE DATE ROLLED ON.  ONLY ONE OCCURRENCE IS GENERATED PER
094900* RUN: IF THE CHAIN HAS MISSED A RUN AND A LATER OCCURRENCE IS
095000* ALSO ALREADY DUE, IT IS SKIPPED AND LISTED RATHER THAN POSTED
095100* TWICE IN ONE NIGHT.  SKIPS DO NOT USE UP THE COUNT.
095200*----------------------------------------------------------------
095300 4500-GENERATE-ORDER.
095400     MOVE "N" TO COUNT-DONE-SW
095500     MOVE "N" TO CATCH-UP-DONE-SW
095600     PERFORM 4510-CHECK-EXPIRED THRU 4510-EXIT
095700     IF ORDER-EXPIRED
095800        PERFORM 4590-EXPIRE-ORDER THRU 4590-EXIT
095900        GO TO 4500-EXIT
096000     END-IF
096100     PERFORM 4520-SET-POST-DATE THRU 4520-EXIT
096200     IF EFF-DATE-WORK > BUS-DATE-NUM
096300        GO TO 4500-EXIT
096400     END-IF
096500
096600     MOVE SO-NEXT-DUE TO OCC-SCHED-DATE
096700     MOVE EFF-DATE-WORK TO OCC-POST-DATE
096800     PERFORM 4530-ROLL-NEXT-DUE THRU 4530-EXIT
096900     IF SO-SKIP-NEXT
097000        MOVE "N" TO SO-SKIP-SW
097100        MOVE "AT CUSTOMER REQUEST" TO OCC-NOTE
097200        PERFORM 4570-REPORT-SKIPPED THRU 4570-EXIT
097300     ELSE
097400        PERFORM 4600-WRITE-GEN-TRAN THRU 4600-EXIT
097500        IF SO-REMAIN-NUM > 0
097600           SUBTRACT 1 FROM SO-REMAIN-NUM
097700           IF SO-REMAIN-NUM = 0
097800              SET COUNT-DONE TO TRUE
097900           END-IF
098000        END-IF
098100        MOVE BUSINESS-DATE TO SO-LAST-GEN-DATE
098200        PERFORM 4560-REPORT-GENERATED THRU 4560-EXIT
098300     END-IF
098400
098500     PERFORM 4540-CATCH-UP THRU 4540-EXIT
098600        UNTIL CATCH-UP-DONE
098700     PERFORM 4510-CHECK-EXPIRED THRU 4510-EXIT
098800     IF ORDER-EXPIRED
098900        PERFORM 4590-EXPIRE-ORDER THRU 4590-EXIT
099000     END-IF
099100     .
099200 4500-EXIT.
099300     EXIT.
099400
099500 4510-CHECK-EXPIRED.
099600     MOVE "N" TO ORDER-EXPIRED-SW
099700     IF COUNT-DONE
099800        SET ORDER-EXPIRED TO TRUE
099900        MOVE "COUNT COMPLETED" TO OCC-NOTE
100000        GO TO 4510-EXIT
100100     END-IF
100200     IF SO-END-DATE NOT = SPACES
100300        AND SO-NEXT-DUE > SO-END-DATE
100400        SET ORDER-EXPIRED TO TRUE
100500        MOVE "END DATE REACHED" TO OCC-NOTE
100600     END-IF
100700     .
100800 4510-EXIT.
100900     EXIT.
101000
101100*----------------------------------------------------------------
101200* 4520-SET-POST-DATE - THE BUSINESS DAY THE NEXT OCCURRENCE
101300* POSTS ON, INTO EFF-DATE-WORK.  DAY 1 OF THE INTEGER-OF-DATE
101400* CALENDAR (01/01/1601) WAS A MONDAY, SO A REMAINDER OF 6 BY 7
101500* IS A SATURDAY AND 0 A SUNDAY.  A WEEKEND DATE MOVES TO THE
101600* FOLLOWING MONDAY - UNLESS THAT MONDAY IS IN THE NEXT MONTH,
101700* WHEN IT MOVES BACK TO THE FRIDAY, SO A MONTH-END ITEM STAYS
101800* IN ITS OWN MONTH.
101900*----------------------------------------------------------------
102000 4520-SET-POST-DATE.
102100     MOVE SO-NEXT-DUE TO SCHED-DATE-WORK
102200     MOVE SCHED-DATE-WORK TO EFF-DATE-WORK
102300     COMPUTE DATE-INTEGER =
102400        FUNCTION INTEGER-OF-DATE(SCHED-DATE-WORK)
102500     DIVIDE DATE-INTEGER BY 7
102600        GIVING DOW-QUOTIENT REMAINDER DOW-NUM
102700     EVALUATE DOW-NUM
102800        WHEN 6
102900           ADD 2 TO DATE-INTEGER
103000        WHEN 0
103100           ADD 1 TO DATE-INTEGER
103200        WHEN OTHER
103300           GO TO 4520-EXIT
103400     END-EVALUATE
103500     COMPUTE EFF-DATE-WORK =
103600        FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
103700     IF EFF-MM NOT = SCHED-MM
103800        SUBTRACT 3 FROM DATE-INTEGER
103900        COMPUTE EFF-DATE-WORK =
104000           FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
104100     END-IF
104200     .
104300 4520-EXIT.
104400     EXIT.
104500
104600*----------------------------------------------------------------
104700* 4530-ROLL-NEXT-DUE - ADVANCE SO-NEXT-DUE ONE PERIOD FROM THE
104800* SCHEDULED DATE (NOT THE POSTING DATE, SO A WEEKEND MOVE NEVER
104900* DRIFTS THE SCHEDULE).  MONTHLY, QUARTERLY AND ANNUAL ORDERS
105000* LAND ON SO-DUE-DAY, OR ON THE LAST DAY OF A SHORTER MONTH.
105100*----------------------------------------------------------------
105200 4530-ROLL-NEXT-DUE.
105300     MOVE SO-NEXT-DUE TO SCHED-DATE-WORK
105400     EVALUATE TRUE
105500        WHEN SO-WEEKLY
105600           MOVE 7 TO ROLL-DAYS
105700           PERFORM 4532-ADD-DAYS THRU 4532-EXIT
105800        WHEN SO-BIWEEKLY
105900           MOVE 14 TO ROLL-DAYS
106000           PERFORM 4532-ADD-DAYS THRU 4532-EXIT
106100        WHEN SO-MONTHLY
106200           MOVE 1 TO ROLL-MONTHS
106300           PERFORM 4534-ADD-MONTHS THRU 4534-EXIT
106400        WHEN SO-QUARTERLY
106500           MOVE 3 TO ROLL-MONTHS
106600           PERFORM 4534-ADD-MONTHS THRU 4534-EXIT
106700        WHEN OTHER
106800           MOVE 12 TO ROLL-MONTHS
106900           PERFORM 4534-ADD-MONTHS THRU 4534-EXIT
107000     END-EVALUATE
107100     MOVE SCHED-DATE-WORK TO SO-NEXT-DUE
107200     .
107300 4530-EXIT.
107400     EXIT.
107500
107600 4532-ADD-DAYS.
107700     COMPUTE DATE-INTEGER =
107800        FUNCTION INTEGER-OF-DATE(SCHED-DATE-WORK) + ROLL-DAYS
107900     COMPUTE SCHED-DATE-WORK =
108000        FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
108100     .
108200 4532-EXIT.
108300     EXIT.
108400
108500 4534-ADD-MONTHS.
108600     IF SO-DUE-DAY = 0
108700        MOVE SCHED-DD TO SO-DUE-DAY
108800     END-IF
108900     ADD ROLL-MONTHS TO SCHED-MM
109000     IF SCHED-MM > 12
109100        SUBTRACT 12 FROM SCHED-MM
109200        ADD 1 TO SCHED-YYYY
109300     END-IF
109400     PERFORM 4536-SET-MONTH-LENGTH THRU 4536-EXIT
109500     IF SO-DUE-DAY > MONTH-MAX-DD
109600        MOVE MONTH-MAX-DD TO SCHED-DD
109700     ELSE
109800        MOVE SO-DUE-DAY TO SCHED-DD
109900     END-IF
110000     .
110100 4534-EXIT.
110200     EXIT.
110300
110400 4536-SET-MONTH-LENGTH.
110500     EVALUATE SCHED-MM
110600        WHEN 4
110700        WHEN 6
110800        WHEN 9
110900        WHEN 11
111000           MOVE 30 TO MONTH-MAX-DD
111100        WHEN 2
111200           MOVE SCHED-YYYY TO LEAP-YYYY
111300           PERFORM 4538-SET-LEAP-YEAR THRU 4538-EXIT
111400           IF LEAP-YEAR
111500              MOVE 29 TO MONTH-MAX-DD
111600           ELSE
111700              MOVE 28 TO MONTH-MAX-DD
111800           END-IF
111900        WHEN OTHER
112000           MOVE 31 TO MONTH-MAX-DD
112100     END-EVALUATE
112200     .
112300 4536-EXIT.
112400     EXIT.
112500
112600 4538-SET-LEAP-YEAR.
112700     MOVE "N" TO LEAP-YEAR-SW
112800     DIVIDE LEAP-YYYY BY 4
112900        GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
113000     IF LEAP-REMAINDER NOT = 0
113100        GO TO 4538-EXIT
113200     END-IF
113300     SET LEAP-YEAR TO TRUE
113400     DIVIDE LEAP-YYYY BY 100
113500        GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
113600     IF LEAP-REMAINDER NOT = 0
113700        GO TO 4538-EXIT
113800     END-IF
113900     DIVIDE LEAP-YYYY BY 400
114000        GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
114100     IF LEAP-REMAINDER NOT = 0
114200        MOVE "N" TO LEAP-YEAR-SW
114300     END-IF
114400     .
114500 4538-EXIT.
114600     EXIT.
114700
114800 4540-CATCH-UP.
114900     PERFORM 4510-CHECK-EXPIRED THRU 4510-EXIT
115000     IF ORDER-EXPIRED
115100        SET CATCH-UP-DONE TO TRUE
115200        GO TO 4540-EXIT
115300     END-IF
115400     PERFORM 4520-SET-POST-DATE THRU 4520-EXIT
115500     IF EFF-DATE-WORK > BUS-DATE-NUM
115600        SET CATCH-UP-DONE TO TRUE
115700        GO TO 4540-EXIT
115800     END-IF
115900     MOVE SO-NEXT-DUE TO OCC-SCHED-DATE
116000     MOVE EFF-DATE-WORK TO OCC-POST-DATE
116100     PERFORM 4530-ROLL-NEXT-DUE THRU 4530-EXIT
116200     MOVE "MISSED RUN - ONE PER NIGHT" TO OCC-NOTE
116300     PERFORM 4570-REPORT-SKIPPED THRU 4570-EXIT
116400     .
116500 4540-EXIT.
116600     EXIT.
116700
116800 4560-REPORT-GENERATED.
116900     PERFORM 4580-BUILD-ORDER-LINE THRU 4580-EXIT
117000     MOVE OCC-SCHED-DATE TO FMT-DATE-IN
117100     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
117200     MOVE FMT-DATE-OUT TO OL-DATE1
117300     MOVE OCC-POST-DATE TO FMT-DATE-IN
117400     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
117500     MOVE FMT-DATE-OUT TO OL-DATE2
117600     MOVE SPACES TO OL-NOTE
117700     MOVE 2 TO SRT-CLASS
117800     MOVE SO-AMOUNT TO SRT-AMOUNT
117900     MOVE ORDER-LINE TO SRT-LINE
118000     PERFORM 4800-RELEASE-LINE THRU 4800-EXIT
118100     .
118200 4560-EXIT.
118300     EXIT.
118400
118500 4570-REPORT-SKIPPED.
118600     ADD 1 TO SKIP-NUM
118700     PERFORM 4580-BUILD-ORDER-LINE THRU 4580-EXIT
118800     MOVE OCC-SCHED-DATE TO FMT-DATE-IN
118900     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
119000     MOVE FMT-DATE-OUT TO OL-DATE1
119100     MOVE OCC-POST-DATE TO FMT-DATE-IN
119200     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
119300     MOVE FMT-DATE-OUT TO OL-DATE2
119400     MOVE OCC-NOTE TO OL-NOTE
119500     MOVE 3 TO SRT-CLASS
119600     MOVE SO-AMOUNT TO SRT-AMOUNT
119700     MOVE ORDER-LINE TO SRT-LINE
119800     PERFORM 4800-RELEASE-LINE THRU 4800-EXIT
119900     .
120000 4570-EXIT.
120100     EXIT.
120200
120300*----------------------------------------------------------------
120400* 4580-BUILD-ORDER-LINE - THE COLUMNS EVERY ORDER SECTION
120500* SHARES.  OL-DATE3 IS ALWAYS THE NEXT DUE DATE AS IT NOW
120600* STANDS.  THE REMAINING COUNT SHOWS "---" FOR AN ORDER WITH
120650* NO COUNT LIMIT.
120700*----------------------------------------------------------------
120800 4580-BUILD-ORDER-LINE.
120900     MOVE SPACES TO ORDER-LINE
121000     MOVE SO-ACCT-ID TO OL-ACCT-ID
121100     MOVE SO-SEQ TO OL-SEQ
121200     MOVE SO-TRAN-TYPE TO OL-TYPE
121300     MOVE SO-TO-ACCT-ID TO OL-TO-ACCT-ID
121400     MOVE SO-AMOUNT TO OL-AMOUNT
121500     MOVE SO-FREQ TO OL-FREQ
121600     MOVE SO-NEXT-DUE TO FMT-DATE-IN
121700     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
121800     MOVE FMT-DATE-OUT TO OL-DATE3
121900     IF SO-REMAIN-NUM = 0 AND NOT COUNT-DONE
122000        MOVE "---" TO OL-REMAIN
122100     ELSE
122200        MOVE SO-REMAIN-NUM TO REMAIN-ED
122300        MOVE REMAIN-ED TO OL-REMAIN
122400     END-IF
122500     MOVE SO-OPERATOR TO OL-OPERATOR
122600     .
122700 4580-EXIT.
122800     EXIT.
122900
123000 4585-FORMAT-DATE.
123100     MOVE SPACES TO FMT-DATE-OUT
123200     IF FMT-DATE-IN = SPACES
123300        GO TO 4585-EXIT
123400     END-IF
123500     STRING
123600        FMT-IN-MM DELIMITED BY SIZE
123700        "/" DELIMITED BY SIZE
123800        FMT-IN-DD DELIMITED BY SIZE
123900        "/" DELIMITED BY SIZE
124000        FMT-IN-YYYY DELIMITED BY SIZE
124100        INTO FMT-DATE-OUT
124200     .
124300 4585-EXIT.
124400     EXIT.
124500
124600*----------------------------------------------------------------
124700* 4590-EXPIRE-ORDER - THE ORDER HAS REACHED ITS END DATE OR
124800* COUNT.  IT IS LISTED WITH THE DATE IT LAST GENERATED AND ITS
124900* END DATE, AND DROPPED FROM THE NEW MASTER.
125000*----------------------------------------------------------------
125100 4590-EXPIRE-ORDER.
125200     MOVE "N" TO CURR-ON-FILE-SW
125300     ADD 1 TO EXPIRE-NUM
125400     PERFORM 4580-BUILD-ORDER-LINE THRU 4580-EXIT
125500     MOVE SO-LAST-GEN-DATE TO FMT-DATE-IN
125600     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
125700     MOVE FMT-DATE-OUT TO OL-DATE1
125800     MOVE SO-END-DATE TO FMT-DATE-IN
125900     PERFORM 4585-FORMAT-DATE THRU 4585-EXIT
126000     MOVE FMT-DATE-OUT TO OL-DATE2
126100     MOVE OCC-NOTE TO OL-NOTE
126200     MOVE 4 TO SRT-CLASS
126300     MOVE SO-AMOUNT TO SRT-AMOUNT
126400     MOVE ORDER-LINE TO SRT-LINE
126500     PERFORM 4800-RELEASE-LINE THRU 4800-EXIT
126600     .
126700 4590-EXIT.
126800     EXIT.
126900
127000*----------------------------------------------------------------
127100* 4600-WRITE-GEN-TRAN - BUILD THE TRANSACTION FOR THE DUE
127200* OCCURRENCE AND WRITE IT TO DAYTRAN BEHIND EVERY BRANCH
127300* TRANSACTION UP TO AND INCLUDING ITS ACCT-ID.
127400*----------------------------------------------------------------
127500 4600-WRITE-GEN-TRAN.
127600     MOVE SPACES TO GEN-TRAN-RECORD
127700     MOVE SO-ACCT-ID TO GEN-ACCT-ID
127800     MOVE SO-TRAN-TYPE TO GEN-ACTION
127900     IF SO-TRANSFER
128000        MOVE SO-TO-ACCT-ID TO GEN-TO-ACCT-ID
128100     END-IF
128200     MOVE "*STORDER" TO GEN-ORIGIN
128300     MOVE SO-SEQ TO GEN-SO-SEQ
128400     MOVE SO-AMOUNT TO GEN-AMOUNT
128500     MOVE SO-OPERATOR TO GEN-OPERATOR
128600     PERFORM 4910-COPY-DAY-TRAN THRU 4910-EXIT
128700        UNTIL DAY-EOF OR DAY-TRAN-ACCT-ID > SO-ACCT-ID
128800     WRITE DAYTRAN-RECORD FROM GEN-TRAN-RECORD
128900     ADD 1 TO OUT-NUM
129000     ADD 1 TO GEN-NUM
129100     EVALUATE TRUE
129200        WHEN SO-DEPOSIT
129300           ADD 1 TO GEN-DEP-NUM
129400           ADD SO-AMOUNT TO GEN-DEP-AMT
129500        WHEN SO-WITHDRAW
129600           ADD 1 TO GEN-WDL-NUM
129700           ADD SO-AMOUNT TO GEN-WDL-AMT
129800        WHEN OTHER
129900           ADD 1 TO GEN-XFR-NUM
130000           ADD SO-AMOUNT TO GEN-XFR-AMT
130100     END-EVALUATE
130200     .
130300 4600-EXIT.
130400     EXIT.
130500
130600 4800-RELEASE-LINE.
130700     ADD 1 TO RPT-SEQ-NUM
130800     MOVE RPT-SEQ-NUM TO SRT-NUM
130900     RELEASE SO-SORT-REC
131000     .
131100 4800-EXIT.
131200     EXIT.
131300
131400 4910-COPY-DAY-TRAN.
131410     IF DAY-TRAN-STORDER
131420        MOVE SPACES TO DAY-TRAN-ORIGIN
131430        ADD 1 TO MARK-CLEAR-NUM
131440        DISPLAY "STORDGEN - ORDER MARK CLEARED ON BRANCH "
131450           "TRANSACTION FOR ACCT " DAY-TRAN-ACCT-ID
131460     END-IF
131500     WRITE DAYTRAN-RECORD FROM DAY-TRAN-RECORD
131600     ADD 1 TO DAY-NUM
131700     ADD 1 TO OUT-NUM
131800     PERFORM 4030-READ-DAY-TRAN THRU 4030-EXIT
131900     .
132000 4910-EXIT.
132100     EXIT.
132200
132300*----------------------------------------------------------------
132400* 5000-WRITE-REPORT - SORT OUTPUT PROCEDURE.  THE FOUR SECTIONS
132500* ARE ALWAYS PRINTED, "NONE" WHEN EMPTY, THEN THE RUN SUMMARY
132600* WITH THE ORDER-COUNT PROOF.
132700*----------------------------------------------------------------
132800 5000-WRITE-REPORT.
132900     PERFORM 5010-WRITE-HEADINGS THRU 5010-EXIT
133000     PERFORM 5050-RETURN-SORT-REC THRU 5050-EXIT
133100     PERFORM 5100-WRITE-SECTION THRU 5100-EXIT
133200        VARYING CURR-CLASS FROM 1 BY 1 UNTIL CURR-CLASS > 4
133300     PERFORM 5500-WRITE-SUMMARY THRU 5500-EXIT
133400     .
133500 5000-EXIT.
133600     EXIT.
133700
133800 5010-WRITE-HEADINGS.
133900     MOVE SPACES TO SORPT-REPORT-LINE
134000     STRING
134100        "STANDING-ORDER MAINTENANCE AND GENERATION - "
134200           DELIMITED BY SIZE
134300        "BUSINESS DATE " DELIMITED BY SIZE
134400        TODAY-MONTH DELIMITED BY SIZE
134500        "." DELIMITED BY SIZE
134600        TODAY-DAY DELIMITED BY SIZE
134700        "." DELIMITED BY SIZE
134800        TODAY-YEAR DELIMITED BY SIZE
134900        INTO SORPT-REPORT-LINE
135000     WRITE SORPT-REPORT-LINE
135100     IF ORDER-SEQ-ERR
135200        MOVE SPACES TO SORPT-REPORT-LINE
135300        STRING
135400           "*** OLD STANDING-ORDER MASTER OUT OF KEY SEQUENCE"
135500              DELIMITED BY SIZE
135600           " AT " DELIMITED BY SIZE
135700           SEQ-ERR-KEY DELIMITED BY SIZE
135800           " - NOTHING GENERATED OR MAINTAINED ***"
135900              DELIMITED BY SIZE
136000           INTO SORPT-REPORT-LINE
136100        WRITE SORPT-REPORT-LINE
136200     END-IF
136300     .
136400 5010-EXIT.
136500     EXIT.
136600
136700 5050-RETURN-SORT-REC.
136800     RETURN SO-SORT
136900        AT END
137000           SET SORT-EOF TO TRUE
137100     END-RETURN
137200     .
137300 5050-EXIT.
137400     EXIT.
137500
137600 5100-WRITE-SECTION.
137700     MOVE 0 TO SECTION-NUM
137800     MOVE 0 TO SECTION-AMT
137900     MOVE SPACES TO SORPT-REPORT-LINE
138000     WRITE SORPT-REPORT-LINE
138100     EVALUATE CURR-CLASS
138200        WHEN 1
138300           MOVE "MAINTENANCE" TO SORPT-REPORT-LINE
138400        WHEN 2
138500           MOVE "GENERATED INTO TONIGHT'S TRANSACTIONS"
138600              TO SORPT-REPORT-LINE
138700        WHEN 3
138800           MOVE "SKIPPED - DUE BUT NOT GENERATED"
138900              TO SORPT-REPORT-LINE
139000        WHEN OTHER
139100           MOVE "EXPIRED - DROPPED FROM THE MASTER"
139200              TO SORPT-REPORT-LINE
139300     END-EVALUATE
139400     WRITE SORPT-REPORT-LINE
139500     EVALUATE CURR-CLASS
139600        WHEN 1
139700           MOVE MAINT-HEADING TO SORPT-REPORT-LINE
139800        WHEN 4
139900           MOVE "LAST GEN" TO OH-DATE1
140000           MOVE "END DATE" TO OH-DATE2
140100           MOVE "NEXT DUE" TO OH-DATE3
140200           MOVE "REASON" TO OH-NOTE
140300           MOVE ORDER-HEADING TO SORPT-REPORT-LINE
140400        WHEN OTHER
140500           MOVE "SCHEDULED" TO OH-DATE1
140600           MOVE "POSTS ON" TO OH-DATE2
140700           MOVE "NEXT DUE" TO OH-DATE3
140800           MOVE SPACES TO OH-NOTE
140900           IF CURR-CLASS = 3
141000              MOVE "REASON" TO OH-NOTE
141100           END-IF
141200           MOVE ORDER-HEADING TO SORPT-REPORT-LINE
141300     END-EVALUATE
141400     WRITE SORPT-REPORT-LINE
141500
141600     PERFORM 5150-WRITE-DETAIL THRU 5150-EXIT
141700        UNTIL SORT-EOF OR SRT-CLASS NOT = CURR-CLASS
141800
141900     IF SECTION-NUM = 0
142000        MOVE "  NONE" TO SORPT-REPORT-LINE
142100        WRITE SORPT-REPORT-LINE
142200     END-IF
142300     MOVE SECTION-NUM TO COUNT-ED
142400     MOVE SECTION-AMT TO SUM-ED
142500     MOVE SPACES TO SORPT-REPORT-LINE
142600     IF CURR-CLASS = 1
142700        STRING
142800           "  RECORDS: " DELIMITED BY SIZE
142900           COUNT-ED DELIMITED BY SIZE
143000           INTO SORPT-REPORT-LINE
143100     ELSE
143200        STRING
143300           "  ORDERS: " DELIMITED BY SIZE
143400           COUNT-ED DELIMITED BY SIZE
143500           "  AMOUNT: " DELIMITED BY SIZE
143600           SUM-ED DELIMITED BY SIZE
143700           INTO SORPT-REPORT-LINE
143800     END-IF
143900     WRITE SORPT-REPORT-LINE
144000     .
144100 5100-EXIT.
144200     EXIT.
144300
144400 5150-WRITE-DETAIL.
144500     MOVE SRT-LINE TO SORPT-REPORT-LINE
144600     WRITE SORPT-REPORT-LINE
144700     ADD 1 TO SECTION-NUM
144800     ADD SRT-AMOUNT TO SECTION-AMT
144900     PERFORM 5050-RETURN-SORT-REC THRU 5050-EXIT
145000     .
145100 5150-EXIT.
145200     EXIT.
145300
145400*----------------------------------------------------------------
145500* 5500-WRITE-SUMMARY - RUN COUNTS, THE GENERATED AMOUNTS BY
145600* TRANSACTION TYPE, AND THE ORDER-COUNT PROOF: THE OLD MASTER
145700* PLUS ADDS, LESS CANCELS AND EXPIRIES, MUST EQUAL THE NEW.
145800*----------------------------------------------------------------
145900 5500-WRITE-SUMMARY.
146000     MOVE SPACES TO SORPT-REPORT-LINE
146100     WRITE SORPT-REPORT-LINE
146200     MOVE "RUN SUMMARY" TO SORPT-REPORT-LINE
146300     WRITE SORPT-REPORT-LINE
146400
146500     MOVE OLD-NUM TO COUNT-ED
146600     MOVE SPACES TO SORPT-REPORT-LINE
146700     STRING "ORDERS ON OLD MASTER     " DELIMITED BY SIZE
146800        COUNT-ED DELIMITED BY SIZE
146900        INTO SORPT-REPORT-LINE
147000     WRITE SORPT-REPORT-LINE
147100     MOVE ADD-NUM TO COUNT-ED
147200     MOVE SPACES TO SORPT-REPORT-LINE
147300     STRING "  PLUS ADDED             " DELIMITED BY SIZE
147400        COUNT-ED DELIMITED BY SIZE
147500        INTO SORPT-REPORT-LINE
147600     WRITE SORPT-REPORT-LINE
147700     MOVE CANCEL-NUM TO COUNT-ED
147800     MOVE SPACES TO SORPT-REPORT-LINE
147900     STRING "  LESS CANCELLED         " DELIMITED BY SIZE
148000        COUNT-ED DELIMITED BY SIZE
148100        INTO SORPT-REPORT-LINE
148200     WRITE SORPT-REPORT-LINE
148300     MOVE EXPIRE-NUM TO COUNT-ED
148400     MOVE SPACES TO SORPT-REPORT-LINE
148500     STRING "  LESS EXPIRED           " DELIMITED BY SIZE
148600        COUNT-ED DELIMITED BY SIZE
148700        INTO SORPT-REPORT-LINE
148800     WRITE SORPT-REPORT-LINE
148900     MOVE NEW-NUM TO COUNT-ED
149000     MOVE SPACES TO SORPT-REPORT-LINE
149100     STRING "ORDERS ON NEW MASTER     " DELIMITED BY SIZE
149200        COUNT-ED DELIMITED BY SIZE
149300        INTO SORPT-REPORT-LINE
149400     COMPUTE PROOF-NUM =
149500        OLD-NUM + ADD-NUM - CANCEL-NUM - EXPIRE-NUM - NEW-NUM
149600     IF PROOF-NUM NOT = 0
149700        SET COUNT-OUT-OF-BALANCE TO TRUE
149800        MOVE "*** ORDER COUNT DOES NOT PROVE ***"
149900           TO SORPT-REPORT-LINE(40:34)
150000        DISPLAY "STORDGEN - ORDER COUNT DOES NOT PROVE"
150100     END-IF
150200     WRITE SORPT-REPORT-LINE
150300
150400     MOVE SPACES TO SORPT-REPORT-LINE
150500     WRITE SORPT-REPORT-LINE
150600     MOVE MAINT-NUM TO COUNT-ED
150700     MOVE SPACES TO SORPT-REPORT-LINE
150800     STRING "MAINTENANCE READ         " DELIMITED BY SIZE
150900        COUNT-ED DELIMITED BY SIZE
151000        INTO SORPT-REPORT-LINE
151100     WRITE SORPT-REPORT-LINE
151200     MOVE MAINT-OK-NUM TO COUNT-ED
151300     MOVE SPACES TO SORPT-REPORT-LINE
151400     STRING "  APPLIED                " DELIMITED BY SIZE
151500        COUNT-ED DELIMITED BY SIZE
151600        INTO SORPT-REPORT-LINE
151700     WRITE SORPT-REPORT-LINE
151800     MOVE MAINT-REJ-NUM TO COUNT-ED
151900     MOVE SPACES TO SORPT-REPORT-LINE
152000     STRING "  REJECTED               " DELIMITED BY SIZE
152100        COUNT-ED DELIMITED BY SIZE
152200        INTO SORPT-REPORT-LINE
152300     WRITE SORPT-REPORT-LINE
152400
152500     MOVE SPACES TO SORPT-REPORT-LINE
152600     WRITE SORPT-REPORT-LINE
152700     MOVE GEN-DEP-NUM TO COUNT-ED
152800     MOVE GEN-DEP-AMT TO SUM-ED
152900     MOVE SPACES TO SORPT-REPORT-LINE
153000     STRING "GENERATED DEPOSITS       " DELIMITED BY SIZE
153100        COUNT-ED DELIMITED BY SIZE
153200        "  AMOUNT: " DELIMITED BY SIZE
153300        SUM-ED DELIMITED BY SIZE
153400        INTO SORPT-REPORT-LINE
153500     WRITE SORPT-REPORT-LINE
153600     MOVE GEN-WDL-NUM TO COUNT-ED
153700     MOVE GEN-WDL-AMT TO SUM-ED
153800     MOVE SPACES TO SORPT-REPORT-LINE
153900     STRING "GENERATED WITHDRAWALS    " DELIMITED BY SIZE
154000        COUNT-ED DELIMITED BY SIZE
154100        "  AMOUNT: " DELIMITED BY SIZE
154200        SUM-ED DELIMITED BY SIZE
154300        INTO SORPT-REPORT-LINE
154400     WRITE SORPT-REPORT-LINE
154500     MOVE GEN-XFR-NUM TO COUNT-ED
154600     MOVE GEN-XFR-AMT TO SUM-ED
154700     MOVE SPACES TO SORPT-REPORT-LINE
154800     STRING "GENERATED TRANSFERS      " DELIMITED BY SIZE
154900        COUNT-ED DELIMITED BY SIZE
155000        "  AMOUNT: " DELIMITED BY SIZE
155100        SUM-ED DELIMITED BY SIZE
155200        INTO SORPT-REPORT-LINE
155300     WRITE SORPT-REPORT-LINE
155400     MOVE SKIP-NUM TO COUNT-ED
155500     MOVE SPACES TO SORPT-REPORT-LINE
155600     STRING "OCCURRENCES SKIPPED      " DELIMITED BY SIZE
155700        COUNT-ED DELIMITED BY SIZE
155800        INTO SORPT-REPORT-LINE
155900     WRITE SORPT-REPORT-LINE
156000
156100     MOVE SPACES TO SORPT-REPORT-LINE
156200     WRITE SORPT-REPORT-LINE
156300     MOVE DAY-NUM TO COUNT-ED
156400     MOVE SPACES TO SORPT-REPORT-LINE
156500     STRING "BRANCH TRANSACTIONS      " DELIMITED BY SIZE
156600        COUNT-ED DELIMITED BY SIZE
156700        INTO SORPT-REPORT-LINE
156800     WRITE SORPT-REPORT-LINE
156810     IF MARK-CLEAR-NUM > 0
156820        MOVE MARK-CLEAR-NUM TO COUNT-ED
156830        MOVE SPACES TO SORPT-REPORT-LINE
156840        STRING "  ORDER MARK CLEARED     " DELIMITED BY SIZE
156850           COUNT-ED DELIMITED BY SIZE
156860           "  *** KEYED WITH *STORDER - CHECK WITH THE BRANCH ***"
156870              DELIMITED BY SIZE
156880           INTO SORPT-REPORT-LINE
156890        WRITE SORPT-REPORT-LINE
156895     END-IF
156900     MOVE GEN-NUM TO COUNT-ED
157000     MOVE SPACES TO SORPT-REPORT-LINE
157100     STRING "  PLUS GENERATED         " DELIMITED BY SIZE
157200        COUNT-ED DELIMITED BY SIZE
157300        INTO SORPT-REPORT-LINE
157400     WRITE SORPT-REPORT-LINE
157500     MOVE OUT-NUM TO COUNT-ED
157600     MOVE SPACES TO SORPT-REPORT-LINE
157700     STRING "WRITTEN TO DAYTRAN       " DELIMITED BY SIZE
157800        COUNT-ED DELIMITED BY SIZE
157900        INTO SORPT-REPORT-LINE
158000     WRITE SORPT-REPORT-LINE
158100     .
158200 5500-EXIT.
158300     EXIT.
158400
158500 7000-CLOSE-FILES.
158600     CLOSE OLDSORD-FILE
158700     CLOSE SOMAINT-FILE
158800     CLOSE TRANFILE
158900     CLOSE NEWSORD-FILE
159000     CLOSE DAYTRAN-FILE
159100     CLOSE SORPT-FILE
159200     .
159300 7000-EXIT.
159400     EXIT.
