000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASHMON.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  DAILY LARGE-CASH AND
001100*                  STRUCTURING MONITOR.  EVERY "P" DEPOSIT AND
001200*                  "W" WITHDRAWAL POSTED BY THE NIGHTLY CUSTMNT
001300*                  RUN OR AN INTRADAY CUSTDRCT RUN IS ON THE
001400*                  CUMULATIVE CASHACT FILE (CASHTXN LAYOUT).  THE
001500*                  ITEMS INSIDE THE LOOK-BACK WINDOW ARE JOINED
001600*                  TO THE MASTER AND ROLLED UP BY CUSTOMER - THE
001700*                  LNAME/FNAME RELATIONSHIP KEY TOPACCTS USES -
001800*                  SO ONE CUSTOMER'S ACTIVITY IS TOTALED ACROSS
001900*                  BOTH POSTING PATHS AND ALL THEIR ACCOUNTS.
002000*                  DEPOSITS AND WITHDRAWALS ARE TOTALED SEPARATELY
002100*                  AND EACH SIDE IS TESTED FOR -
002200*                    - LARGE CASH: THE BUSINESS DATE'S TOTAL AT
002300*                      OR OVER THE REPORTABLE THRESHOLD;
002400*                    - REPEATED NEAR-THRESHOLD DAYS: THE BUSINESS
002500*                      DATE'S TOTAL JUST UNDER THE THRESHOLD, AND
002600*                      THE SAME ON ENOUGH DAYS OF THE LOOK-BACK
002700*                      WINDOW TO MAKE A PATTERN;
002800*                    - SPLIT ITEMS: SEVERAL ITEMS ON THE BUSINESS
002900*                      DATE, EACH UNDER THE THRESHOLD, TOGETHER AT
003000*                      OR OVER THE NEAR-THRESHOLD FLOOR, KEYED AT
003100*                      SEVERAL BRANCHES OR BY SEVERAL OPERATORS.
003200*                  THE THRESHOLD, THE NEAR-THRESHOLD PERCENT, THE
003300*                  LOOK-BACK DAYS AND THE PATTERN COUNTS COME FROM
003400*                  THE CASHCTL CONTROL RECORD.  EVERY ALERT GOES
003500*                  ON THE ALERT REPORT (CASHRPT) WITH THE ITEMS
003600*                  BEHIND IT AND TO THE FIXED-FORMAT EXTRACT
003700*                  (BSAEXT) FOR THE BSA OFFICER; A RUN SUMMARY
003800*                  PAGE ENDS THE REPORT.  CONDITION CODES - 0
003900*                  CLEAN (WITH OR WITHOUT ALERTS), 4 A CASHCTL
004000*                  FIELD WAS REJECTED (ITS DEFAULT WAS USED) OR A
004100*                  CUSTOMER HAD MORE ITEMS THAN THE REPORT LISTS,
004200*                  8 HELD - CUSTMNT HAS NOT COMPLETED FOR THE
004300*                  BUSINESS DATE, 12 THE CASHACT FILE COULD NOT
004400*                  BE OPENED AND NOTHING WAS MONITORED.
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CASHACT-FILE ASSIGN TO CASHACT
005000         FILE STATUS IS CASHACT-STATUS.
005100     SELECT CUSTRECS-FILE ASSIGN TO CUSTRECS.
005200     SELECT ADDRRECS-FILE ASSIGN TO ADDRRECS
005300         FILE STATUS IS ADDRRECS-STATUS.
005400     SELECT CASHCTL-FILE ASSIGN TO CASHCTL
005500         FILE STATUS IS CASHCTL-STATUS.
005600     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
005700         FILE STATUS IS CYCLECTL-STATUS.
005800     SELECT CASHWRK-FILE ASSIGN TO CASHWRK.
005900     SELECT CASHRPT-FILE ASSIGN TO CASHRPT.
006000     SELECT BSAEXT-FILE ASSIGN TO BSAEXT.
006100     SELECT CASH-SORT ASSIGN TO SORTWK01.
006200     SELECT CUST-SORT ASSIGN TO SORTWK02.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600*----------------------------------------------------------------
006700* CASHACT-FILE - THE CUMULATIVE CASH-ACTIVITY FILE CUSTMNT AND
006800* CUSTDRCT APPEND TO, ONE RECORD PER DEPOSIT OR WITHDRAWAL
006900* POSTED, IN THE ORDER THE RUNS POSTED THEM.
007000*----------------------------------------------------------------
007100 FD  CASHACT-FILE RECORD CONTAINS 52 CHARACTERS RECORDING MODE F.
007200 01  CASHACT-RECORD.
007300     COPY CASHTXN.
007400
007500 FD  CUSTRECS-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
007600 01  CUSTREC.
007700     COPY CUSTREC.
007800
007900*----------------------------------------------------------------
008000* ADDRRECS-FILE - THE MAILING-ADDRESS FILE, IN ASCENDING ACCT-ID
008100* SEQUENCE LIKE CUSTRECS-FILE, FOR THE ADDRESS ON EACH ALERT.
008200*----------------------------------------------------------------
008300 FD  ADDRRECS-FILE RECORD CONTAINS 64 CHARACTERS
008400     RECORDING MODE F.
008500 01  ADDRREC.
008600     COPY ADDRREC.
008700
008800*----------------------------------------------------------------
008900* CASHCTL-FILE - ONE-LINE CONTROL RECORD: THE REPORTABLE
009000* THRESHOLD (AMOUNT), THE NEAR-THRESHOLD FLOOR AS A PERCENT OF
009100* THE THRESHOLD, THE LOOK-BACK WINDOW IN CALENDAR DAYS ENDING ON
009200* THE BUSINESS DATE, THE NUMBER OF NEAR-THRESHOLD DAYS IN THE
009300* WINDOW THAT MAKES A PATTERN, AND THE NUMBER OF DIFFERENT
009400* BRANCHES OR OPERATORS THAT MAKES A SPLIT.  A BLANK FIELD TAKES
009500* ITS DEFAULT (10,000.00 / 90 / 10 / 3 / 2); A FIELD THAT FAILS
009600* EDIT IS REJECTED ON THE CONSOLE AND TAKES ITS DEFAULT TOO.
009700*----------------------------------------------------------------
009800 FD  CASHCTL-FILE RECORD CONTAINS 80 CHARACTERS
009900     RECORDING MODE F.
010000 01  CASHCTL-RECORD.
010100     05 CASHCTL-THRESHOLD  PIC X(12).
010200     05 CASHCTL-NEAR-PCT   PIC X(03).
010300     05 CASHCTL-LOOKBACK   PIC X(03).
010400     05 CASHCTL-MIN-DAYS   PIC X(02).
010500     05 CASHCTL-MIN-SPREAD PIC X(02).
010550     05                    PIC X(58).
010600
010700*----------------------------------------------------------------
010800* CYCLECTL-FILE - THE SHARED CYCLE-CONTROL RECORD (SEE CYCCTL
010900* COPYBOOK), READ FOR THE BUSINESS DATE ONLY.  THIS RUN CHANGES
011000* NO MASTER, SO IT HAS NO COMPLETION STAMP AND MAY BE RERUN.
011100*----------------------------------------------------------------
011200 FD  CYCLECTL-FILE RECORD CONTAINS 56 CHARACTERS
011300     RECORDING MODE F.
011400 01  CYCLE-CONTROL-REC.
011500     COPY CYCCTL.
011600
011700*----------------------------------------------------------------
011800* CASHWRK-FILE - WORK FILE BETWEEN THE TWO SORTS: EVERY ITEM IN
011900* THE LOOK-BACK WINDOW WITH ITS OWNER'S RELATIONSHIP KEY AND
012000* ADDRESS.  AN ACCOUNT NO LONGER ON THE MASTER IS KEYED ON ITS
012100* OWN ACCT-ID UNDER THE NOT-ON-MASTER NAME.
012200*----------------------------------------------------------------
012300 FD  CASHWRK-FILE RECORD CONTAINS 140 CHARACTERS
012400     RECORDING MODE F.
012500 01  CASHWRK-RECORD.
012600     05 CWK-LNAME       PIC X(22).
012700     05 CWK-FNAME       PIC X(11).
012800     05 CWK-DATE        PIC X(08).
012900     05 CWK-ACTION      PIC X(01).
013000     05 CWK-ACCT-ID     PIC X(10).
013100     05 CWK-SOURCE      PIC X(08).
013200     05 CWK-AMOUNT      PIC 9(11)V99.
013300     05 CWK-OPERATOR    PIC X(08).
013400     05 CWK-BRANCH      PIC X(04).
013500     05 CWK-ADDR-SW     PIC X(01).
013600     05 CWK-STREET      PIC X(25).
013700     05 CWK-CITY        PIC X(18).
013800     05 CWK-STATE       PIC X(02).
013900     05 CWK-ZIP         PIC X(09).
014000
014100*----------------------------------------------------------------
014200* CASHRPT-FILE - THE ALERT REPORT, ONE BLOCK PER CUSTOMER AND
014300* SIDE ALERTED WITH THE ITEMS BEHIND IT, THEN THE RUN SUMMARY
014400* ON A NEW PAGE (WRITE AFTER ADVANCING PAGE), SO THE DATA SET
014500* CARRIES CARRIAGE CONTROL - RECFM=FBA IN THE JOB STREAM.
014600*----------------------------------------------------------------
014700 FD  CASHRPT-FILE
014800     RECORDING MODE F.
014900 01  CASHRPT-REPORT-LINE PIC X(120).
015000
015100*----------------------------------------------------------------
015200* BSAEXT-FILE - THE EXTRACT FOR THE BSA OFFICER.  ONE "A" RECORD
015300* PER CUSTOMER AND SIDE ALERTED, CARRYING A Y/N FLAG PER TEST,
015400* THE TOTALS AND THE ADDRESS, FOLLOWED BY ONE "I" RECORD PER
015500* ITEM ON THAT SIDE IN THE LOOK-BACK WINDOW.
015600*   BSA-SIDE    P = DEPOSITS, W = WITHDRAWALS
015700*----------------------------------------------------------------
015800 FD  BSAEXT-FILE RECORD CONTAINS 150 CHARACTERS
015900     RECORDING MODE F.
016000 01  BSAEXT-RECORD.
016100     05 BSA-REC-TYPE    PIC X(01).
016200        88 BSA-ALERT-REC VALUE "A".
016300        88 BSA-ITEM-REC  VALUE "I".
016400     05 BSA-BUS-DATE    PIC X(08).
016500     05 BSA-LNAME       PIC X(22).
016600     05 BSA-FNAME       PIC X(11).
016700     05 BSA-SIDE        PIC X(01).
016800     05 BSA-DATA        PIC X(107).
016900     05 BSA-ALERT-DATA REDEFINES BSA-DATA.
017000        10 BSA-LARGE-FLAG  PIC X(01).
017100        10 BSA-REPEAT-FLAG PIC X(01).
017200        10 BSA-SPLIT-FLAG  PIC X(01).
017300        10 BSA-TODAY-AMT   PIC 9(13)V99.
017400        10 BSA-TODAY-NUM   PIC 9(05).
017500        10 BSA-NEAR-DAYS   PIC 9(03).
017600        10 BSA-WINDOW-AMT  PIC 9(13)V99.
017700        10 BSA-WINDOW-NUM  PIC 9(05).
017800        10 BSA-BRANCH-NUM  PIC 9(03).
017900        10 BSA-OPER-NUM    PIC 9(03).
018000        10 BSA-STREET      PIC X(25).
018100        10 BSA-CITY        PIC X(18).
018200        10 BSA-STATE       PIC X(02).
018300        10 BSA-ZIP         PIC X(09).
018400        10                 PIC X(01).
018500     05 BSA-ITEM-DATA REDEFINES BSA-DATA.
018600        10 BSA-ITEM-DATE   PIC X(08).
018700        10 BSA-ITEM-ACCT   PIC X(10).
018800        10 BSA-ITEM-SOURCE PIC X(08).
018900        10 BSA-ITEM-AMOUNT PIC 9(11)V99.
019000        10 BSA-ITEM-BRANCH PIC X(04).
019100        10 BSA-ITEM-OPER   PIC X(08).
019200        10                 PIC X(56).
019300
019400*----------------------------------------------------------------
019500* CASH-SORT - SORT ONE: THE ITEMS IN THE LOOK-BACK WINDOW IN
019600* ACCT-ID ORDER, SO THEY JOIN TO THE MASTER AND ADDRESS FILES
019700* IN ONE SEQUENTIAL PASS.
019800*----------------------------------------------------------------
019900 SD  CASH-SORT.
020000 01  CASH-SORT-REC.
020100     05 CSR-ACCT-ID     PIC X(10).
020200     05 CSR-DATE        PIC X(08).
020300     05 CSR-SOURCE      PIC X(08).
020400     05 CSR-ACTION      PIC X(01).
020500     05 CSR-AMOUNT      PIC 9(11)V99.
020600     05 CSR-OPERATOR    PIC X(08).
020700     05 CSR-BRANCH      PIC X(04).
020800
020900*----------------------------------------------------------------
021000* CUST-SORT - SORT TWO: THE WORK FILE IN RELATIONSHIP-KEY ORDER,
021100* THEN DATE, SIDE AND ACCT-ID, SO EACH CUSTOMER AND EACH OF
021200* THEIR DAYS IS A STRAIGHT CONTROL BREAK.
021300*----------------------------------------------------------------
021400 SD  CUST-SORT.
021500 01  CUST-SORT-REC.
021600     05 CST-LNAME       PIC X(22).
021700     05 CST-FNAME       PIC X(11).
021800     05 CST-DATE        PIC X(08).
021900     05 CST-ACTION      PIC X(01).
022000        88 CST-DEPOSIT  VALUE "P".
022100     05 CST-ACCT-ID     PIC X(10).
022200     05 CST-SOURCE      PIC X(08).
022300     05 CST-AMOUNT      PIC 9(11)V99.
022400     05 CST-OPERATOR    PIC X(08).
022500     05 CST-BRANCH      PIC X(04).
022600     05 CST-ADDR-SW     PIC X(01).
022700        88 CST-HAS-ADDR VALUE "Y".
022800     05 CST-STREET      PIC X(25).
022900     05 CST-CITY        PIC X(18).
023000     05 CST-STATE       PIC X(02).
023100     05 CST-ZIP         PIC X(09).
023200
023300 WORKING-STORAGE SECTION.
023400 77  CASH-READ-NUM     PIC 9(07) VALUE 0.
023500 77  WINDOW-NUM        PIC 9(07) VALUE 0.
023600 77  NOMSTR-NUM        PIC 9(07) VALUE 0.
023700 77  CUSTOMER-NUM      PIC 9(06) VALUE 0.
023800 77  ACTIVE-NUM        PIC 9(06) VALUE 0.
023900 77  ALERT-NUM         PIC 9(06) VALUE 0.
024000 77  LARGE-NUM         PIC 9(06) VALUE 0.
024100 77  REPEAT-NUM        PIC 9(06) VALUE 0.
024200 77  SPLIT-NUM         PIC 9(06) VALUE 0.
024300 77  UNLISTED-NUM      PIC 9(06) VALUE 0.
024400 77  CTLREJ-NUM        PIC 9(06) VALUE 0.
024500 77  DEPOSIT-NUM       PIC 9(07) VALUE 0.
024600 77  WITHDRAW-NUM      PIC 9(07) VALUE 0.
024700 77  DEPOSIT-SUM       PIC 9(13)V99 VALUE 0.
024800 77  WITHDRAW-SUM      PIC 9(13)V99 VALUE 0.
024900 77  NUMVAL-TEST-RC    PIC S9(4) VALUE 0.
025000
025100 77  COUNT-ED          PIC Z,ZZZ,ZZ9.
025200 77  SMALL-ED          PIC ZZ9.
025300 77  AMOUNT-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
025400 77  SUM-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
025500
025600 01  CASHACT-STATUS    PIC XX VALUE SPACES.
025700     88 CASHACT-OK     VALUE "00".
025800 01  ADDRRECS-STATUS   PIC XX VALUE SPACES.
025900     88 ADDRRECS-OK    VALUE "00".
026000 01  CASHCTL-STATUS    PIC XX VALUE SPACES.
026100     88 CASHCTL-OK     VALUE "00".
026200 01  CYCLECTL-STATUS   PIC XX VALUE SPACES.
026300     88 CYCLECTL-OK    VALUE "00".
026400 01  CYCLE-AVAIL-SW    PIC X(01) VALUE "N".
026500     88 CYCLE-AVAIL    VALUE "Y".
026600 01  CYCLE-HELD-SW     PIC X(01) VALUE "N".
026700     88 CYCLE-HELD     VALUE "Y".
026800 01  CASH-EOF-SW       PIC X(01) VALUE "N".
026900     88 CASH-EOF       VALUE "Y".
027000 01  CUST-EOF-SW       PIC X(01) VALUE "N".
027100     88 CUST-EOF       VALUE "Y".
027200 01  ADDR-EOF-SW       PIC X(01) VALUE "N".
027300     88 ADDR-EOF       VALUE "Y".
027400 01  ADDR-OPEN-SW      PIC X(01) VALUE "N".
027500     88 ADDR-OPEN      VALUE "Y".
027600 01  WORK-EOF-SW       PIC X(01) VALUE "N".
027700     88 WORK-EOF       VALUE "Y".
027800 01  SORT1-EOF-SW      PIC X(01) VALUE "N".
027900     88 SORT1-EOF      VALUE "Y".
028000 01  SORT2-EOF-SW      PIC X(01) VALUE "N".
028100     88 SORT2-EOF      VALUE "Y".
028200 01  GROUP-OPEN-SW     PIC X(01) VALUE "N".
028300     88 GROUP-OPEN     VALUE "Y".
028400 01  DAY-OPEN-SW       PIC X(01) VALUE "N".
028500     88 DAY-OPEN       VALUE "Y".
028600 01  CTL-FIELD-SW      PIC X(01) VALUE "B".
028700     88 CTL-FIELD-BLANK   VALUE "B".
028800     88 CTL-FIELD-VALID   VALUE "V".
028900     88 CTL-FIELD-INVALID VALUE "I".
029000 01  CTL-FIELD-TEXT    PIC X(12) VALUE SPACES.
029100 01  CTL-FIELD-NUM     PIC 9(09)V99 VALUE 0.
029200 01  BUSINESS-DATE     PIC X(08) VALUE SPACES.
029300 01  WINDOW-START      PIC X(08) VALUE SPACES.
029400 01  NOT-ON-MASTER     PIC X(22) VALUE "*ACCOUNT NOT ON MASTER".
029500
029600*----------------------------------------------------------------
029700* MONITOR PARAMETERS - THE BUILT-IN DEFAULTS, OVERLAID FIELD BY
029800* FIELD FROM CASHCTL.  NEAR-FLOOR IS THE THRESHOLD TIMES THE
029900* NEAR-THRESHOLD PERCENT: A DAY'S TOTAL FROM THE FLOOR UP TO
030000* (NOT INCLUDING) THE THRESHOLD IS "JUST UNDER".
030100*----------------------------------------------------------------
030200 77  CASH-THRESHOLD    PIC 9(09)V99 VALUE 10000.00.
030300 77  NEAR-PCT          PIC 9(03) VALUE 90.
030400 77  LOOKBACK-DAYS     PIC 9(03) VALUE 10.
030500 77  MIN-NEAR-DAYS     PIC 9(03) VALUE 3.
030600 77  MIN-SPREAD        PIC 9(03) VALUE 2.
030700 77  NEAR-FLOOR        PIC 9(09)V99 VALUE 0.
030800
030900*----------------------------------------------------------------
031000* GROUP-* - THE CUSTOMER BEING ROLLED UP AS SORT TWO HANDS BACK
031100* THEIR ITEMS, AND DAY-* THE DAY AND SIDE WITHIN IT.
031200*----------------------------------------------------------------
031300 01  GROUP-LNAME       PIC X(22) VALUE SPACES.
031400 01  GROUP-FNAME       PIC X(11) VALUE SPACES.
031500 01  GROUP-ADDR-SW     PIC X(01) VALUE "N".
031600     88 GROUP-HAS-ADDR VALUE "Y".
031700 01  GROUP-STREET      PIC X(25) VALUE SPACES.
031800 01  GROUP-CITY        PIC X(18) VALUE SPACES.
031900 01  GROUP-STATE       PIC X(02) VALUE SPACES.
032000 01  GROUP-ZIP         PIC X(09) VALUE SPACES.
032100 01  GROUP-ACTIVE-SW   PIC X(01) VALUE "N".
032200     88 GROUP-ACTIVE   VALUE "Y".
032300 01  DAY-DATE          PIC X(08) VALUE SPACES.
032400 01  DAY-SIDE-I        PIC 9(01) VALUE 0.
032500 01  DAY-AMT           PIC 9(13)V99 VALUE 0.
032600
032700*----------------------------------------------------------------
032800* SIDE-TABLE - ONE ENTRY PER SIDE FOR THE CURRENT CUSTOMER,
032900* 1 = DEPOSITS, 2 = WITHDRAWALS.  THE BRANCH AND OPERATOR LISTS
033000* HOLD THE DIFFERENT ONES SEEN ON THE BUSINESS DATE; THEY STOP
033100* GROWING AT 20, FAR PAST ANY SPREAD WORTH SETTING.
033200*----------------------------------------------------------------
033300 77  SIDE-I            PIC 9(01) COMP VALUE 0.
033400 77  LIST-I            PIC 9(03) COMP VALUE 0.
033500 77  LIST-MAX          PIC 9(03) VALUE 20.
033600 01  FOUND-SW          PIC X(01) VALUE "N".
033700     88 FOUND          VALUE "Y".
033800 01  SIDE-TABLE.
033900     05 SD-ENTRY OCCURS 2 TIMES.
034000        10 SD-TODAY-AMT   PIC 9(13)V99.
034100        10 SD-TODAY-NUM   PIC 9(05).
034200        10 SD-TODAY-BIG-SW  PIC X(01).
034300           88 SD-TODAY-BIG  VALUE "Y".
034400        10 SD-TODAY-NEAR-SW PIC X(01).
034500           88 SD-TODAY-NEAR VALUE "Y".
034600        10 SD-WINDOW-AMT  PIC 9(13)V99.
034700        10 SD-WINDOW-NUM  PIC 9(05).
034800        10 SD-NEAR-DAYS   PIC 9(03).
034900        10 SD-LARGE-SW    PIC X(01).
035000           88 SD-LARGE    VALUE "Y".
035100        10 SD-REPEAT-SW   PIC X(01).
035200           88 SD-REPEAT   VALUE "Y".
035300        10 SD-SPLIT-SW    PIC X(01).
035400           88 SD-SPLIT    VALUE "Y".
035500        10 SD-BRANCH-NUM  PIC 9(03).
035600        10 SD-BRANCH      PIC X(04) OCCURS 20 TIMES.
035700        10 SD-OPER-NUM    PIC 9(03).
035800        10 SD-OPER        PIC X(08) OCCURS 20 TIMES.
035900
036000*----------------------------------------------------------------
036100* ITEM-TABLE - THE CURRENT CUSTOMER'S ITEMS IN THE WINDOW, KEPT
036200* FOR THE ALERT LISTING.  ITEMS PAST ITEM-MAX STILL COUNT IN
036300* EVERY TOTAL AND TEST; THEY ARE ONLY LEFT OFF THE LISTING, AND
036400* THE ALERT SAYS HOW MANY.
036500*----------------------------------------------------------------
036600 77  ITEM-MAX          PIC 9(03) VALUE 200.
036700 77  ITEM-NUM          PIC 9(03) COMP VALUE 0.
036800 77  ITEM-I            PIC 9(03) COMP VALUE 0.
036900 77  ITEM-LOST-NUM     PIC 9(05) VALUE 0.
037000 01  ITEM-TABLE.
037100     05 IT-ENTRY OCCURS 200 TIMES.
037200        10 IT-SIDE-I      PIC 9(01).
037300        10 IT-DATE        PIC X(08).
037400        10 IT-ACCT-ID     PIC X(10).
037500        10 IT-SOURCE      PIC X(08).
037600        10 IT-AMOUNT      PIC 9(11)V99.
037700        10 IT-BRANCH      PIC X(04).
037800        10 IT-OPERATOR    PIC X(08).
037900
038000 01  SIDE-NAME         PIC X(11) VALUE SPACES.
038100 01  SIDE-CODE         PIC X(01) VALUE SPACES.
038200
038300 01  ITEM-HEADING.
038400     05 FILLER PIC X(16) VALUE "      DATE".
038500     05 FILLER PIC X(12) VALUE "ACCT-ID".
038600     05 FILLER PIC X(10) VALUE "SOURCE".
038700     05 FILLER PIC X(18) VALUE "          AMOUNT".
038800     05 FILLER PIC X(08) VALUE "BRANCH".
038900     05 FILLER PIC X(08) VALUE "OPERATOR".
039000
039100 01  TODAY-DATE-NUM    PIC 9(8) VALUE ZEROS.
039200 01  TODAY-INTEGER     PIC 9(9) COMP VALUE ZEROS.
039300 01  START-DATE-NUM    PIC 9(8) VALUE ZEROS.
039400 01  START-DATE-NUM-R REDEFINES START-DATE-NUM.
039500     05 START-YEAR     PIC 9(4).
039600     05 START-MONTH    PIC 9(2).
039700     05 START-DAY      PIC 9(2).
039800
039900 01  DATE-TODAY-HEADER.
040000     05 TODAY-YEAR PIC 9(4).
040100     05 TODAY-MONTH PIC 9(2).
040200     05 TODAY-DAY PIC 9(2).
040300     05 FILLER PIC X(13).
040400
040500 PROCEDURE DIVISION.
040600 0000-MAINLINE.
040700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
040800     IF CYCLE-HELD
040900        MOVE 8 TO RETURN-CODE
041000        STOP RUN
041100     END-IF
041200     OPEN INPUT CASHACT-FILE
041300     IF NOT CASHACT-OK
041400        DISPLAY "CASHMON - CASHACT-FILE NOT AVAILABLE, STATUS "
041500           CASHACT-STATUS ", NOTHING MONITORED"
041600        MOVE 12 TO RETURN-CODE
041700        STOP RUN
041800     END-IF
041900     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
042000     PERFORM 3000-WRITE-REPORT-HEADERS THRU 3000-EXIT
042100     SORT CASH-SORT
042200        ON ASCENDING KEY CSR-ACCT-ID CSR-DATE
042300        INPUT PROCEDURE IS 4000-READ-CASH-RECS
042400           THRU 4000-EXIT
042500        OUTPUT PROCEDURE IS 4500-JOIN-CUSTOMERS
042600           THRU 4500-EXIT
042700     SORT CUST-SORT
042800        ON ASCENDING KEY CST-LNAME CST-FNAME CST-DATE
042900           CST-ACTION CST-ACCT-ID
043000        INPUT PROCEDURE IS 5000-READ-WORK-RECS
043100           THRU 5000-EXIT
043200        OUTPUT PROCEDURE IS 5500-ANALYZE-CUSTOMERS
043300           THRU 5500-EXIT
043400     PERFORM 6000-WRITE-SUMMARY-PAGE THRU 6000-EXIT
043500     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
043600     IF CTLREJ-NUM > 0 OR UNLISTED-NUM > 0
043700        MOVE 4 TO RETURN-CODE
043800     END-IF
043900     STOP RUN
044000     .
044100
044200 1000-INITIALIZE.
044300     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
044400     PERFORM 1060-READ-CYCLE-CONTROL THRU 1060-EXIT
044500     IF CYCLE-AVAIL
044600        MOVE BUSINESS-DATE TO DATE-TODAY-HEADER(1:8)
044700     END-IF
044800     MOVE DATE-TODAY-HEADER(1:8) TO BUSINESS-DATE
044900     MOVE BUSINESS-DATE TO TODAY-DATE-NUM
045000     PERFORM 1100-READ-CASHCTL-REC THRU 1100-EXIT
045100     COMPUTE NEAR-FLOOR ROUNDED =
045200        CASH-THRESHOLD * NEAR-PCT / 100
045300     COMPUTE TODAY-INTEGER =
045400        FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
045500     COMPUTE START-DATE-NUM =
045600        FUNCTION DATE-OF-INTEGER(TODAY-INTEGER - LOOKBACK-DAYS
045700           + 1)
045800     MOVE START-DATE-NUM TO WINDOW-START
045900     .
046000 1000-EXIT.
046100     EXIT.
046200
046300*----------------------------------------------------------------
046400* 1060-READ-CYCLE-CONTROL - PICK UP THE BUSINESS DATE FROM THE
046500* SHARED CYCLE-CONTROL RECORD.  THE RUN IS HELD IF THE NIGHT'S
046600* CUSTMNT HAS NOT COMPLETED FOR THE BUSINESS DATE, SINCE HALF
046700* THE DAY'S CASH WOULD BE MISSING.  A MISSING CYCLECTL FILE
046800* ENFORCES NOTHING AND LEAVES THE WALL CLOCK AS THE BUSINESS
046900* DATE.  THE RECORD IS ONLY READ, NEVER STAMPED.
047000*----------------------------------------------------------------
047100 1060-READ-CYCLE-CONTROL.
047200     OPEN INPUT CYCLECTL-FILE
047300     IF NOT CYCLECTL-OK
047400        DISPLAY "CASHMON - CYCLECTL NOT AVAILABLE, STATUS "
047500           CYCLECTL-STATUS ", MONITORING THE SYSTEM DATE"
047600        GO TO 1060-EXIT
047700     END-IF
047800     READ CYCLECTL-FILE
047900     IF NOT CYCLECTL-OK
048000        DISPLAY "CASHMON - CYCLECTL EMPTY, MONITORING THE "
048100           "SYSTEM DATE"
048200        CLOSE CYCLECTL-FILE
048300        GO TO 1060-EXIT
048400     END-IF
048500     SET CYCLE-AVAIL TO TRUE
048600     MOVE CYC-BUSINESS-DATE TO BUSINESS-DATE
048700     IF CYC-CUSTMNT-DATE NOT = CYC-BUSINESS-DATE
048800        DISPLAY "CASHMON - CUSTMNT HAS NOT COMPLETED FOR "
048900           "BUSINESS DATE " BUSINESS-DATE " - RUN HELD"
049000        SET CYCLE-HELD TO TRUE
049100     END-IF
049200     CLOSE CYCLECTL-FILE
049300     .
049400 1060-EXIT.
049500     EXIT.
049600
049700*----------------------------------------------------------------
049800* 1100-READ-CASHCTL-REC - OVERLAY THE DEFAULT PARAMETERS WITH
049900* THE CONTROL RECORD, ONE FIELD AT A TIME.  A MISSING OR EMPTY
050000* FILE LEAVES EVERY DEFAULT IN PLACE, AS THE OTHER CONTROL FILES
050100* DO.  THE NEAR-THRESHOLD PERCENT MUST BE 1-99, THE LOOK-BACK
050200* 1-366 DAYS, THE DAY COUNT AT LEAST 2 AND NO LONGER THAN THE
050300* LOOK-BACK, AND THE SPREAD AT LEAST 2.
050400*----------------------------------------------------------------
050500 1100-READ-CASHCTL-REC.
050600     OPEN INPUT CASHCTL-FILE
050700     IF NOT CASHCTL-OK
050800        DISPLAY "CASHMON - CASHCTL-FILE NOT AVAILABLE, STATUS "
050900           CASHCTL-STATUS ", USING DEFAULT PARAMETERS"
051000        GO TO 1100-EXIT
051100     END-IF
051200     READ CASHCTL-FILE
051300     IF NOT CASHCTL-OK
051400        DISPLAY "CASHMON - CASHCTL-FILE EMPTY, USING DEFAULT "
051500           "PARAMETERS"
051600        CLOSE CASHCTL-FILE
051700        GO TO 1100-EXIT
051800     END-IF
051900     CLOSE CASHCTL-FILE
052000
052100     MOVE CASHCTL-THRESHOLD TO CTL-FIELD-TEXT
052200     PERFORM 1120-EDIT-CTL-FIELD THRU 1120-EXIT
052300     IF CTL-FIELD-VALID AND CTL-FIELD-NUM = 0
052400        SET CTL-FIELD-INVALID TO TRUE
052500     END-IF
052600     IF CTL-FIELD-VALID
052700        MOVE CTL-FIELD-NUM TO CASH-THRESHOLD
052800     END-IF
052900     IF CTL-FIELD-INVALID
053000        ADD 1 TO CTLREJ-NUM
053100        DISPLAY "CASHMON - CASHCTL THRESHOLD REJECTED: "
053200           CASHCTL-THRESHOLD
053300     END-IF
053400
053500     MOVE CASHCTL-NEAR-PCT TO CTL-FIELD-TEXT
053600     PERFORM 1120-EDIT-CTL-FIELD THRU 1120-EXIT
053700     IF CTL-FIELD-VALID
053800        AND (CTL-FIELD-NUM < 1 OR CTL-FIELD-NUM > 99)
053900        SET CTL-FIELD-INVALID TO TRUE
054000     END-IF
054100     IF CTL-FIELD-VALID
054200        MOVE CTL-FIELD-NUM TO NEAR-PCT
054300     END-IF
054400     IF CTL-FIELD-INVALID
054500        ADD 1 TO CTLREJ-NUM
054600        DISPLAY "CASHMON - CASHCTL NEAR-THRESHOLD PERCENT "
054700           "REJECTED: " CASHCTL-NEAR-PCT
054800     END-IF
054900
055000     MOVE CASHCTL-LOOKBACK TO CTL-FIELD-TEXT
055100     PERFORM 1120-EDIT-CTL-FIELD THRU 1120-EXIT
055200     IF CTL-FIELD-VALID
055300        AND (CTL-FIELD-NUM < 1 OR CTL-FIELD-NUM > 366)
055400        SET CTL-FIELD-INVALID TO TRUE
055500     END-IF
055600     IF CTL-FIELD-VALID
055700        MOVE CTL-FIELD-NUM TO LOOKBACK-DAYS
055800     END-IF
055900     IF CTL-FIELD-INVALID
056000        ADD 1 TO CTLREJ-NUM
056100        DISPLAY "CASHMON - CASHCTL LOOK-BACK DAYS REJECTED: "
056200           CASHCTL-LOOKBACK
056300     END-IF
056400
056500     MOVE CASHCTL-MIN-DAYS TO CTL-FIELD-TEXT
056600     PERFORM 1120-EDIT-CTL-FIELD THRU 1120-EXIT
056700     IF CTL-FIELD-VALID AND CTL-FIELD-NUM < 2
056800        SET CTL-FIELD-INVALID TO TRUE
056900     END-IF
057000     IF CTL-FIELD-VALID
057100        MOVE CTL-FIELD-NUM TO MIN-NEAR-DAYS
057200     END-IF
057300     IF CTL-FIELD-INVALID
057400        ADD 1 TO CTLREJ-NUM
057500        DISPLAY "CASHMON - CASHCTL NEAR-THRESHOLD DAY COUNT "
057600           "REJECTED: " CASHCTL-MIN-DAYS
057700     END-IF
057800     IF MIN-NEAR-DAYS > LOOKBACK-DAYS
057900        ADD 1 TO CTLREJ-NUM
058000        DISPLAY "CASHMON - NEAR-THRESHOLD DAY COUNT LONGER "
058100           "THAN THE LOOK-BACK, USING " LOOKBACK-DAYS
058200        MOVE LOOKBACK-DAYS TO MIN-NEAR-DAYS
058300     END-IF
058400
058500     MOVE CASHCTL-MIN-SPREAD TO CTL-FIELD-TEXT
058600     PERFORM 1120-EDIT-CTL-FIELD THRU 1120-EXIT
058700     IF CTL-FIELD-VALID AND CTL-FIELD-NUM < 2
058800        SET CTL-FIELD-INVALID TO TRUE
058900     END-IF
059000     IF CTL-FIELD-VALID
059100        MOVE CTL-FIELD-NUM TO MIN-SPREAD
059200     END-IF
059300     IF CTL-FIELD-INVALID
059400        ADD 1 TO CTLREJ-NUM
059500        DISPLAY "CASHMON - CASHCTL BRANCH/OPERATOR SPREAD "
059600           "REJECTED: " CASHCTL-MIN-SPREAD
059700     END-IF
059800     .
059900 1100-EXIT.
060000     EXIT.
060100
060200*----------------------------------------------------------------
060300* 1120-EDIT-CTL-FIELD - CTL-FIELD-TEXT TO CTL-FIELD-NUM.  BLANK
060400* MEANS "USE THE DEFAULT"; ANYTHING ELSE MUST PASS THE NUMERIC
060500* EDIT AND MAY NOT BE NEGATIVE.
060600*----------------------------------------------------------------
060700 1120-EDIT-CTL-FIELD.
060800     MOVE 0 TO CTL-FIELD-NUM
060900     IF CTL-FIELD-TEXT = SPACES
061000        SET CTL-FIELD-BLANK TO TRUE
061100        GO TO 1120-EXIT
061200     END-IF
061300     SET CTL-FIELD-VALID TO TRUE
061400     COMPUTE NUMVAL-TEST-RC =
061500        FUNCTION TEST-NUMVAL-C(CTL-FIELD-TEXT)
061600     IF NUMVAL-TEST-RC NOT = 0
061700        SET CTL-FIELD-INVALID TO TRUE
061800        GO TO 1120-EXIT
061900     END-IF
062000     IF FUNCTION NUMVAL-C(CTL-FIELD-TEXT) < 0
062100        SET CTL-FIELD-INVALID TO TRUE
062200        GO TO 1120-EXIT
062300     END-IF
062400     COMPUTE CTL-FIELD-NUM = FUNCTION NUMVAL-C(CTL-FIELD-TEXT)
062500     .
062600 1120-EXIT.
062700     EXIT.
062800
062900 2000-OPEN-FILES.
063000     OPEN INPUT CUSTRECS-FILE
063100     OPEN OUTPUT CASHRPT-FILE
063200     OPEN OUTPUT BSAEXT-FILE
063300     PERFORM 2200-READ-CUST-REC THRU 2200-EXIT
063400
063500     OPEN INPUT ADDRRECS-FILE
063600     IF ADDRRECS-OK
063700        SET ADDR-OPEN TO TRUE
063800        PERFORM 2100-READ-ADDR-REC THRU 2100-EXIT
063900     ELSE
064000        DISPLAY "CASHMON - ADDRRECS-FILE NOT AVAILABLE, "
064100           "STATUS " ADDRRECS-STATUS
064200           ", ALERT ADDRESSES BLANK"
064300        SET ADDR-EOF TO TRUE
064400        MOVE HIGH-VALUES TO ADDR-ACCT-ID
064500     END-IF
064600     .
064700 2000-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------
065100* 2100-READ-ADDR-REC / 2200-READ-CUST-REC - READ-AHEAD FOR THE
065200* JOIN.  AT END THE KEY IS SET TO HIGH-VALUES SO THE JOIN
065300* COMPARES STAY WELL DEFINED.
065400*----------------------------------------------------------------
065500 2100-READ-ADDR-REC.
065600     READ ADDRRECS-FILE
065700        AT END
065800           SET ADDR-EOF TO TRUE
065900           MOVE HIGH-VALUES TO ADDR-ACCT-ID
066000     END-READ
066100     .
066200 2100-EXIT.
066300     EXIT.
066400
066500 2200-READ-CUST-REC.
066600     READ CUSTRECS-FILE
066700        AT END
066800           SET CUST-EOF TO TRUE
066900           MOVE HIGH-VALUES TO ACCT-ID IN CUSTREC
067000     END-READ
067100     .
067200 2200-EXIT.
067300     EXIT.
067400
067500 3000-WRITE-REPORT-HEADERS.
067600     MOVE SPACES TO CASHRPT-REPORT-LINE
067700     STRING
067800        "LARGE-CASH AND STRUCTURING MONITOR - " DELIMITED BY SIZE
067900        "DEPOSITS AND WITHDRAWALS BY CUSTOMER" DELIMITED BY SIZE
068000        INTO CASHRPT-REPORT-LINE
068100     WRITE CASHRPT-REPORT-LINE
068200
068300     MOVE SPACES TO CASHRPT-REPORT-LINE
068400     STRING
068500        "BUSINESS DATE " DELIMITED BY SIZE
068600        TODAY-MONTH DELIMITED BY SIZE
068700        "." DELIMITED BY SIZE
068800        TODAY-DAY DELIMITED BY SIZE
068900        "." DELIMITED BY SIZE
069000        TODAY-YEAR DELIMITED BY SIZE
069100        "   LOOK-BACK FROM " DELIMITED BY SIZE
069200        START-MONTH DELIMITED BY SIZE
069300        "." DELIMITED BY SIZE
069400        START-DAY DELIMITED BY SIZE
069500        "." DELIMITED BY SIZE
069600        START-YEAR DELIMITED BY SIZE
069700        INTO CASHRPT-REPORT-LINE
069800     WRITE CASHRPT-REPORT-LINE
069900
070000     MOVE CASH-THRESHOLD TO AMOUNT-ED
070100     MOVE SPACES TO CASHRPT-REPORT-LINE
070200     STRING
070300        "REPORTABLE THRESHOLD " DELIMITED BY SIZE
070400        AMOUNT-ED DELIMITED BY SIZE
070500        "   NEAR-THRESHOLD FLOOR " DELIMITED BY SIZE
070600        INTO CASHRPT-REPORT-LINE
070700     MOVE NEAR-FLOOR TO AMOUNT-ED
070800     MOVE AMOUNT-ED TO CASHRPT-REPORT-LINE(62:16)
070900     WRITE CASHRPT-REPORT-LINE
071000
071100     MOVE SPACES TO CASHRPT-REPORT-LINE
071200     MOVE MIN-NEAR-DAYS TO SMALL-ED
071300     STRING
071400        "PATTERN - NEAR-THRESHOLD ON " DELIMITED BY SIZE
071500        SMALL-ED DELIMITED BY SIZE
071600        " DAYS IN THE LOOK-BACK, OR SPLIT ACROSS "
071700           DELIMITED BY SIZE
071800        INTO CASHRPT-REPORT-LINE
071900     MOVE MIN-SPREAD TO SMALL-ED
072000     MOVE SMALL-ED TO CASHRPT-REPORT-LINE(72:3)
072100     MOVE " BRANCHES OR OPERATORS" TO CASHRPT-REPORT-LINE(75:22)
072200     WRITE CASHRPT-REPORT-LINE
072300     .
072400 3000-EXIT.
072500     EXIT.
072600
072700*----------------------------------------------------------------
072800* 4000-READ-CASH-RECS - SORT ONE INPUT: EVERY CASHACT ITEM DATED
072900* INSIDE THE LOOK-BACK WINDOW (WINDOW START THROUGH THE BUSINESS
073000* DATE) IS RELEASED; OLDER AND LATER ITEMS ARE PASSED OVER.
073100*----------------------------------------------------------------
073200 4000-READ-CASH-RECS.
073300     PERFORM 4100-READ-CASH-REC THRU 4100-EXIT
073400        UNTIL CASH-EOF
073500     .
073600 4000-EXIT.
073700     EXIT.
073800
073900 4100-READ-CASH-REC.
074000     READ CASHACT-FILE
074100        AT END
074200           SET CASH-EOF TO TRUE
074300           GO TO 4100-EXIT
074400     END-READ
074500
074600     ADD 1 TO CASH-READ-NUM
074700     IF CASH-DATE < WINDOW-START
074800        OR CASH-DATE > BUSINESS-DATE
074900        GO TO 4100-EXIT
075000     END-IF
075100     ADD 1 TO WINDOW-NUM
075200     MOVE CASHACT-RECORD TO CASH-SORT-REC
075300     RELEASE CASH-SORT-REC
075400     .
075500 4100-EXIT.
075600     EXIT.
075700
075800*----------------------------------------------------------------
075900* 4500-JOIN-CUSTOMERS - SORT ONE OUTPUT: THE ITEMS COME BACK IN
076000* ACCT-ID ORDER, SO THE MASTER AND ADDRESS FILES ARE ADVANCED
076100* ALONGSIDE AND EACH ITEM GOES TO THE WORK FILE UNDER ITS
076200* OWNER'S NAME.
076300*----------------------------------------------------------------
076400 4500-JOIN-CUSTOMERS.
076500     OPEN OUTPUT CASHWRK-FILE
076600     PERFORM 4510-GET-CASH-SORT-REC THRU 4510-EXIT
076700     PERFORM 4520-PROCESS-CASH-SORT-REC THRU 4520-EXIT
076800        UNTIL SORT1-EOF
076900     CLOSE CASHWRK-FILE
077000     .
077100 4500-EXIT.
077200     EXIT.
077300
077400 4510-GET-CASH-SORT-REC.
077500     RETURN CASH-SORT
077600        AT END
077700           SET SORT1-EOF TO TRUE
077800     END-RETURN
077900     .
078000 4510-EXIT.
078100     EXIT.
078200
078300 4520-PROCESS-CASH-SORT-REC.
078400     PERFORM 2200-READ-CUST-REC THRU 2200-EXIT
078500        UNTIL CUST-EOF
078600           OR ACCT-ID IN CUSTREC NOT < CSR-ACCT-ID
078700     PERFORM 2100-READ-ADDR-REC THRU 2100-EXIT
078800        UNTIL ADDR-EOF
078900           OR ADDR-ACCT-ID NOT < CSR-ACCT-ID
079000
079100     IF NOT CUST-EOF
079200        AND ACCT-ID IN CUSTREC = CSR-ACCT-ID
079300        MOVE LNAME IN CUSTREC TO CWK-LNAME
079400        MOVE FNAME IN CUSTREC TO CWK-FNAME
079500     ELSE
079600        ADD 1 TO NOMSTR-NUM
079700        MOVE NOT-ON-MASTER TO CWK-LNAME
079800        MOVE CSR-ACCT-ID TO CWK-FNAME
079900     END-IF
080000     IF NOT ADDR-EOF
080100        AND ADDR-ACCT-ID = CSR-ACCT-ID
080200        MOVE "Y" TO CWK-ADDR-SW
080300        MOVE ADDR-STREET TO CWK-STREET
080400        MOVE ADDR-CITY TO CWK-CITY
080500        MOVE ADDR-STATE TO CWK-STATE
080600        MOVE ADDR-ZIP TO CWK-ZIP
080700     ELSE
080800        MOVE "N" TO CWK-ADDR-SW
080900        MOVE SPACES TO CWK-STREET
081000        MOVE SPACES TO CWK-CITY
081100        MOVE SPACES TO CWK-STATE
081200        MOVE SPACES TO CWK-ZIP
081300     END-IF
081400     MOVE CSR-DATE TO CWK-DATE
081500     MOVE CSR-ACTION TO CWK-ACTION
081600     MOVE CSR-ACCT-ID TO CWK-ACCT-ID
081700     MOVE CSR-SOURCE TO CWK-SOURCE
081800     MOVE CSR-AMOUNT TO CWK-AMOUNT
081900     MOVE CSR-OPERATOR TO CWK-OPERATOR
082000     MOVE CSR-BRANCH TO CWK-BRANCH
082100     WRITE CASHWRK-RECORD
082200     PERFORM 4510-GET-CASH-SORT-REC THRU 4510-EXIT
082300     .
082400 4520-EXIT.
082500     EXIT.
082600
082700*----------------------------------------------------------------
082800* 5000-READ-WORK-RECS - SORT TWO INPUT: THE JOINED WORK FILE.
082900*----------------------------------------------------------------
083000 5000-READ-WORK-RECS.
083100     OPEN INPUT CASHWRK-FILE
083200     PERFORM 5010-READ-WORK-REC THRU 5010-EXIT
083300        UNTIL WORK-EOF
083400     CLOSE CASHWRK-FILE
083500     .
083600 5000-EXIT.
083700     EXIT.
083800
083900 5010-READ-WORK-REC.
084000     READ CASHWRK-FILE
084100        AT END
084200           SET WORK-EOF TO TRUE
084300           GO TO 5010-EXIT
084400     END-READ
084500     MOVE CASHWRK-RECORD TO CUST-SORT-REC
084600     RELEASE CUST-SORT-REC
084700     .
084800 5010-EXIT.
084900     EXIT.
085000
085100*----------------------------------------------------------------
085200* 5500-ANALYZE-CUSTOMERS - SORT TWO OUTPUT: EACH CUSTOMER'S
085300* ITEMS COME BACK TOGETHER, DAY BY DAY AND SIDE BY SIDE.  A DAY
085400* IS CLOSED AT EVERY DATE OR SIDE CHANGE AND THE CUSTOMER AT
085500* EVERY NAME CHANGE, WHERE THE TESTS ARE APPLIED.
085600*----------------------------------------------------------------
085700 5500-ANALYZE-CUSTOMERS.
085800     PERFORM 5510-GET-CUST-SORT-REC THRU 5510-EXIT
085900     PERFORM 5520-PROCESS-CUST-SORT-REC THRU 5520-EXIT
086000        UNTIL SORT2-EOF
086100     IF GROUP-OPEN
086200        PERFORM 5600-CLOSE-CUSTOMER THRU 5600-EXIT
086300     END-IF
086400     .
086500 5500-EXIT.
086600     EXIT.
086700
086800 5510-GET-CUST-SORT-REC.
086900     RETURN CUST-SORT
087000        AT END
087100           SET SORT2-EOF TO TRUE
087200     END-RETURN
087300     .
087400 5510-EXIT.
087500     EXIT.
087600
087700 5520-PROCESS-CUST-SORT-REC.
087800     IF NOT GROUP-OPEN
087900        OR CST-LNAME NOT = GROUP-LNAME
088000        OR CST-FNAME NOT = GROUP-FNAME
088100        IF GROUP-OPEN
088200           PERFORM 5600-CLOSE-CUSTOMER THRU 5600-EXIT
088300        END-IF
088400        PERFORM 5530-START-CUSTOMER THRU 5530-EXIT
088500     END-IF
088600
088700     IF CST-DEPOSIT
088800        MOVE 1 TO SIDE-I
088900     ELSE
089000        MOVE 2 TO SIDE-I
089100     END-IF
089200     IF DAY-OPEN
089300        AND (CST-DATE NOT = DAY-DATE OR SIDE-I NOT = DAY-SIDE-I)
089400        PERFORM 5540-CLOSE-DAY THRU 5540-EXIT
089500     END-IF
089600     IF NOT DAY-OPEN
089700        SET DAY-OPEN TO TRUE
089800        MOVE CST-DATE TO DAY-DATE
089900        MOVE SIDE-I TO DAY-SIDE-I
090000        MOVE 0 TO DAY-AMT
090100     END-IF
090200
090300     IF CST-HAS-ADDR AND NOT GROUP-HAS-ADDR
090400        MOVE "Y" TO GROUP-ADDR-SW
090500        MOVE CST-STREET TO GROUP-STREET
090600        MOVE CST-CITY TO GROUP-CITY
090700        MOVE CST-STATE TO GROUP-STATE
090800        MOVE CST-ZIP TO GROUP-ZIP
090900     END-IF
091000
091100     ADD CST-AMOUNT TO DAY-AMT
091200     ADD CST-AMOUNT TO SD-WINDOW-AMT(SIDE-I)
091300     ADD 1 TO SD-WINDOW-NUM(SIDE-I)
091400     IF CST-DATE = BUSINESS-DATE
091500        PERFORM 5550-ADD-TODAY-ITEM THRU 5550-EXIT
091600     END-IF
091700
091800     IF ITEM-NUM < ITEM-MAX
091900        ADD 1 TO ITEM-NUM
092000        MOVE SIDE-I TO IT-SIDE-I(ITEM-NUM)
092100        MOVE CST-DATE TO IT-DATE(ITEM-NUM)
092200        MOVE CST-ACCT-ID TO IT-ACCT-ID(ITEM-NUM)
092300        MOVE CST-SOURCE TO IT-SOURCE(ITEM-NUM)
092400        MOVE CST-AMOUNT TO IT-AMOUNT(ITEM-NUM)
092500        MOVE CST-BRANCH TO IT-BRANCH(ITEM-NUM)
092600        MOVE CST-OPERATOR TO IT-OPERATOR(ITEM-NUM)
092700     ELSE
092800        ADD 1 TO ITEM-LOST-NUM
092900     END-IF
093000     PERFORM 5510-GET-CUST-SORT-REC THRU 5510-EXIT
093100     .
093200 5520-EXIT.
093300     EXIT.
093400
093500 5530-START-CUSTOMER.
093600     SET GROUP-OPEN TO TRUE
093700     ADD 1 TO CUSTOMER-NUM
093800     MOVE CST-LNAME TO GROUP-LNAME
093900     MOVE CST-FNAME TO GROUP-FNAME
094000     MOVE "N" TO GROUP-ADDR-SW
094100     MOVE SPACES TO GROUP-STREET
094200     MOVE SPACES TO GROUP-CITY
094300     MOVE SPACES TO GROUP-STATE
094400     MOVE SPACES TO GROUP-ZIP
094500     MOVE "N" TO GROUP-ACTIVE-SW
094600     MOVE "N" TO DAY-OPEN-SW
094700     MOVE 0 TO ITEM-NUM
094800     MOVE 0 TO ITEM-LOST-NUM
094900     PERFORM 5535-CLEAR-SIDE THRU 5535-EXIT
095000        VARYING SIDE-I FROM 1 BY 1 UNTIL SIDE-I > 2
095100     .
095200 5530-EXIT.
095300     EXIT.
095400
095500 5535-CLEAR-SIDE.
095600     MOVE 0 TO SD-TODAY-AMT(SIDE-I)
095700     MOVE 0 TO SD-TODAY-NUM(SIDE-I)
095800     MOVE "N" TO SD-TODAY-BIG-SW(SIDE-I)
095900     MOVE "N" TO SD-TODAY-NEAR-SW(SIDE-I)
096000     MOVE 0 TO SD-WINDOW-AMT(SIDE-I)
096100     MOVE 0 TO SD-WINDOW-NUM(SIDE-I)
096200     MOVE 0 TO SD-NEAR-DAYS(SIDE-I)
096300     MOVE "N" TO SD-LARGE-SW(SIDE-I)
096400     MOVE "N" TO SD-REPEAT-SW(SIDE-I)
096500     MOVE "N" TO SD-SPLIT-SW(SIDE-I)
096600     MOVE 0 TO SD-BRANCH-NUM(SIDE-I)
096700     MOVE 0 TO SD-OPER-NUM(SIDE-I)
096800     .
096900 5535-EXIT.
097000     EXIT.
097100
097200*----------------------------------------------------------------
097300* 5540-CLOSE-DAY - ONE CUSTOMER'S TOTAL FOR ONE DAY AND SIDE.
097400* A TOTAL FROM THE NEAR-THRESHOLD FLOOR UP TO (NOT INCLUDING)
097500* THE THRESHOLD IS A NEAR-THRESHOLD DAY.
097600*----------------------------------------------------------------
097700 5540-CLOSE-DAY.
097800     IF DAY-AMT NOT < NEAR-FLOOR
097900        AND DAY-AMT < CASH-THRESHOLD
098000        ADD 1 TO SD-NEAR-DAYS(DAY-SIDE-I)
098100        IF DAY-DATE = BUSINESS-DATE
098200           MOVE "Y" TO SD-TODAY-NEAR-SW(DAY-SIDE-I)
098300        END-IF
098400     END-IF
098500     MOVE "N" TO DAY-OPEN-SW
098600     .
098700 5540-EXIT.
098800     EXIT.
098900
099000*----------------------------------------------------------------
099100* 5550-ADD-TODAY-ITEM - AN ITEM POSTED ON THE BUSINESS DATE:
099200* ADD IT TO THE DAY'S SIDE TOTAL AND NOTE ITS BRANCH (WHEN ONE
099300* WAS KEYED) AND OPERATOR ON THE DIFFERENT-ONES LISTS.
099400*----------------------------------------------------------------
099500 5550-ADD-TODAY-ITEM.
099600     SET GROUP-ACTIVE TO TRUE
099700     ADD CST-AMOUNT TO SD-TODAY-AMT(SIDE-I)
099800     ADD 1 TO SD-TODAY-NUM(SIDE-I)
099900     IF CST-AMOUNT NOT < CASH-THRESHOLD
100000        MOVE "Y" TO SD-TODAY-BIG-SW(SIDE-I)
100100     END-IF
100200     IF CST-DEPOSIT
100300        ADD 1 TO DEPOSIT-NUM
100400        ADD CST-AMOUNT TO DEPOSIT-SUM
100500     ELSE
100600        ADD 1 TO WITHDRAW-NUM
100700        ADD CST-AMOUNT TO WITHDRAW-SUM
100800     END-IF
100900
101000     IF CST-BRANCH NOT = SPACES
101100        MOVE "N" TO FOUND-SW
101200        PERFORM 5560-FIND-BRANCH THRU 5560-EXIT
101300           VARYING LIST-I FROM 1 BY 1
101400           UNTIL LIST-I > SD-BRANCH-NUM(SIDE-I) OR FOUND
101500        IF NOT FOUND AND SD-BRANCH-NUM(SIDE-I) < LIST-MAX
101600           ADD 1 TO SD-BRANCH-NUM(SIDE-I)
101700           MOVE CST-BRANCH
101800              TO SD-BRANCH(SIDE-I, SD-BRANCH-NUM(SIDE-I))
101900        END-IF
102000     END-IF
102100
102200     MOVE "N" TO FOUND-SW
102300     PERFORM 5570-FIND-OPERATOR THRU 5570-EXIT
102400        VARYING LIST-I FROM 1 BY 1
102500        UNTIL LIST-I > SD-OPER-NUM(SIDE-I) OR FOUND
102600     IF NOT FOUND AND SD-OPER-NUM(SIDE-I) < LIST-MAX
102700        ADD 1 TO SD-OPER-NUM(SIDE-I)
102800        MOVE CST-OPERATOR
102900           TO SD-OPER(SIDE-I, SD-OPER-NUM(SIDE-I))
103000     END-IF
103100     .
103200 5550-EXIT.
103300     EXIT.
103400
103500 5560-FIND-BRANCH.
103600     IF SD-BRANCH(SIDE-I, LIST-I) = CST-BRANCH
103700        SET FOUND TO TRUE
103800     END-IF
103900     .
104000 5560-EXIT.
104100     EXIT.
104200
104300 5570-FIND-OPERATOR.
104400     IF SD-OPER(SIDE-I, LIST-I) = CST-OPERATOR
104500        SET FOUND TO TRUE
104600     END-IF
104700     .
104800 5570-EXIT.
104900     EXIT.
105000
105100*----------------------------------------------------------------
105200* 5600-CLOSE-CUSTOMER - CLOSE THE LAST DAY, THEN TEST EACH SIDE.
105300* ONLY A CUSTOMER WITH ACTIVITY ON THE BUSINESS DATE CAN ALERT;
105400* EARLIER DAYS ONLY FEED THE NEAR-THRESHOLD PATTERN.
105500*----------------------------------------------------------------
105600 5600-CLOSE-CUSTOMER.
105700     IF DAY-OPEN
105800        PERFORM 5540-CLOSE-DAY THRU 5540-EXIT
105900     END-IF
106000     IF NOT GROUP-ACTIVE
106100        GO TO 5600-EXIT
106200     END-IF
106300     ADD 1 TO ACTIVE-NUM
106400     PERFORM 5610-EVALUATE-SIDE THRU 5610-EXIT
106500        VARYING SIDE-I FROM 1 BY 1 UNTIL SIDE-I > 2
106600     .
106700 5600-EXIT.
106800     EXIT.
106900
107000*----------------------------------------------------------------
107100* 5610-EVALUATE-SIDE - THE THREE TESTS FOR ONE SIDE:
107200*   LARGE  - THE BUSINESS DATE'S TOTAL AT OR OVER THE THRESHOLD
107300*   REPEAT - THE BUSINESS DATE IS A NEAR-THRESHOLD DAY AND THE
107400*            WINDOW HOLDS AT LEAST MIN-NEAR-DAYS OF THEM
107500*   SPLIT  - TWO OR MORE ITEMS ON THE BUSINESS DATE, NONE AT OR
107600*            OVER THE THRESHOLD, TOGETHER AT OR OVER THE FLOOR,
107700*            FROM AT LEAST MIN-SPREAD BRANCHES OR OPERATORS
107800*----------------------------------------------------------------
107900 5610-EVALUATE-SIDE.
108000     IF SD-TODAY-NUM(SIDE-I) = 0
108100        GO TO 5610-EXIT
108200     END-IF
108300     IF SD-TODAY-AMT(SIDE-I) NOT < CASH-THRESHOLD
108400        MOVE "Y" TO SD-LARGE-SW(SIDE-I)
108500        ADD 1 TO LARGE-NUM
108600     END-IF
108700     IF SD-TODAY-NEAR(SIDE-I)
108800        AND SD-NEAR-DAYS(SIDE-I) NOT < MIN-NEAR-DAYS
108900        MOVE "Y" TO SD-REPEAT-SW(SIDE-I)
109000        ADD 1 TO REPEAT-NUM
109100     END-IF
109200     IF SD-TODAY-NUM(SIDE-I) > 1
109300        AND NOT SD-TODAY-BIG(SIDE-I)
109400        AND SD-TODAY-AMT(SIDE-I) NOT < NEAR-FLOOR
109500        AND (SD-BRANCH-NUM(SIDE-I) NOT < MIN-SPREAD
109600           OR SD-OPER-NUM(SIDE-I) NOT < MIN-SPREAD)
109700        MOVE "Y" TO SD-SPLIT-SW(SIDE-I)
109800        ADD 1 TO SPLIT-NUM
109900     END-IF
110000     IF SD-LARGE(SIDE-I) OR SD-REPEAT(SIDE-I)
110100        OR SD-SPLIT(SIDE-I)
110200        PERFORM 5700-WRITE-ALERT THRU 5700-EXIT
110300     END-IF
110400     .
110500 5610-EXIT.
110600     EXIT.
110700
110800*----------------------------------------------------------------
110900* 5700-WRITE-ALERT - THE ALERT BLOCK ON THE REPORT AND THE "A"
111000* EXTRACT RECORD, THEN EVERY ITEM ON THIS SIDE IN THE WINDOW.
111100*----------------------------------------------------------------
111200 5700-WRITE-ALERT.
111300     ADD 1 TO ALERT-NUM
111400     IF SIDE-I = 1
111500        MOVE "DEPOSITS" TO SIDE-NAME
111600        MOVE "P" TO SIDE-CODE
111700     ELSE
111800        MOVE "WITHDRAWALS" TO SIDE-NAME
111900        MOVE "W" TO SIDE-CODE
112000     END-IF
112100
112200     MOVE SPACES TO CASHRPT-REPORT-LINE
112300     WRITE CASHRPT-REPORT-LINE
112400     MOVE SD-TODAY-AMT(SIDE-I) TO SUM-ED
112500     MOVE SD-TODAY-NUM(SIDE-I) TO SMALL-ED
112600     MOVE SPACES TO CASHRPT-REPORT-LINE
112700     STRING
112800        "CUSTOMER " DELIMITED BY SIZE
112900        GROUP-LNAME DELIMITED BY SIZE
113000        " " DELIMITED BY SIZE
113100        GROUP-FNAME DELIMITED BY SIZE
113200        "  " DELIMITED BY SIZE
113300        SIDE-NAME DELIMITED BY SIZE
113400        " TODAY " DELIMITED BY SIZE
113500        SUM-ED DELIMITED BY SIZE
113600        " IN " DELIMITED BY SIZE
113700        SMALL-ED DELIMITED BY SIZE
113800        " ITEMS" DELIMITED BY SIZE
113900        INTO CASHRPT-REPORT-LINE
114000     WRITE CASHRPT-REPORT-LINE
114100
114200     MOVE SPACES TO CASHRPT-REPORT-LINE
114300     IF GROUP-HAS-ADDR
114400        STRING
114500           "    ADDRESS " DELIMITED BY SIZE
114600           GROUP-STREET DELIMITED BY SIZE
114700           " " DELIMITED BY SIZE
114800           GROUP-CITY DELIMITED BY SIZE
114900           " " DELIMITED BY SIZE
115000           GROUP-STATE DELIMITED BY SIZE
115100           " " DELIMITED BY SIZE
115200           GROUP-ZIP DELIMITED BY SIZE
115300           INTO CASHRPT-REPORT-LINE
115400     ELSE
115500        MOVE "    NO ADDRESS ON FILE" TO CASHRPT-REPORT-LINE
115600     END-IF
115700     WRITE CASHRPT-REPORT-LINE
115800
115900     IF SD-LARGE(SIDE-I)
116000        MOVE SPACES TO CASHRPT-REPORT-LINE
116100        STRING
116200           "    ** LARGE CASH - TOTAL AT OR OVER THE "
116300              DELIMITED BY SIZE
116400           "REPORTABLE THRESHOLD" DELIMITED BY SIZE
116500           INTO CASHRPT-REPORT-LINE
116600        WRITE CASHRPT-REPORT-LINE
116700     END-IF
116800     IF SD-REPEAT(SIDE-I)
116900        MOVE SD-NEAR-DAYS(SIDE-I) TO SMALL-ED
117000        MOVE SPACES TO CASHRPT-REPORT-LINE
117100        STRING
117200           "    ** POSSIBLE STRUCTURING - JUST UNDER THE "
117300              DELIMITED BY SIZE
117400           "THRESHOLD ON " DELIMITED BY SIZE
117500           SMALL-ED DELIMITED BY SIZE
117600           " DAYS OF THE LOOK-BACK" DELIMITED BY SIZE
117700           INTO CASHRPT-REPORT-LINE
117800        WRITE CASHRPT-REPORT-LINE
117900     END-IF
118000     IF SD-SPLIT(SIDE-I)
118100        MOVE SPACES TO CASHRPT-REPORT-LINE
118200        MOVE SD-BRANCH-NUM(SIDE-I) TO SMALL-ED
118300        STRING
118400           "    ** POSSIBLE STRUCTURING - SPLIT ACROSS "
118500              DELIMITED BY SIZE
118600           SMALL-ED DELIMITED BY SIZE
118700           " BRANCHES / " DELIMITED BY SIZE
118800           INTO CASHRPT-REPORT-LINE
118900        MOVE SD-OPER-NUM(SIDE-I) TO SMALL-ED
119000        MOVE SMALL-ED TO CASHRPT-REPORT-LINE(58:3)
119100        MOVE " OPERATORS" TO CASHRPT-REPORT-LINE(61:10)
119200        WRITE CASHRPT-REPORT-LINE
119300     END-IF
119400
119500     MOVE SD-WINDOW-AMT(SIDE-I) TO SUM-ED
119600     MOVE SD-WINDOW-NUM(SIDE-I) TO COUNT-ED
119700     MOVE SPACES TO CASHRPT-REPORT-LINE
119800     STRING
119900        "    LOOK-BACK TOTAL " DELIMITED BY SIZE
120000        SUM-ED DELIMITED BY SIZE
120100        " IN " DELIMITED BY SIZE
120200        COUNT-ED DELIMITED BY SIZE
120300        " ITEMS" DELIMITED BY SIZE
120400        INTO CASHRPT-REPORT-LINE
120500     WRITE CASHRPT-REPORT-LINE
120600     MOVE ITEM-HEADING TO CASHRPT-REPORT-LINE
120700     WRITE CASHRPT-REPORT-LINE
120800
120900     MOVE SPACES TO BSAEXT-RECORD
121000     SET BSA-ALERT-REC TO TRUE
121100     MOVE BUSINESS-DATE TO BSA-BUS-DATE
121200     MOVE GROUP-LNAME TO BSA-LNAME
121300     MOVE GROUP-FNAME TO BSA-FNAME
121400     MOVE SIDE-CODE TO BSA-SIDE
121500     MOVE SD-LARGE-SW(SIDE-I) TO BSA-LARGE-FLAG
121600     MOVE SD-REPEAT-SW(SIDE-I) TO BSA-REPEAT-FLAG
121700     MOVE SD-SPLIT-SW(SIDE-I) TO BSA-SPLIT-FLAG
121800     MOVE SD-TODAY-AMT(SIDE-I) TO BSA-TODAY-AMT
121900     MOVE SD-TODAY-NUM(SIDE-I) TO BSA-TODAY-NUM
122000     MOVE SD-NEAR-DAYS(SIDE-I) TO BSA-NEAR-DAYS
122100     MOVE SD-WINDOW-AMT(SIDE-I) TO BSA-WINDOW-AMT
122200     MOVE SD-WINDOW-NUM(SIDE-I) TO BSA-WINDOW-NUM
122300     MOVE SD-BRANCH-NUM(SIDE-I) TO BSA-BRANCH-NUM
122400     MOVE SD-OPER-NUM(SIDE-I) TO BSA-OPER-NUM
122500     MOVE GROUP-STREET TO BSA-STREET
122600     MOVE GROUP-CITY TO BSA-CITY
122700     MOVE GROUP-STATE TO BSA-STATE
122800     MOVE GROUP-ZIP TO BSA-ZIP
122900     WRITE BSAEXT-RECORD
123000
123100     PERFORM 5710-WRITE-ALERT-ITEM THRU 5710-EXIT
123200        VARYING ITEM-I FROM 1 BY 1 UNTIL ITEM-I > ITEM-NUM
123300
123400     IF ITEM-LOST-NUM > 0
123500        ADD 1 TO UNLISTED-NUM
123600        MOVE ITEM-LOST-NUM TO COUNT-ED
123700        MOVE SPACES TO CASHRPT-REPORT-LINE
123800        STRING
123900           "    ** " DELIMITED BY SIZE
124000           COUNT-ED DELIMITED BY SIZE
124100           " FURTHER ITEMS IN THE TOTALS ARE NOT LISTED"
124200              DELIMITED BY SIZE
124300           INTO CASHRPT-REPORT-LINE
124400        WRITE CASHRPT-REPORT-LINE
124500     END-IF
124600     .
124700 5700-EXIT.
124800     EXIT.
124900
125000 5710-WRITE-ALERT-ITEM.
125100     IF IT-SIDE-I(ITEM-I) NOT = SIDE-I
125200        GO TO 5710-EXIT
125300     END-IF
125400     MOVE IT-AMOUNT(ITEM-I) TO AMOUNT-ED
125500     MOVE SPACES TO CASHRPT-REPORT-LINE
125600     STRING
125700        "      " DELIMITED BY SIZE
125800        IT-DATE(ITEM-I) DELIMITED BY SIZE
125900        "  " DELIMITED BY SIZE
126000        IT-ACCT-ID(ITEM-I) DELIMITED BY SIZE
126100        "  " DELIMITED BY SIZE
126200        IT-SOURCE(ITEM-I) DELIMITED BY SIZE
126300        "  " DELIMITED BY SIZE
126400        AMOUNT-ED DELIMITED BY SIZE
126500        "  " DELIMITED BY SIZE
126600        IT-BRANCH(ITEM-I) DELIMITED BY SIZE
126700        "    " DELIMITED BY SIZE
126800        IT-OPERATOR(ITEM-I) DELIMITED BY SIZE
126900        INTO CASHRPT-REPORT-LINE
127000     WRITE CASHRPT-REPORT-LINE
127100
127200     MOVE SPACES TO BSA-DATA
127300     SET BSA-ITEM-REC TO TRUE
127400     MOVE IT-DATE(ITEM-I) TO BSA-ITEM-DATE
127500     MOVE IT-ACCT-ID(ITEM-I) TO BSA-ITEM-ACCT
127600     MOVE IT-SOURCE(ITEM-I) TO BSA-ITEM-SOURCE
127700     MOVE IT-AMOUNT(ITEM-I) TO BSA-ITEM-AMOUNT
127800     MOVE IT-BRANCH(ITEM-I) TO BSA-ITEM-BRANCH
127900     MOVE IT-OPERATOR(ITEM-I) TO BSA-ITEM-OPER
128000     WRITE BSAEXT-RECORD
128100     .
128200 5710-EXIT.
128300     EXIT.
128400
128500*----------------------------------------------------------------
128600* 6000-WRITE-SUMMARY-PAGE - THE RUN'S COUNTS ON A NEW PAGE, SO
128700* OPERATIONS CAN SEE THE MONITOR READ THE WHOLE DAY: THE ITEMS
128800* READ AND IN THE WINDOW, THE BUSINESS DATE'S DEPOSITS AND
128900* WITHDRAWALS, AND THE ALERTS BY TEST.
129000*----------------------------------------------------------------
129100 6000-WRITE-SUMMARY-PAGE.
129200     MOVE SPACES TO CASHRPT-REPORT-LINE
129300     STRING
129400        "CASHMON RUN SUMMARY - BUSINESS DATE " DELIMITED BY SIZE
129500        TODAY-MONTH DELIMITED BY SIZE
129600        "." DELIMITED BY SIZE
129700        TODAY-DAY DELIMITED BY SIZE
129800        "." DELIMITED BY SIZE
129900        TODAY-YEAR DELIMITED BY SIZE
130000        INTO CASHRPT-REPORT-LINE
130100     WRITE CASHRPT-REPORT-LINE AFTER ADVANCING PAGE
130200     MOVE SPACES TO CASHRPT-REPORT-LINE
130300     WRITE CASHRPT-REPORT-LINE
130400
130500     MOVE "CASH ACTIVITY RECORDS READ" TO CASHRPT-REPORT-LINE
130600     MOVE CASH-READ-NUM TO COUNT-ED
130700     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
130800     MOVE "ITEMS IN THE LOOK-BACK WINDOW" TO CASHRPT-REPORT-LINE
130900     MOVE WINDOW-NUM TO COUNT-ED
131000     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
131100     MOVE "  OF WHICH ACCOUNT NOT ON MASTER"
131200        TO CASHRPT-REPORT-LINE
131300     MOVE NOMSTR-NUM TO COUNT-ED
131400     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
131500     MOVE "CUSTOMERS IN THE WINDOW" TO CASHRPT-REPORT-LINE
131600     MOVE CUSTOMER-NUM TO COUNT-ED
131700     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
131800     MOVE "CUSTOMERS ACTIVE ON THE BUSINESS DATE"
131900        TO CASHRPT-REPORT-LINE
132000     MOVE ACTIVE-NUM TO COUNT-ED
132100     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
132200
132300     MOVE "DEPOSITS ON THE BUSINESS DATE" TO CASHRPT-REPORT-LINE
132400     MOVE DEPOSIT-NUM TO COUNT-ED
132500     MOVE DEPOSIT-SUM TO SUM-ED
132600     PERFORM 6110-WRITE-SUM-LINE THRU 6110-EXIT
132700     MOVE "WITHDRAWALS ON THE BUSINESS DATE"
132800        TO CASHRPT-REPORT-LINE
132900     MOVE WITHDRAW-NUM TO COUNT-ED
133000     MOVE WITHDRAW-SUM TO SUM-ED
133100     PERFORM 6110-WRITE-SUM-LINE THRU 6110-EXIT
133200
133300     MOVE "ALERTS WRITTEN (CUSTOMER AND SIDE)"
133400        TO CASHRPT-REPORT-LINE
133500     MOVE ALERT-NUM TO COUNT-ED
133600     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
133700     MOVE "  LARGE CASH" TO CASHRPT-REPORT-LINE
133800     MOVE LARGE-NUM TO COUNT-ED
133900     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
134000     MOVE "  REPEATED NEAR-THRESHOLD DAYS" TO CASHRPT-REPORT-LINE
134100     MOVE REPEAT-NUM TO COUNT-ED
134200     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
134300     MOVE "  SPLIT ACROSS BRANCHES/OPERATORS"
134400        TO CASHRPT-REPORT-LINE
134500     MOVE SPLIT-NUM TO COUNT-ED
134600     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
134700     MOVE "ALERTS WITH ITEMS NOT LISTED" TO CASHRPT-REPORT-LINE
134800     MOVE UNLISTED-NUM TO COUNT-ED
134900     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
135000     MOVE "CASHCTL FIELDS REJECTED" TO CASHRPT-REPORT-LINE
135100     MOVE CTLREJ-NUM TO COUNT-ED
135200     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
135300     .
135400 6000-EXIT.
135500     EXIT.
135600
135700 6100-WRITE-COUNT-LINE.
135800     MOVE COUNT-ED TO CASHRPT-REPORT-LINE(42:9)
135900     WRITE CASHRPT-REPORT-LINE
136000     .
136100 6100-EXIT.
136200     EXIT.
136300
136400 6110-WRITE-SUM-LINE.
136500     MOVE COUNT-ED TO CASHRPT-REPORT-LINE(42:9)
136600     MOVE SUM-ED TO CASHRPT-REPORT-LINE(53:20)
136700     WRITE CASHRPT-REPORT-LINE
136800     .
136900 6110-EXIT.
137000     EXIT.
137100
137200 7000-CLOSE-FILES.
137300     CLOSE CASHACT-FILE
137400     CLOSE CUSTRECS-FILE
137500     IF ADDR-OPEN
137600        CLOSE ADDRRECS-FILE
137700     END-IF
137800     CLOSE CASHRPT-FILE
137900     CLOSE BSAEXT-FILE
138000     .
138100 7000-EXIT.
138200     EXIT.
