000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INT1099.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  YEAR-END INTEREST TAX
001100*                  REPORTING (1099-INT), REPLACING THE JANUARY
001200*                  RECONSTRUCTION FROM TWELVE INTPOST POSTING
001300*                  REGISTERS.  EVERY INTEREST POSTING IS ALREADY
001400*                  ON THE BALANCE HISTORY AS AN "INTPOST"
001500*                  OPERATOR RECORD, SO THE YEAR NAMED ON THE
001600*                  TAXCTL CONTROL RECORD IS TOTALLED FROM THE
001700*                  BALHARCH ARCHIVE GENERATION(S) AND THE LIVE
001800*                  BALHIST TOGETHER (ARCHIVE TRAILERS SKIPPED),
001900*                  PER ACCOUNT AND THEN PER CUSTOMER - ALL
002000*                  ACCOUNTS UNDER THE SAME LNAME/FNAME, THE
002100*                  TOPACCTS RELATIONSHIP KEY.  EACH CUSTOMER
002200*                  TAKES ITS TAXPAYER ID FROM THE MASTER (TAXID,
002300*                  MAINTAINED BY THE "I" TRANSACTION) AND ITS
002400*                  MAILING ADDRESS FROM THE ADDRESS FILE.
002500*                  A CUSTOMER AT OR OVER THE REPORTING THRESHOLD
002600*                  GOES TO THE 1099-INT EXTRACT (INTEXT) FOR THE
002700*                  FORMS VENDOR AND THE IRS FILING, UNLESS THE
002800*                  TAXPAYER ID OR ADDRESS IS MISSING, TWO OF ITS
002900*                  ACCOUNTS CARRY DIFFERENT TAXPAYER IDS, ONE OF
002950*                  ITS ACCOUNTS HAS NO VALID TAXPAYER ID, OR AN
003000*                  ACCOUNT IS NO LONGER ON THE MASTER - THOSE
003100*                  ARE HELD OUT OF THE EXTRACT AND LISTED ON THE
003200*                  EXCEPTION LIST (INTEXCP) TO BE FIXED AND
003300*                  RERUN.  THE REGISTER (INTRPT) LISTS EVERY
003400*                  ACCOUNT AND CUSTOMER TOTAL AND ENDS WITH THE
003500*                  CONTROL PAGE PROVING THE YEAR'S INTPOST TOTAL
003600*                  EQUALS THE EXTRACT PLUS THE BELOW-THRESHOLD
003700*                  PLUS THE HELD AMOUNTS.  CONDITION CODES - 0
003800*                  CLEAN, 4 EXTRACT WRITTEN BUT CUSTOMERS HELD
003900*                  OR THE ARCHIVE WAS NOT READ, 8 THE PROOF
004000*                  FAILED, 12 TAXCTL MISSING OR INVALID OR
004100*                  BALHIST NOT AVAILABLE (NOTHING WRITTEN).
004200*----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TAXCTL-FILE ASSIGN TO TAXCTL
004700         FILE STATUS IS TAXCTL-STATUS.
004800     SELECT ARCHIVE-FILE ASSIGN TO BALHARCH
004900         FILE STATUS IS ARCHIVE-STATUS.
005000     SELECT BALHIST-FILE ASSIGN TO BALHIST
005100         FILE STATUS IS BALHIST-STATUS.
005200     SELECT CUSTRECS-FILE ASSIGN TO CUSTRECS.
005300     SELECT ADDRRECS-FILE ASSIGN TO ADDRRECS
005400         FILE STATUS IS ADDRRECS-STATUS.
005500     SELECT INTWORK-FILE ASSIGN TO INTWORK.
005600     SELECT INTRPT-FILE ASSIGN TO INTRPT.
005700     SELECT INTEXCP-FILE ASSIGN TO INTEXCP.
005800     SELECT INTEXT-FILE ASSIGN TO INTEXT.
005900     SELECT HIST-SORT ASSIGN TO SORTWK01.
006000     SELECT CUST-SORT ASSIGN TO SORTWK02.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------------
006500* TAXCTL-FILE - ONE-LINE CONTROL RECORD: THE CALENDAR TAX YEAR
006600* (YYYY), THE REPORTING THRESHOLD (BLANK FOR THE 10.00 DEFAULT),
006700* AND THE BANK'S OWN TAXPAYER ID AND NAME AS PAYER.  THE YEAR
006800* MUST HAVE ENDED - A YEAR STILL IN PROGRESS IS NOT REPORTED.
006900*----------------------------------------------------------------
007000 FD  TAXCTL-FILE RECORD CONTAINS 80 CHARACTERS
007100     RECORDING MODE F.
007200 01  TAXCTL-RECORD.
007300     05 TC-TAX-YEAR     PIC X(04).
007400     05 TC-THRESHOLD    PIC X(12).
007500     05 TC-PAYER-TIN    PIC X(09).
007600     05 TC-PAYER-NAME   PIC X(40).
007700     05                 PIC X(15).
007800
007900*----------------------------------------------------------------
008000* ARCHIVE-FILE / BALHIST-FILE - THE BALANCE HISTORY: THE
008100* ARCHIVE YEAR(S) BALHARCH MOVED OUT, THEN THE LIVE FILE.  THE
008200* ARCHIVE ENDS WITH A CONTROL-TOTAL TRAILER (ACCT-ID
008300* "**TRAILER*"), WHICH IS SKIPPED.
008400*----------------------------------------------------------------
008500 FD  ARCHIVE-FILE RECORD CONTAINS 66 CHARACTERS
008600     RECORDING MODE F.
008700 01  ARCHIVE-RECORD.
008800     COPY BALHIST.
008900
009000 FD  BALHIST-FILE RECORD CONTAINS 66 CHARACTERS
009100     RECORDING MODE F.
009200 01  BALHIST-RECORD.
009300     COPY BALHIST.
009400
009500 FD  CUSTRECS-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
009600 01  CUSTREC.
009700     COPY CUSTREC.
009800
009900*----------------------------------------------------------------
010000* ADDRRECS-FILE - THE MAILING-ADDRESS FILE CUSTMNT MAINTAINS,
010100* IN ASCENDING ACCT-ID SEQUENCE LIKE CUSTRECS-FILE.
010200*----------------------------------------------------------------
010300 FD  ADDRRECS-FILE RECORD CONTAINS 64 CHARACTERS
010400     RECORDING MODE F.
010500 01  ADDRREC.
010600     COPY ADDRREC.
010700
010800*----------------------------------------------------------------
010900* INTWORK-FILE - WORK FILE BETWEEN THE TWO SORTS: ONE RECORD PER
011000* ACCOUNT THAT WAS PAID INTEREST IN THE YEAR, WITH THE YEAR'S
011100* TOTAL AND WHAT THE MASTER AND ADDRESS FILE HOLD FOR IT.  AN
011200* ACCOUNT NO LONGER ON THE MASTER GETS A CUSTOMER KEY OF ITS
011300* OWN (HIGH-VALUES AND THE ACCT-ID) SO IT STANDS ALONE.
011400*----------------------------------------------------------------
011500 FD  INTWORK-FILE RECORD CONTAINS 155 CHARACTERS
011600     RECORDING MODE F.
011700 01  INTWORK-RECORD         PIC X(155).
011800
011900*----------------------------------------------------------------
012000* INTRPT-FILE - THE 1099-INT REGISTER: EVERY ACCOUNT PAID
012100* INTEREST IN THE YEAR, GROUPED BY CUSTOMER WITH THE CUSTOMER
012200* TOTAL AND WHAT WAS DONE WITH IT, THEN THE CONTROL PAGE (WRITE
012300* AFTER ADVANCING PAGE, SO RECFM=FBA IN THE JOB STREAM).  ONLY
012400* THE LAST FOUR DIGITS OF A TAXPAYER ID ARE PRINTED.
012500*----------------------------------------------------------------
012600 FD  INTRPT-FILE
012700     RECORDING MODE F.
012800 01  INTRPT-REPORT-LINE PIC X(120).
012900
013000*----------------------------------------------------------------
013100* INTEXCP-FILE - REPORTABLE CUSTOMERS HELD OUT OF THE EXTRACT,
013200* WITH EVERY REASON THAT APPLIES.
013300*----------------------------------------------------------------
013400 FD  INTEXCP-FILE
013500     RECORDING MODE F.
013600 01  INTEXCP-REPORT-LINE PIC X(150).
013700
013800*----------------------------------------------------------------
013900* INTEXT-FILE - THE 1099-INT EXTRACT FOR THE FORMS VENDOR AND
014000* THE IRS FILING: AN "A" PAYER RECORD, ONE "B" PAYEE RECORD PER
014100* REPORTED CUSTOMER, AND A "C" END-OF-PAYER RECORD CARRYING THE
014200* PAYEE COUNT AND THE CONTROL TOTAL OF BOX 1.  TAXPAYER ID TYPE
014300* IS "1" FOR AN EIN AND "2" FOR AN SSN; AMOUNTS ARE IN CENTS
014400* WITH NO DECIMAL POINT.
014500*----------------------------------------------------------------
014600 FD  INTEXT-FILE RECORD CONTAINS 150 CHARACTERS
014700     RECORDING MODE F.
014800 01  INTEXT-RECORD.
014900     05 EXT-REC-TYPE        PIC X(01).
015000        88 EXT-PAYER        VALUE "A".
015100        88 EXT-PAYEE        VALUE "B".
015200        88 EXT-END-OF-PAYER VALUE "C".
015300     05 EXT-TAX-YEAR        PIC X(04).
015400     05 EXT-PAYER-TIN       PIC X(09).
015500     05 EXT-DATA            PIC X(136).
015600     05 EXT-PAYER-DATA REDEFINES EXT-DATA.
015700        10 EXT-PAYER-NAME   PIC X(40).
015800        10                  PIC X(96).
015900     05 EXT-PAYEE-DATA REDEFINES EXT-DATA.
016000        10 EXT-TIN-TYPE     PIC X(01).
016100        10 EXT-PAYEE-TIN    PIC X(09).
016200        10 EXT-PAYEE-ACCT   PIC X(20).
016300        10 EXT-PAYEE-NAME   PIC X(40).
016400        10 EXT-STREET       PIC X(25).
016500        10 EXT-CITY         PIC X(18).
016600        10 EXT-STATE        PIC X(02).
016700        10 EXT-ZIP          PIC X(09).
016800        10 EXT-BOX1-AMOUNT  PIC 9(10)V99.
016900     05 EXT-TRAILER-DATA REDEFINES EXT-DATA.
017000        10 EXT-PAYEE-COUNT  PIC 9(08).
017100        10 EXT-BOX1-TOTAL   PIC 9(16)V99.
017200        10                  PIC X(110).
017300
017400*----------------------------------------------------------------
017500* HIST-SORT - SORT ONE: EVERY INTPOST HISTORY RECORD DATED IN
017600* THE TAX YEAR, BY ACCT-ID, SO EACH ACCOUNT'S YEAR IS ONE
017700* CONTROL BREAK.
017800*----------------------------------------------------------------
017900 SD  HIST-SORT.
018000 01  HIST-SORT-REC.
018100     05 HSR-ACCT-ID     PIC X(10).
018200     05 HSR-AMOUNT      PIC S9(11)V99.
018300
018400*----------------------------------------------------------------
018500* CUST-SORT - SORT TWO: THE INTWORK ACCOUNTS BY CUSTOMER KEY,
018600* THEN ACCT-ID.  THE SAME LAYOUT AS INTWORK-RECORD.
018700*----------------------------------------------------------------
018800 SD  CUST-SORT.
018900 01  CUST-SORT-REC.
019000     05 CSR-CUST-KEY.
019100        10 CSR-KEY-LNAME PIC X(22).
019200        10 CSR-KEY-FNAME PIC X(11).
019300     05 CSR-ACCT-ID     PIC X(10).
019400     05 CSR-INTEREST    PIC S9(11)V99.
019500     05 CSR-MASTER-SW   PIC X(01).
019600        88 CSR-ON-MASTER VALUE "Y".
019700     05 CSR-FNAME       PIC X(11).
019800     05 CSR-LNAME       PIC X(22).
019900     05 CSR-TAXID       PIC X(09).
020000     05 CSR-TAXID-TYPE  PIC X(01).
020100        88 CSR-TAXID-TYPE-VALID VALUE "S" "E".
020200     05 CSR-ADDR-SW     PIC X(01).
020300        88 CSR-HAS-ADDR VALUE "Y".
020400     05 CSR-STREET      PIC X(25).
020500     05 CSR-CITY        PIC X(18).
020600     05 CSR-STATE       PIC X(02).
020700     05 CSR-ZIP         PIC X(09).
020800
020900 WORKING-STORAGE SECTION.
021000 77  ARCHIVE-READ-NUM  PIC 9(09) VALUE 0.
021100 77  BALHIST-READ-NUM  PIC 9(09) VALUE 0.
021200 77  TRAILER-NUM       PIC 9(05) VALUE 0.
021300 77  INT-REC-NUM       PIC 9(09) VALUE 0.
021400 77  ACCT-NUM          PIC 9(07) VALUE 0.
021500 77  NOMSTR-NUM        PIC 9(07) VALUE 0.
021600 77  CUSTOMER-NUM      PIC 9(07) VALUE 0.
021700 77  EXTRACT-NUM       PIC 9(07) VALUE 0.
021800 77  BELOW-NUM         PIC 9(07) VALUE 0.
021900 77  HELD-NUM          PIC 9(07) VALUE 0.
022000 77  CUST-ACCT-NUM     PIC 9(05) VALUE 0.
022100 77  NUMVAL-TEST-RC    PIC S9(04) VALUE 0.
022200 77  REASON-PTR        PIC 9(03) VALUE 0.
022300
022400 77  INT-YEAR-SUM      PIC S9(13)V99 VALUE 0.
022500 77  ACCT-INT-SUM      PIC S9(13)V99 VALUE 0.
022600 77  ACCT-INT-TOTAL    PIC S9(13)V99 VALUE 0.
022700 77  CUST-INT-SUM      PIC S9(13)V99 VALUE 0.
022800 77  CUST-INT-TOTAL    PIC S9(13)V99 VALUE 0.
022900 77  EXTRACT-SUM       PIC S9(13)V99 VALUE 0.
023000 77  BELOW-SUM         PIC S9(13)V99 VALUE 0.
023100 77  HELD-SUM          PIC S9(13)V99 VALUE 0.
023200 77  THRESHOLD-NUM     PIC 9(09)V99 VALUE 10.00.
023300
023400 77  COUNT-ED          PIC Z,ZZZ,ZZ9.
023500 77  AMOUNT-ED         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
023600 77  SUM-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023700 77  THRESHOLD-ED      PIC ZZZ,ZZZ,ZZ9.99.
023800
023900 01  INT-OPERATOR      PIC X(08) VALUE "INTPOST".
024000 01  TAX-YEAR          PIC X(04) VALUE SPACES.
024100 01  TAX-YEAR-NUM      PIC 9(04) VALUE 0.
024200 01  PAYER-TIN         PIC X(09) VALUE SPACES.
024300 01  PAYER-NAME        PIC X(40) VALUE SPACES.
024400
024500 01  TAXCTL-STATUS     PIC XX VALUE SPACES.
024600     88 TAXCTL-OK      VALUE "00".
024700 01  ARCHIVE-STATUS    PIC XX VALUE SPACES.
024800     88 ARCHIVE-OK     VALUE "00".
024900 01  BALHIST-STATUS    PIC XX VALUE SPACES.
025000     88 BALHIST-OK     VALUE "00".
025100 01  ADDRRECS-STATUS   PIC XX VALUE SPACES.
025200     88 ADDRRECS-OK    VALUE "00".
025300 01  TAXCTL-BAD-SW     PIC X(01) VALUE "N".
025400     88 TAXCTL-BAD     VALUE "Y".
025500 01  BALHIST-GONE-SW   PIC X(01) VALUE "N".
025600     88 BALHIST-GONE   VALUE "Y".
025700 01  ARCHIVE-GONE-SW   PIC X(01) VALUE "N".
025800     88 ARCHIVE-GONE   VALUE "Y".
025900 01  ADDR-OPEN-SW      PIC X(01) VALUE "N".
026000     88 ADDR-OPEN      VALUE "Y".
026100 01  SOURCE-EOF-SW     PIC X(01) VALUE "N".
026200     88 SOURCE-EOF     VALUE "Y".
026300 01  CUST-EOF-SW       PIC X(01) VALUE "N".
026400     88 CUST-EOF       VALUE "Y".
026500 01  ADDR-EOF-SW       PIC X(01) VALUE "N".
026600     88 ADDR-EOF       VALUE "Y".
026700 01  HSR-EOF-SW        PIC X(01) VALUE "N".
026800     88 HSR-EOF        VALUE "Y".
026900 01  WORK-EOF-SW       PIC X(01) VALUE "N".
027000     88 WORK-EOF       VALUE "Y".
027100 01  CSR-EOF-SW        PIC X(01) VALUE "N".
027200     88 CSR-EOF        VALUE "Y".
027300 01  PROOF-SW          PIC X(01) VALUE "N".
027400     88 PROOF-OK       VALUE "Y".
027500
027600 01  CURR-ACCT-ID      PIC X(10) VALUE SPACES.
027700 01  CURR-CUST-KEY     PIC X(33) VALUE SPACES.
027800
027900*----------------------------------------------------------------
028000* HIST-WORK - THE HISTORY RECORD BEING LOOKED AT, FROM WHICHEVER
028100* OF THE TWO FILES IT WAS READ.
028200*----------------------------------------------------------------
028300 01  HIST-WORK.
028400     COPY BALHIST.
028500
028600*----------------------------------------------------------------
028700* WORK-REC - ONE INTWORK RECORD AS IT IS BUILT IN THE FIRST
028800* SORT'S OUTPUT PASS (THE SAME LAYOUT AS CUST-SORT-REC).
028900*----------------------------------------------------------------
029000 01  WORK-REC.
029100     05 WRK-CUST-KEY.
029200        10 WRK-KEY-LNAME PIC X(22).
029300        10 WRK-KEY-FNAME PIC X(11).
029400     05 WRK-ACCT-ID     PIC X(10).
029500     05 WRK-INTEREST    PIC S9(11)V99.
029600     05 WRK-MASTER-SW   PIC X(01).
029700     05 WRK-FNAME       PIC X(11).
029800     05 WRK-LNAME       PIC X(22).
029900     05 WRK-TAXID       PIC X(09).
030000     05 WRK-TAXID-TYPE  PIC X(01).
030100     05 WRK-ADDR-SW     PIC X(01).
030200     05 WRK-STREET      PIC X(25).
030300     05 WRK-CITY        PIC X(18).
030400     05 WRK-STATE       PIC X(02).
030500     05 WRK-ZIP         PIC X(09).
030600
030700*----------------------------------------------------------------
030800* CUSTOMER - WHAT HAS BEEN GATHERED FOR THE CUSTOMER BEING
030900* TOTALLED: THE FIRST ACCOUNT (THE PAYEE ACCOUNT REFERENCE),
031000* THE FIRST VALID TAXPAYER ID AND THE FIRST MAILING ADDRESS
031100* FOUND ACROSS ITS ACCOUNTS, AND WHAT WAS WRONG.
031200*----------------------------------------------------------------
031300 01  CUSTOMER.
031400     05 CUST-FIRST-ACCT PIC X(10).
031500     05 CUST-FNAME      PIC X(11).
031600     05 CUST-LNAME      PIC X(22).
031700     05 CUST-TAXID      PIC X(09).
031800     05 CUST-TAXID-TYPE PIC X(01).
031900        88 CUST-SSN     VALUE "S".
032000        88 CUST-EIN     VALUE "E".
032100     05 CUST-ADDR-SW    PIC X(01).
032200        88 CUST-HAS-ADDR VALUE "Y".
032300     05 CUST-STREET     PIC X(25).
032400     05 CUST-CITY       PIC X(18).
032500     05 CUST-STATE      PIC X(02).
032600     05 CUST-ZIP        PIC X(09).
032700     05 CUST-NOMSTR-SW  PIC X(01).
032800        88 CUST-NOMSTR  VALUE "Y".
032900     05 CUST-CONFLICT-SW PIC X(01).
033000        88 CUST-CONFLICT VALUE "Y".
033010     05 CUST-NOTIN-SW   PIC X(01).
033020        88 CUST-NOTIN   VALUE "Y".
033100
033200 01  CUST-STATUS       PIC X(20) VALUE SPACES.
033300 01  EXC-REASON        PIC X(80) VALUE SPACES.
033400 01  PAYEE-NAME        PIC X(40) VALUE SPACES.
033500
033600*----------------------------------------------------------------
033700* TAXID-MASK - A TAXPAYER ID AS PRINTED: THE LAST FOUR DIGITS.
033800*----------------------------------------------------------------
033900 01  TAXID-MASK.
034000     05                  PIC X(05) VALUE "*****".
034100     05 TAXID-MASK-LAST4 PIC X(04) VALUE SPACES.
034200
034300 01  DATE-TODAY-HEADER.
034400     05 TODAY-YEAR PIC 9(4).
034500     05 TODAY-MONTH PIC 9(2).
034600     05 TODAY-DAY PIC 9(2).
034700     05 FILLER PIC X(13).
034800
034900*----------------------------------------------------------------
035000* ACCT-LINE - ONE REGISTER LINE PER ACCOUNT.
035100*----------------------------------------------------------------
035200 01  ACCT-LINE.
035300     05 AL-ACCT-ID     PIC X(10).
035400     05                PIC X(02).
035500     05 AL-FNAME       PIC X(11).
035600     05                PIC X(01).
035700     05 AL-LNAME       PIC X(22).
035800     05                PIC X(02).
035900     05 AL-TAXID       PIC X(09).
036000     05                PIC X(01).
036100     05 AL-TAXID-TYPE  PIC X(01).
036200     05                PIC X(02).
036300     05 AL-STATE       PIC X(02).
036400     05                PIC X(02).
036500     05 AL-INTEREST    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
036600     05                PIC X(02).
036700     05 AL-NOTE        PIC X(20).
036800
036900*----------------------------------------------------------------
037000* CUST-LINE - THE CUSTOMER TOTAL UNDER ITS ACCOUNT LINES.
037100*----------------------------------------------------------------
037200 01  CUST-LINE.
037300     05                PIC X(12) VALUE SPACES.
037400     05                PIC X(16) VALUE "CUSTOMER TOTAL".
037500     05 CL-ACCT-NUM    PIC ZZ9.
037600     05                PIC X(10) VALUE " ACCOUNTS".
037700     05                PIC X(24) VALUE SPACES.
037800     05 CL-INTEREST    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
037900     05                PIC X(02) VALUE SPACES.
038000     05 CL-STATUS      PIC X(20).
038100
038200 PROCEDURE DIVISION.
038300 0000-MAINLINE.
038400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
038500     IF TAXCTL-BAD
038600        DISPLAY "INT1099 - TAXCTL MISSING OR INVALID, NOTHING "
038700           "REPORTED"
038800        MOVE 12 TO RETURN-CODE
038900        STOP RUN
039000     END-IF
039100     IF BALHIST-GONE
039200        DISPLAY "INT1099 - BALHIST NOT AVAILABLE, STATUS "
039300           BALHIST-STATUS ", NOTHING REPORTED"
039400        MOVE 12 TO RETURN-CODE
039500        STOP RUN
039600     END-IF
039700     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
039800     PERFORM 3000-WRITE-HEADERS THRU 3000-EXIT
039900     SORT HIST-SORT
040000        ON ASCENDING KEY HSR-ACCT-ID
040100        INPUT PROCEDURE IS 4000-READ-HISTORY
040200           THRU 4000-EXIT
040300        OUTPUT PROCEDURE IS 4300-TOTAL-ACCOUNTS
040400           THRU 4300-EXIT
040500     SORT CUST-SORT
040600        ON ASCENDING KEY CSR-CUST-KEY CSR-ACCT-ID
040700        INPUT PROCEDURE IS 4500-RELEASE-WORK
040800           THRU 4500-EXIT
040900        OUTPUT PROCEDURE IS 5000-REPORT-CUSTOMERS
041000           THRU 5000-EXIT
041100     PERFORM 6000-WRITE-CONTROL-PAGE THRU 6000-EXIT
041200     PERFORM 6500-WRITE-END-OF-PAYER THRU 6500-EXIT
041300     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
041400     EVALUATE TRUE
041500        WHEN NOT PROOF-OK
041600           MOVE 8 TO RETURN-CODE
041700        WHEN HELD-NUM > 0 OR ARCHIVE-GONE
041800           MOVE 4 TO RETURN-CODE
041900     END-EVALUATE
042000     STOP RUN
042100     .
042200
042300 1000-INITIALIZE.
042400     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
042500     PERFORM 1100-READ-TAXCTL THRU 1100-EXIT
042600     IF TAXCTL-BAD
042700        GO TO 1000-EXIT
042800     END-IF
042900     OPEN INPUT BALHIST-FILE
043000     IF BALHIST-OK
043100        CLOSE BALHIST-FILE
043200     ELSE
043300        SET BALHIST-GONE TO TRUE
043400     END-IF
043500     .
043600 1000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------
044000* 1100-READ-TAXCTL - EDIT THE CONTROL RECORD.  THE YEAR MUST BE
044100* A FOUR-DIGIT YEAR BEFORE THE CURRENT ONE, THE THRESHOLD (IF
044200* GIVEN) A NUMBER, AND THE PAYER TAXPAYER ID NINE DIGITS WITH A
044300* PAYER NAME.  ANY FAILURE STOPS THE RUN BEFORE A FILE IS
044400* WRITTEN.
044500*----------------------------------------------------------------
044600 1100-READ-TAXCTL.
044700     OPEN INPUT TAXCTL-FILE
044800     IF NOT TAXCTL-OK
044900        DISPLAY "INT1099 - TAXCTL-FILE NOT AVAILABLE, STATUS "
045000           TAXCTL-STATUS
045100        SET TAXCTL-BAD TO TRUE
045200        GO TO 1100-EXIT
045300     END-IF
045400     READ TAXCTL-FILE
045500        AT END
045600           DISPLAY "INT1099 - TAXCTL-FILE EMPTY"
045700           SET TAXCTL-BAD TO TRUE
045800     END-READ
045900     CLOSE TAXCTL-FILE
046000     IF TAXCTL-BAD
046100        GO TO 1100-EXIT
046200     END-IF
046300
046400     IF TC-TAX-YEAR NOT NUMERIC
046500        DISPLAY "INT1099 - TAX YEAR NOT NUMERIC: " TC-TAX-YEAR
046600        SET TAXCTL-BAD TO TRUE
046700        GO TO 1100-EXIT
046800     END-IF
046900     MOVE TC-TAX-YEAR TO TAX-YEAR
047000     MOVE TC-TAX-YEAR TO TAX-YEAR-NUM
047100     IF TAX-YEAR-NUM < 1900 OR TAX-YEAR-NUM NOT < TODAY-YEAR
047200        DISPLAY "INT1099 - TAX YEAR " TAX-YEAR
047300           " HAS NOT ENDED OR IS NOT A VALID YEAR"
047400        SET TAXCTL-BAD TO TRUE
047500        GO TO 1100-EXIT
047600     END-IF
047700
047800     IF TC-THRESHOLD NOT = SPACES
047900        COMPUTE NUMVAL-TEST-RC =
048000           FUNCTION TEST-NUMVAL(TC-THRESHOLD)
048100        IF NUMVAL-TEST-RC NOT = 0
048200           DISPLAY "INT1099 - THRESHOLD NOT NUMERIC: "
048300              TC-THRESHOLD
048400           SET TAXCTL-BAD TO TRUE
048500           GO TO 1100-EXIT
048600        END-IF
048700        COMPUTE THRESHOLD-NUM = FUNCTION NUMVAL(TC-THRESHOLD)
048800     END-IF
048900
049000     IF TC-PAYER-TIN NOT NUMERIC OR TC-PAYER-TIN = "000000000"
049100        DISPLAY "INT1099 - PAYER TAXPAYER ID NOT NINE DIGITS"
049200        SET TAXCTL-BAD TO TRUE
049300        GO TO 1100-EXIT
049400     END-IF
049500     IF TC-PAYER-NAME = SPACES
049600        DISPLAY "INT1099 - PAYER NAME MISSING"
049700        SET TAXCTL-BAD TO TRUE
049800        GO TO 1100-EXIT
049900     END-IF
050000     MOVE TC-PAYER-TIN TO PAYER-TIN
050100     MOVE TC-PAYER-NAME TO PAYER-NAME
050200     .
050300 1100-EXIT.
050400     EXIT.
050500
050600 2000-OPEN-FILES.
050700     OPEN OUTPUT INTRPT-FILE
050800     OPEN OUTPUT INTEXCP-FILE
050900     OPEN OUTPUT INTEXT-FILE
051000     .
051100 2000-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------------
051500* 3000-WRITE-HEADERS - REGISTER AND EXCEPTION-LIST HEADINGS,
051600* AND THE EXTRACT'S "A" PAYER RECORD.
051700*----------------------------------------------------------------
051800 3000-WRITE-HEADERS.
051900     MOVE THRESHOLD-NUM TO THRESHOLD-ED
052000     MOVE SPACES TO INTRPT-REPORT-LINE
052100     STRING
052200        "1099-INT REGISTER - INTEREST PAID IN TAX YEAR "
052300           DELIMITED BY SIZE
052400        TAX-YEAR DELIMITED BY SIZE
052500        "  REPORTING THRESHOLD " DELIMITED BY SIZE
052600        THRESHOLD-ED DELIMITED BY SIZE
052700        INTO INTRPT-REPORT-LINE
052800     WRITE INTRPT-REPORT-LINE
052900     MOVE SPACES TO INTRPT-REPORT-LINE
053000     STRING
053100        "ACCOUNT     FNAME       LNAME" DELIMITED BY SIZE
053200        "                   TAXPAYER ID  ST" DELIMITED BY SIZE
053300        "            INTEREST" DELIMITED BY SIZE
053400        INTO INTRPT-REPORT-LINE
053500     WRITE INTRPT-REPORT-LINE
053600
053700     MOVE SPACES TO INTEXCP-REPORT-LINE
053800     STRING
053900        "1099-INT EXCEPTIONS - REPORTABLE CUSTOMERS HELD OUT "
054000           DELIMITED BY SIZE
054100        "OF THE TAX YEAR " DELIMITED BY SIZE
054200        TAX-YEAR DELIMITED BY SIZE
054300        " EXTRACT" DELIMITED BY SIZE
054400        INTO INTEXCP-REPORT-LINE
054500     WRITE INTEXCP-REPORT-LINE
054600
054700     MOVE SPACES TO INTEXT-RECORD
054800     SET EXT-PAYER TO TRUE
054900     MOVE TAX-YEAR TO EXT-TAX-YEAR
055000     MOVE PAYER-TIN TO EXT-PAYER-TIN
055100     MOVE PAYER-NAME TO EXT-PAYER-NAME
055200     WRITE INTEXT-RECORD
055300     .
055400 3000-EXIT.
055500     EXIT.
055600
055700*----------------------------------------------------------------
055800* 4000-READ-HISTORY - SORT ONE INPUT: THE ARCHIVE FIRST, THEN
055900* THE LIVE HISTORY.  THE ARCHIVE MAY BE DD DUMMY WHEN THE WHOLE
056000* YEAR IS STILL LIVE; IF IT CANNOT BE OPENED AT ALL THE RUN
056100* CARRIES ON ON THE LIVE FILE AND SAYS SO ON THE CONTROL PAGE.
056200*----------------------------------------------------------------
056300 4000-READ-HISTORY.
056400     OPEN INPUT ARCHIVE-FILE
056500     IF ARCHIVE-OK
056600        MOVE "N" TO SOURCE-EOF-SW
056700        PERFORM 4100-READ-ARCHIVE-REC THRU 4100-EXIT
056800           UNTIL SOURCE-EOF
056900        CLOSE ARCHIVE-FILE
057000     ELSE
057100        SET ARCHIVE-GONE TO TRUE
057200        DISPLAY "INT1099 - BALHARCH NOT AVAILABLE, STATUS "
057300           ARCHIVE-STATUS
057400     END-IF
057500
057600     OPEN INPUT BALHIST-FILE
057700     MOVE "N" TO SOURCE-EOF-SW
057800     PERFORM 4150-READ-BALHIST-REC THRU 4150-EXIT
057900        UNTIL SOURCE-EOF
058000     CLOSE BALHIST-FILE
058100     .
058200 4000-EXIT.
058300     EXIT.
058400
058500 4100-READ-ARCHIVE-REC.
058600     READ ARCHIVE-FILE
058700        AT END
058800           SET SOURCE-EOF TO TRUE
058900           GO TO 4100-EXIT
059000     END-READ
059100     ADD 1 TO ARCHIVE-READ-NUM
059200     IF HIST-ACCT-ID IN ARCHIVE-RECORD = "**TRAILER*"
059300        ADD 1 TO TRAILER-NUM
059400        GO TO 4100-EXIT
059500     END-IF
059600     MOVE ARCHIVE-RECORD TO HIST-WORK
059700     PERFORM 4200-SELECT-INTEREST THRU 4200-EXIT
059800     .
059900 4100-EXIT.
060000     EXIT.
060100
060200 4150-READ-BALHIST-REC.
060300     READ BALHIST-FILE
060400        AT END
060500           SET SOURCE-EOF TO TRUE
060600           GO TO 4150-EXIT
060700     END-READ
060800     ADD 1 TO BALHIST-READ-NUM
060900     IF HIST-ACCT-ID IN BALHIST-RECORD = "**TRAILER*"
061000        ADD 1 TO TRAILER-NUM
061100        GO TO 4150-EXIT
061200     END-IF
061300     MOVE BALHIST-RECORD TO HIST-WORK
061400     PERFORM 4200-SELECT-INTEREST THRU 4200-EXIT
061500     .
061600 4150-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000* 4200-SELECT-INTEREST - KEEP AN INTEREST POSTING DATED IN THE
062100* TAX YEAR.  THE RUNNING TOTAL HERE IS THE YEAR'S INTPOST TOTAL
062200* THE CONTROL PAGE PROVES EVERYTHING ELSE AGAINST.
062300*----------------------------------------------------------------
062400 4200-SELECT-INTEREST.
062500     IF HIST-OPERATOR IN HIST-WORK NOT = INT-OPERATOR
062600        OR HIST-DATE IN HIST-WORK (1:4) NOT = TAX-YEAR
062700        GO TO 4200-EXIT
062800     END-IF
062900     ADD 1 TO INT-REC-NUM
063000     ADD HIST-DELTA IN HIST-WORK TO INT-YEAR-SUM
063100     MOVE HIST-ACCT-ID IN HIST-WORK TO HSR-ACCT-ID
063200     MOVE HIST-DELTA IN HIST-WORK TO HSR-AMOUNT
063300     RELEASE HIST-SORT-REC
063400     .
063500 4200-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------------
063900* 4300-TOTAL-ACCOUNTS - SORT ONE OUTPUT: A CONTROL BREAK ON
064000* ACCT-ID GIVES EACH ACCOUNT'S INTEREST FOR THE YEAR, WHICH IS
064100* JOINED TO THE MASTER AND THE ADDRESS FILE (BOTH IN ACCT-ID
064200* ORDER) AND WRITTEN TO INTWORK.
064300*----------------------------------------------------------------
064400 4300-TOTAL-ACCOUNTS.
064500     OPEN INPUT CUSTRECS-FILE
064600     OPEN OUTPUT INTWORK-FILE
064700     OPEN INPUT ADDRRECS-FILE
064800     IF ADDRRECS-OK
064900        SET ADDR-OPEN TO TRUE
065000        PERFORM 4370-READ-ADDR-REC THRU 4370-EXIT
065100     ELSE
065200        DISPLAY "INT1099 - ADDRRECS-FILE NOT AVAILABLE, "
065300           "STATUS " ADDRRECS-STATUS
065400           ", NO CUSTOMER HAS A MAILING ADDRESS"
065500        SET ADDR-EOF TO TRUE
065600        MOVE HIGH-VALUES TO ADDR-ACCT-ID
065700     END-IF
065800     PERFORM 4360-READ-CUSTREC THRU 4360-EXIT
065900
066000     PERFORM 4310-GET-HIST-REC THRU 4310-EXIT
066100     IF NOT HSR-EOF
066200        MOVE HSR-ACCT-ID TO CURR-ACCT-ID
066300     END-IF
066400     PERFORM 4320-PROCESS-HIST-REC THRU 4320-EXIT
066500        UNTIL HSR-EOF
066600     IF CURR-ACCT-ID NOT = SPACES
066700        PERFORM 4340-WRITE-ACCOUNT THRU 4340-EXIT
066800     END-IF
066900
067000     CLOSE CUSTRECS-FILE
067100     CLOSE INTWORK-FILE
067200     IF ADDR-OPEN
067300        CLOSE ADDRRECS-FILE
067400     END-IF
067500     .
067600 4300-EXIT.
067700     EXIT.
067800
067900 4310-GET-HIST-REC.
068000     RETURN HIST-SORT
068100        AT END
068200           SET HSR-EOF TO TRUE
068300     END-RETURN
068400     .
068500 4310-EXIT.
068600     EXIT.
068700
068800 4320-PROCESS-HIST-REC.
068900     IF HSR-ACCT-ID NOT = CURR-ACCT-ID
069000        PERFORM 4340-WRITE-ACCOUNT THRU 4340-EXIT
069100        MOVE HSR-ACCT-ID TO CURR-ACCT-ID
069200     END-IF
069300     ADD HSR-AMOUNT TO ACCT-INT-SUM
069400     PERFORM 4310-GET-HIST-REC THRU 4310-EXIT
069500     .
069600 4320-EXIT.
069700     EXIT.
069800
069900*----------------------------------------------------------------
070000* 4340-WRITE-ACCOUNT - ONE ACCOUNT'S YEAR.  THE MASTER AND THE
070100* ADDRESS FILE ARE ADVANCED TO ITS KEY.  AN ACCOUNT CLOSED
070200* SINCE THE INTEREST WAS PAID IS NO LONGER ON THE MASTER, SO
070300* THERE IS NO NAME OR TAXPAYER ID TO REPORT IT UNDER - IT IS
070400* KEYED TO STAND ALONE AND WILL BE HELD IF REPORTABLE.
070500*----------------------------------------------------------------
070600 4340-WRITE-ACCOUNT.
070700     ADD 1 TO ACCT-NUM
070800     ADD ACCT-INT-SUM TO ACCT-INT-TOTAL
070900     PERFORM 4360-READ-CUSTREC THRU 4360-EXIT
071000        UNTIL CUST-EOF
071100           OR ACCT-ID IN CUSTREC NOT < CURR-ACCT-ID
071200     PERFORM 4370-READ-ADDR-REC THRU 4370-EXIT
071300        UNTIL ADDR-EOF
071400           OR ADDR-ACCT-ID NOT < CURR-ACCT-ID
071500
071600     MOVE SPACES TO WORK-REC
071700     MOVE CURR-ACCT-ID TO WRK-ACCT-ID
071800     MOVE ACCT-INT-SUM TO WRK-INTEREST
071900     IF NOT CUST-EOF AND ACCT-ID IN CUSTREC = CURR-ACCT-ID
072000        MOVE "Y" TO WRK-MASTER-SW
072100        MOVE LNAME IN CUSTREC TO WRK-KEY-LNAME
072200        MOVE FNAME IN CUSTREC TO WRK-KEY-FNAME
072300        MOVE FNAME IN CUSTREC TO WRK-FNAME
072400        MOVE LNAME IN CUSTREC TO WRK-LNAME
072500        MOVE TAXID IN CUSTREC TO WRK-TAXID
072600        MOVE TAXID-TYPE IN CUSTREC TO WRK-TAXID-TYPE
072700     ELSE
072800        ADD 1 TO NOMSTR-NUM
072900        MOVE "N" TO WRK-MASTER-SW
073000        MOVE HIGH-VALUES TO WRK-KEY-LNAME
073100        MOVE CURR-ACCT-ID TO WRK-KEY-FNAME
073200     END-IF
073300     IF NOT ADDR-EOF
073400        AND ADDR-ACCT-ID = CURR-ACCT-ID
073500        AND ADDR-STREET NOT = SPACES
073600        AND ADDR-STATE NOT = SPACES
073700        MOVE "Y" TO WRK-ADDR-SW
073800        MOVE ADDR-STREET TO WRK-STREET
073900        MOVE ADDR-CITY TO WRK-CITY
074000        MOVE ADDR-STATE TO WRK-STATE
074100        MOVE ADDR-ZIP TO WRK-ZIP
074200     ELSE
074300        MOVE "N" TO WRK-ADDR-SW
074400     END-IF
074500     WRITE INTWORK-RECORD FROM WORK-REC
074600     MOVE 0 TO ACCT-INT-SUM
074700     .
074800 4340-EXIT.
074900     EXIT.
075000
075100*----------------------------------------------------------------
075200* 4360-READ-CUSTREC / 4370-READ-ADDR-REC - READ-AHEAD FOR THE
075300* JOINS.  AT END THE KEY IS SET TO HIGH-VALUES SO THE COMPARES
075400* STAY WELL DEFINED.
075500*----------------------------------------------------------------
075600 4360-READ-CUSTREC.
075700     READ CUSTRECS-FILE
075800        AT END
075900           SET CUST-EOF TO TRUE
076000           MOVE HIGH-VALUES TO ACCT-ID IN CUSTREC
076100     END-READ
076200     .
076300 4360-EXIT.
076400     EXIT.
076500
076600 4370-READ-ADDR-REC.
076700     READ ADDRRECS-FILE
076800        AT END
076900           SET ADDR-EOF TO TRUE
077000           MOVE HIGH-VALUES TO ADDR-ACCT-ID
077100     END-READ
077200     .
077300 4370-EXIT.
077400     EXIT.
077500
077600*----------------------------------------------------------------
077700* 4500-RELEASE-WORK - SORT TWO INPUT: EVERY INTWORK ACCOUNT.
077800*----------------------------------------------------------------
077900 4500-RELEASE-WORK.
078000     OPEN INPUT INTWORK-FILE
078100     PERFORM 4510-RELEASE-ONE-WORK THRU 4510-EXIT
078200        UNTIL WORK-EOF
078300     CLOSE INTWORK-FILE
078400     .
078500 4500-EXIT.
078600     EXIT.
078700
078800 4510-RELEASE-ONE-WORK.
078900     READ INTWORK-FILE
079000        AT END
079100           SET WORK-EOF TO TRUE
079200           GO TO 4510-EXIT
079300     END-READ
079400     MOVE INTWORK-RECORD TO CUST-SORT-REC
079500     RELEASE CUST-SORT-REC
079600     .
079700 4510-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------------
080100* 5000-REPORT-CUSTOMERS - SORT TWO OUTPUT: EACH ACCOUNT IS
080200* LISTED AS IT COMES BACK AND ADDED TO ITS CUSTOMER; AT THE
080300* CUSTOMER BREAK THE TOTAL IS TESTED AND THE CUSTOMER IS
080400* EXTRACTED, COUNTED BELOW THE THRESHOLD, OR HELD.
080500*----------------------------------------------------------------
080600 5000-REPORT-CUSTOMERS.
080700     PERFORM 5010-GET-CUST-REC THRU 5010-EXIT
080800     IF NOT CSR-EOF
080900        MOVE CSR-CUST-KEY TO CURR-CUST-KEY
081000        PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
081100     END-IF
081200     PERFORM 5100-PROCESS-CUST-REC THRU 5100-EXIT
081300        UNTIL CSR-EOF
081400     IF CUST-ACCT-NUM > 0
081500        PERFORM 5300-CLOSE-CUSTOMER THRU 5300-EXIT
081600     END-IF
081700     .
081800 5000-EXIT.
081900     EXIT.
082000
082100 5010-GET-CUST-REC.
082200     RETURN CUST-SORT
082300        AT END
082400           SET CSR-EOF TO TRUE
082500     END-RETURN
082600     .
082700 5010-EXIT.
082800     EXIT.
082900
083000 5100-PROCESS-CUST-REC.
083100     IF CSR-CUST-KEY NOT = CURR-CUST-KEY
083200        PERFORM 5300-CLOSE-CUSTOMER THRU 5300-EXIT
083300        MOVE CSR-CUST-KEY TO CURR-CUST-KEY
083400        PERFORM 5200-START-CUSTOMER THRU 5200-EXIT
083500     END-IF
083600     PERFORM 5150-ADD-ACCOUNT THRU 5150-EXIT
083700     PERFORM 5010-GET-CUST-REC THRU 5010-EXIT
083800     .
083900 5100-EXIT.
084000     EXIT.
084100
084200*----------------------------------------------------------------
084300* 5150-ADD-ACCOUNT - LIST ONE ACCOUNT AND FOLD IT INTO THE
084400* CUSTOMER.  A TAXPAYER ID COUNTS ONLY IF IT IS NINE DIGITS,
084500* NOT ALL ZEROS, WITH A TYPE OF S OR E.  TWO DIFFERENT VALID IDS
084600* UNDER ONE NAME MEAN EITHER A KEYING ERROR OR TWO PEOPLE WITH
084700* THE SAME NAME, AND EITHER WAY THE FORM CANNOT BE FILED.  SO
084710* TOO AN ACCOUNT ON THE MASTER WITH NO VALID ID: IT MAY BELONG TO
084720* SOMEONE ELSE OF THE SAME NAME, AND MUST NOT BE REPORTED UNDER
084730* ANOTHER ACCOUNT'S ID.
084800*----------------------------------------------------------------
084900 5150-ADD-ACCOUNT.
085000     ADD 1 TO CUST-ACCT-NUM
085100     ADD CSR-INTEREST TO CUST-INT-SUM
085200     MOVE SPACES TO ACCT-LINE
085300     MOVE CSR-ACCT-ID TO AL-ACCT-ID
085400     MOVE CSR-FNAME TO AL-FNAME
085500     MOVE CSR-LNAME TO AL-LNAME
085600     MOVE CSR-STATE TO AL-STATE
085700     MOVE CSR-INTEREST TO AL-INTEREST
085800
085900     IF NOT CSR-ON-MASTER
086000        SET CUST-NOMSTR TO TRUE
086100        MOVE "NOT ON MASTER" TO AL-NOTE
086200     END-IF
086300
086400     IF CSR-TAXID NUMERIC AND CSR-TAXID NOT = "000000000"
086500        AND CSR-TAXID-TYPE-VALID
086600        MOVE CSR-TAXID(6:4) TO TAXID-MASK-LAST4
086700        MOVE TAXID-MASK TO AL-TAXID
086800        MOVE CSR-TAXID-TYPE TO AL-TAXID-TYPE
086900        IF CUST-TAXID = SPACES
087000           MOVE CSR-TAXID TO CUST-TAXID
087100           MOVE CSR-TAXID-TYPE TO CUST-TAXID-TYPE
087200        ELSE
087300           IF CSR-TAXID NOT = CUST-TAXID
087400              SET CUST-CONFLICT TO TRUE
087500              MOVE "TAXPAYER ID DIFFERS" TO AL-NOTE
087600           END-IF
087700        END-IF
087800     ELSE
087900        IF CSR-ON-MASTER
087950           SET CUST-NOTIN TO TRUE
088000           MOVE "NO VALID TAXPAYER ID" TO AL-NOTE
088100        END-IF
088200     END-IF
088300
088400     IF CSR-HAS-ADDR AND NOT CUST-HAS-ADDR
088500        MOVE "Y" TO CUST-ADDR-SW
088600        MOVE CSR-STREET TO CUST-STREET
088700        MOVE CSR-CITY TO CUST-CITY
088800        MOVE CSR-STATE TO CUST-STATE
088900        MOVE CSR-ZIP TO CUST-ZIP
089000     END-IF
089100
089200     MOVE ACCT-LINE TO INTRPT-REPORT-LINE
089300     WRITE INTRPT-REPORT-LINE
089400     .
089500 5150-EXIT.
089600     EXIT.
089700
089800 5200-START-CUSTOMER.
089900     MOVE SPACES TO CUSTOMER
090000     MOVE "N" TO CUST-ADDR-SW
090100     MOVE "N" TO CUST-NOMSTR-SW
090200     MOVE "N" TO CUST-CONFLICT-SW
090250     MOVE "N" TO CUST-NOTIN-SW
090300     MOVE CSR-ACCT-ID TO CUST-FIRST-ACCT
090400     MOVE CSR-FNAME TO CUST-FNAME
090500     MOVE CSR-LNAME TO CUST-LNAME
090600     MOVE 0 TO CUST-ACCT-NUM
090700     MOVE 0 TO CUST-INT-SUM
090800     .
090900 5200-EXIT.
091000     EXIT.
091100
091200*----------------------------------------------------------------
091300* 5300-CLOSE-CUSTOMER - THE CUSTOMER'S TOTAL FOR THE YEAR.
091400* UNDER THE THRESHOLD NOTHING IS FILED.  AT OR OVER IT, EVERY
091500* REASON THE FORM CANNOT BE FILED IS COLLECTED; WITH NONE THE
091600* CUSTOMER GOES TO THE EXTRACT, OTHERWISE TO THE EXCEPTION LIST.
091700*----------------------------------------------------------------
091800 5300-CLOSE-CUSTOMER.
091900     ADD 1 TO CUSTOMER-NUM
092000     ADD CUST-INT-SUM TO CUST-INT-TOTAL
092100     IF CUST-INT-SUM < THRESHOLD-NUM
092200        ADD 1 TO BELOW-NUM
092300        ADD CUST-INT-SUM TO BELOW-SUM
092400        MOVE "BELOW THRESHOLD" TO CUST-STATUS
092500        GO TO 5300-WRITE
092600     END-IF
092700
092800     MOVE SPACES TO EXC-REASON
092900     MOVE 1 TO REASON-PTR
093000     IF CUST-NOMSTR
093100        STRING "NOT ON MASTER; " DELIMITED BY SIZE
093200           INTO EXC-REASON WITH POINTER REASON-PTR
093300     END-IF
093400     IF CUST-CONFLICT
093500        STRING "CONFLICTING TAXPAYER IDS; " DELIMITED BY SIZE
093600           INTO EXC-REASON WITH POINTER REASON-PTR
093700     END-IF
093800     IF CUST-TAXID = SPACES
093900        STRING "NO TAXPAYER ID; " DELIMITED BY SIZE
094000           INTO EXC-REASON WITH POINTER REASON-PTR
094050     ELSE
094060        IF CUST-NOTIN
094070           STRING "ACCOUNT WITHOUT TAXPAYER ID; "
094075              DELIMITED BY SIZE
094080              INTO EXC-REASON WITH POINTER REASON-PTR
094090        END-IF
094100     END-IF
094200     IF NOT CUST-HAS-ADDR
094300        STRING "NO MAILING ADDRESS; " DELIMITED BY SIZE
094400           INTO EXC-REASON WITH POINTER REASON-PTR
094500     END-IF
094600
094700     IF EXC-REASON = SPACES
094800        ADD 1 TO EXTRACT-NUM
094900        ADD CUST-INT-SUM TO EXTRACT-SUM
095000        MOVE "REPORTED" TO CUST-STATUS
095100        PERFORM 5400-WRITE-PAYEE-REC THRU 5400-EXIT
095200     ELSE
095300        ADD 1 TO HELD-NUM
095400        ADD CUST-INT-SUM TO HELD-SUM
095500        MOVE "HELD - EXCEPTION" TO CUST-STATUS
095600        PERFORM 5500-WRITE-EXCEPTION THRU 5500-EXIT
095700     END-IF
095800     .
095900 5300-WRITE.
096000     MOVE CUST-ACCT-NUM TO CL-ACCT-NUM
096100     MOVE CUST-INT-SUM TO CL-INTEREST
096200     MOVE CUST-STATUS TO CL-STATUS
096300     MOVE CUST-LINE TO INTRPT-REPORT-LINE
096400     WRITE INTRPT-REPORT-LINE
096500     MOVE SPACES TO INTRPT-REPORT-LINE
096600     WRITE INTRPT-REPORT-LINE
096700     .
096800 5300-EXIT.
096900     EXIT.
097000
097100*----------------------------------------------------------------
097200* 5400-WRITE-PAYEE-REC - ONE "B" RECORD.  THE PAYEE NAME IS
097300* FIRST NAME AND LAST NAME; A BUSINESS WITH NO FIRST NAME IS
097400* FILED UNDER THE LAST-NAME FIELD ALONE.  THE PAYEE ACCOUNT IS
097500* THE CUSTOMER'S LOWEST ACCT-ID.
097600*----------------------------------------------------------------
097700 5400-WRITE-PAYEE-REC.
097800     MOVE SPACES TO PAYEE-NAME
097900     IF CUST-FNAME = SPACES
098000        MOVE CUST-LNAME TO PAYEE-NAME
098100     ELSE
098200        STRING
098300           CUST-FNAME DELIMITED BY "  "
098400           " " DELIMITED BY SIZE
098500           CUST-LNAME DELIMITED BY "  "
098600           INTO PAYEE-NAME
098700     END-IF
098800     MOVE SPACES TO INTEXT-RECORD
098900     SET EXT-PAYEE TO TRUE
099000     MOVE TAX-YEAR TO EXT-TAX-YEAR
099100     MOVE PAYER-TIN TO EXT-PAYER-TIN
099200     IF CUST-EIN
099300        MOVE "1" TO EXT-TIN-TYPE
099400     ELSE
099500        MOVE "2" TO EXT-TIN-TYPE
099600     END-IF
099700     MOVE CUST-TAXID TO EXT-PAYEE-TIN
099800     MOVE CUST-FIRST-ACCT TO EXT-PAYEE-ACCT
099900     MOVE PAYEE-NAME TO EXT-PAYEE-NAME
100000     MOVE CUST-STREET TO EXT-STREET
100100     MOVE CUST-CITY TO EXT-CITY
100200     MOVE CUST-STATE TO EXT-STATE
100300     MOVE CUST-ZIP TO EXT-ZIP
100400     MOVE CUST-INT-SUM TO EXT-BOX1-AMOUNT
100500     WRITE INTEXT-RECORD
100600     .
100700 5400-EXIT.
100800     EXIT.
100900
101000 5500-WRITE-EXCEPTION.
101100     MOVE CUST-INT-SUM TO AMOUNT-ED
101200     MOVE SPACES TO INTEXCP-REPORT-LINE
101300     STRING
101400        CUST-FIRST-ACCT DELIMITED BY SIZE
101500        " " DELIMITED BY SIZE
101600        CUST-FNAME DELIMITED BY SIZE
101700        " " DELIMITED BY SIZE
101800        CUST-LNAME DELIMITED BY SIZE
101900        " " DELIMITED BY SIZE
102000        AMOUNT-ED DELIMITED BY SIZE
102100        "  " DELIMITED BY SIZE
102200        EXC-REASON DELIMITED BY SIZE
102300        INTO INTEXCP-REPORT-LINE
102400     WRITE INTEXCP-REPORT-LINE
102500     .
102600 5500-EXIT.
102700     EXIT.
102800
102900*----------------------------------------------------------------
103000* 6000-WRITE-CONTROL-PAGE - WHAT WAS READ, WHERE EVERY DOLLAR OF
103100* THE YEAR'S INTPOST INTEREST WENT, AND THE PROOF: THE ACCOUNT
103200* TOTALS AND THE CUSTOMER TOTALS EACH ADD BACK TO THE INTPOST
103300* TOTAL, AND SO DO EXTRACT + BELOW THRESHOLD + HELD.
103400*----------------------------------------------------------------
103500 6000-WRITE-CONTROL-PAGE.
103600     IF ACCT-INT-TOTAL = INT-YEAR-SUM
103700        AND CUST-INT-TOTAL = INT-YEAR-SUM
103800        AND EXTRACT-SUM + BELOW-SUM + HELD-SUM = INT-YEAR-SUM
103900        SET PROOF-OK TO TRUE
104000     END-IF
104100
104200     MOVE SPACES TO INTRPT-REPORT-LINE
104300     STRING
104400        "1099-INT CONTROL REPORT - TAX YEAR " DELIMITED BY SIZE
104500        TAX-YEAR DELIMITED BY SIZE
104600        INTO INTRPT-REPORT-LINE
104700     WRITE INTRPT-REPORT-LINE AFTER ADVANCING PAGE
104800
104900     MOVE SPACES TO INTRPT-REPORT-LINE
105000     STRING
105100        "BALHARCH RECORDS READ: " DELIMITED BY SIZE
105200        ARCHIVE-READ-NUM DELIMITED BY SIZE
105300        "  BALHIST RECORDS READ: " DELIMITED BY SIZE
105400        BALHIST-READ-NUM DELIMITED BY SIZE
105500        "  TRAILERS SKIPPED: " DELIMITED BY SIZE
105600        TRAILER-NUM DELIMITED BY SIZE
105700        INTO INTRPT-REPORT-LINE
105800     WRITE INTRPT-REPORT-LINE
105900     IF ARCHIVE-GONE
106000        MOVE "BALHARCH NOT AVAILABLE - ONLY THE LIVE HISTORY "
106100           TO INTRPT-REPORT-LINE
106200        MOVE "WAS READ" TO INTRPT-REPORT-LINE(48:)
106300        WRITE INTRPT-REPORT-LINE
106400     END-IF
106500
106600     MOVE INT-YEAR-SUM TO SUM-ED
106700     MOVE SPACES TO INTRPT-REPORT-LINE
106800     STRING
106900        "INTPOST RECORDS IN YEAR: " DELIMITED BY SIZE
107000        INT-REC-NUM DELIMITED BY SIZE
107100        "  INTEREST PAID:   " DELIMITED BY SIZE
107200        SUM-ED DELIMITED BY SIZE
107300        INTO INTRPT-REPORT-LINE
107400     WRITE INTRPT-REPORT-LINE
107500
107600     MOVE ACCT-NUM TO COUNT-ED
107700     MOVE ACCT-INT-TOTAL TO SUM-ED
107800     MOVE SPACES TO INTRPT-REPORT-LINE
107900     STRING
108000        "ACCOUNTS PAID INTEREST:   " DELIMITED BY SIZE
108100        COUNT-ED DELIMITED BY SIZE
108200        "  ACCOUNT TOTALS:  " DELIMITED BY SIZE
108300        SUM-ED DELIMITED BY SIZE
108400        INTO INTRPT-REPORT-LINE
108500     WRITE INTRPT-REPORT-LINE
108600
108700     MOVE CUSTOMER-NUM TO COUNT-ED
108800     MOVE CUST-INT-TOTAL TO SUM-ED
108900     MOVE SPACES TO INTRPT-REPORT-LINE
109000     STRING
109100        "CUSTOMERS:                " DELIMITED BY SIZE
109200        COUNT-ED DELIMITED BY SIZE
109300        "  CUSTOMER TOTALS: " DELIMITED BY SIZE
109400        SUM-ED DELIMITED BY SIZE
109500        INTO INTRPT-REPORT-LINE
109600     WRITE INTRPT-REPORT-LINE
109700
109800     MOVE "==============================================="
109900        TO INTRPT-REPORT-LINE
110000     WRITE INTRPT-REPORT-LINE
110100
110200     MOVE EXTRACT-NUM TO COUNT-ED
110300     MOVE EXTRACT-SUM TO SUM-ED
110400     MOVE SPACES TO INTRPT-REPORT-LINE
110500     STRING
110600        "REPORTED ON THE EXTRACT:  " DELIMITED BY SIZE
110700        COUNT-ED DELIMITED BY SIZE
110800        "  AMOUNT:          " DELIMITED BY SIZE
110900        SUM-ED DELIMITED BY SIZE
111000        INTO INTRPT-REPORT-LINE
111100     WRITE INTRPT-REPORT-LINE
111200
111300     MOVE BELOW-NUM TO COUNT-ED
111400     MOVE BELOW-SUM TO SUM-ED
111500     MOVE SPACES TO INTRPT-REPORT-LINE
111600     STRING
111700        "BELOW THE THRESHOLD:      " DELIMITED BY SIZE
111800        COUNT-ED DELIMITED BY SIZE
111900        "  AMOUNT:          " DELIMITED BY SIZE
112000        SUM-ED DELIMITED BY SIZE
112100        INTO INTRPT-REPORT-LINE
112200     WRITE INTRPT-REPORT-LINE
112300
112400     MOVE HELD-NUM TO COUNT-ED
112500     MOVE HELD-SUM TO SUM-ED
112600     MOVE SPACES TO INTRPT-REPORT-LINE
112700     STRING
112800        "HELD - EXCEPTION LIST:    " DELIMITED BY SIZE
112900        COUNT-ED DELIMITED BY SIZE
113000        "  AMOUNT:          " DELIMITED BY SIZE
113100        SUM-ED DELIMITED BY SIZE
113200        INTO INTRPT-REPORT-LINE
113300     WRITE INTRPT-REPORT-LINE
113400
113500     MOVE NOMSTR-NUM TO COUNT-ED
113600     MOVE SPACES TO INTRPT-REPORT-LINE
113700     STRING
113800        "ACCOUNTS NOT ON MASTER:   " DELIMITED BY SIZE
113900        COUNT-ED DELIMITED BY SIZE
114000        INTO INTRPT-REPORT-LINE
114100     WRITE INTRPT-REPORT-LINE
114200
114300     IF PROOF-OK
114400        MOVE "PROOF - EXTRACT + BELOW THRESHOLD + HELD EQUALS "
114500           TO INTRPT-REPORT-LINE
114600        MOVE "THE YEAR'S INTPOST TOTAL"
114700           TO INTRPT-REPORT-LINE(49:)
114800     ELSE
114900        MOVE "PROOF FAILED - TOTALS DO NOT RECONCILE TO THE "
115000           TO INTRPT-REPORT-LINE
115100        MOVE "YEAR'S INTPOST TOTAL, DO NOT FILE"
115200           TO INTRPT-REPORT-LINE(47:)
115300     END-IF
115400     WRITE INTRPT-REPORT-LINE
115500
115600     MOVE "==============================================="
115700        TO INTEXCP-REPORT-LINE
115800     WRITE INTEXCP-REPORT-LINE
115900     MOVE HELD-NUM TO COUNT-ED
116000     MOVE HELD-SUM TO SUM-ED
116100     MOVE SPACES TO INTEXCP-REPORT-LINE
116200     STRING
116300        "CUSTOMERS HELD: " DELIMITED BY SIZE
116400        COUNT-ED DELIMITED BY SIZE
116500        "  INTEREST NOT YET REPORTED: " DELIMITED BY SIZE
116600        SUM-ED DELIMITED BY SIZE
116700        INTO INTEXCP-REPORT-LINE
116800     WRITE INTEXCP-REPORT-LINE
116900     .
117000 6000-EXIT.
117100     EXIT.
117200
117300*----------------------------------------------------------------
117400* 6500-WRITE-END-OF-PAYER - THE "C" RECORD: PAYEE COUNT AND THE
117500* BOX 1 CONTROL TOTAL, FOR THE FORMS VENDOR TO PROVE AGAINST.
117600*----------------------------------------------------------------
117700 6500-WRITE-END-OF-PAYER.
117800     MOVE SPACES TO INTEXT-RECORD
117900     SET EXT-END-OF-PAYER TO TRUE
118000     MOVE TAX-YEAR TO EXT-TAX-YEAR
118100     MOVE PAYER-TIN TO EXT-PAYER-TIN
118200     MOVE EXTRACT-NUM TO EXT-PAYEE-COUNT
118300     MOVE EXTRACT-SUM TO EXT-BOX1-TOTAL
118400     WRITE INTEXT-RECORD
118500     .
118600 6500-EXIT.
118700     EXIT.
118800
118900 7000-CLOSE-FILES.
119000     CLOSE INTRPT-FILE
119100     CLOSE INTEXCP-FILE
119200     CLOSE INTEXT-FILE
119300     .
119400 7000-EXIT.
119500     EXIT.
