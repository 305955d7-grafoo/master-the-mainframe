000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESCHEAT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  ANNUAL UNCLAIMED-
001100*                  PROPERTY (ESCHEATMENT) RUN.  DORMACCT'S AGING
001200*                  STOPS AT "OVER 730 DAYS", BUT EACH STATE'S
001300*                  UNCLAIMED-PROPERTY LAW SETS ITS OWN NUMBER OF
001400*                  YEARS WITHOUT ACTIVITY (LDATE) AFTER WHICH THE
001500*                  ACCOUNT MUST BE REPORTED AND REMITTED, AND THE
001600*                  PERIOD FOLLOWS THE OWNER'S STATE (ADDR-STATE
001700*                  ON THE ADDRESS FILE).  THE PERIOD FOR EACH
001800*                  STATE COMES FROM THE ESCHCTL CONTROL FILE.
001900*                  EVERY ACCOUNT WITH A BALANCE IS AGED AGAINST
002000*                  ITS STATE'S PERIOD TO AN ESCHEAT DATE (LDATE
002100*                  PLUS THE PERIOD) AND -
002200*                    - AN ESCHEAT DATE ON OR BEFORE THE BUSINESS
002300*                      DATE LISTS ON THE PER-STATE HOLDER REPORT
002400*                      (ESCHRPT), WHICH ENDS WITH A STATE-BY-
002500*                      STATE SUMMARY PAGE;
002600*                    - AN ESCHEAT DATE INSIDE THE STATE'S DUE-
002700*                      DILIGENCE WINDOW (DEFAULT 60-120 DAYS OUT)
002800*                      GOES TO THE LETTER EXTRACT (ESCHLTR) FOR
002900*                      THE LETTER SHOP;
003000*                    - EVERY ACCOUNT DUE TO ESCHEAT WITHIN THE
003100*                      LOOK-AHEAD (DEFAULT 365 DAYS, SO NOTHING
003200*                      SLIPS BETWEEN ANNUAL RUNS) IS FLAGGED TO
003300*                      COMPLIANCE ON ESCHCMP WITH ITS LETTER
003400*                      STATUS.
003500*                  THIS REPLACES THE FALL LIST COMPILED BY HAND
003600*                  FROM THE DORMEXT PRINTOUTS.  THE RUN IS HELD
003700*                  WITH CONDITION CODE 8 IF THE NIGHT'S CUSTMNT
003800*                  HAS NOT COMPLETED FOR THE BUSINESS DATE, AND
003900*                  ENDS WITH CONDITION CODE 12, WRITING NOTHING,
004000*                  IF ESCHCTL IS MISSING OR HAS NO USABLE STATE
004100*                  RECORD.  CONDITION CODE 4 MEANS THE OUTPUT IS
004200*                  COMPLETE BUT CUSTOMER RECORDS FAILED EDIT OR
004300*                  CONTROL RECORDS WERE REJECTED - SEE THE
004400*                  SUMMARY PAGE BEFORE FILING.
004500*----------------------------------------------------------------
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CUSTRECS-FILE ASSIGN TO CUSTRECS.
005000     SELECT ADDRRECS-FILE ASSIGN TO ADDRRECS
005100         FILE STATUS IS ADDRRECS-STATUS.
005200     SELECT ESCHCTL-FILE ASSIGN TO ESCHCTL
005300         FILE STATUS IS ESCHCTL-STATUS.
005400     SELECT ESCHRPT-FILE ASSIGN TO ESCHRPT.
005500     SELECT ESCHLTR-FILE ASSIGN TO ESCHLTR.
005600     SELECT ESCHCMP-FILE ASSIGN TO ESCHCMP.
005700     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
005800         FILE STATUS IS CYCLECTL-STATUS.
005900     SELECT ESCH-SORT ASSIGN TO SORTWK01.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CUSTRECS-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
006400 01  CUSTREC.
006500     COPY CUSTREC.
006600
006700*----------------------------------------------------------------
006800* ADDRRECS-FILE - THE MAILING-ADDRESS FILE CUSTMNT MAINTAINS,
006900* IN ASCENDING ACCT-ID SEQUENCE LIKE CUSTRECS-FILE.  ADDR-STATE
007000* DECIDES WHICH STATE'S DORMANCY PERIOD APPLIES.
007100*----------------------------------------------------------------
007200 FD  ADDRRECS-FILE RECORD CONTAINS 64 CHARACTERS
007300     RECORDING MODE F.
007400 01  ADDRREC.
007500     COPY ADDRREC.
007600
007700*----------------------------------------------------------------
007800* ESCHCTL-FILE - ONE RECORD PER STATE: THE STATE CODE, THE
007900* STATE NAME FOR THE REPORT, THE DORMANCY PERIOD IN YEARS, THE
008000* DUE-DILIGENCE LETTER WINDOW (NEAREST AND FARTHEST DAYS BEFORE
008100* THE ESCHEAT DATE) AND THE COMPLIANCE LOOK-AHEAD IN DAYS.  THE
008200* STATE CODE "**" IS THE DEFAULT RECORD: ITS PERIOD APPLIES TO
008300* AN ACCOUNT WITH NO ADDRESS OR WITH A STATE NOT ON THE FILE
008400* (REPORTED TO THE BANK'S STATE OF INCORPORATION), AND ITS
008500* WINDOW AND LOOK-AHEAD FILL ANY STATE RECORD THAT LEAVES THOSE
008600* FIELDS BLANK.  WITHOUT A "**" RECORD THE DEFAULTS ARE 3 YEARS,
008700* 60-120 DAYS AND 365 DAYS.
008800*----------------------------------------------------------------
008900 FD  ESCHCTL-FILE RECORD CONTAINS 80 CHARACTERS
009000     RECORDING MODE F.
009100 01  ESCHCTL-RECORD.
009200     05 ESCHCTL-STATE   PIC X(02).
009300     05 ESCHCTL-NAME    PIC X(20).
009400     05 ESCHCTL-YEARS   PIC X(02).
009500     05 ESCHCTL-LTR-MIN PIC X(03).
009600     05 ESCHCTL-LTR-MAX PIC X(03).
009700     05 ESCHCTL-AHEAD   PIC X(03).
009750     05 FILLER          PIC X(47).
009800
009900*----------------------------------------------------------------
010000* ESCHRPT-FILE - THE HOLDER REPORT: ONE SECTION PER STATE WITH
010100* EVERY ACCOUNT PAST THAT STATE'S PERIOD AND THE STATE TOTAL,
010200* THEN THE STATE-BY-STATE SUMMARY ON A NEW PAGE (WRITE AFTER
010300* ADVANCING PAGE), SO THE DATA SET CARRIES CARRIAGE CONTROL -
010400* RECFM=FBA IN THE JOB STREAM.
010500*----------------------------------------------------------------
010600 FD  ESCHRPT-FILE
010700     RECORDING MODE F.
010800 01  ESCHRPT-REPORT-LINE PIC X(120).
010900
011000*----------------------------------------------------------------
011100* ESCHLTR-FILE - ONE FIXED-FORMAT RECORD PER DUE-DILIGENCE
011200* LETTER FOR THE LETTER SHOP, IN STATE THEN ACCT-ID ORDER.  AN
011300* ACCOUNT WITH NO ADDRESS ON FILE CANNOT BE MAILED AND IS
011400* FLAGGED TO COMPLIANCE INSTEAD.
011500*----------------------------------------------------------------
011600 FD  ESCHLTR-FILE RECORD CONTAINS 130 CHARACTERS
011700     RECORDING MODE F.
011800 01  ESCHLTR-RECORD.
011900     05 LTR-ACCT-ID    PIC X(10).
012000     05 LTR-FNAME      PIC X(11).
012100     05 LTR-LNAME      PIC X(22).
012200     05 LTR-BALANCE    PIC X(12).
012300     05 LTR-LDATE      PIC X(08).
012400     05 LTR-DUE-DATE   PIC X(08).
012500     05 LTR-DAYS       PIC 9(03).
012600     05 LTR-STREET     PIC X(25).
012700     05 LTR-CITY       PIC X(18).
012800     05 LTR-STATE      PIC X(02).
012900     05 LTR-ZIP        PIC X(09).
013000     05 LTR-YEARS      PIC 9(02).
013100
013200*----------------------------------------------------------------
013300* ESCHCMP-FILE - THE COMPLIANCE FLAG LISTING: EVERY ACCOUNT DUE
013400* TO ESCHEAT WITHIN ITS STATE'S LOOK-AHEAD, WITH WHAT HAPPENED
013500* TO ITS DUE-DILIGENCE LETTER ON THIS RUN.
013600*----------------------------------------------------------------
013700 FD  ESCHCMP-FILE
013800     RECORDING MODE F.
013900 01  ESCHCMP-REPORT-LINE PIC X(120).
014000
014100*----------------------------------------------------------------
014200* CYCLECTL-FILE - THE SHARED CYCLE-CONTROL RECORD (SEE CYCCTL
014300* COPYBOOK), READ FOR THE BUSINESS DATE ONLY.  THIS IS AN
014400* ANNUAL REPORTING RUN THAT CHANGES NO MASTER, SO IT HAS NO
014500* COMPLETION STAMP OF ITS OWN AND MAY BE RERUN.
014600*----------------------------------------------------------------
014700 FD  CYCLECTL-FILE RECORD CONTAINS 56 CHARACTERS
014800     RECORDING MODE F.
014900 01  CYCLE-CONTROL-REC.
015000     COPY CYCCTL.
015100
015200*----------------------------------------------------------------
015300* ESCH-SORT - ONE RECORD PER ACCOUNT THAT IS PAST ITS PERIOD OR
015400* DUE WITHIN THE LOOK-AHEAD, SORTED STATE, CLASS, ACCT-ID SO
015500* THE REPORT STREAMS OUT ONE STATE SECTION AT A TIME.
015600*   ESR-CLASS  1 = PAST THE PERIOD (REPORT AND REMIT)
015700*              2 = DUE INSIDE THE LETTER WINDOW
015800*              3 = DUE NEARER THAN THE WINDOW (LETTER MISSED)
015900*              4 = DUE BEYOND THE WINDOW, INSIDE THE LOOK-AHEAD
016000*----------------------------------------------------------------
016100 SD  ESCH-SORT.
016200 01  ESCH-SORT-REC.
016300     05 ESR-STATE     PIC X(02).
016400     05 ESR-CLASS     PIC 9(01).
016500        88 ESR-PAST      VALUE 1.
016600        88 ESR-LETTER    VALUE 2.
016700        88 ESR-MISSED    VALUE 3.
016800        88 ESR-AHEAD     VALUE 4.
016900     05 ESR-ACCT-ID   PIC X(10).
017000     05 ESR-STATE-I   PIC 9(03).
017100     05 ESR-FNAME     PIC X(11).
017200     05 ESR-LNAME     PIC X(22).
017300     05 ESR-BALANCE   PIC X(12).
017400     05 ESR-BAL-NUM   PIC 9(11)V99.
017500     05 ESR-LDATE     PIC X(08).
017600     05 ESR-DUE-DATE  PIC X(08).
017700     05 ESR-DAYS      PIC 9(05).
017800     05 ESR-ADDR-SW   PIC X(01).
017900        88 ESR-HAS-ADDR  VALUE "Y".
018000     05 ESR-STREET    PIC X(25).
018100     05 ESR-CITY      PIC X(18).
018200     05 ESR-ADDR-ST   PIC X(02).
018300     05 ESR-ZIP       PIC X(09).
018400
018500 WORKING-STORAGE SECTION.
018600 77  CUST-NUM          PIC 9(06) VALUE 0.
018700 77  EXCEPT-NUM        PIC 9(06) VALUE 0.
018800 77  NOBAL-NUM         PIC 9(06) VALUE 0.
018900 77  NOADDR-NUM        PIC 9(06) VALUE 0.
019000 77  PAST-NUM          PIC 9(06) VALUE 0.
019100 77  LETTER-NUM        PIC 9(06) VALUE 0.
019200 77  FLAG-NUM          PIC 9(06) VALUE 0.
019300 77  CTLREJ-NUM        PIC 9(06) VALUE 0.
019400 77  SECTION-NUM       PIC 9(06) VALUE 0.
019500 77  PAST-AMT-SUM      PIC 9(13)V99 VALUE 0.
019600 77  SECTION-AMT-SUM   PIC 9(13)V99 VALUE 0.
019700 77  BALANCE-NUM       PIC 9(11)V99 VALUE 0.
019800 77  NUMVAL-TEST-RC    PIC S9(4) VALUE 0.
019900 77  DAYS-WORK         PIC S9(07) VALUE 0.
020000 77  LDATE-MAX-DD      PIC 9(02) VALUE 0.
020100 77  LEAP-YYYY         PIC 9(04) VALUE 0.
020200 77  LEAP-QUOTIENT     PIC 9(04) VALUE 0.
020300 77  LEAP-REMAINDER    PIC 9(03) VALUE 0.
020400 77  LEAP-YEAR-SW      PIC X(01) VALUE "N".
020500     88 LEAP-YEAR      VALUE "Y".
020600 77  EOF-SW            PIC X(01) VALUE "N".
020700     88 AT-EOF         VALUE "Y".
020800
020900 77  COUNT-ED          PIC ZZZ,ZZ9.
021000 77  AMOUNT-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
021100 77  SUM-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021200 77  DAYS-ED           PIC ZZZZ9.
021300 77  WINDOW-ED         PIC ZZZZ9.
021400
021500 01  ADDRRECS-STATUS   PIC XX VALUE SPACES.
021600     88 ADDRRECS-OK    VALUE "00".
021700 01  ADDR-EOF-SW       PIC X(01) VALUE "N".
021800     88 ADDR-EOF       VALUE "Y".
021900 01  ADDR-OPEN-SW      PIC X(01) VALUE "N".
022000     88 ADDR-OPEN      VALUE "Y".
022100 01  ESCHCTL-STATUS    PIC XX VALUE SPACES.
022200     88 ESCHCTL-OK     VALUE "00".
022300     88 ESCHCTL-EOF    VALUE "10".
022400 01  CYCLECTL-STATUS   PIC XX VALUE SPACES.
022500     88 CYCLECTL-OK    VALUE "00".
022600 01  CYCLE-AVAIL-SW    PIC X(01) VALUE "N".
022700     88 CYCLE-AVAIL    VALUE "Y".
022800 01  CYCLE-HELD-SW     PIC X(01) VALUE "N".
022900     88 CYCLE-HELD     VALUE "Y".
023000 01  BUSINESS-DATE     PIC X(08) VALUE SPACES.
023100 01  SORT-EOF-SW       PIC X(01) VALUE "N".
023200     88 SORT-EOF       VALUE "Y".
023300 01  CTLREC-VALID-SW   PIC X(01) VALUE "Y".
023400     88 CTLREC-VALID   VALUE "Y".
023500     88 CTLREC-INVALID VALUE "N".
023600 01  CUSTREC-VALID-SW  PIC X(01) VALUE "Y".
023700     88 CUSTREC-VALID    VALUE "Y".
023800     88 CUSTREC-INVALID  VALUE "N".
023900 01  CURR-STATE        PIC X(02) VALUE LOW-VALUES.
024000 01  CMP-ACTION        PIC X(30) VALUE SPACES.
024100
024200 01  SUMMARY-HEADING.
024300     05 FILLER PIC X(25) VALUE "ST NAME".
024400     05 FILLER PIC X(04) VALUE "YRS".
024500     05 FILLER PIC X(10) VALUE "      PAST".
024600     05 FILLER PIC X(21) VALUE "      AMOUNT TO REMIT".
024700     05 FILLER PIC X(11) VALUE "    LETTERS".
024800     05 FILLER PIC X(11) VALUE "    FLAGGED".
024900
025000*----------------------------------------------------------------
025100* STATE-TABLE - THE ESCHCTL RECORDS, PLUS THE RUN'S COUNTS AND
025200* AMOUNTS FOR EACH STATE FOR THE SUMMARY PAGE.  DEFAULT-I
025300* POINTS AT THE "**" ENTRY, WHICH IS ADDED WITH THE BUILT-IN
025400* DEFAULTS WHEN THE CONTROL FILE HAS NONE.
025500*----------------------------------------------------------------
025600 77  STATE-MAX         PIC 9(03) VALUE 70.
025700 77  NUM-STATES        PIC 9(03) VALUE 0.
025800 77  STATE-I           PIC 9(03) COMP VALUE 0.
025900 77  DEFAULT-I         PIC 9(03) COMP VALUE 0.
026000 77  CURR-STATE-I      PIC 9(03) COMP VALUE 0.
026100 77  DEFAULT-YEARS     PIC 9(02) VALUE 3.
026200 77  DEFAULT-LTR-MIN   PIC 9(03) VALUE 60.
026300 77  DEFAULT-LTR-MAX   PIC 9(03) VALUE 120.
026400 77  DEFAULT-AHEAD     PIC 9(03) VALUE 365.
026500 01  STATE-TABLE.
026600     05 ST-ENTRY OCCURS 70 TIMES.
026700        10 ST-STATE      PIC X(02).
026800        10 ST-NAME       PIC X(20).
026900        10 ST-YEARS      PIC 9(02).
027000        10 ST-LTR-MIN    PIC 9(03).
027100        10 ST-LTR-MAX    PIC 9(03).
027200        10 ST-AHEAD      PIC 9(03).
027300        10 ST-PAST-NUM   PIC 9(06).
027400        10 ST-PAST-AMT   PIC 9(13)V99.
027500        10 ST-LETTER-NUM PIC 9(06).
027600        10 ST-FLAG-NUM   PIC 9(06).
027700
027800 01  CTL-YEARS-NUM     PIC 9(02) VALUE 0.
027900 01  CTL-LTR-MIN-NUM   PIC 9(03) VALUE 0.
028000 01  CTL-LTR-MAX-NUM   PIC 9(03) VALUE 0.
028100 01  CTL-AHEAD-NUM     PIC 9(03) VALUE 0.
028200
028300 01  LDATE-WORK        PIC 9(08) VALUE 0.
028400 01  LDATE-WORK-R REDEFINES LDATE-WORK.
028500     05 LDATE-CHK-YYYY PIC 9(04).
028600     05 LDATE-CHK-MM   PIC 9(02).
028700     05 LDATE-CHK-DD   PIC 9(02).
028800
028900 01  DUE-DATE-WORK     PIC 9(08) VALUE 0.
029000 01  DUE-DATE-WORK-R REDEFINES DUE-DATE-WORK.
029100     05 DUE-YYYY       PIC 9(04).
029200     05 DUE-MM         PIC 9(02).
029300     05 DUE-DD         PIC 9(02).
029400
029500 01  TODAY-DATE-NUM    PIC 9(8) VALUE ZEROS.
029600 01  TODAY-INTEGER     PIC 9(9) COMP VALUE ZEROS.
029700 01  DUE-INTEGER       PIC 9(9) COMP VALUE ZEROS.
029800
029900 01  DATE-TODAY-HEADER.
030000     05 TODAY-YEAR PIC 9(4).
030100     05 TODAY-MONTH PIC 9(2).
030200     05 TODAY-DAY PIC 9(2).
030300     05 FILLER PIC X(13).
030400
030500 PROCEDURE DIVISION.
030600 0000-MAINLINE.
030700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
030800     IF CYCLE-HELD
030900        MOVE 8 TO RETURN-CODE
031000        STOP RUN
031100     END-IF
031200     IF NUM-STATES = 0
031300        DISPLAY "ESCHEAT - NO USABLE ESCHCTL STATE RECORDS, "
031400           "NOTHING REPORTED"
031500        MOVE 12 TO RETURN-CODE
031600        STOP RUN
031700     END-IF
031800     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
031900     PERFORM 3000-WRITE-REPORT-HEADERS THRU 3000-EXIT
032000     SORT ESCH-SORT
032100        ON ASCENDING KEY ESR-STATE ESR-CLASS ESR-ACCT-ID
032200        INPUT PROCEDURE IS 4000-READ-CUSTOMER-RECS
032300           THRU 4000-EXIT
032400        OUTPUT PROCEDURE IS 4600-WRITE-STATE-SECTIONS
032500           THRU 4600-EXIT
032600     PERFORM 5000-WRITE-SUMMARY-PAGE THRU 5000-EXIT
032700     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
032800     IF EXCEPT-NUM > 0 OR CTLREJ-NUM > 0
032900        MOVE 4 TO RETURN-CODE
033000     END-IF
033100     STOP RUN
033200     .
033300
033400 1000-INITIALIZE.
033500     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
033600     PERFORM 1060-READ-CYCLE-CONTROL THRU 1060-EXIT
033700     MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-NUM
033800     IF CYCLE-AVAIL
033900        MOVE BUSINESS-DATE TO DATE-TODAY-HEADER(1:8)
034000        MOVE BUSINESS-DATE TO TODAY-DATE-NUM
034100     END-IF
034200     COMPUTE TODAY-INTEGER =
034300        FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUM)
034400     PERFORM 1100-READ-ESCHCTL-RECS THRU 1100-EXIT
034500     .
034600 1000-EXIT.
034700     EXIT.
034800
034900*----------------------------------------------------------------
035000* 1060-READ-CYCLE-CONTROL - PICK UP THE BUSINESS DATE FROM THE
035100* SHARED CYCLE-CONTROL RECORD.  THE RUN IS HELD IF THE NIGHT'S
035200* CUSTMNT HAS NOT COMPLETED FOR THE BUSINESS DATE, SINCE THE
035300* LDATES WOULD BE A DAY STALE.  A MISSING CYCLECTL FILE
035400* ENFORCES NOTHING AND LEAVES THE WALL CLOCK AS THE AGING DATE.
035500* THE RECORD IS ONLY READ, NEVER STAMPED.
035600*----------------------------------------------------------------
035700 1060-READ-CYCLE-CONTROL.
035800     OPEN INPUT CYCLECTL-FILE
035900     IF NOT CYCLECTL-OK
036000        DISPLAY "ESCHEAT - CYCLECTL NOT AVAILABLE, STATUS "
036100           CYCLECTL-STATUS ", AGING TO THE SYSTEM DATE"
036200        GO TO 1060-EXIT
036300     END-IF
036400     READ CYCLECTL-FILE
036500     IF NOT CYCLECTL-OK
036600        DISPLAY "ESCHEAT - CYCLECTL EMPTY, AGING TO THE "
036700           "SYSTEM DATE"
036800        CLOSE CYCLECTL-FILE
036900        GO TO 1060-EXIT
037000     END-IF
037100     SET CYCLE-AVAIL TO TRUE
037200     MOVE CYC-BUSINESS-DATE TO BUSINESS-DATE
037300     IF CYC-CUSTMNT-DATE NOT = CYC-BUSINESS-DATE
037400        DISPLAY "ESCHEAT - CUSTMNT HAS NOT COMPLETED FOR "
037500           "BUSINESS DATE " BUSINESS-DATE " - RUN HELD"
037600        SET CYCLE-HELD TO TRUE
037700     END-IF
037800     CLOSE CYCLECTL-FILE
037900     .
038000 1060-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------------
038400* 1100-READ-ESCHCTL-RECS - LOAD THE STATE PERIODS.  A RECORD
038500* WITH NO STATE CODE, A NON-NUMERIC OR ZERO PERIOD, A WINDOW
038600* WHOSE NEAR END IS NOT BELOW ITS FAR END, OR A STATE ALREADY
038700* LOADED IS REJECTED ON THE CONSOLE AND COUNTED.  ONCE THE FILE
038800* IS IN, THE "**" DEFAULTS ARE FILLED INTO ANY STATE THAT LEFT
038900* ITS WINDOW OR LOOK-AHEAD BLANK.
039000*----------------------------------------------------------------
039100 1100-READ-ESCHCTL-RECS.
039200     OPEN INPUT ESCHCTL-FILE
039300     IF NOT ESCHCTL-OK
039400        DISPLAY "ESCHEAT - ESCHCTL-FILE NOT AVAILABLE, STATUS "
039500           ESCHCTL-STATUS
039600        GO TO 1100-EXIT
039700     END-IF
039800
039900     PERFORM 1110-READ-ONE-ESCHCTL-REC THRU 1110-EXIT
040000        UNTIL ESCHCTL-EOF
040100
040200     CLOSE ESCHCTL-FILE
040300
040400     IF NUM-STATES = 0
040500        GO TO 1100-EXIT
040600     END-IF
040700     IF DEFAULT-I = 0
040800        IF NUM-STATES < STATE-MAX
040900           DISPLAY "ESCHEAT - NO ** DEFAULT RECORD, USING "
041000              DEFAULT-YEARS " YEARS FOR UNLISTED STATES"
041100           ADD 1 TO NUM-STATES
041200           MOVE NUM-STATES TO DEFAULT-I
041300           MOVE "**" TO ST-STATE(DEFAULT-I)
041400           MOVE "NO ADDRESS/NOT LISTED" TO ST-NAME(DEFAULT-I)
041500           MOVE DEFAULT-YEARS TO ST-YEARS(DEFAULT-I)
041600           MOVE 0 TO ST-LTR-MIN(DEFAULT-I)
041700           MOVE 0 TO ST-LTR-MAX(DEFAULT-I)
041800           MOVE 0 TO ST-AHEAD(DEFAULT-I)
041900        ELSE
042000           DISPLAY "ESCHEAT - STATE TABLE FULL, NO ROOM FOR "
042100              "THE ** DEFAULT ENTRY"
042200           MOVE 0 TO NUM-STATES
042300           GO TO 1100-EXIT
042400        END-IF
042500     END-IF
042600     PERFORM 1130-APPLY-DEFAULTS THRU 1130-EXIT
042700        VARYING STATE-I FROM 1 BY 1 UNTIL STATE-I > NUM-STATES
042800     .
042900 1100-EXIT.
043000     EXIT.
043100
043200 1110-READ-ONE-ESCHCTL-REC.
043300     READ ESCHCTL-FILE
043400        AT END
043500           GO TO 1110-EXIT
043600     END-READ
043700
043800     PERFORM 1120-VALIDATE-ESCHCTL-REC THRU 1120-EXIT
043900     IF CTLREC-INVALID
044000        ADD 1 TO CTLREJ-NUM
044100        DISPLAY "ESCHEAT - ESCHCTL RECORD REJECTED: "
044200           ESCHCTL-RECORD
044300        GO TO 1110-EXIT
044400     END-IF
044500     IF NUM-STATES NOT < STATE-MAX
044600        ADD 1 TO CTLREJ-NUM
044700        DISPLAY "ESCHEAT - STATE TABLE FULL, ESCHCTL RECORD "
044800           "IGNORED: " ESCHCTL-STATE
044900        GO TO 1110-EXIT
045000     END-IF
045100
045200     ADD 1 TO NUM-STATES
045300     MOVE ESCHCTL-STATE TO ST-STATE(NUM-STATES)
045400     MOVE ESCHCTL-NAME TO ST-NAME(NUM-STATES)
045500     MOVE CTL-YEARS-NUM TO ST-YEARS(NUM-STATES)
045600     MOVE CTL-LTR-MIN-NUM TO ST-LTR-MIN(NUM-STATES)
045700     MOVE CTL-LTR-MAX-NUM TO ST-LTR-MAX(NUM-STATES)
045800     MOVE CTL-AHEAD-NUM TO ST-AHEAD(NUM-STATES)
045900     IF ESCHCTL-STATE = "**"
046000        MOVE NUM-STATES TO DEFAULT-I
046100        MOVE CTL-YEARS-NUM TO DEFAULT-YEARS
046200        IF CTL-LTR-MAX-NUM > 0
046300           MOVE CTL-LTR-MIN-NUM TO DEFAULT-LTR-MIN
046400           MOVE CTL-LTR-MAX-NUM TO DEFAULT-LTR-MAX
046500        END-IF
046600        IF CTL-AHEAD-NUM > 0
046700           MOVE CTL-AHEAD-NUM TO DEFAULT-AHEAD
046800        END-IF
046900     END-IF
047000     .
047100 1110-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500* 1120-VALIDATE-ESCHCTL-REC - EDIT ONE CONTROL RECORD INTO THE
047600* CTL-...-NUM FIELDS.  A BLANK WINDOW OR LOOK-AHEAD IS ZERO,
047700* MEANING "USE THE DEFAULT"; THE WINDOW IS GIVEN AS A PAIR OR
047800* NOT AT ALL.
047900*----------------------------------------------------------------
048000 1120-VALIDATE-ESCHCTL-REC.
048100     SET CTLREC-VALID TO TRUE
048200     MOVE 0 TO CTL-YEARS-NUM
048300     MOVE 0 TO CTL-LTR-MIN-NUM
048400     MOVE 0 TO CTL-LTR-MAX-NUM
048500     MOVE 0 TO CTL-AHEAD-NUM
048600
048700     IF ESCHCTL-STATE = SPACES
048800        SET CTLREC-INVALID TO TRUE
048900        GO TO 1120-EXIT
049000     END-IF
049100     PERFORM 1125-CHECK-DUP-STATE THRU 1125-EXIT
049200        VARYING STATE-I FROM 1 BY 1 UNTIL STATE-I > NUM-STATES
049300     IF CTLREC-INVALID
049400        GO TO 1120-EXIT
049500     END-IF
049600
049700     COMPUTE NUMVAL-TEST-RC =
049800        FUNCTION TEST-NUMVAL(ESCHCTL-YEARS)
049900     IF NUMVAL-TEST-RC NOT = 0
050000        SET CTLREC-INVALID TO TRUE
050100        GO TO 1120-EXIT
050200     END-IF
050300     COMPUTE CTL-YEARS-NUM = FUNCTION NUMVAL(ESCHCTL-YEARS)
050400     IF CTL-YEARS-NUM = 0
050500        SET CTLREC-INVALID TO TRUE
050600        GO TO 1120-EXIT
050700     END-IF
050800
050900     IF ESCHCTL-LTR-MIN NOT = SPACES
051000        OR ESCHCTL-LTR-MAX NOT = SPACES
051100        COMPUTE NUMVAL-TEST-RC =
051200           FUNCTION TEST-NUMVAL(ESCHCTL-LTR-MIN)
051300        IF NUMVAL-TEST-RC NOT = 0
051400           SET CTLREC-INVALID TO TRUE
051500           GO TO 1120-EXIT
051600        END-IF
051700        COMPUTE NUMVAL-TEST-RC =
051800           FUNCTION TEST-NUMVAL(ESCHCTL-LTR-MAX)
051900        IF NUMVAL-TEST-RC NOT = 0
052000           SET CTLREC-INVALID TO TRUE
052100           GO TO 1120-EXIT
052200        END-IF
052300        COMPUTE CTL-LTR-MIN-NUM =
052400           FUNCTION NUMVAL(ESCHCTL-LTR-MIN)
052500        COMPUTE CTL-LTR-MAX-NUM =
052600           FUNCTION NUMVAL(ESCHCTL-LTR-MAX)
052700        IF CTL-LTR-MIN-NUM NOT < CTL-LTR-MAX-NUM
052800           SET CTLREC-INVALID TO TRUE
052900           GO TO 1120-EXIT
053000        END-IF
053100     END-IF
053200
053300     IF ESCHCTL-AHEAD NOT = SPACES
053400        COMPUTE NUMVAL-TEST-RC =
053500           FUNCTION TEST-NUMVAL(ESCHCTL-AHEAD)
053600        IF NUMVAL-TEST-RC NOT = 0
053700           SET CTLREC-INVALID TO TRUE
053800           GO TO 1120-EXIT
053900        END-IF
054000        COMPUTE CTL-AHEAD-NUM = FUNCTION NUMVAL(ESCHCTL-AHEAD)
054100     END-IF
054200     .
054300 1120-EXIT.
054400     EXIT.
054500
054600 1125-CHECK-DUP-STATE.
054700     IF ST-STATE(STATE-I) = ESCHCTL-STATE
054800        SET CTLREC-INVALID TO TRUE
054900     END-IF
055000     .
055100 1125-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------
055500* 1130-APPLY-DEFAULTS - FILL A BLANK WINDOW OR LOOK-AHEAD FROM
055600* THE DEFAULTS.  THE LOOK-AHEAD IS NEVER ALLOWED SHORTER THAN
055700* THE FAR END OF THE WINDOW, OR A LETTER COULD GO OUT FOR AN
055800* ACCOUNT COMPLIANCE NEVER SEES.
055900*----------------------------------------------------------------
056000 1130-APPLY-DEFAULTS.
056100     IF ST-LTR-MAX(STATE-I) = 0
056200        MOVE DEFAULT-LTR-MIN TO ST-LTR-MIN(STATE-I)
056300        MOVE DEFAULT-LTR-MAX TO ST-LTR-MAX(STATE-I)
056400     END-IF
056500     IF ST-AHEAD(STATE-I) = 0
056600        MOVE DEFAULT-AHEAD TO ST-AHEAD(STATE-I)
056700     END-IF
056800     IF ST-AHEAD(STATE-I) < ST-LTR-MAX(STATE-I)
056900        MOVE ST-LTR-MAX(STATE-I) TO ST-AHEAD(STATE-I)
057000     END-IF
057100     MOVE 0 TO ST-PAST-NUM(STATE-I)
057200     MOVE 0 TO ST-PAST-AMT(STATE-I)
057300     MOVE 0 TO ST-LETTER-NUM(STATE-I)
057400     MOVE 0 TO ST-FLAG-NUM(STATE-I)
057500     .
057600 1130-EXIT.
057700     EXIT.
057800
057900 2000-OPEN-FILES.
058000     OPEN INPUT CUSTRECS-FILE
058100     OPEN OUTPUT ESCHRPT-FILE
058200     OPEN OUTPUT ESCHLTR-FILE
058300     OPEN OUTPUT ESCHCMP-FILE
058400
058500     OPEN INPUT ADDRRECS-FILE
058600     IF ADDRRECS-OK
058700        SET ADDR-OPEN TO TRUE
058800        PERFORM 2100-READ-ADDR-REC THRU 2100-EXIT
058900     ELSE
059000        DISPLAY "ESCHEAT - ADDRRECS-FILE NOT AVAILABLE, "
059100           "STATUS " ADDRRECS-STATUS
059200           ", EVERY ACCOUNT AGED ON THE ** DEFAULT PERIOD"
059300        SET ADDR-EOF TO TRUE
059400     END-IF
059500     .
059600 2000-EXIT.
059700     EXIT.
059800
059900*----------------------------------------------------------------
060000* 2100-READ-ADDR-REC - READ-AHEAD FOR THE ADDRESS JOIN.  AT END
060100* THE KEY IS SET TO HIGH-VALUES SO THE JOIN COMPARES STAY WELL
060200* DEFINED.
060300*----------------------------------------------------------------
060400 2100-READ-ADDR-REC.
060500     READ ADDRRECS-FILE
060600        AT END
060700           SET ADDR-EOF TO TRUE
060800           MOVE HIGH-VALUES TO ADDR-ACCT-ID
060900     END-READ
061000     .
061100 2100-EXIT.
061200     EXIT.
061300
061400 3000-WRITE-REPORT-HEADERS.
061500     MOVE SPACES TO ESCHRPT-REPORT-LINE
061600     STRING
061700        "UNCLAIMED PROPERTY HOLDER REPORT - " DELIMITED BY SIZE
061800        "ACCOUNTS PAST THE STATE DORMANCY PERIOD"
061900           DELIMITED BY SIZE
062000        INTO ESCHRPT-REPORT-LINE
062100     WRITE ESCHRPT-REPORT-LINE
062200
062300     MOVE SPACES TO ESCHRPT-REPORT-LINE
062400     STRING
062500        "AGED TO BUSINESS DATE " DELIMITED BY SIZE
062600        TODAY-MONTH DELIMITED BY SIZE
062700        "." DELIMITED BY SIZE
062800        TODAY-DAY DELIMITED BY SIZE
062900        "." DELIMITED BY SIZE
063000        TODAY-YEAR DELIMITED BY SIZE
063100        INTO ESCHRPT-REPORT-LINE
063200     WRITE ESCHRPT-REPORT-LINE
063300
063400     MOVE "ACCOUNTS DUE TO ESCHEAT - FLAGGED FOR COMPLIANCE"
063500        TO ESCHCMP-REPORT-LINE
063600     WRITE ESCHCMP-REPORT-LINE
063700
063800     MOVE SPACES TO ESCHCMP-REPORT-LINE
063900     STRING
064000        "AGED TO BUSINESS DATE " DELIMITED BY SIZE
064100        TODAY-MONTH DELIMITED BY SIZE
064200        "." DELIMITED BY SIZE
064300        TODAY-DAY DELIMITED BY SIZE
064400        "." DELIMITED BY SIZE
064500        TODAY-YEAR DELIMITED BY SIZE
064600        INTO ESCHCMP-REPORT-LINE
064700     WRITE ESCHCMP-REPORT-LINE
064800     .
064900 3000-EXIT.
065000     EXIT.
065100
065200 4000-READ-CUSTOMER-RECS.
065300     PERFORM 4100-READ-REC THRU 4100-EXIT
065400        UNTIL AT-EOF
065500     .
065600 4000-EXIT.
065700     EXIT.
065800
065900*----------------------------------------------------------------
066000* 4100-READ-REC - ONE CUSTOMER.  A RECORD THAT FAILS EDIT IS
066100* COUNTED AND SKIPPED; AN ACCOUNT WITH NOTHING ON DEPOSIT HAS
066200* NO PROPERTY TO REPORT AND IS COUNTED AND SKIPPED.  THE
066300* ADDRESS IS JOINED FIRST EITHER WAY SO THE ADDRESS FILE STAYS
066400* IN STEP WITH THE MASTER.
066500*----------------------------------------------------------------
066600 4100-READ-REC.
066700     READ CUSTRECS-FILE
066800        AT END
066900           SET AT-EOF TO TRUE
067000           GO TO 4100-EXIT
067100     END-READ
067200
067300     ADD 1 TO CUST-NUM
067400     PERFORM 4220-JOIN-ADDRESS THRU 4220-EXIT
067500     PERFORM 4150-VALIDATE-CUSTREC THRU 4150-EXIT
067600     IF CUSTREC-INVALID
067700        ADD 1 TO EXCEPT-NUM
067800        GO TO 4100-EXIT
067900     END-IF
068000     COMPUTE BALANCE-NUM =
068100        FUNCTION NUMVAL-C(BALANCE IN CUSTREC)
068200     IF BALANCE-NUM = 0
068300        ADD 1 TO NOBAL-NUM
068400        GO TO 4100-EXIT
068500     END-IF
068600     PERFORM 4200-CHECK-ESCHEAT THRU 4200-EXIT
068700     .
068800 4100-EXIT.
068900     EXIT.
069000
069100*----------------------------------------------------------------
069200* 4150-VALIDATE-CUSTREC - CONFIRM BALANCE AND LDATE ARE VALID
069300* BEFORE THEY ARE USED, THE SAME EDIT DORMACCT APPLIES: THE
069400* LDATE DAY IS CHECKED AGAINST THE REAL LENGTH OF ITS MONTH.
069500*----------------------------------------------------------------
069600 4150-VALIDATE-CUSTREC.
069700     SET CUSTREC-VALID TO TRUE
069800
069900     COMPUTE NUMVAL-TEST-RC =
070000        FUNCTION TEST-NUMVAL-C(BALANCE IN CUSTREC)
070100     IF NUMVAL-TEST-RC NOT = 0
070200        SET CUSTREC-INVALID TO TRUE
070300        GO TO 4150-EXIT
070400     END-IF
070500
070600     COMPUTE NUMVAL-TEST-RC =
070700        FUNCTION TEST-NUMVAL(LDATE IN CUSTREC)
070800     IF NUMVAL-TEST-RC NOT = 0
070900        SET CUSTREC-INVALID TO TRUE
071000        GO TO 4150-EXIT
071100     END-IF
071200     MOVE LDATE IN CUSTREC TO LDATE-WORK
071300     IF LDATE-CHK-YYYY < 1900 OR LDATE-CHK-YYYY > 2099
071400        OR LDATE-CHK-MM < 1 OR LDATE-CHK-MM > 12
071500        OR LDATE-CHK-DD < 1 OR LDATE-CHK-DD > 31
071600        SET CUSTREC-INVALID TO TRUE
071700        GO TO 4150-EXIT
071800     END-IF
071900
072000     MOVE LDATE-CHK-YYYY TO LEAP-YYYY
072100     PERFORM 4160-SET-LEAP-YEAR THRU 4160-EXIT
072200     EVALUATE LDATE-CHK-MM
072300        WHEN 4
072400        WHEN 6
072500        WHEN 9
072600        WHEN 11
072700           MOVE 30 TO LDATE-MAX-DD
072800        WHEN 2
072900           IF LEAP-YEAR
073000              MOVE 29 TO LDATE-MAX-DD
073100           ELSE
073200              MOVE 28 TO LDATE-MAX-DD
073300           END-IF
073400        WHEN OTHER
073500           MOVE 31 TO LDATE-MAX-DD
073600     END-EVALUATE
073700     IF LDATE-CHK-DD > LDATE-MAX-DD
073800        SET CUSTREC-INVALID TO TRUE
073900     END-IF
074000     .
074100 4150-EXIT.
074200     EXIT.
074300
074400*----------------------------------------------------------------
074500* 4160-SET-LEAP-YEAR - IS LEAP-YYYY A LEAP YEAR.  THE ESCHEAT
074600* DATE CAN RUN PAST 2099, SO THIS IS THE FULL GREGORIAN RULE
074700* RATHER THAN DORMACCT'S 1900-2099 SHORT FORM.
074800*----------------------------------------------------------------
074900 4160-SET-LEAP-YEAR.
075000     MOVE "N" TO LEAP-YEAR-SW
075100     DIVIDE LEAP-YYYY BY 4
075200        GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
075300     IF LEAP-REMAINDER NOT = 0
075400        GO TO 4160-EXIT
075500     END-IF
075600     SET LEAP-YEAR TO TRUE
075700     DIVIDE LEAP-YYYY BY 100
075800        GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
075900     IF LEAP-REMAINDER NOT = 0
076000        GO TO 4160-EXIT
076100     END-IF
076200     DIVIDE LEAP-YYYY BY 400
076300        GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
076400     IF LEAP-REMAINDER NOT = 0
076500        MOVE "N" TO LEAP-YEAR-SW
076600     END-IF
076700     .
076800 4160-EXIT.
076900     EXIT.
077000
077100*----------------------------------------------------------------
077200* 4200-CHECK-ESCHEAT - FIND THE OWNER'S STATE, WORK OUT THE
077300* ESCHEAT DATE (LDATE PLUS THE STATE PERIOD IN YEARS, A
077400* FEBRUARY 29 LDATE FALLING TO FEBRUARY 28 IN A COMMON YEAR)
077500* AND CLASSIFY THE ACCOUNT BY DAYS TO THAT DATE.  ANYTHING
077600* PAST THE PERIOD OR DUE WITHIN THE LOOK-AHEAD IS COUNTED TO
077700* ITS STATE AND RELEASED TO THE SORT.
077800*----------------------------------------------------------------
077900 4200-CHECK-ESCHEAT.
078000     MOVE DEFAULT-I TO CURR-STATE-I
078100     IF ESR-HAS-ADDR
078200        PERFORM 4230-FIND-STATE THRU 4230-EXIT
078300           VARYING STATE-I FROM 1 BY 1
078400           UNTIL STATE-I > NUM-STATES
078500              OR CURR-STATE-I NOT = DEFAULT-I
078600     END-IF
078700
078800     MOVE LDATE-WORK TO DUE-DATE-WORK
078900     ADD ST-YEARS(CURR-STATE-I) TO DUE-YYYY
079000     IF DUE-MM = 2 AND DUE-DD = 29
079100        MOVE DUE-YYYY TO LEAP-YYYY
079200        PERFORM 4160-SET-LEAP-YEAR THRU 4160-EXIT
079300        IF NOT LEAP-YEAR
079400           MOVE 28 TO DUE-DD
079500        END-IF
079600     END-IF
079700     COMPUTE DUE-INTEGER =
079800        FUNCTION INTEGER-OF-DATE(DUE-DATE-WORK)
079900     COMPUTE DAYS-WORK = DUE-INTEGER - TODAY-INTEGER
080000
080100     EVALUATE TRUE
080200        WHEN DAYS-WORK NOT > 0
080300           MOVE 1 TO ESR-CLASS
080400           COMPUTE ESR-DAYS = 0 - DAYS-WORK
080500           ADD 1 TO ST-PAST-NUM(CURR-STATE-I)
080600           ADD BALANCE-NUM TO ST-PAST-AMT(CURR-STATE-I)
080700        WHEN DAYS-WORK > ST-AHEAD(CURR-STATE-I)
080800           GO TO 4200-EXIT
080900        WHEN DAYS-WORK < ST-LTR-MIN(CURR-STATE-I)
081000           MOVE 3 TO ESR-CLASS
081100           MOVE DAYS-WORK TO ESR-DAYS
081200           ADD 1 TO ST-FLAG-NUM(CURR-STATE-I)
081300        WHEN DAYS-WORK > ST-LTR-MAX(CURR-STATE-I)
081400           MOVE 4 TO ESR-CLASS
081500           MOVE DAYS-WORK TO ESR-DAYS
081600           ADD 1 TO ST-FLAG-NUM(CURR-STATE-I)
081700        WHEN OTHER
081800           MOVE 2 TO ESR-CLASS
081900           MOVE DAYS-WORK TO ESR-DAYS
082000           ADD 1 TO ST-FLAG-NUM(CURR-STATE-I)
082100           IF ESR-HAS-ADDR
082200              ADD 1 TO ST-LETTER-NUM(CURR-STATE-I)
082300           END-IF
082400     END-EVALUATE
082500
082600     MOVE ST-STATE(CURR-STATE-I) TO ESR-STATE
082700     MOVE CURR-STATE-I TO ESR-STATE-I
082800     MOVE ACCT-ID IN CUSTREC TO ESR-ACCT-ID
082900     MOVE FNAME IN CUSTREC TO ESR-FNAME
083000     MOVE LNAME IN CUSTREC TO ESR-LNAME
083100     MOVE BALANCE IN CUSTREC TO ESR-BALANCE
083200     MOVE BALANCE-NUM TO ESR-BAL-NUM
083300     MOVE LDATE IN CUSTREC TO ESR-LDATE
083400     MOVE DUE-DATE-WORK TO ESR-DUE-DATE
083500     RELEASE ESCH-SORT-REC
083600     .
083700 4200-EXIT.
083800     EXIT.
083900
084000*----------------------------------------------------------------
084100* 4220-JOIN-ADDRESS - BOTH CUSTRECS-FILE AND ADDRRECS-FILE
084200* ASCEND BY ACCT-ID, SO THE ADDRESS FILE IS ADVANCED TO THE
084300* ACCOUNT'S KEY AND THE MATCHING ADDRESS (OR SPACES WHEN THERE
084400* IS NONE) GOES INTO THE SORT RECORD BEING BUILT.  AN ADDRESS
084500* WITH A BLANK STATE COUNTS AS NO ADDRESS - IT CAN NEITHER BE
084600* AGED ON A STATE PERIOD NOR MAILED.
084700*----------------------------------------------------------------
084800 4220-JOIN-ADDRESS.
084900     PERFORM 2100-READ-ADDR-REC THRU 2100-EXIT
085000        UNTIL ADDR-EOF
085100           OR ADDR-ACCT-ID NOT < ACCT-ID IN CUSTREC
085200     IF NOT ADDR-EOF
085300        AND ADDR-ACCT-ID = ACCT-ID IN CUSTREC
085400        AND ADDR-STATE NOT = SPACES
085500        MOVE "Y" TO ESR-ADDR-SW
085600        MOVE ADDR-STREET TO ESR-STREET
085700        MOVE ADDR-CITY TO ESR-CITY
085800        MOVE ADDR-STATE TO ESR-ADDR-ST
085900        MOVE ADDR-ZIP TO ESR-ZIP
086000     ELSE
086100        ADD 1 TO NOADDR-NUM
086200        MOVE "N" TO ESR-ADDR-SW
086300        MOVE SPACES TO ESR-STREET
086400        MOVE SPACES TO ESR-CITY
086500        MOVE SPACES TO ESR-ADDR-ST
086600        MOVE SPACES TO ESR-ZIP
086700     END-IF
086800     .
086900 4220-EXIT.
087000     EXIT.
087100
087200 4230-FIND-STATE.
087300     IF ST-STATE(STATE-I) = ESR-ADDR-ST
087400        MOVE STATE-I TO CURR-STATE-I
087500     END-IF
087600     .
087700 4230-EXIT.
087800     EXIT.
087900
088000*----------------------------------------------------------------
088100* 4600-WRITE-STATE-SECTIONS - STREAM THE SORTED ACCOUNTS.  EACH
088200* STATE WITH ACCOUNTS PAST ITS PERIOD GETS A HOLDER-REPORT
088300* SECTION AND A STATE TOTAL; ACCOUNTS STILL SHORT OF THE DATE
088400* GO TO THE COMPLIANCE LISTING AND, INSIDE THE WINDOW, TO THE
088500* LETTER EXTRACT.
088600*----------------------------------------------------------------
088700 4600-WRITE-STATE-SECTIONS.
088800     PERFORM 4630-GET-SORT-REC THRU 4630-EXIT
088900     PERFORM 4640-PROCESS-SORT-REC THRU 4640-EXIT
089000        UNTIL SORT-EOF
089100     PERFORM 4620-CLOSE-STATE-SECTION THRU 4620-EXIT
089200     .
089300 4600-EXIT.
089400     EXIT.
089500
089600*----------------------------------------------------------------
089700* 4610-OPEN-STATE-SECTION - HEADING FOR A NEW STATE ON THE
089800* HOLDER REPORT.
089900*----------------------------------------------------------------
090000 4610-OPEN-STATE-SECTION.
090100     MOVE ESR-STATE TO CURR-STATE
090200     MOVE ESR-STATE-I TO CURR-STATE-I
090300     MOVE 0 TO SECTION-NUM
090400     MOVE 0 TO SECTION-AMT-SUM
090500     MOVE SPACES TO ESCHRPT-REPORT-LINE
090600     WRITE ESCHRPT-REPORT-LINE
090700     MOVE SPACES TO ESCHRPT-REPORT-LINE
090800     STRING
090900        "----- STATE " DELIMITED BY SIZE
091000        ST-STATE(CURR-STATE-I) DELIMITED BY SIZE
091100        " " DELIMITED BY SIZE
091200        ST-NAME(CURR-STATE-I) DELIMITED BY SIZE
091300        " DORMANCY PERIOD " DELIMITED BY SIZE
091400        ST-YEARS(CURR-STATE-I) DELIMITED BY SIZE
091500        " YEARS -----" DELIMITED BY SIZE
091600        INTO ESCHRPT-REPORT-LINE
091700     WRITE ESCHRPT-REPORT-LINE
091800     .
091900 4610-EXIT.
092000     EXIT.
092100
092200*----------------------------------------------------------------
092300* 4620-CLOSE-STATE-SECTION - STATE TOTAL UNDER THE LAST SECTION
092400* OPENED, IF ANY.
092500*----------------------------------------------------------------
092600 4620-CLOSE-STATE-SECTION.
092700     IF CURR-STATE = LOW-VALUES
092800        GO TO 4620-EXIT
092900     END-IF
093000     MOVE SECTION-NUM TO COUNT-ED
093100     MOVE SECTION-AMT-SUM TO SUM-ED
093200     MOVE SPACES TO ESCHRPT-REPORT-LINE
093300     STRING
093400        "STATE " DELIMITED BY SIZE
093500        CURR-STATE DELIMITED BY SIZE
093600        " TOTAL - ACCOUNTS: " DELIMITED BY SIZE
093700        COUNT-ED DELIMITED BY SIZE
093800        "  AMOUNT TO REMIT: " DELIMITED BY SIZE
093900        SUM-ED DELIMITED BY SIZE
094000        INTO ESCHRPT-REPORT-LINE
094100     WRITE ESCHRPT-REPORT-LINE
094200     MOVE LOW-VALUES TO CURR-STATE
094300     .
094400 4620-EXIT.
094500     EXIT.
094600
094700 4630-GET-SORT-REC.
094800     RETURN ESCH-SORT
094900        AT END
095000           SET SORT-EOF TO TRUE
095100     END-RETURN
095200     .
095300 4630-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------------
095700* 4640-PROCESS-SORT-REC - ONE SORTED ACCOUNT.  CLASS 1 SORTS
095800* FIRST WITHIN A STATE, SO A CHANGE OF STATE ON A CLASS 1
095900* RECORD CLOSES THE PRIOR SECTION AND OPENS THE NEW ONE.
096000*----------------------------------------------------------------
096100 4640-PROCESS-SORT-REC.
096200     IF ESR-PAST
096300        IF ESR-STATE NOT = CURR-STATE
096400           PERFORM 4620-CLOSE-STATE-SECTION THRU 4620-EXIT
096500           PERFORM 4610-OPEN-STATE-SECTION THRU 4610-EXIT
096600        END-IF
096700        PERFORM 4650-WRITE-HOLDER-LINE THRU 4650-EXIT
096800     ELSE
096900        PERFORM 4620-CLOSE-STATE-SECTION THRU 4620-EXIT
097000        PERFORM 4660-WRITE-COMPLIANCE-LINE THRU 4660-EXIT
097100     END-IF
097200     PERFORM 4630-GET-SORT-REC THRU 4630-EXIT
097300     .
097400 4640-EXIT.
097500     EXIT.
097600
097700 4650-WRITE-HOLDER-LINE.
097800     ADD 1 TO SECTION-NUM
097900     ADD ESR-BAL-NUM TO SECTION-AMT-SUM
098000     ADD 1 TO PAST-NUM
098100     ADD ESR-BAL-NUM TO PAST-AMT-SUM
098200     MOVE ESR-BAL-NUM TO AMOUNT-ED
098300     MOVE ESR-DAYS TO DAYS-ED
098400     MOVE SPACES TO ESCHRPT-REPORT-LINE
098500     STRING
098600        ESR-ACCT-ID DELIMITED BY SIZE
098700        " " DELIMITED BY SIZE
098800        ESR-FNAME DELIMITED BY SIZE
098900        " " DELIMITED BY SIZE
099000        ESR-LNAME DELIMITED BY SIZE
099100        " " DELIMITED BY SIZE
099200        AMOUNT-ED DELIMITED BY SIZE
099300        " LDATE " DELIMITED BY SIZE
099400        ESR-LDATE DELIMITED BY SIZE
099500        " ESCHEAT " DELIMITED BY SIZE
099600        ESR-DUE-DATE DELIMITED BY SIZE
099700        " PAST BY " DELIMITED BY SIZE
099800        DAYS-ED DELIMITED BY SIZE
099900        " DAYS" DELIMITED BY SIZE
100000        INTO ESCHRPT-REPORT-LINE
100100     WRITE ESCHRPT-REPORT-LINE
100200     .
100300 4650-EXIT.
100400     EXIT.
100500
100600*----------------------------------------------------------------
100700* 4660-WRITE-COMPLIANCE-LINE - FLAG AN ACCOUNT DUE TO ESCHEAT
100800* AND SAY WHAT HAPPENED TO ITS LETTER.  INSIDE THE WINDOW WITH
100900* AN ADDRESS THE LETTER GOES TO THE EXTRACT; WITHOUT ONE IT
101000* CANNOT BE MAILED.  NEARER THAN THE WINDOW THE LETTER HAS BEEN
101100* MISSED; FARTHER OUT THE LINE SAYS HOW MANY DAYS REMAIN BEFORE
101200* THE WINDOW OPENS.
101300*----------------------------------------------------------------
101400 4660-WRITE-COMPLIANCE-LINE.
101500     ADD 1 TO FLAG-NUM
101600     EVALUATE TRUE
101700        WHEN ESR-LETTER AND ESR-HAS-ADDR
101800           MOVE "LETTER EXTRACTED" TO CMP-ACTION
101900           PERFORM 4670-WRITE-LETTER-REC THRU 4670-EXIT
102000        WHEN ESR-LETTER
102100           MOVE "NO ADDRESS - NO LETTER" TO CMP-ACTION
102200        WHEN ESR-MISSED
102300           MOVE "LETTER WINDOW MISSED" TO CMP-ACTION
102400        WHEN OTHER
102500           COMPUTE WINDOW-ED =
102600              ESR-DAYS - ST-LTR-MAX(ESR-STATE-I)
102700           MOVE SPACES TO CMP-ACTION
102800           STRING
102900              "LETTER DUE IN " DELIMITED BY SIZE
103000              WINDOW-ED DELIMITED BY SIZE
103100              " DAYS" DELIMITED BY SIZE
103200              INTO CMP-ACTION
103300     END-EVALUATE
103400
103500     MOVE ESR-BAL-NUM TO AMOUNT-ED
103600     MOVE ESR-DAYS TO DAYS-ED
103700     MOVE SPACES TO ESCHCMP-REPORT-LINE
103800     STRING
103900        ESR-ACCT-ID DELIMITED BY SIZE
104000        " " DELIMITED BY SIZE
104100        ESR-LNAME DELIMITED BY SIZE
104200        " " DELIMITED BY SIZE
104300        AMOUNT-ED DELIMITED BY SIZE
104400        " " DELIMITED BY SIZE
104500        ESR-STATE DELIMITED BY SIZE
104600        " ESCHEAT " DELIMITED BY SIZE
104700        ESR-DUE-DATE DELIMITED BY SIZE
104800        " IN " DELIMITED BY SIZE
104900        DAYS-ED DELIMITED BY SIZE
105000        " DAYS - " DELIMITED BY SIZE
105100        CMP-ACTION DELIMITED BY SIZE
105200        INTO ESCHCMP-REPORT-LINE
105300     WRITE ESCHCMP-REPORT-LINE
105400     .
105500 4660-EXIT.
105600     EXIT.
105700
105800 4670-WRITE-LETTER-REC.
105900     ADD 1 TO LETTER-NUM
106000     MOVE ESR-ACCT-ID TO LTR-ACCT-ID
106100     MOVE ESR-FNAME TO LTR-FNAME
106200     MOVE ESR-LNAME TO LTR-LNAME
106300     MOVE ESR-BALANCE TO LTR-BALANCE
106400     MOVE ESR-LDATE TO LTR-LDATE
106500     MOVE ESR-DUE-DATE TO LTR-DUE-DATE
106600     MOVE ESR-DAYS TO LTR-DAYS
106700     MOVE ESR-STREET TO LTR-STREET
106800     MOVE ESR-CITY TO LTR-CITY
106900     MOVE ESR-ADDR-ST TO LTR-STATE
107000     MOVE ESR-ZIP TO LTR-ZIP
107100     MOVE ST-YEARS(ESR-STATE-I) TO LTR-YEARS
107200     WRITE ESCHLTR-RECORD
107300     .
107400 4670-EXIT.
107500     EXIT.
107600
107700*----------------------------------------------------------------
107800* 5000-WRITE-SUMMARY-PAGE - THE STATE-BY-STATE SUMMARY ON ITS
107900* OWN PAGE: EVERY STATE ON THE CONTROL FILE, EVEN WITH NOTHING
108000* TO REPORT, SO THE FILING CLERK CAN TICK OFF EVERY STATE.
108100*----------------------------------------------------------------
108200 5000-WRITE-SUMMARY-PAGE.
108300     MOVE "UNCLAIMED PROPERTY - STATE SUMMARY"
108400        TO ESCHRPT-REPORT-LINE
108500     WRITE ESCHRPT-REPORT-LINE AFTER ADVANCING PAGE
108600
108700     MOVE SUMMARY-HEADING TO ESCHRPT-REPORT-LINE
108800     WRITE ESCHRPT-REPORT-LINE
108900
109000     PERFORM 5100-WRITE-STATE-SUMMARY THRU 5100-EXIT
109100        VARYING STATE-I FROM 1 BY 1 UNTIL STATE-I > NUM-STATES
109200
109300     MOVE "==============================================="
109400        TO ESCHRPT-REPORT-LINE
109500     WRITE ESCHRPT-REPORT-LINE
109600
109700     MOVE PAST-NUM TO COUNT-ED
109800     MOVE PAST-AMT-SUM TO SUM-ED
109900     MOVE SPACES TO ESCHRPT-REPORT-LINE
110000     STRING
110100        "ALL STATES - ACCOUNTS PAST PERIOD: " DELIMITED BY SIZE
110200        COUNT-ED DELIMITED BY SIZE
110300        "  AMOUNT TO REMIT: " DELIMITED BY SIZE
110400        SUM-ED DELIMITED BY SIZE
110500        INTO ESCHRPT-REPORT-LINE
110600     WRITE ESCHRPT-REPORT-LINE
110700
110800     MOVE SPACES TO ESCHRPT-REPORT-LINE
110900     STRING
111000        "DUE-DILIGENCE LETTERS EXTRACTED: " DELIMITED BY SIZE
111100        LETTER-NUM DELIMITED BY SIZE
111200        "  FLAGGED TO COMPLIANCE: " DELIMITED BY SIZE
111300        FLAG-NUM DELIMITED BY SIZE
111400        INTO ESCHRPT-REPORT-LINE
111500     WRITE ESCHRPT-REPORT-LINE
111600
111700     MOVE SPACES TO ESCHRPT-REPORT-LINE
111800     STRING
111900        "# OF CUSTOMER RECORDS READ: " DELIMITED BY SIZE
112000        CUST-NUM DELIMITED BY SIZE
112100        "  NO BALANCE: " DELIMITED BY SIZE
112200        NOBAL-NUM DELIMITED BY SIZE
112300        "  NO ADDRESS/STATE: " DELIMITED BY SIZE
112400        NOADDR-NUM DELIMITED BY SIZE
112500        INTO ESCHRPT-REPORT-LINE
112600     WRITE ESCHRPT-REPORT-LINE
112700
112800     MOVE SPACES TO ESCHRPT-REPORT-LINE
112900     STRING
113000        "# OF RECORDS FAILING EDIT: " DELIMITED BY SIZE
113100        EXCEPT-NUM DELIMITED BY SIZE
113200        "  ESCHCTL RECORDS REJECTED: " DELIMITED BY SIZE
113300        CTLREJ-NUM DELIMITED BY SIZE
113400        INTO ESCHRPT-REPORT-LINE
113500     WRITE ESCHRPT-REPORT-LINE
113600
113700     IF EXCEPT-NUM > 0 OR CTLREJ-NUM > 0
113800        MOVE "REVIEW BEFORE FILING - EDIT FAILURES OR ESCHCTL "
113900           TO ESCHRPT-REPORT-LINE
114000        MOVE "REJECTS ABOVE" TO ESCHRPT-REPORT-LINE(49:)
114100        WRITE ESCHRPT-REPORT-LINE
114200     END-IF
114300
114400     MOVE "==============================================="
114500        TO ESCHCMP-REPORT-LINE
114600     WRITE ESCHCMP-REPORT-LINE
114700     MOVE SPACES TO ESCHCMP-REPORT-LINE
114800     STRING
114900        "ACCOUNTS FLAGGED: " DELIMITED BY SIZE
115000        FLAG-NUM DELIMITED BY SIZE
115100        "  LETTERS EXTRACTED: " DELIMITED BY SIZE
115200        LETTER-NUM DELIMITED BY SIZE
115300        INTO ESCHCMP-REPORT-LINE
115400     WRITE ESCHCMP-REPORT-LINE
115500     .
115600 5000-EXIT.
115700     EXIT.
115800
115900 5100-WRITE-STATE-SUMMARY.
116000     MOVE ST-PAST-AMT(STATE-I) TO SUM-ED
116100     MOVE SPACES TO ESCHRPT-REPORT-LINE
116200     STRING
116300        ST-STATE(STATE-I) DELIMITED BY SIZE
116400        " " DELIMITED BY SIZE
116500        ST-NAME(STATE-I) DELIMITED BY SIZE
116600        "   " DELIMITED BY SIZE
116700        ST-YEARS(STATE-I) DELIMITED BY SIZE
116800        "     " DELIMITED BY SIZE
116900        ST-PAST-NUM(STATE-I) DELIMITED BY SIZE
117000        " " DELIMITED BY SIZE
117100        SUM-ED DELIMITED BY SIZE
117200        "     " DELIMITED BY SIZE
117300        ST-LETTER-NUM(STATE-I) DELIMITED BY SIZE
117400        "     " DELIMITED BY SIZE
117500        ST-FLAG-NUM(STATE-I) DELIMITED BY SIZE
117600        INTO ESCHRPT-REPORT-LINE
117700     WRITE ESCHRPT-REPORT-LINE
117800     .
117900 5100-EXIT.
118000     EXIT.
118100
118200 7000-CLOSE-FILES.
118300     CLOSE ESCHRPT-FILE
118400     CLOSE ESCHLTR-FILE
118500     CLOSE ESCHCMP-FILE
118600     IF ADDR-OPEN
118700        CLOSE ADDRRECS-FILE
118800     END-IF
118900     CLOSE CUSTRECS-FILE
119000     .
119100 7000-EXIT.
119200     EXIT.
