010800*                  OPERATOR ON THE SAME ACCT-ID BEFORE IT IS
010900*                  APPLIED.  A MISSING OPAUTH FILE ENFORCES
011000*                  NOTHING, AS THE OTHER CONTROL FILES DO.
011002* 10/15/2026  RH   ACCOUNT HOLD/FREEZE FILE (HOLDREC COPYBOOK),
011004*                  AN OLD/NEW PAIR IN HOLD-KEY SEQUENCE BESIDE
011006*                  THE MASTER AND ADDRESS PAIRS.  NEW TRAN TYPES
011008*                  "H" (HOLD ADD) AND "R" (HOLD RELEASE) GET THE
011010*                  USUAL AUDIT TRAIL.  A WITHDRAWAL OR A BALANCE
011012*                  CHANGE THAT WOULD TAKE THE BALANCE BELOW THE
011014*                  AMOUNT HELD, ANY DEBIT AGAINST A FULL FREEZE,
011016*                  OR A DELETE OF AN ACCOUNT WITH A HOLD ON FILE
011018*                  GOES TO THE RECYCLE PATH NAMING THE HOLD.  A
011020*                  HOLD PAST ITS EXPIRY DATE IS DROPPED FROM THE
011022*                  NEW HOLD FILE AUTOMATICALLY, AND EVERY HOLD
011024*                  ADDED, RELEASED OR EXPIRED GOES ON HOLDRPT.
011026* 10/15/2026  RH   EVERY DEPOSIT AND WITHDRAWAL POSTED NOW ALSO
011028*                  WRITES A CASH-ACTIVITY RECORD (CASHTXN LAYOUT)
011030*                  TO THE CUMULATIVE CASHACT FILE, OPENED EXTEND
011032*                  LIKE BALHIST, FOR THE CASHMON LARGE-CASH AND
011034*                  STRUCTURING MONITOR.  A "P"/"W" TRANSACTION MAY
011036*                  CARRY THE KEYING BRANCH CODE IN THE FIRST FOUR
011038*                  BYTES OF THE (OTHERWISE UNUSED) NAME AREA.
011040* 10/15/2026  RH   NEW TRANSACTION TYPE "T" - INTERNAL TRANSFER OF
011042*                  AN AMOUNT FROM THE KEYED ACCOUNT TO THE ACCOUNT
011044*                  IN TRAN-XFER-TO-ACCT.  A TRANSFER GOES THROUGH
011046*                  THE OPERATOR-AUTHORITY AND DUAL-APPROVAL GATE
011048*                  WHEN THE PASS REACHES ITS FROM-ACCOUNT, AND IS
011050*                  THEN POSTED OR REJECTED AS A UNIT AFTER THE
011052*                  PASS AGAINST THE FINAL BALANCES OF BOTH
011054*                  ACCOUNTS - BOTH LEGS OR NEITHER.  WITH ANY
011056*                  TRANSFER ON THE RUN THE PASS WRITES THE NEW
011058*                  MASTER TO THE MSTRWRK WORK FILE, WHICH IS THEN
011060*                  COPIED TO NEWMSTR WITH THE TRANSFER BALANCES
011062*                  APPLIED.  EACH LEG GETS ITS OWN BALHIST RECORD
011064*                  (DEBIT LEG FIRST, WRITTEN AS A PAIR) AND AUDIT
011066*                  LINE NAMING THE OTHER ACCOUNT; THE POSTING
011068*                  REGISTER GETS A TRANSFER SECTION.  TRANSFERS
011070*                  COUNT AS CHANGES IN MNTTOT AND NET TO ZERO.
011072* 10/15/2026  RH   STANDING ORDERS - TRANFILE NOW COMES FROM THE
011074*                  STORDGEN STEP, WITH THE DAY'S GENERATED
011076*                  DEPOSITS, WITHDRAWALS AND TRANSFERS MERGED IN.
011078*                  A GENERATED DEPOSIT OR WITHDRAWAL CARRIES
011080*                  "*STORDER" IN TRAN-CASH-ORIGIN AND IS NOT
011082*                  WRITTEN TO CASHACT-FILE.  ONLY STORDGEN SETS
011084*                  THE MARK - IT CLEARS IT FROM ANY BRANCH
011086*                  TRANSACTION THAT WAS KEYED WITH IT.
011088* 10/15/2026  RH   TAXPAYER ID - NEW "I" TRANSACTION SETS
011090*                  TAXID AND TAXID-TYPE ON THE MASTER FOR
011092*                  YEAR-END 1099 REPORTING.  THE AUDIT DETAIL
011094*                  LINE SHOWS ONLY THE TYPE AND LAST FOUR DIGITS
011096*                  OF THE OLD AND NEW ID.
011100*----------------------------------------------------------------
011200 ENVIRONMENT DIVISION.
011300 INPUT-OUTPUT SECTION.
011600     SELECT NEWMSTR-FILE ASSIGN TO NEWMSTR.
011700     SELECT OLDADDR-FILE ASSIGN TO OLDADDR.
011800     SELECT NEWADDR-FILE ASSIGN TO NEWADDR.
011820     SELECT OLDHOLD-FILE ASSIGN TO OLDHOLD.
011840     SELECT NEWHOLD-FILE ASSIGN TO NEWHOLD.
011860     SELECT HOLDRPT-FILE ASSIGN TO HOLDRPT.
011900     SELECT TRANFILE ASSIGN TO TRANFILE.
012000     SELECT RECYCLE-FILE ASSIGN TO RECYCLE.
012100     SELECT ESCALRPT-FILE ASSIGN TO ESCALRPT.
012200     SELECT AUDIT-FILE ASSIGN TO AUDITLOG.
012300     SELECT TOTALS-FILE ASSIGN TO MNTTOTAL.
012400     SELECT TRANREG-FILE ASSIGN TO TRANREG.
012450     SELECT MSTRWRK-FILE ASSIGN TO MSTRWRK.
012500     SELECT BALHIST-FILE ASSIGN TO BALHIST.
012550     SELECT CASHACT-FILE ASSIGN TO CASHACT.
012600     SELECT MAINTID-FILE ASSIGN TO MAINTID
012700         FILE STATUS IS MAINTID-STATUS.
012800     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
014300 FD  NEWMSTR-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
014400 01  NEW-CUSTREC.
014500     COPY CUSTREC.
014510*----------------------------------------------------------------
014520* MSTRWRK-FILE - THE NEW MASTER AS THE MATCH PASS BUILDS IT, USED
014530* ONLY WHEN THE RUN CARRIES TRANSFERS.  IT IS READ BACK AND COPIED
014540* TO NEWMSTR-FILE ONCE THE TRANSFERS HAVE BEEN POSTED.
014550*----------------------------------------------------------------
014560 FD  MSTRWRK-FILE RECORD CONTAINS 83 CHARACTERS RECORDING MODE F.
014570 01  WRK-CUSTREC.
014580     COPY CUSTREC.
014600
014700*----------------------------------------------------------------
014800* OLDADDR-FILE / NEWADDR-FILE - THE MAILING-ADDRESS FILE BEFORE
015800     COPY ADDRREC.
015900
016000*----------------------------------------------------------------
016004* OLDHOLD-FILE / NEWHOLD-FILE - THE ACCOUNT HOLD FILE BEFORE AND
016008* AFTER THIS RUN, BOTH IN THE SHARED HOLDREC LAYOUT AND IN
016012* ASCENDING HOLD-KEY (ACCT-ID, HOLD SEQUENCE) ORDER.
016016*----------------------------------------------------------------
016020 FD  OLDHOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
016024 01  OLD-HOLDREC.
016028     COPY HOLDREC.
016032
016036 FD  NEWHOLD-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
016040 01  NEW-HOLDREC.
016044     COPY HOLDREC.
016048
016052*----------------------------------------------------------------
016056* HOLDRPT-FILE - ONE LINE PER HOLD ADDED, RELEASED OR DROPPED AT
016060* EXPIRY THIS RUN, SO OPERATIONS AND THE BRANCHES CAN SEE WHAT
016064* MONEY WAS FROZEN AND WHAT WAS LET GO.
016068*----------------------------------------------------------------
016072 FD  HOLDRPT-FILE
016076     RECORDING MODE F.
016080 01  HOLDRPT-REPORT-LINE PIC X(100).
016084
016088*----------------------------------------------------------------
016100* TRANFILE - ONE MAINTENANCE TRANSACTION PER RECORD, AS EDITED
016200* AND MERGED BY TRANEDIT.  TRAN-ACTION OF "A" ADDS A NEW
016300* ACCOUNT, "C" CHANGES THE NAME/DATE/BALANCE FIELDS SUPPLIED
016400* (BLANK FIELDS ARE LEFT UNCHANGED), "D" REMOVES THE
016500* ACCOUNT FROM NEWMSTR-FILE, AND "P"/"W" POST A DEPOSIT OR
016600* WITHDRAWAL AMOUNT (CARRIED IN THE TRAN-BALANCE FIELD)
016700* ARITHMETICALLY TO THE BALANCE; "H"/"R" PLACE OR RELEASE AN
016800* ACCOUNT HOLD (FIELDS IN TRAN-HOLD-DATA); "T" TRANSFERS AN
016850* AMOUNT TO THE ACCOUNT NAMED IN TRAN-XFER-DATA; "I" SETS THE
016870* TAXPAYER ID AND ITS TYPE FROM TRAN-TAXID-DATA.  TRAN-RCY-CYCLE
016900* SAYS HOW MANY TIMES THIS TRANSACTION HAS ALREADY BEEN REJECTED
016950* AND RECYCLED (ZERO FOR THE DAY'S FRESH WORK).
017000*----------------------------------------------------------------
017100 FD  TRANFILE RECORD CONTAINS 122 CHARACTERS RECORDING MODE F.
017200 01  TRAN-RECORD.
018300           88 TRAN-ADDR-ADD VALUE "N".
018400           88 TRAN-ADDR-CHANGE VALUE "U".
018500           88 TRAN-ADDRESS VALUE "N" "U".
018520           88 TRAN-HOLD-ADD VALUE "H".
018540           88 TRAN-HOLD-RELEASE VALUE "R".
018560           88 TRAN-HOLD VALUE "H" "R".
018580           88 TRAN-TRANSFER VALUE "T".
018590           88 TRAN-TAXID-CHANGE VALUE "I".
018600        10 TRAN-DATA.
018700           15 TRAN-FNAME     PIC X(11).
018800           15 TRAN-LNAME     PIC X(22).
019500           15 TRAN-STATE     PIC X(02).
019600           15 TRAN-ZIP       PIC X(09).
019700           15               PIC X(07).
019704        10 TRAN-HOLD-DATA REDEFINES TRAN-DATA.
019708           15 TRAN-HOLD-TYPE     PIC X(02).
019712           15 TRAN-HOLD-SCOPE    PIC X(01).
019716              88 TRAN-HOLD-AMOUNT-ONLY VALUE "A".
019720           15 TRAN-HOLD-REASON   PIC X(20).
019724           15 TRAN-HOLD-EFF-DATE PIC X(08).
019728           15 TRAN-HOLD-EXP-DATE PIC X(08).
019732           15 TRAN-HOLD-SEQ      PIC X(02).
019736           15                    PIC X(08).
019740           15 TRAN-HOLD-AMOUNT   PIC X(12).
019744        10 TRAN-CASH-DATA REDEFINES TRAN-DATA.
019748           15 TRAN-CASH-BRANCH   PIC X(04).
019752           15                    PIC X(07).
019756           15 TRAN-CASH-ORIGIN   PIC X(08).
019760              88 TRAN-FROM-STORDER VALUE "*STORDER".
019764           15                    PIC X(42).
019768        10 TRAN-XFER-DATA REDEFINES TRAN-DATA.
019772           15 TRAN-XFER-TO-ACCT  PIC X(10).
019776           15                    PIC X(39).
019780           15 TRAN-XFER-AMOUNT   PIC X(12).
019784        10 TRAN-TAXID-DATA REDEFINES TRAN-DATA.
019788           15 TRAN-TAXID         PIC X(09).
019792           15 TRAN-TAXID-TYPE    PIC X(01).
019796           15                    PIC X(51).
019800        10 TRAN-OPERATOR    PIC X(08).
019900     05 TRAN-RCY-REASON   PIC X(40).
020000     05 TRAN-RCY-CYCLE    PIC 9(02).
024100* TRANREG-FILE - THE DAILY POSTING REGISTER: ONE LINE PER
024200* DEPOSIT OR WITHDRAWAL APPLIED, AND A TOTALS BLOCK OF EACH
024300* SIDE, SO THE BRANCHES CAN PROVE THEIR CASH POSITION AGAINST
024400* WHAT THE RUN ACTUALLY POSTED, FOLLOWED BY A SECTION LISTING
024450* EVERY INTERNAL TRANSFER POSTED.
024500*----------------------------------------------------------------
024600 FD  TRANREG-FILE
024700     RECORDING MODE F.
025500 FD  BALHIST-FILE RECORD CONTAINS 66 CHARACTERS RECORDING MODE F.
025600 01  BALHIST-RECORD.
025700     COPY BALHIST.
025710
025720*----------------------------------------------------------------
025730* CASHACT-FILE - THE CUMULATIVE CASH-ACTIVITY FILE.  ONE RECORD
025740* PER DEPOSIT OR WITHDRAWAL POSTED, OPENED EXTEND (DISP=MOD) THE
025750* SAME AS BALHIST-FILE, FOR THE CASHMON MONITOR.
025760*----------------------------------------------------------------
025770 FD  CASHACT-FILE RECORD CONTAINS 52 CHARACTERS RECORDING MODE F.
025780 01  CASHACT-RECORD.
025790     COPY CASHTXN.
025800
025900*----------------------------------------------------------------
026000* MAINTID-FILE - ONE-LINE CONTROL RECORD GIVING THE OPERATOR OR
030500 77  WITHDRAW-SUM      PIC 9(13)V99 VALUE 0.
030600 77  ADDRADD-NUM       PIC 9(06) VALUE 0.
030700 77  ADDRCHG-NUM       PIC 9(06) VALUE 0.
030720 77  HOLDADD-NUM       PIC 9(06) VALUE 0.
030740 77  HOLDREL-NUM       PIC 9(06) VALUE 0.
030760 77  HOLDEXP-NUM       PIC 9(06) VALUE 0.
030800 77  AMOUNT-WORK       PIC 9(11)V99 VALUE 0.
030900 77  AMOUNT-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031000 77  SUM-ED            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
031100 77  BAL-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031150 77  TO-BAL-ED         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
031200*----------------------------------------------------------------
031300* BALANCE-PLAIN - A POSTED BALANCE FORMATTED BACK INTO THE
031400* 12-BYTE MASTER FIELD, PLAIN DIGITS AND DECIMAL POINT ONLY,
039300 01  WORK-ADDRREC.
039400     COPY ADDRREC.
039500
039501*----------------------------------------------------------------
039502* HOLD-TABLE - EVERY HOLD ON FILE FOR THE ACCT-ID THE HOLD PASS
039503* IS CURRENTLY POSITIONED ON (CURR-HOLD-KEY), IN HOLD SEQUENCE.
039504* A LIVE ENTRY IS STILL TO BE WRITTEN TO THE NEW HOLD FILE;
039505* RELEASING A HOLD IS JUST MARKING ITS ENTRY GONE BEFORE THE
039506* FLUSH.  HOLD SEQUENCES RUN 01-99 WITHIN AN ACCOUNT, SO THE
039507* TABLE CAN NEVER OVERFLOW.  HOLD-HELD-SUM, HOLD-FREEZE AND
039508* HOLD-ON-FILE ARE SET BY 4260-CHECK-HOLDS FOR THE DEBIT AND
039509* DELETE TESTS, WITH THE TYPE AND REASON OF THE HOLD TO QUOTE.
039510*----------------------------------------------------------------
039511 77  HOLD-MAX          PIC 9(02) COMP VALUE 99.
039512 77  NUM-HOLDS         PIC 9(02) VALUE 0.
039513 77  HOLD-I            PIC 9(02) COMP VALUE 0.
039514 77  HOLD-LAST-SEQ     PIC 9(02) VALUE 0.
039515 77  HOLD-HELD-SUM     PIC 9(13)V99 VALUE 0.
039516 77  HOLD-QUOTE-RANK   PIC 9(01) VALUE 0.
039517 01  HOLD-EOF-SW       PIC X(01) VALUE "N".
039518     88 HOLD-EOF       VALUE "Y".
039519 01  HOLD-FREEZE-SW    PIC X(01) VALUE "N".
039520     88 HOLD-FREEZE    VALUE "Y".
039521 01  HOLD-ON-FILE-SW   PIC X(01) VALUE "N".
039522     88 HOLD-ON-FILE   VALUE "Y".
039523 01  HOLD-FOUND-SW     PIC X(01) VALUE "N".
039524     88 HOLD-FOUND     VALUE "Y".
039525 01  CURR-HOLD-KEY     PIC X(10) VALUE LOW-VALUES.
039526 01  HOLD-QUOTE-TYPE   PIC X(02) VALUE SPACES.
039527 01  HOLD-QUOTE-REASON PIC X(20) VALUE SPACES.
039528 01  HOLD-ACTION-TEXT  PIC X(08) VALUE SPACES.
039529 01  HOLD-ACTION-OPER  PIC X(08) VALUE SPACES.
039530 01  HOLD-TABLE.
039531     05 HT-ENTRY OCCURS 99 TIMES.
039532        10 HT-STATE    PIC X(01).
039533           88 HT-LIVE  VALUE "L".
039534           88 HT-GONE  VALUE "G".
039535        10 HT-RECORD   PIC X(80).
039536 01  WORK-HOLDREC.
039537     COPY HOLDREC.
039538*----------------------------------------------------------------
039539* TRANSFER TABLES - XFER-TABLE HOLDS EVERY "T" ON THE RUN'S
039540* TRANFILE IN TRANSACTION ORDER, LOADED BY 1300-LOAD-TRANSFERS
039541* BEFORE THE MATCH PASS; XACCT-TABLE HOLDS THE ACCOUNTS THEY NAME
039542* ON EITHER SIDE, IN ASCENDING ACCT-ID ORDER, WITH A HIGH-VALUES
039543* STOPPER BEHIND THE LAST ONE.  A TRANSFER IS QUEUED WHEN THE
039544* PASS REACHES ITS FROM-ACCOUNT AND IS POSTED OR REJECTED AFTER
039545* THE PASS, WHEN THE FINAL BALANCE OF BOTH ACCOUNTS IS KNOWN
039546* (CAPTURED IN XACCT-TABLE AS EACH NEW MASTER RECORD IS WRITTEN).
039547* XFER-SEEN COUNTS THE TRANSFERS THE PASS HAS REACHED, SO IT IS
039548* ALSO THE TABLE ENTRY OF THE CURRENT ONE.
039549*----------------------------------------------------------------
039550 77  XFER-MAX          PIC 9(04) COMP VALUE 500.
039551 77  NUM-XFERS         PIC 9(04) VALUE 0.
039552 77  XFER-SEEN         PIC 9(06) VALUE 0.
039553 77  XFER-I            PIC 9(04) COMP VALUE 0.
039554 77  NUM-XACCTS        PIC 9(04) VALUE 0.
039555 77  XA-I              PIC 9(04) COMP VALUE 0.
039556 77  XA-PTR            PIC 9(04) COMP VALUE 0.
039557 77  XA-FOUND-IX       PIC 9(04) COMP VALUE 0.
039558 77  XA-FROM-IX        PIC 9(04) COMP VALUE 0.
039559 77  XA-TO-IX          PIC 9(04) COMP VALUE 0.
039560 77  XFER-NUM          PIC 9(06) VALUE 0.
039561 77  XFER-OUT-SUM      PIC 9(13)V99 VALUE 0.
039562 77  XFER-IN-SUM       PIC 9(13)V99 VALUE 0.
039563 01  XFER-ACTIVE-SW    PIC X(01) VALUE "N".
039564     88 XFER-ACTIVE    VALUE "Y".
039565 01  MSTRWRK-EOF-SW    PIC X(01) VALUE "N".
039566     88 MSTRWRK-EOF    VALUE "Y".
039567 01  XA-SEARCH-KEY     PIC X(10) VALUE SPACES.
039568 01  XFER-FROM-ACCT    PIC X(10) VALUE SPACES.
039569 01  XFER-TABLE.
039570     05 XT-ENTRY OCCURS 500 TIMES.
039571        10 XT-STATE       PIC X(01).
039572           88 XT-QUEUED   VALUE "Q".
039573           88 XT-POSTED   VALUE "P".
039574           88 XT-REJECTED VALUE "R".
039575        10 XT-IMAGE       PIC X(80).
039576        10 XT-RCY-CYCLE   PIC 9(02).
039577        10 XT-OPERATOR    PIC X(08).
039578        10 XT-FREEZE-SW   PIC X(01).
039579           88 XT-FREEZE   VALUE "Y".
039580        10 XT-HELD-SUM    PIC 9(13)V99.
039581        10 XT-HOLD-QUOTE  PIC X(40).
039582        10 XT-AMOUNT      PIC 9(11)V99.
039583        10 XT-FROM-NEW    PIC 9(11)V99.
039584        10 XT-TO-NEW      PIC 9(11)V99.
039585 01  XACCT-TABLE.
039586     05 XA-ENTRY OCCURS 1001 TIMES.
039587        10 XA-ACCT-ID     PIC X(10).
039588        10 XA-ON-FILE-SW  PIC X(01).
039589           88 XA-ON-FILE  VALUE "Y".
039590        10 XA-BAL-OK-SW   PIC X(01).
039591           88 XA-BAL-OK   VALUE "Y".
039592        10 XA-MOVED-SW    PIC X(01).
039593           88 XA-MOVED    VALUE "Y".
039594        10 XA-BALANCE     PIC 9(11)V99.
039595
039600 01  REJECT-REASON     PIC X(40) VALUE SPACES.
039700 01  DETAIL-FIELD-NAME PIC X(08) VALUE SPACES.
039800 01  DETAIL-OLD-VALUE  PIC X(22) VALUE SPACES.
039900 01  DETAIL-NEW-VALUE  PIC X(22) VALUE SPACES.
039920 01  TAXID-MASK.
039940     05 TAXID-MASK-TYPE  PIC X(01) VALUE SPACES.
039960     05                  PIC X(06) VALUE " *****".
039980     05 TAXID-MASK-LAST4 PIC X(04) VALUE SPACES.
040000
040100 01  DATE-TODAY-HEADER.
040200     05 TODAY-YEAR PIC 9(4).
041200        MOVE 8 TO RETURN-CODE
041300        STOP RUN
041400     END-IF
041450     PERFORM 1300-LOAD-TRANSFERS THRU 1300-EXIT
041500     PERFORM 2000-OPEN-FILES THRU 2000-EXIT
041600     PERFORM 3000-WRITE-REGISTER-HEADERS THRU 3000-EXIT
041650     PERFORM 3100-WRITE-HOLD-HEADERS THRU 3100-EXIT
041700     PERFORM 2100-READ-OLDMSTR THRU 2100-EXIT
041800     PERFORM 2200-READ-TRANFILE THRU 2200-EXIT
041900     PERFORM 2300-READ-OLDADDR THRU 2300-EXIT
041950     PERFORM 2400-READ-OLDHOLD THRU 2400-EXIT
042000     PERFORM 4000-PROCESS-RECS THRU 4000-EXIT
042100        UNTIL OLD-EOF AND TRAN-EOF
042200     PERFORM 4800-FLUSH-ADDR-FILE THRU 4800-EXIT
042250     PERFORM 4810-FLUSH-HOLD-FILE THRU 4810-EXIT
042270     PERFORM 4900-POST-TRANSFERS THRU 4900-EXIT
042300     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
042400     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
042500     PERFORM 9000-STAMP-CYCLE-CONTROL THRU 9000-EXIT
055300     .
055400 1210-EXIT.
055500     EXIT.
055501*----------------------------------------------------------------
055502* 1300-LOAD-TRANSFERS - READ THE TRANFILE ONCE AHEAD OF THE MATCH
055503* PASS AND TABLE EVERY TRANSFER, WITH BOTH ACCOUNTS IT NAMES.  THE
055504* FILE IS CLOSED AGAIN FOR 2000-OPEN-FILES TO REOPEN.  A RUN WITH
055505* NO TRANSFERS BUILDS NEWMSTR-FILE DIRECTLY, AS IT ALWAYS HAS.
055506*----------------------------------------------------------------
055507 1300-LOAD-TRANSFERS.
055508     OPEN INPUT TRANFILE
055509     PERFORM 2200-READ-TRANFILE THRU 2200-EXIT
055510     PERFORM 1305-TABLE-ONE-TRANSFER THRU 1305-EXIT
055511        UNTIL TRAN-EOF
055512     CLOSE TRANFILE
055513     MOVE "N" TO TRAN-EOF-SW
055514     IF NUM-XFERS > 0
055515        SET XFER-ACTIVE TO TRUE
055516        MOVE HIGH-VALUES TO XA-ACCT-ID(NUM-XACCTS + 1)
055517        MOVE 1 TO XA-PTR
055518     END-IF
055519     .
055520 1300-EXIT.
055521     EXIT.
055522
055523 1305-TABLE-ONE-TRANSFER.
055524     IF TRAN-TRANSFER AND NUM-XFERS < XFER-MAX
055525        ADD 1 TO NUM-XFERS
055526        MOVE SPACES TO XT-ENTRY(NUM-XFERS)
055527        MOVE TRAN-IMAGE TO XT-IMAGE(NUM-XFERS)
055528        MOVE TRAN-RCY-CYCLE TO XT-RCY-CYCLE(NUM-XFERS)
055529        MOVE 0 TO XT-HELD-SUM(NUM-XFERS)
055530        MOVE 0 TO XT-AMOUNT(NUM-XFERS)
055531        MOVE 0 TO XT-FROM-NEW(NUM-XFERS)
055532        MOVE 0 TO XT-TO-NEW(NUM-XFERS)
055533        MOVE TRAN-ACCT-ID TO XA-SEARCH-KEY
055534        PERFORM 1310-TABLE-XFER-ACCT THRU 1310-EXIT
055535        MOVE TRAN-XFER-TO-ACCT TO XA-SEARCH-KEY
055536        PERFORM 1310-TABLE-XFER-ACCT THRU 1310-EXIT
055537     END-IF
055538     PERFORM 2200-READ-TRANFILE THRU 2200-EXIT
055539     .
055540 1305-EXIT.
055541     EXIT.
055542
055543*----------------------------------------------------------------
055544* 1310-TABLE-XFER-ACCT - ENTER XA-SEARCH-KEY IN XACCT-TABLE IN
055545* ITS ACCT-ID POSITION, SHIFTING HIGHER KEYS UP ONE, UNLESS IT IS
055546* ALREADY THERE.  TWO ACCOUNTS PER TRANSFER CANNOT OVERFLOW IT.
055547*----------------------------------------------------------------
055548 1310-TABLE-XFER-ACCT.
055549     PERFORM 1320-SEARCH-XACCTS THRU 1320-EXIT
055550     IF XA-FOUND-IX > 0
055551        IF XA-ACCT-ID(XA-FOUND-IX) = XA-SEARCH-KEY
055552           GO TO 1310-EXIT
055553        END-IF
055554        PERFORM 1315-SHIFT-XACCT-UP THRU 1315-EXIT
055555           VARYING XA-I FROM NUM-XACCTS BY -1
055556           UNTIL XA-I < XA-FOUND-IX
055557     ELSE
055558        COMPUTE XA-FOUND-IX = NUM-XACCTS + 1
055559     END-IF
055560     ADD 1 TO NUM-XACCTS
055561     MOVE XA-SEARCH-KEY TO XA-ACCT-ID(XA-FOUND-IX)
055562     MOVE "N" TO XA-ON-FILE-SW(XA-FOUND-IX)
055563     MOVE "N" TO XA-BAL-OK-SW(XA-FOUND-IX)
055564     MOVE "N" TO XA-MOVED-SW(XA-FOUND-IX)
055565     MOVE 0 TO XA-BALANCE(XA-FOUND-IX)
055566     .
055567 1310-EXIT.
055568     EXIT.
055569
055570 1315-SHIFT-XACCT-UP.
055571     MOVE XA-ENTRY(XA-I) TO XA-ENTRY(XA-I + 1)
055572     .
055573 1315-EXIT.
055574     EXIT.
055575
055576*----------------------------------------------------------------
055577* 1320-SEARCH-XACCTS - XA-FOUND-IX IS THE FIRST ENTRY NOT BELOW
055578* XA-SEARCH-KEY, OR ZERO IF EVERY ENTRY IS BELOW IT.
055579*----------------------------------------------------------------
055580 1320-SEARCH-XACCTS.
055581     MOVE 0 TO XA-FOUND-IX
055582     PERFORM 1325-CHECK-ONE-XACCT THRU 1325-EXIT
055583        VARYING XA-I FROM 1 BY 1
055584        UNTIL XA-I > NUM-XACCTS OR XA-FOUND-IX > 0
055585     .
055586 1320-EXIT.
055587     EXIT.
055588
055589 1325-CHECK-ONE-XACCT.
055590     IF XA-ACCT-ID(XA-I) NOT < XA-SEARCH-KEY
055591        MOVE XA-I TO XA-FOUND-IX
055592     END-IF
055593     .
055594 1325-EXIT.
055595     EXIT.
055600
055700 2000-OPEN-FILES.
055800     OPEN INPUT OLDMSTR-FILE
055900     OPEN INPUT OLDADDR-FILE
055950     OPEN INPUT OLDHOLD-FILE
056000     OPEN INPUT TRANFILE
056100     OPEN OUTPUT NEWMSTR-FILE
056200     OPEN OUTPUT NEWADDR-FILE
056230     OPEN OUTPUT NEWHOLD-FILE
056260     OPEN OUTPUT HOLDRPT-FILE
056300     OPEN OUTPUT RECYCLE-FILE
056400     OPEN OUTPUT ESCALRPT-FILE
056500     OPEN OUTPUT AUDIT-FILE
056600     OPEN OUTPUT TOTALS-FILE
056700     OPEN OUTPUT TRANREG-FILE
056800     OPEN EXTEND BALHIST-FILE
056850     OPEN EXTEND CASHACT-FILE
056860     IF XFER-ACTIVE
056870        OPEN OUTPUT MSTRWRK-FILE
056880     END-IF
056900     .
057000 2000-EXIT.
057100     EXIT.
059600     WRITE TRANREG-REPORT-LINE
059700     .
059800 3000-EXIT.
059802     EXIT.
059804
059806*----------------------------------------------------------------
059808* 3100-WRITE-HOLD-HEADERS - TITLE AND COLUMN HEADINGS FOR THE
059810* HOLD ACTIVITY LISTING.
059812*----------------------------------------------------------------
059814 3100-WRITE-HOLD-HEADERS.
059816     MOVE "HOLD ACTIVITY - HOLDS ADDED, RELEASED AND EXPIRED"
059818        TO HOLDRPT-REPORT-LINE
059820     WRITE HOLDRPT-REPORT-LINE
059822
059824     MOVE SPACES TO HOLDRPT-REPORT-LINE
059826     STRING
059828        "BUSINESS DATE" DELIMITED BY SIZE
059830        " " DELIMITED BY SIZE
059832        TODAY-MONTH DELIMITED BY SIZE
059834        "." DELIMITED BY SIZE
059836        TODAY-DAY DELIMITED BY SIZE
059838        "." DELIMITED BY SIZE
059840        TODAY-YEAR DELIMITED BY SIZE
059842        INTO HOLDRPT-REPORT-LINE
059844     WRITE HOLDRPT-REPORT-LINE
059846
059848     MOVE SPACES TO HOLDRPT-REPORT-LINE
059850     STRING
059852        "ACCT-ID    SQ TY S             AMOUNT "
059854           DELIMITED BY SIZE
059856        "REASON               EFF DATE EXP DATE "
059858           DELIMITED BY SIZE
059860        "ACTION   BY" DELIMITED BY SIZE
059862        INTO HOLDRPT-REPORT-LINE
059864     WRITE HOLDRPT-REPORT-LINE
059866     .
059868 3100-EXIT.
059900     EXIT.
060000
060100 2100-READ-OLDMSTR.
063200     EXIT.
063300
063400*----------------------------------------------------------------
063406* 2400-READ-OLDHOLD - READ-AHEAD FOR THE HOLD PASS.  AT END THE
063412* KEY IS SET TO HIGH-VALUES, AS FOR THE ADDRESS PASS.
063418*----------------------------------------------------------------
063424 2400-READ-OLDHOLD.
063430     READ OLDHOLD-FILE
063436        AT END
063442           SET HOLD-EOF TO TRUE
063448           MOVE HIGH-VALUES TO HOLD-ACCT-ID IN OLD-HOLDREC
063454     END-READ
063460     .
063466 2400-EXIT.
063472     EXIT.
063478
063484*----------------------------------------------------------------
063500* 4000-PROCESS-RECS - CLASSIC SEQUENTIAL MASTER/TRANSACTION
063600* MATCH ON ACCT-ID.  AN UNMATCHED OLD MASTER RECORD IS COPIED
063700* THROUGH UNCHANGED; AN UNMATCHED TRANSACTION IS EITHER AN ADD
066100
066200 4100-COPY-OLD-TO-NEW.
066300     MOVE OLD-CUSTREC TO NEW-CUSTREC
066400     PERFORM 4190-WRITE-NEW-MASTER THRU 4190-EXIT
066500     .
066600 4100-EXIT.
066700     EXIT.
068500     .
068600 4110-EXIT.
068700     EXIT.
068702*----------------------------------------------------------------
068704* 4190-WRITE-NEW-MASTER - EVERY RECORD THE MATCH PASS PUTS ON THE
068706* NEW MASTER COMES THROUGH HERE.  WITH TRANSFERS ON THE RUN IT
068708* GOES TO THE WORK FILE INSTEAD, AND IF A TRANSFER NAMES THE
068710* ACCOUNT ITS BALANCE IS CAPTURED FOR 4900-POST-TRANSFERS.  THE
068712* PASS WRITES IN ACCT-ID ORDER, SO XA-PTR ONLY MOVES FORWARD.
068714*----------------------------------------------------------------
068716 4190-WRITE-NEW-MASTER.
068718     IF NOT XFER-ACTIVE
068720        WRITE NEW-CUSTREC
068722        GO TO 4190-EXIT
068724     END-IF
068726     WRITE WRK-CUSTREC FROM NEW-CUSTREC
068728     PERFORM 4195-ADVANCE-XA-PTR THRU 4195-EXIT
068730        UNTIL XA-ACCT-ID(XA-PTR) NOT < ACCT-ID IN NEW-CUSTREC
068732     IF XA-ACCT-ID(XA-PTR) NOT = ACCT-ID IN NEW-CUSTREC
068734        GO TO 4190-EXIT
068736     END-IF
068738     SET XA-ON-FILE(XA-PTR) TO TRUE
068740     COMPUTE NUMVAL-TEST-RC =
068742        FUNCTION TEST-NUMVAL-C(BALANCE IN NEW-CUSTREC)
068744     IF NUMVAL-TEST-RC = 0
068746        SET XA-BAL-OK(XA-PTR) TO TRUE
068748        COMPUTE XA-BALANCE(XA-PTR) =
068750           FUNCTION NUMVAL-C(BALANCE IN NEW-CUSTREC)
068752     END-IF
068754     .
068756 4190-EXIT.
068758     EXIT.
068760
068762 4195-ADVANCE-XA-PTR.
068764     ADD 1 TO XA-PTR
068766     .
068768 4195-EXIT.
068770     EXIT.
068800
068900*----------------------------------------------------------------
069000* 4200-PROCESS-MATCH-GROUP - ACCUMULATES EVERY TRANSACTION FOR
070400        UNTIL TRAN-EOF
070500           OR TRAN-ACCT-ID NOT = ACCT-ID IN OLD-CUSTREC
070600     IF NOT DELETE-PENDING
070700        PERFORM 4190-WRITE-NEW-MASTER THRU 4190-EXIT
070800     END-IF
070900     .
071000 4200-EXIT.
072000*----------------------------------------------------------------
072100* 4210-PROCESS-ONE-TRAN - APPLY ONE TRANSACTION FOR THE CURRENT
072200* ACCT-ID TO THE NEW-CUSTREC ACCUMULATOR BUILT BY 4200-PROCESS-
072300* MATCH-GROUP.  AN ACCOUNT WITH A HOLD ON FILE CANNOT BE
072350* DELETED UNTIL THE HOLD IS RELEASED.  A TRANSFER IS ONLY
072370* QUEUED HERE (4280-QUEUE-TRANSFER).
072400*----------------------------------------------------------------
072500 4210-PROCESS-ONE-TRAN.
072600     PERFORM 4110-SET-CURR-OPERATOR THRU 4110-EXIT
072602     IF TRAN-TRANSFER
072604        ADD 1 TO XFER-SEEN
072606     END-IF
072610     IF TRAN-DELETE AND NOT DELETE-PENDING
072620        PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
072630        IF HOLD-ON-FILE
072640           ADD 1 TO REJECT-NUM
072650           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
072660           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
072670           GO TO 4210-EXIT
072680        END-IF
072690     END-IF
072700     EVALUATE TRUE
072800        WHEN TRAN-DELETE AND DELETE-PENDING
072900           ADD 1 TO REJECT-NUM
076300           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
076400        WHEN TRAN-ADDRESS
076500           PERFORM 4700-APPLY-ADDRESS-TRAN THRU 4700-EXIT
076504        WHEN TRAN-HOLD AND DELETE-PENDING
076508           ADD 1 TO REJECT-NUM
076512           MOVE "REJECTED - HOLD AFTER DELETE"
076516              TO REJECT-REASON
076520           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
076524           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
076528        WHEN TRAN-HOLD
076532           PERFORM 4400-APPLY-HOLD-TRAN THRU 4400-EXIT
076536        WHEN TRAN-TRANSFER AND DELETE-PENDING
076540           ADD 1 TO REJECT-NUM
076544           MOVE "REJECTED - TRANSFER AFTER DELETE"
076548              TO REJECT-REASON
076552           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
076556           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
076560        WHEN TRAN-TRANSFER
076564           PERFORM 4280-QUEUE-TRANSFER THRU 4280-EXIT
076568        WHEN TRAN-TAXID-CHANGE AND DELETE-PENDING
076572           ADD 1 TO REJECT-NUM
076576           MOVE "REJECTED - TAXPAYER ID AFTER DELETE"
076580              TO REJECT-REASON
076584           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
076588           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
076592        WHEN TRAN-TAXID-CHANGE
076596           PERFORM 4290-APPLY-TAXID THRU 4290-EXIT
076600        WHEN TRAN-APPROVE
076700           PERFORM 4250-RECORD-APPROVAL THRU 4250-EXIT
076800        WHEN TRAN-ADD
078700* (NON-SPACE) OVERLAY THE ACCUMULATED NEW-CUSTREC; THE REST CARRY
078800* FORWARD.  REJECT-REASON NAMES EVERY FIELD THIS TRANSACTION
078900* CHANGED, AND EACH NAME OR BALANCE CHANGE ALSO GETS ITS OWN
079000* AUDIT-FILE DETAIL LINE SHOWING THE OLD AND NEW VALUE.  A
079050* BALANCE CHANGE THAT LOWERS THE BALANCE IS HELD TO THE SAME
079060* ACCOUNT-HOLD TEST AS A WITHDRAWAL.
079100*----------------------------------------------------------------
079200 4220-APPLY-CHANGE.
079300*----------------------------------------------------------------
081000        END-IF
081100        PERFORM 4600-CHECK-AUTHORITY THRU 4600-EXIT
081200        IF AUTH-FAIL
081209           ADD 1 TO REJECT-NUM
081218           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
081227           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
081236           GO TO 4220-EXIT
081245        END-IF
081254     END-IF
081263     IF TRAN-BALANCE NOT = SPACES
081272        AND BALANCE-WORK-NUM < HIST-OLD-WORK
081281        PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
081290        IF HOLD-FREEZE OR BALANCE-WORK-NUM < HOLD-HELD-SUM
081300           ADD 1 TO REJECT-NUM
081400           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
081500           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
088200* IN THE 12-BYTE FIELD, IS REJECTED TO THE RECYCLE PATH.  AN
088300* APPLIED POSTING WRITES THE BALANCE HISTORY RECORD WITH THE
088400* TRUE OLD/NEW/DELTA, STAMPS LDATE WITH THE POSTING DATE AND
088500* GOES ON THE DAILY POSTING REGISTER.  A WITHDRAWAL MAY NOT
088550* TOUCH A FROZEN ACCOUNT OR THE AMOUNT HELD (4260-CHECK-HOLDS).
088600*----------------------------------------------------------------
088700 4230-APPLY-MONETARY.
088800     COMPUTE NUMVAL-TEST-RC =
091500        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
091600        PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
091700        GO TO 4230-EXIT
091708     END-IF
091716
091724     IF TRAN-WITHDRAW
091732        PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
091740        IF HOLD-FREEZE
091748           OR HIST-OLD-WORK - AMOUNT-WORK < HOLD-HELD-SUM
091756           ADD 1 TO REJECT-NUM
091764           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
091772           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
091780           GO TO 4230-EXIT
091788        END-IF
091800     END-IF
091900
092000     IF TRAN-DEPOSIT
095000     END-IF
095100     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
095200     PERFORM 6130-WRITE-REGISTER-LINE THRU 6130-EXIT
095250     PERFORM 6150-WRITE-CASH-ACTIVITY THRU 6150-EXIT
095300     .
095400 4230-EXIT.
095500     EXIT.
101600*----------------------------------------------------------------
101700 4300-PROCESS-TRAN-ONLY.
101800     PERFORM 4110-SET-CURR-OPERATOR THRU 4110-EXIT
101820     IF TRAN-TRANSFER
101840        ADD 1 TO XFER-SEEN
101860     END-IF
101900     EVALUATE TRUE
102000        WHEN TRAN-APPROVE
102100           PERFORM 4250-RECORD-APPROVAL THRU 4250-EXIT
102700           PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
102800        WHEN TRAN-ADDRESS AND TRAN-ACCT-ID = LAST-ADD-ACCT-ID
102900           PERFORM 4700-APPLY-ADDRESS-TRAN THRU 4700-EXIT
102930        WHEN TRAN-HOLD AND TRAN-ACCT-ID = LAST-ADD-ACCT-ID
102960           PERFORM 4400-APPLY-HOLD-TRAN THRU 4400-EXIT
102970        WHEN TRAN-TRANSFER AND TRAN-ACCT-ID = LAST-ADD-ACCT-ID
102980           PERFORM 4280-QUEUE-TRANSFER THRU 4280-EXIT
103000        WHEN TRAN-ADD
103100           PERFORM 4310-APPLY-ADD THRU 4310-EXIT
103200        WHEN OTHER
106400     MOVE TRAN-FDATE TO FDATE IN NEW-CUSTREC
106500     MOVE TRAN-LDATE TO LDATE IN NEW-CUSTREC
106600     MOVE TRAN-BALANCE TO BALANCE IN NEW-CUSTREC
106700     PERFORM 4190-WRITE-NEW-MASTER THRU 4190-EXIT
106800     ADD BALANCE-WORK-NUM TO NET-BAL-DELTA
106900     ADD 1 TO ADD-NUM
107000     MOVE TRAN-ACCT-ID TO LAST-ADD-ACCT-ID
131800        ADDRCHG-NUM DELIMITED BY SIZE
131900        INTO AUDIT-LINE
132000     WRITE AUDIT-LINE
132004
132008     MOVE SPACES TO AUDIT-LINE
132012     STRING
132016        "TOTALS - HOLDS ADDED: " DELIMITED BY SIZE
132020        HOLDADD-NUM DELIMITED BY SIZE
132024        "  RELEASED: " DELIMITED BY SIZE
132028        HOLDREL-NUM DELIMITED BY SIZE
132032        "  EXPIRED: " DELIMITED BY SIZE
132036        HOLDEXP-NUM DELIMITED BY SIZE
132040        INTO AUDIT-LINE
132044     WRITE AUDIT-LINE
132048
132052     MOVE XFER-OUT-SUM TO SUM-ED
132056     MOVE SPACES TO AUDIT-LINE
132060     STRING
132064        "TOTALS - TRANSFERS: " DELIMITED BY SIZE
132068        XFER-NUM DELIMITED BY SIZE
132072        "  AMOUNT: " DELIMITED BY SIZE
132076        SUM-ED DELIMITED BY SIZE
132080        INTO AUDIT-LINE
132084     WRITE AUDIT-LINE
132100     PERFORM 5100-WRITE-TOTALS-REC THRU 5100-EXIT
132200     PERFORM 5200-WRITE-REGISTER-TOTALS THRU 5200-EXIT
132220     PERFORM 5250-WRITE-REGISTER-XFERS THRU 5250-EXIT
132250     PERFORM 5300-WRITE-HOLD-TOTALS THRU 5300-EXIT
132300     .
132400 5000-EXIT.
132500     EXIT.
132600
132700*----------------------------------------------------------------
132800* 5100-WRITE-TOTALS-REC - THE MACHINE-READABLE COPY OF THE RUN
132900* TOTALS FOR THE MSTRVRFY RECONCILIATION STEP.  A POSTED
132950* TRANSFER COUNTS AS ONE CHANGE; ITS TWO LEGS NET TO ZERO.
133000*----------------------------------------------------------------
133100 5100-WRITE-TOTALS-REC.
133200     MOVE ADD-NUM TO MNTTOT-ADD-NUM
133300     COMPUTE MNTTOT-CHANGE-NUM =
133400        CHANGE-NUM + DEPOSIT-NUM + WITHDRAW-NUM + XFER-NUM
133500     MOVE DELETE-NUM TO MNTTOT-DELETE-NUM
133600     MOVE REJECT-NUM TO MNTTOT-REJECT-NUM
133700     MOVE NET-BAL-DELTA TO MNTTOT-NET-DELTA
137100     WRITE TRANREG-REPORT-LINE
137200     .
137300 5200-EXIT.
137301     EXIT.
137302*----------------------------------------------------------------
137303* 5250-WRITE-REGISTER-XFERS - THE TRANSFER SECTION OF THE POSTING
137304* REGISTER: ONE LINE PER TRANSFER POSTED, WITH BOTH NEW BALANCES,
137305* AND THE OUT AND IN SIDES TOTALED SEPARATELY SO THE BRANCHES CAN
137306* SEE THEY AGREE.
137307*----------------------------------------------------------------
137308 5250-WRITE-REGISTER-XFERS.
137309     MOVE SPACES TO TRANREG-REPORT-LINE
137310     WRITE TRANREG-REPORT-LINE
137311     MOVE "INTERNAL TRANSFERS" TO TRANREG-REPORT-LINE
137312     WRITE TRANREG-REPORT-LINE
137313
137314     MOVE SPACES TO TRANREG-REPORT-LINE
137315     STRING
137316        "FROM ACCT   TO ACCT                 AMOUNT"
137317           DELIMITED BY SIZE
137318        "        FROM NEW BAL          TO NEW BAL  OPERATOR"
137319           DELIMITED BY SIZE
137320        INTO TRANREG-REPORT-LINE
137321     WRITE TRANREG-REPORT-LINE
137322
137323     PERFORM 5260-WRITE-ONE-XFER-LINE THRU 5260-EXIT
137324        VARYING XFER-I FROM 1 BY 1 UNTIL XFER-I > NUM-XFERS
137325
137326     MOVE "==============================================="
137327        TO TRANREG-REPORT-LINE
137328     WRITE TRANREG-REPORT-LINE
137329
137330     MOVE XFER-OUT-SUM TO SUM-ED
137331     MOVE SPACES TO TRANREG-REPORT-LINE
137332     STRING
137333        "TRANSFERS OUT: " DELIMITED BY SIZE
137334        XFER-NUM DELIMITED BY SIZE
137335        "  TOTAL: " DELIMITED BY SIZE
137336        SUM-ED DELIMITED BY SIZE
137337        INTO TRANREG-REPORT-LINE
137338     WRITE TRANREG-REPORT-LINE
137339
137340     MOVE XFER-IN-SUM TO SUM-ED
137341     MOVE SPACES TO TRANREG-REPORT-LINE
137342     STRING
137343        "TRANSFERS IN:  " DELIMITED BY SIZE
137344        XFER-NUM DELIMITED BY SIZE
137345        "  TOTAL: " DELIMITED BY SIZE
137346        SUM-ED DELIMITED BY SIZE
137347        INTO TRANREG-REPORT-LINE
137348     WRITE TRANREG-REPORT-LINE
137349     .
137350 5250-EXIT.
137351     EXIT.
137352
137353 5260-WRITE-ONE-XFER-LINE.
137354     IF NOT XT-POSTED(XFER-I)
137355        GO TO 5260-EXIT
137356     END-IF
137357     MOVE XT-IMAGE(XFER-I) TO TRAN-IMAGE
137358     MOVE XT-AMOUNT(XFER-I) TO AMOUNT-ED
137359     MOVE XT-FROM-NEW(XFER-I) TO BAL-ED
137360     MOVE XT-TO-NEW(XFER-I) TO TO-BAL-ED
137361     MOVE SPACES TO TRANREG-REPORT-LINE
137362     STRING
137363        TRAN-ACCT-ID DELIMITED BY SIZE
137364        "  " DELIMITED BY SIZE
137365        TRAN-XFER-TO-ACCT DELIMITED BY SIZE
137366        "  " DELIMITED BY SIZE
137367        AMOUNT-ED DELIMITED BY SIZE
137368        "  " DELIMITED BY SIZE
137369        BAL-ED DELIMITED BY SIZE
137370        "  " DELIMITED BY SIZE
137371        TO-BAL-ED DELIMITED BY SIZE
137372        "  " DELIMITED BY SIZE
137373        XT-OPERATOR(XFER-I) DELIMITED BY SIZE
137374        INTO TRANREG-REPORT-LINE
137375     WRITE TRANREG-REPORT-LINE
137376     .
137377 5260-EXIT.
137378     EXIT.
137379
137380*----------------------------------------------------------------
137381* 5300-WRITE-HOLD-TOTALS - CLOSING COUNTS FOR THE HOLD LISTING.
137382*----------------------------------------------------------------
137383 5300-WRITE-HOLD-TOTALS.
137384     MOVE "==============================================="
137385        TO HOLDRPT-REPORT-LINE
137386     WRITE HOLDRPT-REPORT-LINE
137387
137388     MOVE SPACES TO HOLDRPT-REPORT-LINE
137389     STRING
137390        "HOLDS ADDED: " DELIMITED BY SIZE
137391        HOLDADD-NUM DELIMITED BY SIZE
137392        "  RELEASED: " DELIMITED BY SIZE
137393        HOLDREL-NUM DELIMITED BY SIZE
137394        "  EXPIRED: " DELIMITED BY SIZE
137395        HOLDEXP-NUM DELIMITED BY SIZE
137396        INTO HOLDRPT-REPORT-LINE
137397     WRITE HOLDRPT-REPORT-LINE
137398     .
137399 5300-EXIT.
137400     EXIT.
137500
137600*----------------------------------------------------------------
145600     EXIT.
145700
145800*----------------------------------------------------------------
145801* 6140-REPORT-HOLD-ACTION - AUDIT LINE AND HOLD LISTING LINE FOR
145802* THE HOLD IN WORK-HOLDREC JUST ADDED OR RELEASED.
145803*----------------------------------------------------------------
145804 6140-REPORT-HOLD-ACTION.
145805     MOVE SPACES TO REJECT-REASON
145806     STRING
145807        "HOLD " DELIMITED BY SIZE
145808        HOLD-ACTION-TEXT DELIMITED BY " "
145809        " SEQ " DELIMITED BY SIZE
145810        HOLD-SEQ IN WORK-HOLDREC DELIMITED BY SIZE
145811        " " DELIMITED BY SIZE
145812        HOLD-TYPE IN WORK-HOLDREC DELIMITED BY SIZE
145813        INTO REJECT-REASON
145814     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
145815     MOVE CURR-OPERATOR TO HOLD-ACTION-OPER
145816     PERFORM 6145-WRITE-HOLD-LINE THRU 6145-EXIT
145817     .
145818 6140-EXIT.
145819     EXIT.
145820
145821*----------------------------------------------------------------
145822* 6145-WRITE-HOLD-LINE - ONE HOLDRPT-FILE LINE FOR THE HOLD IN
145823* WORK-HOLDREC: THE HOLD ITSELF, WHAT HAPPENED TO IT AND WHO DID
145824* IT (THE BATCH OPERATOR FOR A HOLD DROPPED AT EXPIRY).
145825*----------------------------------------------------------------
145826 6145-WRITE-HOLD-LINE.
145827     MOVE HOLD-AMOUNT IN WORK-HOLDREC TO AMOUNT-ED
145828     MOVE SPACES TO HOLDRPT-REPORT-LINE
145829     STRING
145830        HOLD-ACCT-ID IN WORK-HOLDREC DELIMITED BY SIZE
145831        " " DELIMITED BY SIZE
145832        HOLD-SEQ IN WORK-HOLDREC DELIMITED BY SIZE
145833        " " DELIMITED BY SIZE
145834        HOLD-TYPE IN WORK-HOLDREC DELIMITED BY SIZE
145835        " " DELIMITED BY SIZE
145836        HOLD-SCOPE IN WORK-HOLDREC DELIMITED BY SIZE
145837        " " DELIMITED BY SIZE
145838        AMOUNT-ED DELIMITED BY SIZE
145839        " " DELIMITED BY SIZE
145840        HOLD-REASON IN WORK-HOLDREC DELIMITED BY SIZE
145841        " " DELIMITED BY SIZE
145842        HOLD-EFF-DATE IN WORK-HOLDREC DELIMITED BY SIZE
145843        " " DELIMITED BY SIZE
145844        HOLD-EXP-DATE IN WORK-HOLDREC DELIMITED BY SIZE
145845        " " DELIMITED BY SIZE
145846        HOLD-ACTION-TEXT DELIMITED BY SIZE
145847        " " DELIMITED BY SIZE
145848        HOLD-ACTION-OPER DELIMITED BY SIZE
145849        INTO HOLDRPT-REPORT-LINE
145850     WRITE HOLDRPT-REPORT-LINE
145851     .
145852 6145-EXIT.
145853     EXIT.
145854
145855*----------------------------------------------------------------
145856* 6150-WRITE-CASH-ACTIVITY - ONE CASHACT-FILE RECORD FOR A POSTED
145857* DEPOSIT OR WITHDRAWAL, FOR THE LARGE-CASH MONITOR.  AN ITEM
145858* GENERATED FROM A STANDING ORDER (STORDGEN) IS A BOOK ENTRY,
145859* NOT CASH ACROSS THE COUNTER, AND IS LEFT OUT.  THE MARK CANNOT
145860* COME FROM A BRANCH: EVERY TRANSACTION (RECYCLED ONES INCLUDED)
145861* FIRST CAME THROUGH STORDGEN, WHICH CLEARS IT FROM BRANCH INPUT.
145862*----------------------------------------------------------------
145863 6150-WRITE-CASH-ACTIVITY.
145864     IF TRAN-FROM-STORDER
145865        GO TO 6150-EXIT
145866     END-IF
145867     MOVE TRAN-ACCT-ID TO CASH-ACCT-ID
145868     MOVE DATE-TODAY-HEADER(1:8) TO CASH-DATE
145869     MOVE "CUSTMNT" TO CASH-SOURCE
145870     MOVE TRAN-ACTION TO CASH-ACTION
145871     MOVE AMOUNT-WORK TO CASH-AMOUNT
145872     MOVE CURR-OPERATOR TO CASH-OPERATOR
145873     MOVE TRAN-CASH-BRANCH TO CASH-BRANCH
145874     WRITE CASHACT-RECORD
145875     .
145876 6150-EXIT.
145877     EXIT.
145878
145879*----------------------------------------------------------------
145900* 6300-RECYCLE-REJECT - THE REJECTED TRANSACTION GOES AROUND
146000* AGAIN OR UP THE LADDER: UNDER THE CYCLE CAP IT IS WRITTEN TO
146100* RECYCLE-FILE IN ITS ORIGINAL IMAGE WITH THE REASON AND THE
152800     CLOSE NEWMSTR-FILE
152900     CLOSE OLDADDR-FILE
153000     CLOSE NEWADDR-FILE
153020     CLOSE OLDHOLD-FILE
153040     CLOSE NEWHOLD-FILE
153060     CLOSE HOLDRPT-FILE
153100     CLOSE TRANFILE
153200     CLOSE RECYCLE-FILE
153300     CLOSE ESCALRPT-FILE
153500     CLOSE TOTALS-FILE
153600     CLOSE TRANREG-FILE
153700     CLOSE BALHIST-FILE
153750     CLOSE CASHACT-FILE
153800     .
153900 7000-EXIT.
154000     EXIT.
154100
154200*----------------------------------------------------------------
154300* 4260-CHECK-HOLDS - WHAT THE HOLDS ON THE CURRENT ACCT-ID ALLOW.
154400* HOLD-ON-FILE IS SET IF ANY HOLD IS ON FILE (WHICH BARS A
154500* DELETE); OF THE HOLDS ALREADY EFFECTIVE, A FULL FREEZE SETS
154600* HOLD-FREEZE AND AN AMOUNT HOLD ADDS TO HOLD-HELD-SUM, THE PART
154700* OF THE BALANCE NO DEBIT MAY TOUCH.  REJECT-REASON IS LOADED
154800* WITH THE TYPE AND REASON OF THE MOST BINDING HOLD FOR THE
154900* CALLER TO USE IF IT REFUSES THE TRANSACTION.
155000*----------------------------------------------------------------
155100 4260-CHECK-HOLDS.
155200     IF TRAN-ACCT-ID NOT = CURR-HOLD-KEY
155300        PERFORM 4410-POSITION-HOLDS THRU 4410-EXIT
155400     END-IF
155500     MOVE 0 TO HOLD-HELD-SUM
155600     MOVE 0 TO HOLD-QUOTE-RANK
155700     MOVE "N" TO HOLD-FREEZE-SW
155800     MOVE "N" TO HOLD-ON-FILE-SW
155900     PERFORM 4265-CHECK-ONE-HOLD THRU 4265-EXIT
156000        VARYING HOLD-I FROM 1 BY 1 UNTIL HOLD-I > NUM-HOLDS
156100     IF HOLD-ON-FILE
156200        MOVE SPACES TO REJECT-REASON
156300        STRING
156400           "REJECTED - HOLD " DELIMITED BY SIZE
156500           HOLD-QUOTE-TYPE DELIMITED BY SIZE
156600           " " DELIMITED BY SIZE
156700           HOLD-QUOTE-REASON DELIMITED BY SIZE
156800           INTO REJECT-REASON
156900     END-IF
157000     .
157100 4260-EXIT.
157200     EXIT.
157300
157400 4265-CHECK-ONE-HOLD.
157500     IF NOT HT-LIVE(HOLD-I)
157600        GO TO 4265-EXIT
157700     END-IF
157800     MOVE HT-RECORD(HOLD-I) TO WORK-HOLDREC
157900     SET HOLD-ON-FILE TO TRUE
158000     IF HOLD-QUOTE-RANK < 1
158100        MOVE 1 TO HOLD-QUOTE-RANK
158200        PERFORM 4268-QUOTE-HOLD THRU 4268-EXIT
158300     END-IF
158400     IF HOLD-EFF-DATE IN WORK-HOLDREC > DATE-TODAY-HEADER(1:8)
158500        GO TO 4265-EXIT
158600     END-IF
158700     IF HOLD-FULL-FREEZE IN WORK-HOLDREC
158800        SET HOLD-FREEZE TO TRUE
158900        IF HOLD-QUOTE-RANK < 3
159000           MOVE 3 TO HOLD-QUOTE-RANK
159100           PERFORM 4268-QUOTE-HOLD THRU 4268-EXIT
159200        END-IF
159300     ELSE
159400        ADD HOLD-AMOUNT IN WORK-HOLDREC TO HOLD-HELD-SUM
159500        IF HOLD-QUOTE-RANK < 2
159600           MOVE 2 TO HOLD-QUOTE-RANK
159700           PERFORM 4268-QUOTE-HOLD THRU 4268-EXIT
159800        END-IF
159900     END-IF
160000     .
160100 4265-EXIT.
160200     EXIT.
160300
160400 4268-QUOTE-HOLD.
160500     MOVE HOLD-TYPE IN WORK-HOLDREC TO HOLD-QUOTE-TYPE
160600     MOVE HOLD-REASON IN WORK-HOLDREC TO HOLD-QUOTE-REASON
160700     .
160800 4268-EXIT.
160900     EXIT.
161000*----------------------------------------------------------------
161100* 4280-QUEUE-TRANSFER - THE PASS HAS REACHED A TRANSFER'S
161200* FROM-ACCOUNT.  THE AMOUNT GOES THROUGH THE SAME OPERATOR-
161300* AUTHORITY AND DUAL-APPROVAL GATE AS ANY OTHER BALANCE CHANGE
161400* (CONSUMING A PENDING "V" ON THIS ACCT-ID), AND THE HOLDS ON THE
161500* FROM-ACCOUNT ARE NOTED FOR THE DEBIT TEST.  THE TRANSFER IS
161600* THEN LEFT QUEUED FOR 4900-POST-TRANSFERS.
161700*----------------------------------------------------------------
161800 4280-QUEUE-TRANSFER.
161900     IF XFER-SEEN > NUM-XFERS
162000        ADD 1 TO REJECT-NUM
162100        MOVE "REJECTED - TRANSFER TABLE FULL FOR RUN"
162200           TO REJECT-REASON
162300        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
162400        PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
162500        GO TO 4280-EXIT
162600     END-IF
162700     COMPUTE AMOUNT-WORK = FUNCTION NUMVAL-C(TRAN-XFER-AMOUNT)
162800     MOVE AMOUNT-WORK TO AUTH-AMOUNT
162900     PERFORM 4600-CHECK-AUTHORITY THRU 4600-EXIT
163000     IF AUTH-FAIL
163100        SET XT-REJECTED(XFER-SEEN) TO TRUE
163200        ADD 1 TO REJECT-NUM
163300        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
163400        PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
163500        GO TO 4280-EXIT
163600     END-IF
163700     PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
163800     MOVE HOLD-FREEZE-SW TO XT-FREEZE-SW(XFER-SEEN)
163900     MOVE HOLD-HELD-SUM TO XT-HELD-SUM(XFER-SEEN)
164000     IF HOLD-ON-FILE
164100        MOVE REJECT-REASON TO XT-HOLD-QUOTE(XFER-SEEN)
164200     END-IF
164300     MOVE CURR-OPERATOR TO XT-OPERATOR(XFER-SEEN)
164400     MOVE AMOUNT-WORK TO XT-AMOUNT(XFER-SEEN)
164500     SET XT-QUEUED(XFER-SEEN) TO TRUE
164600     .
164700 4280-EXIT.
164800     EXIT.
164900
165000*----------------------------------------------------------------
165100* 4290-APPLY-TAXID - SET THE TAXPAYER ID AND ITS TYPE (TRANEDIT
165200* HAS ALREADY PASSED BOTH).  THE FULL ID NEVER GOES TO THE AUDIT
165300* LOG; THE DETAIL LINE CARRIES THE TYPE AND LAST FOUR DIGITS.
165400*----------------------------------------------------------------
165500 4290-APPLY-TAXID.
165600     MOVE TAXID-TYPE IN NEW-CUSTREC TO TAXID-MASK-TYPE
165700     MOVE TAXID IN NEW-CUSTREC (6:4) TO TAXID-MASK-LAST4
165800     MOVE TAXID-MASK TO DETAIL-OLD-VALUE
165900     IF TAXID IN NEW-CUSTREC = SPACES
166000        MOVE SPACES TO DETAIL-OLD-VALUE
166100     END-IF
166200     MOVE TRAN-TAXID-TYPE TO TAXID-MASK-TYPE
166300     MOVE TRAN-TAXID (6:4) TO TAXID-MASK-LAST4
166400     MOVE TAXID-MASK TO DETAIL-NEW-VALUE
166500     MOVE "TAXID" TO DETAIL-FIELD-NAME
166600     PERFORM 6110-WRITE-CHANGE-DETAIL THRU 6110-EXIT
166700     MOVE TRAN-TAXID TO TAXID IN NEW-CUSTREC
166800     MOVE TRAN-TAXID-TYPE TO TAXID-TYPE IN NEW-CUSTREC
166900     MOVE "CHANGED TAXID" TO REJECT-REASON
167000     ADD 1 TO CHANGE-NUM
167100     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
167200     .
167300 4290-EXIT.
167400     EXIT.
167500
167600*----------------------------------------------------------------
167700* 4400-APPLY-HOLD-TRAN - ONE "H" OR "R" TRANSACTION AGAINST THE
167800* ACCOUNT HOLD FILE.  THE HOLD PASS RIDES THE SAME ASCENDING
167900* ACCT-ID ORDER AS THE ADDRESS PASS, BUT AN ACCOUNT MAY HAVE
168000* SEVERAL HOLDS, SO POSITIONING LOADS ALL OF THEM INTO
168100* HOLD-TABLE AND THE FLUSH WRITES BACK THE ONES STILL LIVE.
168200*----------------------------------------------------------------
168300 4400-APPLY-HOLD-TRAN.
168400     IF TRAN-ACCT-ID NOT = CURR-HOLD-KEY
168500        PERFORM 4410-POSITION-HOLDS THRU 4410-EXIT
168600     END-IF
168700     IF TRAN-HOLD-ADD
168800        PERFORM 4460-ADD-HOLD THRU 4460-EXIT
168900     ELSE
169000        PERFORM 4470-RELEASE-HOLDS THRU 4470-EXIT
169100     END-IF
169200     .
169300 4400-EXIT.
169400     EXIT.
169500
169600*----------------------------------------------------------------
169700* 4410-POSITION-HOLDS - MOVE THE HOLD PASS FORWARD TO THE
169800* CURRENT TRANSACTION KEY: FLUSH THE PRIOR KEY'S TABLE, COPY OLD
169900* HOLDS BELOW THE KEY THROUGH, AND LOAD THE KEY'S OWN HOLDS.
170000* HOLD-LAST-SEQ ENDS UP AS THE HIGHEST SEQUENCE THE ACCOUNT HAS
170100* USED, EXPIRED HOLDS INCLUDED, SO A NEW HOLD NEVER REUSES ONE.
170200*----------------------------------------------------------------
170300 4410-POSITION-HOLDS.
170400     PERFORM 4440-FLUSH-PENDING-HOLDS THRU 4440-EXIT
170500     PERFORM 4420-COPY-HOLD-TO-NEW THRU 4420-EXIT
170600        UNTIL HOLD-EOF
170700           OR HOLD-ACCT-ID IN OLD-HOLDREC NOT < TRAN-ACCT-ID
170800     MOVE 0 TO HOLD-LAST-SEQ
170900     PERFORM 4430-LOAD-ONE-HOLD THRU 4430-EXIT
171000        UNTIL HOLD-EOF
171100           OR HOLD-ACCT-ID IN OLD-HOLDREC NOT = TRAN-ACCT-ID
171200     MOVE TRAN-ACCT-ID TO CURR-HOLD-KEY
171300     .
171400 4410-EXIT.
171500     EXIT.
171600
171700*----------------------------------------------------------------
171800* 4420-COPY-HOLD-TO-NEW - AN OLD HOLD NO TRANSACTION TOUCHED GOES
171900* STRAIGHT THROUGH, UNLESS ITS EXPIRY DATE IS BEHIND THE BUSINESS
172000* DATE, IN WHICH CASE IT IS DROPPED AND LISTED AS EXPIRED.
172100*----------------------------------------------------------------
172200 4420-COPY-HOLD-TO-NEW.
172300     MOVE OLD-HOLDREC TO WORK-HOLDREC
172400     IF HOLD-EXP-DATE IN WORK-HOLDREC NOT = SPACES
172500        AND HOLD-EXP-DATE IN WORK-HOLDREC < DATE-TODAY-HEADER(1:8)
172600        PERFORM 4450-EXPIRE-HOLD THRU 4450-EXIT
172700     ELSE
172800        MOVE OLD-HOLDREC TO NEW-HOLDREC
172900        WRITE NEW-HOLDREC
173000     END-IF
173100     PERFORM 2400-READ-OLDHOLD THRU 2400-EXIT
173200     .
173300 4420-EXIT.
173400     EXIT.
173500
173600 4430-LOAD-ONE-HOLD.
173700     MOVE OLD-HOLDREC TO WORK-HOLDREC
173800     IF HOLD-SEQ IN WORK-HOLDREC > HOLD-LAST-SEQ
173900        MOVE HOLD-SEQ IN WORK-HOLDREC TO HOLD-LAST-SEQ
174000     END-IF
174100     IF HOLD-EXP-DATE IN WORK-HOLDREC NOT = SPACES
174200        AND HOLD-EXP-DATE IN WORK-HOLDREC < DATE-TODAY-HEADER(1:8)
174300        PERFORM 4450-EXPIRE-HOLD THRU 4450-EXIT
174400     ELSE
174500        ADD 1 TO NUM-HOLDS
174600        SET HT-LIVE(NUM-HOLDS) TO TRUE
174700        MOVE WORK-HOLDREC TO HT-RECORD(NUM-HOLDS)
174800     END-IF
174900     PERFORM 2400-READ-OLDHOLD THRU 2400-EXIT
175000     .
175100 4430-EXIT.
175200     EXIT.
175300
175400 4440-FLUSH-PENDING-HOLDS.
175500     PERFORM 4445-WRITE-ONE-HOLD THRU 4445-EXIT
175600        VARYING HOLD-I FROM 1 BY 1 UNTIL HOLD-I > NUM-HOLDS
175700     MOVE 0 TO NUM-HOLDS
175800     .
175900 4440-EXIT.
176000     EXIT.
176100
176200 4445-WRITE-ONE-HOLD.
176300     IF HT-LIVE(HOLD-I)
176400        MOVE HT-RECORD(HOLD-I) TO NEW-HOLDREC
176500        WRITE NEW-HOLDREC
176600     END-IF
176700     .
176800 4445-EXIT.
176900     EXIT.
177000
177100 4450-EXPIRE-HOLD.
177200     ADD 1 TO HOLDEXP-NUM
177300     MOVE "EXPIRED" TO HOLD-ACTION-TEXT
177400     MOVE OPERATOR-ID TO HOLD-ACTION-OPER
177500     PERFORM 6145-WRITE-HOLD-LINE THRU 6145-EXIT
177600     .
177700 4450-EXIT.
177800     EXIT.
177900
178000*----------------------------------------------------------------
178100* 4460-ADD-HOLD - PLACE A NEW HOLD UNDER THE NEXT UNUSED
178200* SEQUENCE.  THE EFFECTIVE DATE DEFAULTS TO THE BUSINESS DATE;
178300* A HOLD WHOSE EXPIRY DATE HAS ALREADY PASSED IS REFUSED.
178400*----------------------------------------------------------------
178500 4460-ADD-HOLD.
178600     IF HOLD-LAST-SEQ NOT < HOLD-MAX
178700        ADD 1 TO REJECT-NUM
178800        MOVE "REJECTED - HOLD SEQUENCE LIMIT REACHED"
178900           TO REJECT-REASON
179000        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
179100        PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
179200        GO TO 4460-EXIT
179300     END-IF
179400     IF TRAN-HOLD-EXP-DATE NOT = SPACES
179500        AND TRAN-HOLD-EXP-DATE < DATE-TODAY-HEADER(1:8)
179600        ADD 1 TO REJECT-NUM
179700        MOVE "REJECTED - HOLD ALREADY EXPIRED" TO REJECT-REASON
179800        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
179900        PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
180000        GO TO 4460-EXIT
180100     END-IF
180200     ADD 1 TO HOLD-LAST-SEQ
180300     MOVE SPACES TO WORK-HOLDREC
180400     MOVE TRAN-ACCT-ID TO HOLD-ACCT-ID IN WORK-HOLDREC
180500     MOVE HOLD-LAST-SEQ TO HOLD-SEQ IN WORK-HOLDREC
180600     MOVE TRAN-HOLD-TYPE TO HOLD-TYPE IN WORK-HOLDREC
180700     MOVE TRAN-HOLD-SCOPE TO HOLD-SCOPE IN WORK-HOLDREC
180800     MOVE 0 TO HOLD-AMOUNT IN WORK-HOLDREC
180900     IF TRAN-HOLD-AMOUNT-ONLY
181000        COMPUTE HOLD-AMOUNT IN WORK-HOLDREC =
181100           FUNCTION NUMVAL-C(TRAN-HOLD-AMOUNT)
181200     END-IF
181300     MOVE TRAN-HOLD-REASON TO HOLD-REASON IN WORK-HOLDREC
181400     MOVE TRAN-HOLD-EFF-DATE TO HOLD-EFF-DATE IN WORK-HOLDREC
181500     IF TRAN-HOLD-EFF-DATE = SPACES
181600        MOVE DATE-TODAY-HEADER(1:8)
181700           TO HOLD-EFF-DATE IN WORK-HOLDREC
181800     END-IF
181900     MOVE TRAN-HOLD-EXP-DATE TO HOLD-EXP-DATE IN WORK-HOLDREC
182000     MOVE CURR-OPERATOR TO HOLD-OPERATOR IN WORK-HOLDREC
182100     MOVE DATE-TODAY-HEADER(1:8) TO HOLD-SET-DATE IN WORK-HOLDREC
182200     ADD 1 TO NUM-HOLDS
182300     SET HT-LIVE(NUM-HOLDS) TO TRUE
182400     MOVE WORK-HOLDREC TO HT-RECORD(NUM-HOLDS)
182500     ADD 1 TO HOLDADD-NUM
182600     MOVE "ADDED" TO HOLD-ACTION-TEXT
182700     PERFORM 6140-REPORT-HOLD-ACTION THRU 6140-EXIT
182800     .
182900 4460-EXIT.
183000     EXIT.
183100
183200*----------------------------------------------------------------
183300* 4470-RELEASE-HOLDS - RELEASE THE HOLD NAMED BY TRAN-HOLD-SEQ,
183400* OR EVERY HOLD ON THE ACCOUNT WHEN NO SEQUENCE IS GIVEN.
183500*----------------------------------------------------------------
183600 4470-RELEASE-HOLDS.
183700     MOVE "N" TO HOLD-FOUND-SW
183800     PERFORM 4475-RELEASE-ONE-HOLD THRU 4475-EXIT
183900        VARYING HOLD-I FROM 1 BY 1 UNTIL HOLD-I > NUM-HOLDS
184000     IF NOT HOLD-FOUND
184100        ADD 1 TO REJECT-NUM
184200        MOVE "REJECTED - HOLD NOT ON FILE" TO REJECT-REASON
184300        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
184400        PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
184500     END-IF
184600     .
184700 4470-EXIT.
184800     EXIT.
184900
185000 4475-RELEASE-ONE-HOLD.
185100     IF NOT HT-LIVE(HOLD-I)
185200        GO TO 4475-EXIT
185300     END-IF
185400     MOVE HT-RECORD(HOLD-I) TO WORK-HOLDREC
185500     IF TRAN-HOLD-SEQ NOT = SPACES
185600        AND TRAN-HOLD-SEQ NOT = HOLD-SEQ IN WORK-HOLDREC
185700        GO TO 4475-EXIT
185800     END-IF
185900     SET HT-GONE(HOLD-I) TO TRUE
186000     SET HOLD-FOUND TO TRUE
186100     ADD 1 TO HOLDREL-NUM
186200     MOVE "RELEASED" TO HOLD-ACTION-TEXT
186300     PERFORM 6140-REPORT-HOLD-ACTION THRU 6140-EXIT
186400     .
186500 4475-EXIT.
186600     EXIT.
186700
186800*----------------------------------------------------------------
186900* 4810-FLUSH-HOLD-FILE - END OF RUN: WRITE THE LAST ACCOUNT'S
187000* LIVE HOLDS AND COPY THE REST OF THE OLD HOLD FILE THROUGH,
187100* DROPPING AND LISTING ANY HOLD THAT HAS EXPIRED.
187200*----------------------------------------------------------------
187300 4810-FLUSH-HOLD-FILE.
187400     PERFORM 4440-FLUSH-PENDING-HOLDS THRU 4440-EXIT
187500     PERFORM 4420-COPY-HOLD-TO-NEW THRU 4420-EXIT
187600        UNTIL HOLD-EOF
187700     .
187800 4810-EXIT.
187900     EXIT.
188000*----------------------------------------------------------------
188100* 4900-POST-TRANSFERS - END OF THE MATCH PASS: EVERY QUEUED
188200* TRANSFER, IN TRANSACTION ORDER, IS POSTED OR REJECTED AS A UNIT
188300* AGAINST THE BALANCES THE PASS LEFT ON BOTH ACCOUNTS (AND ANY
188400* EARLIER TRANSFER HAS MOVED), THEN THE WORK FILE IS COPIED TO
188500* NEWMSTR-FILE WITH THE NEW BALANCES.
188600*----------------------------------------------------------------
188700 4900-POST-TRANSFERS.
188800     IF NOT XFER-ACTIVE
188900        GO TO 4900-EXIT
189000     END-IF
189100     PERFORM 4910-POST-ONE-TRANSFER THRU 4910-EXIT
189200        VARYING XFER-I FROM 1 BY 1 UNTIL XFER-I > NUM-XFERS
189300     PERFORM 4950-COPY-WORK-TO-NEW THRU 4950-EXIT
189400     .
189500 4900-EXIT.
189600     EXIT.
189700
189800*----------------------------------------------------------------
189900* 4910-POST-ONE-TRANSFER - BOTH ACCOUNTS MUST STILL BE ON THE NEW
190000* MASTER WITH A BALANCE THAT PASSES THE NUMERIC EDIT; THE DEBIT
190100* MAY NOT TOUCH A FROZEN ACCOUNT, OVERDRAW, OR DIP INTO THE AMOUNT
190200* HELD, AND THE CREDIT MUST FIT THE 12-BYTE FIELD.  ANY FAILURE
190300* REJECTS THE WHOLE TRANSFER TO THE RECYCLE PATH.
190400*----------------------------------------------------------------
190500 4910-POST-ONE-TRANSFER.
190600     IF NOT XT-QUEUED(XFER-I)
190700        GO TO 4910-EXIT
190800     END-IF
190900     MOVE XT-IMAGE(XFER-I) TO TRAN-IMAGE
191000     MOVE XT-RCY-CYCLE(XFER-I) TO TRAN-RCY-CYCLE
191100     MOVE XT-OPERATOR(XFER-I) TO CURR-OPERATOR
191200     MOVE XT-AMOUNT(XFER-I) TO AMOUNT-WORK
191300     MOVE TRAN-ACCT-ID TO XA-SEARCH-KEY
191400     PERFORM 1320-SEARCH-XACCTS THRU 1320-EXIT
191500     MOVE XA-FOUND-IX TO XA-FROM-IX
191600     MOVE TRAN-XFER-TO-ACCT TO XA-SEARCH-KEY
191700     PERFORM 1320-SEARCH-XACCTS THRU 1320-EXIT
191800     MOVE XA-FOUND-IX TO XA-TO-IX
191900     EVALUATE TRUE
192000        WHEN NOT XA-ON-FILE(XA-FROM-IX)
192100           MOVE "REJECTED - FROM-ACCOUNT DELETED THIS RUN"
192200              TO REJECT-REASON
192300        WHEN NOT XA-BAL-OK(XA-FROM-IX)
192400           MOVE "REJECTED - BALANCE ON FILE FAILS EDIT"
192500              TO REJECT-REASON
192600        WHEN NOT XA-ON-FILE(XA-TO-IX)
192700           MOVE "REJECTED - TO-ACCOUNT NOT ON FILE"
192800              TO REJECT-REASON
192900        WHEN NOT XA-BAL-OK(XA-TO-IX)
193000           MOVE "REJECTED - TO-ACCOUNT BALANCE FAILS EDIT"
193100              TO REJECT-REASON
193200        WHEN XT-FREEZE(XFER-I)
193300           MOVE XT-HOLD-QUOTE(XFER-I) TO REJECT-REASON
193400        WHEN AMOUNT-WORK > XA-BALANCE(XA-FROM-IX)
193500           MOVE "REJECTED - TRANSFER OVERDRAWS BALANCE"
193600              TO REJECT-REASON
193700        WHEN XA-BALANCE(XA-FROM-IX) - AMOUNT-WORK
193800              < XT-HELD-SUM(XFER-I)
193900           MOVE XT-HOLD-QUOTE(XFER-I) TO REJECT-REASON
194000        WHEN XA-BALANCE(XA-TO-IX) + AMOUNT-WORK > 999999999.99
194100           MOVE "REJECTED - NEW BALANCE TOO LARGE FOR FIELD"
194200              TO REJECT-REASON
194300        WHEN OTHER
194400           PERFORM 4930-APPLY-TRANSFER THRU 4930-EXIT
194500           GO TO 4910-EXIT
194600     END-EVALUATE
194700     SET XT-REJECTED(XFER-I) TO TRUE
194800     ADD 1 TO REJECT-NUM
194900     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
195000     PERFORM 6300-RECYCLE-REJECT THRU 6300-EXIT
195100     .
195200 4910-EXIT.
195300     EXIT.
195400
195500*----------------------------------------------------------------
195600* 4930-APPLY-TRANSFER - POST BOTH LEGS.  EACH LEG WRITES ITS OWN
195700* BALANCE HISTORY RECORD, DEBIT FIRST, SO THE PAIR SITS TOGETHER
195800* ON BALHIST UNDER THE SAME DATE AND OPERATOR WITH EQUAL AND
195900* OPPOSITE DELTAS, AND ITS OWN AUDIT LINE NAMING THE OTHER
196000* ACCOUNT.  THE CREDIT LEG IS BOOKED UNDER THE TO-ACCOUNT BY
196100* SWAPPING IT INTO TRAN-ACCT-ID FOR THE SHARED WRITE PARAGRAPHS.
196200*----------------------------------------------------------------
196300 4930-APPLY-TRANSFER.
196400     MOVE XA-BALANCE(XA-FROM-IX) TO HIST-OLD-WORK
196500     COMPUTE HIST-NEW-WORK = HIST-OLD-WORK - AMOUNT-WORK
196600     SUBTRACT HIST-OLD-WORK FROM NET-BAL-DELTA
196700     ADD HIST-NEW-WORK TO NET-BAL-DELTA
196800     PERFORM 6120-WRITE-BALANCE-HISTORY THRU 6120-EXIT
196900     MOVE HIST-NEW-WORK TO XA-BALANCE(XA-FROM-IX)
197000     MOVE HIST-NEW-WORK TO XT-FROM-NEW(XFER-I)
197100     SET XA-MOVED(XA-FROM-IX) TO TRUE
197200     ADD AMOUNT-WORK TO XFER-OUT-SUM
197300     MOVE SPACES TO REJECT-REASON
197400     STRING
197500        "TRANSFER OUT TO " DELIMITED BY SIZE
197600        TRAN-XFER-TO-ACCT DELIMITED BY SIZE
197700        INTO REJECT-REASON
197800     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
197900
198000     MOVE TRAN-ACCT-ID TO XFER-FROM-ACCT
198100     MOVE TRAN-XFER-TO-ACCT TO TRAN-ACCT-ID
198200     MOVE XA-BALANCE(XA-TO-IX) TO HIST-OLD-WORK
198300     COMPUTE HIST-NEW-WORK = HIST-OLD-WORK + AMOUNT-WORK
198400     SUBTRACT HIST-OLD-WORK FROM NET-BAL-DELTA
198500     ADD HIST-NEW-WORK TO NET-BAL-DELTA
198600     PERFORM 6120-WRITE-BALANCE-HISTORY THRU 6120-EXIT
198700     MOVE HIST-NEW-WORK TO XA-BALANCE(XA-TO-IX)
198800     MOVE HIST-NEW-WORK TO XT-TO-NEW(XFER-I)
198900     SET XA-MOVED(XA-TO-IX) TO TRUE
199000     ADD AMOUNT-WORK TO XFER-IN-SUM
199100     MOVE SPACES TO REJECT-REASON
199200     STRING
199300        "TRANSFER IN FROM " DELIMITED BY SIZE
199400        XFER-FROM-ACCT DELIMITED BY SIZE
199500        INTO REJECT-REASON
199600     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
199700     MOVE XFER-FROM-ACCT TO TRAN-ACCT-ID
199800
199900     ADD 1 TO XFER-NUM
200000     SET XT-POSTED(XFER-I) TO TRUE
200100     .
200200 4930-EXIT.
200300     EXIT.
200400
200500*----------------------------------------------------------------
200600* 4950-COPY-WORK-TO-NEW - READ THE WORK FILE BACK AND WRITE THE
200700* NEW MASTER, GIVING EVERY ACCOUNT A TRANSFER MOVED ITS NEW
200800* BALANCE AND THE POSTING DATE IN LDATE, AS 4230 DOES FOR A
200900* DEPOSIT OR WITHDRAWAL.
201000*----------------------------------------------------------------
201100 4950-COPY-WORK-TO-NEW.
201200     CLOSE MSTRWRK-FILE
201300     OPEN INPUT MSTRWRK-FILE
201400     MOVE 1 TO XA-PTR
201500     PERFORM 4960-READ-MSTRWRK THRU 4960-EXIT
201600     PERFORM 4955-COPY-ONE-WORK-REC THRU 4955-EXIT
201700        UNTIL MSTRWRK-EOF
201800     CLOSE MSTRWRK-FILE
201900     .
202000 4950-EXIT.
202100     EXIT.
202200
202300 4955-COPY-ONE-WORK-REC.
202400     MOVE WRK-CUSTREC TO NEW-CUSTREC
202500     PERFORM 4195-ADVANCE-XA-PTR THRU 4195-EXIT
202600        UNTIL XA-ACCT-ID(XA-PTR) NOT < ACCT-ID IN NEW-CUSTREC
202700     IF XA-ACCT-ID(XA-PTR) = ACCT-ID IN NEW-CUSTREC
202800        AND XA-MOVED(XA-PTR)
202900        MOVE XA-BALANCE(XA-PTR) TO BALANCE-PLAIN
203000        MOVE BALANCE-PLAIN TO BALANCE IN NEW-CUSTREC
203100        MOVE DATE-TODAY-HEADER(1:8) TO LDATE IN NEW-CUSTREC
203200     END-IF
203300     WRITE NEW-CUSTREC
203400     PERFORM 4960-READ-MSTRWRK THRU 4960-EXIT
203500     .
203600 4955-EXIT.
203700     EXIT.
203800
203900 4960-READ-MSTRWRK.
204000     READ MSTRWRK-FILE
204100        AT END
204200           SET MSTRWRK-EOF TO TRUE
204300     END-READ
204400     .
204500 4960-EXIT.
204600     EXIT.
