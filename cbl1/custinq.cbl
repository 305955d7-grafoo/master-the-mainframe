002370*                  UNAVAILABLE ADDRESS FILE IS REPORTED ON THE
002380*                  CONSOLE AND THE RESPONSE SIMPLY OMITS THE
002390*                  ADDRESS LINE RATHER THAN FAILING THE RUN.
002393* 10/15/2026  RH   THE RESPONSE BLOCK NOW LISTS THE HOLDS IN FORCE
002396*                  ON THE ACCOUNT FROM THE KEYED ACCOUNT HOLD FILE
002399*                  (HOLDMSTR DD, REBUILT BY THE MAINTENANCE JOB)
002402*                  AND THE AVAILABLE BALANCE - THE BALANCE LESS
002405*                  THE AMOUNT HELD, OR ZERO UNDER A FULL FREEZE.
002408*                  AN UNAVAILABLE HOLD FILE IS REPORTED ON THE
002411*                  CONSOLE AND THE HOLD LINES ARE OMITTED, AS FOR
002414*                  THE ADDRESS FILE.
002417* 10/15/2026  RH   NAME SEARCH.  A REQUEST CARD WITH "*NAME" IN
002420*                  COLUMNS 1-10 SEARCHES ON A FULL OR PARTIAL LAST
002423*                  NAME (COLUMNS 11-32) THROUGH THE LNAME
002426*                  ALTERNATE INDEX PATH THE MAINTENANCE JOB BUILDS
002429*                  OVER THE KEYED MASTER, OPTIONALLY NARROWED BY A
002432*                  FULL OR PARTIAL FIRST NAME (33-43), CITY
002435*                  (44-61) OR ZIP (62-70) FROM THE KEYED ADDRESS
002438*                  FILE.  EVERY MATCHING ACCOUNT IS LISTED IN
002441*                  LAST/FIRST NAME ORDER WITH ITS ACCT-ID,
002444*                  ADDRESS, BALANCE AND LDATE, UP TO
002447*                  NAME-MATCH-MAX ACCOUNTS; A SEARCH THAT MATCHES
002450*                  MORE IS ANSWERED "TOO MANY MATCHES" AND LISTS
002453*                  NONE.  A NAME SEARCH WITH NO MATCH, TOO MANY
002456*                  MATCHES OR NO LAST NAME ALSO ENDS THE RUN
002459*                  CC 4.  CUSTMSTR IS NOW OPENED FOR DYNAMIC
002462*                  ACCESS AND NEEDS THE PATH ON THE CUSTMST1 DD.
002465* 10/15/2026  RH   HOLDMSTR IS NOW OPTIONAL.  AN EMPTY HOLD FILE
002468*                  (STATUS 05 - NO HOLD HAS EVER BEEN PLACED) IS
002471*                  READ AS NO HOLDS IN FORCE AND THE AVAILABLE
002474*                  BALANCE IS STILL SHOWN.
002478* 10/15/2026  RH   HOLDS IN FORCE AND THE AVAILABLE BALANCE ARE
002480*                  NOW DATED AGAINST THE CYCLECTL BUSINESS DATE
002482*                  (CYCLECTL DD, READ ONLY), AS THE POSTING RUNS
002484*                  DATE THEM.  A MISSING OR EMPTY CYCLECTL FALLS
002486*                  BACK TO THE SYSTEM DATE.
002490*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CUSTMSTR-FILE ASSIGN TO CUSTMSTR
002900         ORGANIZATION IS INDEXED
003000         ACCESS MODE IS DYNAMIC
003100         RECORD KEY IS ACCT-ID IN MSTR-CUSTREC
003130         ALTERNATE RECORD KEY IS LNAME IN MSTR-CUSTREC
003160            WITH DUPLICATES
003200         FILE STATUS IS CUSTMSTR-STATUS.
003210     SELECT ADDRMSTR-FILE ASSIGN TO ADDRMSTR
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS RANDOM
003240         RECORD KEY IS ADDR-ACCT-ID
003250         FILE STATUS IS ADDRMSTR-STATUS.
003258     SELECT OPTIONAL HOLDMSTR-FILE ASSIGN TO HOLDMSTR
003266         ORGANIZATION IS INDEXED
003274         ACCESS MODE IS DYNAMIC
003282         RECORD KEY IS HOLD-KEY
003290         FILE STATUS IS HOLDMSTR-STATUS.
003300     SELECT INQREQ-FILE ASSIGN TO INQREQ.
003400     SELECT INQRESP-FILE ASSIGN TO INQRESP.
003500     SELECT THRESLD-FILE ASSIGN TO THRESLD
003600         FILE STATUS IS THRESLD-STATUS.
003610     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
003620         FILE STATUS IS CYCLECTL-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000*----------------------------------------------------------------
004100* CUSTMSTR-FILE - THE KEYED COPY OF THE CUSTOMER MASTER, BUILT
004200* BY THE IDCAMS REPRO STEP AT THE END OF THE MAINTENANCE JOB,
004300* IN THE SHARED CUSTREC LAYOUT KEYED ON ACCT-ID, WITH A
004330* NON-UNIQUE ALTERNATE INDEX ON LNAME (REACHED THROUGH ITS PATH ON
004360* THE CUSTMST1 DD) FOR THE NAME SEARCH.
004400*----------------------------------------------------------------
004500 FD  CUSTMSTR-FILE RECORD CONTAINS 83 CHARACTERS.
004600 01  MSTR-CUSTREC.
004791     COPY ADDRREC.
004800
004900*----------------------------------------------------------------
004908* HOLDMSTR-FILE - THE KEYED COPY OF THE ACCOUNT HOLD FILE, IN THE
004916* SHARED HOLDREC LAYOUT KEYED ON ACCT-ID AND HOLD SEQUENCE.  ALL
004924* THE HOLDS ON AN ACCOUNT ARE REACHED BY A START ON THE ACCT-ID
004932* WITH HOLD SEQUENCE ZERO AND READ NEXT.  OPTIONAL - UNTIL THE
004940* FIRST HOLD IS PLACED THE CLUSTER IS EMPTY (OPEN STATUS 05).
004948*----------------------------------------------------------------
004956 FD  HOLDMSTR-FILE RECORD CONTAINS 80 CHARACTERS.
004964 01  MSTR-HOLDREC.
004972     COPY HOLDREC.
004980
004988*----------------------------------------------------------------
005000* INQREQ-FILE - ONE REQUEST CARD PER ACCOUNT, ACCT-ID IN
005100* COLUMNS 1-10, REST OF THE CARD IGNORED.  A NAME SEARCH CARD
005120* HAS "*NAME" IN COLUMNS 1-10, THE FULL OR PARTIAL LAST NAME IN
005140* 11-32 AND, OPTIONALLY, A FULL OR PARTIAL FIRST NAME (33-43),
005160* CITY (44-61) AND ZIP (62-70).  A PARTIAL NAME, CITY OR ZIP
005180* MATCHES EVERY VALUE THAT BEGINS WITH IT.
005200*----------------------------------------------------------------
005300 FD  INQREQ-FILE RECORD CONTAINS 80 CHARACTERS RECORDING MODE F.
005400 01  INQREQ-RECORD.
005500     05 INQ-ACCT-ID PIC X(10).
005520        88 INQ-NAME-SEARCH VALUE "*NAME".
005540     05 INQ-LNAME   PIC X(22).
005560     05 INQ-FNAME   PIC X(11).
005580     05 INQ-CITY    PIC X(18).
005600     05 INQ-ZIP     PIC X(09).
005620     05             PIC X(10).
005700
005800*----------------------------------------------------------------
005900* INQRESP-FILE - THE FORMATTED RESPONSE, A SHORT BLOCK OF LINES
007500     05 THRESLD-RECIPIENT PIC X(20).
007600     05 THRESLD-AMOUNT    PIC X(15).
007700
007710*----------------------------------------------------------------
007720* CYCLECTL-FILE - THE SHARED CYCLE-CONTROL RECORD (SEE CYCCTL
007730* COPYBOOK), READ FOR THE BUSINESS DATE ONLY.
007740*----------------------------------------------------------------
007750 FD  CYCLECTL-FILE RECORD CONTAINS 56 CHARACTERS
007760     RECORDING MODE F.
007770 01  CYCLE-CONTROL-REC.
007780     COPY CYCCTL.
007790
007800 WORKING-STORAGE SECTION.
007900 77  TIER-MAX          PIC 9(02) COMP VALUE 10.
008000 77  NUM-TIERS         PIC 9(02) VALUE 0.
008500 77  NUMVAL-TEST-RC    PIC S9(04) VALUE 0.
008600 77  INQ-BALANCE-NUM   PIC 9(11)V99 VALUE 0.
008700 77  TIER-THRESHOLD-ED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
008720 77  HOLD-HELD-SUM     PIC 9(13)V99 VALUE 0.
008740 77  AVAIL-BALANCE-NUM PIC 9(11)V99 VALUE 0.
008760 77  HOLD-AMOUNT-ED    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
008762 77  NAME-MATCH-MAX    PIC 9(02) COMP VALUE 25.
008764 77  MATCH-NUM         PIC 9(04) COMP VALUE 0.
008766 77  MATCH-POS         PIC 9(04) COMP VALUE 0.
008768 77  NAME-LNAME-LEN    PIC 9(02) COMP VALUE 0.
008770 77  NAME-FNAME-LEN    PIC 9(02) COMP VALUE 0.
008772 77  NAME-CITY-LEN     PIC 9(02) COMP VALUE 0.
008774 77  NAME-ZIP-LEN      PIC 9(02) COMP VALUE 0.
008776 77  NAME-TRAIL-NUM    PIC 9(02) COMP VALUE 0.
008778 77  NAME-REQ-NUM      PIC 9(06) VALUE 0.
008780 77  NAME-ANSWER-NUM   PIC 9(06) VALUE 0.
008782 77  NAME-NONE-NUM     PIC 9(06) VALUE 0.
008784 77  NAME-WIDE-NUM     PIC 9(06) VALUE 0.
008786 77  NAME-REJECT-NUM   PIC 9(06) VALUE 0.
008788 77  NAME-MAX-ED       PIC Z9.
008800
008900 01  REQ-EOF-SW        PIC X(01) VALUE "N".
009000     88 REQ-EOF        VALUE "Y".
009730     88 ADDRMSTR-NOTFND VALUE "23".
009740 01  ADDR-AVAIL-SW     PIC X(01) VALUE "N".
009750     88 ADDR-AVAIL     VALUE "Y".
009754 01  HOLDMSTR-STATUS   PIC XX VALUE SPACES.
009758     88 HOLDMSTR-OK    VALUE "00" "05".
009762 01  HOLD-AVAIL-SW     PIC X(01) VALUE "N".
009766     88 HOLD-AVAIL     VALUE "Y".
009770 01  HOLD-SCAN-SW      PIC X(01) VALUE "N".
009774     88 HOLD-SCAN-DONE VALUE "Y".
009778 01  HOLD-FREEZE-SW    PIC X(01) VALUE "N".
009782     88 HOLD-FREEZE    VALUE "Y".
009786 01  HOLD-SHOW-AMOUNT  PIC X(18) VALUE SPACES.
009790 01  HOLD-SHOW-EXP     PIC X(08) VALUE SPACES.
009791 01  NAME-SCAN-SW      PIC X(01) VALUE "N".
009792     88 NAME-SCAN-DONE VALUE "Y".
009793 01  NAME-ADDR-SW      PIC X(01) VALUE "N".
009794     88 NAME-ADDR-WANTED VALUE "Y".
009795 01  NAME-WORK-FIELD   PIC X(22) VALUE SPACES.
009796 01  NAME-ADDR-FOUND   PIC X(01) VALUE SPACES.
009797 01  MATCH-PLACED-SW   PIC X(01) VALUE "N".
009798     88 MATCH-PLACED   VALUE "Y".
009800 01  THRESLD-STATUS    PIC XX VALUE SPACES.
009900     88 THRESLD-OK     VALUE "00".
010000     88 THRESLD-EOF    VALUE "10".
010010 01  CYCLECTL-STATUS   PIC XX VALUE SPACES.
010020     88 CYCLECTL-OK    VALUE "00".
010030 01  BUSINESS-DATE     PIC X(08) VALUE SPACES.
010100
010200*----------------------------------------------------------------
010300* TIER-TABLE - THE SAME (RECIPIENT, THRESHOLD) LIST TOPACCTS
011100        10 TIER-RECIPIENT PIC X(20).
011200        10 TIER-THRESHOLD PIC 9(11)V99.
011300
011304 01  DATE-TODAY-HEADER.
011308     05 TODAY-YEAR PIC 9(4).
011312     05 TODAY-MONTH PIC 9(2).
011316     05 TODAY-DAY PIC 9(2).
011320     05 FILLER PIC X(13).
011324
011328*----------------------------------------------------------------
011332* MATCH-TABLE - THE ACCOUNTS A NAME SEARCH HAS MATCHED SO FAR,
011336* KEPT IN LAST/FIRST NAME ORDER AS THEY ARE FOUND, WITH THE
011340* ADDRESS RECORD READ FOR EACH.  MATCH-ADDR-SW IS "Y" ADDRESS ON
011344* FILE, "N" NO ADDRESS ON FILE, "U" ADDRESS FILE NOT AVAILABLE.
011348*----------------------------------------------------------------
011352 01  MATCH-TABLE.
011356     05 MATCH-ENTRY
011360        OCCURS 25 TIMES
011364        INDEXED BY M.
011368        10 MATCH-NAME-KEY.
011372           15 MATCH-LNAME   PIC X(22).
011376           15 MATCH-FNAME   PIC X(11).
011380        10 MATCH-CUSTREC    PIC X(83).
011384        10 MATCH-ADDRREC    PIC X(64).
011388        10 MATCH-ADDR-SW    PIC X(01).
011392
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
012600     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
012700     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
012800     IF NOTFND-NUM > 0
012820        OR NAME-NONE-NUM > 0
012840        OR NAME-WIDE-NUM > 0
012860        OR NAME-REJECT-NUM > 0
012900        MOVE 4 TO RETURN-CODE
013000     END-IF
013100     STOP RUN
013200     .
013300
013400 1000-INITIALIZE.
013450     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
013460     MOVE DATE-TODAY-HEADER(1:8) TO BUSINESS-DATE
013470     PERFORM 1200-READ-CYCLE-CONTROL THRU 1200-EXIT
013500     PERFORM 1100-READ-THRESLD-RECS THRU 1100-EXIT
013600     IF NUM-TIERS = 0
013700        ADD 1 TO NUM-TIERS
017800 1110-EXIT.
017900     EXIT.
018000
018010*----------------------------------------------------------------
018020* 1200-READ-CYCLE-CONTROL - THE BUSINESS DATE HOLDS ARE DATED
018030* AGAINST.  A MISSING OR EMPTY CYCLECTL FILE LEAVES THE SYSTEM
018040* DATE IN BUSINESS-DATE.
018050*----------------------------------------------------------------
018051 1200-READ-CYCLE-CONTROL.
018052     OPEN INPUT CYCLECTL-FILE
018053     IF NOT CYCLECTL-OK
018054        DISPLAY "CUSTINQ - CYCLECTL NOT AVAILABLE, STATUS "
018055           CYCLECTL-STATUS ", HOLDS DATED AGAINST THE SYSTEM "
018056           "DATE"
018057        GO TO 1200-EXIT
018058     END-IF
018059     READ CYCLECTL-FILE
018060     IF NOT CYCLECTL-OK
018061        DISPLAY "CUSTINQ - CYCLECTL EMPTY, HOLDS DATED AGAINST "
018062           "THE SYSTEM DATE"
018063        CLOSE CYCLECTL-FILE
018064        GO TO 1200-EXIT
018065     END-IF
018066     MOVE CYC-BUSINESS-DATE TO BUSINESS-DATE
018067     CLOSE CYCLECTL-FILE
018068     .
018069 1200-EXIT.
018070     EXIT.
018080
018100 2000-OPEN-FILES.
018200     OPEN INPUT CUSTMSTR-FILE
018300     OPEN INPUT INQREQ-FILE
018470           "STATUS " ADDRMSTR-STATUS
018480           ", ADDRESS LINES OMITTED"
018490     END-IF
018491
018492     OPEN INPUT HOLDMSTR-FILE
018493     IF HOLDMSTR-OK
018494        SET HOLD-AVAIL TO TRUE
018495     ELSE
018496        DISPLAY "CUSTINQ - KEYED HOLD FILE NOT AVAILABLE, "
018497           "STATUS " HOLDMSTR-STATUS
018498           ", HOLD LINES OMITTED"
018499     END-IF
018500     .
018600 2000-EXIT.
018700     EXIT.
020100     END-READ
020200
020300     IF INQ-ACCT-ID = SPACES
020320        GO TO 4100-EXIT
020340     END-IF
020360     IF INQ-NAME-SEARCH
020380        PERFORM 4500-NAME-SEARCH THRU 4500-EXIT
020400        GO TO 4100-EXIT
020500     END-IF
020600     ADD 1 TO REQ-NUM
022900
023000*----------------------------------------------------------------
023100* 4300-WRITE-RESPONSE - THE FORMATTED ANSWER FOR ONE ACCOUNT:
023200* IDENTITY LINE, DATES-AND-BALANCE LINE, ADDRESS LINE, THE
023250* HOLDS IN FORCE AND THE AVAILABLE BALANCE, THEN ONE LINE PER
023300* TIER CUT LINE THE BALANCE IS OVER (OR A NO-QUALIFICATION LINE).
023400*----------------------------------------------------------------
023500 4300-WRITE-RESPONSE.
023600     MOVE SPACES TO INQRESP-REPORT-LINE
025710     PERFORM 4330-WRITE-ADDRESS-LINE THRU 4330-EXIT
025720
025800     PERFORM 4310-CHECK-BALANCE THRU 4310-EXIT
025850     PERFORM 4340-WRITE-HOLD-LINES THRU 4340-EXIT
025900     IF BALANCE-INVALID
026000        MOVE "  BALANCE FAILS NUMERIC EDIT - NO TIER TEST"
026100           TO INQRESP-REPORT-LINE
033900        NOTFND-NUM DELIMITED BY SIZE
034000        INTO INQRESP-REPORT-LINE
034100     WRITE INQRESP-REPORT-LINE
034104
034108     IF NAME-REQ-NUM > 0
034112        MOVE SPACES TO INQRESP-REPORT-LINE
034116        STRING
034120           "NAME SEARCHES: " DELIMITED BY SIZE
034124           NAME-REQ-NUM DELIMITED BY SIZE
034128           "  ANSWERED: " DELIMITED BY SIZE
034132           NAME-ANSWER-NUM DELIMITED BY SIZE
034136           "  NO MATCH: " DELIMITED BY SIZE
034140           NAME-NONE-NUM DELIMITED BY SIZE
034144           "  TOO MANY: " DELIMITED BY SIZE
034148           NAME-WIDE-NUM DELIMITED BY SIZE
034152           INTO INQRESP-REPORT-LINE
034156        WRITE INQRESP-REPORT-LINE
034160        IF NAME-REJECT-NUM > 0
034164           MOVE SPACES TO INQRESP-REPORT-LINE
034168           STRING
034172              "NAME SEARCHES NOT RUN: " DELIMITED BY SIZE
034176              NAME-REJECT-NUM DELIMITED BY SIZE
034180              INTO INQRESP-REPORT-LINE
034184           WRITE INQRESP-REPORT-LINE
034188        END-IF
034192     END-IF
034200     .
034300 5000-EXIT.
034400     EXIT.
034750     IF ADDR-AVAIL
034760        CLOSE ADDRMSTR-FILE
034770     END-IF
034777     IF HOLD-AVAIL
034784        CLOSE HOLDMSTR-FILE
034791     END-IF
034800     CLOSE INQREQ-FILE
034900     CLOSE INQRESP-FILE
035000     .
035100 7000-EXIT.
035200     EXIT.
035300
035400*----------------------------------------------------------------
035500* 4340-WRITE-HOLD-LINES - ONE LINE PER HOLD IN FORCE ON THE
035600* ACCOUNT (EFFECTIVE AND NOT PAST ITS EXPIRY DATE ON THE CYCLECTL
035650* BUSINESS DATE, AS CUSTMNT AND CUSTDRCT TEST THEM), THEN THE
035700* AVAILABLE BALANCE: THE BALANCE LESS THE AMOUNT HELD, NEVER
035800* BELOW ZERO, AND ZERO UNDER A FULL FREEZE.  AN UNAVAILABLE HOLD
035900* FILE OMITS THE LINES ENTIRELY.
036000*----------------------------------------------------------------
036100 4340-WRITE-HOLD-LINES.
036200     IF NOT HOLD-AVAIL
036300        GO TO 4340-EXIT
036400     END-IF
036500     MOVE 0 TO HOLD-HELD-SUM
036600     MOVE "N" TO HOLD-FREEZE-SW
036700     MOVE "N" TO HOLD-SCAN-SW
036800     MOVE ACCT-ID IN MSTR-CUSTREC TO HOLD-ACCT-ID
036900     MOVE 0 TO HOLD-SEQ
037000     START HOLDMSTR-FILE KEY IS NOT < HOLD-KEY
037100        INVALID KEY
037200           SET HOLD-SCAN-DONE TO TRUE
037300     END-START
037400     PERFORM 4345-WRITE-ONE-HOLD THRU 4345-EXIT
037500        UNTIL HOLD-SCAN-DONE
037600     IF BALANCE-INVALID
037700        GO TO 4340-EXIT
037800     END-IF
037900     IF HOLD-FREEZE OR HOLD-HELD-SUM > INQ-BALANCE-NUM
038000        MOVE 0 TO AVAIL-BALANCE-NUM
038100     ELSE
038200        COMPUTE AVAIL-BALANCE-NUM =
038300           INQ-BALANCE-NUM - HOLD-HELD-SUM
038400     END-IF
038500     MOVE AVAIL-BALANCE-NUM TO HOLD-AMOUNT-ED
038600     MOVE SPACES TO INQRESP-REPORT-LINE
038700     STRING
038800        "  AVAILABLE BALANCE " DELIMITED BY SIZE
038900        HOLD-AMOUNT-ED DELIMITED BY SIZE
039000        INTO INQRESP-REPORT-LINE
039100     WRITE INQRESP-REPORT-LINE
039200     .
039300 4340-EXIT.
039400     EXIT.
039500
039600 4345-WRITE-ONE-HOLD.
039700     READ HOLDMSTR-FILE NEXT RECORD
039800        AT END
039900           SET HOLD-SCAN-DONE TO TRUE
040000           GO TO 4345-EXIT
040100     END-READ
040200     IF HOLD-ACCT-ID NOT = ACCT-ID IN MSTR-CUSTREC
040300        SET HOLD-SCAN-DONE TO TRUE
040400        GO TO 4345-EXIT
040500     END-IF
040600     IF HOLD-EFF-DATE > BUSINESS-DATE
040700        GO TO 4345-EXIT
040800     END-IF
040900     IF HOLD-EXP-DATE NOT = SPACES
041000        AND HOLD-EXP-DATE < BUSINESS-DATE
041100        GO TO 4345-EXIT
041200     END-IF
041300     IF HOLD-FULL-FREEZE
041400        SET HOLD-FREEZE TO TRUE
041500        MOVE "       FULL FREEZE" TO HOLD-SHOW-AMOUNT
041600     ELSE
041700        ADD HOLD-AMOUNT TO HOLD-HELD-SUM
041800        MOVE HOLD-AMOUNT TO HOLD-AMOUNT-ED
041900        MOVE HOLD-AMOUNT-ED TO HOLD-SHOW-AMOUNT
042000     END-IF
042100     MOVE HOLD-EXP-DATE TO HOLD-SHOW-EXP
042200     IF HOLD-EXP-DATE = SPACES
042300        MOVE "RELEASE" TO HOLD-SHOW-EXP
042400     END-IF
042500     MOVE SPACES TO INQRESP-REPORT-LINE
042600     STRING
042700        "  HOLD " DELIMITED BY SIZE
042800        HOLD-SEQ DELIMITED BY SIZE
042900        " " DELIMITED BY SIZE
043000        HOLD-TYPE DELIMITED BY SIZE
043100        " " DELIMITED BY SIZE
043200        HOLD-SHOW-AMOUNT DELIMITED BY SIZE
043300        " " DELIMITED BY SIZE
043400        HOLD-REASON DELIMITED BY SIZE
043500        " FROM " DELIMITED BY SIZE
043600        HOLD-EFF-DATE DELIMITED BY SIZE
043700        " TO " DELIMITED BY SIZE
043800        HOLD-SHOW-EXP DELIMITED BY SIZE
043900        INTO INQRESP-REPORT-LINE
044000     WRITE INQRESP-REPORT-LINE
044100     .
044200 4345-EXIT.
044300     EXIT.
044400
044500*----------------------------------------------------------------
044600* 4500-NAME-SEARCH - ANSWER ONE "*NAME" CARD.  POSITION ON THE
044700* LNAME ALTERNATE INDEX AT THE LAST NAME GIVEN AND READ FORWARD
044800* WHILE THE LAST NAME STILL BEGINS WITH IT, KEEPING EVERY ACCOUNT
044900* THAT ALSO PASSES THE FIRST NAME, CITY AND ZIP TESTS.  THE SCAN
045000* STOPS AS SOON AS ONE MORE THAN NAME-MATCH-MAX ACCOUNTS MATCH.
045100*----------------------------------------------------------------
045200 4500-NAME-SEARCH.
045300     ADD 1 TO NAME-REQ-NUM
045400     PERFORM 4510-WRITE-SEARCH-HEADER THRU 4510-EXIT
045500     IF INQ-LNAME = SPACES
045600        ADD 1 TO NAME-REJECT-NUM
045700        MOVE "  NO LAST NAME GIVEN - SEARCH NOT RUN"
045800           TO INQRESP-REPORT-LINE
045900        WRITE INQRESP-REPORT-LINE
046000        GO TO 4500-SPACER
046100     END-IF
046200     MOVE "N" TO NAME-ADDR-SW
046300     IF INQ-CITY NOT = SPACES OR INQ-ZIP NOT = SPACES
046400        SET NAME-ADDR-WANTED TO TRUE
046500        IF NOT ADDR-AVAIL
046600           ADD 1 TO NAME-REJECT-NUM
046700           MOVE "  ADDRESS FILE NOT AVAILABLE - SEARCH NOT RUN"
046800              TO INQRESP-REPORT-LINE
046900           WRITE INQRESP-REPORT-LINE
047000           GO TO 4500-SPACER
047100        END-IF
047200     END-IF
047300
047400     MOVE INQ-LNAME TO NAME-WORK-FIELD
047500     PERFORM 4590-FIELD-LENGTH THRU 4590-EXIT
047600     MOVE NAME-TRAIL-NUM TO NAME-LNAME-LEN
047700     MOVE INQ-FNAME TO NAME-WORK-FIELD
047800     PERFORM 4590-FIELD-LENGTH THRU 4590-EXIT
047900     MOVE NAME-TRAIL-NUM TO NAME-FNAME-LEN
048000     MOVE INQ-CITY TO NAME-WORK-FIELD
048100     PERFORM 4590-FIELD-LENGTH THRU 4590-EXIT
048200     MOVE NAME-TRAIL-NUM TO NAME-CITY-LEN
048300     MOVE INQ-ZIP TO NAME-WORK-FIELD
048400     PERFORM 4590-FIELD-LENGTH THRU 4590-EXIT
048500     MOVE NAME-TRAIL-NUM TO NAME-ZIP-LEN
048600
048700     MOVE 0 TO MATCH-NUM
048800     MOVE "N" TO NAME-SCAN-SW
048900     MOVE INQ-LNAME TO LNAME IN MSTR-CUSTREC
049000     START CUSTMSTR-FILE KEY IS NOT < LNAME IN MSTR-CUSTREC
049100        INVALID KEY
049200           SET NAME-SCAN-DONE TO TRUE
049300     END-START
049400     PERFORM 4520-READ-NEXT-NAME THRU 4520-EXIT
049500        UNTIL NAME-SCAN-DONE
049600
049700     IF MATCH-NUM > NAME-MATCH-MAX
049800        ADD 1 TO NAME-WIDE-NUM
049900        MOVE NAME-MATCH-MAX TO NAME-MAX-ED
050000        MOVE SPACES TO INQRESP-REPORT-LINE
050100        STRING
050200           "  TOO MANY MATCHES - MORE THAN " DELIMITED BY SIZE
050300           NAME-MAX-ED DELIMITED BY SIZE
050400           " ACCOUNTS, NARROW THE SEARCH" DELIMITED BY SIZE
050500           INTO INQRESP-REPORT-LINE
050600        WRITE INQRESP-REPORT-LINE
050700        MOVE "  (GIVE MORE OF THE NAME, OR A CITY OR ZIP)"
050800           TO INQRESP-REPORT-LINE
050900        WRITE INQRESP-REPORT-LINE
051000        GO TO 4500-SPACER
051100     END-IF
051200     IF MATCH-NUM = 0
051300        ADD 1 TO NAME-NONE-NUM
051400        MOVE "  NO ACCOUNTS MATCH" TO INQRESP-REPORT-LINE
051500        WRITE INQRESP-REPORT-LINE
051600        GO TO 4500-SPACER
051700     END-IF
051800     ADD 1 TO NAME-ANSWER-NUM
051900     PERFORM 4540-WRITE-MATCH THRU 4540-EXIT
052000        VARYING M FROM 1 BY 1 UNTIL M > MATCH-NUM
052100     .
052200 4500-SPACER.
052300     MOVE SPACES TO INQRESP-REPORT-LINE
052400     WRITE INQRESP-REPORT-LINE
052500     .
052600 4500-EXIT.
052700     EXIT.
052800
052900 4510-WRITE-SEARCH-HEADER.
053000     MOVE SPACES TO INQRESP-REPORT-LINE
053100     STRING
053200        "NAME SEARCH  LAST " DELIMITED BY SIZE
053300        INQ-LNAME DELIMITED BY SIZE
053400        " FIRST " DELIMITED BY SIZE
053500        INQ-FNAME DELIMITED BY SIZE
053600        INTO INQRESP-REPORT-LINE
053700     WRITE INQRESP-REPORT-LINE
053800     IF INQ-CITY NOT = SPACES OR INQ-ZIP NOT = SPACES
053900        MOVE SPACES TO INQRESP-REPORT-LINE
054000        STRING
054100           "             CITY " DELIMITED BY SIZE
054200           INQ-CITY DELIMITED BY SIZE
054300           " ZIP " DELIMITED BY SIZE
054400           INQ-ZIP DELIMITED BY SIZE
054500           INTO INQRESP-REPORT-LINE
054600        WRITE INQRESP-REPORT-LINE
054700     END-IF
054800     .
054900 4510-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------------
055300* 4520-READ-NEXT-NAME - ONE READ NEXT ALONG THE LNAME PATH.  THE
055400* SCAN ENDS AT THE FIRST LAST NAME THAT NO LONGER BEGINS WITH THE
055500* ONE GIVEN.  THE ADDRESS IS READ FOR EVERY NAME MATCH - IT IS
055600* NEEDED FOR THE CITY/ZIP TEST AND FOR THE RESPONSE - AND AN
055700* ACCOUNT WITH NO ADDRESS ON FILE CANNOT PASS A CITY/ZIP TEST.
055800*----------------------------------------------------------------
055900 4520-READ-NEXT-NAME.
056000     READ CUSTMSTR-FILE NEXT RECORD
056100        AT END
056200           SET NAME-SCAN-DONE TO TRUE
056300           GO TO 4520-EXIT
056400     END-READ
056500     IF LNAME IN MSTR-CUSTREC(1:NAME-LNAME-LEN)
056600        NOT = INQ-LNAME(1:NAME-LNAME-LEN)
056700        SET NAME-SCAN-DONE TO TRUE
056800        GO TO 4520-EXIT
056900     END-IF
057000     IF NAME-FNAME-LEN > 0
057100        AND FNAME IN MSTR-CUSTREC(1:NAME-FNAME-LEN)
057200           NOT = INQ-FNAME(1:NAME-FNAME-LEN)
057300        GO TO 4520-EXIT
057400     END-IF
057500
057600     MOVE SPACES TO MSTR-ADDRREC
057700     IF NOT ADDR-AVAIL
057800        MOVE "U" TO NAME-ADDR-FOUND
057900     ELSE
058000        MOVE "Y" TO NAME-ADDR-FOUND
058100        MOVE ACCT-ID IN MSTR-CUSTREC TO ADDR-ACCT-ID
058200        READ ADDRMSTR-FILE
058300           INVALID KEY
058400              MOVE SPACES TO MSTR-ADDRREC
058500              MOVE "N" TO NAME-ADDR-FOUND
058600        END-READ
058700     END-IF
058800     IF NAME-ADDR-WANTED
058900        IF NAME-ADDR-FOUND NOT = "Y"
059000           GO TO 4520-EXIT
059100        END-IF
059200        IF NAME-CITY-LEN > 0
059300           AND ADDR-CITY(1:NAME-CITY-LEN)
059400              NOT = INQ-CITY(1:NAME-CITY-LEN)
059500           GO TO 4520-EXIT
059600        END-IF
059700        IF NAME-ZIP-LEN > 0
059800           AND ADDR-ZIP(1:NAME-ZIP-LEN)
059900              NOT = INQ-ZIP(1:NAME-ZIP-LEN)
060000           GO TO 4520-EXIT
060100        END-IF
060200     END-IF
060300
060400     ADD 1 TO MATCH-NUM
060500     IF MATCH-NUM > NAME-MATCH-MAX
060600        SET NAME-SCAN-DONE TO TRUE
060700        GO TO 4520-EXIT
060800     END-IF
060900     PERFORM 4530-INSERT-MATCH THRU 4530-EXIT
061000     .
061100 4520-EXIT.
061200     EXIT.
061300
061400*----------------------------------------------------------------
061500* 4530-INSERT-MATCH - PLACE THE ACCOUNT JUST MATCHED IN THE TABLE.
061600* THE PATH DELIVERS LAST NAMES IN ORDER, SO ONLY EARLIER ENTRIES
061700* WITH THE SAME LAST NAME AND A HIGHER FIRST NAME MOVE DOWN ONE.
061800*----------------------------------------------------------------
061900 4530-INSERT-MATCH.
062000     MOVE MATCH-NUM TO MATCH-POS
062100     MOVE "N" TO MATCH-PLACED-SW
062200     PERFORM 4535-SHIFT-ONE-MATCH THRU 4535-EXIT
062300        UNTIL MATCH-POS = 1 OR MATCH-PLACED
062400     MOVE LNAME IN MSTR-CUSTREC TO MATCH-LNAME(MATCH-POS)
062500     MOVE FNAME IN MSTR-CUSTREC TO MATCH-FNAME(MATCH-POS)
062600     MOVE MSTR-CUSTREC TO MATCH-CUSTREC(MATCH-POS)
062700     MOVE MSTR-ADDRREC TO MATCH-ADDRREC(MATCH-POS)
062800     MOVE NAME-ADDR-FOUND TO MATCH-ADDR-SW(MATCH-POS)
062900     .
063000 4530-EXIT.
063100     EXIT.
063200
063300 4535-SHIFT-ONE-MATCH.
063400     IF MATCH-LNAME(MATCH-POS - 1) NOT = LNAME IN MSTR-CUSTREC
063500        OR MATCH-FNAME(MATCH-POS - 1) NOT > FNAME IN MSTR-CUSTREC
063600        SET MATCH-PLACED TO TRUE
063700        GO TO 4535-EXIT
063800     END-IF
063900     MOVE MATCH-ENTRY(MATCH-POS - 1) TO MATCH-ENTRY(MATCH-POS)
064000     SUBTRACT 1 FROM MATCH-POS
064100     .
064200 4535-EXIT.
064300     EXIT.
064400
064500*----------------------------------------------------------------
064600* 4540-WRITE-MATCH - THE ANSWER FOR ONE MATCHED ACCOUNT: ACCT-ID
064700* AND NAME, LAST ACTIVITY DATE AND BALANCE, THEN THE ADDRESS.
064800*----------------------------------------------------------------
064900 4540-WRITE-MATCH.
065000     MOVE MATCH-CUSTREC(M) TO MSTR-CUSTREC
065100     MOVE MATCH-ADDRREC(M) TO MSTR-ADDRREC
065200     MOVE SPACES TO INQRESP-REPORT-LINE
065300     STRING
065400        "  ACCOUNT " DELIMITED BY SIZE
065500        ACCT-ID IN MSTR-CUSTREC DELIMITED BY SIZE
065600        "  " DELIMITED BY SIZE
065700        FNAME IN MSTR-CUSTREC DELIMITED BY SIZE
065800        " " DELIMITED BY SIZE
065900        LNAME IN MSTR-CUSTREC DELIMITED BY SIZE
066000        INTO INQRESP-REPORT-LINE
066100     WRITE INQRESP-REPORT-LINE
066200
066300     MOVE SPACES TO INQRESP-REPORT-LINE
066400     STRING
066500        "    LAST ACTIVITY " DELIMITED BY SIZE
066600        LDATE IN MSTR-CUSTREC DELIMITED BY SIZE
066700        "  BALANCE " DELIMITED BY SIZE
066800        BALANCE IN MSTR-CUSTREC DELIMITED BY SIZE
066900        INTO INQRESP-REPORT-LINE
067000     WRITE INQRESP-REPORT-LINE
067100
067200     IF MATCH-ADDR-SW(M) = "N"
067300        MOVE "    NO ADDRESS ON FILE" TO INQRESP-REPORT-LINE
067400        WRITE INQRESP-REPORT-LINE
067500     END-IF
067600     IF MATCH-ADDR-SW(M) = "Y"
067700        MOVE SPACES TO INQRESP-REPORT-LINE
067800        STRING
067900           "    ADDRESS " DELIMITED BY SIZE
068000           ADDR-STREET DELIMITED BY SIZE
068100           " " DELIMITED BY SIZE
068200           ADDR-CITY DELIMITED BY SIZE
068300           " " DELIMITED BY SIZE
068400           ADDR-STATE DELIMITED BY SIZE
068500           " " DELIMITED BY SIZE
068600           ADDR-ZIP DELIMITED BY SIZE
068700           INTO INQRESP-REPORT-LINE
068800        WRITE INQRESP-REPORT-LINE
068900     END-IF
069000     .
069100 4540-EXIT.
069200     EXIT.
069300
069400*----------------------------------------------------------------
069500* 4590-FIELD-LENGTH - THE LENGTH OF NAME-WORK-FIELD UP TO ITS LAST
069600* NON-BLANK CHARACTER, RETURNED IN NAME-TRAIL-NUM (ZERO IF BLANK).
069700*----------------------------------------------------------------
069800 4590-FIELD-LENGTH.
069900     MOVE 0 TO NAME-TRAIL-NUM
070000     INSPECT FUNCTION REVERSE(NAME-WORK-FIELD)
070100        TALLYING NAME-TRAIL-NUM FOR LEADING SPACES
070200     COMPUTE NAME-TRAIL-NUM = 22 - NAME-TRAIL-NUM
070300     .
070400 4590-EXIT.
070500     EXIT.
