000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTHIST.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  ACCOUNT RESEARCH
001100*                  HISTORY FOR AUDIT AND THE DISPUTE TEAM.  EACH
001200*                  RECORD ON THE REQUEST FILE (HISTREQ) NAMES AN
001300*                  ACCT-ID OR AN OPERATOR ID AND A DATE RANGE.
001400*                  EVERY SOURCE OF ACCOUNT HISTORY IS READ ONCE -
001500*                  THE CUSTMNT AUDIT LOGS FOR THE NIGHTS WANTED
001600*                  (AUDITLOG, CONCATENATED IN THE JOB STREAM),
001700*                  THE BALANCE-HISTORY ARCHIVE YEAR(S) (BALHARCH),
001800*                  THE LIVE BALANCE HISTORY (BALHIST) AND THE
001900*                  CUSTDRCT BEFORE/AFTER-IMAGE JOURNAL (JRNLFILE).
002000*                  EVERYTHING INSIDE A REQUEST IS SORTED INTO ONE
002100*                  CHRONOLOGICAL HISTORY (HISTRPT): DATE, RUN,
002200*                  OPERATOR, TRANSACTION TYPE, WHAT HAPPENED, THE
002300*                  FIELD-LEVEL OLD/NEW VALUES, THE BALANCE BEFORE
002400*                  AND AFTER, AND - FOR AN ACCOUNT REQUEST - THE
002500*                  RUNNING BALANCE.  EACH AUDIT OR JOURNAL ENTRY
002600*                  THAT MOVED THE BALANCE IS PAIRED WITH ITS OWN
002700*                  BALHIST RECORD, SO A MOVEMENT IS LISTED ONCE;
002800*                  BALHIST RECORDS WITH NO ENTRY OF THEIR OWN
002900*                  (INTEREST POSTINGS, OR A NIGHT WHOSE AUDIT LOG
003000*                  WAS NOT SUPPLIED) ARE LISTED IN THEIR PLACE.
003100*                  WHEREVER AN ENTRY'S OLD BALANCE DOES NOT EQUAL
003200*                  THE RUNNING BALANCE THE ENTRY IS FLAGGED AS A
003300*                  BALANCE BREAK.  CONDITION CODES - 0 CLEAN, 4
003400*                  HISTORY WRITTEN BUT A BALANCE BREAK WAS FOUND,
003500*                  A REQUEST WAS REJECTED OR A SOURCE FILE WAS NOT
003600*                  AVAILABLE (SEE THE SUMMARY PAGE), 12 NO USABLE
003700*                  REQUEST - NOTHING WRITTEN.
003710* 10/15/2026  RH   INTERNAL TRANSFERS ("T") MOVE THE BALANCE -
003720*                  EACH LEG'S AUDIT LINE ("TRANSFER OUT TO" OR
003730*                  "TRANSFER IN FROM") AND JOURNAL ENTRY IS PAIRED
003740*                  WITH ITS BALHIST RECORD LIKE A DEPOSIT OR
003750*                  WITHDRAWAL.
003758* 10/15/2026  RH   THE JOURNAL IS NOW THE SHARED JRNLREC LAYOUT.
003766*                  ITS RUN MARKERS ARE SKIPPED, AND A RESTORE
003774*                  WRITTEN BY A JRNLRCVR BACKOUT ("X") IS LISTED
003782*                  AS "BACKED OUT" WITH ITS IMAGES COMPARED LIKE A
003790*                  CHANGE.
003800*----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT HISTREQ-FILE ASSIGN TO HISTREQ
004300         FILE STATUS IS HISTREQ-STATUS.
004400     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
004500         FILE STATUS IS AUDIT-STATUS.
004600     SELECT ARCHIVE-FILE ASSIGN TO BALHARCH
004700         FILE STATUS IS ARCHIVE-STATUS.
004800     SELECT BALHIST-FILE ASSIGN TO BALHIST
004900         FILE STATUS IS BALHIST-STATUS.
005000     SELECT JRNL-FILE ASSIGN TO JRNLFILE
005100         FILE STATUS IS JRNL-STATUS.
005200     SELECT HISTRPT-FILE ASSIGN TO HISTRPT.
005300     SELECT HIST-SORT ASSIGN TO SORTWK01.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------
005800* HISTREQ-FILE - ONE RESEARCH REQUEST PER RECORD:
005900*   REQ-TYPE       A = ONE ACCOUNT, O = ONE OPERATOR'S WORK
006000*   REQ-KEY        THE ACCT-ID, OR THE OPERATOR ID LEFT-JUSTIFIED
006100*   REQ-FROM-DATE  FIRST DATE WANTED (YYYYMMDD), BLANK = ALL
006200*   REQ-TO-DATE    LAST DATE WANTED (YYYYMMDD), BLANK = ALL
006300*   REQ-REFERENCE  THE REQUESTER'S CASE OR DISPUTE REFERENCE,
006400*                  PRINTED ON THE HEADING
006500*----------------------------------------------------------------
006600 FD  HISTREQ-FILE RECORD CONTAINS 80 CHARACTERS
006700     RECORDING MODE F.
006800 01  HISTREQ-RECORD.
006900     05 REQ-TYPE        PIC X(01).
007000        88 REQ-BY-ACCT  VALUE "A".
007100        88 REQ-BY-OPER  VALUE "O".
007200     05 REQ-KEY         PIC X(10).
007300     05 REQ-FROM-DATE   PIC X(08).
007400     05 REQ-TO-DATE     PIC X(08).
007500     05 REQ-REFERENCE   PIC X(20).
007600     05                 PIC X(33).
007700
007800*----------------------------------------------------------------
007900* AUDIT-FILE - THE CUSTMNT AUDIT LOG TEXT LINES.  A TRANSACTION
008000* LINE IS OPERATOR, DATE (MM.DD.YYYY), ACCT-ID, ACTION AND WHAT
008100* HAPPENED; THE "DETAIL" LINES FOR ITS CHANGED FIELDS COME JUST
008200* AHEAD OF IT.  THE RUN-TOTALS LINES ARE PASSED OVER.
008300*----------------------------------------------------------------
008400 FD  AUDIT-FILE RECORDING MODE F.
008500 01  AUDIT-LINE.
008600     05 AUD-OPERATOR    PIC X(08).
008700     05                 PIC X(01).
008800     05 AUD-MONTH       PIC X(02).
008900     05 AUD-DOT-1       PIC X(01).
009000     05 AUD-DAY         PIC X(02).
009100     05 AUD-DOT-2       PIC X(01).
009200     05 AUD-YEAR        PIC X(04).
009300     05                 PIC X(01).
009400     05 AUD-ACCT-ID     PIC X(10).
009500     05                 PIC X(01).
009600     05 AUD-ACTION      PIC X(01).
009700     05                 PIC X(01).
009800     05 AUD-REASON      PIC X(40).
009900     05                 PIC X(07).
010000 01  AUDIT-DETAIL-LINE.
010100     05 AUDD-TAG        PIC X(07).
010200     05 AUDD-ACCT-ID    PIC X(10).
010300     05                 PIC X(01).
010400     05 AUDD-FIELD-NAME PIC X(08).
010500     05                 PIC X(01).
010600     05 AUDD-OLD-VALUE  PIC X(22).
010700     05                 PIC X(04).
010800     05 AUDD-NEW-VALUE  PIC X(22).
010900     05                 PIC X(05).
011000
011100*----------------------------------------------------------------
011200* ARCHIVE-FILE / BALHIST-FILE - THE BALANCE HISTORY: THE
011300* ARCHIVE YEAR(S) BALHARCH MOVED OUT, THEN THE LIVE FILE.  THE
011400* ARCHIVE ENDS WITH A CONTROL-TOTAL TRAILER (ACCT-ID
011500* "**TRAILER*"), WHICH IS SKIPPED.
011600*----------------------------------------------------------------
011700 FD  ARCHIVE-FILE RECORD CONTAINS 66 CHARACTERS
011800     RECORDING MODE F.
011900 01  ARCHIVE-RECORD.
012000     COPY BALHIST.
012100
012200 FD  BALHIST-FILE RECORD CONTAINS 66 CHARACTERS
012300     RECORDING MODE F.
012400 01  BALHIST-RECORD.
012500     COPY BALHIST.
012600
012700*----------------------------------------------------------------
012800* JRNL-FILE - THE CUSTDRCT JOURNAL: ONE RECORD PER INTRADAY
012900* UPDATE WITH THE FULL MASTER RECORD BEFORE AND AFTER IT.
013000*----------------------------------------------------------------
013100 FD  JRNL-FILE RECORD CONTAINS 183 CHARACTERS RECORDING MODE F.
013200 01  JRNL-RECORD.
013300     COPY JRNLREC.
013800
013900*----------------------------------------------------------------
014000* HISTRPT-FILE - THE RESEARCH HISTORY: THE REQUEST LIST, EACH
014100* REQUEST'S HISTORY ON A NEW PAGE, THEN THE RUN SUMMARY PAGE
014200* (WRITE AFTER ADVANCING PAGE - RECFM=FBA IN THE JOB STREAM).
014300*----------------------------------------------------------------
014400 FD  HISTRPT-FILE
014500     RECORDING MODE F.
014600 01  HISTRPT-REPORT-LINE PIC X(120).
014700
014800*----------------------------------------------------------------
014900* HIST-SORT - ONE RECORD PER HISTORY ENTRY PER REQUEST IT
015000* FALLS IN.  AN ACCOUNT REQUEST GROUPS ON THE ACCT-ID; AN
015100* OPERATOR REQUEST LEAVES HSR-GROUP-KEY BLANK AND RUNS STRAIGHT
015200* BY DATE.  WITHIN A DATE THE BALANCE HISTORY SORTS FIRST (RANK
015300* 0) SO IT IS ON HAND WHEN THE ENTRIES IT BELONGS TO ARRIVE,
015400* THEN THE INTRADAY CUSTDRCT UPDATES (1) AHEAD OF THAT NIGHT'S
015500* CUSTMNT RUN (2); HSR-SEQ KEEPS EACH FILE'S OWN ORDER.
015600*   HSR-BAL-SW   Y = OLD/NEW BALANCE CARRIED, U = BALANCE MOVED
015700*                BY AN AMOUNT THE ENTRY DOES NOT CARRY, N = NO
015800*                BALANCE MOVEMENT
015900*----------------------------------------------------------------
016000 SD  HIST-SORT.
016100 01  HIST-SORT-REC.
016200     05 HSR-REQ-NUM     PIC 9(03).
016300     05 HSR-GROUP-KEY   PIC X(10).
016400     05 HSR-DATE        PIC X(08).
016500     05 HSR-RANK        PIC 9(01).
016600        88 HSR-BALHIST  VALUE 0.
016700     05 HSR-SEQ         PIC 9(09).
016800     05 HSR-ACCT-ID     PIC X(10).
016900     05 HSR-SOURCE      PIC X(08).
017000     05 HSR-OPERATOR    PIC X(08).
017100     05 HSR-ACTION      PIC X(01).
017200     05 HSR-TEXT        PIC X(40).
017300     05 HSR-BAL-SW      PIC X(01).
017400        88 HSR-BAL-KNOWN VALUE "Y".
017500        88 HSR-BAL-MOVED VALUE "Y" "U".
017600     05 HSR-OLD-BAL     PIC 9(11)V99.
017700     05 HSR-NEW-BAL     PIC 9(11)V99.
017800     05 HSR-FIELD-NUM   PIC 9(01).
017900     05 HSR-FIELD OCCURS 5 TIMES.
018000        10 HSR-FIELD-NAME PIC X(08).
018100        10 HSR-FIELD-OLD  PIC X(22).
018200        10 HSR-FIELD-NEW  PIC X(22).
018300
018400 WORKING-STORAGE SECTION.
018500 77  REQ-READ-NUM      PIC 9(06) VALUE 0.
018600 77  REQ-REJECT-NUM    PIC 9(06) VALUE 0.
018700 77  AUDIT-READ-NUM    PIC 9(07) VALUE 0.
018800 77  ARCHIVE-READ-NUM  PIC 9(07) VALUE 0.
018900 77  BALHIST-READ-NUM  PIC 9(07) VALUE 0.
019000 77  JRNL-READ-NUM     PIC 9(07) VALUE 0.
019100 77  RELEASE-NUM       PIC 9(07) VALUE 0.
019200 77  ENTRY-NUM         PIC 9(07) VALUE 0.
019300 77  BREAK-NUM         PIC 9(06) VALUE 0.
019400 77  MISSING-NUM       PIC 9(02) VALUE 0.
019500 77  SEQ-NUM           PIC 9(09) VALUE 0.
019600 77  NUMVAL-TEST-RC    PIC S9(4) VALUE 0.
019700 77  DATE-TEST-RC      PIC S9(4) VALUE 0.
019800 77  REQ-DATE-NUM      PIC 9(08) VALUE 0.
019900
020000 77  COUNT-ED          PIC Z,ZZZ,ZZ9.
020100 77  BAL-ED            PIC ZZZZZZZZ9.99.
020200
020300 01  HISTREQ-STATUS    PIC XX VALUE SPACES.
020400     88 HISTREQ-OK     VALUE "00".
020500 01  AUDIT-STATUS      PIC XX VALUE SPACES.
020600     88 AUDIT-OK       VALUE "00".
020700 01  ARCHIVE-STATUS    PIC XX VALUE SPACES.
020800     88 ARCHIVE-OK     VALUE "00".
020900 01  BALHIST-STATUS    PIC XX VALUE SPACES.
021000     88 BALHIST-OK     VALUE "00".
021100 01  JRNL-STATUS       PIC XX VALUE SPACES.
021200     88 JRNL-OK        VALUE "00".
021300 01  HISTREQ-EOF-SW    PIC X(01) VALUE "N".
021400     88 HISTREQ-EOF    VALUE "Y".
021500 01  SOURCE-EOF-SW     PIC X(01) VALUE "N".
021600     88 SOURCE-EOF     VALUE "Y".
021700 01  SORT-EOF-SW       PIC X(01) VALUE "N".
021800     88 SORT-EOF       VALUE "Y".
021900 01  REQ-OPEN-SW       PIC X(01) VALUE "N".
022000     88 REQ-OPEN       VALUE "Y".
022100 01  REQ-VALID-SW      PIC X(01) VALUE "Y".
022200     88 REQ-VALID      VALUE "Y".
022300 01  RUN-BAL-SW        PIC X(01) VALUE "N".
022400     88 RUN-BAL-KNOWN  VALUE "Y".
022500 01  FOUND-SW          PIC X(01) VALUE "N".
022600     88 FOUND          VALUE "Y".
022700 01  REQ-REJECT-REASON PIC X(40) VALUE SPACES.
022800
022900*----------------------------------------------------------------
023000* REQUEST-TABLE - THE ACCEPTED REQUESTS, NUMBERED IN FILE ORDER.
023100* EVERY SOURCE RECORD IS TESTED AGAINST EACH OF THEM.
023200*----------------------------------------------------------------
023300 77  REQ-MAX           PIC 9(03) VALUE 50.
023400 77  REQ-NUM           PIC 9(03) COMP VALUE 0.
023500 77  REQ-I             PIC 9(03) COMP VALUE 0.
023600 01  REQUEST-TABLE.
023700     05 RQ-ENTRY OCCURS 50 TIMES.
023800        10 RQ-TYPE        PIC X(01).
023900           88 RQ-BY-ACCT  VALUE "A".
024000        10 RQ-KEY         PIC X(10).
024100        10 RQ-FROM-DATE   PIC X(08).
024200        10 RQ-TO-DATE     PIC X(08).
024300        10 RQ-REFERENCE   PIC X(20).
024400        10 RQ-ENTRY-NUM   PIC 9(07).
024500        10 RQ-MOVE-NUM    PIC 9(07).
024600        10 RQ-BREAK-NUM   PIC 9(06).
024700
024800*----------------------------------------------------------------
024900* CAND-* - THE SOURCE RECORD BEING OFFERED TO THE REQUESTS, IN
025000* THE SORT RECORD'S TERMS.  THE AUDIT DETAIL LINES READ AHEAD OF
025100* A TRANSACTION LINE ARE HELD IN CAND-FIELD UNTIL IT ARRIVES.
025200*----------------------------------------------------------------
025300 01  CAND-RECORD.
025400     05 CAND-DATE       PIC X(08).
025500     05 CAND-RANK       PIC 9(01).
025600     05 CAND-ACCT-ID    PIC X(10).
025700     05 CAND-SOURCE     PIC X(08).
025800     05 CAND-OPERATOR   PIC X(08).
025900     05 CAND-ACTION     PIC X(01).
026000     05 CAND-TEXT       PIC X(40).
026100     05 CAND-BAL-SW     PIC X(01).
026200     05 CAND-OLD-BAL    PIC 9(11)V99.
026300     05 CAND-NEW-BAL    PIC 9(11)V99.
026400     05 CAND-FIELD-NUM  PIC 9(01).
026500     05 CAND-FIELD OCCURS 5 TIMES.
026600        10 CAND-FIELD-NAME PIC X(08).
026700        10 CAND-FIELD-OLD  PIC X(22).
026800        10 CAND-FIELD-NEW  PIC X(22).
026900 01  DETAIL-ACCT-ID    PIC X(10) VALUE SPACES.
027000 01  BALANCE-WORK-TEXT PIC X(22) VALUE SPACES.
027100 01  BALANCE-WORK-NUM  PIC 9(11)V99 VALUE 0.
027200
027300 01  BEFORE-CUSTREC.
027400     COPY CUSTREC.
027500 01  AFTER-CUSTREC.
027600     COPY CUSTREC.
027700
027800*----------------------------------------------------------------
027900* BALANCE-QUEUE - THE BALHIST RECORDS OF THE CURRENT DATE NOT YET
028000* LISTED, IN FILE ORDER.  AN ENTRY THAT MOVED THE BALANCE TAKES
028100* THE FIRST ONE FOR ITS ACCT-ID AND OPERATOR; ANY EARLIER ONES
028200* ARE LISTED ON THEIR OWN JUST AHEAD OF IT, AND WHATEVER IS LEFT
028300* AT THE END OF THE DATE IS LISTED THEN.
028400*----------------------------------------------------------------
028500 77  QUEUE-MAX         PIC 9(03) VALUE 100.
028600 77  QUEUE-NUM         PIC 9(03) COMP VALUE 0.
028700 77  QUEUE-NEXT        PIC 9(03) COMP VALUE 0.
028800 77  QUEUE-I           PIC 9(03) COMP VALUE 0.
028900 77  QUEUE-HIT         PIC 9(03) COMP VALUE 0.
029000 01  QUEUE-ACCT-ID     PIC X(10) VALUE SPACES.
029100 01  BALANCE-QUEUE.
029200     05 BQ-ENTRY OCCURS 100 TIMES.
029300        10 BQ-USED-SW     PIC X(01).
029400           88 BQ-USED     VALUE "Y".
029500        10 BQ-ACCT-ID     PIC X(10).
029600        10 BQ-SOURCE      PIC X(08).
029700        10 BQ-OPERATOR    PIC X(08).
029800        10 BQ-TEXT        PIC X(40).
029900        10 BQ-OLD-BAL     PIC 9(11)V99.
030000        10 BQ-NEW-BAL     PIC 9(11)V99.
030100
030200*----------------------------------------------------------------
030300* CURR-* - THE REQUEST, GROUP AND DATE BEING LISTED, AND LINE-*
030400* THE HISTORY LINE BEING BUILT.
030500*----------------------------------------------------------------
030600 77  CURR-REQ-NUM      PIC 9(03) COMP VALUE 0.
030700 77  FIELD-I           PIC 9(01) COMP VALUE 0.
030800 01  CURR-GROUP-KEY    PIC X(10) VALUE SPACES.
030900 01  CURR-DATE         PIC X(08) VALUE SPACES.
031000 01  RUN-BAL           PIC 9(11)V99 VALUE 0.
031100 01  LINE-DATE         PIC X(08) VALUE SPACES.
031200 01  LINE-SOURCE       PIC X(08) VALUE SPACES.
031300 01  LINE-OPERATOR     PIC X(08) VALUE SPACES.
031400 01  LINE-ACCT-ID      PIC X(10) VALUE SPACES.
031500 01  LINE-ACTION       PIC X(01) VALUE SPACES.
031600 01  LINE-TEXT         PIC X(40) VALUE SPACES.
031700 01  LINE-BAL-SW       PIC X(01) VALUE "N".
031800     88 LINE-BAL-KNOWN VALUE "Y".
031900 01  LINE-OLD-BAL      PIC 9(11)V99 VALUE 0.
032000 01  LINE-NEW-BAL      PIC 9(11)V99 VALUE 0.
032100
032200 01  HISTORY-HEADING.
032300     05 FILLER PIC X(09) VALUE "DATE".
032400     05 FILLER PIC X(09) VALUE "RUN".
032500     05 FILLER PIC X(09) VALUE "OPERATOR".
032600     05 FILLER PIC X(11) VALUE "ACCT-ID".
032700     05 FILLER PIC X(02) VALUE "T".
032800     05 FILLER PIC X(41) VALUE "ACTIVITY".
032900     05 FILLER PIC X(13) VALUE " OLD BALANCE".
033000     05 FILLER PIC X(13) VALUE " NEW BALANCE".
033100     05 FILLER PIC X(12) VALUE "     RUNNING".
033200
033300 01  DATE-TODAY-HEADER.
033400     05 TODAY-YEAR PIC 9(4).
033500     05 TODAY-MONTH PIC 9(2).
033600     05 TODAY-DAY PIC 9(2).
033700     05 FILLER PIC X(13).
033800
033900 PROCEDURE DIVISION.
034000 0000-MAINLINE.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034200     IF REQ-NUM = 0
034300        DISPLAY "ACCTHIST - NO USABLE REQUEST, NOTHING WRITTEN"
034400        CLOSE HISTRPT-FILE
034500        MOVE 12 TO RETURN-CODE
034600        STOP RUN
034700     END-IF
034800     SORT HIST-SORT
034900        ON ASCENDING KEY HSR-REQ-NUM HSR-GROUP-KEY HSR-DATE
035000           HSR-RANK HSR-SEQ
035100        INPUT PROCEDURE IS 3000-READ-SOURCES
035200           THRU 3000-EXIT
035300        OUTPUT PROCEDURE IS 5000-WRITE-HISTORY
035400           THRU 5000-EXIT
035500     PERFORM 6000-WRITE-SUMMARY-PAGE THRU 6000-EXIT
035600     CLOSE HISTRPT-FILE
035700     IF BREAK-NUM > 0 OR REQ-REJECT-NUM > 0 OR MISSING-NUM > 0
035800        MOVE 4 TO RETURN-CODE
035900     END-IF
036000     STOP RUN
036100     .
036200
036300*----------------------------------------------------------------
036400* 1000-INITIALIZE - OPEN THE REPORT AND LOAD THE REQUESTS, EACH
036500* LISTED ON THE FIRST PAGE AS ACCEPTED OR REJECTED.
036600*----------------------------------------------------------------
036700 1000-INITIALIZE.
036800     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
036900     OPEN OUTPUT HISTRPT-FILE
037000     MOVE SPACES TO HISTRPT-REPORT-LINE
037100     STRING
037200        "ACCOUNT RESEARCH HISTORY - REQUESTS RECEIVED "
037300           DELIMITED BY SIZE
037400        TODAY-MONTH DELIMITED BY SIZE
037500        "." DELIMITED BY SIZE
037600        TODAY-DAY DELIMITED BY SIZE
037700        "." DELIMITED BY SIZE
037800        TODAY-YEAR DELIMITED BY SIZE
037900        INTO HISTRPT-REPORT-LINE
038000     WRITE HISTRPT-REPORT-LINE
038100     MOVE SPACES TO HISTRPT-REPORT-LINE
038200     WRITE HISTRPT-REPORT-LINE
038300
038400     OPEN INPUT HISTREQ-FILE
038500     IF NOT HISTREQ-OK
038600        DISPLAY "ACCTHIST - HISTREQ-FILE NOT AVAILABLE, STATUS "
038700           HISTREQ-STATUS
038800        GO TO 1000-EXIT
038900     END-IF
039000     PERFORM 1100-READ-REQUEST THRU 1100-EXIT
039100        UNTIL HISTREQ-EOF
039200     CLOSE HISTREQ-FILE
039300     .
039400 1000-EXIT.
039500     EXIT.
039600
039700 1100-READ-REQUEST.
039800     READ HISTREQ-FILE
039900        AT END
040000           SET HISTREQ-EOF TO TRUE
040100           GO TO 1100-EXIT
040200     END-READ
040300     ADD 1 TO REQ-READ-NUM
040400     PERFORM 1110-EDIT-REQUEST THRU 1110-EXIT
040500
040600     MOVE SPACES TO HISTRPT-REPORT-LINE
040700     IF REQ-VALID
040800        ADD 1 TO REQ-NUM
040900        MOVE REQ-TYPE TO RQ-TYPE(REQ-NUM)
041000        MOVE REQ-KEY TO RQ-KEY(REQ-NUM)
041100        MOVE REQ-FROM-DATE TO RQ-FROM-DATE(REQ-NUM)
041200        MOVE REQ-TO-DATE TO RQ-TO-DATE(REQ-NUM)
041300        IF REQ-FROM-DATE = SPACES
041400           MOVE "00000000" TO RQ-FROM-DATE(REQ-NUM)
041500        END-IF
041600        IF REQ-TO-DATE = SPACES
041700           MOVE "99999999" TO RQ-TO-DATE(REQ-NUM)
041800        END-IF
041900        MOVE REQ-REFERENCE TO RQ-REFERENCE(REQ-NUM)
042000        MOVE 0 TO RQ-ENTRY-NUM(REQ-NUM)
042100        MOVE 0 TO RQ-MOVE-NUM(REQ-NUM)
042200        MOVE 0 TO RQ-BREAK-NUM(REQ-NUM)
042300        MOVE REQ-NUM TO COUNT-ED
042400        STRING
042500           "REQUEST " DELIMITED BY SIZE
042600           COUNT-ED DELIMITED BY SIZE
042700           "  " DELIMITED BY SIZE
042800           HISTREQ-RECORD(1:47) DELIMITED BY SIZE
042900           INTO HISTRPT-REPORT-LINE
043000     ELSE
043100        ADD 1 TO REQ-REJECT-NUM
043200        DISPLAY "ACCTHIST - REQUEST " HISTREQ-RECORD(1:47)
043300           " " REQ-REJECT-REASON
043400        STRING
043500           "REJECTED          " DELIMITED BY SIZE
043600           HISTREQ-RECORD(1:47) DELIMITED BY SIZE
043700           "  " DELIMITED BY SIZE
043800           REQ-REJECT-REASON DELIMITED BY SIZE
043900           INTO HISTRPT-REPORT-LINE
044000     END-IF
044100     WRITE HISTRPT-REPORT-LINE
044200     .
044300 1100-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* 1110-EDIT-REQUEST - A REQUEST NEEDS A TYPE OF A OR O, A KEY,
044800* AND DATES THAT ARE BLANK OR REAL CALENDAR DATES IN ORDER.
044900*----------------------------------------------------------------
045000 1110-EDIT-REQUEST.
045100     MOVE "Y" TO REQ-VALID-SW
045200     MOVE SPACES TO REQ-REJECT-REASON
045300     IF NOT REQ-BY-ACCT AND NOT REQ-BY-OPER
045400        MOVE "REJECTED - TYPE MUST BE A OR O"
045500           TO REQ-REJECT-REASON
045600        GO TO 1110-REJECT
045700     END-IF
045800     IF REQ-KEY = SPACES
045900        MOVE "REJECTED - NO ACCT-ID OR OPERATOR"
046000           TO REQ-REJECT-REASON
046100        GO TO 1110-REJECT
046200     END-IF
046300     IF REQ-FROM-DATE NOT = SPACES
046400        IF REQ-FROM-DATE NOT NUMERIC
046500           MOVE "REJECTED - FROM DATE NOT YYYYMMDD"
046600              TO REQ-REJECT-REASON
046700           GO TO 1110-REJECT
046800        END-IF
046900        MOVE REQ-FROM-DATE TO REQ-DATE-NUM
047000        COMPUTE DATE-TEST-RC =
047100           FUNCTION TEST-DATE-YYYYMMDD(REQ-DATE-NUM)
047200        IF DATE-TEST-RC NOT = 0
047300           MOVE "REJECTED - FROM DATE NOT YYYYMMDD"
047400              TO REQ-REJECT-REASON
047500           GO TO 1110-REJECT
047600        END-IF
047700     END-IF
047800     IF REQ-TO-DATE NOT = SPACES
047900        IF REQ-TO-DATE NOT NUMERIC
048000           MOVE "REJECTED - TO DATE NOT YYYYMMDD"
048100              TO REQ-REJECT-REASON
048200           GO TO 1110-REJECT
048300        END-IF
048400        MOVE REQ-TO-DATE TO REQ-DATE-NUM
048500        COMPUTE DATE-TEST-RC =
048600           FUNCTION TEST-DATE-YYYYMMDD(REQ-DATE-NUM)
048700        IF DATE-TEST-RC NOT = 0
048800           MOVE "REJECTED - TO DATE NOT YYYYMMDD"
048900              TO REQ-REJECT-REASON
049000           GO TO 1110-REJECT
049100        END-IF
049200     END-IF
049300     IF REQ-FROM-DATE NOT = SPACES AND REQ-TO-DATE NOT = SPACES
049400        AND REQ-FROM-DATE > REQ-TO-DATE
049500        MOVE "REJECTED - FROM DATE AFTER TO DATE"
049600           TO REQ-REJECT-REASON
049700        GO TO 1110-REJECT
049800     END-IF
049900     IF REQ-NUM NOT < REQ-MAX
050000        MOVE "REJECTED - TOO MANY REQUESTS IN ONE RUN"
050100           TO REQ-REJECT-REASON
050200        GO TO 1110-REJECT
050300     END-IF
050400     GO TO 1110-EXIT
050500     .
050600 1110-REJECT.
050700     MOVE "N" TO REQ-VALID-SW
050800     .
050900 1110-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------------
051300* 3000-READ-SOURCES - SORT INPUT: READ EACH SOURCE ONCE, OLDEST
051400* BALANCE HISTORY FIRST.  A SOURCE THAT CANNOT BE OPENED IS
051500* NAMED ON THE CONSOLE AND THE SUMMARY PAGE AND THE REST STILL
051600* RUN, SINCE A PARTIAL HISTORY IS STILL WORTH HAVING.
051700*----------------------------------------------------------------
051800 3000-READ-SOURCES.
051900     OPEN INPUT ARCHIVE-FILE
052000     IF ARCHIVE-OK
052100        MOVE "N" TO SOURCE-EOF-SW
052200        PERFORM 3100-READ-ARCHIVE-REC THRU 3100-EXIT
052300           UNTIL SOURCE-EOF
052400        CLOSE ARCHIVE-FILE
052500     ELSE
052600        ADD 1 TO MISSING-NUM
052700        DISPLAY "ACCTHIST - BALHARCH NOT AVAILABLE, STATUS "
052800           ARCHIVE-STATUS
052900     END-IF
053000
053100     OPEN INPUT BALHIST-FILE
053200     IF BALHIST-OK
053300        MOVE "N" TO SOURCE-EOF-SW
053400        PERFORM 3150-READ-BALHIST-REC THRU 3150-EXIT
053500           UNTIL SOURCE-EOF
053600        CLOSE BALHIST-FILE
053700     ELSE
053800        ADD 1 TO MISSING-NUM
053900        DISPLAY "ACCTHIST - BALHIST NOT AVAILABLE, STATUS "
054000           BALHIST-STATUS
054100     END-IF
054200
054300     OPEN INPUT JRNL-FILE
054400     IF JRNL-OK
054500        MOVE "N" TO SOURCE-EOF-SW
054600        PERFORM 3200-READ-JRNL-REC THRU 3200-EXIT
054700           UNTIL SOURCE-EOF
054800        CLOSE JRNL-FILE
054900     ELSE
055000        ADD 1 TO MISSING-NUM
055100        DISPLAY "ACCTHIST - JRNLFILE NOT AVAILABLE, STATUS "
055200           JRNL-STATUS
055300     END-IF
055400
055500     OPEN INPUT AUDIT-FILE
055600     IF AUDIT-OK
055700        MOVE "N" TO SOURCE-EOF-SW
055800        MOVE 0 TO CAND-FIELD-NUM
055900        MOVE SPACES TO DETAIL-ACCT-ID
056000        PERFORM 3300-READ-AUDIT-REC THRU 3300-EXIT
056100           UNTIL SOURCE-EOF
056200        CLOSE AUDIT-FILE
056300     ELSE
056400        ADD 1 TO MISSING-NUM
056500        DISPLAY "ACCTHIST - AUDITLOG NOT AVAILABLE, STATUS "
056600           AUDIT-STATUS
056700     END-IF
056800     .
056900 3000-EXIT.
057000     EXIT.
057100
057200 3100-READ-ARCHIVE-REC.
057300     READ ARCHIVE-FILE
057400        AT END
057500           SET SOURCE-EOF TO TRUE
057600           GO TO 3100-EXIT
057700     END-READ
057800     ADD 1 TO ARCHIVE-READ-NUM
057900     IF HIST-ACCT-ID IN ARCHIVE-RECORD = "**TRAILER*"
058000        GO TO 3100-EXIT
058100     END-IF
058200     MOVE ARCHIVE-RECORD TO BALHIST-RECORD
058300     MOVE "BALHARCH" TO CAND-SOURCE
058400     PERFORM 3160-OFFER-BALHIST THRU 3160-EXIT
058500     .
058600 3100-EXIT.
058700     EXIT.
058800
058900 3150-READ-BALHIST-REC.
059000     READ BALHIST-FILE
059100        AT END
059200           SET SOURCE-EOF TO TRUE
059300           GO TO 3150-EXIT
059400     END-READ
059500     ADD 1 TO BALHIST-READ-NUM
059600     IF HIST-ACCT-ID IN BALHIST-RECORD = "**TRAILER*"
059700        GO TO 3150-EXIT
059800     END-IF
059900     MOVE "BALHIST" TO CAND-SOURCE
060000     PERFORM 3160-OFFER-BALHIST THRU 3160-EXIT
060100     .
060200 3150-EXIT.
060300     EXIT.
060400
060500*----------------------------------------------------------------
060600* 3160-OFFER-BALHIST - ONE BALANCE MOVEMENT, AS FOUND IN
060700* BALHIST-RECORD.  INTEREST IS POSTED UNDER THE "INTPOST"
060800* OPERATOR AND IS NAMED AS SUCH.
060900*----------------------------------------------------------------
061000 3160-OFFER-BALHIST.
061100     MOVE HIST-DATE IN BALHIST-RECORD TO CAND-DATE
061200     MOVE 0 TO CAND-RANK
061300     MOVE HIST-ACCT-ID IN BALHIST-RECORD TO CAND-ACCT-ID
061400     MOVE HIST-OPERATOR IN BALHIST-RECORD TO CAND-OPERATOR
061500     MOVE SPACES TO CAND-ACTION
061600     IF CAND-OPERATOR = "INTPOST"
061700        MOVE "INTPOST" TO CAND-SOURCE
061800        MOVE "INTEREST POSTED" TO CAND-TEXT
061900     ELSE
062000        MOVE "BALANCE HISTORY ONLY" TO CAND-TEXT
062100     END-IF
062200     MOVE "Y" TO CAND-BAL-SW
062300     MOVE HIST-OLD-BALANCE IN BALHIST-RECORD TO CAND-OLD-BAL
062400     MOVE HIST-NEW-BALANCE IN BALHIST-RECORD TO CAND-NEW-BAL
062500     MOVE 0 TO CAND-FIELD-NUM
062600     PERFORM 3900-OFFER-CANDIDATE THRU 3900-EXIT
062700     .
062800 3160-EXIT.
062900     EXIT.
063000
063100*----------------------------------------------------------------
063200* 3200-READ-JRNL-REC - ONE INTRADAY UPDATE.  THE FIELD-LEVEL
063300* CHANGES OF A "C" ARE FOUND BY COMPARING THE BEFORE AND AFTER
063400* IMAGES; THE BALANCE BEFORE AND AFTER COME FROM THE IMAGES TOO.
063500*----------------------------------------------------------------
063600 3200-READ-JRNL-REC.
063700     READ JRNL-FILE
063800        AT END
063900           SET SOURCE-EOF TO TRUE
064000           GO TO 3200-EXIT
064100     END-READ
064120     IF JRNL-MARKER
064140        GO TO 3200-EXIT
064160     END-IF
064200     ADD 1 TO JRNL-READ-NUM
064300     MOVE JRNL-BEFORE TO BEFORE-CUSTREC
064400     MOVE JRNL-AFTER TO AFTER-CUSTREC
064500     MOVE JRNL-DATE TO CAND-DATE
064600     MOVE 1 TO CAND-RANK
064700     MOVE ACCT-ID IN AFTER-CUSTREC TO CAND-ACCT-ID
064800     MOVE "CUSTDRCT" TO CAND-SOURCE
064900     MOVE JRNL-OPERATOR TO CAND-OPERATOR
065000     MOVE JRNL-ACTION TO CAND-ACTION
065100     EVALUATE JRNL-ACTION
065200        WHEN "P"
065300           MOVE "DEPOSIT APPLIED" TO CAND-TEXT
065400        WHEN "W"
065500           MOVE "WITHDRAWAL APPLIED" TO CAND-TEXT
065510        WHEN "T"
065520           MOVE "TRANSFER IN" TO CAND-TEXT
065540        WHEN "X"
065560           MOVE "BACKED OUT" TO CAND-TEXT
065600        WHEN OTHER
065700           MOVE "CHANGED" TO CAND-TEXT
065800     END-EVALUATE
065900
066000     MOVE BALANCE IN BEFORE-CUSTREC TO BALANCE-WORK-TEXT
066100     PERFORM 3800-BALANCE-TO-NUM THRU 3800-EXIT
066200     MOVE BALANCE-WORK-NUM TO CAND-OLD-BAL
066300     MOVE BALANCE IN AFTER-CUSTREC TO BALANCE-WORK-TEXT
066400     PERFORM 3800-BALANCE-TO-NUM THRU 3800-EXIT
066500     MOVE BALANCE-WORK-NUM TO CAND-NEW-BAL
066520     IF JRNL-ACTION = "T" AND CAND-NEW-BAL < CAND-OLD-BAL
066540        MOVE "TRANSFER OUT" TO CAND-TEXT
066560     END-IF
066600     IF BALANCE IN BEFORE-CUSTREC = BALANCE IN AFTER-CUSTREC
066700        MOVE "N" TO CAND-BAL-SW
066800     ELSE
066900        MOVE "Y" TO CAND-BAL-SW
067000     END-IF
067100
067200     MOVE 0 TO CAND-FIELD-NUM
067300     IF JRNL-ACTION NOT = "P" AND JRNL-ACTION NOT = "W"
067350        AND JRNL-ACTION NOT = "T"
067400        IF FNAME IN BEFORE-CUSTREC NOT = FNAME IN AFTER-CUSTREC
067500           ADD 1 TO CAND-FIELD-NUM
067600           MOVE "FNAME" TO CAND-FIELD-NAME(CAND-FIELD-NUM)
067700           MOVE FNAME IN BEFORE-CUSTREC
067800              TO CAND-FIELD-OLD(CAND-FIELD-NUM)
067900           MOVE FNAME IN AFTER-CUSTREC
068000              TO CAND-FIELD-NEW(CAND-FIELD-NUM)
068100        END-IF
068200        IF LNAME IN BEFORE-CUSTREC NOT = LNAME IN AFTER-CUSTREC
068300           ADD 1 TO CAND-FIELD-NUM
068400           MOVE "LNAME" TO CAND-FIELD-NAME(CAND-FIELD-NUM)
068500           MOVE LNAME IN BEFORE-CUSTREC
068600              TO CAND-FIELD-OLD(CAND-FIELD-NUM)
068700           MOVE LNAME IN AFTER-CUSTREC
068800              TO CAND-FIELD-NEW(CAND-FIELD-NUM)
068900        END-IF
069000        IF FDATE IN BEFORE-CUSTREC NOT = FDATE IN AFTER-CUSTREC
069100           ADD 1 TO CAND-FIELD-NUM
069200           MOVE "FDATE" TO CAND-FIELD-NAME(CAND-FIELD-NUM)
069300           MOVE FDATE IN BEFORE-CUSTREC
069400              TO CAND-FIELD-OLD(CAND-FIELD-NUM)
069500           MOVE FDATE IN AFTER-CUSTREC
069600              TO CAND-FIELD-NEW(CAND-FIELD-NUM)
069700        END-IF
069800        IF LDATE IN BEFORE-CUSTREC NOT = LDATE IN AFTER-CUSTREC
069900           ADD 1 TO CAND-FIELD-NUM
070000           MOVE "LDATE" TO CAND-FIELD-NAME(CAND-FIELD-NUM)
070100           MOVE LDATE IN BEFORE-CUSTREC
070200              TO CAND-FIELD-OLD(CAND-FIELD-NUM)
070300           MOVE LDATE IN AFTER-CUSTREC
070400              TO CAND-FIELD-NEW(CAND-FIELD-NUM)
070500        END-IF
070600        IF BALANCE IN BEFORE-CUSTREC
070700           NOT = BALANCE IN AFTER-CUSTREC
070800           ADD 1 TO CAND-FIELD-NUM
070900           MOVE "BALANCE" TO CAND-FIELD-NAME(CAND-FIELD-NUM)
071000           MOVE BALANCE IN BEFORE-CUSTREC
071100              TO CAND-FIELD-OLD(CAND-FIELD-NUM)
071200           MOVE BALANCE IN AFTER-CUSTREC
071300              TO CAND-FIELD-NEW(CAND-FIELD-NUM)
071400        END-IF
071500     END-IF
071600     PERFORM 3900-OFFER-CANDIDATE THRU 3900-EXIT
071700     .
071800 3200-EXIT.
071900     EXIT.
072000
072100*----------------------------------------------------------------
072200* 3300-READ-AUDIT-REC - ONE CUSTMNT AUDIT LINE.  "DETAIL" LINES
072300* ARE HELD UNTIL THE TRANSACTION LINE FOR THE SAME ACCT-ID
072400* FOLLOWS; A BALANCE DETAIL MEANS THE BALANCE WAS CHANGED
072500* OUTRIGHT, AND AN APPLIED DEPOSIT OR WITHDRAWAL MOVED IT BY AN
072600* AMOUNT ONLY THE BALANCE HISTORY CARRIES.  ANY LINE WITHOUT A
072700* DATE IN PLACE (THE RUN TOTALS) IS PASSED OVER.
072800*----------------------------------------------------------------
072900 3300-READ-AUDIT-REC.
073000     READ AUDIT-FILE
073100        AT END
073200           SET SOURCE-EOF TO TRUE
073300           GO TO 3300-EXIT
073400     END-READ
073500     ADD 1 TO AUDIT-READ-NUM
073600     IF AUDD-TAG = "DETAIL "
073700        IF AUDD-ACCT-ID NOT = DETAIL-ACCT-ID
073800           MOVE 0 TO CAND-FIELD-NUM
073900           MOVE AUDD-ACCT-ID TO DETAIL-ACCT-ID
074000        END-IF
074100        IF CAND-FIELD-NUM < 5
074200           ADD 1 TO CAND-FIELD-NUM
074300           MOVE AUDD-FIELD-NAME TO CAND-FIELD-NAME(CAND-FIELD-NUM)
074400           MOVE AUDD-OLD-VALUE TO CAND-FIELD-OLD(CAND-FIELD-NUM)
074500           MOVE AUDD-NEW-VALUE TO CAND-FIELD-NEW(CAND-FIELD-NUM)
074600        END-IF
074700        GO TO 3300-EXIT
074800     END-IF
074900     IF AUD-DOT-1 NOT = "." OR AUD-DOT-2 NOT = "."
075000        OR AUD-YEAR NOT NUMERIC
075100        MOVE 0 TO CAND-FIELD-NUM
075200        GO TO 3300-EXIT
075300     END-IF
075400
075500     IF AUD-ACCT-ID NOT = DETAIL-ACCT-ID
075600        MOVE 0 TO CAND-FIELD-NUM
075700     END-IF
075800     STRING
075900        AUD-YEAR DELIMITED BY SIZE
076000        AUD-MONTH DELIMITED BY SIZE
076100        AUD-DAY DELIMITED BY SIZE
076200        INTO CAND-DATE
076300     MOVE 2 TO CAND-RANK
076400     MOVE AUD-ACCT-ID TO CAND-ACCT-ID
076500     MOVE "CUSTMNT" TO CAND-SOURCE
076600     MOVE AUD-OPERATOR TO CAND-OPERATOR
076700     MOVE AUD-ACTION TO CAND-ACTION
076800     MOVE AUD-REASON TO CAND-TEXT
076900     MOVE "N" TO CAND-BAL-SW
077000     MOVE 0 TO CAND-OLD-BAL
077100     MOVE 0 TO CAND-NEW-BAL
077200     IF AUD-REASON = "DEPOSIT APPLIED"
077300        OR AUD-REASON = "WITHDRAWAL APPLIED"
077330        OR AUD-REASON(1:16) = "TRANSFER OUT TO "
077360        OR AUD-REASON(1:17) = "TRANSFER IN FROM "
077400        MOVE "U" TO CAND-BAL-SW
077500     END-IF
077600     PERFORM 3310-FIND-BALANCE-DETAIL THRU 3310-EXIT
077700        VARYING FIELD-I FROM 1 BY 1
077800        UNTIL FIELD-I > CAND-FIELD-NUM
077900     PERFORM 3900-OFFER-CANDIDATE THRU 3900-EXIT
078000     MOVE 0 TO CAND-FIELD-NUM
078100     MOVE SPACES TO DETAIL-ACCT-ID
078200     .
078300 3300-EXIT.
078400     EXIT.
078500
078600 3310-FIND-BALANCE-DETAIL.
078700     IF CAND-FIELD-NAME(FIELD-I) NOT = "BALANCE"
078800        GO TO 3310-EXIT
078900     END-IF
079000     MOVE "Y" TO CAND-BAL-SW
079100     MOVE CAND-FIELD-OLD(FIELD-I) TO BALANCE-WORK-TEXT
079200     PERFORM 3800-BALANCE-TO-NUM THRU 3800-EXIT
079300     MOVE BALANCE-WORK-NUM TO CAND-OLD-BAL
079400     MOVE CAND-FIELD-NEW(FIELD-I) TO BALANCE-WORK-TEXT
079500     PERFORM 3800-BALANCE-TO-NUM THRU 3800-EXIT
079600     MOVE BALANCE-WORK-NUM TO CAND-NEW-BAL
079700     .
079800 3310-EXIT.
079900     EXIT.
080000
080100*----------------------------------------------------------------
080200* 3800-BALANCE-TO-NUM - A DISPLAY BALANCE AS A NUMBER; ONE THAT
080300* FAILS THE NUMERIC EDIT COUNTS AS ZERO, AS IN CUSTMNT.
080400*----------------------------------------------------------------
080500 3800-BALANCE-TO-NUM.
080600     COMPUTE NUMVAL-TEST-RC =
080700        FUNCTION TEST-NUMVAL-C(BALANCE-WORK-TEXT)
080800     IF NUMVAL-TEST-RC = 0
080900        COMPUTE BALANCE-WORK-NUM =
081000           FUNCTION NUMVAL-C(BALANCE-WORK-TEXT)
081100     ELSE
081200        MOVE 0 TO BALANCE-WORK-NUM
081300     END-IF
081400     .
081500 3800-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------
081900* 3900-OFFER-CANDIDATE - RELEASE THE CANDIDATE ONCE FOR EVERY
082000* REQUEST WHOSE ACCT-ID OR OPERATOR AND DATE RANGE IT FALLS IN.
082100*----------------------------------------------------------------
082200 3900-OFFER-CANDIDATE.
082300     ADD 1 TO SEQ-NUM
082400     PERFORM 3910-MATCH-REQUEST THRU 3910-EXIT
082500        VARYING REQ-I FROM 1 BY 1 UNTIL REQ-I > REQ-NUM
082600     .
082700 3900-EXIT.
082800     EXIT.
082900
083000 3910-MATCH-REQUEST.
083100     IF CAND-DATE < RQ-FROM-DATE(REQ-I)
083200        OR CAND-DATE > RQ-TO-DATE(REQ-I)
083300        GO TO 3910-EXIT
083400     END-IF
083500     IF RQ-BY-ACCT(REQ-I)
083600        IF CAND-ACCT-ID NOT = RQ-KEY(REQ-I)
083700           GO TO 3910-EXIT
083800        END-IF
083900        MOVE CAND-ACCT-ID TO HSR-GROUP-KEY
084000     ELSE
084100        IF CAND-OPERATOR NOT = RQ-KEY(REQ-I)(1:8)
084200           GO TO 3910-EXIT
084300        END-IF
084400        MOVE SPACES TO HSR-GROUP-KEY
084500     END-IF
084600     MOVE REQ-I TO HSR-REQ-NUM
084700     MOVE CAND-DATE TO HSR-DATE
084800     MOVE CAND-RANK TO HSR-RANK
084900     MOVE SEQ-NUM TO HSR-SEQ
085000     MOVE CAND-ACCT-ID TO HSR-ACCT-ID
085100     MOVE CAND-SOURCE TO HSR-SOURCE
085200     MOVE CAND-OPERATOR TO HSR-OPERATOR
085300     MOVE CAND-ACTION TO HSR-ACTION
085400     MOVE CAND-TEXT TO HSR-TEXT
085500     MOVE CAND-BAL-SW TO HSR-BAL-SW
085600     MOVE CAND-OLD-BAL TO HSR-OLD-BAL
085700     MOVE CAND-NEW-BAL TO HSR-NEW-BAL
085800     MOVE CAND-FIELD-NUM TO HSR-FIELD-NUM
085900     PERFORM 3920-MOVE-FIELD THRU 3920-EXIT
086000        VARYING FIELD-I FROM 1 BY 1 UNTIL FIELD-I > 5
086100     RELEASE HIST-SORT-REC
086200     ADD 1 TO RELEASE-NUM
086300     .
086400 3910-EXIT.
086500     EXIT.
086600
086700 3920-MOVE-FIELD.
086800     IF FIELD-I > CAND-FIELD-NUM
086900        MOVE SPACES TO HSR-FIELD(FIELD-I)
087000     ELSE
087100        MOVE CAND-FIELD(FIELD-I) TO HSR-FIELD(FIELD-I)
087200     END-IF
087300     .
087400 3920-EXIT.
087500     EXIT.
087600
087700*----------------------------------------------------------------
087800* 5000-WRITE-HISTORY - SORT OUTPUT: EACH REQUEST'S ENTRIES COME
087900* BACK IN ORDER.  A NEW REQUEST STARTS A NEW PAGE, A NEW DATE
088000* (OR ACCOUNT) FIRST LISTS WHAT IS LEFT OF THE BALANCE QUEUE.
088100* A REQUEST THAT FOUND NOTHING STILL GETS ITS PAGE.
088200*----------------------------------------------------------------
088300 5000-WRITE-HISTORY.
088400     MOVE 0 TO CURR-REQ-NUM
088500     PERFORM 5010-GET-SORT-REC THRU 5010-EXIT
088600     PERFORM 5020-PROCESS-SORT-REC THRU 5020-EXIT
088700        UNTIL SORT-EOF
088800     IF REQ-OPEN
088900        PERFORM 5150-END-REQUEST THRU 5150-EXIT
089000     END-IF
089100     PERFORM 5120-WRITE-EMPTY-REQUEST THRU 5120-EXIT
089200        UNTIL CURR-REQ-NUM NOT < REQ-NUM
089300     .
089400 5000-EXIT.
089500     EXIT.
089600
089700 5010-GET-SORT-REC.
089800     RETURN HIST-SORT
089900        AT END
090000           SET SORT-EOF TO TRUE
090100     END-RETURN
090200     .
090300 5010-EXIT.
090400     EXIT.
090500
090600 5020-PROCESS-SORT-REC.
090700     IF NOT REQ-OPEN OR HSR-REQ-NUM NOT = CURR-REQ-NUM
090800        IF REQ-OPEN
090900           PERFORM 5150-END-REQUEST THRU 5150-EXIT
091000        END-IF
091100        PERFORM 5120-WRITE-EMPTY-REQUEST THRU 5120-EXIT
091200           UNTIL CURR-REQ-NUM + 1 NOT < HSR-REQ-NUM
091300        PERFORM 5100-START-REQUEST THRU 5100-EXIT
091400     END-IF
091500     IF HSR-GROUP-KEY NOT = CURR-GROUP-KEY
091600        PERFORM 5300-FLUSH-QUEUE THRU 5300-EXIT
091700        PERFORM 5200-START-GROUP THRU 5200-EXIT
091800     END-IF
091900     IF HSR-DATE NOT = CURR-DATE
092000        PERFORM 5300-FLUSH-QUEUE THRU 5300-EXIT
092100        MOVE HSR-DATE TO CURR-DATE
092200     END-IF
092300
092400     IF HSR-BALHIST
092500        PERFORM 5250-QUEUE-BALHIST THRU 5250-EXIT
092600     ELSE
092700        PERFORM 5400-LIST-ENTRY THRU 5400-EXIT
092800     END-IF
092900     PERFORM 5010-GET-SORT-REC THRU 5010-EXIT
093000     .
093100 5020-EXIT.
093200     EXIT.
093300
093400*----------------------------------------------------------------
093500* 5100-START-REQUEST - THE PAGE HEADING FOR THE NEXT REQUEST.
093600*----------------------------------------------------------------
093700 5100-START-REQUEST.
093800     ADD 1 TO CURR-REQ-NUM
093900     SET REQ-OPEN TO TRUE
094000     MOVE HIGH-VALUES TO CURR-GROUP-KEY
094100     MOVE SPACES TO CURR-DATE
094200     MOVE 0 TO QUEUE-NUM
094300     MOVE 1 TO QUEUE-NEXT
094400     MOVE SPACES TO HISTRPT-REPORT-LINE
094500     MOVE CURR-REQ-NUM TO COUNT-ED
094600     IF RQ-BY-ACCT(CURR-REQ-NUM)
094700        STRING
094800           "ACCOUNT RESEARCH HISTORY - REQUEST " DELIMITED BY SIZE
094900           COUNT-ED DELIMITED BY SIZE
095000           "   ACCT-ID " DELIMITED BY SIZE
095100           RQ-KEY(CURR-REQ-NUM) DELIMITED BY SIZE
095200           INTO HISTRPT-REPORT-LINE
095300     ELSE
095400        STRING
095500           "ACCOUNT RESEARCH HISTORY - REQUEST " DELIMITED BY SIZE
095600           COUNT-ED DELIMITED BY SIZE
095700           "   OPERATOR " DELIMITED BY SIZE
095800           RQ-KEY(CURR-REQ-NUM) DELIMITED BY SIZE
095900           INTO HISTRPT-REPORT-LINE
096000     END-IF
096100     WRITE HISTRPT-REPORT-LINE AFTER ADVANCING PAGE
096200     MOVE SPACES TO HISTRPT-REPORT-LINE
096300     STRING
096400        "DATES " DELIMITED BY SIZE
096500        RQ-FROM-DATE(CURR-REQ-NUM) DELIMITED BY SIZE
096600        " THROUGH " DELIMITED BY SIZE
096700        RQ-TO-DATE(CURR-REQ-NUM) DELIMITED BY SIZE
096800        "   REFERENCE " DELIMITED BY SIZE
096900        RQ-REFERENCE(CURR-REQ-NUM) DELIMITED BY SIZE
097000        INTO HISTRPT-REPORT-LINE
097100     WRITE HISTRPT-REPORT-LINE
097200     MOVE SPACES TO HISTRPT-REPORT-LINE
097300     WRITE HISTRPT-REPORT-LINE
097400     MOVE HISTORY-HEADING TO HISTRPT-REPORT-LINE
097500     WRITE HISTRPT-REPORT-LINE
097600     .
097700 5100-EXIT.
097800     EXIT.
097900
098000 5120-WRITE-EMPTY-REQUEST.
098100     PERFORM 5100-START-REQUEST THRU 5100-EXIT
098200     MOVE "NO HISTORY FOUND FOR THIS REQUEST"
098300        TO HISTRPT-REPORT-LINE
098400     WRITE HISTRPT-REPORT-LINE
098500     MOVE "N" TO REQ-OPEN-SW
098600     .
098700 5120-EXIT.
098800     EXIT.
098900
099000*----------------------------------------------------------------
099100* 5150-END-REQUEST - LIST THE LAST OF THE QUEUE AND CLOSE THE
099200* REQUEST WITH ITS COUNTS.
099300*----------------------------------------------------------------
099400 5150-END-REQUEST.
099500     PERFORM 5300-FLUSH-QUEUE THRU 5300-EXIT
099600     MOVE SPACES TO HISTRPT-REPORT-LINE
099700     WRITE HISTRPT-REPORT-LINE
099800     MOVE SPACES TO HISTRPT-REPORT-LINE
099900     MOVE RQ-ENTRY-NUM(CURR-REQ-NUM) TO COUNT-ED
100000     STRING
100100        "END OF HISTORY - ENTRIES " DELIMITED BY SIZE
100200        COUNT-ED DELIMITED BY SIZE
100300        "   BALANCE MOVEMENTS " DELIMITED BY SIZE
100400        INTO HISTRPT-REPORT-LINE
100500     MOVE RQ-MOVE-NUM(CURR-REQ-NUM) TO COUNT-ED
100600     MOVE COUNT-ED TO HISTRPT-REPORT-LINE(56:9)
100700     MOVE "   BALANCE BREAKS " TO HISTRPT-REPORT-LINE(65:18)
100800     MOVE RQ-BREAK-NUM(CURR-REQ-NUM) TO COUNT-ED
100900     MOVE COUNT-ED TO HISTRPT-REPORT-LINE(83:9)
101000     WRITE HISTRPT-REPORT-LINE
101100     MOVE "N" TO REQ-OPEN-SW
101200     .
101300 5150-EXIT.
101400     EXIT.
101500
101600*----------------------------------------------------------------
101700* 5200-START-GROUP - A NEW ACCOUNT WITHIN A REQUEST (AN ACCOUNT
101800* REQUEST HAS ONE): THE RUNNING BALANCE STARTS FROM THE FIRST
101900* MOVEMENT FOUND.  AN OPERATOR REQUEST CARRIES NO RUNNING
102000* BALANCE, SINCE OTHER OPERATORS' WORK IS NOT IN IT.
102100*----------------------------------------------------------------
102200 5200-START-GROUP.
102300     MOVE HSR-GROUP-KEY TO CURR-GROUP-KEY
102400     MOVE SPACES TO CURR-DATE
102500     MOVE "N" TO RUN-BAL-SW
102600     MOVE 0 TO RUN-BAL
102700     .
102800 5200-EXIT.
102900     EXIT.
103000
103100 5250-QUEUE-BALHIST.
103200     IF QUEUE-NUM NOT < QUEUE-MAX
103300        PERFORM 5300-FLUSH-QUEUE THRU 5300-EXIT
103400     END-IF
103500     ADD 1 TO QUEUE-NUM
103600     MOVE "N" TO BQ-USED-SW(QUEUE-NUM)
103700     MOVE HSR-ACCT-ID TO BQ-ACCT-ID(QUEUE-NUM)
103800     MOVE HSR-SOURCE TO BQ-SOURCE(QUEUE-NUM)
103900     MOVE HSR-OPERATOR TO BQ-OPERATOR(QUEUE-NUM)
104000     MOVE HSR-TEXT TO BQ-TEXT(QUEUE-NUM)
104100     MOVE HSR-OLD-BAL TO BQ-OLD-BAL(QUEUE-NUM)
104200     MOVE HSR-NEW-BAL TO BQ-NEW-BAL(QUEUE-NUM)
104300     .
104400 5250-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------
104800* 5300-FLUSH-QUEUE - LIST EVERY BALHIST RECORD STILL QUEUED AS AN
104900* ENTRY OF ITS OWN, THEN EMPTY THE QUEUE.
105000*----------------------------------------------------------------
105100 5300-FLUSH-QUEUE.
105200     MOVE QUEUE-NUM TO QUEUE-HIT
105300     ADD 1 TO QUEUE-HIT
105400     MOVE SPACES TO QUEUE-ACCT-ID
105500     PERFORM 5310-LIST-QUEUED-BEFORE THRU 5310-EXIT
105600     MOVE 0 TO QUEUE-NUM
105700     MOVE 1 TO QUEUE-NEXT
105800     .
105900 5300-EXIT.
106000     EXIT.
106100
106200*----------------------------------------------------------------
106300* 5310-LIST-QUEUED-BEFORE - LIST THE UNUSED QUEUE ENTRIES AHEAD
106400* OF QUEUE-HIT FOR QUEUE-ACCT-ID (ALL ACCOUNTS WHEN BLANK); THEY
106500* HAPPENED BEFORE THE ONE BEING USED.  ANOTHER ACCOUNT'S ENTRIES
106600* STAY QUEUED FOR THAT ACCOUNT'S OWN AUDIT OR JOURNAL ENTRY.
106700*----------------------------------------------------------------
106800 5310-LIST-QUEUED-BEFORE.
106900     PERFORM 5320-LIST-QUEUE-ENTRY THRU 5320-EXIT
107000        VARYING QUEUE-I FROM QUEUE-NEXT BY 1
107100        UNTIL QUEUE-I NOT < QUEUE-HIT
107200     .
107300 5310-EXIT.
107400     EXIT.
107500
107600 5320-LIST-QUEUE-ENTRY.
107700     IF BQ-USED(QUEUE-I)
107800        GO TO 5320-EXIT
107900     END-IF
108000     IF QUEUE-ACCT-ID NOT = SPACES
108100        AND BQ-ACCT-ID(QUEUE-I) NOT = QUEUE-ACCT-ID
108200        GO TO 5320-EXIT
108300     END-IF
108400     MOVE "Y" TO BQ-USED-SW(QUEUE-I)
108500     MOVE CURR-DATE TO LINE-DATE
108600     MOVE BQ-SOURCE(QUEUE-I) TO LINE-SOURCE
108700     MOVE BQ-OPERATOR(QUEUE-I) TO LINE-OPERATOR
108800     MOVE BQ-ACCT-ID(QUEUE-I) TO LINE-ACCT-ID
108900     MOVE SPACES TO LINE-ACTION
109000     MOVE BQ-TEXT(QUEUE-I) TO LINE-TEXT
109100     MOVE "Y" TO LINE-BAL-SW
109200     MOVE BQ-OLD-BAL(QUEUE-I) TO LINE-OLD-BAL
109300     MOVE BQ-NEW-BAL(QUEUE-I) TO LINE-NEW-BAL
109400     PERFORM 5500-WRITE-HISTORY-LINE THRU 5500-EXIT
109500     .
109600 5320-EXIT.
109700     EXIT.
109800
109900*----------------------------------------------------------------
110000* 5400-LIST-ENTRY - ONE AUDIT OR JOURNAL ENTRY.  ONE THAT MOVED
110100* THE BALANCE TAKES ITS BALHIST RECORD FROM THE QUEUE - THE
110200* FIRST UNUSED ONE FOR THE SAME ACCT-ID AND OPERATOR - AND THE
110300* BALANCES ARE THE HISTORY'S.  WITH NO BALHIST RECORD TO PAIR,
110400* THE ENTRY'S OWN BALANCES ARE LISTED IF IT CARRIES THEM.
110500*----------------------------------------------------------------
110600 5400-LIST-ENTRY.
110700     MOVE HSR-DATE TO LINE-DATE
110800     MOVE HSR-SOURCE TO LINE-SOURCE
110900     MOVE HSR-OPERATOR TO LINE-OPERATOR
111000     MOVE HSR-ACCT-ID TO LINE-ACCT-ID
111100     MOVE HSR-ACTION TO LINE-ACTION
111200     MOVE HSR-TEXT TO LINE-TEXT
111300     MOVE HSR-BAL-SW TO LINE-BAL-SW
111400     MOVE HSR-OLD-BAL TO LINE-OLD-BAL
111500     MOVE HSR-NEW-BAL TO LINE-NEW-BAL
111600     IF HSR-BAL-MOVED
111700        MOVE "N" TO FOUND-SW
111800        PERFORM 5410-FIND-QUEUE-MATCH THRU 5410-EXIT
111900           VARYING QUEUE-I FROM QUEUE-NEXT BY 1
112000           UNTIL QUEUE-I > QUEUE-NUM OR FOUND
112100        IF FOUND
112200           MOVE HSR-ACCT-ID TO QUEUE-ACCT-ID
112300           PERFORM 5310-LIST-QUEUED-BEFORE THRU 5310-EXIT
112400           MOVE "Y" TO BQ-USED-SW(QUEUE-HIT)
112500           MOVE "Y" TO LINE-BAL-SW
112600           MOVE BQ-OLD-BAL(QUEUE-HIT) TO LINE-OLD-BAL
112700           MOVE BQ-NEW-BAL(QUEUE-HIT) TO LINE-NEW-BAL
112800        END-IF
112900     END-IF
113000     MOVE HSR-DATE TO LINE-DATE
113100     MOVE HSR-SOURCE TO LINE-SOURCE
113200     MOVE HSR-OPERATOR TO LINE-OPERATOR
113300     MOVE HSR-ACCT-ID TO LINE-ACCT-ID
113400     MOVE HSR-ACTION TO LINE-ACTION
113500     MOVE HSR-TEXT TO LINE-TEXT
113600     PERFORM 5500-WRITE-HISTORY-LINE THRU 5500-EXIT
113700     PERFORM 5510-WRITE-FIELD-LINE THRU 5510-EXIT
113800        VARYING FIELD-I FROM 1 BY 1
113900        UNTIL FIELD-I > HSR-FIELD-NUM
114000
114100     IF LINE-ACTION = "D" AND LINE-TEXT = "DELETED"
114200        MOVE "N" TO RUN-BAL-SW
114300     END-IF
114400     .
114500 5400-EXIT.
114600     EXIT.
114700
114800 5410-FIND-QUEUE-MATCH.
114900     IF NOT BQ-USED(QUEUE-I)
115000        AND BQ-ACCT-ID(QUEUE-I) = HSR-ACCT-ID
115100        AND BQ-OPERATOR(QUEUE-I) = HSR-OPERATOR
115200        SET FOUND TO TRUE
115300        MOVE QUEUE-I TO QUEUE-HIT
115400     END-IF
115500     .
115600 5410-EXIT.
115700     EXIT.
115800
115900*----------------------------------------------------------------
116000* 5500-WRITE-HISTORY-LINE - ONE HISTORY LINE FROM LINE-*.  FOR
116100* AN ACCOUNT REQUEST, AN OLD BALANCE THAT DOES NOT EQUAL THE
116200* RUNNING BALANCE IS A BALANCE BREAK AND IS FLAGGED UNDER THE
116300* LINE; THE RUNNING BALANCE THEN CARRIES ON FROM THE NEW BALANCE.
116400*----------------------------------------------------------------
116500 5500-WRITE-HISTORY-LINE.
116600     ADD 1 TO ENTRY-NUM
116700     ADD 1 TO RQ-ENTRY-NUM(CURR-REQ-NUM)
116800     MOVE SPACES TO HISTRPT-REPORT-LINE
116900     MOVE LINE-DATE TO HISTRPT-REPORT-LINE(1:8)
117000     MOVE LINE-SOURCE TO HISTRPT-REPORT-LINE(10:8)
117100     MOVE LINE-OPERATOR TO HISTRPT-REPORT-LINE(19:8)
117200     MOVE LINE-ACCT-ID TO HISTRPT-REPORT-LINE(28:10)
117300     MOVE LINE-ACTION TO HISTRPT-REPORT-LINE(39:1)
117400     MOVE LINE-TEXT TO HISTRPT-REPORT-LINE(41:40)
117500     IF LINE-BAL-KNOWN
117600        ADD 1 TO RQ-MOVE-NUM(CURR-REQ-NUM)
117700        MOVE LINE-OLD-BAL TO BAL-ED
117800        MOVE BAL-ED TO HISTRPT-REPORT-LINE(82:12)
117900        MOVE LINE-NEW-BAL TO BAL-ED
118000        MOVE BAL-ED TO HISTRPT-REPORT-LINE(95:12)
118100        IF RQ-BY-ACCT(CURR-REQ-NUM)
118200           MOVE LINE-NEW-BAL TO BAL-ED
118300           MOVE BAL-ED TO HISTRPT-REPORT-LINE(108:12)
118400        END-IF
118500     END-IF
118600     WRITE HISTRPT-REPORT-LINE
118700
118800     IF NOT LINE-BAL-KNOWN OR NOT RQ-BY-ACCT(CURR-REQ-NUM)
118900        GO TO 5500-EXIT
119000     END-IF
119100     IF RUN-BAL-KNOWN AND LINE-OLD-BAL NOT = RUN-BAL
119200        ADD 1 TO BREAK-NUM
119300        ADD 1 TO RQ-BREAK-NUM(CURR-REQ-NUM)
119400        MOVE SPACES TO HISTRPT-REPORT-LINE
119500        MOVE RUN-BAL TO BAL-ED
119600        STRING
119700           "          ** BALANCE BREAK - RUNNING BALANCE WAS "
119800              DELIMITED BY SIZE
119900           BAL-ED DELIMITED BY SIZE
120000           ", THIS ENTRY STARTS FROM " DELIMITED BY SIZE
120100           INTO HISTRPT-REPORT-LINE
120200        MOVE LINE-OLD-BAL TO BAL-ED
120300        MOVE BAL-ED TO HISTRPT-REPORT-LINE(88:12)
120400        WRITE HISTRPT-REPORT-LINE
120500     END-IF
120600     SET RUN-BAL-KNOWN TO TRUE
120700     MOVE LINE-NEW-BAL TO RUN-BAL
120800     .
120900 5500-EXIT.
121000     EXIT.
121100
121200 5510-WRITE-FIELD-LINE.
121300     MOVE SPACES TO HISTRPT-REPORT-LINE
121400     STRING
121500        "          FIELD " DELIMITED BY SIZE
121600        HSR-FIELD-NAME(FIELD-I) DELIMITED BY SIZE
121700        "  OLD " DELIMITED BY SIZE
121800        HSR-FIELD-OLD(FIELD-I) DELIMITED BY SIZE
121900        "  NEW " DELIMITED BY SIZE
122000        HSR-FIELD-NEW(FIELD-I) DELIMITED BY SIZE
122100        INTO HISTRPT-REPORT-LINE
122200     WRITE HISTRPT-REPORT-LINE
122300     .
122400 5510-EXIT.
122500     EXIT.
122600
122700*----------------------------------------------------------------
122800* 6000-WRITE-SUMMARY-PAGE - THE RUN'S COUNTS ON A NEW PAGE: THE
122900* REQUESTS, THE RECORDS READ FROM EACH SOURCE (OR THAT IT WAS
123000* NOT AVAILABLE), THE ENTRIES LISTED AND THE BALANCE BREAKS.
123100*----------------------------------------------------------------
123200 6000-WRITE-SUMMARY-PAGE.
123300     MOVE SPACES TO HISTRPT-REPORT-LINE
123400     STRING
123500        "ACCTHIST RUN SUMMARY " DELIMITED BY SIZE
123600        TODAY-MONTH DELIMITED BY SIZE
123700        "." DELIMITED BY SIZE
123800        TODAY-DAY DELIMITED BY SIZE
123900        "." DELIMITED BY SIZE
124000        TODAY-YEAR DELIMITED BY SIZE
124100        INTO HISTRPT-REPORT-LINE
124200     WRITE HISTRPT-REPORT-LINE AFTER ADVANCING PAGE
124300     MOVE SPACES TO HISTRPT-REPORT-LINE
124400     WRITE HISTRPT-REPORT-LINE
124500
124600     MOVE "REQUESTS READ" TO HISTRPT-REPORT-LINE
124700     MOVE REQ-READ-NUM TO COUNT-ED
124800     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
124900     MOVE "REQUESTS REJECTED" TO HISTRPT-REPORT-LINE
125000     MOVE REQ-REJECT-NUM TO COUNT-ED
125100     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
125200
125300     MOVE "BALHARCH RECORDS READ" TO HISTRPT-REPORT-LINE
125400     MOVE ARCHIVE-READ-NUM TO COUNT-ED
125500     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
125600     IF NOT ARCHIVE-OK AND ARCHIVE-STATUS NOT = "10"
125700        MOVE "   NOT AVAILABLE" TO HISTRPT-REPORT-LINE(52:16)
125800        WRITE HISTRPT-REPORT-LINE
125900     END-IF
126000     MOVE "BALHIST RECORDS READ" TO HISTRPT-REPORT-LINE
126100     MOVE BALHIST-READ-NUM TO COUNT-ED
126200     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
126300     IF NOT BALHIST-OK AND BALHIST-STATUS NOT = "10"
126400        MOVE "   NOT AVAILABLE" TO HISTRPT-REPORT-LINE(52:16)
126500        WRITE HISTRPT-REPORT-LINE
126600     END-IF
126700     MOVE "JRNLFILE RECORDS READ" TO HISTRPT-REPORT-LINE
126800     MOVE JRNL-READ-NUM TO COUNT-ED
126900     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
127000     IF NOT JRNL-OK AND JRNL-STATUS NOT = "10"
127100        MOVE "   NOT AVAILABLE" TO HISTRPT-REPORT-LINE(52:16)
127200        WRITE HISTRPT-REPORT-LINE
127300     END-IF
127400     MOVE "AUDITLOG LINES READ" TO HISTRPT-REPORT-LINE
127500     MOVE AUDIT-READ-NUM TO COUNT-ED
127600     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
127700     IF NOT AUDIT-OK AND AUDIT-STATUS NOT = "10"
127800        MOVE "   NOT AVAILABLE" TO HISTRPT-REPORT-LINE(52:16)
127900        WRITE HISTRPT-REPORT-LINE
128000     END-IF
128100
128200     MOVE "HISTORY ENTRIES LISTED" TO HISTRPT-REPORT-LINE
128300     MOVE ENTRY-NUM TO COUNT-ED
128400     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
128500     MOVE "BALANCE BREAKS FLAGGED" TO HISTRPT-REPORT-LINE
128600     MOVE BREAK-NUM TO COUNT-ED
128700     PERFORM 6100-WRITE-COUNT-LINE THRU 6100-EXIT
128800     .
128900 6000-EXIT.
129000     EXIT.
129100
129200 6100-WRITE-COUNT-LINE.
129300     MOVE COUNT-ED TO HISTRPT-REPORT-LINE(42:9)
129400     WRITE HISTRPT-REPORT-LINE
129500     .
129600 6100-EXIT.
129700     EXIT.
