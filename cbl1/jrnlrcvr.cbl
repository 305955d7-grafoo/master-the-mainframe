000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JRNLRCVR.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. RETAIL BANKING SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/2026  RH   ORIGINAL INSTALLATION.  JOURNAL RECOVERY FOR
001100*                  THE KEYED MASTER CUSTDRCT UPDATES, SO A BAD
001200*                  INTRADAY RUN NO LONGER MEANS REPROING THE
001300*                  SEQUENTIAL MASTER BACK AND REKEYING THE
001400*                  AFTERNOON.  THE CUSTDRCT JOURNAL (JRNLREC)
001500*                  BRACKETS EACH RUN'S BEFORE/AFTER IMAGES WITH
001600*                  RUN-START AND RUN-END MARKERS, AND A LEVELING
001700*                  MARKER IS WRITTEN EACH TIME THE KEYED AND
001800*                  SEQUENTIAL MASTERS ARE MADE LEVEL.  ONE
001900*                  CONTROL CARD (RCVRCTL) PICKS THE MODE:
002000*                  "B" BACKOUT PUTS BACK THE BEFORE-IMAGES OF
002100*                  ONE FAILED RUN (CC 12 OR NO RUN-END MARKER),
002200*                  LAST UPDATE FIRST, AND JOURNALS EACH RESTORE
002300*                  AS AN "X" RECORD; "F" FORWARD RECOVERY
002400*                  REAPPLIES, IN JOURNAL ORDER, THE AFTER-IMAGES
002500*                  OF EVERY CUSTDRCT RUN THAT ENDED CC 0 OR 4
002600*                  SINCE THE LAST LEVELING MARKER (OR FROM THE
002700*                  RUN NAMED ON THE CARD) ONTO A KEYED MASTER
002800*                  JUST RESTORED FROM THE SEQUENTIAL MASTER,
002900*                  SKIPPING FAILED RUNS; "L" ONLY WRITES THE
003000*                  LEVELING MARKER.  NO RECORD IS TOUCHED
003100*                  UNLESS IT STILL EQUALS THE IMAGE THE JOURNAL
003200*                  SAYS IT SHOULD HOLD - ANYTHING ELSE IS LISTED
003300*                  AS A CONFLICT AND LEFT ALONE.  THE CONTROL
003400*                  PAGE PROVES THE UPDATES SELECTED AGAINST THOSE
003500*                  APPLIED, ALREADY IN PLACE AND IN CONFLICT,
003600*                  EACH RUN'S JOURNAL AGAINST ITS RUN-END MARKER,
003700*                  AND THE KEYED MASTER'S RECORD COUNT AND
003800*                  BALANCE TOTAL BEFORE AND AFTER AGAINST THE NET
003900*                  CHANGE APPLIED.  CONDITION CODES - 0 CLEAN, 4
004000*                  RECOVERED BUT CONFLICTS OR UPDATES ALREADY IN
004100*                  PLACE WERE LISTED, 8 THE PROOF FAILED, 12 THE
004200*                  CARD IS MISSING OR INVALID, THE JOURNAL OR
004300*                  KEYED MASTER IS NOT AVAILABLE, THERE IS NO
004400*                  FAILED RUN TO BACK OUT, OR A MASTER REWRITE
004500*                  FAILED (NOTHING AFTER IT WAS APPLIED).
004600*----------------------------------------------------------------
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RCVRCTL-FILE ASSIGN TO RCVRCTL
005100         FILE STATUS IS RCVRCTL-STATUS.
005200     SELECT JRNL-FILE ASSIGN TO JRNLFILE
005300         FILE STATUS IS JRNL-STATUS.
005400     SELECT CUSTMSTR-FILE ASSIGN TO CUSTMSTR
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ACCT-ID IN MSTR-CUSTREC
005800         FILE STATUS IS CUSTMSTR-STATUS.
005900     SELECT RCVRRPT-FILE ASSIGN TO RCVRRPT.
006000     SELECT JRNL-SORT ASSIGN TO SORTWK01.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------------
006500* RCVRCTL-FILE - ONE CONTROL CARD: COLUMN 1 THE MODE ("B", "F"
006600* OR "L"), 2-17 A JOURNAL RUN ID (BACKOUT - THE RUN TO BACK OUT,
006700* BLANK FOR THE LAST CUSTDRCT RUN ON THE JOURNAL; FORWARD - THE
006800* FIRST RUN TO REAPPLY, BLANK FOR THE FIRST RUN AFTER THE LAST
006900* LEVELING MARKER), 18-25 THE OPERATOR DOING THE RECOVERY
007000* (STAMPED ON THE JOURNAL), 26-33 FOR "L" THE JOB THAT LEVELED.
007100*----------------------------------------------------------------
007200 FD  RCVRCTL-FILE RECORD CONTAINS 80 CHARACTERS
007300     RECORDING MODE F.
007400 01  RCVRCTL-RECORD.
007500     05 RC-MODE         PIC X(01).
007600        88 RC-BACKOUT   VALUE "B".
007700        88 RC-FORWARD   VALUE "F".
007800        88 RC-LEVEL     VALUE "L".
007900        88 RC-MODE-VALID VALUE "B" "F" "L".
008000     05 RC-RUN-ID       PIC X(16).
008100     05 RC-OPERATOR     PIC X(08).
008200     05 RC-LEVEL-JOB    PIC X(08).
008300     05                 PIC X(47).
008400
008500*----------------------------------------------------------------
008600* JRNL-FILE - THE CUMULATIVE CUSTDRCT JOURNAL.  READ TWICE (ONCE
008700* TO FIND THE RUNS, ONCE TO SELECT THEIR UPDATES), THEN OPENED
008800* EXTEND FOR THIS RUN'S OWN MARKERS AND BACKOUT RESTORES.
008900*----------------------------------------------------------------
009000 FD  JRNL-FILE RECORD CONTAINS 183 CHARACTERS RECORDING MODE F.
009100 01  JRNL-RECORD.
009200     COPY JRNLREC.
009300
009400*----------------------------------------------------------------
009500* CUSTMSTR-FILE - THE KEYED (VSAM) MASTER, OPENED I-O.  READ BY
009600* KEY FOR EACH UPDATE, AND BROWSED END TO END BEFORE AND AFTER
009700* FOR THE RECORD COUNT AND BALANCE TOTAL.
009800*----------------------------------------------------------------
009900 FD  CUSTMSTR-FILE RECORD CONTAINS 83 CHARACTERS.
010000 01  MSTR-CUSTREC.
010100     COPY CUSTREC.
010200
010300*----------------------------------------------------------------
010400* RCVRRPT-FILE - THE RECOVERY REPORT: ONE LINE PER JOURNALED
010500* UPDATE AND WHAT WAS DONE WITH IT, ONE LINE PER RUN, THEN THE
010600* CONTROL PAGE (WRITE AFTER ADVANCING PAGE, SO RECFM=FBA IN THE
010700* JOB STREAM).
010800*----------------------------------------------------------------
010900 FD  RCVRRPT-FILE
011000     RECORDING MODE F.
011100 01  RCVRRPT-REPORT-LINE PIC X(120).
011200
011300*----------------------------------------------------------------
011400* JRNL-SORT - THE SELECTED JOURNAL RECORDS BY RUN, WITH THE
011500* RUN-END MARKER (KIND 1) AHEAD OF THE RUN'S UPDATES (KIND 2) SO
011600* THE RUN'S OUTCOME IS KNOWN BEFORE ITS FIRST UPDATE.  JSR-ORDER
011700* IS THE JOURNAL SEQUENCE FOR FORWARD RECOVERY AND ITS
011800* COMPLEMENT FOR A BACKOUT, WHICH RUNS LAST UPDATE FIRST.
011900*----------------------------------------------------------------
012000 SD  JRNL-SORT.
012100 01  JRNL-SORT-REC.
012200     05 JSR-RUN-ORD     PIC 9(07).
012300     05 JSR-KIND        PIC X(01).
012400        88 JSR-END-MARKER VALUE "1".
012500        88 JSR-UPDATE   VALUE "2".
012600     05 JSR-ORDER       PIC 9(09).
012700     05 JSR-SEQ         PIC 9(09).
012800     05 JSR-RUN-ID      PIC X(16).
012900     05 JSR-JRNL        PIC X(183).
013000
013100 WORKING-STORAGE SECTION.
013200 77  JRNL-READ-NUM     PIC 9(09) VALUE 0.
013300 77  REC-SEQ           PIC 9(09) VALUE 0.
013400 77  RUN-ORD           PIC 9(07) VALUE 0.
013500 77  LAST-LEVEL-ORD    PIC 9(07) VALUE 0.
013600 77  TARGET-ORD        PIC 9(07) VALUE 0.
013700 77  FROM-ORD          PIC 9(07) VALUE 0.
013800 77  PREV-RUN-ORD      PIC 9(07) VALUE 0.
013900 77  LATER-RUN-NUM     PIC 9(05) VALUE 0.
014000 77  UNMARKED-NUM      PIC 9(07) VALUE 0.
014100 77  SELECT-NUM        PIC 9(07) VALUE 0.
014200 77  APPLIED-NUM       PIC 9(07) VALUE 0.
014300 77  ALREADY-NUM       PIC 9(07) VALUE 0.
014400 77  CONFLICT-NUM      PIC 9(07) VALUE 0.
014500 77  NOTDONE-NUM       PIC 9(07) VALUE 0.
014600 77  SKIPPED-NUM       PIC 9(07) VALUE 0.
014700 77  RUN-NUM           PIC 9(05) VALUE 0.
014800 77  RUN-SKIP-NUM      PIC 9(05) VALUE 0.
014900 77  RUN-ERR-NUM       PIC 9(05) VALUE 0.
015000 77  RUN-REC-NUM       PIC 9(07) VALUE 0.
015100 77  RUN-MARK-UPDATES  PIC 9(07) VALUE 0.
015200 77  RUN-MARK-RC       PIC 9(02) VALUE 0.
015300 77  TARGET-RC         PIC 9(02) VALUE 0.
015400 77  MSTR-SCAN-NUM     PIC 9(09) VALUE 0.
015500 77  MSTR-BEFORE-NUM   PIC 9(09) VALUE 0.
015600 77  MSTR-AFTER-NUM    PIC 9(09) VALUE 0.
015700 77  NUMVAL-TEST-RC    PIC S9(04) VALUE 0.
015800
015900 77  SELECT-NET        PIC S9(13)V99 VALUE 0.
016000 77  APPLIED-NET       PIC S9(13)V99 VALUE 0.
016100 77  EXPECTED-NET      PIC S9(13)V99 VALUE 0.
016200 77  RUN-NET-SUM       PIC S9(13)V99 VALUE 0.
016300 77  RUN-MARK-NET      PIC S9(13)V99 VALUE 0.
016400 77  MSTR-SCAN-SUM     PIC S9(15)V99 VALUE 0.
016500 77  MSTR-BEFORE-SUM   PIC S9(15)V99 VALUE 0.
016600 77  MSTR-AFTER-SUM    PIC S9(15)V99 VALUE 0.
016700 77  MSTR-CHANGE-SUM   PIC S9(15)V99 VALUE 0.
016800 77  EXPECT-BAL        PIC 9(11)V99 VALUE 0.
016900 77  TARGET-BAL        PIC 9(11)V99 VALUE 0.
017000 77  JRNL-DELTA        PIC S9(11)V99 VALUE 0.
017100
017200 77  COUNT-ED          PIC Z,ZZZ,ZZ9.
017300 77  SUM-ED            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
017400 77  BAL-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
017500 77  RC-ED             PIC Z9.
017600
017700 01  RCVRCTL-STATUS    PIC XX VALUE SPACES.
017800     88 RCVRCTL-OK     VALUE "00".
017900 01  JRNL-STATUS       PIC XX VALUE SPACES.
018000     88 JRNL-OK        VALUE "00".
018100 01  CUSTMSTR-STATUS   PIC XX VALUE SPACES.
018200     88 CUSTMSTR-OK    VALUE "00".
018300 01  RCVRCTL-BAD-SW    PIC X(01) VALUE "N".
018400     88 RCVRCTL-BAD    VALUE "Y".
018500 01  RCVR-STOP-SW      PIC X(01) VALUE "N".
018600     88 RCVR-STOP      VALUE "Y".
018700 01  JRNL-EOF-SW       PIC X(01) VALUE "N".
018800     88 JRNL-EOF       VALUE "Y".
018900 01  JSR-EOF-SW        PIC X(01) VALUE "N".
019000     88 JSR-EOF        VALUE "Y".
019100 01  MSTR-EOF-SW       PIC X(01) VALUE "N".
019200     88 MSTR-EOF       VALUE "Y".
019300 01  LEVEL-FOUND-SW    PIC X(01) VALUE "N".
019400     88 LEVEL-FOUND    VALUE "Y".
019500 01  TARGET-END-SW     PIC X(01) VALUE "N".
019600     88 TARGET-END     VALUE "Y".
019700 01  BACKED-OUT-SW     PIC X(01) VALUE "N".
019800     88 BACKED-OUT     VALUE "Y".
019900 01  RUN-END-SW        PIC X(01) VALUE "N".
020000     88 RUN-END        VALUE "Y".
020100 01  RUN-GOOD-SW       PIC X(01) VALUE "N".
020200     88 RUN-GOOD       VALUE "Y".
020300 01  REWRITE-FAIL-SW   PIC X(01) VALUE "N".
020400     88 REWRITE-FAIL   VALUE "Y".
020500 01  PROOF-SW          PIC X(01) VALUE "N".
020600     88 PROOF-OK       VALUE "Y".
020700
020800 01  RCVR-RUN-ID       PIC X(16) VALUE SPACES.
020900 01  RCVR-OPERATOR     PIC X(08) VALUE "RECOVERY".
021000 01  TARGET-RUN-ID     PIC X(16) VALUE SPACES.
021100 01  CURR-RUN-ID       PIC X(16) VALUE SPACES.
021200 01  CURR-RUN-PROGRAM  PIC X(08) VALUE SPACES.
021300 01  RUN-ID-WORK       PIC X(16) VALUE SPACES.
021400 01  RESULT-TEXT       PIC X(30) VALUE SPACES.
021500 01  MODE-TEXT         PIC X(11) VALUE SPACES.
021600 01  BALANCE-WORK-TEXT PIC X(12) VALUE SPACES.
021700 01  BALANCE-WORK-NUM  PIC 9(11)V99 VALUE 0.
021800
021900*----------------------------------------------------------------
022000* EXPECT-CUSTREC / TARGET-CUSTREC - THE IMAGE THE MASTER RECORD
022100* MUST STILL HOLD AND THE IMAGE IT IS TO BE GIVEN.  FORWARD:
022200* BEFORE-IMAGE THEN AFTER-IMAGE.  BACKOUT: THE OTHER WAY ROUND.
022300*----------------------------------------------------------------
022400 01  EXPECT-CUSTREC.
022500     COPY CUSTREC.
022600 01  TARGET-CUSTREC.
022700     COPY CUSTREC.
022800
022900 01  DATE-TODAY-HEADER.
023000     05 TODAY-YEAR PIC 9(4).
023100     05 TODAY-MONTH PIC 9(2).
023200     05 TODAY-DAY PIC 9(2).
023300     05 FILLER PIC X(13).
023400
023500*----------------------------------------------------------------
023600* DETAIL-LINE - ONE JOURNALED UPDATE: WHICH RUN AND JOURNAL
023700* RECORD, THE BALANCE THE MASTER SHOULD HOLD AND THE BALANCE IT
023800* IS GIVEN, AND THE RESULT.
023900*----------------------------------------------------------------
024000 01  DETAIL-LINE.
024100     05 DL-RUN-ID      PIC X(16).
024200     05                PIC X(01).
024300     05 DL-SEQ         PIC Z(08)9.
024400     05                PIC X(01).
024500     05 DL-ACCT-ID     PIC X(10).
024600     05                PIC X(01).
024700     05 DL-ACTION      PIC X(01).
024800     05                PIC X(01).
024900     05 DL-OPERATOR    PIC X(08).
025000     05                PIC X(01).
025100     05 DL-EXPECT-BAL  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
025200     05                PIC X(01).
025300     05 DL-TARGET-BAL  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
025400     05                PIC X(01).
025500     05 DL-RESULT      PIC X(30).
025600
025700 PROCEDURE DIVISION.
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026000     IF RCVRCTL-BAD
026100        DISPLAY "JRNLRCVR - RCVRCTL MISSING OR INVALID, NOTHING "
026200           "DONE"
026300        MOVE 12 TO RETURN-CODE
026400        STOP RUN
026500     END-IF
026600     IF RC-LEVEL
026700        PERFORM 1500-WRITE-LEVEL-MARK THRU 1500-EXIT
026800        STOP RUN
026900     END-IF
027000     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
027100     IF RCVR-STOP
027200        MOVE 12 TO RETURN-CODE
027300        STOP RUN
027400     END-IF
027500     PERFORM 2500-OPEN-FILES THRU 2500-EXIT
027600     IF RCVR-STOP
027700        MOVE 12 TO RETURN-CODE
027800        STOP RUN
027900     END-IF
028000     PERFORM 3000-WRITE-HEADERS THRU 3000-EXIT
028100     PERFORM 3500-TOTAL-MASTER THRU 3500-EXIT
028200     MOVE MSTR-SCAN-NUM TO MSTR-BEFORE-NUM
028300     MOVE MSTR-SCAN-SUM TO MSTR-BEFORE-SUM
028400     SORT JRNL-SORT
028500        ON ASCENDING KEY JSR-RUN-ORD JSR-KIND JSR-ORDER
028600        INPUT PROCEDURE IS 4000-SELECT-UPDATES
028700           THRU 4000-EXIT
028800        OUTPUT PROCEDURE IS 5000-APPLY-UPDATES
028900           THRU 5000-EXIT
029000     IF RCVR-STOP
029100        PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
029200        MOVE 12 TO RETURN-CODE
029300        STOP RUN
029400     END-IF
029500     PERFORM 3500-TOTAL-MASTER THRU 3500-EXIT
029600     MOVE MSTR-SCAN-NUM TO MSTR-AFTER-NUM
029700     MOVE MSTR-SCAN-SUM TO MSTR-AFTER-SUM
029800     PERFORM 6000-WRITE-CONTROL-PAGE THRU 6000-EXIT
029900     EVALUATE TRUE
030000        WHEN REWRITE-FAIL
030100           MOVE 12 TO RETURN-CODE
030200        WHEN NOT PROOF-OK
030300           MOVE 8 TO RETURN-CODE
030400        WHEN CONFLICT-NUM > 0 OR ALREADY-NUM > 0
030500           MOVE 4 TO RETURN-CODE
030600     END-EVALUATE
030700     PERFORM 6500-WRITE-RUN-END THRU 6500-EXIT
030800     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
030900     STOP RUN
031000     .
031100
031200*----------------------------------------------------------------
031300* 1000-INITIALIZE - READ AND EDIT THE CONTROL CARD.  A RUN ID,
031400* WHEN GIVEN, IS THE SIXTEEN-DIGIT DATE AND TIME CUSTDRCT
031500* DISPLAYS AT THE START OF EACH RUN.
031600*----------------------------------------------------------------
031700 1000-INITIALIZE.
031800     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
031900     MOVE DATE-TODAY-HEADER(1:16) TO RCVR-RUN-ID
032000     OPEN INPUT RCVRCTL-FILE
032100     IF NOT RCVRCTL-OK
032200        DISPLAY "JRNLRCVR - RCVRCTL-FILE NOT AVAILABLE, STATUS "
032300           RCVRCTL-STATUS
032400        SET RCVRCTL-BAD TO TRUE
032500        GO TO 1000-EXIT
032600     END-IF
032700     READ RCVRCTL-FILE
032800        AT END
032900           DISPLAY "JRNLRCVR - RCVRCTL-FILE EMPTY"
033000           SET RCVRCTL-BAD TO TRUE
033100     END-READ
033200     CLOSE RCVRCTL-FILE
033300     IF RCVRCTL-BAD
033400        GO TO 1000-EXIT
033500     END-IF
033600
033700     IF NOT RC-MODE-VALID
033800        DISPLAY "JRNLRCVR - MODE NOT B, F OR L: " RC-MODE
033900        SET RCVRCTL-BAD TO TRUE
034000        GO TO 1000-EXIT
034100     END-IF
034200     IF RC-RUN-ID NOT = SPACES AND RC-RUN-ID NOT NUMERIC
034300        DISPLAY "JRNLRCVR - RUN ID NOT SIXTEEN DIGITS: "
034400           RC-RUN-ID
034500        SET RCVRCTL-BAD TO TRUE
034600        GO TO 1000-EXIT
034700     END-IF
034800     IF RC-OPERATOR NOT = SPACES
034900        MOVE RC-OPERATOR TO RCVR-OPERATOR
035000     END-IF
035100     IF RC-BACKOUT
035200        MOVE "BACKOUT" TO MODE-TEXT
035300     ELSE
035400        MOVE "FORWARD" TO MODE-TEXT
035500     END-IF
035600     .
035700 1000-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------------
036100* 1500-WRITE-LEVEL-MARK - "L" MODE: THE JOB STREAM HAS JUST MADE
036200* THE KEYED AND SEQUENTIAL MASTERS LEVEL, SO EVERYTHING ON THE
036300* JOURNAL SO FAR IS IN BOTH.  A MISSING JOURNAL ONLY COSTS THE
036400* MARKER (CC 4) - NOTHING ELSE DEPENDS ON THIS STEP.
036500*----------------------------------------------------------------
036600 1500-WRITE-LEVEL-MARK.
036700     OPEN EXTEND JRNL-FILE
036800     IF NOT JRNL-OK
036900        DISPLAY "JRNLRCVR - JRNLFILE NOT AVAILABLE, STATUS "
037000           JRNL-STATUS ", LEVELING MARKER NOT WRITTEN"
037100        MOVE 4 TO RETURN-CODE
037200        GO TO 1500-EXIT
037300     END-IF
037400     MOVE SPACES TO JRNL-RECORD
037500     MOVE DATE-TODAY-HEADER(1:8) TO JRNL-DATE
037600     MOVE RCVR-OPERATOR TO JRNL-OPERATOR
037700     SET JRNL-MARKER TO TRUE
037800     SET JRNL-LEVELED TO TRUE
037900     MOVE RCVR-RUN-ID TO JRNL-RUN-ID
038000     MOVE RC-LEVEL-JOB TO JRNL-RUN-PROGRAM
038100     MOVE 0 TO JRNL-RUN-RC
038200     MOVE 0 TO JRNL-RUN-UPDATES
038300     MOVE 0 TO JRNL-RUN-NET
038400     WRITE JRNL-RECORD
038500     CLOSE JRNL-FILE
038600     DISPLAY "JRNLRCVR - LEVELING MARKER " RCVR-RUN-ID
038700        " WRITTEN FOR " RC-LEVEL-JOB
038800     .
038900 1500-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------
039300* 2000-SCAN-JOURNAL - FIRST PASS: NUMBER THE RUNS IN JOURNAL
039400* ORDER AND FIND THE ONES THIS RECOVERY IS ABOUT.  A BACKOUT
039500* NEEDS A CUSTDRCT RUN THAT FAILED AND HAS NOT ALREADY BEEN
039600* BACKED OUT CLEAN.  A FORWARD RECOVERY STARTS AT THE RUN ON THE
039700* CARD OR JUST AFTER THE LAST LEVELING MARKER.
039800*----------------------------------------------------------------
039900 2000-SCAN-JOURNAL.
040000     OPEN INPUT JRNL-FILE
040100     IF NOT JRNL-OK
040200        DISPLAY "JRNLRCVR - JRNLFILE NOT AVAILABLE, STATUS "
040300           JRNL-STATUS
040400        SET RCVR-STOP TO TRUE
040500        GO TO 2000-EXIT
040600     END-IF
040700     PERFORM 2100-SCAN-ONE-REC THRU 2100-EXIT
040800        UNTIL JRNL-EOF
040900     CLOSE JRNL-FILE
041000
041100     IF RC-FORWARD
041200        GO TO 2050-CHECK-FORWARD
041300     END-IF
041400     IF TARGET-ORD = 0
041500        IF RC-RUN-ID = SPACES
041600           DISPLAY "JRNLRCVR - NO CUSTDRCT RUN ON THE JOURNAL"
041700        ELSE
041800           DISPLAY "JRNLRCVR - RUN " RC-RUN-ID
041900              " NOT ON THE JOURNAL"
042000        END-IF
042100        SET RCVR-STOP TO TRUE
042200        GO TO 2000-EXIT
042300     END-IF
042400     IF TARGET-END AND TARGET-RC NOT > 4
042500        DISPLAY "JRNLRCVR - RUN " TARGET-RUN-ID " ENDED CC "
042600           TARGET-RC " - ONLY A FAILED RUN IS BACKED OUT"
042700        SET RCVR-STOP TO TRUE
042800        GO TO 2000-EXIT
042900     END-IF
043000     IF BACKED-OUT
043100        DISPLAY "JRNLRCVR - RUN " TARGET-RUN-ID
043200           " HAS ALREADY BEEN BACKED OUT"
043300        SET RCVR-STOP TO TRUE
043400        GO TO 2000-EXIT
043500     END-IF
043600     IF LATER-RUN-NUM > 0
043700        DISPLAY "JRNLRCVR - " LATER-RUN-NUM " CUSTDRCT RUN(S) "
043800           "FOLLOWED RUN " TARGET-RUN-ID
043900           " - RECORDS THEY CHANGED WILL SHOW AS CONFLICTS"
044000     END-IF
044100     MOVE TARGET-ORD TO FROM-ORD
044200     GO TO 2000-EXIT
044300     .
044400 2050-CHECK-FORWARD.
044500     IF RC-RUN-ID NOT = SPACES
044600        IF FROM-ORD = 0
044700           DISPLAY "JRNLRCVR - RUN " RC-RUN-ID
044800              " NOT ON THE JOURNAL"
044900           SET RCVR-STOP TO TRUE
045000        END-IF
045100        GO TO 2000-EXIT
045200     END-IF
045300     IF NOT LEVEL-FOUND
045400        DISPLAY "JRNLRCVR - NO LEVELING MARKER ON THE JOURNAL, "
045500           "NAME THE FIRST RUN TO REAPPLY ON THE CARD"
045600        SET RCVR-STOP TO TRUE
045700        GO TO 2000-EXIT
045800     END-IF
045900     COMPUTE FROM-ORD = LAST-LEVEL-ORD + 1
046000     .
046100 2000-EXIT.
046200     EXIT.
046300
046400 2100-SCAN-ONE-REC.
046500     READ JRNL-FILE
046600        AT END
046700           SET JRNL-EOF TO TRUE
046800           GO TO 2100-EXIT
046900     END-READ
047000     ADD 1 TO JRNL-READ-NUM
047100     IF NOT JRNL-MARKER
047200        IF RUN-ORD = 0
047300           ADD 1 TO UNMARKED-NUM
047400        END-IF
047500        GO TO 2100-EXIT
047600     END-IF
047700     EVALUATE TRUE
047800        WHEN JRNL-RUN-START
047900           ADD 1 TO RUN-ORD
048000           MOVE JRNL-RUN-PROGRAM TO CURR-RUN-PROGRAM
048100           IF CURR-RUN-PROGRAM = "CUSTDRCT"
048200              PERFORM 2200-NOTE-CUSTDRCT-RUN THRU 2200-EXIT
048300           END-IF
048400        WHEN JRNL-RUN-END
048500           IF RUN-ORD = TARGET-ORD AND RUN-ORD > 0
048600              AND CURR-RUN-PROGRAM = "CUSTDRCT"
048700              SET TARGET-END TO TRUE
048800              MOVE JRNL-RUN-RC TO TARGET-RC
048900           END-IF
049000           IF JRNL-RUN-PROGRAM = "JRNLRCVR"
049100              AND JRNL-RUN-MODE = "B"
049200              AND JRNL-RUN-TARGET = TARGET-RUN-ID
049300              AND JRNL-RUN-RC = 0
049400              SET BACKED-OUT TO TRUE
049500           END-IF
049600        WHEN JRNL-LEVELED
049700           MOVE RUN-ORD TO LAST-LEVEL-ORD
049800           SET LEVEL-FOUND TO TRUE
049900     END-EVALUATE
050000     .
050100 2100-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------------
050500* 2200-NOTE-CUSTDRCT-RUN - A CUSTDRCT RUN STARTS.  FOR A BACKOUT
050600* WITH NO RUN ON THE CARD THE TARGET MOVES ON TO EVERY NEW RUN,
050700* SO IT ENDS AS THE LAST ONE; RUNS AFTER A NAMED TARGET ARE
050800* COUNTED.  FOR A FORWARD RECOVERY THE NAMED RUN IS THE START.
050900*----------------------------------------------------------------
051000 2200-NOTE-CUSTDRCT-RUN.
051100     IF RC-FORWARD
051200        IF RC-RUN-ID NOT = SPACES AND JRNL-RUN-ID = RC-RUN-ID
051300           MOVE RUN-ORD TO FROM-ORD
051400        END-IF
051500        GO TO 2200-EXIT
051600     END-IF
051700     IF RC-RUN-ID = SPACES OR JRNL-RUN-ID = RC-RUN-ID
051800        MOVE RUN-ORD TO TARGET-ORD
051900        MOVE JRNL-RUN-ID TO TARGET-RUN-ID
052000        MOVE "N" TO TARGET-END-SW
052100        MOVE "N" TO BACKED-OUT-SW
052200        MOVE 0 TO LATER-RUN-NUM
052300     ELSE
052400        IF TARGET-ORD > 0
052500           ADD 1 TO LATER-RUN-NUM
052600        END-IF
052700     END-IF
052800     .
052900 2200-EXIT.
053000     EXIT.
053100
053200 2500-OPEN-FILES.
053300     OPEN I-O CUSTMSTR-FILE
053400     IF NOT CUSTMSTR-OK
053500        DISPLAY "JRNLRCVR - KEYED MASTER NOT AVAILABLE, STATUS "
053600           CUSTMSTR-STATUS ", NOTHING DONE"
053700        SET RCVR-STOP TO TRUE
053800        GO TO 2500-EXIT
053900     END-IF
054000     OPEN OUTPUT RCVRRPT-FILE
054100     .
054200 2500-EXIT.
054300     EXIT.
054400
054500 3000-WRITE-HEADERS.
054600     MOVE SPACES TO RCVRRPT-REPORT-LINE
054700     IF RC-BACKOUT
054800        STRING
054900           "JOURNAL RECOVERY - BACKOUT OF CUSTDRCT RUN "
055000              DELIMITED BY SIZE
055100           TARGET-RUN-ID DELIMITED BY SIZE
055200           INTO RCVRRPT-REPORT-LINE
055300     ELSE
055400        STRING
055500           "JOURNAL RECOVERY - FORWARD RECOVERY OF THE GOOD "
055600              DELIMITED BY SIZE
055700           "CUSTDRCT RUNS FROM RUN NUMBER " DELIMITED BY SIZE
055800           FROM-ORD DELIMITED BY SIZE
055900           " ON THE JOURNAL" DELIMITED BY SIZE
056000           INTO RCVRRPT-REPORT-LINE
056100     END-IF
056200     WRITE RCVRRPT-REPORT-LINE
056300     MOVE SPACES TO RCVRRPT-REPORT-LINE
056400     STRING
056500        "RECOVERY RUN " DELIMITED BY SIZE
056600        RCVR-RUN-ID DELIMITED BY SIZE
056700        "  OPERATOR " DELIMITED BY SIZE
056800        RCVR-OPERATOR DELIMITED BY SIZE
056900        INTO RCVRRPT-REPORT-LINE
057000     WRITE RCVRRPT-REPORT-LINE
057100     MOVE SPACES TO RCVRRPT-REPORT-LINE
057200     STRING
057300        "RUN ID           JOURNAL # ACCOUNT    A OPERATOR"
057400           DELIMITED BY SIZE
057500        "     MASTER SHOULD HOLD  IS TO BE GIVEN   RESULT"
057600           DELIMITED BY SIZE
057700        INTO RCVRRPT-REPORT-LINE
057800     WRITE RCVRRPT-REPORT-LINE
057900     .
058000 3000-EXIT.
058100     EXIT.
058200
058300*----------------------------------------------------------------
058400* 3500-TOTAL-MASTER - BROWSE THE WHOLE KEYED MASTER FOR ITS
058500* RECORD COUNT AND BALANCE TOTAL (A BALANCE THAT FAILS THE
058600* NUMERIC EDIT COUNTS AS ZERO, AS IN MSTRVRFY).
058700*----------------------------------------------------------------
058800 3500-TOTAL-MASTER.
058900     MOVE 0 TO MSTR-SCAN-NUM
059000     MOVE 0 TO MSTR-SCAN-SUM
059100     MOVE "N" TO MSTR-EOF-SW
059200     MOVE LOW-VALUES TO ACCT-ID IN MSTR-CUSTREC
059300     START CUSTMSTR-FILE
059400        KEY IS NOT LESS THAN ACCT-ID IN MSTR-CUSTREC
059500        INVALID KEY
059600           SET MSTR-EOF TO TRUE
059700     END-START
059800     PERFORM 3510-READ-NEXT-MSTR THRU 3510-EXIT
059900        UNTIL MSTR-EOF
060000     .
060100 3500-EXIT.
060200     EXIT.
060300
060400 3510-READ-NEXT-MSTR.
060500     READ CUSTMSTR-FILE NEXT RECORD
060600        AT END
060700           SET MSTR-EOF TO TRUE
060800           GO TO 3510-EXIT
060900     END-READ
061000     ADD 1 TO MSTR-SCAN-NUM
061100     MOVE BALANCE IN MSTR-CUSTREC TO BALANCE-WORK-TEXT
061200     PERFORM 6200-BALANCE-TO-NUM THRU 6200-EXIT
061300     ADD BALANCE-WORK-NUM TO MSTR-SCAN-SUM
061400     .
061500 3510-EXIT.
061600     EXIT.
061700
061800*----------------------------------------------------------------
061900* 4000-SELECT-UPDATES - SORT INPUT, SECOND PASS: RELEASE THE
062000* UPDATES AND RUN-END MARKERS OF THE CUSTDRCT RUNS BEING
062100* RECOVERED.  UPDATES WRITTEN BEFORE THE FIRST RUN MARKER, AND
062200* THE RECORDS OF JRNLRCVR'S OWN RUNS, ARE NEVER SELECTED.
062300*----------------------------------------------------------------
062400 4000-SELECT-UPDATES.
062500     OPEN INPUT JRNL-FILE
062600     MOVE "N" TO JRNL-EOF-SW
062700     MOVE 0 TO RUN-ORD
062800     MOVE 0 TO REC-SEQ
062900     MOVE SPACES TO CURR-RUN-PROGRAM
063000     PERFORM 4100-RELEASE-ONE-REC THRU 4100-EXIT
063100        UNTIL JRNL-EOF
063200     CLOSE JRNL-FILE
063300     .
063400 4000-EXIT.
063500     EXIT.
063600
063700 4100-RELEASE-ONE-REC.
063800     READ JRNL-FILE
063900        AT END
064000           SET JRNL-EOF TO TRUE
064100           GO TO 4100-EXIT
064200     END-READ
064300     ADD 1 TO REC-SEQ
064400     IF JRNL-MARKER AND JRNL-RUN-START
064500        ADD 1 TO RUN-ORD
064600        MOVE JRNL-RUN-PROGRAM TO CURR-RUN-PROGRAM
064700        MOVE JRNL-RUN-ID TO CURR-RUN-ID
064800        GO TO 4100-EXIT
064900     END-IF
065000     IF RUN-ORD = 0 OR CURR-RUN-PROGRAM NOT = "CUSTDRCT"
065100        GO TO 4100-EXIT
065200     END-IF
065300     IF RC-BACKOUT AND RUN-ORD NOT = TARGET-ORD
065400        GO TO 4100-EXIT
065500     END-IF
065600     IF RC-FORWARD AND RUN-ORD < FROM-ORD
065700        GO TO 4100-EXIT
065800     END-IF
065900     IF JRNL-MARKER AND NOT JRNL-RUN-END
066000        GO TO 4100-EXIT
066100     END-IF
066200
066300     MOVE RUN-ORD TO JSR-RUN-ORD
066400     MOVE REC-SEQ TO JSR-SEQ
066500     MOVE CURR-RUN-ID TO JSR-RUN-ID
066600     MOVE JRNL-RECORD TO JSR-JRNL
066700     IF JRNL-MARKER
066800        SET JSR-END-MARKER TO TRUE
066900        MOVE 0 TO JSR-ORDER
067000     ELSE
067100        SET JSR-UPDATE TO TRUE
067200        IF RC-BACKOUT
067300           COMPUTE JSR-ORDER = 999999999 - REC-SEQ
067400        ELSE
067500           MOVE REC-SEQ TO JSR-ORDER
067600        END-IF
067700     END-IF
067800     RELEASE JRNL-SORT-REC
067900     .
068000 4100-EXIT.
068100     EXIT.
068200
068300*----------------------------------------------------------------
068400* 5000-APPLY-UPDATES - SORT OUTPUT: RUN BY RUN, EACH RUN'S
068500* OUTCOME FIRST, THEN ITS UPDATES IN THE ORDER THEY ARE TO BE
068600* APPLIED.  THE JOURNAL IS OPENED EXTEND FOR THIS RUN'S MARKERS
068700* AND RESTORES; IF IT CANNOT BE, NOTHING IS TOUCHED.
068800*----------------------------------------------------------------
068900 5000-APPLY-UPDATES.
069000     OPEN EXTEND JRNL-FILE
069100     IF NOT JRNL-OK
069200        DISPLAY "JRNLRCVR - JRNLFILE CANNOT BE EXTENDED, STATUS "
069300           JRNL-STATUS ", NOTHING DONE"
069400        SET RCVR-STOP TO TRUE
069500        GO TO 5000-EXIT
069600     END-IF
069700     PERFORM 5900-WRITE-RUN-START THRU 5900-EXIT
069800     PERFORM 5010-GET-SORT-REC THRU 5010-EXIT
069900     PERFORM 5100-PROCESS-SORT-REC THRU 5100-EXIT
070000        UNTIL JSR-EOF
070100     IF PREV-RUN-ORD > 0
070200        PERFORM 5400-CLOSE-RUN THRU 5400-EXIT
070300     END-IF
070400     .
070500 5000-EXIT.
070600     EXIT.
070700
070800 5010-GET-SORT-REC.
070900     RETURN JRNL-SORT
071000        AT END
071100           SET JSR-EOF TO TRUE
071200     END-RETURN
071300     .
071400 5010-EXIT.
071500     EXIT.
071600
071700 5100-PROCESS-SORT-REC.
071800     IF JSR-RUN-ORD NOT = PREV-RUN-ORD
071900        IF PREV-RUN-ORD > 0
072000           PERFORM 5400-CLOSE-RUN THRU 5400-EXIT
072100        END-IF
072200        MOVE JSR-RUN-ORD TO PREV-RUN-ORD
072300        MOVE JSR-RUN-ID TO RUN-ID-WORK
072400        MOVE "N" TO RUN-END-SW
072500        MOVE "N" TO RUN-GOOD-SW
072600        MOVE 0 TO RUN-REC-NUM
072700        MOVE 0 TO RUN-NET-SUM
072800        MOVE 0 TO RUN-MARK-UPDATES
072900        MOVE 0 TO RUN-MARK-NET
073000        MOVE 0 TO RUN-MARK-RC
073100     END-IF
073200     MOVE JSR-JRNL TO JRNL-RECORD
073300     IF JSR-END-MARKER
073400        SET RUN-END TO TRUE
073500        MOVE JRNL-RUN-RC TO RUN-MARK-RC
073600        MOVE JRNL-RUN-UPDATES TO RUN-MARK-UPDATES
073700        MOVE JRNL-RUN-NET TO RUN-MARK-NET
073800        IF JRNL-RUN-RC NOT > 4
073900           SET RUN-GOOD TO TRUE
074000        END-IF
074100     ELSE
074200        PERFORM 5200-APPLY-ONE-UPDATE THRU 5200-EXIT
074300     END-IF
074400     PERFORM 5010-GET-SORT-REC THRU 5010-EXIT
074500     .
074600 5100-EXIT.
074700     EXIT.
074800
074900*----------------------------------------------------------------
075000* 5200-APPLY-ONE-UPDATE - ONE JOURNALED UPDATE (IN JRNL-RECORD).
075100* THE MASTER RECORD IS REWRITTEN ONLY IF IT STILL EQUALS THE
075200* EXPECTED IMAGE IN FULL.  ONE THAT ALREADY EQUALS THE TARGET
075300* IMAGE IS LEFT ALONE AND LISTED; ANYTHING ELSE IS A CONFLICT.
075400* AFTER A FAILED REWRITE NOTHING FURTHER IS APPLIED.
075500*----------------------------------------------------------------
075600 5200-APPLY-ONE-UPDATE.
075700     ADD 1 TO RUN-REC-NUM
075800     MOVE SPACES TO DETAIL-LINE
075900     MOVE RUN-ID-WORK TO DL-RUN-ID
076000     MOVE JSR-SEQ TO DL-SEQ
076100     MOVE JRNL-ACTION TO DL-ACTION
076200     MOVE JRNL-OPERATOR TO DL-OPERATOR
076300     IF RC-FORWARD
076400        MOVE JRNL-BEFORE TO EXPECT-CUSTREC
076500        MOVE JRNL-AFTER TO TARGET-CUSTREC
076600     ELSE
076700        MOVE JRNL-AFTER TO EXPECT-CUSTREC
076800        MOVE JRNL-BEFORE TO TARGET-CUSTREC
076900     END-IF
077000     MOVE ACCT-ID IN TARGET-CUSTREC TO DL-ACCT-ID
077100     MOVE BALANCE IN EXPECT-CUSTREC TO BALANCE-WORK-TEXT
077200     PERFORM 6200-BALANCE-TO-NUM THRU 6200-EXIT
077300     MOVE BALANCE-WORK-NUM TO EXPECT-BAL
077400     MOVE BALANCE IN TARGET-CUSTREC TO BALANCE-WORK-TEXT
077500     PERFORM 6200-BALANCE-TO-NUM THRU 6200-EXIT
077600     MOVE BALANCE-WORK-NUM TO TARGET-BAL
077700     MOVE EXPECT-BAL TO DL-EXPECT-BAL
077800     MOVE TARGET-BAL TO DL-TARGET-BAL
077900     IF RC-FORWARD
078000        COMPUTE JRNL-DELTA = TARGET-BAL - EXPECT-BAL
078100     ELSE
078200        COMPUTE JRNL-DELTA = EXPECT-BAL - TARGET-BAL
078300     END-IF
078400     ADD JRNL-DELTA TO RUN-NET-SUM
078500
078600     IF RC-FORWARD AND NOT RUN-GOOD
078700        ADD 1 TO SKIPPED-NUM
078800        GO TO 5200-EXIT
078900     END-IF
079000     ADD 1 TO SELECT-NUM
079100     ADD JRNL-DELTA TO SELECT-NET
079200
079300     IF REWRITE-FAIL
079400        ADD 1 TO NOTDONE-NUM
079500        MOVE "NOT APPLIED - REWRITE FAILED" TO DL-RESULT
079600        GO TO 5200-WRITE
079700     END-IF
079800     MOVE ACCT-ID IN TARGET-CUSTREC TO ACCT-ID IN MSTR-CUSTREC
079900     READ CUSTMSTR-FILE
080000        INVALID KEY
080100           ADD 1 TO CONFLICT-NUM
080200           MOVE "CONFLICT - NOT ON KEYED MASTER" TO DL-RESULT
080300           GO TO 5200-WRITE
080400     END-READ
080500
080600     EVALUATE TRUE
080700        WHEN MSTR-CUSTREC = EXPECT-CUSTREC
080800           PERFORM 5300-REWRITE-MASTER THRU 5300-EXIT
080900        WHEN MSTR-CUSTREC = TARGET-CUSTREC
081000           ADD 1 TO ALREADY-NUM
081100           MOVE "ALREADY ON MASTER - LEFT ALONE" TO DL-RESULT
081200        WHEN OTHER
081300           ADD 1 TO CONFLICT-NUM
081400           MOVE "CONFLICT - MASTER DIFFERS" TO DL-RESULT
081500     END-EVALUATE
081600     .
081700 5200-WRITE.
081800     MOVE DETAIL-LINE TO RCVRRPT-REPORT-LINE
081900     WRITE RCVRRPT-REPORT-LINE
082000     IF DL-RESULT = "CONFLICT - MASTER DIFFERS"
082100        MOVE BALANCE IN MSTR-CUSTREC TO BALANCE-WORK-TEXT
082200        PERFORM 6200-BALANCE-TO-NUM THRU 6200-EXIT
082300        MOVE BALANCE-WORK-NUM TO BAL-ED
082400        MOVE SPACES TO RCVRRPT-REPORT-LINE
082500        STRING
082600           "     MASTER NOW HOLDS: " DELIMITED BY SIZE
082700           FNAME IN MSTR-CUSTREC DELIMITED BY SIZE
082800           " " DELIMITED BY SIZE
082900           LNAME IN MSTR-CUSTREC DELIMITED BY SIZE
083000           " LDATE " DELIMITED BY SIZE
083100           LDATE IN MSTR-CUSTREC DELIMITED BY SIZE
083200           " BALANCE " DELIMITED BY SIZE
083300           BAL-ED DELIMITED BY SIZE
083400           INTO RCVRRPT-REPORT-LINE
083500        WRITE RCVRRPT-REPORT-LINE
083600     END-IF
083700     .
083800 5200-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------
084200* 5300-REWRITE-MASTER - PUT THE TARGET IMAGE ON THE MASTER.  A
084300* BACKOUT JOURNALS EACH RESTORE AS AN "X" RECORD (WHAT WAS ON
084400* THE MASTER, THEN WHAT WAS PUT BACK) UNDER THIS RUN'S MARKERS.
084500*----------------------------------------------------------------
084600 5300-REWRITE-MASTER.
084700     MOVE TARGET-CUSTREC TO MSTR-CUSTREC
084800     REWRITE MSTR-CUSTREC
084900     IF NOT CUSTMSTR-OK
085000        SET REWRITE-FAIL TO TRUE
085100        ADD 1 TO NOTDONE-NUM
085200        DISPLAY "JRNLRCVR - MASTER REWRITE FAILED, STATUS "
085300           CUSTMSTR-STATUS " ON ACCT " DL-ACCT-ID
085400        MOVE "NOT APPLIED - REWRITE FAILED" TO DL-RESULT
085500        GO TO 5300-EXIT
085600     END-IF
085700     ADD 1 TO APPLIED-NUM
085800     COMPUTE APPLIED-NET = APPLIED-NET + TARGET-BAL - EXPECT-BAL
085900     IF RC-FORWARD
086000        MOVE "REAPPLIED" TO DL-RESULT
086100        GO TO 5300-EXIT
086200     END-IF
086300     MOVE "BACKED OUT" TO DL-RESULT
086400     MOVE SPACES TO JRNL-RECORD
086500     MOVE DATE-TODAY-HEADER(1:8) TO JRNL-DATE
086600     MOVE RCVR-OPERATOR TO JRNL-OPERATOR
086700     SET JRNL-BACKOUT TO TRUE
086800     MOVE EXPECT-CUSTREC TO JRNL-BEFORE
086900     MOVE TARGET-CUSTREC TO JRNL-AFTER
087000     WRITE JRNL-RECORD
087100     .
087200 5300-EXIT.
087300     EXIT.
087400
087500*----------------------------------------------------------------
087600* 5400-CLOSE-RUN - ONE LINE PER RUN.  A FORWARD RECOVERY SKIPS A
087700* RUN THAT ENDED CC 8 OR OVER OR HAS NO RUN-END MARKER.  A RUN
087800* WITH A RUN-END MARKER MUST HAVE JOURNALED EXACTLY THE UPDATES
087900* AND NET BALANCE CHANGE THE MARKER CLAIMS, OR THE PROOF FAILS.
088000*----------------------------------------------------------------
088100 5400-CLOSE-RUN.
088200     MOVE RUN-REC-NUM TO COUNT-ED
088300     MOVE RUN-MARK-RC TO RC-ED
088400     MOVE SPACES TO RCVRRPT-REPORT-LINE
088500     IF RC-FORWARD AND NOT RUN-GOOD
088600        ADD 1 TO RUN-SKIP-NUM
088700        IF RUN-END
088800           STRING
088900              "RUN " DELIMITED BY SIZE
089000              RUN-ID-WORK DELIMITED BY SIZE
089100              " ENDED CC " DELIMITED BY SIZE
089200              RC-ED DELIMITED BY SIZE
089300              " - SKIPPED, UPDATES NOT REAPPLIED: "
089400                 DELIMITED BY SIZE
089500              COUNT-ED DELIMITED BY SIZE
089600              INTO RCVRRPT-REPORT-LINE
089700        ELSE
089800           STRING
089900              "RUN " DELIMITED BY SIZE
090000              RUN-ID-WORK DELIMITED BY SIZE
090100              " DID NOT END NORMALLY - SKIPPED, UPDATES NOT "
090200                 DELIMITED BY SIZE
090300              "REAPPLIED: " DELIMITED BY SIZE
090400              COUNT-ED DELIMITED BY SIZE
090500              INTO RCVRRPT-REPORT-LINE
090600        END-IF
090700        WRITE RCVRRPT-REPORT-LINE
090800        GO TO 5400-EXIT
090900     END-IF
091000
091100     ADD 1 TO RUN-NUM
091200     MOVE RUN-NET-SUM TO SUM-ED
091300     STRING
091400        "RUN " DELIMITED BY SIZE
091500        RUN-ID-WORK DELIMITED BY SIZE
091600        " JOURNALED UPDATES: " DELIMITED BY SIZE
091700        COUNT-ED DELIMITED BY SIZE
091800        "  NET BALANCE CHANGE: " DELIMITED BY SIZE
091900        SUM-ED DELIMITED BY SIZE
092000        INTO RCVRRPT-REPORT-LINE
092100     WRITE RCVRRPT-REPORT-LINE
092200     MOVE SPACES TO RCVRRPT-REPORT-LINE
092300     IF NOT RUN-END
092400        MOVE "    NO RUN-END MARKER - THE RUN DID NOT END"
092500           TO RCVRRPT-REPORT-LINE
092600        MOVE "NORMALLY" TO RCVRRPT-REPORT-LINE(45:)
092700        WRITE RCVRRPT-REPORT-LINE
092800        GO TO 5400-EXIT
092900     END-IF
093000     IF RUN-REC-NUM = RUN-MARK-UPDATES
093100        AND RUN-NET-SUM = RUN-MARK-NET
093200        STRING
093300           "    ENDED CC " DELIMITED BY SIZE
093400           RC-ED DELIMITED BY SIZE
093500           " - AGREES WITH ITS RUN-END MARKER" DELIMITED BY SIZE
093600           INTO RCVRRPT-REPORT-LINE
093700     ELSE
093800        ADD 1 TO RUN-ERR-NUM
093900        MOVE RUN-MARK-UPDATES TO COUNT-ED
094000        MOVE RUN-MARK-NET TO SUM-ED
094100        STRING
094200           "    ENDED CC " DELIMITED BY SIZE
094300           RC-ED DELIMITED BY SIZE
094400           " - DOES NOT AGREE WITH ITS RUN-END MARKER: "
094500              DELIMITED BY SIZE
094600           COUNT-ED DELIMITED BY SIZE
094700           " UPDATES, NET " DELIMITED BY SIZE
094800           SUM-ED DELIMITED BY SIZE
094900           INTO RCVRRPT-REPORT-LINE
095000     END-IF
095100     WRITE RCVRRPT-REPORT-LINE
095200     .
095300 5400-EXIT.
095400     EXIT.
095500
095600*----------------------------------------------------------------
095700* 5900-WRITE-RUN-START / 6500-WRITE-RUN-END - THIS RUN'S OWN
095800* JOURNAL MARKERS.  A BACKOUT NAMES THE RUN IT BACKED OUT, SO A
095900* SECOND BACKOUT OF THE SAME RUN IS REFUSED ONCE ONE ENDS CC 0.
096000* A FORWARD RECOVERY JOURNALS NO UPDATES OF ITS OWN - THE
096100* IMAGES IT REAPPLIED ARE ALREADY ON THE JOURNAL.
096200*----------------------------------------------------------------
096300 5900-WRITE-RUN-START.
096400     MOVE SPACES TO JRNL-RECORD
096500     MOVE DATE-TODAY-HEADER(1:8) TO JRNL-DATE
096600     MOVE RCVR-OPERATOR TO JRNL-OPERATOR
096700     SET JRNL-MARKER TO TRUE
096800     SET JRNL-RUN-START TO TRUE
096900     MOVE RCVR-RUN-ID TO JRNL-RUN-ID
097000     MOVE "JRNLRCVR" TO JRNL-RUN-PROGRAM
097100     MOVE RC-MODE TO JRNL-RUN-MODE
097200     IF RC-BACKOUT
097300        MOVE TARGET-RUN-ID TO JRNL-RUN-TARGET
097400     END-IF
097500     MOVE 0 TO JRNL-RUN-RC
097600     MOVE 0 TO JRNL-RUN-UPDATES
097700     MOVE 0 TO JRNL-RUN-NET
097800     WRITE JRNL-RECORD
097900     .
098000 5900-EXIT.
098100     EXIT.
098200
098300*----------------------------------------------------------------
098400* 6000-WRITE-CONTROL-PAGE - THE PROOF.  EVERY UPDATE SELECTED
098500* WAS APPLIED, FOUND ALREADY IN PLACE, IN CONFLICT, OR NOT
098600* REACHED AFTER A FAILED REWRITE; EVERY RUN AGREES WITH ITS
098700* RUN-END MARKER; THE KEYED MASTER HAS THE SAME NUMBER OF
098800* RECORDS AND ITS BALANCE TOTAL MOVED BY EXACTLY THE NET CHANGE
098900* APPLIED; AND WITH NOTHING LEFT OUT THAT NET CHANGE IS THE
099000* JOURNAL'S (REVERSED FOR A BACKOUT).
099100*----------------------------------------------------------------
099200 6000-WRITE-CONTROL-PAGE.
099300     COMPUTE MSTR-CHANGE-SUM = MSTR-AFTER-SUM - MSTR-BEFORE-SUM
099400     IF RC-FORWARD
099500        MOVE SELECT-NET TO EXPECTED-NET
099600     ELSE
099700        COMPUTE EXPECTED-NET = 0 - SELECT-NET
099800     END-IF
099900     IF APPLIED-NUM + ALREADY-NUM + CONFLICT-NUM + NOTDONE-NUM
100000           = SELECT-NUM
100100        AND RUN-ERR-NUM = 0
100200        AND MSTR-AFTER-NUM = MSTR-BEFORE-NUM
100300        AND MSTR-CHANGE-SUM = APPLIED-NET
100400        SET PROOF-OK TO TRUE
100500     END-IF
100600     IF ALREADY-NUM + CONFLICT-NUM + NOTDONE-NUM = 0
100700        AND APPLIED-NET NOT = EXPECTED-NET
100800        MOVE "N" TO PROOF-SW
100900     END-IF
101000
101100     MOVE SPACES TO RCVRRPT-REPORT-LINE
101200     STRING
101300        "JOURNAL RECOVERY CONTROL REPORT - " DELIMITED BY SIZE
101400        MODE-TEXT DELIMITED BY SIZE
101500        " RUN " DELIMITED BY SIZE
101600        RCVR-RUN-ID DELIMITED BY SIZE
101700        INTO RCVRRPT-REPORT-LINE
101800     WRITE RCVRRPT-REPORT-LINE AFTER ADVANCING PAGE
101900
102000     MOVE JRNL-READ-NUM TO COUNT-ED
102100     MOVE SPACES TO RCVRRPT-REPORT-LINE
102200     STRING
102300        "JOURNAL RECORDS READ:             " DELIMITED BY SIZE
102400        COUNT-ED DELIMITED BY SIZE
102500        INTO RCVRRPT-REPORT-LINE
102600     WRITE RCVRRPT-REPORT-LINE
102700     IF UNMARKED-NUM > 0
102800        MOVE UNMARKED-NUM TO COUNT-ED
102900        MOVE SPACES TO RCVRRPT-REPORT-LINE
103000        STRING
103100           "UPDATES BEFORE THE FIRST RUN MARKER (NOT "
103200              DELIMITED BY SIZE
103300           "RECOVERABLE): " DELIMITED BY SIZE
103400           COUNT-ED DELIMITED BY SIZE
103500           INTO RCVRRPT-REPORT-LINE
103600        WRITE RCVRRPT-REPORT-LINE
103700     END-IF
103800     MOVE RUN-NUM TO COUNT-ED
103900     MOVE SPACES TO RCVRRPT-REPORT-LINE
104000     STRING
104100        "RUNS RECOVERED:                   " DELIMITED BY SIZE
104200        COUNT-ED DELIMITED BY SIZE
104300        INTO RCVRRPT-REPORT-LINE
104400     WRITE RCVRRPT-REPORT-LINE
104500     IF RC-FORWARD
104600        MOVE RUN-SKIP-NUM TO COUNT-ED
104700        MOVE SPACES TO RCVRRPT-REPORT-LINE
104800        STRING
104900           "FAILED RUNS SKIPPED:              " DELIMITED BY SIZE
105000           COUNT-ED DELIMITED BY SIZE
105100           INTO RCVRRPT-REPORT-LINE
105200        WRITE RCVRRPT-REPORT-LINE
105300        MOVE SKIPPED-NUM TO COUNT-ED
105400        MOVE SPACES TO RCVRRPT-REPORT-LINE
105500        STRING
105600           "UPDATES OF FAILED RUNS SKIPPED:   " DELIMITED BY SIZE
105700           COUNT-ED DELIMITED BY SIZE
105800           INTO RCVRRPT-REPORT-LINE
105900        WRITE RCVRRPT-REPORT-LINE
106000     END-IF
106100
106200     MOVE "==============================================="
106300        TO RCVRRPT-REPORT-LINE
106400     WRITE RCVRRPT-REPORT-LINE
106500     MOVE SELECT-NUM TO COUNT-ED
106600     MOVE SELECT-NET TO SUM-ED
106700     MOVE SPACES TO RCVRRPT-REPORT-LINE
106800     STRING
106900        "UPDATES SELECTED:                 " DELIMITED BY SIZE
107000        COUNT-ED DELIMITED BY SIZE
107100        "  JOURNAL NET CHANGE: " DELIMITED BY SIZE
107200        SUM-ED DELIMITED BY SIZE
107300        INTO RCVRRPT-REPORT-LINE
107400     WRITE RCVRRPT-REPORT-LINE
107500     MOVE APPLIED-NUM TO COUNT-ED
107600     MOVE APPLIED-NET TO SUM-ED
107700     MOVE SPACES TO RCVRRPT-REPORT-LINE
107800     IF RC-FORWARD
107900        STRING
108000           "REAPPLIED:                        " DELIMITED BY SIZE
108100           COUNT-ED DELIMITED BY SIZE
108200           "  NET CHANGE APPLIED: " DELIMITED BY SIZE
108300           SUM-ED DELIMITED BY SIZE
108400           INTO RCVRRPT-REPORT-LINE
108500     ELSE
108600        STRING
108700           "BACKED OUT:                       " DELIMITED BY SIZE
108800           COUNT-ED DELIMITED BY SIZE
108900           "  NET CHANGE APPLIED: " DELIMITED BY SIZE
109000           SUM-ED DELIMITED BY SIZE
109100           INTO RCVRRPT-REPORT-LINE
109200     END-IF
109300     WRITE RCVRRPT-REPORT-LINE
109400     MOVE ALREADY-NUM TO COUNT-ED
109500     MOVE SPACES TO RCVRRPT-REPORT-LINE
109600     STRING
109700        "ALREADY ON THE MASTER:            " DELIMITED BY SIZE
109800        COUNT-ED DELIMITED BY SIZE
109900        INTO RCVRRPT-REPORT-LINE
110000     WRITE RCVRRPT-REPORT-LINE
110100     MOVE CONFLICT-NUM TO COUNT-ED
110200     MOVE SPACES TO RCVRRPT-REPORT-LINE
110300     STRING
110400        "CONFLICTS - LEFT ALONE:           " DELIMITED BY SIZE
110500        COUNT-ED DELIMITED BY SIZE
110600        INTO RCVRRPT-REPORT-LINE
110700     WRITE RCVRRPT-REPORT-LINE
110800     MOVE NOTDONE-NUM TO COUNT-ED
110900     MOVE SPACES TO RCVRRPT-REPORT-LINE
111000     STRING
111100        "NOT APPLIED - REWRITE FAILED:     " DELIMITED BY SIZE
111200        COUNT-ED DELIMITED BY SIZE
111300        INTO RCVRRPT-REPORT-LINE
111400     WRITE RCVRRPT-REPORT-LINE
111500
111600     MOVE "==============================================="
111700        TO RCVRRPT-REPORT-LINE
111800     WRITE RCVRRPT-REPORT-LINE
111900     MOVE MSTR-BEFORE-NUM TO COUNT-ED
112000     MOVE MSTR-BEFORE-SUM TO SUM-ED
112100     MOVE SPACES TO RCVRRPT-REPORT-LINE
112200     STRING
112300        "KEYED MASTER BEFORE - RECORDS:    " DELIMITED BY SIZE
112400        COUNT-ED DELIMITED BY SIZE
112500        "  BALANCE TOTAL:      " DELIMITED BY SIZE
112600        SUM-ED DELIMITED BY SIZE
112700        INTO RCVRRPT-REPORT-LINE
112800     WRITE RCVRRPT-REPORT-LINE
112900     MOVE MSTR-AFTER-NUM TO COUNT-ED
113000     MOVE MSTR-AFTER-SUM TO SUM-ED
113100     MOVE SPACES TO RCVRRPT-REPORT-LINE
113200     STRING
113300        "KEYED MASTER AFTER  - RECORDS:    " DELIMITED BY SIZE
113400        COUNT-ED DELIMITED BY SIZE
113500        "  BALANCE TOTAL:      " DELIMITED BY SIZE
113600        SUM-ED DELIMITED BY SIZE
113700        INTO RCVRRPT-REPORT-LINE
113800     WRITE RCVRRPT-REPORT-LINE
113900     MOVE MSTR-CHANGE-SUM TO SUM-ED
114000     MOVE SPACES TO RCVRRPT-REPORT-LINE
114100     STRING
114200        "                                            "
114300           DELIMITED BY SIZE
114400        "CHANGE:             " DELIMITED BY SIZE
114500        SUM-ED DELIMITED BY SIZE
114600        INTO RCVRRPT-REPORT-LINE
114700     WRITE RCVRRPT-REPORT-LINE
114800
114900     IF PROOF-OK
115000        MOVE "PROOF - EVERY UPDATE ACCOUNTED FOR, RUNS AGREE "
115100           TO RCVRRPT-REPORT-LINE
115200        MOVE "WITH THEIR MARKERS, MASTER COUNT AND BALANCE "
115300           TO RCVRRPT-REPORT-LINE(48:)
115400        MOVE "TOTAL AGREE" TO RCVRRPT-REPORT-LINE(93:)
115500     ELSE
115600        MOVE "PROOF FAILED - COUNTS OR BALANCE TOTALS DO NOT "
115700           TO RCVRRPT-REPORT-LINE
115800        MOVE "RECONCILE, DO NOT LEVEL THE SEQUENTIAL MASTER"
115900           TO RCVRRPT-REPORT-LINE(48:)
116000     END-IF
116100     WRITE RCVRRPT-REPORT-LINE
116200     .
116300 6000-EXIT.
116400     EXIT.
116500
116600*----------------------------------------------------------------
116700* 6200-BALANCE-TO-NUM - THE 12-BYTE BALANCE AS A NUMBER, ZERO IF
116800* IT FAILS THE NUMERIC EDIT (THE CUSTDRCT CONVENTION).
116900*----------------------------------------------------------------
117000 6200-BALANCE-TO-NUM.
117100     COMPUTE NUMVAL-TEST-RC =
117200        FUNCTION TEST-NUMVAL-C(BALANCE-WORK-TEXT)
117300     IF NUMVAL-TEST-RC = 0
117400        COMPUTE BALANCE-WORK-NUM =
117500           FUNCTION NUMVAL-C(BALANCE-WORK-TEXT)
117600     ELSE
117700        MOVE 0 TO BALANCE-WORK-NUM
117800     END-IF
117900     .
118000 6200-EXIT.
118100     EXIT.
118200
118300 6500-WRITE-RUN-END.
118400     MOVE SPACES TO JRNL-RECORD
118500     MOVE DATE-TODAY-HEADER(1:8) TO JRNL-DATE
118600     MOVE RCVR-OPERATOR TO JRNL-OPERATOR
118700     SET JRNL-MARKER TO TRUE
118800     SET JRNL-RUN-END TO TRUE
118900     MOVE RCVR-RUN-ID TO JRNL-RUN-ID
119000     MOVE "JRNLRCVR" TO JRNL-RUN-PROGRAM
119100     MOVE RC-MODE TO JRNL-RUN-MODE
119200     IF RC-BACKOUT
119300        MOVE TARGET-RUN-ID TO JRNL-RUN-TARGET
119400     END-IF
119500     MOVE RETURN-CODE TO JRNL-RUN-RC
119600     MOVE APPLIED-NUM TO JRNL-RUN-UPDATES
119700     MOVE APPLIED-NET TO JRNL-RUN-NET
119800     WRITE JRNL-RECORD
119900     .
120000 6500-EXIT.
120100     EXIT.
120200
120300 7000-CLOSE-FILES.
120400     CLOSE CUSTMSTR-FILE
120500     CLOSE JRNL-FILE
120600     CLOSE RCVRRPT-FILE
120700     .
120800 7000-EXIT.
120900     EXIT.
