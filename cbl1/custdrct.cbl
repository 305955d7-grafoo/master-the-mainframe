005092*                  REWRITE THAT SUCCEEDED BEFORE THE FAILURE
005093*                  IS STILL ON THE KEYED MASTER AND A PLAIN
005094*                  RESUBMIT WOULD DOUBLE-POST IT.
005096* 10/15/2026  RH   ACCOUNT HOLDS ARE ENFORCED HERE AS IN CUSTMNT.
005098*                  THE KEYED HOLD FILE (HOLDREC LAYOUT, LOADED BY
005100*                  THE NIGHTLY CHAIN) IS READ FOR THE ACCT-ID OF
005102*                  EVERY WITHDRAWAL AND EVERY BALANCE CHANGE THAT
005104*                  LOWERS THE BALANCE; ONE THAT WOULD DEBIT A
005106*                  FROZEN ACCOUNT OR DIP INTO THE AMOUNT HELD IS
005108*                  REJECTED TO THE LISTING NAMING THE HOLD.  IF
005110*                  THE HOLD FILE CANNOT BE OPENED, THOSE DEBITS
005112*                  ARE ALL REJECTED - NO DEBIT GOES THROUGH
005114*                  UNCHECKED.  HOLDS ARE STILL PLACED AND RELEASED
005116*                  ONLY IN THE NIGHTLY CHAIN.
005118* 10/15/2026  RH   EVERY DEPOSIT AND WITHDRAWAL APPLIED NOW ALSO
005120*                  WRITES A CASH-ACTIVITY RECORD (CASHTXN LAYOUT)
005122*                  FOR THE CASHMON LARGE-CASH MONITOR, RUN-LOCAL
005124*                  LIKE THE BALANCE HISTORY AND APPENDED TO THE
005126*                  CUMULATIVE CASHACT FILE BY THE JOB STREAM ONLY
005128*                  AFTER A CLEAN APPLY.  THE KEYING BRANCH CODE
005130*                  RIDES IN THE FIRST FOUR BYTES OF THE NAME AREA.
005132* 10/15/2026  RH   NEW "T" TRANSACTION MOVES AN AMOUNT FROM THE
005134*                  KEYED ACCOUNT TO THE ACCOUNT IN THE FIRST TEN
005136*                  BYTES OF THE NAME AREA.  BOTH ACCOUNTS ARE
005138*                  READ AND EVERY TEST (AUTHORITY, OVERDRAFT,
005140*                  HOLDS, FIELD SIZE) IS MADE BEFORE EITHER IS
005142*                  REWRITTEN, SO A REJECTED TRANSFER POSTS NEITHER
005144*                  LEG.  EACH LEG IS JOURNALED AND WRITES ITS OWN
005146*                  BALANCE HISTORY RECORD, DEBIT FIRST, AND AN
005148*                  AUDIT LINE NAMING THE OTHER ACCOUNT.  THE TWO
005150*                  LEGS NET TO ZERO IN THE MNTTOT NET DELTA.
005152* 10/15/2026  RH   JOURNAL RUN MARKERS FOR JRNLRCVR RECOVERY.  THE
005154*                  JOURNAL (NOW THE SHARED JRNLREC LAYOUT) GETS A
005156*                  RUN-START MARKER AHEAD OF THIS RUN'S UPDATES
005158*                  AND A RUN-END MARKER WITH THE CONDITION CODE,
005160*                  THE UPDATES JOURNALED AND THEIR NET BALANCE
005162*                  CHANGE, SO ONE FAILED RUN CAN BE BACKED OUT OR
005164*                  THE GOOD RUNS REAPPLIED FROM THE JOURNAL ALONE.
005166*                  THE RUN ID IS DISPLAYED ON SYSOUT.
005168* 10/15/2026  RH   HOLDMSTR IS NOW OPTIONAL.  AN EMPTY HOLD FILE
005170*                  (STATUS 05, OR 35 ON A CLUSTER THAT HAS NEVER
005172*                  BEEN LOADED BECAUSE NO HOLD WAS EVER PLACED)
005174*                  MEANS NO HOLDS IN FORCE; ONLY A REAL OPEN
005176*                  FAILURE STILL REJECTS EVERY DEBIT.
005178* 10/15/2026  RH   HOLD EFFECTIVE AND EXPIRY DATES ARE NOW TESTED
005180*                  AGAINST THE CYCLECTL BUSINESS DATE (CYCLECTL
005182*                  DD, READ ONLY), AS CUSTMNT TESTS THEM, SO A
005184*                  HOLD IS IN FORCE OR NOT THE SAME WAY IN BOTH.
005186*                  A MISSING OR EMPTY CYCLECTL FALLS BACK TO THE
005188*                  SYSTEM DATE.
005200*----------------------------------------------------------------
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
006400     SELECT RJCTRPT-FILE ASSIGN TO RJCTRPT.
006500     SELECT TOTALS-FILE ASSIGN TO MNTTOTAL.
006600     SELECT BALHIST-FILE ASSIGN TO BALHIST.
006650     SELECT CASHACT-FILE ASSIGN TO CASHACT.
006700     SELECT MAINTID-FILE ASSIGN TO MAINTID
006800         FILE STATUS IS MAINTID-STATUS.
006900     SELECT OPAUTH-FILE ASSIGN TO OPAUTH
007000         FILE STATUS IS OPAUTH-STATUS.
007010     SELECT OPTIONAL HOLDMSTR-FILE ASSIGN TO HOLDMSTR
007020         ORGANIZATION IS INDEXED
007030         ACCESS MODE IS DYNAMIC
007040         RECORD KEY IS HOLD-KEY IN HOLDMSTR-REC
007050         FILE STATUS IS HOLDMSTR-STATUS.
007060     SELECT CYCLECTL-FILE ASSIGN TO CYCLECTL
007070         FILE STATUS IS CYCLECTL-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
009400           88 TRAN-WITHDRAW VALUE "W".
009500           88 TRAN-MONETARY VALUE "P" "W".
009600           88 TRAN-APPROVE VALUE "V".
009700           88 TRAN-TRANSFER VALUE "T".
009750           88 TRAN-INTRADAY-OK VALUE "C" "P" "W" "V" "T".
009800        10 TRAN-FNAME     PIC X(11).
009850        10 TRAN-CASH-BRANCH REDEFINES TRAN-FNAME PIC X(04).
009870        10 TRAN-XFER-TO-ACCT REDEFINES TRAN-FNAME PIC X(10).
009900        10 TRAN-LNAME     PIC X(22).
010000        10 TRAN-FDATE     PIC X(8).
010100        10 TRAN-LDATE     PIC X(8).
010200        10 TRAN-BALANCE   PIC X(12).
010250        10 TRAN-XFER-AMOUNT REDEFINES TRAN-BALANCE PIC X(12).
010300        10 TRAN-OPERATOR  PIC X(08).
010400     05 TRAN-RCY-REASON   PIC X(40).
010500     05 TRAN-RCY-CYCLE    PIC 9(02).
010700*----------------------------------------------------------------
010800* JRNL-FILE - ONE RECORD PER APPLIED UPDATE CARRYING THE FULL
010900* BEFORE AND AFTER MASTER IMAGES, SO THE SEQUENTIAL MASTER CAN
011000* BE PROVEN LEVEL AND AUDIT CAN RECONSTRUCT THE AFTERNOON,
011050* BRACKETED BY THE RUN-START AND RUN-END MARKERS (SEE JRNLREC).
011100*----------------------------------------------------------------
011200 FD  JRNL-FILE RECORD CONTAINS 183 CHARACTERS RECORDING MODE F.
011300 01  JRNL-RECORD.
011400     COPY JRNLREC.
011900
012000 FD  AUDIT-FILE RECORDING MODE F.
012100 01  AUDIT-LINE PIC X(80).
014300 01  BALHIST-RECORD.
014400     COPY BALHIST.
014500
014510*----------------------------------------------------------------
014520* CASHACT-FILE - THIS RUN'S CASH ACTIVITY (ONE RECORD PER DEPOSIT
014530* OR WITHDRAWAL APPLIED), RUN-LOCAL AND APPENDED TO THE CUMULATIVE
014540* CASHACT FILE BY THE JOB STREAM ALONG WITH THE BALANCE HISTORY.
014550*----------------------------------------------------------------
014560 FD  CASHACT-FILE RECORD CONTAINS 52 CHARACTERS RECORDING MODE F.
014570 01  CASHACT-RECORD.
014580     COPY CASHTXN.
014590
014600 FD  MAINTID-FILE RECORDING MODE F.
014700 01  MAINTID-RECORD.
014800     05 MAINTID-OPERATOR PIC X(08).
015800     05 OPAUTH-OPERATOR PIC X(08).
015900     05 OPAUTH-LIMIT    PIC X(15).
016000
016009*----------------------------------------------------------------
016018* HOLDMSTR-FILE - THE KEYED (VSAM) ACCOUNT HOLD FILE, READ ONLY.
016027* ALL THE HOLDS ON AN ACCT-ID ARE REACHED BY A START ON THE
016036* ACCT-ID WITH HOLD SEQUENCE ZERO AND READ NEXT.  OPTIONAL - UNTIL
016045* THE FIRST HOLD IS PLACED THE CLUSTER IS EMPTY.
016054*----------------------------------------------------------------
016063 FD  HOLDMSTR-FILE RECORD CONTAINS 80 CHARACTERS.
016072 01  HOLDMSTR-REC.
016081     COPY HOLDREC.
016090
016091*----------------------------------------------------------------
016092* CYCLECTL-FILE - THE SHARED CYCLE-CONTROL RECORD (SEE CYCCTL
016093* COPYBOOK), READ FOR THE BUSINESS DATE ONLY.
016094*----------------------------------------------------------------
016095 FD  CYCLECTL-FILE RECORD CONTAINS 56 CHARACTERS
016096     RECORDING MODE F.
016097 01  CYCLE-CONTROL-REC.
016098     COPY CYCCTL.
016099
016100 WORKING-STORAGE SECTION.
016200 77  OPERATOR-ID       PIC X(08) VALUE "INTRADAY".
016300 77  TRAN-NUM          PIC 9(06) VALUE 0.
016900 77  NUMVAL-TEST-RC    PIC S9(04) VALUE 0.
017000 77  REASON-PTR        PIC 9(04) COMP VALUE 1.
017100 77  AMOUNT-WORK       PIC 9(11)V99 VALUE 0.
017120 77  XFER-NUM          PIC 9(06) VALUE 0.
017140 77  XFER-TO-OLD       PIC 9(11)V99 VALUE 0.
017160 77  XFER-TO-NEW       PIC 9(11)V99 VALUE 0.
017180 77  JRNL-NET-SUM      PIC S9(13)V99 VALUE 0.
017200
017300 01  HIST-OLD-WORK     PIC 9(11)V99 VALUE 0.
017400 01  HIST-NEW-WORK     PIC 9(11)V99 VALUE 0.
018800     88 REWRITE-FAIL   VALUE "Y".
018900 01  MAINTID-STATUS    PIC XX VALUE SPACES.
019000     88 MAINTID-OK     VALUE "00".
019010 01  CYCLECTL-STATUS   PIC XX VALUE SPACES.
019020     88 CYCLECTL-OK    VALUE "00".
019030 01  BUSINESS-DATE     PIC X(08) VALUE SPACES.
019100
019200*----------------------------------------------------------------
019300* OPERATOR AUTHORITY - THE OPAUTH TABLE, THE OPERATOR STAMPED
021900        10 AUTH-OPERATOR PIC X(08).
022000        10 AUTH-LIMIT    PIC 9(11)V99.
022100
022105*----------------------------------------------------------------
022110* ACCOUNT HOLDS - SET BY 4260-CHECK-HOLDS FOR THE CURRENT ACCT-ID:
022115* HOLD-FREEZE IF AN EFFECTIVE FULL FREEZE IS ON FILE, AND
022120* HOLD-HELD-SUM, THE PART OF THE BALANCE NO DEBIT MAY TOUCH.
022125*----------------------------------------------------------------
022130 77  HOLD-HELD-SUM     PIC 9(13)V99 VALUE 0.
022135 77  HOLD-QUOTE-RANK   PIC 9(01) VALUE 0.
022140 01  HOLDMSTR-STATUS   PIC XX VALUE SPACES.
022145     88 HOLDMSTR-OK    VALUE "00".
022147     88 HOLDMSTR-EMPTY VALUE "05" "35".
022150 01  HOLD-AVAIL-SW     PIC X(01) VALUE "N".
022155     88 HOLD-AVAIL     VALUE "Y".
022157 01  HOLD-NONE-SW      PIC X(01) VALUE "N".
022158     88 HOLD-NONE      VALUE "Y".
022160 01  HOLD-SCAN-SW      PIC X(01) VALUE "N".
022165     88 HOLD-SCAN-DONE VALUE "Y".
022170 01  HOLD-FREEZE-SW    PIC X(01) VALUE "N".
022175     88 HOLD-FREEZE    VALUE "Y".
022180 01  HOLD-QUOTE-TYPE   PIC X(02) VALUE SPACES.
022185 01  HOLD-QUOTE-REASON PIC X(20) VALUE SPACES.
022190
022200 01  REJECT-REASON     PIC X(40) VALUE SPACES.
022300 01  DETAIL-FIELD-NAME PIC X(08) VALUE SPACES.
022400 01  DETAIL-OLD-VALUE  PIC X(22) VALUE SPACES.
022500 01  DETAIL-NEW-VALUE  PIC X(22) VALUE SPACES.
022600 01  BEFORE-IMAGE      PIC X(83) VALUE SPACES.
022603 01  BEFORE-CUSTREC REDEFINES BEFORE-IMAGE.
022606     COPY CUSTREC.
022610 01  XFER-FROM-ACCT    PIC X(10) VALUE SPACES.
022620*----------------------------------------------------------------
022630* THE TO-ACCOUNT OF A TRANSFER, AS READ BEFORE THE FROM-ACCOUNT.
022640* THE CREDIT LEG IS BUILT HERE AND REWRITTEN BY KEY.
022650*----------------------------------------------------------------
022660 01  XFER-TO-CUSTREC.
022670     COPY CUSTREC.
022700
022800 01  BALANCE-WORK-TEXT PIC X(12) VALUE SPACES.
022900 01  BALANCE-WORK-NUM  PIC 9(11)V99 VALUE 0.
024100     IF NOT CUSTMSTR-OK
024200        DISPLAY "CUSTDRCT - KEYED MASTER NOT AVAILABLE, "
024300           "STATUS " CUSTMSTR-STATUS
024330        MOVE 12 TO RETURN-CODE
024360        PERFORM 6650-WRITE-RUN-END THRU 6650-EXIT
024400        PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
024600        STOP RUN
024700     END-IF
024800     PERFORM 4000-PROCESS-TRANS THRU 4000-EXIT
024900     PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
025100     EVALUATE TRUE
025200        WHEN REWRITE-FAIL
025300           MOVE 12 TO RETURN-CODE
025400        WHEN REJECT-NUM > 0
025500           MOVE 4 TO RETURN-CODE
025600     END-EVALUATE
025630     PERFORM 6650-WRITE-RUN-END THRU 6650-EXIT
025660     PERFORM 7000-CLOSE-FILES THRU 7000-EXIT
025700     STOP RUN
025800     .
025900
026100     PERFORM 1100-READ-MAINTID-REC THRU 1100-EXIT
026200     PERFORM 1200-READ-OPAUTH-RECS THRU 1200-EXIT
026300     MOVE FUNCTION CURRENT-DATE TO DATE-TODAY-HEADER
026310     MOVE DATE-TODAY-HEADER(1:8) TO BUSINESS-DATE
026320     PERFORM 1300-READ-CYCLE-CONTROL THRU 1300-EXIT
026400     .
026500 1000-EXIT.
026600     EXIT.
032600 1210-EXIT.
032700     EXIT.
032800
032810*----------------------------------------------------------------
032820* 1300-READ-CYCLE-CONTROL - THE BUSINESS DATE HOLDS ARE DATED
032830* AGAINST.  A MISSING OR EMPTY CYCLECTL FILE LEAVES THE SYSTEM
032840* DATE IN BUSINESS-DATE.
032850*----------------------------------------------------------------
032851 1300-READ-CYCLE-CONTROL.
032852     OPEN INPUT CYCLECTL-FILE
032853     IF NOT CYCLECTL-OK
032854        DISPLAY "CUSTDRCT - CYCLECTL NOT AVAILABLE, STATUS "
032855           CYCLECTL-STATUS ", HOLDS DATED AGAINST THE SYSTEM "
032856           "DATE"
032857        GO TO 1300-EXIT
032858     END-IF
032859     READ CYCLECTL-FILE
032860     IF NOT CYCLECTL-OK
032861        DISPLAY "CUSTDRCT - CYCLECTL EMPTY, HOLDS DATED AGAINST "
032862           "THE SYSTEM DATE"
032863        CLOSE CYCLECTL-FILE
032864        GO TO 1300-EXIT
032865     END-IF
032866     MOVE CYC-BUSINESS-DATE TO BUSINESS-DATE
032867     CLOSE CYCLECTL-FILE
032868     .
032869 1300-EXIT.
032870     EXIT.
032880
032900 2000-OPEN-FILES.
033000     OPEN I-O CUSTMSTR-FILE
033100     OPEN INPUT TRANFILE
033200     OPEN OUTPUT JRNL-FILE
033250     PERFORM 6600-WRITE-RUN-START THRU 6600-EXIT
033300     OPEN OUTPUT AUDIT-FILE
033400     OPEN OUTPUT RJCTRPT-FILE
033500     OPEN OUTPUT TOTALS-FILE
033600     OPEN OUTPUT BALHIST-FILE
033605     OPEN OUTPUT CASHACT-FILE
033610     OPEN INPUT HOLDMSTR-FILE
033620     EVALUATE TRUE
033625        WHEN HOLDMSTR-OK
033630           SET HOLD-AVAIL TO TRUE
033635        WHEN HOLDMSTR-EMPTY
033640           SET HOLD-NONE TO TRUE
033642           DISPLAY "CUSTDRCT - HOLDMSTR-FILE EMPTY, STATUS "
033644              HOLDMSTR-STATUS ", NO HOLDS IN FORCE"
033646           IF HOLDMSTR-STATUS = "05"
033648              CLOSE HOLDMSTR-FILE
033649           END-IF
033650        WHEN OTHER
033655           DISPLAY "CUSTDRCT - HOLDMSTR-FILE NOT AVAILABLE, "
033660              "STATUS " HOLDMSTR-STATUS
033665              ", DEBITS WILL BE REJECTED"
033670     END-EVALUATE
033700     .
033800 2000-EXIT.
033900     EXIT.
036500
036600     IF TRAN-APPROVE
036700        PERFORM 4250-RECORD-APPROVAL THRU 4250-EXIT
036716        GO TO 4100-EXIT
036732     END-IF
036748
036764     IF TRAN-TRANSFER
036780        PERFORM 4400-APPLY-TRANSFER THRU 4400-EXIT
036800        GO TO 4100-EXIT
036900     END-IF
037000
044500     EXIT.
044600
044700*----------------------------------------------------------------
044701* 4260-CHECK-HOLDS - READ EVERY HOLD ON FILE FOR THE ACCT-ID.  A
044702* HOLD COUNTS FROM ITS EFFECTIVE DATE UNTIL ITS EXPIRY DATE HAS
044703* PASSED, BOTH AGAINST THE CYCLECTL BUSINESS DATE AS IN CUSTMNT.
044704* THE TYPE AND REASON OF THE MOST BINDING HOLD (A FREEZE OVER AN
044705* AMOUNT HOLD) ARE LOADED INTO REJECT-REASON FOR THE CALLER.  AN
044706* EMPTY HOLD FILE MEANS NO HOLDS; ONE THAT COULD NOT BE OPENED
044707* LEAVES THE ACCOUNT TREATED AS FROZEN.
044708*----------------------------------------------------------------
044709 4260-CHECK-HOLDS.
044710     MOVE 0 TO HOLD-HELD-SUM
044711     MOVE 0 TO HOLD-QUOTE-RANK
044712     MOVE "N" TO HOLD-FREEZE-SW
044713     IF HOLD-NONE
044714        GO TO 4260-EXIT
044715     END-IF
044716     IF NOT HOLD-AVAIL
044717        SET HOLD-FREEZE TO TRUE
044718        MOVE "REJECTED - HOLD FILE NOT AVAILABLE"
044719           TO REJECT-REASON
044720        GO TO 4260-EXIT
044721     END-IF
044722     MOVE TRAN-ACCT-ID TO HOLD-ACCT-ID IN HOLDMSTR-REC
044723     MOVE 0 TO HOLD-SEQ IN HOLDMSTR-REC
044724     MOVE "N" TO HOLD-SCAN-SW
044725     START HOLDMSTR-FILE KEY IS NOT < HOLD-KEY IN HOLDMSTR-REC
044726        INVALID KEY
044727           GO TO 4260-EXIT
044728     END-START
044729     PERFORM 4265-READ-ONE-HOLD THRU 4265-EXIT
044730        UNTIL HOLD-SCAN-DONE
044731     IF HOLD-QUOTE-RANK > 0
044732        MOVE SPACES TO REJECT-REASON
044733        STRING
044734           "REJECTED - HOLD " DELIMITED BY SIZE
044735           HOLD-QUOTE-TYPE DELIMITED BY SIZE
044736           " " DELIMITED BY SIZE
044737           HOLD-QUOTE-REASON DELIMITED BY SIZE
044738           INTO REJECT-REASON
044739     END-IF
044740     .
044741 4260-EXIT.
044742     EXIT.
044743
044744 4265-READ-ONE-HOLD.
044745     READ HOLDMSTR-FILE NEXT RECORD
044746        AT END
044747           SET HOLD-SCAN-DONE TO TRUE
044748           GO TO 4265-EXIT
044749     END-READ
044750     IF HOLD-ACCT-ID IN HOLDMSTR-REC NOT = TRAN-ACCT-ID
044751        SET HOLD-SCAN-DONE TO TRUE
044752        GO TO 4265-EXIT
044753     END-IF
044754     IF HOLD-EFF-DATE IN HOLDMSTR-REC > BUSINESS-DATE
044755        GO TO 4265-EXIT
044756     END-IF
044757     IF HOLD-EXP-DATE IN HOLDMSTR-REC NOT = SPACES
044758        AND HOLD-EXP-DATE IN HOLDMSTR-REC < BUSINESS-DATE
044759        GO TO 4265-EXIT
044760     END-IF
044761     IF HOLD-FULL-FREEZE IN HOLDMSTR-REC
044762        SET HOLD-FREEZE TO TRUE
044763        IF HOLD-QUOTE-RANK < 2
044764           MOVE 2 TO HOLD-QUOTE-RANK
044765           MOVE HOLD-TYPE IN HOLDMSTR-REC TO HOLD-QUOTE-TYPE
044766           MOVE HOLD-REASON IN HOLDMSTR-REC TO HOLD-QUOTE-REASON
044767        END-IF
044768     ELSE
044769        ADD HOLD-AMOUNT IN HOLDMSTR-REC TO HOLD-HELD-SUM
044770        IF HOLD-QUOTE-RANK < 1
044771           MOVE 1 TO HOLD-QUOTE-RANK
044772           MOVE HOLD-TYPE IN HOLDMSTR-REC TO HOLD-QUOTE-TYPE
044773           MOVE HOLD-REASON IN HOLDMSTR-REC TO HOLD-QUOTE-REASON
044774        END-IF
044775     END-IF
044776     .
044777 4265-EXIT.
044778     EXIT.
044779
044780*----------------------------------------------------------------
044800* 4200-APPLY-CHANGE - ONLY THE FIELDS SUPPLIED ON THE
044900* TRANSACTION OVERLAY THE MASTER RECORD, WITH THE SAME AUDIT
045000* DETAIL LINES AND NET-MOVEMENT BOOKKEEPING CUSTMNT PRODUCES,
047100        END-IF
047200        PERFORM 4600-CHECK-AUTHORITY THRU 4600-EXIT
047300        IF AUTH-FAIL
047309           ADD 1 TO REJECT-NUM
047318           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
047327           PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
047336           GO TO 4200-EXIT
047345        END-IF
047354     END-IF
047363     IF TRAN-BALANCE NOT = SPACES
047372        AND BALANCE-WORK-NUM < HIST-OLD-WORK
047381        PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
047390        IF HOLD-FREEZE OR BALANCE-WORK-NUM < HOLD-HELD-SUM
047400           ADD 1 TO REJECT-NUM
047500           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
047600           PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
054000* ARITHMETICALLY TO THE BALANCE ON FILE, WITH THE SAME GUARDS
054100* CUSTMNT APPLIES: THE BALANCE MUST PASS THE NUMERIC EDIT, A
054200* WITHDRAWAL MAY NOT OVERDRAW, AND THE RESULT MUST FIT THE
054300* 12-BYTE FIELD.  A WITHDRAWAL MAY NOT BREAK AN ACCOUNT HOLD.
054400*----------------------------------------------------------------
054500 4300-APPLY-MONETARY.
054600     COMPUTE NUMVAL-TEST-RC =
057500        GO TO 4300-EXIT
057600     END-IF
057700
057708     IF TRAN-WITHDRAW
057716        PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
057724        IF HOLD-FREEZE
057732           OR HIST-OLD-WORK - AMOUNT-WORK < HOLD-HELD-SUM
057740           ADD 1 TO REJECT-NUM
057748           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
057756           PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
057764           GO TO 4300-EXIT
057772        END-IF
057780     END-IF
057788
057800     IF TRAN-DEPOSIT
057900        COMPUTE HIST-NEW-WORK = HIST-OLD-WORK + AMOUNT-WORK
058000     ELSE
060600     PERFORM 6500-REWRITE-AND-JOURNAL THRU 6500-EXIT
060700     IF CUSTMSTR-OK
060800        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
060850        PERFORM 6150-WRITE-CASH-ACTIVITY THRU 6150-EXIT
060900     END-IF
061000     .
061100 4300-EXIT.
067600        APPLY-NUM DELIMITED BY SIZE
067700        "  REJECTED: " DELIMITED BY SIZE
067800        REJECT-NUM DELIMITED BY SIZE
067830        "  TRANSFERS: " DELIMITED BY SIZE
067860        XFER-NUM DELIMITED BY SIZE
067900        INTO AUDIT-LINE
068000     WRITE AUDIT-LINE
068100     PERFORM 5100-WRITE-TOTALS-REC THRU 5100-EXIT
074500 6120-EXIT.
074600     EXIT.
074700
074707 6150-WRITE-CASH-ACTIVITY.
074714     MOVE TRAN-ACCT-ID TO CASH-ACCT-ID
074721     MOVE DATE-TODAY-HEADER(1:8) TO CASH-DATE
074728     MOVE "CUSTDRCT" TO CASH-SOURCE
074735     MOVE TRAN-ACTION TO CASH-ACTION
074742     MOVE AMOUNT-WORK TO CASH-AMOUNT
074749     MOVE CURR-OPERATOR TO CASH-OPERATOR
074756     MOVE TRAN-CASH-BRANCH TO CASH-BRANCH
074763     WRITE CASHACT-RECORD
074770     .
074777 6150-EXIT.
074784     EXIT.
074791
074800 6200-BALANCE-TO-NUM.
074900     COMPUTE NUMVAL-TEST-RC =
075000        FUNCTION TEST-NUMVAL-C(BALANCE-WORK-TEXT)
079900     MOVE BEFORE-IMAGE TO JRNL-BEFORE
080000     MOVE MSTR-CUSTREC TO JRNL-AFTER
080100     WRITE JRNL-RECORD
080110     MOVE BALANCE IN MSTR-CUSTREC TO BALANCE-WORK-TEXT
080120     PERFORM 6200-BALANCE-TO-NUM THRU 6200-EXIT
080130     ADD BALANCE-WORK-NUM TO JRNL-NET-SUM
080140     MOVE BALANCE IN BEFORE-CUSTREC TO BALANCE-WORK-TEXT
080150     PERFORM 6200-BALANCE-TO-NUM THRU 6200-EXIT
080160     SUBTRACT BALANCE-WORK-NUM FROM JRNL-NET-SUM
080200     .
080300 6500-EXIT.
080302     EXIT.
080304
080306*----------------------------------------------------------------
080308* 6600-WRITE-RUN-START / 6650-WRITE-RUN-END - THE JOURNAL MARKERS
080310* AROUND THIS RUN'S UPDATES.  THE RUN ID IS THE DATE AND TIME THE
080312* RUN STARTED; THE END MARKER CARRIES THE CONDITION CODE ABOUT TO
080314* BE SET, THE UPDATES JOURNALED AND THEIR NET BALANCE CHANGE (A
080316* FAILED REWRITE IS IN NEITHER), FOR JRNLRCVR TO PROVE AGAINST.
080318*----------------------------------------------------------------
080320 6600-WRITE-RUN-START.
080322     MOVE SPACES TO JRNL-RECORD
080324     MOVE DATE-TODAY-HEADER(1:8) TO JRNL-DATE
080326     MOVE OPERATOR-ID TO JRNL-OPERATOR
080328     SET JRNL-MARKER TO TRUE
080330     SET JRNL-RUN-START TO TRUE
080332     MOVE DATE-TODAY-HEADER(1:16) TO JRNL-RUN-ID
080334     MOVE "CUSTDRCT" TO JRNL-RUN-PROGRAM
080336     MOVE 0 TO JRNL-RUN-RC
080338     MOVE 0 TO JRNL-RUN-UPDATES
080340     MOVE 0 TO JRNL-RUN-NET
080342     WRITE JRNL-RECORD
080344     DISPLAY "CUSTDRCT - JOURNAL RUN ID " DATE-TODAY-HEADER(1:16)
080346     .
080348 6600-EXIT.
080350     EXIT.
080352
080354 6650-WRITE-RUN-END.
080356     MOVE SPACES TO JRNL-RECORD
080358     MOVE DATE-TODAY-HEADER(1:8) TO JRNL-DATE
080360     MOVE OPERATOR-ID TO JRNL-OPERATOR
080362     SET JRNL-MARKER TO TRUE
080364     SET JRNL-RUN-END TO TRUE
080366     MOVE DATE-TODAY-HEADER(1:16) TO JRNL-RUN-ID
080368     MOVE "CUSTDRCT" TO JRNL-RUN-PROGRAM
080370     MOVE RETURN-CODE TO JRNL-RUN-RC
080372     MOVE APPLY-NUM TO JRNL-RUN-UPDATES
080374     MOVE JRNL-NET-SUM TO JRNL-RUN-NET
080376     WRITE JRNL-RECORD
080378     .
080380 6650-EXIT.
080400     EXIT.
080500
080600 7000-CLOSE-FILES.
081100     CLOSE RJCTRPT-FILE
081200     CLOSE TOTALS-FILE
081300     CLOSE BALHIST-FILE
081310     CLOSE CASHACT-FILE
081320     IF HOLD-AVAIL
081340        CLOSE HOLDMSTR-FILE
081360     END-IF
081400     .
081500 7000-EXIT.
081600     EXIT.
081700
081800*----------------------------------------------------------------
081900* 4400-APPLY-TRANSFER - MOVE TRAN-XFER-AMOUNT FROM THE KEYED
082000* ACCOUNT TO TRAN-XFER-TO-ACCT.  BOTH ACCOUNTS ARE READ AND
082100* EVERY TEST IS MADE BEFORE EITHER IS TOUCHED - BOTH ON FILE
082200* WITH A BALANCE THAT PASSES THE EDIT, THE OPERATOR CAP AND
082300* DUAL-APPROVAL GATE, NO OVERDRAFT, NO FREEZE AND NO AMOUNT
082400* HELD ON THE FROM-ACCOUNT BROKEN, AND A CREDIT THAT FITS THE
082500* FIELD - SO A REJECTED TRANSFER POSTS NEITHER LEG.  THE DEBIT
082600* LEG IS REWRITTEN FIRST.  IF THE CREDIT LEG'S REWRITE THEN
082700* FAILS THE RUN ENDS CC 12 LIKE ANY FAILED REWRITE, AND THE
082800* JRNLBACK JOB (JRNLRCVR IN BACKOUT MODE) BACKS THE FAILED RUN
082850* OUT OF THE KEYED MASTER FROM THE JOURNAL - THE DEBIT LEG
082900* ALREADY REWRITTEN INCLUDED - BEFORE THE RERUN, SO NEITHER LEG
082950* SURVIVES.
083000*----------------------------------------------------------------
083100 4400-APPLY-TRANSFER.
083200     IF TRAN-XFER-TO-ACCT = TRAN-ACCT-ID
083300        ADD 1 TO REJECT-NUM
083400        MOVE "REJECTED - TRANSFER TO SAME ACCOUNT"
083500           TO REJECT-REASON
083600        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
083700        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
083800        GO TO 4400-EXIT
083900     END-IF
084000     MOVE TRAN-XFER-TO-ACCT TO ACCT-ID IN MSTR-CUSTREC
084100     READ CUSTMSTR-FILE
084200        INVALID KEY
084300           ADD 1 TO REJECT-NUM
084400           MOVE "REJECTED - TO-ACCOUNT NOT ON FILE"
084500              TO REJECT-REASON
084600           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
084700           PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
084800           GO TO 4400-EXIT
084900     END-READ
085000     COMPUTE NUMVAL-TEST-RC =
085100        FUNCTION TEST-NUMVAL-C(BALANCE IN MSTR-CUSTREC)
085200     IF NUMVAL-TEST-RC NOT = 0
085300        ADD 1 TO REJECT-NUM
085400        MOVE "REJECTED - TO-ACCOUNT BALANCE FAILS EDIT"
085500           TO REJECT-REASON
085600        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
085700        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
085800        GO TO 4400-EXIT
085900     END-IF
086000     MOVE MSTR-CUSTREC TO XFER-TO-CUSTREC
086100     COMPUTE XFER-TO-OLD =
086200        FUNCTION NUMVAL-C(BALANCE IN MSTR-CUSTREC)
086300
086400     MOVE TRAN-ACCT-ID TO ACCT-ID IN MSTR-CUSTREC
086500     READ CUSTMSTR-FILE
086600        INVALID KEY
086700           ADD 1 TO REJECT-NUM
086800           MOVE "REJECTED - ACCT-ID NOT ON FILE"
086900              TO REJECT-REASON
087000           PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
087100           PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
087200           GO TO 4400-EXIT
087300     END-READ
087400     COMPUTE NUMVAL-TEST-RC =
087500        FUNCTION TEST-NUMVAL-C(BALANCE IN MSTR-CUSTREC)
087600     IF NUMVAL-TEST-RC NOT = 0
087700        ADD 1 TO REJECT-NUM
087800        MOVE "REJECTED - BALANCE ON FILE FAILS EDIT"
087900           TO REJECT-REASON
088000        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
088100        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
088200        GO TO 4400-EXIT
088300     END-IF
088400     COMPUTE HIST-OLD-WORK =
088500        FUNCTION NUMVAL-C(BALANCE IN MSTR-CUSTREC)
088600     COMPUTE AMOUNT-WORK = FUNCTION NUMVAL-C(TRAN-XFER-AMOUNT)
088700
088800     MOVE AMOUNT-WORK TO AUTH-AMOUNT
088900     PERFORM 4600-CHECK-AUTHORITY THRU 4600-EXIT
089000     IF AUTH-FAIL
089100        ADD 1 TO REJECT-NUM
089200        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
089300        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
089400        GO TO 4400-EXIT
089500     END-IF
089600
089700     IF AMOUNT-WORK > HIST-OLD-WORK
089800        ADD 1 TO REJECT-NUM
089900        MOVE "REJECTED - TRANSFER OVERDRAWS BALANCE"
090000           TO REJECT-REASON
090100        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
090200        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
090300        GO TO 4400-EXIT
090400     END-IF
090500
090600     PERFORM 4260-CHECK-HOLDS THRU 4260-EXIT
090700     IF HOLD-FREEZE
090800        OR HIST-OLD-WORK - AMOUNT-WORK < HOLD-HELD-SUM
090900        ADD 1 TO REJECT-NUM
091000        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
091100        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
091200        GO TO 4400-EXIT
091300     END-IF
091400
091500     COMPUTE XFER-TO-NEW = XFER-TO-OLD + AMOUNT-WORK
091600     IF XFER-TO-NEW > 999999999.99
091700        ADD 1 TO REJECT-NUM
091800        MOVE "REJECTED - NEW BALANCE TOO LARGE FOR FIELD"
091900           TO REJECT-REASON
092000        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
092100        PERFORM 6400-WRITE-REJECT-LINE THRU 6400-EXIT
092200        GO TO 4400-EXIT
092300     END-IF
092400
092500*    DEBIT LEG - THE FROM-ACCOUNT, STILL IN THE RECORD AREA.
092600     MOVE MSTR-CUSTREC TO BEFORE-IMAGE
092700     COMPUTE HIST-NEW-WORK = HIST-OLD-WORK - AMOUNT-WORK
092800     SUBTRACT HIST-OLD-WORK FROM NET-BAL-DELTA
092900     ADD HIST-NEW-WORK TO NET-BAL-DELTA
093000     PERFORM 6120-WRITE-BALANCE-HISTORY THRU 6120-EXIT
093100     MOVE HIST-NEW-WORK TO BALANCE-PLAIN
093200     MOVE BALANCE-PLAIN TO BALANCE IN MSTR-CUSTREC
093300     MOVE DATE-TODAY-HEADER(1:8) TO LDATE IN MSTR-CUSTREC
093400     PERFORM 6500-REWRITE-AND-JOURNAL THRU 6500-EXIT
093500     IF NOT CUSTMSTR-OK
093600        GO TO 4400-EXIT
093700     END-IF
093800     MOVE SPACES TO REJECT-REASON
093900     STRING
094000        "TRANSFER OUT TO " DELIMITED BY SIZE
094100        TRAN-XFER-TO-ACCT DELIMITED BY SIZE
094200        INTO REJECT-REASON
094300     PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
094400
094500*    CREDIT LEG - THE TO-ACCOUNT, REWRITTEN BY KEY FROM THE COPY
094600*    READ ABOVE.  TRAN-ACCT-ID CARRIES THE TO-ACCOUNT WHILE ITS
094700*    HISTORY, JOURNAL AND AUDIT RECORDS ARE WRITTEN.
094800     MOVE TRAN-ACCT-ID TO XFER-FROM-ACCT
094900     MOVE TRAN-XFER-TO-ACCT TO TRAN-ACCT-ID
095000     MOVE XFER-TO-CUSTREC TO MSTR-CUSTREC
095100     MOVE MSTR-CUSTREC TO BEFORE-IMAGE
095200     MOVE XFER-TO-OLD TO HIST-OLD-WORK
095300     MOVE XFER-TO-NEW TO HIST-NEW-WORK
095400     SUBTRACT HIST-OLD-WORK FROM NET-BAL-DELTA
095500     ADD HIST-NEW-WORK TO NET-BAL-DELTA
095600     PERFORM 6120-WRITE-BALANCE-HISTORY THRU 6120-EXIT
095700     MOVE HIST-NEW-WORK TO BALANCE-PLAIN
095800     MOVE BALANCE-PLAIN TO BALANCE IN MSTR-CUSTREC
095900     MOVE DATE-TODAY-HEADER(1:8) TO LDATE IN MSTR-CUSTREC
096000     PERFORM 6500-REWRITE-AND-JOURNAL THRU 6500-EXIT
096100     IF CUSTMSTR-OK
096200        ADD 1 TO XFER-NUM
096300        MOVE SPACES TO REJECT-REASON
096400        STRING
096500           "TRANSFER IN FROM " DELIMITED BY SIZE
096600           XFER-FROM-ACCT DELIMITED BY SIZE
096700           INTO REJECT-REASON
096800        PERFORM 6100-WRITE-AUDIT-LINE THRU 6100-EXIT
096900     END-IF
097000     MOVE XFER-FROM-ACCT TO TRAN-ACCT-ID
097100     .
097200 4400-EXIT.
097300     EXIT.
