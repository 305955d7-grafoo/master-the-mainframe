007300*                  TAG RAN TO 142 AND WAS TRUNCATING.
007400*                  REALLOCATE THE TRANS AND RECYCLE DATA SETS
007500*                  AT THE NEW LENGTHS BEFORE THE FIRST RUN.
007503* 10/15/2026  RH   NEW HOLD TRANSACTION TYPES "H" (HOLD ADD) AND
007506*                  "R" (HOLD RELEASE) FOR THE ACCOUNT HOLD/FREEZE
007509*                  FILE (HOLDREC COPYBOOK).  THE HOLD FIELDS
007512*                  OVERLAY THE NAME/DATE PORTION OF THE RECORD
007515*                  AND THE HELD AMOUNT RIDES IN THE TRAN-BALANCE
007518*                  POSITION.  A HOLD ADD MUST CARRY A VALID HOLD
007521*                  TYPE, A SCOPE OF "F" (FULL FREEZE) OR "A"
007524*                  (AMOUNT), A REASON, A POSITIVE AMOUNT FOR AN
007527*                  AMOUNT HOLD, AND VALID EFFECTIVE/EXPIRY DATES
007530*                  WHEN SUPPLIED (EXPIRY NOT BEFORE EFFECTIVE).
007533*                  A RELEASE NAMES THE HOLD SEQUENCE, OR LEAVES
007536*                  IT BLANK TO RELEASE EVERY HOLD ON THE ACCOUNT.
007539* 10/15/2026  RH   NEW TRANSACTION TYPE "T" (INTERNAL TRANSFER).
007542*                  KEYED ON THE FROM-ACCOUNT; THE TO-ACCOUNT
007545*                  OVERLAYS THE FIRST 10 BYTES OF THE NAME AREA
007548*                  AND THE AMOUNT RIDES IN THE TRAN-BALANCE
007551*                  POSITION.  THE TO-ACCOUNT MUST BE PRESENT AND
007554*                  DIFFER FROM THE FROM-ACCOUNT, AND THE AMOUNT
007557*                  MUST BE NUMERIC AND POSITIVE.
007560* 10/15/2026  RH   NEW TRANSACTION TYPE "I" (TAXPAYER ID) FOR THE
007563*                  TAXID/TAXID-TYPE FIELDS NOW ON CUSTREC.  THE
007566*                  NINE-DIGIT ID OVERLAYS THE START OF THE NAME
007569*                  AREA, FOLLOWED BY THE TYPE ("S" SSN, "E" EIN).
007572*                  THE ID MUST BE NINE DIGITS, NOT ALL ZEROS, AND
007575*                  THE TYPE MUST BE S OR E.
007600*----------------------------------------------------------------
007700 ENVIRONMENT DIVISION.
007800 INPUT-OUTPUT SECTION.
021300        88 TRAN-ADDR-CHANGE VALUE "U".
021400        88 TRAN-ADDRESS VALUE "N" "U".
021500        88 TRAN-APPROVE VALUE "V".
021520        88 TRAN-HOLD-ADD VALUE "H".
021540        88 TRAN-HOLD-RELEASE VALUE "R".
021560        88 TRAN-HOLD VALUE "H" "R".
021580        88 TRAN-TRANSFER VALUE "T".
021590        88 TRAN-TAXID-CHANGE VALUE "I".
021600        88 TRAN-ACTION-VALID
021700           VALUE "A" "C" "D" "P" "W" "N" "U" "V" "H" "R" "T"
021750                 "I".
021800     05 TRAN-DATA.
021900        10 TRAN-FNAME     PIC X(11).
022000        10 TRAN-LNAME     PIC X(22).
022700        10 TRAN-STATE     PIC X(02).
022800        10 TRAN-ZIP       PIC X(09).
022900        10                PIC X(07).
022904     05 TRAN-HOLD-DATA REDEFINES TRAN-DATA.
022908        10 TRAN-HOLD-TYPE PIC X(02).
022912           88 TRAN-HOLD-TYPE-VALID
022916              VALUE "LG" "GN" "FR" "DC" "BK" "OT".
022920        10 TRAN-HOLD-SCOPE PIC X(01).
022924           88 TRAN-HOLD-SCOPE-VALID VALUE "F" "A".
022928           88 TRAN-HOLD-AMOUNT-ONLY VALUE "A".
022932        10 TRAN-HOLD-REASON PIC X(20).
022936        10 TRAN-HOLD-EFF-DATE PIC X(08).
022940        10 TRAN-HOLD-EXP-DATE PIC X(08).
022944        10 TRAN-HOLD-SEQ  PIC X(02).
022948        10                PIC X(08).
022952        10 TRAN-HOLD-AMOUNT PIC X(12).
022956     05 TRAN-XFER-DATA REDEFINES TRAN-DATA.
022960        10 TRAN-XFER-TO-ACCT PIC X(10).
022964        10                PIC X(39).
022968        10 TRAN-XFER-AMOUNT PIC X(12).
022972     05 TRAN-TAXID-DATA REDEFINES TRAN-DATA.
022976        10 TRAN-TAXID     PIC X(09).
022980        10 TRAN-TAXID-TYPE PIC X(01).
022984           88 TRAN-TAXID-TYPE-VALID VALUE "S" "E".
022988        10                PIC X(51).
023000     05 TRAN-OPERATOR  PIC X(08).
023100
023200*----------------------------------------------------------------
024600     05 LDATE-YYYY        PIC 9(04).
024700     05 LDATE-MM          PIC 9(02).
024800     05 LDATE-DD          PIC 9(02).
024809*----------------------------------------------------------------
024818* HDATE-TEXT/HDATE-WORK - THE HOLD EFFECTIVE OR EXPIRY DATE
024827* UNDER EDIT, RANGE-CHECKED THE SAME WAY AS FDATE AND LDATE.
024836*----------------------------------------------------------------
024845 01  HDATE-TEXT           PIC X(08) VALUE SPACES.
024854 01  HDATE-WORK           PIC 9(08) VALUE 0.
024863 01  HDATE-WORK-R REDEFINES HDATE-WORK.
024872     05 HDATE-YYYY        PIC 9(04).
024881     05 HDATE-MM          PIC 9(02).
024890     05 HDATE-DD          PIC 9(02).
024900
025000 PROCEDURE DIVISION.
025100 0000-MAINLINE.
050500        GO TO 4200-EXIT
050600     END-IF
050700
050707     IF TRAN-HOLD
050714        PERFORM 4240-VALIDATE-HOLD THRU 4240-EXIT
050721        GO TO 4200-EXIT
050728     END-IF
050735     IF TRAN-TRANSFER
050742        PERFORM 4250-VALIDATE-TRANSFER THRU 4250-EXIT
050749        GO TO 4200-EXIT
050756     END-IF
050763     IF TRAN-TAXID-CHANGE
050770        PERFORM 4260-VALIDATE-TAXID THRU 4260-EXIT
050777        GO TO 4200-EXIT
050784     END-IF
050800     IF TRAN-DELETE
050900        GO TO 4200-EXIT
051000     END-IF
060900     .
061000 4220-EXIT.
061100     EXIT.
061104*----------------------------------------------------------------
061108* 4225-VALIDATE-HOLD-DATE - ONE HOLD EFFECTIVE OR EXPIRY DATE
061112* (HDATE-TEXT), THE SAME NUMERIC AND RANGE EDIT AS FDATE/LDATE.
061116* THE CALLER SUPPLIES THE REJECT REASON.
061120*----------------------------------------------------------------
061124 4225-VALIDATE-HOLD-DATE.
061128     COMPUTE NUMVAL-TEST-RC =
061132        FUNCTION TEST-NUMVAL(HDATE-TEXT)
061136     IF NUMVAL-TEST-RC NOT = 0
061140        SET TRAN-INVALID TO TRUE
061144        GO TO 4225-EXIT
061148     END-IF
061152     MOVE HDATE-TEXT TO HDATE-WORK
061156     IF HDATE-YYYY < 1900 OR HDATE-YYYY > 2099
061160        OR HDATE-MM < 1 OR HDATE-MM > 12
061164        OR HDATE-DD < 1 OR HDATE-DD > 31
061168        SET TRAN-INVALID TO TRUE
061172     END-IF
061176     .
061180 4225-EXIT.
061184     EXIT.
061200
061300*----------------------------------------------------------------
061400* 4230-VALIDATE-ADDRESS - AN ADDRESS ADD MUST SUPPLY STREET,
064300     .
064400 4230-EXIT.
064500     EXIT.
064501
064502*----------------------------------------------------------------
064503* 4240-VALIDATE-HOLD - A HOLD ADD MUST NAME A VALID HOLD TYPE
064504* AND SCOPE AND GIVE A REASON; AN AMOUNT HOLD ALSO NEEDS A
064505* NUMERIC AMOUNT GREATER THAN ZERO.  EFFECTIVE AND EXPIRY DATES
064506* ARE OPTIONAL (BLANK EFFECTIVE MEANS THE BUSINESS DATE, BLANK
064507* EXPIRY MEANS UNTIL RELEASED) BUT MUST BE VALID WHEN GIVEN,
064508* AND A HOLD MAY NOT EXPIRE BEFORE IT TAKES EFFECT.  A RELEASE
064509* CARRIES ONLY THE HOLD SEQUENCE, BLANK FOR EVERY HOLD.
064510*----------------------------------------------------------------
064511 4240-VALIDATE-HOLD.
064512     IF TRAN-HOLD-RELEASE
064513        IF TRAN-HOLD-SEQ NOT = SPACES
064514           AND TRAN-HOLD-SEQ IS NOT NUMERIC
064515           SET TRAN-INVALID TO TRUE
064516           MOVE "INVALID HOLD SEQUENCE" TO REJECT-REASON
064517        END-IF
064518        GO TO 4240-EXIT
064519     END-IF
064520     IF NOT TRAN-HOLD-TYPE-VALID
064521        SET TRAN-INVALID TO TRUE
064522        MOVE "INVALID HOLD TYPE" TO REJECT-REASON
064523        GO TO 4240-EXIT
064524     END-IF
064525     IF NOT TRAN-HOLD-SCOPE-VALID
064526        SET TRAN-INVALID TO TRUE
064527        MOVE "INVALID HOLD SCOPE" TO REJECT-REASON
064528        GO TO 4240-EXIT
064529     END-IF
064530     IF TRAN-HOLD-REASON = SPACES
064531        SET TRAN-INVALID TO TRUE
064532        MOVE "HOLD MISSING REASON" TO REJECT-REASON
064533        GO TO 4240-EXIT
064534     END-IF
064535     IF TRAN-HOLD-AMOUNT-ONLY
064536        IF TRAN-HOLD-AMOUNT = SPACES
064537           SET TRAN-INVALID TO TRUE
064538           MOVE "AMOUNT HOLD MISSING AMOUNT" TO REJECT-REASON
064539           GO TO 4240-EXIT
064540        END-IF
064541        COMPUTE NUMVAL-TEST-RC =
064542           FUNCTION TEST-NUMVAL-C(TRAN-HOLD-AMOUNT)
064543        IF NUMVAL-TEST-RC NOT = 0
064544           SET TRAN-INVALID TO TRUE
064545           MOVE "INVALID HOLD AMOUNT" TO REJECT-REASON
064546           GO TO 4240-EXIT
064547        END-IF
064548        COMPUTE AMOUNT-WORK =
064549           FUNCTION NUMVAL-C(TRAN-HOLD-AMOUNT)
064550        IF AMOUNT-WORK NOT > 0
064551           SET TRAN-INVALID TO TRUE
064552           MOVE "HOLD AMOUNT NOT POSITIVE" TO REJECT-REASON
064553           GO TO 4240-EXIT
064554        END-IF
064555     END-IF
064556     IF TRAN-HOLD-EFF-DATE NOT = SPACES
064557        MOVE TRAN-HOLD-EFF-DATE TO HDATE-TEXT
064558        PERFORM 4225-VALIDATE-HOLD-DATE THRU 4225-EXIT
064559        IF TRAN-INVALID
064560           MOVE "INVALID HOLD EFFECTIVE DATE" TO REJECT-REASON
064561           GO TO 4240-EXIT
064562        END-IF
064563     END-IF
064564     IF TRAN-HOLD-EXP-DATE NOT = SPACES
064565        MOVE TRAN-HOLD-EXP-DATE TO HDATE-TEXT
064566        PERFORM 4225-VALIDATE-HOLD-DATE THRU 4225-EXIT
064567        IF TRAN-INVALID
064568           MOVE "INVALID HOLD EXPIRY DATE" TO REJECT-REASON
064569           GO TO 4240-EXIT
064570        END-IF
064571     END-IF
064572     IF TRAN-HOLD-EFF-DATE NOT = SPACES
064573        AND TRAN-HOLD-EXP-DATE NOT = SPACES
064574        AND TRAN-HOLD-EXP-DATE < TRAN-HOLD-EFF-DATE
064575        SET TRAN-INVALID TO TRUE
064576        MOVE "HOLD EXPIRES BEFORE EFFECTIVE DATE"
064577           TO REJECT-REASON
064578     END-IF
064579     .
064580 4240-EXIT.
064581     EXIT.
064600
064700*----------------------------------------------------------------
064800* 4400-WRITE-REJECT-LINE - THE FULL 80-BYTE TRANSACTION IMAGE
067100     .
067200 4400-EXIT.
067300     EXIT.
067305
067306*----------------------------------------------------------------
067307* 4250-VALIDATE-TRANSFER - A TRANSFER IS KEYED ON THE ACCOUNT
067308* BEING DEBITED AND NAMES THE ACCOUNT BEING CREDITED.  THE
067309* TO-ACCOUNT MUST BE PRESENT AND NOT THE SAME ACCOUNT, AND THE
067310* AMOUNT MUST PASS THE NUMERIC EDIT AND BE GREATER THAN ZERO.
067311* WHETHER BOTH ACCOUNTS ARE ON FILE IS DECIDED AT POSTING.
067312*----------------------------------------------------------------
067313 4250-VALIDATE-TRANSFER.
067314     IF TRAN-XFER-TO-ACCT = SPACES
067315        SET TRAN-INVALID TO TRUE
067316        MOVE "TRANSFER MISSING TO-ACCOUNT" TO REJECT-REASON
067317        GO TO 4250-EXIT
067318     END-IF
067319     IF TRAN-XFER-TO-ACCT = TRAN-ACCT-ID
067320        SET TRAN-INVALID TO TRUE
067321        MOVE "TRANSFER TO SAME ACCOUNT" TO REJECT-REASON
067322        GO TO 4250-EXIT
067323     END-IF
067324     IF TRAN-XFER-AMOUNT = SPACES
067325        SET TRAN-INVALID TO TRUE
067326        MOVE "TRANSFER MISSING AMOUNT" TO REJECT-REASON
067327        GO TO 4250-EXIT
067328     END-IF
067329     COMPUTE NUMVAL-TEST-RC =
067330        FUNCTION TEST-NUMVAL-C(TRAN-XFER-AMOUNT)
067331     IF NUMVAL-TEST-RC NOT = 0
067332        SET TRAN-INVALID TO TRUE
067333        MOVE "INVALID TRANSFER AMOUNT" TO REJECT-REASON
067334        GO TO 4250-EXIT
067335     END-IF
067336     COMPUTE AMOUNT-WORK = FUNCTION NUMVAL-C(TRAN-XFER-AMOUNT)
067337     IF AMOUNT-WORK NOT > 0
067338        SET TRAN-INVALID TO TRUE
067339        MOVE "TRANSFER AMOUNT NOT POSITIVE" TO REJECT-REASON
067340     END-IF
067341     .
067342 4250-EXIT.
067343     EXIT.
067344*----------------------------------------------------------------
067345* 4260-VALIDATE-TAXID - A TAXPAYER ID IS NINE DIGITS WITH NO
067346* DASHES, AND AN ALL-ZERO ID IS A PLACEHOLDER, NOT AN ID.  THE
067347* TYPE SAYS WHETHER IT IS AN SSN OR AN EIN, WHICH THE 1099 FILING
067348* CARRIES.
067349*----------------------------------------------------------------
067350 4260-VALIDATE-TAXID.
067351     IF TRAN-TAXID NOT NUMERIC OR TRAN-TAXID = "000000000"
067352        SET TRAN-INVALID TO TRUE
067353        MOVE "TAXPAYER ID NOT NINE DIGITS" TO REJECT-REASON
067354        GO TO 4260-EXIT
067355     END-IF
067356     IF NOT TRAN-TAXID-TYPE-VALID
067357        SET TRAN-INVALID TO TRUE
067358        MOVE "TAXPAYER ID TYPE NOT S/E" TO REJECT-REASON
067359     END-IF
067360     .
067361 4260-EXIT.
067362     EXIT.
067400
067500 5000-WRITE-TOTALS.
067600     MOVE "==============================================="
