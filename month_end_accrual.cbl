000100*****************************************************************
000200*                                                                *
000300*    MONTH-END-ACCRUAL                                           *
000400*                                                                *
000500*    MONTH-END INTEREST AND SERVICE-CHARGE ACCRUAL.  READS THE   *
000600*    BALANCE MASTER AND THE ACCOUNT MASTER AND APPLIES THE       *
000700*    BRANCH RATE TABLE TO EVERY OPEN ACCOUNT: CREDIT INTEREST ON *
000800*    A POSITIVE BALANCE, OVERDRAFT INTEREST ON A NEGATIVE ONE,   *
000900*    AND A FLAT SERVICE CHARGE WHEN THE MONTH'S DEBITS PLUS      *
001000*    CREDITS FALL SHORT OF THE BRANCH'S MINIMUM ACTIVITY.  EVERY *
001100*    ACCRUAL IS LISTED ON THE ACCRUAL REPORT AND WRITTEN AS A    *
001200*    TYPE "A" ADJUSTMENT IN THE DAILY FEED LAYOUT, BRACKETED BY  *
001300*    A HEADER (FEED ID "ACCRUAL") AND A TRAILER CARRYING THE     *
001400*    RECORD COUNT AND AMOUNT HASH.  THE FILE IS PRESENTED TO THE *
001500*    NEXT SORT AS ITS ACCRUAL FEED (ACRUIN), SO THE ACCRUALS     *
001600*    PASS THE SAME EDITS, POSTING AND GL EXTRACT AS ANY OTHER    *
001700*    ITEM.  READ-ONLY AGAINST BOTH MASTERS.                      *
001800*                                                                *
001900*    THE JOB RUNS AFTER THE MONTH'S LAST POSTING RUN AND BEFORE  *
002000*    THE FIRST SORT OF THE NEW MONTH, WHILE THE BALANCE MASTER   *
002100*    STILL HOLDS THE CLOSED MONTH'S MTD FIGURES.  AN ACCOUNT     *
002200*    WITH NO POSTING IN THE ACCRUAL MONTH HAS NO ACTIVITY.  A    *
002300*    BALANCE MASTER ALREADY POSTED PAST THE ACCRUAL MONTH ENDS   *
002400*    THE STEP BEFORE ANYTHING IS WRITTEN.                        *
002500*                                                                *
002600*    RATE TABLE (ACRRATE): ONE RECORD PER BRANCH, ANNUAL RATES   *
002700*    IN PERCENT.  A RECORD FOR BRANCH "****" IS THE DEFAULT FOR  *
002800*    ANY BRANCH WITHOUT ITS OWN; AN ACCOUNT WHOSE BRANCH HAS NO  *
002900*    RATE AND NO DEFAULT IS LISTED AND NOT ACCRUED.              *
003000*                                                                *
003100*    CONTROL CARD (ACRCARD - OPTIONAL):                          *
003200*    COLUMNS 1-8  BUSINESS DATE CCYYMMDD OF THE SORT RUN THE     *
003300*                 FEED IS PRESENTED TO (DEFAULT THE RUN DATE),   *
003400*    COLUMNS 9-14 ACCRUAL MONTH CCYYMM (DEFAULT THE MONTH        *
003500*                 BEFORE THE BUSINESS DATE).                     *
003600*                                                                *
003700*    MODIFICATION HISTORY                                        *
003800*    DATE       INIT DESCRIPTION                                 *
003900*    -------    ---- --------------------------------------------*
004000*    2026-10-15 JRM  ORIGINAL PROGRAM - MONTH-END INTEREST AND   *
004100*                    SERVICE-CHARGE ACCRUAL, REPLACING THE       *
004200*                    FINANCE SPREADSHEET AND THE HAND-KEYED      *
004300*                    ADJUSTMENTS.                                *
004310*    2026-10-15 JRM  ACCTMSTR AND BALMSTR ARE NOW INDEXED ON     *
004320*                    ACCOUNT NUMBER.  THE ACCOUNT IS READ BY KEY *
004330*                    FOR EACH BALANCE INSTEAD OF FROM A TABLE.   *
004400*                                                                *
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. MONTH-END-ACCRUAL.
004800 AUTHOR. J R MERCER.
004900 INSTALLATION. DAILY PROCESSING - OPERATIONS.
005000 DATE-WRITTEN. 2026-10-15.
005100 DATE-COMPILED.
005200*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT OPTIONAL CONTROL-CARD-FILE
005700         ASSIGN TO "ACRCARD"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CONTROL-STATUS.
006000*
006100     SELECT ACCOUNT-MASTER-FILE
006200         ASSIGN TO "ACCTMSTR"
006300         ORGANIZATION IS INDEXED
006330         ACCESS MODE IS RANDOM
006360         RECORD KEY IS AM-ACCOUNT-NO
006400         FILE STATUS IS WS-ACCT-MASTER-STATUS.
006500*
006600     SELECT BALANCE-MASTER-FILE
006700         ASSIGN TO "BALMSTR"
006800         ORGANIZATION IS INDEXED
006830         ACCESS MODE IS SEQUENTIAL
006860         RECORD KEY IS BM-ACCOUNT-NO
006900         FILE STATUS IS WS-BAL-MASTER-STATUS.
007000*
007100     SELECT ACCRUAL-RATE-FILE
007200         ASSIGN TO "ACRRATE"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-RATE-STATUS.
007500*
007600*    THE ACCRUAL FEED - DAILY FEED LAYOUT WITH ITS OWN HDR/TRL
007700*    BRACKET, PRESENTED TO THE NEXT SORT AS ACRUIN.
007800*
007900     SELECT ACCRUAL-FEED-FILE
008000         ASSIGN TO "ACROUT"
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-FEED-STATUS.
008300*
008400     SELECT ACCRUAL-REPORT-FILE
008500         ASSIGN TO "ACRRPT"
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-REPORT-STATUS.
008800*
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  CONTROL-CARD-FILE.
009200 01  CONTROL-CARD-RECORD.
009300     05  ACC-BUSINESS-DATE            PIC 9(08).
009400     05  ACC-BUSINESS-DATE-R REDEFINES ACC-BUSINESS-DATE.
009500         10  ACC-BUS-CCYY             PIC 9(04).
009600         10  ACC-BUS-MM               PIC 9(02).
009700         10  ACC-BUS-DD               PIC 9(02).
009800     05  ACC-ACCRUAL-MONTH            PIC 9(06).
009900     05  ACC-ACCRUAL-MONTH-R REDEFINES ACC-ACCRUAL-MONTH.
010000         10  ACC-ACR-CCYY             PIC 9(04).
010100         10  ACC-ACR-MM               PIC 9(02).
010200     05  FILLER                       PIC X(66).
010300*
010400 FD  ACCOUNT-MASTER-FILE.
010500 01  ACCT-MASTER-RECORD.
010600     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
010700         ==:LVLFLD:== BY ==05==.
010800*
010900 FD  BALANCE-MASTER-FILE.
011000 01  BAL-MASTER-RECORD.
011100     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
011200         ==:LVLFLD:== BY ==05==.
011300*
011400*    BRANCH RATE RECORD - RATES ARE ANNUAL PERCENTAGES, THE
011500*    MINIMUM ACTIVITY IS THE MONTH'S DEBITS PLUS CREDITS BELOW
011600*    WHICH THE FLAT SERVICE CHARGE APPLIES.  A ZERO RATE OR
011700*    CHARGE SWITCHES THAT ACCRUAL OFF FOR THE BRANCH.
011800*
011900 FD  ACCRUAL-RATE-FILE.
012000 01  ACCRUAL-RATE-RECORD.
012100     05  ARR-BRANCH                   PIC X(04).
012200     05  ARR-CREDIT-RATE              PIC 9(02)V9(04).
012300     05  ARR-OVERDRAFT-RATE           PIC 9(02)V9(04).
012400     05  ARR-MIN-ACTIVITY             PIC 9(07)V99.
012500     05  ARR-SERVICE-CHARGE           PIC 9(05)V99.
012600     05  FILLER                       PIC X(48).
012700*
012800 FD  ACCRUAL-FEED-FILE.
012900 01  ACCRUAL-FEED-RECORD.
013000     COPY TRANREC REPLACING ==:PREFIX:== BY ==AF==
013100         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
013200*
013300 01  ACCRUAL-HDR-RECORD.
013400     05  AFH-RECORD-ID                PIC X(03).
013500     05  AFH-FEED-ID                  PIC X(10).
013600     05  AFH-BUSINESS-DATE            PIC 9(08).
013700     05  FILLER                       PIC X(43).
013800*
013900 01  ACCRUAL-TRL-RECORD.
014000     05  AFT-RECORD-ID                PIC X(03).
014100     05  AFT-RECORD-COUNT             PIC 9(07).
014200     05  AFT-HASH-TOTAL               PIC S9(11)V99.
014300     05  FILLER                       PIC X(41).
014400*
014500 FD  ACCRUAL-REPORT-FILE.
014600 01  REPORT-LINE                      PIC X(132).
014700*
014800 WORKING-STORAGE SECTION.
014900*
015000*    FILE STATUS CODES
015100*
015200 77  WS-CONTROL-STATUS                PIC X(02).
015300 77  WS-ACCT-MASTER-STATUS            PIC X(02).
015400 77  WS-BAL-MASTER-STATUS             PIC X(02).
015500 77  WS-RATE-STATUS                   PIC X(02).
015600 77  WS-FEED-STATUS                   PIC X(02).
015700 77  WS-REPORT-STATUS                 PIC X(02).
015800 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
015900 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
016000*
016100*    SWITCHES
016200*
016300 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
016400     88  END-OF-FILE                      VALUE "Y".
016500     88  NOT-END-OF-FILE                  VALUE "N".
016600 77  SW-ACCOUNT-FOUND                 PIC X(01) VALUE "N".
016700     88  ACCOUNT-FOUND                    VALUE "Y".
016800     88  ACCOUNT-NOT-FOUND                VALUE "N".
016900 77  SW-RATE-FOUND                    PIC X(01) VALUE "N".
017000     88  RATE-FOUND                       VALUE "Y".
017100     88  RATE-NOT-FOUND                   VALUE "N".
017200*
017300*    TABLE SIZES AND RUN COUNTERS
017400*
017700 77  WS-ART-MAX                       PIC 9(04) COMP VALUE 100.
017800 77  ART-COUNT                        PIC 9(04) COMP VALUE ZERO.
017900 77  WS-DEFAULT-RATE                  PIC 9(04) COMP VALUE ZERO.
018000 77  WS-BAL-READ-COUNT                PIC 9(07) VALUE ZERO.
018100 77  WS-CLOSED-COUNT                  PIC 9(07) VALUE ZERO.
018200 77  WS-NOT-ON-MASTER-COUNT           PIC 9(07) VALUE ZERO.
018300 77  WS-NO-RATE-COUNT                 PIC 9(07) VALUE ZERO.
018400 77  WS-ACCRUED-COUNT                 PIC 9(07) VALUE ZERO.
018500 77  WS-OVER-LIMIT-COUNT              PIC 9(07) VALUE ZERO.
018600 77  WS-CREDIT-INT-COUNT              PIC 9(07) VALUE ZERO.
018700 77  WS-OVERDRAFT-COUNT               PIC 9(07) VALUE ZERO.
018800 77  WS-SERVICE-COUNT                 PIC 9(07) VALUE ZERO.
018900 77  WS-WRITTEN-COUNT                 PIC 9(07) VALUE ZERO.
019000 77  WS-CREDIT-INT-AMOUNT             PIC S9(11)V99 VALUE ZERO.
019100 77  WS-OVERDRAFT-AMOUNT              PIC S9(11)V99 VALUE ZERO.
019200 77  WS-SERVICE-AMOUNT                PIC S9(11)V99 VALUE ZERO.
019300 77  WS-OVER-LIMIT-AMOUNT             PIC S9(11)V99 VALUE ZERO.
019400 77  WS-FEED-HASH                     PIC S9(11)V99 VALUE ZERO.
019500*
019600*    ACCRUAL WORK FIELDS.  AN ITEM LARGER THAN THE FEED'S AMOUNT
019700*    FIELD (OR THE SORT'S VALID RANGE) IS LISTED BUT NOT WRITTEN
019800*    SO FINANCE CAN BOOK IT BY HAND RATHER THAN SEE IT REJECTED.
019900*
020000 77  I                                PIC 9(04) COMP VALUE ZERO.
020100 77  WS-LOOKUP-ACCOUNT                PIC 9(07) VALUE ZERO.
020200 77  WS-LOOKUP-BRANCH                 PIC X(04) VALUE SPACES.
020300 77  WS-LAST-CCYYMM                   PIC 9(06) VALUE ZERO.
020400 77  WS-ACTIVITY                      PIC S9(11)V99 VALUE ZERO.
020500 77  WS-ACCRUAL                       PIC S9(09)V99 VALUE ZERO.
020600 77  WS-ACCRUAL-RATE                  PIC 9(05)V9(04) VALUE ZERO.
020700 77  WS-ACCRUAL-DESC                  PIC X(18) VALUE SPACES.
020800 77  WS-ACCRUAL-NOTE                  PIC X(24) VALUE SPACES.
020900 77  WS-MAX-ITEM-AMOUNT               PIC S9(07)V99
021000                                      VALUE 999999.99.
021100 77  WS-MIN-ITEM-AMOUNT               PIC S9(07)V99
021200                                      VALUE -999999.99.
021300*
021400*    RUN DATE, BUSINESS DATE OF THE FEED AND THE ACCRUAL MONTH.
021500*
021600 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
021700 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
021800     05  WS-RUN-CCYY                  PIC 9(04).
021900     05  WS-RUN-MM                    PIC 9(02).
022000     05  WS-RUN-DD                    PIC 9(02).
022100*
022200 01  WS-BUSINESS-DATE                 PIC 9(08) VALUE ZERO.
022300 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
022400     05  WS-BUS-CCYY                  PIC 9(04).
022500     05  WS-BUS-MM                    PIC 9(02).
022600     05  WS-BUS-DD                    PIC 9(02).
022700*
022800 01  WS-ACCRUAL-MONTH                 PIC 9(06) VALUE ZERO.
022900 01  WS-ACCRUAL-MONTH-R REDEFINES WS-ACCRUAL-MONTH.
023000     05  WS-ACR-CCYY                  PIC 9(04).
023100     05  WS-ACR-MM                    PIC 9(02).
023200*
024200*    BRANCH RATE TABLE - ONE ENTRY PER ACCRUAL-RATE RECORD.
024300*
024400 01  ACCRUAL-RATE-TABLE.
024500     05  ART-ENTRY OCCURS 0 TO 100 TIMES
024600             DEPENDING ON ART-COUNT
024700             INDEXED BY ART-IDX.
024800         10  ART-BRANCH               PIC X(04).
024900         10  ART-CREDIT-RATE          PIC 9(02)V9(04).
025000         10  ART-OVERDRAFT-RATE       PIC 9(02)V9(04).
025100         10  ART-MIN-ACTIVITY         PIC 9(07)V99.
025200         10  ART-SERVICE-CHARGE       PIC 9(05)V99.
025300*
025400*    ACCRUAL REPORT LINES
025500*
025600 01  RPT-HEADING-1.
025700     05  FILLER                       PIC X(01) VALUE SPACE.
025800     05  FILLER                       PIC X(26)
025900         VALUE "MONTH-END ACCRUAL REPORT".
026000     05  FILLER                       PIC X(07)
026100         VALUE "MONTH ".
026200     05  RPT-H1-ACR-CCYY              PIC 9(04).
026300     05  FILLER                       PIC X(01) VALUE "-".
026400     05  RPT-H1-ACR-MM                PIC 9(02).
026500     05  FILLER                       PIC X(04) VALUE SPACES.
026600     05  FILLER                       PIC X(14)
026700         VALUE "BUSINESS DATE ".
026800     05  RPT-H1-BUS-DATE              PIC 9(08).
026900     05  FILLER                       PIC X(04) VALUE SPACES.
027000     05  FILLER                       PIC X(09)
027100         VALUE "RUN DATE ".
027200     05  RPT-H1-CCYY                  PIC 9(04).
027300     05  FILLER                       PIC X(01) VALUE "-".
027400     05  RPT-H1-MM                    PIC 9(02).
027500     05  FILLER                       PIC X(01) VALUE "-".
027600     05  RPT-H1-DD                    PIC 9(02).
027700     05  FILLER                       PIC X(06) VALUE SPACES.
027800     05  FILLER                       PIC X(05) VALUE "PAGE ".
027900     05  RPT-H1-PAGE                  PIC ZZZ9.
028000*
028100 01  RPT-COLUMN-HEADING.
028200     05  FILLER                       PIC X(01) VALUE SPACE.
028300     05  FILLER                       PIC X(09) VALUE "ACCOUNT".
028400     05  FILLER                       PIC X(21) VALUE "NAME".
028500     05  FILLER                       PIC X(06) VALUE "BRNCH".
028600     05  FILLER                       PIC X(16)
028700         VALUE "         BALANCE".
028800     05  FILLER                       PIC X(17)
028900         VALUE "     MTD ACTIVITY".
029000     05  FILLER                       PIC X(20)
029100         VALUE "  ACCRUAL".
029200     05  FILLER                       PIC X(11)
029300         VALUE "   RATE/FEE".
029400     05  FILLER                       PIC X(15)
029500         VALUE "         AMOUNT".
029600     05  FILLER                       PIC X(05) VALUE SPACES.
029700     05  FILLER                       PIC X(04) VALUE "NOTE".
029800*
029900 01  RPT-DETAIL-LINE.
030000     05  FILLER                       PIC X(01) VALUE SPACE.
030100     05  RPT-D-ACCOUNT                PIC 9(07).
030200     05  FILLER                       PIC X(02) VALUE SPACES.
030300     05  RPT-D-NAME                   PIC X(20).
030400     05  FILLER                       PIC X(01) VALUE SPACE.
030500     05  RPT-D-BRANCH                 PIC X(04).
030600     05  FILLER                       PIC X(01) VALUE SPACE.
030700     05  RPT-D-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
030800     05  FILLER                       PIC X(02) VALUE SPACES.
030900     05  RPT-D-ACTIVITY               PIC ZZZ,ZZZ,ZZ9.99-.
031000     05  FILLER                       PIC X(02) VALUE SPACES.
031100     05  RPT-D-DESC                   PIC X(18).
031200     05  FILLER                       PIC X(02) VALUE SPACES.
031300     05  RPT-D-RATE                   PIC ZZZZ9.9999.
031400     05  FILLER                       PIC X(01) VALUE SPACE.
031500     05  RPT-D-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99-.
031600     05  FILLER                       PIC X(02) VALUE SPACES.
031700     05  RPT-D-NOTE                   PIC X(24).
031800*
031900 01  RPT-TOTAL-LINE.
032000     05  FILLER                       PIC X(03) VALUE SPACES.
032100     05  RPT-T-LABEL                  PIC X(26).
032200     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
032300     05  FILLER                       PIC X(02) VALUE SPACES.
032400     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
032500*
032600 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
032700*
032800 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
032900 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
033000 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
033100*
033200 PROCEDURE DIVISION.
033300*
033400*****************************************************************
033500*    0000-MAINLINE - OPENS THE ACCOUNT MASTER, LOADS THE RATE    *
033600*    TABLE, ACCRUES EVERY BALANCE, CLOSES THE FEED WITH ITS      *
033700*    TRAILER AND PRINTS THE RUN TOTALS.                          *
033800*****************************************************************
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
034100     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
034200     PERFORM 1600-LOAD-RATE-TABLE THRU 1600-EXIT
034300     PERFORM 1800-CHECK-BALANCE-MONTH THRU 1800-EXIT
034400     PERFORM 1900-OPEN-OUTPUT-FILES THRU 1900-EXIT
034500     PERFORM 2000-ACCRUE-BALANCES THRU 2000-EXIT
034600     PERFORM 3000-WRITE-FEED-TRAILER THRU 3000-EXIT
034700     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
034800     PERFORM 9999-TERMINATE THRU 9999-EXIT
034900     STOP RUN.
035000*
035100*****************************************************************
035200*    1000-INITIALIZE - PICKS UP THE RUN DATE AND THE CONTROL     *
035300*    CARD.  A MISSING CARD OR AN UNREADABLE FIELD LEAVES ITS     *
035400*    DEFAULT: THE RUN DATE AS BUSINESS DATE, AND THE MONTH       *
035500*    BEFORE THE BUSINESS DATE AS ACCRUAL MONTH.                  *
035600*****************************************************************
035700 1000-INITIALIZE.
035800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
035900     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
036000     MOVE ZERO TO WS-ACCRUAL-MONTH
036100     OPEN INPUT CONTROL-CARD-FILE
036200     IF WS-CONTROL-STATUS NOT = "00"
036300             AND WS-CONTROL-STATUS NOT = "05"
036400         MOVE "ACRCARD" TO WS-ABORT-FILE-ID
036500         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
036600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
036700     END-IF
036800     READ CONTROL-CARD-FILE
036900         AT END
037000             CONTINUE
037100         NOT AT END
037200             IF ACC-BUSINESS-DATE NUMERIC
037300                     AND ACC-BUS-MM > ZERO
037400                     AND ACC-BUS-MM < 13
037500                     AND ACC-BUS-DD > ZERO
037600                     AND ACC-BUS-DD < 32
037700                 MOVE ACC-BUSINESS-DATE TO WS-BUSINESS-DATE
037800             END-IF
037900             IF ACC-ACCRUAL-MONTH NUMERIC
038000                     AND ACC-ACR-MM > ZERO
038100                     AND ACC-ACR-MM < 13
038200                 MOVE ACC-ACCRUAL-MONTH TO WS-ACCRUAL-MONTH
038300             END-IF
038400     END-READ
038500     CLOSE CONTROL-CARD-FILE
038600     IF WS-ACCRUAL-MONTH = ZERO
038700         IF WS-BUS-MM = 1
038800             COMPUTE WS-ACR-CCYY = WS-BUS-CCYY - 1
038900             MOVE 12 TO WS-ACR-MM
039000         ELSE
039100             MOVE WS-BUS-CCYY TO WS-ACR-CCYY
039200             COMPUTE WS-ACR-MM = WS-BUS-MM - 1
039300         END-IF
039400     END-IF
039500     DISPLAY "MONTH-END-ACCRUAL - ACCRUAL MONTH " WS-ACCRUAL-MONTH
039600         " FOR BUSINESS DATE " WS-BUSINESS-DATE
039700     .
039800 1000-EXIT.
039900     EXIT.
040000*
040100*****************************************************************
040200*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT MASTER *
040300*    FOR THE STATUS, NAME AND BRANCH OF EACH BALANCE, READ BY    *
040350*    KEY.  IT STAYS OPEN UNTIL 9999-TERMINATE.                   *
040400*****************************************************************
040500 1400-OPEN-ACCOUNT-MASTER.
040800     OPEN INPUT ACCOUNT-MASTER-FILE
040900     IF WS-ACCT-MASTER-STATUS NOT = "00"
041000         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
041100         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
041200         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
041300     END-IF
041800     .
041900 1400-EXIT.
042000     EXIT.
043900*
044000*****************************************************************
044100*    1600-LOAD-RATE-TABLE - LOADS THE BRANCH RATE TABLE.  THE    *
044200*    TABLE IS MANDATORY - AN ACCRUAL RUN WITH NO RATES WOULD     *
044300*    QUIETLY ACCRUE NOTHING.  THE "****" ENTRY, IF PRESENT, IS   *
044400*    NOTED AS THE DEFAULT FOR BRANCHES WITHOUT THEIR OWN.        *
044500*****************************************************************
044600 1600-LOAD-RATE-TABLE.
044700     MOVE ZERO TO ART-COUNT
044800     MOVE ZERO TO WS-DEFAULT-RATE
044900     MOVE "N" TO SW-END-OF-FILE
045000     OPEN INPUT ACCRUAL-RATE-FILE
045100     IF WS-RATE-STATUS NOT = "00"
045200         MOVE "ACRRATE" TO WS-ABORT-FILE-ID
045300         MOVE WS-RATE-STATUS TO WS-ABORT-STATUS
045400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
045500     END-IF
045600     PERFORM 1610-READ-ONE-RATE THRU 1610-EXIT
045700         UNTIL END-OF-FILE
045800     CLOSE ACCRUAL-RATE-FILE
045900     MOVE "N" TO SW-END-OF-FILE
046000     IF ART-COUNT = ZERO
046100         DISPLAY "MONTH-END-ACCRUAL - RATE TABLE ACRRATE IS EMPTY"
046200         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
046300     END-IF
046400     .
046500 1600-EXIT.
046600     EXIT.
046700*
046800 1610-READ-ONE-RATE.
046900     READ ACCRUAL-RATE-FILE
047000         AT END
047100             MOVE "Y" TO SW-END-OF-FILE
047200             GO TO 1610-EXIT
047300     END-READ
047400     IF ARR-CREDIT-RATE NOT NUMERIC
047500             OR ARR-OVERDRAFT-RATE NOT NUMERIC
047600             OR ARR-MIN-ACTIVITY NOT NUMERIC
047700             OR ARR-SERVICE-CHARGE NOT NUMERIC
047800         DISPLAY "MONTH-END-ACCRUAL - RATE RECORD FOR BRANCH "
047900             ARR-BRANCH " IS NOT NUMERIC"
048000         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
048100     END-IF
048200     IF ART-COUNT >= WS-ART-MAX
048300         DISPLAY "MONTH-END-ACCRUAL - RATE TABLE EXCEEDS "
048400             WS-ART-MAX " BRANCHES"
048500         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
048600     END-IF
048700     ADD 1 TO ART-COUNT
048800     MOVE ARR-BRANCH TO ART-BRANCH(ART-COUNT)
048900     MOVE ARR-CREDIT-RATE TO ART-CREDIT-RATE(ART-COUNT)
049000     MOVE ARR-OVERDRAFT-RATE TO ART-OVERDRAFT-RATE(ART-COUNT)
049100     MOVE ARR-MIN-ACTIVITY TO ART-MIN-ACTIVITY(ART-COUNT)
049200     MOVE ARR-SERVICE-CHARGE TO ART-SERVICE-CHARGE(ART-COUNT)
049300     IF ARR-BRANCH = "****"
049400         MOVE ART-COUNT TO WS-DEFAULT-RATE
049500     END-IF
049600     .
049700 1610-EXIT.
049800     EXIT.
049900*
050000*****************************************************************
050100*    1800-CHECK-BALANCE-MONTH - ONE PASS OF THE BALANCE MASTER   *
050200*    BEFORE ANYTHING IS WRITTEN.  AN ACCOUNT POSTED AFTER THE    *
050300*    ACCRUAL MONTH MEANS THE NEW MONTH'S POSTING HAS ALREADY     *
050400*    RUN: ITS BALANCE AND MTD NO LONGER DESCRIBE THE MONTH, SO   *
050500*    THE STEP ENDS RATHER THAN ACCRUE ON THE WRONG FIGURES.      *
050600*****************************************************************
050700 1800-CHECK-BALANCE-MONTH.
050800     MOVE "N" TO SW-END-OF-FILE
050900     OPEN INPUT BALANCE-MASTER-FILE
051000     IF WS-BAL-MASTER-STATUS NOT = "00"
051100         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
051200         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
051300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
051400     END-IF
051500     PERFORM 1810-CHECK-ONE-BALANCE THRU 1810-EXIT
051600         UNTIL END-OF-FILE
051700     CLOSE BALANCE-MASTER-FILE
051800     MOVE "N" TO SW-END-OF-FILE
051900     .
052000 1800-EXIT.
052100     EXIT.
052200*
052300 1810-CHECK-ONE-BALANCE.
052400     READ BALANCE-MASTER-FILE
052500         AT END
052600             MOVE "Y" TO SW-END-OF-FILE
052700             GO TO 1810-EXIT
052800     END-READ
052900     COMPUTE WS-LAST-CCYYMM = BM-LAST-POSTED-DATE / 100
053000     IF WS-LAST-CCYYMM > WS-ACCRUAL-MONTH
053100         DISPLAY "MONTH-END-ACCRUAL - ACCOUNT " BM-ACCOUNT-NO
053200             " POSTED " BM-LAST-POSTED-DATE
053300             ", AFTER ACCRUAL MONTH " WS-ACCRUAL-MONTH
053400         DISPLAY "MONTH-END-ACCRUAL - BALANCE MASTER IS PAST THE "
053500             "ACCRUAL MONTH, NOTHING WRITTEN"
053600         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
053700     END-IF
053800     .
053900 1810-EXIT.
054000     EXIT.
054100*
054200*****************************************************************
054300*    1900-OPEN-OUTPUT-FILES - OPENS THE REPORT AND THE FEED AND  *
054400*    WRITES THE FEED HEADER.                                     *
054500*****************************************************************
054600 1900-OPEN-OUTPUT-FILES.
054700     OPEN OUTPUT ACCRUAL-REPORT-FILE
054800     IF WS-REPORT-STATUS NOT = "00"
054900         MOVE "ACRRPT" TO WS-ABORT-FILE-ID
055000         MOVE WS-REPORT-STATUS TO WS-ABORT-STATUS
055100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
055200     END-IF
055300     OPEN OUTPUT ACCRUAL-FEED-FILE
055400     IF WS-FEED-STATUS NOT = "00"
055500         MOVE "ACROUT" TO WS-ABORT-FILE-ID
055600         MOVE WS-FEED-STATUS TO WS-ABORT-STATUS
055700         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
055800     END-IF
055900     MOVE SPACES TO ACCRUAL-HDR-RECORD
056000     MOVE "HDR" TO AFH-RECORD-ID
056100     MOVE "ACCRUAL" TO AFH-FEED-ID
056200     MOVE WS-BUSINESS-DATE TO AFH-BUSINESS-DATE
056300     WRITE ACCRUAL-HDR-RECORD
056400     .
056500 1900-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056900*    2000-ACCRUE-BALANCES - ONE PASS OF THE BALANCE MASTER,      *
057000*    ACCRUING EACH OPEN ACCOUNT IN MASTER ORDER.                 *
057100*****************************************************************
057200 2000-ACCRUE-BALANCES.
057300     MOVE "N" TO SW-END-OF-FILE
057400     OPEN INPUT BALANCE-MASTER-FILE
057500     IF WS-BAL-MASTER-STATUS NOT = "00"
057600         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
057700         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
057800         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
057900     END-IF
058000     PERFORM 2100-ACCRUE-ONE-ACCOUNT THRU 2100-EXIT
058100         UNTIL END-OF-FILE
058200     CLOSE BALANCE-MASTER-FILE
058300     MOVE "N" TO SW-END-OF-FILE
058400     .
058500 2000-EXIT.
058600     EXIT.
058700*
058800*    2100-ACCRUE-ONE-ACCOUNT - CLOSED ACCOUNTS ARE SKIPPED (THE
058900*    SORT WOULD ONLY REJECT THEM); AN ACCOUNT MISSING FROM THE
059000*    ACCOUNT MASTER OR WITH NO RATE FOR ITS BRANCH IS LISTED SO
059100*    FINANCE CAN SEE WHY IT WAS NOT ACCRUED.
059200*
059300 2100-ACCRUE-ONE-ACCOUNT.
059400     READ BALANCE-MASTER-FILE
059500         AT END
059600             MOVE "Y" TO SW-END-OF-FILE
059700             GO TO 2100-EXIT
059800     END-READ
059900     ADD 1 TO WS-BAL-READ-COUNT
060000     MOVE BM-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
060100     PERFORM 2500-LOOKUP-ACCOUNT THRU 2500-EXIT
060200     COMPUTE WS-LAST-CCYYMM = BM-LAST-POSTED-DATE / 100
060300     IF WS-LAST-CCYYMM = WS-ACCRUAL-MONTH
060400         COMPUTE WS-ACTIVITY = BM-MTD-DEBITS + BM-MTD-CREDITS
060500     ELSE
060600         MOVE ZERO TO WS-ACTIVITY
060700     END-IF
060800     IF ACCOUNT-NOT-FOUND
060900         ADD 1 TO WS-NOT-ON-MASTER-COUNT
061000         MOVE SPACES TO WS-ACCRUAL-DESC
061100         MOVE ZERO TO WS-ACCRUAL-RATE
061200         MOVE ZERO TO WS-ACCRUAL
061300         MOVE "ACCOUNT NOT ON MASTER" TO WS-ACCRUAL-NOTE
061400         PERFORM 2400-LIST-ACCRUAL THRU 2400-EXIT
061500         GO TO 2100-EXIT
061600     END-IF
061700     IF AM-ACCOUNT-CLOSED
061800         ADD 1 TO WS-CLOSED-COUNT
061900         GO TO 2100-EXIT
062000     END-IF
062100     MOVE AM-BRANCH TO WS-LOOKUP-BRANCH
062200     PERFORM 2600-LOOKUP-RATE THRU 2600-EXIT
062300     IF RATE-NOT-FOUND
062400         ADD 1 TO WS-NO-RATE-COUNT
062500         MOVE SPACES TO WS-ACCRUAL-DESC
062600         MOVE ZERO TO WS-ACCRUAL-RATE
062700         MOVE ZERO TO WS-ACCRUAL
062800         MOVE "NO RATE FOR BRANCH" TO WS-ACCRUAL-NOTE
062900         PERFORM 2400-LIST-ACCRUAL THRU 2400-EXIT
063000         GO TO 2100-EXIT
063100     END-IF
063200     ADD 1 TO WS-ACCRUED-COUNT
063300     PERFORM 2200-ACCRUE-INTEREST THRU 2200-EXIT
063400     PERFORM 2300-ACCRUE-SERVICE-CHARGE THRU 2300-EXIT
063500     .
063600 2100-EXIT.
063700     EXIT.
063800*
063900*    2200-ACCRUE-INTEREST - ONE MONTH'S INTEREST AT THE ANNUAL
064000*    RATE ON THE MONTH-END BALANCE.  A POSITIVE BALANCE EARNS
064100*    CREDIT INTEREST, ADDED TO IT; A NEGATIVE BALANCE IS CHARGED
064200*    OVERDRAFT INTEREST, WHICH TAKES IT FURTHER BELOW ZERO.  AN
064300*    AMOUNT THAT ROUNDS TO ZERO IS NOT ACCRUED.
064400*
064500 2200-ACCRUE-INTEREST.
064600     MOVE SPACES TO WS-ACCRUAL-NOTE
064700     EVALUATE TRUE
064800         WHEN BM-CURR-BALANCE > ZERO
064900             IF ART-CREDIT-RATE(ART-IDX) = ZERO
065000                 GO TO 2200-EXIT
065100             END-IF
065200             COMPUTE WS-ACCRUAL ROUNDED =
065300                 BM-CURR-BALANCE * ART-CREDIT-RATE(ART-IDX)
065400                     / 1200
065500             IF WS-ACCRUAL = ZERO
065600                 GO TO 2200-EXIT
065700             END-IF
065800             MOVE "CREDIT INTEREST" TO WS-ACCRUAL-DESC
065900             MOVE ART-CREDIT-RATE(ART-IDX) TO WS-ACCRUAL-RATE
066000             ADD 1 TO WS-CREDIT-INT-COUNT
066100             ADD WS-ACCRUAL TO WS-CREDIT-INT-AMOUNT
066200         WHEN BM-CURR-BALANCE < ZERO
066300             IF ART-OVERDRAFT-RATE(ART-IDX) = ZERO
066400                 GO TO 2200-EXIT
066500             END-IF
066600             COMPUTE WS-ACCRUAL ROUNDED =
066700                 BM-CURR-BALANCE * ART-OVERDRAFT-RATE(ART-IDX)
066800                     / 1200
066900             IF WS-ACCRUAL = ZERO
067000                 GO TO 2200-EXIT
067100             END-IF
067200             MOVE "OVERDRAFT INTEREST" TO WS-ACCRUAL-DESC
067300             MOVE ART-OVERDRAFT-RATE(ART-IDX) TO WS-ACCRUAL-RATE
067400             ADD 1 TO WS-OVERDRAFT-COUNT
067500             ADD WS-ACCRUAL TO WS-OVERDRAFT-AMOUNT
067600         WHEN OTHER
067700             GO TO 2200-EXIT
067800     END-EVALUATE
067900     PERFORM 2400-LIST-ACCRUAL THRU 2400-EXIT
068000     PERFORM 2450-WRITE-ACCRUAL THRU 2450-EXIT
068100     .
068200 2200-EXIT.
068300     EXIT.
068400*
068500*    2300-ACCRUE-SERVICE-CHARGE - THE BRANCH'S FLAT CHARGE, TAKEN
068600*    OFF THE BALANCE, WHEN THE MONTH'S DEBITS PLUS CREDITS FALL
068700*    SHORT OF THE BRANCH MINIMUM.  A ZERO CHARGE MEANS THE
068800*    BRANCH LEVIES NONE.
068900*
069000 2300-ACCRUE-SERVICE-CHARGE.
069100     MOVE SPACES TO WS-ACCRUAL-NOTE
069200     IF ART-SERVICE-CHARGE(ART-IDX) = ZERO
069300         GO TO 2300-EXIT
069400     END-IF
069500     IF WS-ACTIVITY NOT < ART-MIN-ACTIVITY(ART-IDX)
069600         GO TO 2300-EXIT
069700     END-IF
069800     COMPUTE WS-ACCRUAL = ZERO - ART-SERVICE-CHARGE(ART-IDX)
069900     MOVE "SERVICE CHARGE" TO WS-ACCRUAL-DESC
070000     MOVE ART-SERVICE-CHARGE(ART-IDX) TO WS-ACCRUAL-RATE
070100     ADD 1 TO WS-SERVICE-COUNT
070200     ADD WS-ACCRUAL TO WS-SERVICE-AMOUNT
070300     PERFORM 2400-LIST-ACCRUAL THRU 2400-EXIT
070400     PERFORM 2450-WRITE-ACCRUAL THRU 2450-EXIT
070500     .
070600 2300-EXIT.
070700     EXIT.
070800*
070900*    2400-LIST-ACCRUAL - ONE REPORT LINE FOR THE CURRENT BALANCE
071000*    RECORD.  AN ITEM TOO LARGE FOR THE FEED IS NOTED HERE AND
071100*    SKIPPED BY 2450.
071200*
071300 2400-LIST-ACCRUAL.
071400     IF WS-ACCRUAL > WS-MAX-ITEM-AMOUNT
071500             OR WS-ACCRUAL < WS-MIN-ITEM-AMOUNT
071600         MOVE "OVER ITEM LIMIT - BOOK" TO WS-ACCRUAL-NOTE
071700     END-IF
071800     MOVE SPACES TO RPT-DETAIL-LINE
071900     MOVE BM-ACCOUNT-NO TO RPT-D-ACCOUNT
072000     IF ACCOUNT-FOUND
072100         MOVE AM-SHORT-NAME TO RPT-D-NAME
072200         MOVE AM-BRANCH TO RPT-D-BRANCH
072300     END-IF
072400     MOVE BM-CURR-BALANCE TO RPT-D-BALANCE
072500     MOVE WS-ACTIVITY TO RPT-D-ACTIVITY
072600     MOVE WS-ACCRUAL-DESC TO RPT-D-DESC
072700     MOVE WS-ACCRUAL-RATE TO RPT-D-RATE
072800     MOVE WS-ACCRUAL TO RPT-D-AMOUNT
072900     MOVE WS-ACCRUAL-NOTE TO RPT-D-NOTE
073000     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
073100     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
073200     .
073300 2400-EXIT.
073400     EXIT.
073500*
073600*    2450-WRITE-ACCRUAL - ONE TYPE "A" ITEM ON THE FEED, DATED
073700*    THE BUSINESS DATE IT IS PRESENTED ON.  BRANCH, NAME AND
073800*    SOURCE FEED ARE LEFT FOR THE SORT'S EDIT PASS TO STAMP, AS
073900*    FOR ANY SENDING SYSTEM.
074000*
074100 2450-WRITE-ACCRUAL.
074200     IF WS-ACCRUAL > WS-MAX-ITEM-AMOUNT
074300             OR WS-ACCRUAL < WS-MIN-ITEM-AMOUNT
074400         ADD 1 TO WS-OVER-LIMIT-COUNT
074500         ADD WS-ACCRUAL TO WS-OVER-LIMIT-AMOUNT
074600         GO TO 2450-EXIT
074700     END-IF
074800     MOVE SPACES TO ACCRUAL-FEED-RECORD
074900     MOVE BM-ACCOUNT-NO TO AF-ACCOUNT-NO
075000     MOVE WS-ACCRUAL TO AF-AMOUNT
075100     MOVE WS-BUS-CCYY TO AF-DATE-CCYY
075200     MOVE WS-BUS-MM TO AF-DATE-MM
075300     MOVE WS-BUS-DD TO AF-DATE-DD
075400     MOVE "A" TO AF-TRAN-TYPE
075500     WRITE ACCRUAL-FEED-RECORD
075600     ADD 1 TO WS-WRITTEN-COUNT
075700     ADD WS-ACCRUAL TO WS-FEED-HASH
075800     .
075900 2450-EXIT.
076000     EXIT.
076100*
076200*    2500-LOOKUP-ACCOUNT - KEYED READ OF THE ACCOUNT MASTER
076300*    FOR WS-LOOKUP-ACCOUNT.  ON A HIT THE MASTER RECORD AREA
076400*    HOLDS THE ACCOUNT.
076500*
076600 2500-LOOKUP-ACCOUNT.
076700     MOVE "N" TO SW-ACCOUNT-FOUND
076800     MOVE WS-LOOKUP-ACCOUNT TO AM-ACCOUNT-NO
076900     READ ACCOUNT-MASTER-FILE
077000         INVALID KEY
077100             CONTINUE
077200         NOT INVALID KEY
077300             MOVE "Y" TO SW-ACCOUNT-FOUND
077500     END-READ
077700     .
077800 2500-EXIT.
077900     EXIT.
078000*
078100*    2600-LOOKUP-RATE - FINDS THE BRANCH'S OWN RATE ENTRY, OR
078200*    FALLS BACK TO THE "****" DEFAULT.  ON A HIT, ART-IDX IS
078300*    LEFT POINTING AT THE ENTRY TO USE.
078400*
078500 2600-LOOKUP-RATE.
078600     MOVE "N" TO SW-RATE-FOUND
078700     SET ART-IDX TO 1
078800     SEARCH ART-ENTRY
078900         AT END
079000             CONTINUE
079100         WHEN ART-BRANCH(ART-IDX) = WS-LOOKUP-BRANCH
079200             MOVE "Y" TO SW-RATE-FOUND
079300     END-SEARCH
079400     IF RATE-NOT-FOUND AND WS-DEFAULT-RATE > ZERO
079500         SET ART-IDX TO WS-DEFAULT-RATE
079600         MOVE "Y" TO SW-RATE-FOUND
079700     END-IF
079800     .
079900 2600-EXIT.
080000     EXIT.
080100*
080200*****************************************************************
080300*    3000-WRITE-FEED-TRAILER - CLOSES THE FEED'S BRACKET WITH    *
080400*    THE COUNT AND AMOUNT HASH THE SORT BALANCES AGAINST.  A     *
080500*    MONTH WITH NOTHING TO ACCRUE STILL GETS A HEADER AND A      *
080600*    ZERO TRAILER, SO THE SORT SEES AN EMPTY, BALANCED FEED.     *
080700*****************************************************************
080800 3000-WRITE-FEED-TRAILER.
080900     MOVE SPACES TO ACCRUAL-TRL-RECORD
081000     MOVE "TRL" TO AFT-RECORD-ID
081100     MOVE WS-WRITTEN-COUNT TO AFT-RECORD-COUNT
081200     MOVE WS-FEED-HASH TO AFT-HASH-TOTAL
081300     WRITE ACCRUAL-TRL-RECORD
081400     .
081500 3000-EXIT.
081600     EXIT.
081700*
081800*****************************************************************
081900*    6000-PRINT-SUMMARY - CONTROL TOTALS TO THE JOB LOG AND THE  *
082000*    REPORT.  THE THREE ACCRUAL TOTALS LESS THE ITEMS OVER THE   *
082100*    ITEM LIMIT MUST EQUAL THE FEED HASH.  ITEMS OVER THE LIMIT  *
082200*    OR ACCOUNTS WITH NO RATE END THE STEP WITH RETURN CODE 4    *
082300*    SO FINANCE LOOKS AT THE REPORT BEFORE THE FEED IS SENT ON.  *
082400*****************************************************************
082500 6000-PRINT-SUMMARY.
082600     DISPLAY " "
082700     DISPLAY "ACCRUAL CONTROL TOTALS"
082800     DISPLAY "  ACCRUAL MONTH. . . . . . " WS-ACCRUAL-MONTH
082900     DISPLAY "  BUSINESS DATE. . . . . . " WS-BUSINESS-DATE
083000     DISPLAY "  BALANCES READ. . . . . . " WS-BAL-READ-COUNT
083100     DISPLAY "  CLOSED, NOT ACCRUED. . . " WS-CLOSED-COUNT
083200     DISPLAY "  NOT ON ACCOUNT MASTER. . " WS-NOT-ON-MASTER-COUNT
083300     DISPLAY "  NO RATE FOR BRANCH . . . " WS-NO-RATE-COUNT
083400     DISPLAY "  ACCOUNTS ACCRUED . . . . " WS-ACCRUED-COUNT
083500     DISPLAY "  CREDIT INTEREST. . . . . " WS-CREDIT-INT-COUNT
083600         " FOR " WS-CREDIT-INT-AMOUNT
083700     DISPLAY "  OVERDRAFT INTEREST . . . " WS-OVERDRAFT-COUNT
083800         " FOR " WS-OVERDRAFT-AMOUNT
083900     DISPLAY "  SERVICE CHARGES. . . . . " WS-SERVICE-COUNT
084000         " FOR " WS-SERVICE-AMOUNT
084100     DISPLAY "  OVER ITEM LIMIT. . . . . " WS-OVER-LIMIT-COUNT
084200         " FOR " WS-OVER-LIMIT-AMOUNT
084300     DISPLAY "  FEED ITEMS WRITTEN . . . " WS-WRITTEN-COUNT
084400         " FOR " WS-FEED-HASH
084500     MOVE SPACES TO WS-PRINT-LINE
084600     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
084700     MOVE SPACES TO RPT-TOTAL-LINE
084800     MOVE "BALANCES READ" TO RPT-T-LABEL
084900     MOVE WS-BAL-READ-COUNT TO RPT-T-COUNT
085000     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
085100     MOVE SPACES TO RPT-TOTAL-LINE
085200     MOVE "CLOSED, NOT ACCRUED" TO RPT-T-LABEL
085300     MOVE WS-CLOSED-COUNT TO RPT-T-COUNT
085400     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
085500     MOVE SPACES TO RPT-TOTAL-LINE
085600     MOVE "NOT ON ACCOUNT MASTER" TO RPT-T-LABEL
085700     MOVE WS-NOT-ON-MASTER-COUNT TO RPT-T-COUNT
085800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
085900     MOVE SPACES TO RPT-TOTAL-LINE
086000     MOVE "NO RATE FOR BRANCH" TO RPT-T-LABEL
086100     MOVE WS-NO-RATE-COUNT TO RPT-T-COUNT
086200     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
086300     MOVE SPACES TO RPT-TOTAL-LINE
086400     MOVE "ACCOUNTS ACCRUED" TO RPT-T-LABEL
086500     MOVE WS-ACCRUED-COUNT TO RPT-T-COUNT
086600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
086700     MOVE SPACES TO RPT-TOTAL-LINE
086800     MOVE "CREDIT INTEREST" TO RPT-T-LABEL
086900     MOVE WS-CREDIT-INT-COUNT TO RPT-T-COUNT
087000     MOVE WS-CREDIT-INT-AMOUNT TO RPT-T-AMOUNT
087100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
087200     MOVE SPACES TO RPT-TOTAL-LINE
087300     MOVE "OVERDRAFT INTEREST" TO RPT-T-LABEL
087400     MOVE WS-OVERDRAFT-COUNT TO RPT-T-COUNT
087500     MOVE WS-OVERDRAFT-AMOUNT TO RPT-T-AMOUNT
087600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
087700     MOVE SPACES TO RPT-TOTAL-LINE
087800     MOVE "SERVICE CHARGES" TO RPT-T-LABEL
087900     MOVE WS-SERVICE-COUNT TO RPT-T-COUNT
088000     MOVE WS-SERVICE-AMOUNT TO RPT-T-AMOUNT
088100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
088200     MOVE SPACES TO RPT-TOTAL-LINE
088300     MOVE "OVER ITEM LIMIT, NOT SENT" TO RPT-T-LABEL
088400     MOVE WS-OVER-LIMIT-COUNT TO RPT-T-COUNT
088500     MOVE WS-OVER-LIMIT-AMOUNT TO RPT-T-AMOUNT
088600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
088700     MOVE SPACES TO RPT-TOTAL-LINE
088800     MOVE "FEED ITEMS WRITTEN" TO RPT-T-LABEL
088900     MOVE WS-WRITTEN-COUNT TO RPT-T-COUNT
089000     MOVE WS-FEED-HASH TO RPT-T-AMOUNT
089100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
089200     IF WS-OVER-LIMIT-COUNT > ZERO
089300             OR WS-NO-RATE-COUNT > ZERO
089400             OR WS-NOT-ON-MASTER-COUNT > ZERO
089500         DISPLAY "MONTH-END-ACCRUAL - ACCOUNTS NOT ACCRUED OR "
089600             "ITEMS NOT SENT, SEE ACRRPT"
089700         MOVE 4 TO RETURN-CODE
089800     END-IF
089900     .
090000 6000-EXIT.
090100     EXIT.
090200*
090300 6100-PRINT-TOTAL-LINE.
090400     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
090500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
090600     .
090700 6100-EXIT.
090800     EXIT.
090900*
091000*****************************************************************
091100*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS.                  *
091200*****************************************************************
091300 7000-START-NEW-PAGE.
091400     ADD 1 TO WS-PAGE-COUNT
091500     MOVE WS-ACR-CCYY TO RPT-H1-ACR-CCYY
091600     MOVE WS-ACR-MM TO RPT-H1-ACR-MM
091700     MOVE WS-BUSINESS-DATE TO RPT-H1-BUS-DATE
091800     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
091900     MOVE WS-RUN-MM TO RPT-H1-MM
092000     MOVE WS-RUN-DD TO RPT-H1-DD
092100     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
092200     IF WS-PAGE-COUNT = 1
092300         WRITE REPORT-LINE FROM RPT-HEADING-1
092400             AFTER ADVANCING 1 LINE
092500     ELSE
092600         WRITE REPORT-LINE FROM RPT-HEADING-1
092700             AFTER ADVANCING PAGE
092800     END-IF
092900     MOVE SPACES TO REPORT-LINE
093000     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
093100     WRITE REPORT-LINE FROM RPT-COLUMN-HEADING
093200         AFTER ADVANCING 1 LINE
093300     MOVE SPACES TO REPORT-LINE
093400     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
093500     MOVE 4 TO WS-LINE-COUNT
093600     .
093700 7000-EXIT.
093800     EXIT.
093900*
094000 7100-WRITE-PRINT-LINE.
094100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
094200         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
094300     END-IF
094400     WRITE REPORT-LINE FROM WS-PRINT-LINE
094500         AFTER ADVANCING 1 LINE
094600     ADD 1 TO WS-LINE-COUNT
094700     .
094800 7100-EXIT.
094900     EXIT.
095000*
095100*************************************************************
095200*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
095300*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.       *
095400*************************************************************
095500 9000-ABORT-ON-BAD-STATUS.
095600     DISPLAY "MONTH-END-ACCRUAL - UNABLE TO OPEN "
095700         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
095800     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
095900     .
096000 9000-EXIT.
096100     EXIT.
096200*
096300 9100-ABORT-RUN.
096400     MOVE 16 TO RETURN-CODE
096500     STOP RUN
096600     .
096700 9100-EXIT.
096800     EXIT.
096900*
097000 9999-TERMINATE.
097050     CLOSE ACCOUNT-MASTER-FILE
097100     CLOSE ACCRUAL-FEED-FILE
097200     CLOSE ACCRUAL-REPORT-FILE
097300     .
097400 9999-EXIT.
097500     EXIT.
