000100*****************************************************************
000200*                                                                *
000300*    ACCOUNT-RESEARCH                                            *
000400*                                                                *
000500*    ACCOUNT RESEARCH INQUIRY.  FOR EACH ACCOUNT NUMBER ON THE   *
000600*    REQUEST CARDS, PRINTS ONE RESEARCH REPORT: THE ACCOUNT      *
000700*    MASTER DETAILS, THE CURRENT BALANCE AND LIMITS FROM THE     *
000800*    BALANCE MASTER, AND EVERY ITEM FOR THE ACCOUNT FOUND IN     *
000900*    THE PLACES AN ITEM CAN BE STUCK OR WAITING - EXCPMSTR       *
001000*    (REJECTED, AWAITING A CORRECTION), SUSPOUT (HELD FOR THE    *
001100*    RISK DESK), UNMRVOUT (UNMATCHED REVERSAL), NOTPOST (NOT     *
001200*    POSTED AT POSTING), THE BRANCH OUTPUT FILES BRNOUT1-8 AND   *
001300*    SORTOUT.  EACH ITEM SHOWS ITS DATE, AMOUNT, TYPE, SOURCE    *
001400*    FEED, THE FILE IT WAS FOUND ON AND ITS STATE, AND THE       *
001500*    ITEMS ARE LISTED IN DATE ORDER.                             *
001600*                                                                *
001700*    READ-ONLY - EVERY FILE IS OPENED INPUT AND NOTHING IS       *
001800*    UPDATED, SO THE JOB CAN RUN ON DEMAND DURING THE DAY.  ANY  *
001900*    OF THE SEARCHED FILES MAY BE ABSENT AND IS THEN SIMPLY NOT  *
002000*    SEARCHED.  AN ITEM WHOSE DATE IS NOT KNOWN (AN UNREADABLE   *
002100*    DATE ON A REJECTED ITEM) IS LISTED WHATEVER THE DATE        *
002200*    RANGE, AHEAD OF THE DATED ITEMS.  A NOTPOST LINE WRITTEN    *
002300*    BEFORE THE LISTING CARRIED THE ITEM DATE SHOWS THE          *
002400*    LISTING'S RUN DATE INSTEAD, AND AN EXCPMSTR RECORD WRITTEN  *
002500*    BEFORE THE MASTER CARRIED IT SHOWS THE DATE THE ITEM WAS    *
002600*    FIRST REJECTED.                                             *
002700*                                                                *
002800*    REQUEST CARDS (RSCHIN - ONE PER ACCOUNT):                   *
002900*        COLUMNS 1-7   ACCOUNT NUMBER                            *
003000*        COLUMNS 8-15  FROM DATE CCYYMMDD (BLANK - EARLIEST)     *
003100*        COLUMNS 16-23 TO DATE CCYYMMDD (BLANK - LATEST)         *
003200*                                                                *
003300*    A CARD THAT FAILS ITS EDITS, OR AN ACCOUNT NOT ON THE       *
003400*    ACCOUNT MASTER, ENDS THE RUN WITH RETURN CODE 4.            *
003500*                                                                *
003600*    MODIFICATION HISTORY                                        *
003700*    DATE       INIT DESCRIPTION                                 *
003800*    -------    ---- --------------------------------------------*
003900*    2026-10-15 JRM  ORIGINAL PROGRAM - ON-DEMAND RESEARCH       *
004000*                    REPORT OF EVERYTHING HELD ON AN ACCOUNT,    *
004100*                    REPLACING THE SEARCH OF SIX FILES BY HAND.  *
004200*                                                                *
004300*****************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. ACCOUNT-RESEARCH.
004600 AUTHOR. J R MERCER.
004700 INSTALLATION. DAILY PROCESSING - OPERATIONS.
004800 DATE-WRITTEN. 2026-10-15.
004900 DATE-COMPILED.
005000*
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT REQUEST-CARD-FILE
005500         ASSIGN TO "RSCHIN"
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-REQUEST-STATUS.
005800*
005900     SELECT ACCOUNT-MASTER-FILE
006000         ASSIGN TO "ACCTMSTR"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS AM-ACCOUNT-NO
006400         FILE STATUS IS WS-ACCT-MASTER-STATUS.
006500*
006600     SELECT OPTIONAL BALANCE-MASTER-FILE
006700         ASSIGN TO "BALMSTR"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS BM-ACCOUNT-NO
007100         FILE STATUS IS WS-BAL-MASTER-STATUS.
007200*
007300*    THE SEARCHED FILES - ALL OPTIONAL, ALL READ ONLY.
007400*
007500     SELECT OPTIONAL EXCEPTION-MASTER-FILE
007600         ASSIGN TO "EXCPMSTR"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-EXCP-MASTER-STATUS.
007900*
008000     SELECT OPTIONAL SUSPENSE-FILE
008100         ASSIGN TO "SUSPOUT"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-SUSPENSE-STATUS.
008400*
008500     SELECT OPTIONAL UNMATCHED-REVERSAL-FILE
008600         ASSIGN TO "UNMRVOUT"
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-UNMATCHED-STATUS.
008900*
009000     SELECT OPTIONAL NOT-POSTED-FILE
009100         ASSIGN TO "NOTPOST"
009200         ORGANIZATION IS SEQUENTIAL
009300         FILE STATUS IS WS-NOT-POSTED-STATUS.
009400*
009500     SELECT OPTIONAL BRANCH-OUT-FILE-1
009600         ASSIGN TO "BRNOUT1"
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-BRANCH-1-STATUS.
009900*
010000     SELECT OPTIONAL BRANCH-OUT-FILE-2
010100         ASSIGN TO "BRNOUT2"
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-BRANCH-2-STATUS.
010400*
010500     SELECT OPTIONAL BRANCH-OUT-FILE-3
010600         ASSIGN TO "BRNOUT3"
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-BRANCH-3-STATUS.
010900*
011000     SELECT OPTIONAL BRANCH-OUT-FILE-4
011100         ASSIGN TO "BRNOUT4"
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-BRANCH-4-STATUS.
011400*
011500     SELECT OPTIONAL BRANCH-OUT-FILE-5
011600         ASSIGN TO "BRNOUT5"
011700         ORGANIZATION IS SEQUENTIAL
011800         FILE STATUS IS WS-BRANCH-5-STATUS.
011900*
012000     SELECT OPTIONAL BRANCH-OUT-FILE-6
012100         ASSIGN TO "BRNOUT6"
012200         ORGANIZATION IS SEQUENTIAL
012300         FILE STATUS IS WS-BRANCH-6-STATUS.
012400*
012500     SELECT OPTIONAL BRANCH-OUT-FILE-7
012600         ASSIGN TO "BRNOUT7"
012700         ORGANIZATION IS SEQUENTIAL
012800         FILE STATUS IS WS-BRANCH-7-STATUS.
012900*
013000     SELECT OPTIONAL BRANCH-OUT-FILE-8
013100         ASSIGN TO "BRNOUT8"
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS WS-BRANCH-8-STATUS.
013400*
013500     SELECT OPTIONAL SORTED-OUTPUT-FILE
013600         ASSIGN TO "SORTOUT"
013700         ORGANIZATION IS SEQUENTIAL
013800         FILE STATUS IS WS-SORTED-OUT-STATUS.
013900*
014000     SELECT RESEARCH-REPORT-FILE
014100         ASSIGN TO "RSCHRPT"
014200         ORGANIZATION IS SEQUENTIAL
014300         FILE STATUS IS WS-REPORT-STATUS.
014400*
014500 DATA DIVISION.
014600 FILE SECTION.
014700 FD  REQUEST-CARD-FILE.
014800 01  REQUEST-CARD-RECORD.
014900     05  RQC-ACCOUNT-NO               PIC X(07).
015000     05  RQC-ACCOUNT-NO-N REDEFINES RQC-ACCOUNT-NO
015100                                      PIC 9(07).
015200     05  RQC-FROM-DATE                PIC X(08).
015300     05  RQC-FROM-DATE-R REDEFINES RQC-FROM-DATE.
015400         10  RQC-FROM-CCYY            PIC 9(04).
015500         10  RQC-FROM-MM              PIC 9(02).
015600         10  RQC-FROM-DD              PIC 9(02).
015700     05  RQC-TO-DATE                  PIC X(08).
015800     05  RQC-TO-DATE-R REDEFINES RQC-TO-DATE.
015900         10  RQC-TO-CCYY              PIC 9(04).
016000         10  RQC-TO-MM                PIC 9(02).
016100         10  RQC-TO-DD                PIC 9(02).
016200     05  FILLER                       PIC X(57).
016300*
016400 01  REQUEST-CARD-IMAGE               PIC X(80).
016500*
016600 FD  ACCOUNT-MASTER-FILE.
016700 01  ACCT-MASTER-RECORD.
016800     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
016900         ==:LVLFLD:== BY ==05==.
017000*
017100 FD  BALANCE-MASTER-FILE.
017200 01  BAL-MASTER-RECORD.
017300     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
017400         ==:LVLFLD:== BY ==05==.
017500*
017600 FD  EXCEPTION-MASTER-FILE.
017700 01  EXCP-MASTER-RECORD.
017800     05  EXM-ACCOUNT-NO               PIC 9(07).
017900     05  EXM-AMOUNT                   PIC S9(07)V99.
018000     05  EXM-REASON                   PIC X(30).
018100     05  EXM-FIRST-DATE               PIC 9(08).
018200     05  EXM-AGE-DAYS                 PIC 9(03).
018300     05  EXM-ITEM-DATE                PIC X(08).
018400     05  EXM-TRAN-TYPE                PIC X(01).
018500     05  EXM-SOURCE-FEED              PIC X(10).
018600     05  FILLER                       PIC X(04).
018700*
018800 FD  SUSPENSE-FILE.
018900 01  SUSPENSE-RECORD.
019000     COPY TRANREC REPLACING ==:PREFIX:== BY ==SUS==
019100         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
019200*
019300 FD  UNMATCHED-REVERSAL-FILE.
019400 01  UNMATCHED-REVERSAL-RECORD.
019500     05  UNM-ACCOUNT-NO               PIC 9(07).
019600     05  UNM-AMOUNT                   PIC S9(07)V99.
019700     05  UNM-REASON                   PIC X(30).
019800     05  UNM-ITEM-DATE                PIC 9(08).
019900     05  UNM-TRAN-TYPE                PIC X(01).
020000     05  UNM-SOURCE-FEED              PIC X(10).
020100     05  FILLER                       PIC X(14).
020200*
020300*    THE NOT-POSTED LISTING AS DAILY-POSTING PRINTS IT - THE
020400*    HEADING LINE GIVES THE LISTING'S RUN DATE, AND ONLY ITEM
020500*    LINES (NUMERIC ACCOUNT, TYPE P/R/A) ARE TAKEN.
020600*
020700 FD  NOT-POSTED-FILE.
020800 01  NOT-POSTED-LINE.
020900     05  FILLER                       PIC X(01).
021000     05  NPR-ACCOUNT                  PIC X(07).
021100     05  NPR-ACCOUNT-N REDEFINES NPR-ACCOUNT
021200                                      PIC 9(07).
021300     05  FILLER                       PIC X(03).
021400     05  NPR-TYPE                     PIC X(01).
021500         88  NPR-ITEM-LINE                VALUE "P" "R" "A".
021600     05  NPR-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99-.
021700     05  FILLER                       PIC X(02).
021800     05  NPR-REASON                   PIC X(30).
021900     05  FILLER                       PIC X(08).
022000     05  NPR-LIMIT                    PIC X(14).
022100     05  FILLER                       PIC X(02).
022200     05  NPR-ITEM-DATE                PIC X(08).
022300     05  FILLER                       PIC X(02).
022400     05  NPR-SOURCE-FEED              PIC X(10).
022500     05  FILLER                       PIC X(30).
022600*
022700 01  NOT-POSTED-HEADING.
022800     05  FILLER                       PIC X(01).
022900     05  NPH-TITLE                    PIC X(38).
023000     05  NPH-RUN-LABEL                PIC X(09).
023100     05  NPH-RUN-CCYY                 PIC X(04).
023200     05  FILLER                       PIC X(01).
023300     05  NPH-RUN-MM                   PIC X(02).
023400     05  FILLER                       PIC X(01).
023500     05  NPH-RUN-DD                   PIC X(02).
023600     05  FILLER                       PIC X(74).
023700*
023800 FD  BRANCH-OUT-FILE-1.
023900 01  BRANCH-1-RECORD                  PIC X(64).
024000*
024100 FD  BRANCH-OUT-FILE-2.
024200 01  BRANCH-2-RECORD                  PIC X(64).
024300*
024400 FD  BRANCH-OUT-FILE-3.
024500 01  BRANCH-3-RECORD                  PIC X(64).
024600*
024700 FD  BRANCH-OUT-FILE-4.
024800 01  BRANCH-4-RECORD                  PIC X(64).
024900*
025000 FD  BRANCH-OUT-FILE-5.
025100 01  BRANCH-5-RECORD                  PIC X(64).
025200*
025300 FD  BRANCH-OUT-FILE-6.
025400 01  BRANCH-6-RECORD                  PIC X(64).
025500*
025600 FD  BRANCH-OUT-FILE-7.
025700 01  BRANCH-7-RECORD                  PIC X(64).
025800*
025900 FD  BRANCH-OUT-FILE-8.
026000 01  BRANCH-8-RECORD                  PIC X(64).
026100*
026200 FD  SORTED-OUTPUT-FILE.
026300 01  SORTED-OUTPUT-RECORD.
026400     COPY TRANREC REPLACING ==:PREFIX:== BY ==SRT==
026500         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
026600*
026700 FD  RESEARCH-REPORT-FILE.
026800 01  REPORT-LINE                      PIC X(132).
026900*
027000 WORKING-STORAGE SECTION.
027100*
027200*    FILE STATUS CODES
027300*
027400 77  WS-REQUEST-STATUS                PIC X(02).
027500 77  WS-ACCT-MASTER-STATUS            PIC X(02).
027600 77  WS-BAL-MASTER-STATUS             PIC X(02).
027700 77  WS-EXCP-MASTER-STATUS            PIC X(02).
027800 77  WS-SUSPENSE-STATUS               PIC X(02).
027900 77  WS-UNMATCHED-STATUS              PIC X(02).
028000 77  WS-NOT-POSTED-STATUS             PIC X(02).
028100 77  WS-BRANCH-1-STATUS               PIC X(02).
028200 77  WS-BRANCH-2-STATUS               PIC X(02).
028300 77  WS-BRANCH-3-STATUS               PIC X(02).
028400 77  WS-BRANCH-4-STATUS               PIC X(02).
028500 77  WS-BRANCH-5-STATUS               PIC X(02).
028600 77  WS-BRANCH-6-STATUS               PIC X(02).
028700 77  WS-BRANCH-7-STATUS               PIC X(02).
028800 77  WS-BRANCH-8-STATUS               PIC X(02).
028900 77  WS-SORTED-OUT-STATUS             PIC X(02).
029000 77  WS-REPORT-STATUS                 PIC X(02).
029100 77  WS-OPEN-STATUS                   PIC X(02) VALUE SPACES.
029200 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
029300 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
029400*
029500*    SWITCHES
029600*
029700 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
029800     88  END-OF-FILE                      VALUE "Y".
029900     88  NOT-END-OF-FILE                  VALUE "N".
030000 77  SW-ACCOUNT-FOUND                 PIC X(01) VALUE "N".
030100     88  ACCOUNT-FOUND                    VALUE "Y".
030200     88  ACCOUNT-NOT-FOUND                VALUE "N".
030300 77  SW-BALANCE-FOUND                 PIC X(01) VALUE "N".
030400     88  BALANCE-FOUND                    VALUE "Y".
030500     88  BALANCE-NOT-FOUND                VALUE "N".
030600 77  SW-ACCOUNT-PAGE                  PIC X(01) VALUE "N".
030700     88  ACCOUNT-PAGE                     VALUE "Y".
030800     88  SUMMARY-PAGE                     VALUE "N".
030900 77  SW-ITEMS-EXCHANGED               PIC X(01) VALUE "N".
031000     88  ITEMS-EXCHANGED                  VALUE "Y".
031100     88  NO-ITEMS-EXCHANGED               VALUE "N".
031200 77  SW-ITEM-TABLE-FULL               PIC X(01) VALUE "N".
031300     88  ITEM-TABLE-FULL                  VALUE "Y".
031400*
031500*    RUN COUNTERS
031600*
031700 77  WS-CARD-COUNT                    PIC 9(07) VALUE ZERO.
031800 77  WS-CARD-REJECT-COUNT             PIC 9(07) VALUE ZERO.
031900 77  WS-NOT-FOUND-COUNT               PIC 9(07) VALUE ZERO.
032000 77  WS-EXCP-READ-COUNT               PIC 9(07) VALUE ZERO.
032100 77  WS-SUSPENSE-READ-COUNT           PIC 9(07) VALUE ZERO.
032200 77  WS-UNMATCHED-READ-COUNT          PIC 9(07) VALUE ZERO.
032300 77  WS-NOT-POSTED-READ-COUNT         PIC 9(07) VALUE ZERO.
032400 77  WS-BRANCH-READ-COUNT             PIC 9(07) VALUE ZERO.
032500 77  WS-SORTED-READ-COUNT             PIC 9(07) VALUE ZERO.
032600 77  WS-FOUND-COUNT                   PIC 9(07) VALUE ZERO.
032700 77  WS-DROPPED-COUNT                 PIC 9(07) VALUE ZERO.
032800 77  WS-CARD-REASON                   PIC X(30) VALUE SPACES.
032900*
033000*    SUBSCRIPTS
033100*
033200 77  I                                PIC 9(04) COMP VALUE ZERO.
033300 77  J                                PIC 9(04) COMP VALUE ZERO.
033400 77  K                                PIC 9(04) COMP VALUE ZERO.
033500 77  WS-BRANCH-NO                     PIC 9(04) COMP VALUE ZERO.
033600 77  WS-BRANCH-MAX                    PIC 9(04) COMP VALUE 8.
033700*
033800*    RUN DATE, AND THE RUN DATE OF THE NOT-POSTED LISTING BEING
033900*    READ (FROM ITS HEADING LINE).
034000*
034100 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
034200 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
034300     05  WS-RUN-CCYY                  PIC 9(04).
034400     05  WS-RUN-MM                    PIC 9(02).
034500     05  WS-RUN-DD                    PIC 9(02).
034600*
034700 01  WS-LISTING-DATE.
034800     05  WS-LISTING-CCYY              PIC X(04) VALUE SPACES.
034900     05  WS-LISTING-MM                PIC X(02) VALUE SPACES.
035000     05  WS-LISTING-DD                PIC X(02) VALUE SPACES.
035100*
035200*    BRANCH OUTPUT DDNAMES, BY BRANCH SLOT.
035300*
035400 01  WS-BRANCH-DDNAME-VALUES.
035500     05  FILLER                       PIC X(08) VALUE "BRNOUT1".
035600     05  FILLER                       PIC X(08) VALUE "BRNOUT2".
035700     05  FILLER                       PIC X(08) VALUE "BRNOUT3".
035800     05  FILLER                       PIC X(08) VALUE "BRNOUT4".
035900     05  FILLER                       PIC X(08) VALUE "BRNOUT5".
036000     05  FILLER                       PIC X(08) VALUE "BRNOUT6".
036100     05  FILLER                       PIC X(08) VALUE "BRNOUT7".
036200     05  FILLER                       PIC X(08) VALUE "BRNOUT8".
036300 01  WS-BRANCH-DDNAME-TABLE REDEFINES WS-BRANCH-DDNAME-VALUES.
036400     05  BRANCH-DDNAME OCCURS 8 TIMES PIC X(08).
036500*
036600*    THE BRANCH OUTPUT RECORD BEING EXAMINED, WHICHEVER SLOT IT
036700*    WAS READ FROM.
036800*
036900 01  WS-BRANCH-ITEM.
037000     COPY TRANREC REPLACING ==:PREFIX:== BY ==WBI==
037100         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
037200*
037300*    THE ITEM BEING EXAMINED, IN A COMMON FORM WHATEVER FILE IT
037400*    CAME FROM.  CAN-STAGE ORDERS ITEMS OF THE SAME DATE BY HOW
037500*    FAR THROUGH THE CHAIN THEY GOT.
037600*
037700 01  WS-CANDIDATE-ITEM.
037800     05  CAN-ACCOUNT-NO               PIC 9(07).
037900     05  CAN-DATE                     PIC X(08).
038000     05  CAN-DATE-N REDEFINES CAN-DATE
038100                                      PIC 9(08).
038200     05  CAN-STAGE                    PIC 9(01).
038300     05  CAN-AMOUNT                   PIC S9(07)V99.
038400     05  CAN-TYPE                     PIC X(01).
038500     05  CAN-SOURCE-FEED              PIC X(10).
038600     05  CAN-LOCATION                 PIC X(08).
038700     05  CAN-STATE                    PIC X(10).
038800     05  CAN-DETAIL                   PIC X(30).
038900*
039000*    REQUESTED ACCOUNTS, IN CARD ORDER, WITH THE DATE RANGE
039100*    OPENED OUT TO ZERO / ALL NINES WHERE THE CARD LEFT IT BLANK.
039200*
039300 77  WS-RQT-MAX                       PIC 9(04) COMP VALUE 50.
039400 77  RQT-COUNT                        PIC 9(04) COMP VALUE ZERO.
039500 01  RQT-TABLE.
039600     05  RQT-ENTRY OCCURS 0 TO 50 TIMES
039700             DEPENDING ON RQT-COUNT
039800             INDEXED BY RQT-IDX.
039900         10  RQT-ACCOUNT-NO           PIC 9(07).
040000         10  RQT-FROM-DATE            PIC 9(08).
040100         10  RQT-TO-DATE              PIC 9(08).
040200         10  RQT-FROM-CARD            PIC X(08).
040300         10  RQT-TO-CARD              PIC X(08).
040400         10  RQT-ITEM-COUNT           PIC 9(04) COMP.
040500*
040600*    ITEMS FOUND FOR THE REQUESTED ACCOUNTS, SORTED ON
040700*    ITM-SORT-KEY (REQUEST, DATE, STAGE) BEFORE PRINTING SO EACH
040800*    ACCOUNT'S ITEMS COME OUT TOGETHER AND IN DATE ORDER.
040900*
041000 77  WS-ITM-MAX                       PIC 9(04) COMP VALUE 2000.
041100 77  ITM-COUNT                        PIC 9(04) COMP VALUE ZERO.
041200 01  ITM-TABLE.
041300     05  ITM-ENTRY OCCURS 0 TO 2000 TIMES
041400             DEPENDING ON ITM-COUNT
041500             INDEXED BY ITM-IDX.
041600         10  ITM-SORT-KEY.
041700             15  ITM-REQUEST-NO       PIC 9(04).
041800             15  ITM-DATE             PIC X(08).
041900             15  ITM-STAGE            PIC 9(01).
042000         10  ITM-DATE-SHOWN           PIC X(08).
042100         10  ITM-AMOUNT               PIC S9(07)V99.
042200         10  ITM-TYPE                 PIC X(01).
042300         10  ITM-SOURCE-FEED          PIC X(10).
042400         10  ITM-LOCATION             PIC X(08).
042500         10  ITM-STATE                PIC X(10).
042600         10  ITM-DETAIL               PIC X(30).
042700*
042800 01  WS-HOLD-ITEM                     PIC X(89).
042900*
043000*    RESEARCH REPORT LINES
043100*
043200 01  RPT-HEADING-1.
043300     05  FILLER                       PIC X(01) VALUE SPACE.
043400     05  FILLER                       PIC X(38)
043500         VALUE "ACCOUNT RESEARCH INQUIRY".
043600     05  FILLER                       PIC X(09)
043700         VALUE "RUN DATE ".
043800     05  RPT-H1-CCYY                  PIC 9(04).
043900     05  FILLER                       PIC X(01) VALUE "-".
044000     05  RPT-H1-MM                    PIC 9(02).
044100     05  FILLER                       PIC X(01) VALUE "-".
044200     05  RPT-H1-DD                    PIC 9(02).
044300     05  FILLER                       PIC X(06) VALUE SPACES.
044400     05  FILLER                       PIC X(05) VALUE "PAGE ".
044500     05  RPT-H1-PAGE                  PIC ZZZ9.
044600*
044700 01  RPT-ACCOUNT-LINE-1.
044800     05  FILLER                       PIC X(01) VALUE SPACE.
044900     05  FILLER                       PIC X(08) VALUE "ACCOUNT".
045000     05  RPT-A1-ACCOUNT               PIC 9(07).
045100     05  FILLER                       PIC X(04) VALUE SPACES.
045200     05  FILLER                       PIC X(05) VALUE "NAME".
045300     05  RPT-A1-NAME                  PIC X(24).
045400     05  FILLER                       PIC X(07) VALUE "BRANCH".
045500     05  RPT-A1-BRANCH                PIC X(04).
045600     05  FILLER                       PIC X(04) VALUE SPACES.
045700     05  FILLER                       PIC X(07) VALUE "STATUS".
045800     05  RPT-A1-STATUS                PIC X(10).
045900*
046000 01  RPT-ACCOUNT-LINE-2.
046100     05  FILLER                       PIC X(01) VALUE SPACE.
046200     05  FILLER                       PIC X(08) VALUE "BALANCE".
046300     05  RPT-A2-BALANCE               PIC Z,ZZZ,ZZZ,ZZ9.99-.
046400     05  FILLER                       PIC X(04) VALUE SPACES.
046500     05  FILLER                       PIC X(14)
046600         VALUE "BALANCE LIMIT".
046700     05  RPT-A2-BALANCE-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
046800     05  FILLER                       PIC X(04) VALUE SPACES.
046900     05  FILLER                       PIC X(13)
047000         VALUE "REVIEW LIMIT".
047100     05  RPT-A2-REVIEW-LIMIT          PIC ZZZ,ZZ9.99.
047200     05  FILLER                       PIC X(04) VALUE SPACES.
047300     05  FILLER                       PIC X(12)
047400         VALUE "LAST POSTED".
047500     05  RPT-A2-LAST-POSTED           PIC 9(08).
047600*
047700 01  RPT-NO-BALANCE-LINE.
047800     05  FILLER                       PIC X(01) VALUE SPACE.
047900     05  FILLER                       PIC X(08) VALUE "BALANCE".
048000     05  FILLER                       PIC X(36)
048100         VALUE "*** NO BALANCE RECORD ON BALMSTR ***".
048200*
048300 01  RPT-ACCOUNT-LINE-3.
048400     05  FILLER                       PIC X(01) VALUE SPACE.
048500     05  FILLER                       PIC X(12)
048600         VALUE "ITEM DATES".
048700     05  RPT-A3-FROM                  PIC X(08).
048800     05  FILLER                       PIC X(04) VALUE " TO ".
048900     05  RPT-A3-TO                    PIC X(08).
049000*
049100 01  RPT-COLUMN-HEADING.
049200     05  FILLER                       PIC X(01) VALUE SPACE.
049300     05  FILLER                       PIC X(10) VALUE "DATE".
049400     05  FILLER                       PIC X(17)
049500         VALUE "           AMOUNT".
049600     05  FILLER                       PIC X(03) VALUE SPACES.
049700     05  FILLER                       PIC X(05) VALUE "TYPE".
049800     05  FILLER                       PIC X(12)
049900         VALUE "SOURCE FEED".
050000     05  FILLER                       PIC X(10) VALUE "LOCATION".
050100     05  FILLER                       PIC X(12) VALUE "STATE".
050200     05  FILLER                       PIC X(30) VALUE "DETAIL".
050300*
050400 01  RPT-DETAIL-LINE.
050500     05  FILLER                       PIC X(01) VALUE SPACE.
050600     05  RPT-D-DATE                   PIC X(08).
050700     05  FILLER                       PIC X(02) VALUE SPACES.
050800     05  RPT-D-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
050900     05  FILLER                       PIC X(03) VALUE SPACES.
051000     05  RPT-D-TYPE                   PIC X(01).
051100     05  FILLER                       PIC X(04) VALUE SPACES.
051200     05  RPT-D-SOURCE-FEED            PIC X(10).
051300     05  FILLER                       PIC X(02) VALUE SPACES.
051400     05  RPT-D-LOCATION               PIC X(08).
051500     05  FILLER                       PIC X(02) VALUE SPACES.
051600     05  RPT-D-STATE                  PIC X(10).
051700     05  FILLER                       PIC X(02) VALUE SPACES.
051800     05  RPT-D-DETAIL                 PIC X(30).
051900*
052000 01  RPT-CARD-REJECT-LINE.
052100     05  FILLER                       PIC X(01) VALUE SPACE.
052200     05  FILLER                       PIC X(23)
052300         VALUE "REQUEST CARD REJECTED".
052400     05  RPT-R-CARD                   PIC X(23).
052500     05  FILLER                       PIC X(02) VALUE SPACES.
052600     05  RPT-R-REASON                 PIC X(30).
052700*
052800 01  RPT-TOTAL-LINE.
052900     05  FILLER                       PIC X(03) VALUE SPACES.
053000     05  RPT-T-LABEL                  PIC X(26).
053100     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
053200*
053300 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
053400*
053500 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
053600 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
053700 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
053800*
053900 PROCEDURE DIVISION.
054000*
054100*****************************************************************
054200*    0000-MAINLINE - LOADS THE REQUEST CARDS, SEARCHES EACH      *
054300*    FILE ONCE FOR ALL THE REQUESTED ACCOUNTS, PUTS THE ITEMS    *
054400*    FOUND INTO ACCOUNT AND DATE ORDER AND PRINTS ONE REPORT     *
054500*    PER ACCOUNT.                                                *
054600*****************************************************************
054700 0000-MAINLINE.
054800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
054900     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT
055000     IF RQT-COUNT > ZERO
055100         PERFORM 1400-OPEN-MASTERS THRU 1400-EXIT
055200         PERFORM 2000-SEARCH-EXCEPTIONS THRU 2000-EXIT
055300         PERFORM 2100-SEARCH-SUSPENSE THRU 2100-EXIT
055400         PERFORM 2200-SEARCH-UNMATCHED THRU 2200-EXIT
055500         PERFORM 2300-SEARCH-NOT-POSTED THRU 2300-EXIT
055600         PERFORM 2400-SEARCH-BRANCH-FILES THRU 2400-EXIT
055700         PERFORM 2500-SEARCH-SORTED-OUTPUT THRU 2500-EXIT
055800         PERFORM 3000-SORT-ITEMS THRU 3000-EXIT
055900         PERFORM 4000-PRINT-RESEARCH THRU 4000-EXIT
056000     END-IF
056100     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
056200     PERFORM 9999-TERMINATE THRU 9999-EXIT
056300     STOP RUN.
056400*
056500*****************************************************************
056600*    1000-INITIALIZE - PICKS UP THE RUN DATE AND OPENS THE       *
056700*    REPORT.                                                     *
056800*****************************************************************
056900 1000-INITIALIZE.
057000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
057100     OPEN OUTPUT RESEARCH-REPORT-FILE
057200     IF WS-REPORT-STATUS NOT = "00"
057300         MOVE "RSCHRPT" TO WS-ABORT-FILE-ID
057400         MOVE WS-REPORT-STATUS TO WS-ABORT-STATUS
057500         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
057600     END-IF
057700     .
057800 1000-EXIT.
057900     EXIT.
058000*
058100*****************************************************************
058200*    1100-LOAD-REQUESTS - READS THE REQUEST CARDS INTO           *
058300*    RQT-TABLE.  A CARD THAT FAILS ITS EDITS IS LISTED AT THE    *
058400*    FRONT OF THE REPORT AND LEFT OUT.                           *
058500*****************************************************************
058600 1100-LOAD-REQUESTS.
058700     OPEN INPUT REQUEST-CARD-FILE
058800     IF WS-REQUEST-STATUS NOT = "00"
058900         MOVE "RSCHIN" TO WS-ABORT-FILE-ID
059000         MOVE WS-REQUEST-STATUS TO WS-ABORT-STATUS
059100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
059200     END-IF
059300     MOVE "N" TO SW-END-OF-FILE
059400     PERFORM 1110-READ-REQUEST-CARD THRU 1110-EXIT
059500         UNTIL END-OF-FILE
059600     CLOSE REQUEST-CARD-FILE
059700     IF RQT-COUNT = ZERO
059800         DISPLAY "ACCOUNT-RESEARCH - NO ACCEPTED REQUEST CARDS, "
059900             "NOTHING SEARCHED"
060000     END-IF
060100     .
060200 1100-EXIT.
060300     EXIT.
060400*
060500 1110-READ-REQUEST-CARD.
060600     READ REQUEST-CARD-FILE
060700         AT END
060800             MOVE "Y" TO SW-END-OF-FILE
060900             GO TO 1110-EXIT
061000     END-READ
061100     ADD 1 TO WS-CARD-COUNT
061200     PERFORM 1120-EDIT-REQUEST-CARD THRU 1120-EXIT
061300     IF WS-CARD-REASON NOT = SPACES
061400         PERFORM 1130-REJECT-REQUEST-CARD THRU 1130-EXIT
061500         GO TO 1110-EXIT
061600     END-IF
061700     ADD 1 TO RQT-COUNT
061800     MOVE RQC-ACCOUNT-NO-N TO RQT-ACCOUNT-NO(RQT-COUNT)
061900     MOVE RQC-FROM-DATE TO RQT-FROM-CARD(RQT-COUNT)
062000     MOVE RQC-TO-DATE TO RQT-TO-CARD(RQT-COUNT)
062100     MOVE ZERO TO RQT-ITEM-COUNT(RQT-COUNT)
062200     IF RQC-FROM-DATE = SPACES
062300         MOVE ZERO TO RQT-FROM-DATE(RQT-COUNT)
062400     ELSE
062500         MOVE RQC-FROM-DATE TO RQT-FROM-DATE(RQT-COUNT)
062600     END-IF
062700     IF RQC-TO-DATE = SPACES
062800         MOVE 99999999 TO RQT-TO-DATE(RQT-COUNT)
062900     ELSE
063000         MOVE RQC-TO-DATE TO RQT-TO-DATE(RQT-COUNT)
063100     END-IF
063200     .
063300 1110-EXIT.
063400     EXIT.
063500*
063600*    1120-EDIT-REQUEST-CARD - LEAVES WS-CARD-REASON BLANK FOR A
063700*    GOOD CARD.  A DATE MUST BE BLANK OR A CCYYMMDD DATE, AND
063800*    THE RANGE MUST NOT RUN BACKWARDS.
063900*
064000 1120-EDIT-REQUEST-CARD.
064100     MOVE SPACES TO WS-CARD-REASON
064200     IF RQC-ACCOUNT-NO NOT NUMERIC
064300             OR RQC-ACCOUNT-NO-N = ZERO
064400         MOVE "ACCOUNT NUMBER NOT VALID" TO WS-CARD-REASON
064500         GO TO 1120-EXIT
064600     END-IF
064700     IF RQC-FROM-DATE NOT = SPACES
064800         IF RQC-FROM-DATE NOT NUMERIC
064900                 OR RQC-FROM-MM = ZERO OR RQC-FROM-MM > 12
065000                 OR RQC-FROM-DD = ZERO OR RQC-FROM-DD > 31
065100             MOVE "FROM DATE NOT VALID" TO WS-CARD-REASON
065200             GO TO 1120-EXIT
065300         END-IF
065400     END-IF
065500     IF RQC-TO-DATE NOT = SPACES
065600         IF RQC-TO-DATE NOT NUMERIC
065700                 OR RQC-TO-MM = ZERO OR RQC-TO-MM > 12
065800                 OR RQC-TO-DD = ZERO OR RQC-TO-DD > 31
065900             MOVE "TO DATE NOT VALID" TO WS-CARD-REASON
066000             GO TO 1120-EXIT
066100         END-IF
066200     END-IF
066300     IF RQC-FROM-DATE NOT = SPACES
066400             AND RQC-TO-DATE NOT = SPACES
066500             AND RQC-FROM-DATE > RQC-TO-DATE
066600         MOVE "FROM DATE AFTER TO DATE" TO WS-CARD-REASON
066700         GO TO 1120-EXIT
066800     END-IF
066900     IF RQT-COUNT >= WS-RQT-MAX
067000         MOVE "TOO MANY REQUEST CARDS" TO WS-CARD-REASON
067100     END-IF
067200     .
067300 1120-EXIT.
067400     EXIT.
067500*
067600 1130-REJECT-REQUEST-CARD.
067700     ADD 1 TO WS-CARD-REJECT-COUNT
067800     DISPLAY "ACCOUNT-RESEARCH - REQUEST CARD REJECTED: "
067900         REQUEST-CARD-IMAGE(1:23) " " WS-CARD-REASON
068000     MOVE REQUEST-CARD-IMAGE(1:23) TO RPT-R-CARD
068100     MOVE WS-CARD-REASON TO RPT-R-REASON
068200     MOVE RPT-CARD-REJECT-LINE TO WS-PRINT-LINE
068300     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
068400     .
068500 1130-EXIT.
068600     EXIT.
068700*
068800*    1400-OPEN-MASTERS - OPENS THE INDEXED ACCOUNT AND BALANCE
068900*    MASTERS FOR KEYED READS.  READ ONLY.
069000*
069100 1400-OPEN-MASTERS.
069200     OPEN INPUT ACCOUNT-MASTER-FILE
069300     IF WS-ACCT-MASTER-STATUS NOT = "00"
069400         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
069500         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
069600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
069700     END-IF
069800     OPEN INPUT BALANCE-MASTER-FILE
069900     IF WS-BAL-MASTER-STATUS NOT = "00"
070000             AND WS-BAL-MASTER-STATUS NOT = "05"
070100         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
070200         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
070300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
070400     END-IF
070500     .
070600 1400-EXIT.
070700     EXIT.
070800*
070900*****************************************************************
071000*    2000-SEARCH-EXCEPTIONS - EXCPMSTR, THE REJECTED ITEMS       *
071100*    STILL AWAITING A CORRECTION.  A RECORD WRITTEN BEFORE THE   *
071200*    MASTER CARRIED THE ITEM DATE IS DATED BY ITS                *
071300*    FIRST-REJECTED DATE.                                        *
071400*****************************************************************
071500 2000-SEARCH-EXCEPTIONS.
071600     OPEN INPUT EXCEPTION-MASTER-FILE
071700     MOVE WS-EXCP-MASTER-STATUS TO WS-OPEN-STATUS
071800     MOVE "EXCPMSTR" TO WS-ABORT-FILE-ID
071900     PERFORM 2900-CHECK-SEARCH-OPEN THRU 2900-EXIT
072000     MOVE "N" TO SW-END-OF-FILE
072100     PERFORM 2010-READ-EXCEPTION THRU 2010-EXIT
072200         UNTIL END-OF-FILE
072300     CLOSE EXCEPTION-MASTER-FILE
072400     .
072500 2000-EXIT.
072600     EXIT.
072700*
072800 2010-READ-EXCEPTION.
072900     READ EXCEPTION-MASTER-FILE
073000         AT END
073100             MOVE "Y" TO SW-END-OF-FILE
073200             GO TO 2010-EXIT
073300     END-READ
073400     ADD 1 TO WS-EXCP-READ-COUNT
073500     MOVE EXM-ACCOUNT-NO TO CAN-ACCOUNT-NO
073600     IF EXM-ITEM-DATE = SPACES
073700         MOVE EXM-FIRST-DATE TO CAN-DATE-N
073800     ELSE
073900         MOVE EXM-ITEM-DATE TO CAN-DATE
074000     END-IF
074100     MOVE 1 TO CAN-STAGE
074200     MOVE EXM-AMOUNT TO CAN-AMOUNT
074300     MOVE EXM-TRAN-TYPE TO CAN-TYPE
074400     MOVE EXM-SOURCE-FEED TO CAN-SOURCE-FEED
074500     MOVE "EXCPMSTR" TO CAN-LOCATION
074600     MOVE "REJECTED" TO CAN-STATE
074700     MOVE EXM-REASON TO CAN-DETAIL
074800     PERFORM 2950-COLLECT-ITEM THRU 2950-EXIT
074900     .
075000 2010-EXIT.
075100     EXIT.
075200*
075300*****************************************************************
075400*    2100-SEARCH-SUSPENSE - SUSPOUT, THE ITEMS OVER THEIR        *
075500*    ACCOUNT'S REVIEW LIMIT HELD FOR THE RISK DESK.              *
075600*****************************************************************
075700 2100-SEARCH-SUSPENSE.
075800     OPEN INPUT SUSPENSE-FILE
075900     MOVE WS-SUSPENSE-STATUS TO WS-OPEN-STATUS
076000     MOVE "SUSPOUT" TO WS-ABORT-FILE-ID
076100     PERFORM 2900-CHECK-SEARCH-OPEN THRU 2900-EXIT
076200     MOVE "N" TO SW-END-OF-FILE
076300     PERFORM 2110-READ-SUSPENSE THRU 2110-EXIT
076400         UNTIL END-OF-FILE
076500     CLOSE SUSPENSE-FILE
076600     .
076700 2100-EXIT.
076800     EXIT.
076900*
077000 2110-READ-SUSPENSE.
077100     READ SUSPENSE-FILE
077200         AT END
077300             MOVE "Y" TO SW-END-OF-FILE
077400             GO TO 2110-EXIT
077500     END-READ
077600     ADD 1 TO WS-SUSPENSE-READ-COUNT
077700     MOVE SUS-ACCOUNT-NO TO CAN-ACCOUNT-NO
077800     MOVE SUS-DATE TO CAN-DATE
077900     MOVE 2 TO CAN-STAGE
078000     MOVE SUS-AMOUNT TO CAN-AMOUNT
078100     MOVE SUS-TRAN-TYPE TO CAN-TYPE
078200     MOVE SUS-SOURCE-FEED TO CAN-SOURCE-FEED
078300     MOVE "SUSPOUT" TO CAN-LOCATION
078400     MOVE "HELD" TO CAN-STATE
078500     MOVE "OVER REVIEW LIMIT - RISK DESK" TO CAN-DETAIL
078600     PERFORM 2950-COLLECT-ITEM THRU 2950-EXIT
078700     .
078800 2110-EXIT.
078900     EXIT.
079000*
079100*****************************************************************
079200*    2200-SEARCH-UNMATCHED - UNMRVOUT, REVERSALS THE SORT FOUND  *
079300*    NO ORIGINAL FOR.                                            *
079400*****************************************************************
079500 2200-SEARCH-UNMATCHED.
079600     OPEN INPUT UNMATCHED-REVERSAL-FILE
079700     MOVE WS-UNMATCHED-STATUS TO WS-OPEN-STATUS
079800     MOVE "UNMRVOUT" TO WS-ABORT-FILE-ID
079900     PERFORM 2900-CHECK-SEARCH-OPEN THRU 2900-EXIT
080000     MOVE "N" TO SW-END-OF-FILE
080100     PERFORM 2210-READ-UNMATCHED THRU 2210-EXIT
080200         UNTIL END-OF-FILE
080300     CLOSE UNMATCHED-REVERSAL-FILE
080400     .
080500 2200-EXIT.
080600     EXIT.
080700*
080800 2210-READ-UNMATCHED.
080900     READ UNMATCHED-REVERSAL-FILE
081000         AT END
081100             MOVE "Y" TO SW-END-OF-FILE
081200             GO TO 2210-EXIT
081300     END-READ
081400     ADD 1 TO WS-UNMATCHED-READ-COUNT
081500     MOVE UNM-ACCOUNT-NO TO CAN-ACCOUNT-NO
081600     IF UNM-ITEM-DATE NUMERIC
081700         MOVE UNM-ITEM-DATE TO CAN-DATE-N
081800     ELSE
081900         MOVE SPACES TO CAN-DATE
082000     END-IF
082100     MOVE 3 TO CAN-STAGE
082200     MOVE UNM-AMOUNT TO CAN-AMOUNT
082300     IF UNM-TRAN-TYPE = SPACE
082400         MOVE "R" TO CAN-TYPE
082500     ELSE
082600         MOVE UNM-TRAN-TYPE TO CAN-TYPE
082700     END-IF
082800     MOVE UNM-SOURCE-FEED TO CAN-SOURCE-FEED
082900     MOVE "UNMRVOUT" TO CAN-LOCATION
083000     MOVE "UNMATCHED" TO CAN-STATE
083100     MOVE UNM-REASON TO CAN-DETAIL
083200     PERFORM 2950-COLLECT-ITEM THRU 2950-EXIT
083300     .
083400 2210-EXIT.
083500     EXIT.
083600*
083700*****************************************************************
083800*    2300-SEARCH-NOT-POSTED - NOTPOST, THE ITEMS THE POSTING     *
083900*    STEP HELD OFF THE BALANCE MASTER.  EACH HEADING LINE SETS   *
084000*    THE RUN DATE USED FOR A LINE THAT DOES NOT CARRY ITS OWN    *
084100*    ITEM DATE.                                                  *
084200*****************************************************************
084300 2300-SEARCH-NOT-POSTED.
084400     OPEN INPUT NOT-POSTED-FILE
084500     MOVE WS-NOT-POSTED-STATUS TO WS-OPEN-STATUS
084600     MOVE "NOTPOST" TO WS-ABORT-FILE-ID
084700     PERFORM 2900-CHECK-SEARCH-OPEN THRU 2900-EXIT
084800     MOVE SPACES TO WS-LISTING-DATE
084900     MOVE "N" TO SW-END-OF-FILE
085000     PERFORM 2310-READ-NOT-POSTED THRU 2310-EXIT
085100         UNTIL END-OF-FILE
085200     CLOSE NOT-POSTED-FILE
085300     .
085400 2300-EXIT.
085500     EXIT.
085600*
085700 2310-READ-NOT-POSTED.
085800     READ NOT-POSTED-FILE
085900         AT END
086000             MOVE "Y" TO SW-END-OF-FILE
086100             GO TO 2310-EXIT
086200     END-READ
086300     IF NPH-TITLE = "DAILY POSTING - NOT-POSTED LISTING"
086400         MOVE NPH-RUN-CCYY TO WS-LISTING-CCYY
086500         MOVE NPH-RUN-MM TO WS-LISTING-MM
086600         MOVE NPH-RUN-DD TO WS-LISTING-DD
086700         GO TO 2310-EXIT
086800     END-IF
086900     IF NPR-ACCOUNT NOT NUMERIC
087000             OR NOT NPR-ITEM-LINE
087100         GO TO 2310-EXIT
087200     END-IF
087300     ADD 1 TO WS-NOT-POSTED-READ-COUNT
087400     MOVE NPR-ACCOUNT-N TO CAN-ACCOUNT-NO
087500     IF NPR-ITEM-DATE = SPACES
087600         MOVE WS-LISTING-DATE TO CAN-DATE
087700     ELSE
087800         MOVE NPR-ITEM-DATE TO CAN-DATE
087900     END-IF
088000     MOVE 6 TO CAN-STAGE
088100     MOVE NPR-AMOUNT TO CAN-AMOUNT
088200     MOVE NPR-TYPE TO CAN-TYPE
088300     MOVE NPR-SOURCE-FEED TO CAN-SOURCE-FEED
088400     MOVE "NOTPOST" TO CAN-LOCATION
088500     MOVE "NOT POSTED" TO CAN-STATE
088600     MOVE NPR-REASON TO CAN-DETAIL
088700     PERFORM 2950-COLLECT-ITEM THRU 2950-EXIT
088800     .
088900 2310-EXIT.
089000     EXIT.
089100*
089200*****************************************************************
089300*    2400-SEARCH-BRANCH-FILES - BRNOUT1-8, THE SORTED ITEMS      *
089400*    ROUTED TO EACH BRANCH, ONE SLOT AT A TIME.                  *
089500*****************************************************************
089600 2400-SEARCH-BRANCH-FILES.
089700     PERFORM 2410-SEARCH-ONE-BRANCH THRU 2410-EXIT
089800         VARYING WS-BRANCH-NO FROM 1 BY 1
089900         UNTIL WS-BRANCH-NO > WS-BRANCH-MAX
090000     .
090100 2400-EXIT.
090200     EXIT.
090300*
090400 2410-SEARCH-ONE-BRANCH.
090500     PERFORM 2420-OPEN-BRANCH-FILE THRU 2420-EXIT
090600     MOVE BRANCH-DDNAME(WS-BRANCH-NO) TO WS-ABORT-FILE-ID
090700     PERFORM 2900-CHECK-SEARCH-OPEN THRU 2900-EXIT
090800     MOVE "N" TO SW-END-OF-FILE
090900     PERFORM 2430-READ-BRANCH-ITEM THRU 2430-EXIT
091000         UNTIL END-OF-FILE
091100     PERFORM 2440-CLOSE-BRANCH-FILE THRU 2440-EXIT
091200     .
091300 2410-EXIT.
091400     EXIT.
091500*
091600 2420-OPEN-BRANCH-FILE.
091700     EVALUATE WS-BRANCH-NO
091800         WHEN 1
091900             OPEN INPUT BRANCH-OUT-FILE-1
092000             MOVE WS-BRANCH-1-STATUS TO WS-OPEN-STATUS
092100         WHEN 2
092200             OPEN INPUT BRANCH-OUT-FILE-2
092300             MOVE WS-BRANCH-2-STATUS TO WS-OPEN-STATUS
092400         WHEN 3
092500             OPEN INPUT BRANCH-OUT-FILE-3
092600             MOVE WS-BRANCH-3-STATUS TO WS-OPEN-STATUS
092700         WHEN 4
092800             OPEN INPUT BRANCH-OUT-FILE-4
092900             MOVE WS-BRANCH-4-STATUS TO WS-OPEN-STATUS
093000         WHEN 5
093100             OPEN INPUT BRANCH-OUT-FILE-5
093200             MOVE WS-BRANCH-5-STATUS TO WS-OPEN-STATUS
093300         WHEN 6
093400             OPEN INPUT BRANCH-OUT-FILE-6
093500             MOVE WS-BRANCH-6-STATUS TO WS-OPEN-STATUS
093600         WHEN 7
093700             OPEN INPUT BRANCH-OUT-FILE-7
093800             MOVE WS-BRANCH-7-STATUS TO WS-OPEN-STATUS
093900         WHEN 8
094000             OPEN INPUT BRANCH-OUT-FILE-8
094100             MOVE WS-BRANCH-8-STATUS TO WS-OPEN-STATUS
094200     END-EVALUATE
094300     .
094400 2420-EXIT.
094500     EXIT.
094600*
094700 2430-READ-BRANCH-ITEM.
094800     EVALUATE WS-BRANCH-NO
094900         WHEN 1
095000             READ BRANCH-OUT-FILE-1 INTO WS-BRANCH-ITEM
095100                 AT END
095200                     MOVE "Y" TO SW-END-OF-FILE
095300             END-READ
095400         WHEN 2
095500             READ BRANCH-OUT-FILE-2 INTO WS-BRANCH-ITEM
095600                 AT END
095700                     MOVE "Y" TO SW-END-OF-FILE
095800             END-READ
095900         WHEN 3
096000             READ BRANCH-OUT-FILE-3 INTO WS-BRANCH-ITEM
096100                 AT END
096200                     MOVE "Y" TO SW-END-OF-FILE
096300             END-READ
096400         WHEN 4
096500             READ BRANCH-OUT-FILE-4 INTO WS-BRANCH-ITEM
096600                 AT END
096700                     MOVE "Y" TO SW-END-OF-FILE
096800             END-READ
096900         WHEN 5
097000             READ BRANCH-OUT-FILE-5 INTO WS-BRANCH-ITEM
097100                 AT END
097200                     MOVE "Y" TO SW-END-OF-FILE
097300             END-READ
097400         WHEN 6
097500             READ BRANCH-OUT-FILE-6 INTO WS-BRANCH-ITEM
097600                 AT END
097700                     MOVE "Y" TO SW-END-OF-FILE
097800             END-READ
097900         WHEN 7
098000             READ BRANCH-OUT-FILE-7 INTO WS-BRANCH-ITEM
098100                 AT END
098200                     MOVE "Y" TO SW-END-OF-FILE
098300             END-READ
098400         WHEN 8
098500             READ BRANCH-OUT-FILE-8 INTO WS-BRANCH-ITEM
098600                 AT END
098700                     MOVE "Y" TO SW-END-OF-FILE
098800             END-READ
098900     END-EVALUATE
099000     IF END-OF-FILE
099100         GO TO 2430-EXIT
099200     END-IF
099300     ADD 1 TO WS-BRANCH-READ-COUNT
099400     MOVE WBI-ACCOUNT-NO TO CAN-ACCOUNT-NO
099500     MOVE WBI-DATE TO CAN-DATE
099600     MOVE 4 TO CAN-STAGE
099700     MOVE WBI-AMOUNT TO CAN-AMOUNT
099800     MOVE WBI-TRAN-TYPE TO CAN-TYPE
099900     MOVE WBI-SOURCE-FEED TO CAN-SOURCE-FEED
100000     MOVE BRANCH-DDNAME(WS-BRANCH-NO) TO CAN-LOCATION
100100     MOVE "SORTED" TO CAN-STATE
100200     EVALUATE TRUE
100300         WHEN WBI-RELEASED
100400             MOVE "RELEASED BY RISK DESK" TO CAN-DETAIL
100500         WHEN WBI-RECYCLED
100600             MOVE "CORRECTED AND RECYCLED" TO CAN-DETAIL
100700         WHEN OTHER
100800             MOVE "ROUTED TO BRANCH" TO CAN-DETAIL
100900     END-EVALUATE
101000     PERFORM 2950-COLLECT-ITEM THRU 2950-EXIT
101100     .
101200 2430-EXIT.
101300     EXIT.
101400*
101500 2440-CLOSE-BRANCH-FILE.
101600     EVALUATE WS-BRANCH-NO
101700         WHEN 1
101800             CLOSE BRANCH-OUT-FILE-1
101900         WHEN 2
102000             CLOSE BRANCH-OUT-FILE-2
102100         WHEN 3
102200             CLOSE BRANCH-OUT-FILE-3
102300         WHEN 4
102400             CLOSE BRANCH-OUT-FILE-4
102500         WHEN 5
102600             CLOSE BRANCH-OUT-FILE-5
102700         WHEN 6
102800             CLOSE BRANCH-OUT-FILE-6
102900         WHEN 7
103000             CLOSE BRANCH-OUT-FILE-7
103100         WHEN 8
103200             CLOSE BRANCH-OUT-FILE-8
103300     END-EVALUATE
103400     .
103500 2440-EXIT.
103600     EXIT.
103700*
103800*****************************************************************
103900*    2500-SEARCH-SORTED-OUTPUT - SORTOUT, THE DAY'S SORTED       *
104000*    ITEMS AS PRESENTED TO THE POSTING STEP.                     *
104100*****************************************************************
104200 2500-SEARCH-SORTED-OUTPUT.
104300     OPEN INPUT SORTED-OUTPUT-FILE
104400     MOVE WS-SORTED-OUT-STATUS TO WS-OPEN-STATUS
104500     MOVE "SORTOUT" TO WS-ABORT-FILE-ID
104600     PERFORM 2900-CHECK-SEARCH-OPEN THRU 2900-EXIT
104700     MOVE "N" TO SW-END-OF-FILE
104800     PERFORM 2510-READ-SORTED-ITEM THRU 2510-EXIT
104900         UNTIL END-OF-FILE
105000     CLOSE SORTED-OUTPUT-FILE
105100     .
105200 2500-EXIT.
105300     EXIT.
105400*
105500 2510-READ-SORTED-ITEM.
105600     READ SORTED-OUTPUT-FILE
105700         AT END
105800             MOVE "Y" TO SW-END-OF-FILE
105900             GO TO 2510-EXIT
106000     END-READ
106100     ADD 1 TO WS-SORTED-READ-COUNT
106200     MOVE SRT-ACCOUNT-NO TO CAN-ACCOUNT-NO
106300     MOVE SRT-DATE TO CAN-DATE
106400     MOVE 5 TO CAN-STAGE
106500     MOVE SRT-AMOUNT TO CAN-AMOUNT
106600     MOVE SRT-TRAN-TYPE TO CAN-TYPE
106700     MOVE SRT-SOURCE-FEED TO CAN-SOURCE-FEED
106800     MOVE "SORTOUT" TO CAN-LOCATION
106900     MOVE "SORTED" TO CAN-STATE
107000     EVALUATE TRUE
107100         WHEN SRT-RELEASED
107200             MOVE "RELEASED BY RISK DESK" TO CAN-DETAIL
107300         WHEN SRT-RECYCLED
107400             MOVE "CORRECTED AND RECYCLED" TO CAN-DETAIL
107500         WHEN OTHER
107600             MOVE "PRESENTED FOR POSTING" TO CAN-DETAIL
107700     END-EVALUATE
107800     PERFORM 2950-COLLECT-ITEM THRU 2950-EXIT
107900     .
108000 2510-EXIT.
108100     EXIT.
108200*
108300*    2900-CHECK-SEARCH-OPEN - A SEARCHED FILE THAT IS NOT THERE
108400*    (STATUS 05) IS NOTED AND READS AS EMPTY; ANY OTHER BAD
108500*    STATUS ENDS THE RUN.
108600*
108700 2900-CHECK-SEARCH-OPEN.
108800     IF WS-OPEN-STATUS = "05"
108900         DISPLAY "ACCOUNT-RESEARCH - " WS-ABORT-FILE-ID
109000             " NOT PRESENT, NOT SEARCHED"
109100         GO TO 2900-EXIT
109200     END-IF
109300     IF WS-OPEN-STATUS NOT = "00"
109400         MOVE WS-OPEN-STATUS TO WS-ABORT-STATUS
109500         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
109600     END-IF
109700     .
109800 2900-EXIT.
109900     EXIT.
110000*
110100*****************************************************************
110200*    2950-COLLECT-ITEM - ADDS THE CANDIDATE ITEM TO ITM-TABLE    *
110300*    ONCE FOR EVERY REQUEST CARD IT ANSWERS.  AN ITEM WITH NO    *
110400*    READABLE DATE IS TAKEN WHATEVER THE CARD'S DATE RANGE.      *
110500*****************************************************************
110600 2950-COLLECT-ITEM.
110700     PERFORM 2960-MATCH-REQUEST THRU 2960-EXIT
110800         VARYING I FROM 1 BY 1 UNTIL I > RQT-COUNT
110900     .
111000 2950-EXIT.
111100     EXIT.
111200*
111300 2960-MATCH-REQUEST.
111400     IF CAN-ACCOUNT-NO NOT = RQT-ACCOUNT-NO(I)
111500         GO TO 2960-EXIT
111600     END-IF
111700     IF CAN-DATE NUMERIC
111800         IF CAN-DATE-N < RQT-FROM-DATE(I)
111900                 OR CAN-DATE-N > RQT-TO-DATE(I)
112000             GO TO 2960-EXIT
112100         END-IF
112200     END-IF
112300     IF ITM-COUNT >= WS-ITM-MAX
112400         IF NOT ITEM-TABLE-FULL
112500             DISPLAY "ACCOUNT-RESEARCH - ITEM TABLE FULL AT "
112600                 WS-ITM-MAX " ENTRIES, LISTING INCOMPLETE"
112700             MOVE "Y" TO SW-ITEM-TABLE-FULL
112800         END-IF
112900         ADD 1 TO WS-DROPPED-COUNT
113000         GO TO 2960-EXIT
113100     END-IF
113200     ADD 1 TO ITM-COUNT
113300     ADD 1 TO WS-FOUND-COUNT
113400     ADD 1 TO RQT-ITEM-COUNT(I)
113500     MOVE I TO ITM-REQUEST-NO(ITM-COUNT)
113600     MOVE CAN-DATE TO ITM-DATE-SHOWN(ITM-COUNT)
113700     IF CAN-DATE NUMERIC
113800         MOVE CAN-DATE TO ITM-DATE(ITM-COUNT)
113900     ELSE
114000         MOVE SPACES TO ITM-DATE(ITM-COUNT)
114100     END-IF
114200     MOVE CAN-STAGE TO ITM-STAGE(ITM-COUNT)
114300     MOVE CAN-AMOUNT TO ITM-AMOUNT(ITM-COUNT)
114400     MOVE CAN-TYPE TO ITM-TYPE(ITM-COUNT)
114500     MOVE CAN-SOURCE-FEED TO ITM-SOURCE-FEED(ITM-COUNT)
114600     MOVE CAN-LOCATION TO ITM-LOCATION(ITM-COUNT)
114700     MOVE CAN-STATE TO ITM-STATE(ITM-COUNT)
114800     MOVE CAN-DETAIL TO ITM-DETAIL(ITM-COUNT)
114900     .
115000 2960-EXIT.
115100     EXIT.
115200*
115300*****************************************************************
115400*    3000-SORT-ITEMS - EXCHANGE SORT OF ITM-TABLE ON             *
115500*    ITM-SORT-KEY, REPEATED UNTIL A PASS MAKES NO EXCHANGE.  AN  *
115600*    INQUIRY TABLE IS SMALL.  AN ITEM WITH NO READABLE DATE      *
115700*    CARRIES SPACES IN THE KEY AND SORTS AHEAD OF THE DATED      *
115800*    ITEMS.                                                      *
115900*****************************************************************
116000 3000-SORT-ITEMS.
116100     IF ITM-COUNT < 2
116200         GO TO 3000-EXIT
116300     END-IF
116400     MOVE "Y" TO SW-ITEMS-EXCHANGED
116500     PERFORM 3100-SORT-PASS THRU 3100-EXIT
116600         UNTIL NO-ITEMS-EXCHANGED
116700     .
116800 3000-EXIT.
116900     EXIT.
117000*
117100 3100-SORT-PASS.
117200     MOVE "N" TO SW-ITEMS-EXCHANGED
117300     PERFORM 3200-COMPARE-ITEMS THRU 3200-EXIT
117400         VARYING J FROM 1 BY 1 UNTIL J >= ITM-COUNT
117500     .
117600 3100-EXIT.
117700     EXIT.
117800*
117900 3200-COMPARE-ITEMS.
118000     COMPUTE K = J + 1
118100     IF ITM-SORT-KEY(J) > ITM-SORT-KEY(K)
118200         MOVE ITM-ENTRY(J) TO WS-HOLD-ITEM
118300         MOVE ITM-ENTRY(K) TO ITM-ENTRY(J)
118400         MOVE WS-HOLD-ITEM TO ITM-ENTRY(K)
118500         MOVE "Y" TO SW-ITEMS-EXCHANGED
118600     END-IF
118700     .
118800 3200-EXIT.
118900     EXIT.
119000*
119100*****************************************************************
119200*    4000-PRINT-RESEARCH - ONE REPORT PER REQUEST CARD, IN CARD  *
119300*    ORDER.  THE SORTED ITM-TABLE HOLDS EACH REQUEST'S ITEMS     *
119400*    TOGETHER, SO K WALKS IT ONCE FROM THE TOP.                  *
119500*****************************************************************
119600 4000-PRINT-RESEARCH.
119700     MOVE 1 TO K
119800     PERFORM 4100-PRINT-ONE-ACCOUNT THRU 4100-EXIT
119900         VARYING I FROM 1 BY 1 UNTIL I > RQT-COUNT
120000     .
120100 4000-EXIT.
120200     EXIT.
120300*
120400 4100-PRINT-ONE-ACCOUNT.
120500     PERFORM 4200-LOOKUP-MASTERS THRU 4200-EXIT
120600     MOVE "Y" TO SW-ACCOUNT-PAGE
120700     MOVE 99 TO WS-LINE-COUNT
120800     IF RQT-ITEM-COUNT(I) = ZERO
120900         MOVE SPACES TO WS-PRINT-LINE
121000         MOVE " NO ITEMS FOUND IN ANY SEARCHED FILE"
121100             TO WS-PRINT-LINE
121200         PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
121300     ELSE
121400         PERFORM 4300-PRINT-ITEM THRU 4300-EXIT
121500             RQT-ITEM-COUNT(I) TIMES
121600     END-IF
121700     MOVE SPACES TO WS-PRINT-LINE
121800     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
121900     MOVE SPACES TO RPT-TOTAL-LINE
122000     MOVE "ITEMS FOUND" TO RPT-T-LABEL
122100     MOVE RQT-ITEM-COUNT(I) TO RPT-T-COUNT
122200     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
122300     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
122400     IF ITEM-TABLE-FULL
122500         MOVE SPACES TO WS-PRINT-LINE
122600         MOVE " *** ITEM TABLE FULL - LISTING INCOMPLETE ***"
122700             TO WS-PRINT-LINE
122800         PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
122900     END-IF
123000     MOVE "N" TO SW-ACCOUNT-PAGE
123100     .
123200 4100-EXIT.
123300     EXIT.
123400*
123500*****************************************************************
123600*    4200-LOOKUP-MASTERS - READS THE ACCOUNT AND BALANCE         *
123700*    MASTERS BY KEY AND BUILDS THE ACCOUNT LINES PRINTED AT THE  *
123800*    TOP OF EACH PAGE OF THE ACCOUNT'S REPORT.                   *
123900*****************************************************************
124000 4200-LOOKUP-MASTERS.
124100     MOVE "N" TO SW-ACCOUNT-FOUND
124200     MOVE RQT-ACCOUNT-NO(I) TO AM-ACCOUNT-NO
124300     READ ACCOUNT-MASTER-FILE
124400         INVALID KEY
124500             CONTINUE
124600         NOT INVALID KEY
124700             MOVE "Y" TO SW-ACCOUNT-FOUND
124800     END-READ
124900     MOVE "N" TO SW-BALANCE-FOUND
125000     MOVE RQT-ACCOUNT-NO(I) TO BM-ACCOUNT-NO
125100     READ BALANCE-MASTER-FILE
125200         INVALID KEY
125300             CONTINUE
125400         NOT INVALID KEY
125500             MOVE "Y" TO SW-BALANCE-FOUND
125600     END-READ
125700     MOVE RQT-ACCOUNT-NO(I) TO RPT-A1-ACCOUNT
125800     IF ACCOUNT-FOUND
125900         MOVE AM-SHORT-NAME TO RPT-A1-NAME
126000         MOVE AM-BRANCH TO RPT-A1-BRANCH
126100         EVALUATE TRUE
126200             WHEN AM-ACCOUNT-OPEN
126300                 MOVE "OPEN" TO RPT-A1-STATUS
126400             WHEN AM-ACCOUNT-CLOSED
126500                 MOVE "CLOSED" TO RPT-A1-STATUS
126600             WHEN OTHER
126700                 MOVE AM-STATUS TO RPT-A1-STATUS
126800         END-EVALUATE
126900         MOVE AM-REVIEW-LIMIT TO RPT-A2-REVIEW-LIMIT
127000     ELSE
127100         MOVE "*** NOT ON ACCTMSTR ***" TO RPT-A1-NAME
127200         MOVE SPACES TO RPT-A1-BRANCH
127300         MOVE SPACES TO RPT-A1-STATUS
127400         MOVE ZERO TO RPT-A2-REVIEW-LIMIT
127500         ADD 1 TO WS-NOT-FOUND-COUNT
127600         DISPLAY "ACCOUNT-RESEARCH - ACCOUNT " RQT-ACCOUNT-NO(I)
127700             " NOT ON ACCTMSTR"
127800     END-IF
127900     IF BALANCE-FOUND
128000         MOVE BM-CURR-BALANCE TO RPT-A2-BALANCE
128100         MOVE BM-BALANCE-LIMIT TO RPT-A2-BALANCE-LIMIT
128200         MOVE BM-LAST-POSTED-DATE TO RPT-A2-LAST-POSTED
128300     END-IF
128400     IF RQT-FROM-CARD(I) = SPACES
128500         MOVE "EARLIEST" TO RPT-A3-FROM
128600     ELSE
128700         MOVE RQT-FROM-CARD(I) TO RPT-A3-FROM
128800     END-IF
128900     IF RQT-TO-CARD(I) = SPACES
129000         MOVE "LATEST" TO RPT-A3-TO
129100     ELSE
129200         MOVE RQT-TO-CARD(I) TO RPT-A3-TO
129300     END-IF
129400     .
129500 4200-EXIT.
129600     EXIT.
129700*
129800 4300-PRINT-ITEM.
129900     MOVE ITM-DATE-SHOWN(K) TO RPT-D-DATE
130000     MOVE ITM-AMOUNT(K) TO RPT-D-AMOUNT
130100     MOVE ITM-TYPE(K) TO RPT-D-TYPE
130200     MOVE ITM-SOURCE-FEED(K) TO RPT-D-SOURCE-FEED
130300     MOVE ITM-LOCATION(K) TO RPT-D-LOCATION
130400     MOVE ITM-STATE(K) TO RPT-D-STATE
130500     MOVE ITM-DETAIL(K) TO RPT-D-DETAIL
130600     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
130700     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
130800     ADD 1 TO K
130900     .
131000 4300-EXIT.
131100     EXIT.
131200*
131300*****************************************************************
131400*    6000-PRINT-SUMMARY - RUN TOTALS TO THE JOB LOG AND ON A     *
131500*    PAGE OF THEIR OWN.  A REJECTED CARD OR AN ACCOUNT NOT ON    *
131600*    THE ACCOUNT MASTER ENDS THE RUN WITH RETURN CODE 4.         *
131700*****************************************************************
131800 6000-PRINT-SUMMARY.
131900     DISPLAY " "
132000     DISPLAY "ACCOUNT RESEARCH CONTROL TOTALS"
132100     DISPLAY "  REQUEST CARDS READ . . . " WS-CARD-COUNT
132200     DISPLAY "  REQUEST CARDS REJECTED . " WS-CARD-REJECT-COUNT
132300     DISPLAY "  ACCOUNTS RESEARCHED. . . " RQT-COUNT
132400     DISPLAY "  NOT ON ACCTMSTR. . . . . " WS-NOT-FOUND-COUNT
132500     DISPLAY "  EXCPMSTR RECORDS READ. . " WS-EXCP-READ-COUNT
132600     DISPLAY "  SUSPOUT RECORDS READ . . " WS-SUSPENSE-READ-COUNT
132700     DISPLAY "  UNMRVOUT RECORDS READ. . " WS-UNMATCHED-READ-COUNT
132800     DISPLAY "  NOTPOST ITEM LINES READ. "
132900         WS-NOT-POSTED-READ-COUNT
133000     DISPLAY "  BRNOUT RECORDS READ. . . " WS-BRANCH-READ-COUNT
133100     DISPLAY "  SORTOUT RECORDS READ . . " WS-SORTED-READ-COUNT
133200     DISPLAY "  ITEMS FOUND. . . . . . . " WS-FOUND-COUNT
133300     DISPLAY "  ITEMS NOT LISTED . . . . " WS-DROPPED-COUNT
133400     MOVE "N" TO SW-ACCOUNT-PAGE
133500     MOVE 99 TO WS-LINE-COUNT
133600     MOVE SPACES TO RPT-TOTAL-LINE
133700     MOVE "REQUEST CARDS READ" TO RPT-T-LABEL
133800     MOVE WS-CARD-COUNT TO RPT-T-COUNT
133900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
134000     MOVE SPACES TO RPT-TOTAL-LINE
134100     MOVE "REQUEST CARDS REJECTED" TO RPT-T-LABEL
134200     MOVE WS-CARD-REJECT-COUNT TO RPT-T-COUNT
134300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
134400     MOVE SPACES TO RPT-TOTAL-LINE
134500     MOVE "ACCOUNTS RESEARCHED" TO RPT-T-LABEL
134600     MOVE RQT-COUNT TO RPT-T-COUNT
134700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
134800     MOVE SPACES TO RPT-TOTAL-LINE
134900     MOVE "NOT ON ACCTMSTR" TO RPT-T-LABEL
135000     MOVE WS-NOT-FOUND-COUNT TO RPT-T-COUNT
135100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
135200     MOVE SPACES TO RPT-TOTAL-LINE
135300     MOVE "EXCPMSTR RECORDS READ" TO RPT-T-LABEL
135400     MOVE WS-EXCP-READ-COUNT TO RPT-T-COUNT
135500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
135600     MOVE SPACES TO RPT-TOTAL-LINE
135700     MOVE "SUSPOUT RECORDS READ" TO RPT-T-LABEL
135800     MOVE WS-SUSPENSE-READ-COUNT TO RPT-T-COUNT
135900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
136000     MOVE SPACES TO RPT-TOTAL-LINE
136100     MOVE "UNMRVOUT RECORDS READ" TO RPT-T-LABEL
136200     MOVE WS-UNMATCHED-READ-COUNT TO RPT-T-COUNT
136300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
136400     MOVE SPACES TO RPT-TOTAL-LINE
136500     MOVE "NOTPOST ITEM LINES READ" TO RPT-T-LABEL
136600     MOVE WS-NOT-POSTED-READ-COUNT TO RPT-T-COUNT
136700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
136800     MOVE SPACES TO RPT-TOTAL-LINE
136900     MOVE "BRNOUT RECORDS READ" TO RPT-T-LABEL
137000     MOVE WS-BRANCH-READ-COUNT TO RPT-T-COUNT
137100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
137200     MOVE SPACES TO RPT-TOTAL-LINE
137300     MOVE "SORTOUT RECORDS READ" TO RPT-T-LABEL
137400     MOVE WS-SORTED-READ-COUNT TO RPT-T-COUNT
137500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
137600     MOVE SPACES TO RPT-TOTAL-LINE
137700     MOVE "ITEMS FOUND" TO RPT-T-LABEL
137800     MOVE WS-FOUND-COUNT TO RPT-T-COUNT
137900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
138000     MOVE SPACES TO RPT-TOTAL-LINE
138100     MOVE "ITEMS NOT LISTED" TO RPT-T-LABEL
138200     MOVE WS-DROPPED-COUNT TO RPT-T-COUNT
138300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
138400     IF WS-CARD-REJECT-COUNT > ZERO
138500             OR WS-NOT-FOUND-COUNT > ZERO
138600             OR WS-DROPPED-COUNT > ZERO
138700             OR RQT-COUNT = ZERO
138800         DISPLAY "ACCOUNT-RESEARCH - REQUESTS NOT FULLY "
138900             "ANSWERED, SEE RSCHRPT"
139000         MOVE 4 TO RETURN-CODE
139100     END-IF
139200     .
139300 6000-EXIT.
139400     EXIT.
139500*
139600 6100-PRINT-TOTAL-LINE.
139700     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
139800     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
139900     .
140000 6100-EXIT.
140100     EXIT.
140200*
140300*****************************************************************
140400*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS.  ON AN           *
140500*    ACCOUNT'S REPORT EVERY PAGE REPEATS THE ACCOUNT LINES AND   *
140600*    THE COLUMN HEADINGS UNDER THE PAGE HEADING.                 *
140700*****************************************************************
140800 7000-START-NEW-PAGE.
140900     ADD 1 TO WS-PAGE-COUNT
141000     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
141100     MOVE WS-RUN-MM TO RPT-H1-MM
141200     MOVE WS-RUN-DD TO RPT-H1-DD
141300     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
141400     IF WS-PAGE-COUNT = 1
141500         WRITE REPORT-LINE FROM RPT-HEADING-1
141600             AFTER ADVANCING 1 LINE
141700     ELSE
141800         WRITE REPORT-LINE FROM RPT-HEADING-1
141900             AFTER ADVANCING PAGE
142000     END-IF
142100     MOVE SPACES TO REPORT-LINE
142200     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
142300     MOVE 2 TO WS-LINE-COUNT
142400     IF SUMMARY-PAGE
142500         GO TO 7000-EXIT
142600     END-IF
142700     WRITE REPORT-LINE FROM RPT-ACCOUNT-LINE-1
142800         AFTER ADVANCING 1 LINE
142900     IF BALANCE-FOUND
143000         WRITE REPORT-LINE FROM RPT-ACCOUNT-LINE-2
143100             AFTER ADVANCING 1 LINE
143200     ELSE
143300         WRITE REPORT-LINE FROM RPT-NO-BALANCE-LINE
143400             AFTER ADVANCING 1 LINE
143500     END-IF
143600     WRITE REPORT-LINE FROM RPT-ACCOUNT-LINE-3
143700         AFTER ADVANCING 1 LINE
143800     MOVE SPACES TO REPORT-LINE
143900     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
144000     WRITE REPORT-LINE FROM RPT-COLUMN-HEADING
144100         AFTER ADVANCING 1 LINE
144200     MOVE SPACES TO REPORT-LINE
144300     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
144400     MOVE 8 TO WS-LINE-COUNT
144500     .
144600 7000-EXIT.
144700     EXIT.
144800*
144900 7100-WRITE-PRINT-LINE.
145000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
145100         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
145200     END-IF
145300     WRITE REPORT-LINE FROM WS-PRINT-LINE
145400         AFTER ADVANCING 1 LINE
145500     ADD 1 TO WS-LINE-COUNT
145600     .
145700 7100-EXIT.
145800     EXIT.
145900*
146000*************************************************************
146100*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
146200*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.       *
146300*************************************************************
146400 9000-ABORT-ON-BAD-STATUS.
146500     DISPLAY "ACCOUNT-RESEARCH - UNABLE TO OPEN "
146600         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
146700     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
146800     .
146900 9000-EXIT.
147000     EXIT.
147100*
147200 9100-ABORT-RUN.
147300     MOVE 16 TO RETURN-CODE
147400     STOP RUN
147500     .
147600 9100-EXIT.
147700     EXIT.
147800*
147900 9999-TERMINATE.
148000     IF RQT-COUNT > ZERO
148100         CLOSE ACCOUNT-MASTER-FILE
148200         CLOSE BALANCE-MASTER-FILE
148300     END-IF
148400     CLOSE RESEARCH-REPORT-FILE
148500     .
148600 9999-EXIT.
148700     EXIT.
