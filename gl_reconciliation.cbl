000100*****************************************************************
000200*                                                                *
000300*    GL-RECONCILIATION                                           *
000400*                                                                *
000500*    SUBLEDGER-TO-GL RECONCILIATION.  COMPARES, ACCOUNT BY       *
000600*    ACCOUNT, THE MONTH-TO-DATE DEBITS AND CREDITS THE DAILY     *
000700*    POSTING STEP CARRIES ON THE BALANCE MASTER (THE             *
000800*    SUBLEDGER) WITH THE PERIOD-TO-DATE "A" RECORDS THE SORT     *
000900*    ACCUMULATES ON GLMTD (THE LEDGER).  EVERY ACCOUNT THAT      *
001000*    DOES NOT AGREE IS LISTED WITH ITS DIFFERENCE AND ITS        *
001100*    PROBABLE CAUSE - ITEMS HELD ON THE NOT-POSTED LISTING, AN   *
001200*    ACCOUNT PRESENT ON ONE SIDE ONLY, OR A GLMTD "D" DAY THAT   *
001300*    NO POSTING RUN EVER CONSUMED.  THE RUN ENDS WITH A PROOF:   *
001400*    SUBLEDGER NET = LEDGER NET + THE NET OF THE DIFFERENCES     *
001500*    LISTED.  READ-ONLY - NO MASTER IS UPDATED.                  *
001600*                                                                *
001700*    THE BALANCE MASTER'S MONTH-TO-DATE FIGURES COUNT ONLY FOR   *
001800*    AN ACCOUNT LAST POSTED IN THE RECONCILIATION MONTH.  THE    *
001900*    NOTPOST INPUT IS THE MONTH'S NOT-POSTED LISTINGS            *
002000*    CONCATENATED; THE JOURNAL SHOWS WHICH GLMTD DAYS WERE       *
002100*    POSTED.  AT MONTH END RUN AGAINST THE GLMTD GENERATION      *
002200*    BEFORE THE PERIOD CLOSE CLEARS IT.                          *
002217*                                                                *
002233*    THE MONTH'S GLMTD ACCOUNT RECORDS AND NOT-POSTED ITEMS ARE  *
002250*    SORTED INTO ACCOUNT ORDER AND MATCHED AGAINST THE BALANCE   *
002267*    MASTER READ IN KEY ORDER, SO NO ACCOUNT TABLE IS HELD AND   *
002283*    THE SIZE OF THE MASTER SETS NO LIMIT.                       *
002300*                                                                *
002400*    CONTROL CARD (RECCARD - OPTIONAL):                          *
002500*    COLUMNS 1-6 RECONCILIATION MONTH CCYYMM (DEFAULT THE MONTH  *
002600*    OF THE LATEST DAY ON GLMTD, OR THE RUN MONTH IF GLMTD IS    *
002700*    EMPTY).                                                     *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT DESCRIPTION                                 *
003100*    -------    ---- --------------------------------------------*
003200*    2026-10-15 JRM  ORIGINAL PROGRAM - MONTHLY PROOF OF THE     *
003300*                    BALANCE MASTER AGAINST THE GL ACCUMULATION, *
003400*                    REPLACING THE SPREADSHEET TIE-OUT.          *
003410*    2026-10-15 JRM  ACCTMSTR AND BALMSTR ARE NOW INDEXED ON     *
003420*                    ACCOUNT NUMBER.  THE LISTING READS THE      *
003430*                    ACCOUNT BY KEY INSTEAD OF FROM A TABLE.     *
003444*    2026-10-15 JRM  A GLMTD DAY IS MATCHED TO THE BUSINESS DATE *
003458*                    THE JOURNAL NOW CARRIES, FALLING BACK TO    *
003472*                    THE ITEM DATE ON ITEMS JOURNALED BEFORE THE *
003486*                    BUSINESS DATE WAS RECORDED.                 *
003489*    2026-10-15 JRM  THE GLMTD ACCOUNT RECORDS AND NOT-POSTED    *
003492*                    ITEMS ARE SORTED BY ACCOUNT AND MATCHED     *
003494*                    AGAINST THE BALANCE MASTER IN KEY ORDER,    *
003497*                    REPLACING THE ACCOUNT TABLE AND ITS LIMIT.  *
003500*                                                                *
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. GL-RECONCILIATION.
003900 AUTHOR. J R MERCER.
004000 INSTALLATION. DAILY PROCESSING - OPERATIONS.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL CONTROL-CARD-FILE
004800         ASSIGN TO "RECCARD"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CONTROL-STATUS.
005100*
005200     SELECT OPTIONAL GL-MTD-FILE
005300         ASSIGN TO "GLMTD"
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-GL-MTD-STATUS.
005600*
005700     SELECT ACCOUNT-MASTER-FILE
005800         ASSIGN TO "ACCTMSTR"
005900         ORGANIZATION IS INDEXED
005930         ACCESS MODE IS RANDOM
005960         RECORD KEY IS AM-ACCOUNT-NO
006000         FILE STATUS IS WS-ACCT-MASTER-STATUS.
006100*
006200     SELECT OPTIONAL BALANCE-MASTER-FILE
006300         ASSIGN TO "BALMSTR"
006400         ORGANIZATION IS INDEXED
006430         ACCESS MODE IS SEQUENTIAL
006460         RECORD KEY IS BM-ACCOUNT-NO
006500         FILE STATUS IS WS-BAL-MASTER-STATUS.
006600*
006700*    THE MONTH'S NOT-POSTED LISTINGS, READ BACK AS PRINT LINES.
006800*    OPTIONAL - A MONTH WITH NOTHING HELD HAS NONE.
006900*
007000     SELECT OPTIONAL NOT-POSTED-FILE
007100         ASSIGN TO "NOTPOST"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-NOT-POSTED-STATUS.
007400*
007500     SELECT OPTIONAL POSTING-JOURNAL-FILE
007600         ASSIGN TO "POSTJRNL"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-JOURNAL-STATUS.
007900*
007925     SELECT RECON-SORT-FILE
007950         ASSIGN TO "SORTWK01".
007975*
008000     SELECT RECON-REPORT-FILE
008100         ASSIGN TO "RECRPT"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-REPORT-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CONTROL-CARD-FILE.
008800 01  CONTROL-CARD-RECORD.
008900     05  RCC-PERIOD                   PIC 9(06).
009000     05  RCC-PERIOD-R REDEFINES RCC-PERIOD.
009100         10  RCC-PERIOD-CCYY          PIC 9(04).
009200         10  RCC-PERIOD-MM            PIC 9(02).
009300     05  FILLER                       PIC X(74).
009400*
009500*    MONTH-TO-DATE GL ACCUMULATION FILE AS THE SORT WRITES IT -
009600*    "A" RECORDS CARRY ONE ACCOUNT'S PERIOD-TO-DATE GL TOTALS,
009700*    "D" RECORDS CARRY ONE CONSUMED DAILY TRAILER.
009800*
009900 FD  GL-MTD-FILE.
010000 01  GL-MTD-RECORD.
010100     05  GLM-RECORD-TYPE              PIC X(01).
010200         88  GLM-TYPE-ACCOUNT             VALUE "A".
010300         88  GLM-TYPE-DAY                 VALUE "D".
010400     05  GLM-ACCOUNT-NO               PIC 9(07).
010500     05  GLM-BUSINESS-DATE            PIC 9(08).
010600     05  GLM-DEBIT-TOTAL              PIC 9(11)V99.
010700     05  GLM-CREDIT-TOTAL             PIC 9(11)V99.
010800     05  GLM-NET-AMOUNT               PIC S9(11)V99.
010900     05  GLM-ITEM-COUNT               PIC 9(07).
011000     05  FILLER                       PIC X(10).
011100*
011200 FD  ACCOUNT-MASTER-FILE.
011300 01  ACCT-MASTER-RECORD.
011400     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
011500         ==:LVLFLD:== BY ==05==.
011600*
011700 FD  BALANCE-MASTER-FILE.
011800 01  BAL-MASTER-RECORD.
011900     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
012000         ==:LVLFLD:== BY ==05==.
012100*
012200*    NOT-POSTED LISTING LINE.  A DETAIL LINE CARRIES THE ACCOUNT
012300*    IN COLUMNS 2-8 AND THE ITEM TYPE IN COLUMN 12; HEADINGS AND
012400*    SPACING LINES FAIL THE NUMERIC TEST ON THE ACCOUNT, AND
012500*    LIMIT-CHANGE REJECTS CARRY TYPE "L" AND NO AMOUNT.
012600*
012700 FD  NOT-POSTED-FILE.
012800 01  NOT-POSTED-LINE.
012900     05  FILLER                       PIC X(01).
013000     05  NPR-ACCOUNT                  PIC X(07).
013100     05  NPR-ACCOUNT-N REDEFINES NPR-ACCOUNT
013200                                      PIC 9(07).
013300     05  FILLER                       PIC X(03).
013400     05  NPR-TYPE                     PIC X(01).
013500         88  NPR-ITEM-LINE                VALUE "P" "R" "A".
013600     05  NPR-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99-.
013700     05  FILLER                       PIC X(02).
013800     05  NPR-REASON                   PIC X(30).
013900     05  FILLER                       PIC X(74).
014000*
014100 FD  POSTING-JOURNAL-FILE.
014200 01  JOURNAL-RECORD.
014300     COPY JRNLREC REPLACING ==:PREFIX:== BY ==JRN==
014400         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
014500*
014507*    SORT WORK RECORD - ONE PER GLMTD ACCOUNT RECORD FOR THE
014514*    MONTH AND ONE PER NOT-POSTED ITEM, IN ACCOUNT ORDER.
014521*
014529 SD  RECON-SORT-FILE.
014536 01  RECON-SORT-RECORD.
014543     05  RS-ACCOUNT-NO                PIC 9(07).
014550     05  RS-SOURCE                    PIC X(01).
014557         88  RS-FROM-LEDGER               VALUE "G".
014564         88  RS-FROM-NOT-POSTED           VALUE "N".
014571     05  RS-DEBITS                    PIC 9(11)V99.
014579     05  RS-CREDITS                   PIC 9(11)V99.
014586     05  RS-NP-AMOUNT                 PIC S9(07)V99.
014593*
014600 FD  RECON-REPORT-FILE.
014700 01  RECON-REPORT-LINE                PIC X(132).
014800*
014900 WORKING-STORAGE SECTION.
015000*
015100*    FILE STATUS CODES
015200*
015300 77  WS-CONTROL-STATUS                PIC X(02).
015400 77  WS-GL-MTD-STATUS                 PIC X(02).
015500 77  WS-ACCT-MASTER-STATUS            PIC X(02).
015600 77  WS-BAL-MASTER-STATUS             PIC X(02).
015700 77  WS-NOT-POSTED-STATUS             PIC X(02).
015800 77  WS-JOURNAL-STATUS                PIC X(02).
015900 77  WS-REPORT-STATUS                 PIC X(02).
016000 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
016100 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
016200*
016300*    SWITCHES
016400*
016500 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
016600     88  END-OF-FILE                      VALUE "Y".
016700     88  NOT-END-OF-FILE                  VALUE "N".
016800 77  SW-CARD-PERIOD                   PIC X(01) VALUE "N".
016900     88  CARD-PERIOD-GIVEN                VALUE "Y".
017000 77  SW-JOURNAL-PRESENT               PIC X(01) VALUE "N".
017100     88  JOURNAL-PRESENT                  VALUE "Y".
017233 77  SW-END-OF-SORT                   PIC X(01) VALUE "N".
017367     88  END-OF-SORT                      VALUE "Y".
017500 77  SW-ACCOUNT-FOUND                 PIC X(01) VALUE "N".
017600     88  ACCOUNT-FOUND                    VALUE "Y".
017700     88  ACCOUNT-NOT-FOUND                VALUE "N".
017800*
017900*    TABLE SIZES AND RUN COUNTERS
018000*
018500 77  WS-GLD-MAX                       PIC 9(02) COMP VALUE 62.
018600 77  GLD-COUNT                        PIC 9(02) COMP VALUE ZERO.
018900 77  WS-GL-RECORDS-READ               PIC 9(07) VALUE ZERO.
019000 77  WS-BALANCE-RECORDS-READ          PIC 9(07) VALUE ZERO.
019100 77  WS-NP-LINES-READ                 PIC 9(07) VALUE ZERO.
019200 77  WS-NP-ITEM-COUNT                 PIC 9(07) VALUE ZERO.
019300 77  WS-JOURNAL-READ-COUNT            PIC 9(07) VALUE ZERO.
019400 77  WS-ACCOUNTS-COMPARED             PIC 9(07) VALUE ZERO.
019500 77  WS-ACCOUNTS-IN-BALANCE           PIC 9(07) VALUE ZERO.
019600 77  WS-BREAK-COUNT                   PIC 9(07) VALUE ZERO.
019700 77  WS-UNEXPLAINED-COUNT             PIC 9(07) VALUE ZERO.
019800 77  WS-DAYS-IN-PERIOD                PIC 9(04) VALUE ZERO.
019900 77  WS-DAYS-NOT-POSTED               PIC 9(04) VALUE ZERO.
020000 77  WS-GL-OTHER-PERIOD               PIC 9(07) VALUE ZERO.
020100*
020200*    RECONCILIATION WORK FIELDS
020300*
020500 77  J                                PIC 9(04) COMP VALUE ZERO.
020600 77  WS-LOOKUP-ACCOUNT                PIC 9(07) VALUE ZERO.
020625 77  WS-BALANCE-KEY                   PIC 9(08) VALUE ZERO.
020650 77  WS-SORT-KEY                      PIC 9(08) VALUE ZERO.
020675 77  WS-MATCH-KEY                     PIC 9(08) VALUE ZERO.
020700 77  WS-ITEM-CCYYMM                   PIC 9(06) VALUE ZERO.
020800 77  WS-LATEST-GL-DATE                PIC 9(08) VALUE ZERO.
020900 77  WS-FIRST-UNPOSTED-DATE           PIC 9(08) VALUE ZERO.
021000 77  WS-NP-AMOUNT                     PIC S9(07)V99 VALUE ZERO.
021100 77  WS-SL-NET                        PIC S9(11)V99 VALUE ZERO.
021200 77  WS-GL-NET                        PIC S9(11)V99 VALUE ZERO.
021300 77  WS-DIFFERENCE                    PIC S9(11)V99 VALUE ZERO.
021400 77  WS-CAUSE                         PIC X(30) VALUE SPACES.
021500*
021600*    RUN TOTALS FOR THE PROOF
021700*
021800 77  WS-TOT-SL-DEBITS                 PIC S9(11)V99 VALUE ZERO.
021900 77  WS-TOT-SL-CREDITS                PIC S9(11)V99 VALUE ZERO.
022000 77  WS-TOT-SL-NET                    PIC S9(11)V99 VALUE ZERO.
022100 77  WS-TOT-GL-DEBITS                 PIC S9(11)V99 VALUE ZERO.
022200 77  WS-TOT-GL-CREDITS                PIC S9(11)V99 VALUE ZERO.
022300 77  WS-TOT-GL-NET                    PIC S9(11)V99 VALUE ZERO.
022400 77  WS-TOT-BREAKS                    PIC S9(11)V99 VALUE ZERO.
022500 77  WS-TOT-NOT-POSTED                PIC S9(11)V99 VALUE ZERO.
022600 77  WS-TOT-DAY-NET                   PIC S9(11)V99 VALUE ZERO.
022700 77  WS-PROOF-TOTAL                   PIC S9(11)V99 VALUE ZERO.
022800 77  WS-PROOF-DIFFERENCE              PIC S9(11)V99 VALUE ZERO.
022900*
023000*    RECONCILIATION MONTH - FROM THE CONTROL CARD OR DEFAULTED
023100*    FROM GLMTD.
023200*
023300 01  WS-PERIOD                        PIC 9(06) VALUE ZERO.
023400 01  WS-PERIOD-R REDEFINES WS-PERIOD.
023500     05  WS-PERIOD-CCYY               PIC 9(04).
023600     05  WS-PERIOD-MM                 PIC 9(02).
023700*
024225*    GLMTD "D" RECORDS AS LOADED - ONE ENTRY PER DAY.  A DAY IS
024750*    MARKED POSTED WHEN THE JOURNAL CARRIES AN ITEM FOR IT.
025800*
025900 01  GLD-TABLE.
026000     05  GLD-ENTRY OCCURS 0 TO 62 TIMES
026100             DEPENDING ON GLD-COUNT.
026200         10  GLD-DATE                 PIC 9(08).
026300         10  GLD-DATE-R REDEFINES GLD-DATE.
026400             15  GLD-CCYY             PIC 9(04).
026500             15  GLD-MM               PIC 9(02).
026600             15  GLD-DD               PIC 9(02).
026700         10  GLD-DEBITS               PIC 9(11)V99.
026800         10  GLD-CREDITS              PIC 9(11)V99.
026900         10  GLD-ITEMS                PIC 9(07).
027000         10  GLD-POSTED-SW            PIC X(01).
027100             88  GLD-DAY-POSTED           VALUE "Y".
027200             88  GLD-DAY-NOT-POSTED       VALUE "N".
027300*
027416*    THE ACCOUNT IN HAND - BOTH SIDES' FIGURES FOR THE MONTH FOR
027532*    ONE ACCOUNT SEEN ON THE BALANCE MASTER, ON GLMTD OR ON THE
027647*    NOT-POSTED LISTING.
027763*
027879 01  RECON-ACCOUNT.
027995     05  RT-ACCOUNT-NO                PIC 9(07).
028111     05  RT-BALMSTR-SW                PIC X(01).
028226         88  RT-ON-BALMSTR                VALUE "Y".
028342     05  RT-SUBLEDGER-SW              PIC X(01).
028458         88  RT-ON-SUBLEDGER              VALUE "Y".
028574     05  RT-LEDGER-SW                 PIC X(01).
028689         88  RT-ON-LEDGER                 VALUE "Y".
028805     05  RT-SL-DEBITS                 PIC S9(11)V99.
028921     05  RT-SL-CREDITS                PIC S9(11)V99.
029037     05  RT-GL-DEBITS                 PIC S9(11)V99.
029153     05  RT-GL-CREDITS                PIC S9(11)V99.
029268     05  RT-NP-COUNT                  PIC 9(05).
029384     05  RT-NP-AMOUNT                 PIC S9(11)V99.
029500*
029600*    RUN DATE FOR THE REPORT HEADINGS.
029700*
029800 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
029900 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
030000     05  WS-RUN-CCYY                  PIC 9(04).
030100     05  WS-RUN-MM                    PIC 9(02).
030200     05  WS-RUN-DD                    PIC 9(02).
030300*
030400*    REPORT LINES - THE DIFFERENCE LISTING, THE GLMTD DAY
030500*    LISTING AND THE PROOF TOTALS.  THE COLUMN HEADING FOR THE
030600*    SECTION IN PROGRESS IS HELD IN WS-COLUMN-LINE.
030700*
030800 01  RPT-HEADING-1.
030900     05  FILLER                       PIC X(01) VALUE SPACE.
031000     05  FILLER                       PIC X(34)
031100         VALUE "SUBLEDGER TO GL RECONCILIATION".
031200     05  FILLER                       PIC X(07)
031300         VALUE "MONTH ".
031400     05  RPT-H1-PER-CCYY              PIC 9(04).
031500     05  FILLER                       PIC X(01) VALUE "-".
031600     05  RPT-H1-PER-MM                PIC 9(02).
031700     05  FILLER                       PIC X(04) VALUE SPACES.
031800     05  FILLER                       PIC X(09)
031900         VALUE "RUN DATE ".
032000     05  RPT-H1-CCYY                  PIC 9(04).
032100     05  FILLER                       PIC X(01) VALUE "-".
032200     05  RPT-H1-MM                    PIC 9(02).
032300     05  FILLER                       PIC X(01) VALUE "-".
032400     05  RPT-H1-DD                    PIC 9(02).
032500     05  FILLER                       PIC X(06) VALUE SPACES.
032600     05  FILLER                       PIC X(05) VALUE "PAGE ".
032700     05  RPT-H1-PAGE                  PIC ZZZ9.
032800*
032900 01  RPT-BREAK-HEADING.
033000     05  FILLER                       PIC X(01) VALUE SPACE.
033100     05  FILLER                       PIC X(09) VALUE "ACCOUNT".
033200     05  FILLER                       PIC X(17) VALUE "NAME".
033300     05  FILLER                       PIC X(05) VALUE "BRCH".
033400     05  FILLER                       PIC X(16)
033500         VALUE "      SUBLEDGER ".
033600     05  FILLER                       PIC X(16)
033700         VALUE "         LEDGER ".
033800     05  FILLER                       PIC X(16)
033900         VALUE "     DIFFERENCE ".
034000     05  FILLER                       PIC X(17)
034100         VALUE "     NOT POSTED  ".
034200     05  FILLER                       PIC X(14)
034300         VALUE "PROBABLE CAUSE".
034400*
034500 01  RPT-BREAK-LINE.
034600     05  FILLER                       PIC X(01) VALUE SPACE.
034700     05  RPT-B-ACCOUNT                PIC 9(07).
034800     05  FILLER                       PIC X(02) VALUE SPACES.
034900     05  RPT-B-NAME                   PIC X(16).
035000     05  FILLER                       PIC X(01) VALUE SPACE.
035100     05  RPT-B-BRANCH                 PIC X(04).
035200     05  FILLER                       PIC X(01) VALUE SPACE.
035300     05  RPT-B-SUBLEDGER              PIC ZZZ,ZZZ,ZZ9.99-.
035400     05  FILLER                       PIC X(01) VALUE SPACE.
035500     05  RPT-B-LEDGER                 PIC ZZZ,ZZZ,ZZ9.99-.
035600     05  FILLER                       PIC X(01) VALUE SPACE.
035700     05  RPT-B-DIFFERENCE             PIC ZZZ,ZZZ,ZZ9.99-.
035800     05  FILLER                       PIC X(01) VALUE SPACE.
035900     05  RPT-B-NOT-POSTED             PIC ZZZ,ZZZ,ZZ9.99-.
036000     05  FILLER                       PIC X(02) VALUE SPACES.
036100     05  RPT-B-CAUSE                  PIC X(30).
036200*
036300 01  RPT-DAY-HEADING.
036400     05  FILLER                       PIC X(03) VALUE SPACES.
036500     05  FILLER                       PIC X(13) VALUE "GLMTD DAY".
036600     05  FILLER                       PIC X(19)
036700         VALUE "           DEBITS  ".
036800     05  FILLER                       PIC X(19)
036900         VALUE "          CREDITS  ".
037000     05  FILLER                       PIC X(10)
037100         VALUE "   ITEMS  ".
037200     05  FILLER                       PIC X(13)
037300         VALUE "POSTING RUN".
037400*
037500 01  RPT-DAY-LINE.
037600     05  FILLER                       PIC X(03) VALUE SPACES.
037700     05  RPT-Y-CCYY                   PIC 9(04).
037800     05  FILLER                       PIC X(01) VALUE "-".
037900     05  RPT-Y-MM                     PIC 9(02).
038000     05  FILLER                       PIC X(01) VALUE "-".
038100     05  RPT-Y-DD                     PIC 9(02).
038200     05  FILLER                       PIC X(03) VALUE SPACES.
038300     05  RPT-Y-DEBITS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
038400     05  FILLER                       PIC X(02) VALUE SPACES.
038500     05  RPT-Y-CREDITS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
038600     05  FILLER                       PIC X(02) VALUE SPACES.
038700     05  RPT-Y-ITEMS                  PIC ZZZZZZ9.
038800     05  FILLER                       PIC X(03) VALUE SPACES.
038900     05  RPT-Y-STATUS                 PIC X(24).
039000*
039100 01  RPT-SECTION-LINE.
039200     05  FILLER                       PIC X(01) VALUE SPACE.
039300     05  RPT-S-TEXT                   PIC X(60).
039400*
039500 01  RPT-TOTAL-LINE.
039600     05  FILLER                       PIC X(03) VALUE SPACES.
039700     05  RPT-T-LABEL                  PIC X(26).
039800     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
039900     05  FILLER                       PIC X(02) VALUE SPACES.
040000     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
040100*
040200 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
040300 01  WS-COLUMN-LINE                   PIC X(132) VALUE SPACES.
040400*
040500 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
040600 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
040700 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
040800*
040900 PROCEDURE DIVISION.
041000*
041100*****************************************************************
041312*    0000-MAINLINE - LOADS THE GLMTD DAYS, MATCHES THE TWO SIDES *
041418*    ACCOUNT BY ACCOUNT, LISTS THE DIFFERENCES AND THE GLMTD     *
041524*    DAYS, AND PRINTS THE PROOF.                                 *
041629*****************************************************************
041735 0000-MAINLINE.
041841     PERFORM 1000-INITIALIZE THRU 1000-EXIT
041947     PERFORM 1200-LOAD-GL-MTD THRU 1200-EXIT
042053     PERFORM 1300-SET-PERIOD THRU 1300-EXIT
042159     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
042265     PERFORM 1800-MARK-POSTED-DAYS THRU 1800-EXIT
042371     PERFORM 2000-LIST-DIFFERENCES THRU 2000-EXIT
042476     PERFORM 3000-LIST-GL-DAYS THRU 3000-EXIT
042582     PERFORM 6000-PRINT-PROOF THRU 6000-EXIT
042688     PERFORM 9999-TERMINATE THRU 9999-EXIT
042794     STOP RUN.
042900*
043000*****************************************************************
043100*    1000-INITIALIZE - PICKS UP THE RUN DATE AND ANY MONTH ON    *
043200*    THE CONTROL CARD AND OPENS THE REPORT.                      *
043300*****************************************************************
043400 1000-INITIALIZE.
043500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
043600     OPEN INPUT CONTROL-CARD-FILE
043700     IF WS-CONTROL-STATUS NOT = "00"
043800             AND WS-CONTROL-STATUS NOT = "05"
043900         MOVE "RECCARD" TO WS-ABORT-FILE-ID
044000         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
044100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
044200     END-IF
044300     READ CONTROL-CARD-FILE
044400         AT END
044500             CONTINUE
044600         NOT AT END
044700             IF RCC-PERIOD NUMERIC
044800                     AND RCC-PERIOD-MM > ZERO
044900                     AND RCC-PERIOD-MM < 13
045000                 MOVE RCC-PERIOD TO WS-PERIOD
045100                 MOVE "Y" TO SW-CARD-PERIOD
045200             END-IF
045300     END-READ
045400     CLOSE CONTROL-CARD-FILE
045500     OPEN OUTPUT RECON-REPORT-FILE
045600     IF WS-REPORT-STATUS NOT = "00"
045700         MOVE "RECRPT" TO WS-ABORT-FILE-ID
045800         MOVE WS-REPORT-STATUS TO WS-ABORT-STATUS
045900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
046000     END-IF
046100     .
046200 1000-EXIT.
046300     EXIT.
046400*
046500*****************************************************************
046580*    1200-LOAD-GL-MTD - LOADS THE "D" RECORDS OF THE GL          *
046660*    ACCUMULATION FILE AND FINDS ITS LATEST DAY.  THE "A"        *
046740*    RECORDS ARE TAKEN BY THE SORT IN 1600.  OPTIONAL - ON THE   *
046820*    FIRST DAY OF A MONTH THERE MAY BE NOTHING ON IT YET.        *
046900*****************************************************************
047000 1200-LOAD-GL-MTD.
047200     MOVE ZERO TO GLD-COUNT
047300     MOVE "N" TO SW-END-OF-FILE
047400     OPEN INPUT GL-MTD-FILE
047500     IF WS-GL-MTD-STATUS NOT = "00"
047600             AND WS-GL-MTD-STATUS NOT = "05"
047700         MOVE "GLMTD" TO WS-ABORT-FILE-ID
047800         MOVE WS-GL-MTD-STATUS TO WS-ABORT-STATUS
047900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
048000     END-IF
048100     PERFORM 1210-READ-ONE-GL-MTD THRU 1210-EXIT
048200         UNTIL END-OF-FILE
048300     CLOSE GL-MTD-FILE
048400     MOVE "N" TO SW-END-OF-FILE
048500     .
048600 1200-EXIT.
048700     EXIT.
048800*
048900 1210-READ-ONE-GL-MTD.
049000     READ GL-MTD-FILE
049100         AT END
049200             MOVE "Y" TO SW-END-OF-FILE
049300             GO TO 1210-EXIT
049400     END-READ
049500     ADD 1 TO WS-GL-RECORDS-READ
049600     IF GLM-BUSINESS-DATE > WS-LATEST-GL-DATE
049700         MOVE GLM-BUSINESS-DATE TO WS-LATEST-GL-DATE
049800     END-IF
049900     EVALUATE TRUE
051200         WHEN GLM-TYPE-DAY
051300             IF GLD-COUNT >= WS-GLD-MAX
051400                 DISPLAY "GL-RECONCILIATION - GL MTD FILE "
051500                     "EXCEEDS " WS-GLD-MAX " DAYS"
051600                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
051700             END-IF
051800             ADD 1 TO GLD-COUNT
051900             MOVE GLM-BUSINESS-DATE TO GLD-DATE(GLD-COUNT)
052000             MOVE GLM-DEBIT-TOTAL TO GLD-DEBITS(GLD-COUNT)
052100             MOVE GLM-CREDIT-TOTAL TO GLD-CREDITS(GLD-COUNT)
052200             MOVE GLM-ITEM-COUNT TO GLD-ITEMS(GLD-COUNT)
052300             MOVE "N" TO GLD-POSTED-SW(GLD-COUNT)
052400         WHEN OTHER
052500             CONTINUE
052600     END-EVALUATE
052700     .
052800 1210-EXIT.
052900     EXIT.
053000*
053100*****************************************************************
053200*    1300-SET-PERIOD - WITH NO MONTH ON THE CARD, RECONCILES THE *
053300*    MONTH OF THE LATEST DAY ON GLMTD, OR THE RUN MONTH WHEN     *
053400*    GLMTD IS EMPTY.                                             *
053500*****************************************************************
053600 1300-SET-PERIOD.
053700     IF NOT CARD-PERIOD-GIVEN
053800         IF WS-LATEST-GL-DATE > ZERO
053900             COMPUTE WS-PERIOD = WS-LATEST-GL-DATE / 100
054000         ELSE
054100             MOVE WS-RUN-CCYY TO WS-PERIOD-CCYY
054200             MOVE WS-RUN-MM TO WS-PERIOD-MM
054300         END-IF
054400     END-IF
054500     DISPLAY "GL-RECONCILIATION - RECONCILIATION MONTH "
054600         WS-PERIOD
054700     .
054800 1300-EXIT.
054900     EXIT.
055000*
055100*****************************************************************
055200*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT MASTER *
055300*    FOR THE NAME AND BRANCH ON THE LISTING, READ BY KEY.  IT    *
055350*    STAYS OPEN UNTIL 9999-TERMINATE.                            *
055400*****************************************************************
055500 1400-OPEN-ACCOUNT-MASTER.
055800     OPEN INPUT ACCOUNT-MASTER-FILE
055900     IF WS-ACCT-MASTER-STATUS NOT = "00"
056000         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
056100         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
056200         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
056300     END-IF
056800     .
056900 1400-EXIT.
057000     EXIT.
058900*
059000*****************************************************************
059112*    1500-SELECT-RECON-ITEMS - SORT INPUT PROCEDURE.  RELEASES   *
059224*    THE MONTH'S GLMTD ACCOUNT RECORDS AND THE ITEMS ON THE      *
059336*    MONTH'S NOT-POSTED LISTINGS FOR SORTING BY ACCOUNT.         *
059448*****************************************************************
059560 1500-SELECT-RECON-ITEMS.
059672     PERFORM 1600-RELEASE-LEDGER THRU 1600-EXIT
059783     PERFORM 1700-RELEASE-NOT-POSTED THRU 1700-EXIT
059895     .
060007 1500-EXIT.
060119     EXIT.
060231*
060343*****************************************************************
060455*    1600-RELEASE-LEDGER - RELEASES EACH GLMTD "A" RECORD FOR    *
060567*    THE MONTH.  "A" RECORDS FROM ANY OTHER PERIOD ARE COUNTED   *
060679*    AND LEFT OUT.                                               *
060791*****************************************************************
060903 1600-RELEASE-LEDGER.
061015     MOVE "N" TO SW-END-OF-FILE
061127     OPEN INPUT GL-MTD-FILE
061239     IF WS-GL-MTD-STATUS NOT = "00"
061350             AND WS-GL-MTD-STATUS NOT = "05"
061462         MOVE "GLMTD" TO WS-ABORT-FILE-ID
061574         MOVE WS-GL-MTD-STATUS TO WS-ABORT-STATUS
061686         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
061798     END-IF
061910     PERFORM 1610-RELEASE-ONE-LEDGER THRU 1610-EXIT
062022         UNTIL END-OF-FILE
062134     CLOSE GL-MTD-FILE
062246     MOVE "N" TO SW-END-OF-FILE
062358     IF WS-GL-OTHER-PERIOD > ZERO
062470         DISPLAY "GL-RECONCILIATION - " WS-GL-OTHER-PERIOD
062582             " GLMTD ACCOUNT RECORDS NOT FOR MONTH " WS-PERIOD
062694     END-IF
062806     .
062917 1600-EXIT.
063029     EXIT.
063141*
063253 1610-RELEASE-ONE-LEDGER.
063365     READ GL-MTD-FILE
063477         AT END
063589             MOVE "Y" TO SW-END-OF-FILE
063701             GO TO 1610-EXIT
063813     END-READ
063925     IF NOT GLM-TYPE-ACCOUNT
064037         GO TO 1610-EXIT
064149     END-IF
064261     COMPUTE WS-ITEM-CCYYMM = GLM-BUSINESS-DATE / 100
064372     IF WS-ITEM-CCYYMM NOT = WS-PERIOD
064484         ADD 1 TO WS-GL-OTHER-PERIOD
064596         GO TO 1610-EXIT
064708     END-IF
064820     MOVE GLM-ACCOUNT-NO TO RS-ACCOUNT-NO
064932     MOVE "G" TO RS-SOURCE
065044     MOVE GLM-DEBIT-TOTAL TO RS-DEBITS
065156     MOVE GLM-CREDIT-TOTAL TO RS-CREDITS
065268     MOVE ZERO TO RS-NP-AMOUNT
065380     RELEASE RECON-SORT-RECORD
065492     ADD GLM-DEBIT-TOTAL TO WS-TOT-GL-DEBITS
065604     ADD GLM-CREDIT-TOTAL TO WS-TOT-GL-CREDITS
065716     .
065828 1610-EXIT.
065939     EXIT.
066051*
066163*****************************************************************
066275*    1700-RELEASE-NOT-POSTED - RELEASES EACH ITEM ON THE MONTH'S *
066387*    NOT-POSTED LISTINGS.  THE SORT PUT THESE ITEMS ON THE       *
066499*    LEDGER; POSTING HELD THEM OFF THE SUBLEDGER.  THE AMOUNT IS *
066611*    TAKEN BACK FROM ITS EDITED PRINT FIELD.                     *
066723*****************************************************************
066835 1700-RELEASE-NOT-POSTED.
066947     MOVE "N" TO SW-END-OF-FILE
067059     OPEN INPUT NOT-POSTED-FILE
067171     IF WS-NOT-POSTED-STATUS NOT = "00"
067283             AND WS-NOT-POSTED-STATUS NOT = "05"
067394         MOVE "NOTPOST" TO WS-ABORT-FILE-ID
067506         MOVE WS-NOT-POSTED-STATUS TO WS-ABORT-STATUS
067618         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
067730     END-IF
067842     PERFORM 1710-RELEASE-ONE-NOT-POSTED THRU 1710-EXIT
067954         UNTIL END-OF-FILE
068066     CLOSE NOT-POSTED-FILE
068178     MOVE "N" TO SW-END-OF-FILE
068290     .
068402 1700-EXIT.
068514     EXIT.
068626*
068738 1710-RELEASE-ONE-NOT-POSTED.
068850     READ NOT-POSTED-FILE
068961         AT END
069073             MOVE "Y" TO SW-END-OF-FILE
069185             GO TO 1710-EXIT
069297     END-READ
069409     ADD 1 TO WS-NP-LINES-READ
069521     IF NPR-ACCOUNT NOT NUMERIC
069633             OR NOT NPR-ITEM-LINE
069745         GO TO 1710-EXIT
069857     END-IF
069969     MOVE NPR-AMOUNT TO WS-NP-AMOUNT
070081     MOVE NPR-ACCOUNT-N TO RS-ACCOUNT-NO
070193     MOVE "N" TO RS-SOURCE
070305     MOVE ZERO TO RS-DEBITS
070417     MOVE ZERO TO RS-CREDITS
070528     MOVE WS-NP-AMOUNT TO RS-NP-AMOUNT
070640     RELEASE RECON-SORT-RECORD
070752     ADD 1 TO WS-NP-ITEM-COUNT
070864     ADD WS-NP-AMOUNT TO WS-TOT-NOT-POSTED
070976     .
071088 1710-EXIT.
071200     EXIT.
071300*
071400*****************************************************************
071467*    1800-MARK-POSTED-DAYS - A GLMTD DAY IS POSTED WHEN THE      *
071533*    JOURNAL CARRIES AN ITEM POSTED UNDER THAT BUSINESS DATE     *
071600*    (OR, FOR AN ITEM JOURNALED BEFORE THE BUSINESS DATE WAS     *
071667*    RECORDED, DATED THAT DAY).  WITHOUT A JOURNAL THE DAYS ARE  *
071733*    LISTED UNCHECKED.                                           *
071800*****************************************************************
071900 1800-MARK-POSTED-DAYS.
072000     MOVE "N" TO SW-END-OF-FILE
072100     OPEN INPUT POSTING-JOURNAL-FILE
072200     IF WS-JOURNAL-STATUS NOT = "00"
072300             AND WS-JOURNAL-STATUS NOT = "05"
072400         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
072500         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
072600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
072700     END-IF
072800     IF WS-JOURNAL-STATUS = "00"
072900         MOVE "Y" TO SW-JOURNAL-PRESENT
073000     END-IF
073100     PERFORM 1810-READ-ONE-JOURNAL THRU 1810-EXIT
073200         UNTIL END-OF-FILE
073300     CLOSE POSTING-JOURNAL-FILE
073400     MOVE "N" TO SW-END-OF-FILE
073500     PERFORM 1830-COUNT-ONE-DAY THRU 1830-EXIT
073600         VARYING J FROM 1 BY 1 UNTIL J > GLD-COUNT
073700     .
073800 1800-EXIT.
073900     EXIT.
074000*
074100 1810-READ-ONE-JOURNAL.
074200     READ POSTING-JOURNAL-FILE
074300         AT END
074400             MOVE "Y" TO SW-END-OF-FILE
074500             GO TO 1810-EXIT
074600     END-READ
074700     ADD 1 TO WS-JOURNAL-READ-COUNT
074800     PERFORM 1820-MARK-ONE-DAY THRU 1820-EXIT
074900         VARYING J FROM 1 BY 1 UNTIL J > GLD-COUNT
075000     .
075100 1810-EXIT.
075200     EXIT.
075300*
075400 1820-MARK-ONE-DAY.
075440     IF JRN-BUSINESS-DATE NUMERIC
075480         IF GLD-DATE(J) = JRN-BUSINESS-DATE
075520             MOVE "Y" TO GLD-POSTED-SW(J)
075560         END-IF
075600     ELSE
075640         IF GLD-DATE(J) = JRN-ITEM-DATE
075680             MOVE "Y" TO GLD-POSTED-SW(J)
075720         END-IF
075760     END-IF
075800     .
075900 1820-EXIT.
076000     EXIT.
076100*
076200 1830-COUNT-ONE-DAY.
076300     COMPUTE WS-ITEM-CCYYMM = GLD-DATE(J) / 100
076400     IF WS-ITEM-CCYYMM NOT = WS-PERIOD
076500         GO TO 1830-EXIT
076600     END-IF
076700     ADD 1 TO WS-DAYS-IN-PERIOD
076800     COMPUTE WS-TOT-DAY-NET = WS-TOT-DAY-NET
076900         + GLD-DEBITS(J) - GLD-CREDITS(J)
077000     IF JOURNAL-PRESENT AND GLD-DAY-NOT-POSTED(J)
077100         ADD 1 TO WS-DAYS-NOT-POSTED
077200         IF WS-FIRST-UNPOSTED-DATE = ZERO
077300                 OR GLD-DATE(J) < WS-FIRST-UNPOSTED-DATE
077400             MOVE GLD-DATE(J) TO WS-FIRST-UNPOSTED-DATE
077500         END-IF
077600     END-IF
077700     .
077800 1830-EXIT.
077900     EXIT.
078000*
078100*****************************************************************
078113*    2000-LIST-DIFFERENCES - SORTS THE LEDGER AND NOT-POSTED     *
078127*    ITEMS BY ACCOUNT AND MATCHES THEM AGAINST THE BALANCE       *
078140*    MASTER, COMPARING THE TWO SIDES FOR EVERY ACCOUNT WITH      *
078154*    ACTIVITY ON EITHER AND LISTING EACH ONE THAT DOES NOT       *
078167*    AGREE.                                                      *
078180*****************************************************************
078194 2000-LIST-DIFFERENCES.
078207     MOVE RPT-BREAK-HEADING TO WS-COLUMN-LINE
078220     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
078234     SORT RECON-SORT-FILE
078247         ON ASCENDING KEY RS-ACCOUNT-NO
078261         INPUT PROCEDURE IS 1500-SELECT-RECON-ITEMS THRU 1500-EXIT
078274         OUTPUT PROCEDURE IS 2010-MATCH-ACCOUNTS THRU 2010-EXIT
078287     IF SORT-RETURN NOT = ZERO
078301         DISPLAY "GL-RECONCILIATION - SORT FAILED, SORT-RETURN = "
078314             SORT-RETURN
078327         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
078341     END-IF
078354     IF WS-BREAK-COUNT = ZERO
078368         MOVE SPACES TO RPT-SECTION-LINE
078381         MOVE "NO DIFFERENCES - EVERY ACCOUNT AGREES"
078394             TO RPT-S-TEXT
078408         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
078421         PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
078435     END-IF
078448     .
078461 2000-EXIT.
078475     EXIT.
078488*
078501*    2010-MATCH-ACCOUNTS - SORT OUTPUT PROCEDURE.  READS THE
078515*    BALANCE MASTER IN KEY ORDER ALONGSIDE THE SORTED ITEMS AND
078528*    RECONCILES THE LOWER ACCOUNT OF THE TWO EACH TIME, SO AN
078542*    ACCOUNT ON EITHER SIDE ONLY IS STILL COMPARED.  A STREAM AT
078555*    ITS END HOLDS A KEY ABOVE ANY ACCOUNT NUMBER.
078568*
078582 2010-MATCH-ACCOUNTS.
078595     MOVE "N" TO SW-END-OF-FILE
078608     MOVE "N" TO SW-END-OF-SORT
078622     OPEN INPUT BALANCE-MASTER-FILE
078635     IF WS-BAL-MASTER-STATUS NOT = "00"
078649             AND WS-BAL-MASTER-STATUS NOT = "05"
078662         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
078675         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
078689         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
078702     END-IF
078715     PERFORM 2020-READ-BALANCE THRU 2020-EXIT
078729     PERFORM 2030-RETURN-SORTED THRU 2030-EXIT
078742     PERFORM 2040-MATCH-ONE-ACCOUNT THRU 2040-EXIT
078756         UNTIL END-OF-FILE AND END-OF-SORT
078769     CLOSE BALANCE-MASTER-FILE
078782     MOVE "N" TO SW-END-OF-FILE
078796     .
078809 2010-EXIT.
078823     EXIT.
078836*
078849 2020-READ-BALANCE.
078863     READ BALANCE-MASTER-FILE
078876         AT END
078889             MOVE "Y" TO SW-END-OF-FILE
078903             MOVE 99999999 TO WS-BALANCE-KEY
078916             GO TO 2020-EXIT
078930     END-READ
078943     ADD 1 TO WS-BALANCE-RECORDS-READ
078956     MOVE BM-ACCOUNT-NO TO WS-BALANCE-KEY
078970     .
078983 2020-EXIT.
078996     EXIT.
079010*
079023 2030-RETURN-SORTED.
079037     RETURN RECON-SORT-FILE
079050         AT END
079063             MOVE "Y" TO SW-END-OF-SORT
079077             MOVE 99999999 TO WS-SORT-KEY
079090             GO TO 2030-EXIT
079104     END-RETURN
079117     MOVE RS-ACCOUNT-NO TO WS-SORT-KEY
079130     .
079144 2030-EXIT.
079157     EXIT.
079170*
079184 2040-MATCH-ONE-ACCOUNT.
079197     IF WS-BALANCE-KEY < WS-SORT-KEY
079211         MOVE WS-BALANCE-KEY TO WS-MATCH-KEY
079224     ELSE
079237         MOVE WS-SORT-KEY TO WS-MATCH-KEY
079251     END-IF
079264     MOVE WS-MATCH-KEY TO RT-ACCOUNT-NO
079277     MOVE "N" TO RT-BALMSTR-SW
079291     MOVE "N" TO RT-SUBLEDGER-SW
079304     MOVE "N" TO RT-LEDGER-SW
079318     MOVE ZERO TO RT-SL-DEBITS
079331     MOVE ZERO TO RT-SL-CREDITS
079344     MOVE ZERO TO RT-GL-DEBITS
079358     MOVE ZERO TO RT-GL-CREDITS
079371     MOVE ZERO TO RT-NP-COUNT
079385     MOVE ZERO TO RT-NP-AMOUNT
079398     IF WS-BALANCE-KEY = WS-MATCH-KEY
079411         PERFORM 2050-ADD-BALANCE THRU 2050-EXIT
079425         PERFORM 2020-READ-BALANCE THRU 2020-EXIT
079438     END-IF
079451     PERFORM 2060-ADD-ONE-SORTED THRU 2060-EXIT
079465         UNTIL WS-SORT-KEY NOT = WS-MATCH-KEY
079478     PERFORM 2100-COMPARE-ONE-ACCOUNT THRU 2100-EXIT
079492     .
079505 2040-EXIT.
079518     EXIT.
079532*
079545*    2050-ADD-BALANCE - THE SUBLEDGER SIDE.  THE MONTH-TO-DATE
079558*    FIGURES ARE THE MONTH'S ONLY WHEN THE ACCOUNT WAS LAST
079572*    POSTED IN IT - AN ACCOUNT LAST POSTED EARLIER HAS NO
079585*    SUBLEDGER ACTIVITY THIS MONTH.
079599*
079612 2050-ADD-BALANCE.
079625     MOVE "Y" TO RT-BALMSTR-SW
079639     COMPUTE WS-ITEM-CCYYMM = BM-LAST-POSTED-DATE / 100
079652     IF WS-ITEM-CCYYMM = WS-PERIOD
079665         MOVE "Y" TO RT-SUBLEDGER-SW
079679         ADD BM-MTD-DEBITS TO RT-SL-DEBITS
079692         ADD BM-MTD-CREDITS TO RT-SL-CREDITS
079706         ADD BM-MTD-DEBITS TO WS-TOT-SL-DEBITS
079719         ADD BM-MTD-CREDITS TO WS-TOT-SL-CREDITS
079732     END-IF
079746     .
079759 2050-EXIT.
079773     EXIT.
079786*
079799*    2060-ADD-ONE-SORTED - THE LEDGER SIDE AND THE NOT-POSTED
079813*    ITEMS, ONE SORTED RECORD AT A TIME.
079826*
079839 2060-ADD-ONE-SORTED.
079853     IF RS-FROM-LEDGER
079866         MOVE "Y" TO RT-LEDGER-SW
079880         ADD RS-DEBITS TO RT-GL-DEBITS
079893         ADD RS-CREDITS TO RT-GL-CREDITS
079906     ELSE
079920         ADD 1 TO RT-NP-COUNT
079933         ADD RS-NP-AMOUNT TO RT-NP-AMOUNT
079946     END-IF
079960     PERFORM 2030-RETURN-SORTED THRU 2030-EXIT
079973     .
079987 2060-EXIT.
080000     EXIT.
080100*
080200*    2100-COMPARE-ONE-ACCOUNT - THE DIFFERENCE IS SUBLEDGER NET
080300*    LESS LEDGER NET, NET BEING DEBITS LESS CREDITS ON EACH
080400*    SIDE.
080500*
080600 2100-COMPARE-ONE-ACCOUNT.
080700     IF NOT RT-ON-SUBLEDGER AND NOT RT-ON-LEDGER
080800         GO TO 2100-EXIT
080900     END-IF
081000     ADD 1 TO WS-ACCOUNTS-COMPARED
081100     COMPUTE WS-SL-NET = RT-SL-DEBITS - RT-SL-CREDITS
081200     COMPUTE WS-GL-NET = RT-GL-DEBITS - RT-GL-CREDITS
081300     COMPUTE WS-DIFFERENCE = WS-SL-NET - WS-GL-NET
081400     IF WS-DIFFERENCE = ZERO
081500         ADD 1 TO WS-ACCOUNTS-IN-BALANCE
081600         GO TO 2100-EXIT
081700     END-IF
081800     ADD 1 TO WS-BREAK-COUNT
081900     ADD WS-DIFFERENCE TO WS-TOT-BREAKS
082000     PERFORM 2200-ASSIGN-CAUSE THRU 2200-EXIT
082100     MOVE RT-ACCOUNT-NO TO RPT-B-ACCOUNT
082200     MOVE RT-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
082300     PERFORM 2600-LOOKUP-ACCOUNT THRU 2600-EXIT
082400     IF ACCOUNT-FOUND
082500         MOVE AM-SHORT-NAME TO RPT-B-NAME
082600         MOVE AM-BRANCH TO RPT-B-BRANCH
082700     ELSE
082800         MOVE "NOT ON ACCTMSTR" TO RPT-B-NAME
082900         MOVE SPACES TO RPT-B-BRANCH
083000     END-IF
083100     MOVE WS-SL-NET TO RPT-B-SUBLEDGER
083200     MOVE WS-GL-NET TO RPT-B-LEDGER
083300     MOVE WS-DIFFERENCE TO RPT-B-DIFFERENCE
083400     MOVE RT-NP-AMOUNT TO RPT-B-NOT-POSTED
083500     MOVE WS-CAUSE TO RPT-B-CAUSE
083600     MOVE RPT-BREAK-LINE TO WS-PRINT-LINE
083700     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
083800     .
083900 2100-EXIT.
084000     EXIT.
084100*
084200*    2200-ASSIGN-CAUSE - PROBABLE CAUSE OF ONE DIFFERENCE, MOST
084300*    SPECIFIC FIRST.  NOT-POSTED ITEMS EXPLAIN A DIFFERENCE
084400*    EXACTLY WHEN THE DIFFERENCE IS THEIR NET REVERSED - THE
084500*    LEDGER TOOK THEM AND THE SUBLEDGER DID NOT.  A GLMTD DAY
084600*    NO POSTING RUN CONSUMED IS NAMED ONLY WHEN NOTHING ON THE
084700*    ACCOUNT ITSELF ACCOUNTS FOR THE DIFFERENCE.
084800*
084900 2200-ASSIGN-CAUSE.
085000     IF RT-NP-COUNT > ZERO
085100             AND WS-DIFFERENCE + RT-NP-AMOUNT = ZERO
085200         IF RT-ON-SUBLEDGER
085300             MOVE "ITEMS ON NOT-POSTED LISTING" TO WS-CAUSE
085400         ELSE
085500             MOVE "GL ONLY - ITEMS NOT POSTED" TO WS-CAUSE
085600         END-IF
085700         GO TO 2200-EXIT
085800     END-IF
085900     IF NOT RT-ON-SUBLEDGER
086000         IF RT-ON-BALMSTR
086100             MOVE "GL ONLY - NO POSTING IN MONTH" TO WS-CAUSE
086200         ELSE
086300             MOVE "GL ONLY - NO BALANCE RECORD" TO WS-CAUSE
086400         END-IF
086500         GO TO 2200-EXIT
086600     END-IF
086700     IF NOT RT-ON-LEDGER
086800         MOVE "SUBLEDGER ONLY - NOT ON GLMTD" TO WS-CAUSE
086900         GO TO 2200-EXIT
087000     END-IF
087100     IF RT-NP-COUNT > ZERO
087200         MOVE "PART NOT-POSTED ITEMS" TO WS-CAUSE
087300         GO TO 2200-EXIT
087400     END-IF
087500     IF WS-DAYS-NOT-POSTED > ZERO
087600         MOVE SPACES TO WS-CAUSE
087700         STRING "GLMTD DAY " DELIMITED BY SIZE
087800             WS-FIRST-UNPOSTED-DATE DELIMITED BY SIZE
087900             " NOT POSTED" DELIMITED BY SIZE
088000             INTO WS-CAUSE
088100         GO TO 2200-EXIT
088200     END-IF
088300     MOVE "UNEXPLAINED" TO WS-CAUSE
088400     ADD 1 TO WS-UNEXPLAINED-COUNT
088500     .
088600 2200-EXIT.
088700     EXIT.
088800*
092800*    2600-LOOKUP-ACCOUNT - KEYED READ OF THE ACCOUNT MASTER
092900*    FOR WS-LOOKUP-ACCOUNT.  ON A HIT THE MASTER RECORD AREA
093000*    HOLDS THE ACCOUNT.
093100*
093200 2600-LOOKUP-ACCOUNT.
093300     MOVE "N" TO SW-ACCOUNT-FOUND
093400     MOVE WS-LOOKUP-ACCOUNT TO AM-ACCOUNT-NO
093500     READ ACCOUNT-MASTER-FILE
093600         INVALID KEY
093700             CONTINUE
093800         NOT INVALID KEY
093900             MOVE "Y" TO SW-ACCOUNT-FOUND
094100     END-READ
094300     .
094400 2600-EXIT.
094500     EXIT.
094600*
094700*****************************************************************
094800*    3000-LIST-GL-DAYS - EVERY GLMTD DAY IN THE MONTH WITH ITS   *
094900*    TRAILER TOTALS AND WHETHER A POSTING RUN CONSUMED IT.       *
095000*****************************************************************
095100 3000-LIST-GL-DAYS.
095200     MOVE RPT-DAY-HEADING TO WS-COLUMN-LINE
095300     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
095400     PERFORM 3100-LIST-ONE-DAY THRU 3100-EXIT
095500         VARYING J FROM 1 BY 1 UNTIL J > GLD-COUNT
095600     IF WS-DAYS-IN-PERIOD = ZERO
095700         MOVE SPACES TO RPT-SECTION-LINE
095800         MOVE "NO GLMTD DAYS FOR THE MONTH" TO RPT-S-TEXT
095900         MOVE RPT-SECTION-LINE TO WS-PRINT-LINE
096000         PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
096100     END-IF
096200     .
096300 3000-EXIT.
096400     EXIT.
096500*
096600 3100-LIST-ONE-DAY.
096700     COMPUTE WS-ITEM-CCYYMM = GLD-DATE(J) / 100
096800     IF WS-ITEM-CCYYMM NOT = WS-PERIOD
096900         GO TO 3100-EXIT
097000     END-IF
097100     MOVE GLD-CCYY(J) TO RPT-Y-CCYY
097200     MOVE GLD-MM(J) TO RPT-Y-MM
097300     MOVE GLD-DD(J) TO RPT-Y-DD
097400     MOVE GLD-DEBITS(J) TO RPT-Y-DEBITS
097500     MOVE GLD-CREDITS(J) TO RPT-Y-CREDITS
097600     MOVE GLD-ITEMS(J) TO RPT-Y-ITEMS
097700     EVALUATE TRUE
097800         WHEN NOT JOURNAL-PRESENT
097900             MOVE "NOT CHECKED - NO JOURNAL" TO RPT-Y-STATUS
098000         WHEN GLD-DAY-POSTED(J)
098100             MOVE "POSTED" TO RPT-Y-STATUS
098200         WHEN OTHER
098300             MOVE "** NOT POSTED **" TO RPT-Y-STATUS
098400     END-EVALUATE
098500     MOVE RPT-DAY-LINE TO WS-PRINT-LINE
098600     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
098700     .
098800 3100-EXIT.
098900     EXIT.
099000*
099100*****************************************************************
099200*    6000-PRINT-PROOF - CONTROL TOTALS AND THE PROOF THAT THE    *
099300*    SUBLEDGER EQUALS THE LEDGER PLUS THE DIFFERENCES LISTED.    *
099400*    ANY DIFFERENCE, OR A LEDGER THAT DOES NOT AGREE WITH ITS    *
099500*    OWN DAY TOTALS, ENDS THE RUN WITH RETURN CODE 4.            *
099600*****************************************************************
099700 6000-PRINT-PROOF.
099800     COMPUTE WS-TOT-SL-NET = WS-TOT-SL-DEBITS - WS-TOT-SL-CREDITS
099900     COMPUTE WS-TOT-GL-NET = WS-TOT-GL-DEBITS - WS-TOT-GL-CREDITS
100000     COMPUTE WS-PROOF-TOTAL = WS-TOT-GL-NET + WS-TOT-BREAKS
100100     COMPUTE WS-PROOF-DIFFERENCE =
100200         WS-TOT-SL-NET - WS-PROOF-TOTAL
100300     MOVE SPACES TO WS-COLUMN-LINE
100400     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
100500     MOVE SPACES TO RPT-TOTAL-LINE
100600     MOVE "ACCOUNTS COMPARED" TO RPT-T-LABEL
100700     MOVE WS-ACCOUNTS-COMPARED TO RPT-T-COUNT
100800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
100900     MOVE SPACES TO RPT-TOTAL-LINE
101000     MOVE "ACCOUNTS IN BALANCE" TO RPT-T-LABEL
101100     MOVE WS-ACCOUNTS-IN-BALANCE TO RPT-T-COUNT
101200     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
101300     MOVE SPACES TO RPT-TOTAL-LINE
101400     MOVE "DIFFERENCES LISTED" TO RPT-T-LABEL
101500     MOVE WS-BREAK-COUNT TO RPT-T-COUNT
101600     MOVE WS-TOT-BREAKS TO RPT-T-AMOUNT
101700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
101800     MOVE SPACES TO RPT-TOTAL-LINE
101900     MOVE "  UNEXPLAINED" TO RPT-T-LABEL
102000     MOVE WS-UNEXPLAINED-COUNT TO RPT-T-COUNT
102100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
102200     MOVE SPACES TO RPT-TOTAL-LINE
102300     MOVE "NOT-POSTED ITEMS" TO RPT-T-LABEL
102400     MOVE WS-NP-ITEM-COUNT TO RPT-T-COUNT
102500     MOVE WS-TOT-NOT-POSTED TO RPT-T-AMOUNT
102600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
102700     MOVE SPACES TO RPT-TOTAL-LINE
102800     MOVE "GLMTD DAYS IN MONTH" TO RPT-T-LABEL
102900     MOVE WS-DAYS-IN-PERIOD TO RPT-T-COUNT
103000     MOVE WS-TOT-DAY-NET TO RPT-T-AMOUNT
103100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
103200     MOVE SPACES TO RPT-TOTAL-LINE
103300     MOVE "GLMTD DAYS NOT POSTED" TO RPT-T-LABEL
103400     MOVE WS-DAYS-NOT-POSTED TO RPT-T-COUNT
103500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
103600     MOVE SPACES TO WS-PRINT-LINE
103700     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
103800     MOVE SPACES TO RPT-TOTAL-LINE
103900     MOVE "SUBLEDGER DEBITS" TO RPT-T-LABEL
104000     MOVE WS-TOT-SL-DEBITS TO RPT-T-AMOUNT
104100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
104200     MOVE SPACES TO RPT-TOTAL-LINE
104300     MOVE "SUBLEDGER CREDITS" TO RPT-T-LABEL
104400     MOVE WS-TOT-SL-CREDITS TO RPT-T-AMOUNT
104500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
104600     MOVE SPACES TO RPT-TOTAL-LINE
104700     MOVE "LEDGER DEBITS" TO RPT-T-LABEL
104800     MOVE WS-TOT-GL-DEBITS TO RPT-T-AMOUNT
104900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
105000     MOVE SPACES TO RPT-TOTAL-LINE
105100     MOVE "LEDGER CREDITS" TO RPT-T-LABEL
105200     MOVE WS-TOT-GL-CREDITS TO RPT-T-AMOUNT
105300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
105400     MOVE SPACES TO WS-PRINT-LINE
105500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
105600     MOVE SPACES TO RPT-TOTAL-LINE
105700     MOVE "PROOF - SUBLEDGER NET" TO RPT-T-LABEL
105800     MOVE WS-TOT-SL-NET TO RPT-T-AMOUNT
105900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
106000     MOVE SPACES TO RPT-TOTAL-LINE
106100     MOVE "        LEDGER NET" TO RPT-T-LABEL
106200     MOVE WS-TOT-GL-NET TO RPT-T-AMOUNT
106300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
106400     MOVE SPACES TO RPT-TOTAL-LINE
106500     MOVE "        PLUS DIFFERENCES" TO RPT-T-LABEL
106600     MOVE WS-TOT-BREAKS TO RPT-T-AMOUNT
106700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
106800     MOVE SPACES TO RPT-TOTAL-LINE
106900     MOVE "        EQUALS" TO RPT-T-LABEL
107000     MOVE WS-PROOF-TOTAL TO RPT-T-AMOUNT
107100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
107200     MOVE SPACES TO RPT-TOTAL-LINE
107300     MOVE "PROOF DIFFERENCE" TO RPT-T-LABEL
107400     MOVE WS-PROOF-DIFFERENCE TO RPT-T-AMOUNT
107500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
107600     DISPLAY " "
107700     DISPLAY "RECONCILIATION CONTROL TOTALS"
107800     DISPLAY "  RECONCILIATION MONTH . . " WS-PERIOD
107900     DISPLAY "  GLMTD RECORDS READ . . . " WS-GL-RECORDS-READ
108000     DISPLAY "  BALANCE RECORDS READ . . " WS-BALANCE-RECORDS-READ
108100     DISPLAY "  NOT-POSTED LINES READ. . " WS-NP-LINES-READ
108200     DISPLAY "  JOURNAL RECORDS READ . . " WS-JOURNAL-READ-COUNT
108300     DISPLAY "  ACCOUNTS COMPARED. . . . " WS-ACCOUNTS-COMPARED
108400     DISPLAY "  DIFFERENCES LISTED . . . " WS-BREAK-COUNT
108500     DISPLAY "  UNEXPLAINED. . . . . . . " WS-UNEXPLAINED-COUNT
108600     DISPLAY "  GLMTD DAYS NOT POSTED. . " WS-DAYS-NOT-POSTED
108700     IF WS-BREAK-COUNT > ZERO
108800         MOVE 4 TO RETURN-CODE
108900     END-IF
109000     IF WS-PROOF-DIFFERENCE NOT = ZERO
109100         DISPLAY "GL-RECONCILIATION - PROOF DOES NOT BALANCE"
109200         MOVE 4 TO RETURN-CODE
109300     END-IF
109400     IF WS-TOT-DAY-NET NOT = WS-TOT-GL-NET
109500         DISPLAY "GL-RECONCILIATION - GLMTD ACCOUNT TOTALS DO "
109600             "NOT AGREE WITH ITS DAY TOTALS"
109700         MOVE 4 TO RETURN-CODE
109800     END-IF
109900     .
110000 6000-EXIT.
110100     EXIT.
110200*
110300 6100-PRINT-TOTAL-LINE.
110400     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
110500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
110600     .
110700 6100-EXIT.
110800     EXIT.
110900*
111000*****************************************************************
111100*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS.  EACH SECTION    *
111200*    STARTS A PAGE; A SECTION RUNNING ONTO A FURTHER PAGE        *
111300*    REPEATS ITS COLUMN HEADING.                                 *
111400*****************************************************************
111500 7000-START-NEW-PAGE.
111600     ADD 1 TO WS-PAGE-COUNT
111700     MOVE WS-PERIOD-CCYY TO RPT-H1-PER-CCYY
111800     MOVE WS-PERIOD-MM TO RPT-H1-PER-MM
111900     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
112000     MOVE WS-RUN-MM TO RPT-H1-MM
112100     MOVE WS-RUN-DD TO RPT-H1-DD
112200     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
112300     IF WS-PAGE-COUNT = 1
112400         WRITE RECON-REPORT-LINE FROM RPT-HEADING-1
112500             AFTER ADVANCING 1 LINE
112600     ELSE
112700         WRITE RECON-REPORT-LINE FROM RPT-HEADING-1
112800             AFTER ADVANCING PAGE
112900     END-IF
113000     MOVE SPACES TO RECON-REPORT-LINE
113100     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
113200     WRITE RECON-REPORT-LINE FROM WS-COLUMN-LINE
113300         AFTER ADVANCING 1 LINE
113400     MOVE SPACES TO RECON-REPORT-LINE
113500     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
113600     MOVE 4 TO WS-LINE-COUNT
113700     .
113800 7000-EXIT.
113900     EXIT.
114000*
114100 7100-WRITE-PRINT-LINE.
114200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
114300         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
114400     END-IF
114500     WRITE RECON-REPORT-LINE FROM WS-PRINT-LINE
114600         AFTER ADVANCING 1 LINE
114700     ADD 1 TO WS-LINE-COUNT
114800     .
114900 7100-EXIT.
115000     EXIT.
115100*
115200*************************************************************
115300*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
115400*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.       *
115500*************************************************************
115600 9000-ABORT-ON-BAD-STATUS.
115700     DISPLAY "GL-RECONCILIATION - UNABLE TO OPEN "
115800         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
115900     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
116000     .
116100 9000-EXIT.
116200     EXIT.
116300*
116400 9100-ABORT-RUN.
116500     MOVE 16 TO RETURN-CODE
116600     STOP RUN
116700     .
116800 9100-EXIT.
116900     EXIT.
117000*
117100 9999-TERMINATE.
117150     CLOSE ACCOUNT-MASTER-FILE
117200     CLOSE RECON-REPORT-FILE
117300     .
117400 9999-EXIT.
117500     EXIT.
