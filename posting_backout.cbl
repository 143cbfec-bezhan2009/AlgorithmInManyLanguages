000100*****************************************************************
000200*                                                                *
000300*    POSTING-BACKOUT                                             *
000400*                                                                *
000500*    POSTING BACK-OUT.  REVERSES EVERY ITEM POSTED FOR ONE       *
000600*    BUSINESS DATE WHEN A BAD FILE HAS GONE THROUGH, INSTEAD OF  *
000700*    RESTORING AN OLD BALANCE GENERATION AND RERUNNING EVERY     *
000800*    DAY SINCE.  THE ITEMS ARE TAKEN FROM THE POSTING JOURNAL,   *
000900*    OR - FOR A DATE POSTED BEFORE THE JOURNAL EXISTED - FROM    *
001000*    THE ARCHIVED SORTED FILE FOR THAT DATE, PROVED AGAINST ITS  *
001100*    ARCHIVED CONTROL RECORD.  CURR-BALANCE, MTD-DEBITS AND      *
001200*    MTD-CREDITS ARE BACKED OUT ON A NEW BALANCE GENERATION      *
001300*    (BALMSTR IS ONLY EVER READ), THE OFFSETTING GL ENTRIES ARE  *
001400*    WRITTEN TO THEIR OWN EXTRACT FOR THE GL LOAD JOB, AND THE   *
001500*    SAME AMOUNTS COME OFF THE GLMTD ACCUMULATION, WHOSE "D"     *
001600*    RECORD FOR THE DATE IS DROPPED SO A CORRECTED FILE FOR THE  *
001667*    DATE CAN BE SORTED AND ROLLED AGAIN.  EACH JOURNALED ITEM   *
001733*    GETS AN OFFSETTING ENTRY SO STATEMENTS STILL PROVE.  THE    *
001800*    ENTRIES GO ON A NEW JOURNAL GENERATION (POSTJRNN) WITH      *
001867*    POSTJRNL COPIED AHEAD OF THEM - POSTJRNL, LIKE BALMSTR, IS  *
001933*    ONLY EVER READ.                                             *
002000*                                                                *
002100*    THE BACK-OUT REPORT'S TOTALS MUST EQUAL THE "RECORDS        *
002200*    POSTED" FIGURES ON THE ORIGINAL POSTING REGISTER FOR THE    *
002300*    DATE, AND THE RUN IS REFUSED IF THE ITEM COUNT DOES NOT     *
002400*    AGREE WITH THE POSTING RUN'S RUNHIST RECORD.  EVERY RUN,    *
002500*    CLEAN OR NOT, IS RECORDED ON RUNHIST UNDER STEP ID          *
002600*    "BACKOUT".  A DATE ALREADY BACKED OUT (ON RUNHIST, OR BY    *
002700*    BACK-OUT ENTRIES ON THE JOURNAL), OR NO LONGER ON GLMTD     *
002800*    BECAUSE ITS PERIOD HAS BEEN CLOSED, IS REFUSED BEFORE       *
002900*    ANYTHING IS CHANGED.                                        *
003000*                                                                *
003100*    CONTROL CARD (BKOCARD - MANDATORY):                         *
003200*        COLUMNS 1-8   BUSINESS DATE TO BACK OUT, CCYYMMDD       *
003300*                                                                *
003400*    MODIFICATION HISTORY                                        *
003500*    DATE       INIT DESCRIPTION                                 *
003600*    -------    ---- --------------------------------------------*
003700*    2026-10-15 JRM  ORIGINAL PROGRAM - BACK-OUT OF ONE POSTED   *
003800*                    BUSINESS DATE WITH ITS GL AND JOURNAL       *
003900*                    OFFSETS, REPLACING THE RESTORE-AND-RERUN    *
004000*                    RECOVERY.                                   *
004012*    2026-10-15 JRM  THE OFFSETTING JOURNAL ENTRIES GO ON A NEW  *
004025*                    JOURNAL GENERATION (POSTJRNN) INSTEAD OF    *
004038*                    EXTENDING POSTJRNL IN PLACE, WITH EVERY     *
004050*                    WRITE CHECKED.  BKORPT IS OPENED ONLY       *
004062*                    AFTER THE REFUSAL CHECKS.  THE GL OFFSET    *
004075*                    ACCOUNT AND ITEM COUNTS GET THEIR OWN       *
004088*                    TOTAL LINES.                                *
004090*    2026-10-15 JRM  THE BKOWORK, GLBKOUT AND GLMTD WRITES NOW   *
004093*                    TEST THEIR FILE STATUS AND STOP THE RUN ON  *
004095*                    A FAILURE.  TWO REPORT LITERALS SHORTENED   *
004098*                    TO FIT THEIR FIELDS.                        *
004100*                                                                *
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. POSTING-BACKOUT.
004500 AUTHOR. J R MERCER.
004600 INSTALLATION. DAILY PROCESSING - OPERATIONS.
004700 DATE-WRITTEN. 2026-10-15.
004800 DATE-COMPILED.
004900*
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CONTROL-CARD-FILE
005400         ASSIGN TO "BKOCARD"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CONTROL-STATUS.
005700*
005800*    CUMULATIVE RUN HISTORY SHARED WITH THE SORT AND POSTING
005900*    STEPS - READ FOR EARLIER BACK-OUTS AND THE POSTING RUN,
006000*    THEN EXTENDED WITH THIS RUN'S RECORD.
006100*
006200     SELECT OPTIONAL RUN-HISTORY-FILE
006300         ASSIGN TO "RUNHIST"
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RUN-HISTORY-STATUS.
006600*
006700*    CUMULATIVE POSTING JOURNAL - THE SOURCE OF THE ITEMS TO
006800*    BACK OUT.  THE LAST GENERATION, ONLY EVER READ.
006900*
007000     SELECT OPTIONAL POSTING-JOURNAL-FILE
007100         ASSIGN TO "POSTJRNL"
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-JOURNAL-STATUS.
007400*
007410*    NEW JOURNAL GENERATION - POSTJRNL COPIED FORWARD, THEN THE
007420*    OFFSETTING ENTRIES.  IT REPLACES POSTJRNL ONLY WHEN THE RUN
007430*    ENDS CLEAN.
007440*
007450     SELECT NEW-JOURNAL-FILE
007460         ASSIGN TO "POSTJRNN"
007470         ORGANIZATION IS SEQUENTIAL
007480         FILE STATUS IS WS-NEW-JOURNAL-STATUS.
007490*
007500*    ARCHIVED SORTED FILE AND ITS CONTROL RECORD FOR THE DATE -
007600*    READ ONLY WHEN THERE IS NO JOURNAL.
007700*
007800     SELECT OPTIONAL ARCHIVED-SORT-FILE
007900         ASSIGN TO "BKOSORT"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-ARCH-SORT-STATUS.
008200*
008300     SELECT OPTIONAL ARCHIVED-CONTROL-FILE
008400         ASSIGN TO "BKOCTL"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-ARCH-CTL-STATUS.
008700*
008800     SELECT BALANCE-MASTER-FILE
008900         ASSIGN TO "BALMSTR"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS SEQUENTIAL
009200         RECORD KEY IS BM-ACCOUNT-NO
009300         FILE STATUS IS WS-BAL-MASTER-STATUS.
009400*
009500*    NEW BALANCE GENERATION - BALMSTR COPIED ACROSS IN KEY ORDER
009600*    WITH THE BACKED-OUT ACCOUNTS CORRECTED ON THE WAY.
009700*
009800     SELECT NEW-BALANCE-FILE
009900         ASSIGN TO "BALMSTN"
010000         ORGANIZATION IS INDEXED
010100         ACCESS MODE IS SEQUENTIAL
010200         RECORD KEY IS NB-ACCOUNT-NO
010300         FILE STATUS IS WS-NEW-BALANCE-STATUS.
010400*
010500     SELECT OPTIONAL GL-MTD-FILE
010600         ASSIGN TO "GLMTD"
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-GL-MTD-STATUS.
010900*
011000     SELECT GL-OFFSET-FILE
011100         ASSIGN TO "GLBKOUT"
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-GL-OFFSET-STATUS.
011400*
011500*    WORK FILE HOLDING THE OFFSETTING JOURNAL ENTRIES UNTIL THE
011600*    JOURNAL HAS BEEN READ FOR THE LAST TIME.
011700*
011800     SELECT BACKOUT-WORK-FILE
011900         ASSIGN TO "BKOWORK"
012000         ORGANIZATION IS SEQUENTIAL
012100         FILE STATUS IS WS-BKO-WORK-STATUS.
012200*
012300     SELECT BACKOUT-REPORT-FILE
012400         ASSIGN TO "BKORPT"
012500         ORGANIZATION IS SEQUENTIAL
012600         FILE STATUS IS WS-BKO-REPORT-STATUS.
012700*
012800 DATA DIVISION.
012900 FILE SECTION.
013000 FD  CONTROL-CARD-FILE.
013100 01  CONTROL-CARD-RECORD.
013200     05  BKC-BUSINESS-DATE            PIC X(08).
013300     05  BKC-BUSINESS-DATE-N REDEFINES BKC-BUSINESS-DATE
013400                                      PIC 9(08).
013500     05  FILLER                       PIC X(72).
013600*
013700*    RUN HISTORY - SAME LAYOUT THE SORT AND POSTING STEPS WRITE.
013800*    THIS STEP PUTS ITEMS FOUND FOR THE DATE IN RH-READ-COUNT,
013900*    ITEMS BACKED OUT IN RH-SORTED-COUNT, ITEMS THAT COULD NOT
014000*    BE BACKED OUT IN RH-REJECT-COUNT AND THE AMOUNT BACKED OUT
014100*    IN RH-SUM-AMOUNT.
014200*
014300 FD  RUN-HISTORY-FILE.
014400 01  RUN-HISTORY-RECORD.
014500     05  RH-RUN-DATE                  PIC 9(08).
014600     05  RH-RUN-TIME                  PIC 9(06).
014700     05  RH-BUSINESS-DATE             PIC 9(08).
014800     05  RH-SORT-DIRECTION            PIC X(01).
014900     05  RH-READ-COUNT                PIC 9(07).
015000     05  RH-REJECT-COUNT              PIC 9(07).
015100     05  RH-SORTED-COUNT              PIC 9(07).
015200     05  RH-DUP-COUNT                 PIC 9(07).
015300     05  RH-SUM-AMOUNT                PIC S9(11)V99.
015400     05  RH-RESTART-IND               PIC X(01).
015500     05  RH-RETURN-CODE               PIC 9(02).
015600     05  RH-STEP-ID                   PIC X(08).
015700         88  RH-STEP-POST                 VALUE "POST".
015800         88  RH-STEP-BACKOUT              VALUE "BACKOUT".
015900     05  FILLER                       PIC X(05).
016000*
016100 FD  POSTING-JOURNAL-FILE.
016200 01  JOURNAL-RECORD.
016300     COPY JRNLREC REPLACING ==:PREFIX:== BY ==JRN==
016400         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
016500*
016517 FD  NEW-JOURNAL-FILE.
016533 01  NEW-JOURNAL-RECORD.
016550     COPY JRNLREC REPLACING ==:PREFIX:== BY ==NJ==
016567         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
016583*
016600 FD  ARCHIVED-SORT-FILE.
016700 01  ARCHIVED-SORT-RECORD.
016800     COPY TRANREC REPLACING ==:PREFIX:== BY ==SRT==
016900         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
017000*
017100 FD  ARCHIVED-CONTROL-FILE.
017200 01  ARCHIVED-CONTROL-RECORD.
017300     COPY SRTCTL REPLACING ==:PREFIX:== BY ==SCTL==
017400         ==:LVLFLD:== BY ==05==.
017500*
017600 FD  BALANCE-MASTER-FILE.
017700 01  BAL-MASTER-RECORD.
017800     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
017900         ==:LVLFLD:== BY ==05==.
018000*
018100 FD  NEW-BALANCE-FILE.
018200 01  NEW-BALANCE-RECORD.
018300     COPY BALREC REPLACING ==:PREFIX:== BY ==NB==
018400         ==:LVLFLD:== BY ==05==.
018500*
018600*    MONTH-TO-DATE GL ACCUMULATION FILE - SAME LAYOUT THE SORT
018700*    KEEPS.  "A" RECORDS CARRY ONE ACCOUNT'S PERIOD-TO-DATE GL
018800*    TOTALS, "D" RECORDS ONE CONSUMED DAILY TRAILER.
018900*
019000 FD  GL-MTD-FILE.
019100 01  GL-MTD-RECORD.
019200     05  GLM-RECORD-TYPE              PIC X(01).
019300         88  GLM-TYPE-ACCOUNT             VALUE "A".
019400         88  GLM-TYPE-DAY                 VALUE "D".
019500     05  GLM-ACCOUNT-NO               PIC 9(07).
019600     05  GLM-BUSINESS-DATE            PIC 9(08).
019700     05  GLM-DEBIT-TOTAL              PIC 9(11)V99.
019800     05  GLM-CREDIT-TOTAL             PIC 9(11)V99.
019900     05  GLM-NET-AMOUNT               PIC S9(11)V99.
020000     05  GLM-ITEM-COUNT               PIC 9(07).
020100     05  FILLER                       PIC X(10).
020200*
020300*    OFFSETTING GL ENTRIES - SAME LAYOUT AS THE SORT'S DAILY GL
020400*    EXTRACT, ONE "A" RECORD PER ACCOUNT BACKED OUT WITH THE
020500*    DEBITS AND CREDITS OF THE ORIGINAL ITEMS SWAPPED, CLOSED BY
020600*    ONE "T" TRAILER THE GL LOAD JOB BALANCES AGAINST.
020700*
020800 FD  GL-OFFSET-FILE.
020900 01  GL-OFFSET-RECORD.
021000     05  GL-RECORD-TYPE               PIC X(01).
021100     05  GL-ACCOUNT-NO                PIC 9(07).
021200     05  GL-BUSINESS-DATE             PIC 9(08).
021300     05  GL-DEBIT-TOTAL               PIC 9(09)V99.
021400     05  GL-CREDIT-TOTAL              PIC 9(09)V99.
021500     05  GL-NET-AMOUNT                PIC S9(09)V99.
021600     05  GL-ITEM-COUNT                PIC 9(05).
021700     05  FILLER                       PIC X(12).
021800*
021900 01  GL-OFFSET-TRAILER.
022000     05  GLT-RECORD-TYPE              PIC X(01).
022100     05  GLT-ACCOUNT-COUNT            PIC 9(07).
022200     05  GLT-BUSINESS-DATE            PIC 9(08).
022300     05  GLT-DEBIT-TOTAL              PIC 9(11)V99.
022400     05  GLT-CREDIT-TOTAL             PIC 9(11)V99.
022500     05  GLT-NET-AMOUNT               PIC S9(11)V99.
022600     05  GLT-ITEM-COUNT               PIC 9(05).
022700     05  FILLER                       PIC X(06).
022800*
022900 FD  BACKOUT-WORK-FILE.
023000 01  BACKOUT-WORK-RECORD.
023100     COPY JRNLREC REPLACING ==:PREFIX:== BY ==BKW==
023200         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
023300*
023400 FD  BACKOUT-REPORT-FILE.
023500 01  BACKOUT-REPORT-LINE              PIC X(132).
023600*
023700 WORKING-STORAGE SECTION.
023800*
023900*    FILE STATUS CODES
024000*
024100 77  WS-CONTROL-STATUS                PIC X(02).
024200 77  WS-RUN-HISTORY-STATUS            PIC X(02).
024300 77  WS-JOURNAL-STATUS                PIC X(02).
024350 77  WS-NEW-JOURNAL-STATUS            PIC X(02).
024400 77  WS-ARCH-SORT-STATUS              PIC X(02).
024500 77  WS-ARCH-CTL-STATUS               PIC X(02).
024600 77  WS-BAL-MASTER-STATUS             PIC X(02).
024700 77  WS-NEW-BALANCE-STATUS            PIC X(02).
024800 77  WS-GL-MTD-STATUS                 PIC X(02).
024900 77  WS-GL-OFFSET-STATUS              PIC X(02).
025000 77  WS-BKO-WORK-STATUS               PIC X(02).
025100 77  WS-BKO-REPORT-STATUS             PIC X(02).
025200 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
025300 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
025400*
025500*    SWITCHES
025600*
025700 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
025800     88  END-OF-FILE                      VALUE "Y".
025900     88  NOT-END-OF-FILE                  VALUE "N".
026000 77  SW-ITEM-SOURCE                   PIC X(01) VALUE "J".
026100     88  SOURCE-JOURNAL                   VALUE "J".
026200     88  SOURCE-ARCHIVED-SORT             VALUE "S".
026300 77  SW-POST-RUN-FOUND                PIC X(01) VALUE "N".
026400     88  POST-RUN-FOUND                   VALUE "Y".
026500     88  POST-RUN-NOT-FOUND               VALUE "N".
026600 77  SW-GL-DAY-FOUND                  PIC X(01) VALUE "N".
026700     88  GL-DAY-FOUND                     VALUE "Y".
026800     88  GL-DAY-NOT-FOUND                 VALUE "N".
026900 77  SW-AFFECTED-FOUND                PIC X(01) VALUE "N".
027000     88  AFFECTED-FOUND                   VALUE "Y".
027100     88  AFFECTED-NOT-FOUND               VALUE "N".
027200 77  SW-DATE-BACKED-OUT               PIC X(01) VALUE "N".
027300     88  DATE-BACKED-OUT                  VALUE "Y".
027400 77  SW-STARTED-CHANGES               PIC X(01) VALUE "N".
027500     88  STARTED-CHANGES                  VALUE "Y".
027600*
027700*    RUN COUNTERS
027800*
027900 77  WS-FOUND-COUNT                   PIC 9(07) COMP VALUE ZERO.
028000 77  WS-BACKED-OUT-COUNT              PIC 9(07) COMP VALUE ZERO.
028100 77  WS-NOT-BACKED-OUT-COUNT          PIC 9(07) COMP VALUE ZERO.
028200 77  WS-PAYMENT-COUNT                 PIC 9(07) COMP VALUE ZERO.
028300 77  WS-REVERSAL-COUNT                PIC 9(07) COMP VALUE ZERO.
028400 77  WS-ADJUST-COUNT                  PIC 9(07) COMP VALUE ZERO.
028500 77  WS-ACCOUNTS-CORRECTED            PIC 9(07) COMP VALUE ZERO.
028600 77  WS-DATES-RESTORED                PIC 9(07) COMP VALUE ZERO.
028700 77  WS-MTD-NOT-ADJUSTED              PIC 9(07) COMP VALUE ZERO.
028800 77  WS-MTD-SHORT-COUNT               PIC 9(07) COMP VALUE ZERO.
028900 77  WS-BALANCE-OUT-COUNT             PIC 9(07) COMP VALUE ZERO.
029000 77  WS-GLMTD-CORRECTED               PIC 9(07) COMP VALUE ZERO.
029100 77  WS-GLMTD-SHORT-COUNT             PIC 9(07) COMP VALUE ZERO.
029200 77  WS-JOURNAL-COUNT                 PIC 9(07) COMP VALUE ZERO.
029250 77  WS-JOURNAL-CARRIED-COUNT         PIC 9(07) COMP VALUE ZERO.
029300 77  WS-FOUND-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
029400 77  WS-BACKED-OUT-AMOUNT             PIC S9(11)V99 VALUE ZERO.
029500 77  WS-NOT-BACKED-OUT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
029600 77  WS-PAYMENT-AMOUNT                PIC S9(11)V99 VALUE ZERO.
029700 77  WS-REVERSAL-AMOUNT               PIC S9(11)V99 VALUE ZERO.
029800 77  WS-ADJUST-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
029900*
030000*    GL OFFSET TOTALS FOR THE EXTRACT TRAILER
030100*
030200 77  WS-GLF-ACCOUNTS                  PIC 9(07) COMP VALUE ZERO.
030300 77  WS-GLF-ITEMS                     PIC 9(07) COMP VALUE ZERO.
030400 77  WS-GLF-DEBITS                    PIC 9(11)V99 VALUE ZERO.
030500 77  WS-GLF-CREDITS                   PIC 9(11)V99 VALUE ZERO.
030600*
030700*    THE POSTING RUN FOR THE DATE AS RECORDED ON RUNHIST - THE
030800*    LATEST CLEAN "POST" RECORD CARRYING THE BUSINESS DATE.
030900*
031000 77  WS-HIST-READ-COUNT               PIC 9(07) VALUE ZERO.
031100 77  WS-HIST-POSTED-COUNT             PIC 9(07) VALUE ZERO.
031200 77  WS-HIST-NOT-POSTED-COUNT         PIC 9(07) VALUE ZERO.
031300 77  WS-HIST-RUN-DATE                 PIC 9(08) VALUE ZERO.
031400*
031500*    BACK-OUT WORK FIELDS
031600*
031700 77  WS-BUSINESS-DATE                 PIC 9(08) VALUE ZERO.
031800 77  WS-BUSINESS-CCYYMM               PIC 9(06) VALUE ZERO.
031900 77  WS-LAST-CCYYMM                   PIC 9(06) VALUE ZERO.
032000 77  WS-JOURNAL-DATE                  PIC 9(08) VALUE ZERO.
032100 77  WS-LOOKUP-ACCOUNT                PIC 9(07) VALUE ZERO.
032200 77  WS-OLD-BALANCE                   PIC S9(09)V99 VALUE ZERO.
032300 77  WS-ACCOUNT-NOTE                  PIC X(40) VALUE SPACES.
032400 77  WS-ITEM-NOTE                     PIC X(30) VALUE SPACES.
032500 77  I                                PIC 9(04) COMP VALUE ZERO.
032600*
032700*    THE ITEM BEING COLLECTED OR BACKED OUT, FROM WHICHEVER
032800*    SOURCE IS IN USE.
032900*
033000 01  WS-ITEM.
033100     05  WS-ITEM-ACCOUNT              PIC 9(07).
033200     05  WS-ITEM-DATE.
033300         10  WS-ITEM-CCYY             PIC 9(04).
033400         10  WS-ITEM-MM               PIC 9(02).
033500         10  WS-ITEM-DD               PIC 9(02).
033600     05  WS-ITEM-TYPE                 PIC X(01).
033700         88  WS-ITEM-PAYMENT              VALUE "P".
033800         88  WS-ITEM-REVERSAL             VALUE "R".
033900         88  WS-ITEM-ADJUSTMENT           VALUE "A".
034000     05  WS-ITEM-AMOUNT               PIC S9(07)V99.
034100*
034200*    ACCOUNTS BACKED OUT - ONE ENTRY PER ACCOUNT WITH ITEMS FOR
034300*    THE DATE, IN FIRST-SEEN ORDER, CARRYING THE DEBIT AND
034400*    CREDIT SIDES OF ITS ITEMS, THE LATEST EARLIER BUSINESS
034500*    DATE THE JOURNAL SHOWS FOR IT, AND ITS RUNNING BALANCE AS
034600*    THE ITEMS ARE BACKED OUT.
034700*
034800 77  WS-BKA-MAX                       PIC 9(04) COMP VALUE 4000.
034900 77  BKA-COUNT                        PIC 9(04) COMP VALUE ZERO.
035000*
035100 01  BKA-TABLE.
035200     05  BKA-ENTRY OCCURS 0 TO 4000 TIMES
035300             DEPENDING ON BKA-COUNT
035400             INDEXED BY BKA-IDX.
035500         10  BKA-ACCOUNT-NO           PIC 9(07).
035600         10  BKA-MASTER-SW            PIC X(01).
035700             88  BKA-ON-MASTER            VALUE "Y".
035800         10  BKA-ITEMS                PIC 9(07).
035900         10  BKA-DEBITS               PIC 9(11)V99.
036000         10  BKA-CREDITS              PIC 9(11)V99.
036100         10  BKA-PRIOR-DATE           PIC 9(08).
036200         10  BKA-RUN-BALANCE          PIC S9(09)V99.
036300*
036400*    BUSINESS DATES BACKED OUT BY EARLIER RUNS, FROM RUNHIST -
036500*    THEIR JOURNAL ITEMS NO LONGER COUNT AS POSTED WHEN AN
036600*    ACCOUNT'S LAST-POSTED DATE IS PUT BACK.
036700*
036800 77  WS-BKD-MAX                       PIC 9(04) COMP VALUE 400.
036900 77  BKD-COUNT                        PIC 9(04) COMP VALUE ZERO.
037000*
037100 01  BKD-TABLE.
037200     05  BKD-ENTRY OCCURS 0 TO 400 TIMES
037300             DEPENDING ON BKD-COUNT
037400             INDEXED BY BKD-IDX.
037500         10  BKD-DATE                 PIC 9(08).
037600*
037700*    GLMTD AS LOADED - HELD WHOLE SO THE FILE CAN BE REWRITTEN
037800*    IN PLACE WITH THE BACKED-OUT AMOUNTS TAKEN OFF, AS THE SORT
037900*    REWRITES IT.  SIZED TO THE SORT'S OWN ACCOUNT AND DAY
038000*    TABLES.
038100*
038200 77  WS-GMT-MAX                       PIC 9(04) COMP VALUE 2062.
038300 77  GMT-COUNT                        PIC 9(04) COMP VALUE ZERO.
038400*
038500 01  GMT-TABLE.
038600     05  GMT-ENTRY OCCURS 0 TO 2062 TIMES
038700             DEPENDING ON GMT-COUNT.
038800         10  GMT-RECORD               PIC X(72).
038900*
039000*    RUN DATE FOR THE REPORT HEADINGS, AND RUN DATE AND TIME
039100*    FOR THE RUN AUDIT RECORD.
039200*
039300 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
039400 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
039500     05  WS-RUN-CCYY                  PIC 9(04).
039600     05  WS-RUN-MM                    PIC 9(02).
039700     05  WS-RUN-DD                    PIC 9(02).
039800 01  WS-RUN-TIME                      PIC 9(08) VALUE ZERO.
039900 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
040000     05  WS-RUN-HHMMSS                PIC 9(06).
040100     05  FILLER                       PIC 9(02).
040200*
040300*    BACK-OUT REPORT LINES - HEADINGS, ONE LINE PER ACCOUNT
040400*    CORRECTION WORTH NOTING, ONE DETAIL LINE PER ITEM WITH THE
040500*    BALANCE AFTER IT IS BACKED OUT, AND THE CONTROL TOTALS
040600*    THAT TIE BACK TO THE ORIGINAL POSTING REGISTER.
040700*
040800 01  RPT-HEADING-1.
040900     05  FILLER                       PIC X(01) VALUE SPACE.
041000     05  FILLER                       PIC X(34)
041100         VALUE "POSTING BACK-OUT REPORT".
041200     05  FILLER                       PIC X(09)
041300         VALUE "RUN DATE ".
041400     05  RPT-H1-CCYY                  PIC 9(04).
041500     05  FILLER                       PIC X(01) VALUE "-".
041600     05  RPT-H1-MM                    PIC 9(02).
041700     05  FILLER                       PIC X(01) VALUE "-".
041800     05  RPT-H1-DD                    PIC 9(02).
041900     05  FILLER                       PIC X(17)
042000         VALUE "  BUSINESS DATE ".
042100     05  RPT-H1-BUS-DATE              PIC 9(08).
042200     05  FILLER                       PIC X(06) VALUE SPACES.
042300     05  FILLER                       PIC X(05) VALUE "PAGE ".
042400     05  RPT-H1-PAGE                  PIC ZZZ9.
042500*
042600 01  RPT-COLUMN-HEADING.
042700     05  FILLER                       PIC X(01) VALUE SPACE.
042800     05  FILLER                       PIC X(09) VALUE "ACCOUNT".
042900     05  FILLER                       PIC X(05) VALUE "TYPE".
043000     05  FILLER                       PIC X(10) VALUE "DATE".
043100     05  FILLER                       PIC X(15)
043200         VALUE "   ITEM AMOUNT".
043300     05  FILLER                       PIC X(17)
043400         VALUE "  BALANCE AFTER".
043500     05  FILLER                       PIC X(04) VALUE "NOTE".
043600*
043700 01  RPT-DETAIL-LINE.
043800     05  FILLER                       PIC X(01) VALUE SPACE.
043900     05  RPT-D-ACCOUNT                PIC 9(07).
044000     05  FILLER                       PIC X(03) VALUE SPACES.
044100     05  RPT-D-TYPE                   PIC X(01).
044200     05  FILLER                       PIC X(03) VALUE SPACES.
044300     05  RPT-D-CCYY                   PIC 9(04).
044400     05  FILLER                       PIC X(01) VALUE "-".
044500     05  RPT-D-MM                     PIC 9(02).
044600     05  FILLER                       PIC X(01) VALUE "-".
044700     05  RPT-D-DD                     PIC 9(02).
044800     05  RPT-D-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99-.
044900     05  FILLER                       PIC X(02) VALUE SPACES.
045000     05  RPT-D-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
045100     05  FILLER                       PIC X(02) VALUE SPACES.
045200     05  RPT-D-NOTE                   PIC X(30).
045300*
045400 01  RPT-ACCOUNT-LINE.
045500     05  FILLER                       PIC X(01) VALUE SPACE.
045600     05  FILLER                       PIC X(08) VALUE "ACCOUNT ".
045700     05  RPT-A-ACCOUNT                PIC 9(07).
045800     05  FILLER                       PIC X(02) VALUE SPACES.
045900     05  RPT-A-NOTE                   PIC X(40).
046000*
046100 01  RPT-TOTAL-LINE.
046200     05  FILLER                       PIC X(03) VALUE SPACES.
046300     05  RPT-T-LABEL                  PIC X(26).
046400     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
046500     05  FILLER                       PIC X(02) VALUE SPACES.
046600     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
046700*
046800 01  RPT-SOURCE-LINE.
046900     05  FILLER                       PIC X(03) VALUE SPACES.
047000     05  FILLER                       PIC X(26)
047100         VALUE "ITEMS TAKEN FROM".
047200     05  RPT-SRC-TEXT                 PIC X(40).
047300*
047400 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
047500*
047600 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
047700 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
047800 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
047900*
048000 PROCEDURE DIVISION.
048100*
048200*****************************************************************
048300*    0000-MAINLINE - CHECKS EVERYTHING THAT CAN REFUSE THE RUN   *
048400*    BEFORE ANY FILE IS WRITTEN, THEN BUILDS THE CORRECTED       *
048500*    BALANCE GENERATION, LISTS AND JOURNALS THE ITEMS BACKED     *
048600*    OUT, WRITES THE GL OFFSETS AND CORRECTS GLMTD.              *
048700*****************************************************************
048800 0000-MAINLINE.
048900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
049000     PERFORM 1100-CHECK-RUN-HISTORY THRU 1100-EXIT
049100     PERFORM 1200-LOAD-GL-MTD THRU 1200-EXIT
049200     PERFORM 1300-SELECT-SOURCE THRU 1300-EXIT
049300     PERFORM 1400-COLLECT-ITEMS THRU 1400-EXIT
049400     PERFORM 1500-CHECK-AGAINST-POSTING THRU 1500-EXIT
049500     PERFORM 1600-FIND-PRIOR-DATES THRU 1600-EXIT
049550     PERFORM 1700-OPEN-REPORT THRU 1700-EXIT
049600     PERFORM 2000-BUILD-NEW-BALANCES THRU 2000-EXIT
049700     PERFORM 3000-BACK-OUT-ITEMS THRU 3000-EXIT
049800     PERFORM 4000-WRITE-GL-OFFSETS THRU 4000-EXIT
049900     PERFORM 4500-REWRITE-GL-MTD THRU 4500-EXIT
050000     PERFORM 5000-WRITE-NEW-JOURNAL THRU 5000-EXIT
050100     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
050200     PERFORM 9999-TERMINATE THRU 9999-EXIT
050300     STOP RUN.
050400*
050500*****************************************************************
050625*    1000-INITIALIZE - PICKS UP THE RUN DATE AND READS THE       *
050750*    CONTROL CARD.  A MISSING, EMPTY OR INVALID CARD REFUSES THE *
050875*    RUN - THERE IS NO DEFAULT DATE TO BACK OUT.                 *
051000*****************************************************************
051100 1000-INITIALIZE.
051200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
051900     OPEN INPUT CONTROL-CARD-FILE
052000     IF WS-CONTROL-STATUS NOT = "00"
052100         MOVE "BKOCARD" TO WS-ABORT-FILE-ID
052200         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
052300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
052400     END-IF
052500     READ CONTROL-CARD-FILE
052600         AT END
052700             DISPLAY "POSTING-BACKOUT - BKOCARD IS EMPTY, "
052800                 "NOTHING BACKED OUT"
052900             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
053000     END-READ
053100     IF BKC-BUSINESS-DATE-N NOT NUMERIC
053200             OR BKC-BUSINESS-DATE-N = ZERO
053300         DISPLAY "POSTING-BACKOUT - BKOCARD BUSINESS DATE "
053400             BKC-BUSINESS-DATE " IS NOT A DATE, "
053500             "NOTHING BACKED OUT"
053600         CLOSE CONTROL-CARD-FILE
053700         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
053800     END-IF
053900     MOVE BKC-BUSINESS-DATE-N TO WS-BUSINESS-DATE
054000     CLOSE CONTROL-CARD-FILE
054100     COMPUTE WS-BUSINESS-CCYYMM = WS-BUSINESS-DATE / 100
054200     .
054300 1000-EXIT.
054400     EXIT.
054500*
054600*****************************************************************
054700*    1100-CHECK-RUN-HISTORY - READS RUNHIST FROM THE START.  A   *
054800*    BACK-OUT RECORD FOR THE DATE THAT DID NOT ABEND MEANS THE   *
054900*    DATE HAS ALREADY BEEN BACKED OUT AND THE RUN IS REFUSED.    *
055000*    EVERY OTHER DATE BACKED OUT IS TABLED FOR 1600, AND THE     *
055100*    LATEST CLEAN POSTING RECORD FOR THE DATE IS KEPT FOR 1500.  *
055200*    NO RUNHIST MEANS NO HISTORY TO CHECK.                       *
055300*****************************************************************
055400 1100-CHECK-RUN-HISTORY.
055500     MOVE "N" TO SW-END-OF-FILE
055600     OPEN INPUT RUN-HISTORY-FILE
055700     IF WS-RUN-HISTORY-STATUS NOT = "00"
055800             AND WS-RUN-HISTORY-STATUS NOT = "05"
055900         MOVE "RUNHIST" TO WS-ABORT-FILE-ID
056000         MOVE WS-RUN-HISTORY-STATUS TO WS-ABORT-STATUS
056100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
056200     END-IF
056300     PERFORM 1110-CHECK-ONE-RUN THRU 1110-EXIT
056400         UNTIL END-OF-FILE
056500     CLOSE RUN-HISTORY-FILE
056600     MOVE "N" TO SW-END-OF-FILE
056700     IF DATE-BACKED-OUT
056800         DISPLAY "POSTING-BACKOUT - BUSINESS DATE "
056900             WS-BUSINESS-DATE
057000             " HAS ALREADY BEEN BACKED OUT, NOTHING BACKED OUT"
057100         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
057200     END-IF
057300     .
057400 1100-EXIT.
057500     EXIT.
057600*
057700 1110-CHECK-ONE-RUN.
057800     READ RUN-HISTORY-FILE
057900         AT END
058000             MOVE "Y" TO SW-END-OF-FILE
058100             GO TO 1110-EXIT
058200     END-READ
058300     IF RH-RETURN-CODE NOT NUMERIC OR RH-RETURN-CODE > 15
058400         GO TO 1110-EXIT
058500     END-IF
058600     IF RH-STEP-POST AND RH-BUSINESS-DATE = WS-BUSINESS-DATE
058700         MOVE "Y" TO SW-POST-RUN-FOUND
058800         MOVE RH-READ-COUNT TO WS-HIST-READ-COUNT
058900         MOVE RH-SORTED-COUNT TO WS-HIST-POSTED-COUNT
059000         MOVE RH-REJECT-COUNT TO WS-HIST-NOT-POSTED-COUNT
059100         MOVE RH-RUN-DATE TO WS-HIST-RUN-DATE
059200         GO TO 1110-EXIT
059300     END-IF
059400     IF NOT RH-STEP-BACKOUT
059500         GO TO 1110-EXIT
059600     END-IF
059700     IF RH-BUSINESS-DATE = WS-BUSINESS-DATE
059800         MOVE "Y" TO SW-DATE-BACKED-OUT
059900         GO TO 1110-EXIT
060000     END-IF
060100     IF BKD-COUNT >= WS-BKD-MAX
060200         DISPLAY "POSTING-BACKOUT - RUNHIST HOLDS MORE THAN "
060300             WS-BKD-MAX " BACK-OUTS"
060400         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
060500     END-IF
060600     ADD 1 TO BKD-COUNT
060700     MOVE RH-BUSINESS-DATE TO BKD-DATE(BKD-COUNT)
060800     .
060900 1110-EXIT.
061000     EXIT.
061100*
061200*****************************************************************
061300*    1200-LOAD-GL-MTD - LOADS GLMTD WHOLE.  THE DATE'S "D"       *
061400*    RECORD MUST BE ON IT - IF IT IS NOT, THE DATE'S PERIOD HAS  *
061500*    BEEN CLOSED (OR AN EARLIER BACK-OUT ALREADY TOOK THE DAY    *
061600*    OFF) AND THE GL CAN NO LONGER BE CORRECTED HERE, SO THE     *
061700*    RUN IS REFUSED.                                             *
061800*****************************************************************
061900 1200-LOAD-GL-MTD.
062000     MOVE ZERO TO GMT-COUNT
062100     MOVE "N" TO SW-END-OF-FILE
062200     OPEN INPUT GL-MTD-FILE
062300     IF WS-GL-MTD-STATUS NOT = "00"
062400             AND WS-GL-MTD-STATUS NOT = "05"
062500         MOVE "GLMTD" TO WS-ABORT-FILE-ID
062600         MOVE WS-GL-MTD-STATUS TO WS-ABORT-STATUS
062700         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
062800     END-IF
062900     PERFORM 1210-READ-ONE-MTD THRU 1210-EXIT
063000         UNTIL END-OF-FILE
063100     CLOSE GL-MTD-FILE
063200     MOVE "N" TO SW-END-OF-FILE
063300     IF GL-DAY-NOT-FOUND
063400         DISPLAY "POSTING-BACKOUT - BUSINESS DATE "
063500             WS-BUSINESS-DATE
063600             " IS NOT ON GLMTD - PERIOD CLOSED OR DAY ALREADY "
063700             "TAKEN OFF, NOTHING BACKED OUT"
063800         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
063900     END-IF
064000     .
064100 1200-EXIT.
064200     EXIT.
064300*
064400 1210-READ-ONE-MTD.
064500     READ GL-MTD-FILE
064600         AT END
064700             MOVE "Y" TO SW-END-OF-FILE
064800             GO TO 1210-EXIT
064900     END-READ
065000     IF GMT-COUNT >= WS-GMT-MAX
065100         DISPLAY "POSTING-BACKOUT - GL MTD FILE EXCEEDS "
065200             WS-GMT-MAX " ENTRIES"
065300         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
065400     END-IF
065500     ADD 1 TO GMT-COUNT
065600     MOVE GL-MTD-RECORD TO GMT-RECORD(GMT-COUNT)
065700     IF GLM-TYPE-DAY AND GLM-BUSINESS-DATE = WS-BUSINESS-DATE
065800         MOVE "Y" TO SW-GL-DAY-FOUND
065900     END-IF
066000     .
066100 1210-EXIT.
066200     EXIT.
066300*
066400*****************************************************************
066500*    1300-SELECT-SOURCE - THE JOURNAL IS THE SOURCE WHENEVER IT  *
066600*    EXISTS AND HOLDS ANYTHING.  ONLY WHEN THERE IS NO JOURNAL   *
066700*    ARE THE ARCHIVED SORTED FILE AND ITS CONTROL RECORD USED.   *
066800*****************************************************************
066900 1300-SELECT-SOURCE.
067000     MOVE "J" TO SW-ITEM-SOURCE
067100     OPEN INPUT POSTING-JOURNAL-FILE
067200     IF WS-JOURNAL-STATUS = "05"
067300         MOVE "S" TO SW-ITEM-SOURCE
067400         CLOSE POSTING-JOURNAL-FILE
067500         GO TO 1300-EXIT
067600     END-IF
067700     IF WS-JOURNAL-STATUS NOT = "00"
067800         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
067900         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
068000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
068100     END-IF
068200     READ POSTING-JOURNAL-FILE
068300         AT END
068400             MOVE "S" TO SW-ITEM-SOURCE
068500     END-READ
068600     CLOSE POSTING-JOURNAL-FILE
068700     .
068800 1300-EXIT.
068900     EXIT.
069000*
069100*****************************************************************
069200*    1400-COLLECT-ITEMS - ONE PASS OVER THE SOURCE, TOTALLING    *
069300*    THE ITEMS FOR THE DATE AND TABLING EVERY ACCOUNT THEY       *
069400*    TOUCH.  ON THE JOURNAL AN OFFSETTING ENTRY ALREADY THERE    *
069500*    FOR THE DATE REFUSES THE RUN.  THE ARCHIVED SORTED FILE     *
069600*    MUST AGREE WITH ITS ARCHIVED CONTROL RECORD, AS THE         *
069700*    POSTING STEP REQUIRES, AND THE CONTROL RECORD MUST CARRY    *
069800*    THE DATE BEING BACKED OUT.                                  *
069900*****************************************************************
070000 1400-COLLECT-ITEMS.
070100     MOVE "N" TO SW-END-OF-FILE
070200     IF SOURCE-ARCHIVED-SORT
070300         PERFORM 1450-COLLECT-ARCHIVED-SORT THRU 1450-EXIT
070400         GO TO 1400-EXIT
070500     END-IF
070600     OPEN INPUT POSTING-JOURNAL-FILE
070700     IF WS-JOURNAL-STATUS NOT = "00"
070800         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
070900         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
071000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
071100     END-IF
071200     PERFORM 1410-COLLECT-ONE-JOURNAL THRU 1410-EXIT
071300         UNTIL END-OF-FILE
071400     CLOSE POSTING-JOURNAL-FILE
071500     MOVE "N" TO SW-END-OF-FILE
071600     .
071700 1400-EXIT.
071800     EXIT.
071900*
072000 1410-COLLECT-ONE-JOURNAL.
072100     READ POSTING-JOURNAL-FILE
072200         AT END
072300             MOVE "Y" TO SW-END-OF-FILE
072400             GO TO 1410-EXIT
072500     END-READ
072600     IF JRN-BUSINESS-DATE NOT NUMERIC
072700             OR JRN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
072800         GO TO 1410-EXIT
072900     END-IF
073000     IF JRN-BACKOUT-ENTRY
073100         DISPLAY "POSTING-BACKOUT - POSTJRNL ALREADY CARRIES "
073200             "BACK-OUT ENTRIES FOR " WS-BUSINESS-DATE
073300             ", NOTHING BACKED OUT"
073400         CLOSE POSTING-JOURNAL-FILE
073500         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
073600     END-IF
073700     MOVE JRN-ACCOUNT-NO TO WS-ITEM-ACCOUNT
073800     MOVE JRN-ITEM-DATE TO WS-ITEM-DATE
073900     MOVE JRN-TRAN-TYPE TO WS-ITEM-TYPE
074000     MOVE JRN-AMOUNT TO WS-ITEM-AMOUNT
074100     PERFORM 1490-COLLECT-ONE-ITEM THRU 1490-EXIT
074200     .
074300 1410-EXIT.
074400     EXIT.
074500*
074600 1450-COLLECT-ARCHIVED-SORT.
074700     OPEN INPUT ARCHIVED-CONTROL-FILE
074800     IF WS-ARCH-CTL-STATUS NOT = "00"
074900         DISPLAY "POSTING-BACKOUT - NO POSTJRNL AND NO ARCHIVED "
075000             "CONTROL RECORD (BKOCTL), STATUS = "
075100             WS-ARCH-CTL-STATUS ", NOTHING BACKED OUT"
075200         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
075300     END-IF
075400     READ ARCHIVED-CONTROL-FILE
075500         AT END
075600             DISPLAY "POSTING-BACKOUT - BKOCTL IS EMPTY, "
075700                 "NOTHING BACKED OUT"
075800             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
075900     END-READ
076000     IF SCTL-BUSINESS-DATE NOT NUMERIC
076100             OR SCTL-BUSINESS-DATE NOT = WS-BUSINESS-DATE
076200         DISPLAY "POSTING-BACKOUT - BKOCTL IS FOR BUSINESS DATE "
076300             SCTL-BUSINESS-DATE ", NOT " WS-BUSINESS-DATE
076400             ", NOTHING BACKED OUT"
076500         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
076600     END-IF
076700     OPEN INPUT ARCHIVED-SORT-FILE
076800     IF WS-ARCH-SORT-STATUS NOT = "00"
076900         DISPLAY "POSTING-BACKOUT - NO POSTJRNL AND NO ARCHIVED "
077000             "SORTED FILE (BKOSORT), STATUS = "
077100             WS-ARCH-SORT-STATUS ", NOTHING BACKED OUT"
077200         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
077300     END-IF
077400     PERFORM 1460-COLLECT-ONE-SORTED THRU 1460-EXIT
077500         UNTIL END-OF-FILE
077600     CLOSE ARCHIVED-SORT-FILE
077700     MOVE "N" TO SW-END-OF-FILE
077800     IF WS-FOUND-COUNT NOT = SCTL-RECORD-COUNT
077900             OR WS-FOUND-AMOUNT NOT = SCTL-SUM-AMOUNT
078000             OR WS-PAYMENT-COUNT NOT = SCTL-PAYMENT-COUNT
078100             OR WS-PAYMENT-AMOUNT NOT = SCTL-PAYMENT-AMOUNT
078200             OR WS-REVERSAL-COUNT NOT = SCTL-REVERSAL-COUNT
078300             OR WS-REVERSAL-AMOUNT NOT = SCTL-REVERSAL-AMOUNT
078400             OR WS-ADJUST-COUNT NOT = SCTL-ADJUST-COUNT
078500             OR WS-ADJUST-AMOUNT NOT = SCTL-ADJUST-AMOUNT
078600         DISPLAY "POSTING-BACKOUT - BKOSORT DOES NOT AGREE WITH "
078700             "BKOCTL, NOTHING BACKED OUT"
078800         DISPLAY "                             BKOCTL / BKOSORT"
078900         DISPLAY "  RECORDS. . . . . . . . . " SCTL-RECORD-COUNT
079000             " / " WS-FOUND-COUNT
079100         DISPLAY "  SUM OF AMOUNTS . . . . . " SCTL-SUM-AMOUNT
079200             " / " WS-FOUND-AMOUNT
079300         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
079400     END-IF
079500     CLOSE ARCHIVED-CONTROL-FILE
079600     MOVE ZERO TO WS-PAYMENT-COUNT
079700     MOVE ZERO TO WS-PAYMENT-AMOUNT
079800     MOVE ZERO TO WS-REVERSAL-COUNT
079900     MOVE ZERO TO WS-REVERSAL-AMOUNT
080000     MOVE ZERO TO WS-ADJUST-COUNT
080100     MOVE ZERO TO WS-ADJUST-AMOUNT
080200     .
080300 1450-EXIT.
080400     EXIT.
080500*
080600 1460-COLLECT-ONE-SORTED.
080700     READ ARCHIVED-SORT-FILE
080800         AT END
080900             MOVE "Y" TO SW-END-OF-FILE
081000             GO TO 1460-EXIT
081100     END-READ
081200     MOVE SRT-ACCOUNT-NO TO WS-ITEM-ACCOUNT
081300     MOVE SRT-DATE TO WS-ITEM-DATE
081400     MOVE SRT-TRAN-TYPE TO WS-ITEM-TYPE
081500     MOVE SRT-AMOUNT TO WS-ITEM-AMOUNT
081600     PERFORM 1490-COLLECT-ONE-ITEM THRU 1490-EXIT
081700     EVALUATE TRUE
081800         WHEN WS-ITEM-PAYMENT
081900             ADD 1 TO WS-PAYMENT-COUNT
082000             ADD WS-ITEM-AMOUNT TO WS-PAYMENT-AMOUNT
082100         WHEN WS-ITEM-REVERSAL
082200             ADD 1 TO WS-REVERSAL-COUNT
082300             ADD WS-ITEM-AMOUNT TO WS-REVERSAL-AMOUNT
082400         WHEN WS-ITEM-ADJUSTMENT
082500             ADD 1 TO WS-ADJUST-COUNT
082600             ADD WS-ITEM-AMOUNT TO WS-ADJUST-AMOUNT
082700     END-EVALUATE
082800     .
082900 1460-EXIT.
083000     EXIT.
083100*
083200*    1490-COLLECT-ONE-ITEM - ADDS THE ITEM IN WS-ITEM TO THE
083300*    FOUND TOTALS AND TO ITS ACCOUNT'S ENTRY.  A NEGATIVE AMOUNT
083400*    IS A CREDIT, AS ON THE BALANCE MASTER AND THE GL EXTRACT.
083500*
083600 1490-COLLECT-ONE-ITEM.
083700     ADD 1 TO WS-FOUND-COUNT
083800     ADD WS-ITEM-AMOUNT TO WS-FOUND-AMOUNT
083900     MOVE WS-ITEM-ACCOUNT TO WS-LOOKUP-ACCOUNT
084000     PERFORM 2500-LOOKUP-AFFECTED THRU 2500-EXIT
084100     IF AFFECTED-NOT-FOUND
084200         IF BKA-COUNT >= WS-BKA-MAX
084300             DISPLAY "POSTING-BACKOUT - ACCOUNTS TO BACK OUT "
084400                 "EXCEED " WS-BKA-MAX " ENTRIES"
084500             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
084600         END-IF
084700         ADD 1 TO BKA-COUNT
084800         SET BKA-IDX TO BKA-COUNT
084900         MOVE WS-ITEM-ACCOUNT TO BKA-ACCOUNT-NO(BKA-IDX)
085000         MOVE "N" TO BKA-MASTER-SW(BKA-IDX)
085100         MOVE ZERO TO BKA-ITEMS(BKA-IDX)
085200         MOVE ZERO TO BKA-DEBITS(BKA-IDX)
085300         MOVE ZERO TO BKA-CREDITS(BKA-IDX)
085400         MOVE ZERO TO BKA-PRIOR-DATE(BKA-IDX)
085500         MOVE ZERO TO BKA-RUN-BALANCE(BKA-IDX)
085600     END-IF
085700     ADD 1 TO BKA-ITEMS(BKA-IDX)
085800     IF WS-ITEM-AMOUNT < ZERO
085900         COMPUTE BKA-CREDITS(BKA-IDX) =
086000             BKA-CREDITS(BKA-IDX) - WS-ITEM-AMOUNT
086100     ELSE
086200         ADD WS-ITEM-AMOUNT TO BKA-DEBITS(BKA-IDX)
086300     END-IF
086400     .
086500 1490-EXIT.
086600     EXIT.
086700*
086800*****************************************************************
086900*    1500-CHECK-AGAINST-POSTING - REFUSES THE RUN WHEN NOTHING   *
087000*    WAS FOUND FOR THE DATE, OR WHEN THE ITEMS FOUND DO NOT      *
087100*    AGREE WITH THE POSTING RUN RUNHIST RECORDED FOR IT: ON THE  *
087200*    JOURNAL THE COUNT MUST EQUAL THE RECORDS POSTED; FROM AN    *
087300*    ARCHIVED SORTED FILE EVERY RECORD READ MUST HAVE BEEN       *
087400*    POSTED, SINCE THERE IS NO TELLING WHICH ITEMS WERE HELD     *
087500*    OFF.  A DATE POSTED BEFORE RUNHIST CARRIED POSTING RUNS     *
087600*    CANNOT BE PROVED THIS WAY AND IS NOTED ON THE REPORT.       *
087700*****************************************************************
087800 1500-CHECK-AGAINST-POSTING.
087900     IF WS-FOUND-COUNT = ZERO
088000         DISPLAY "POSTING-BACKOUT - NOTHING FOUND POSTED FOR "
088100             "BUSINESS DATE " WS-BUSINESS-DATE
088200             ", NOTHING BACKED OUT"
088300         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
088400     END-IF
088500     IF POST-RUN-NOT-FOUND
088600         DISPLAY "POSTING-BACKOUT - NO POSTING RUN FOR "
088700             WS-BUSINESS-DATE " ON RUNHIST, ITEM COUNT NOT PROVED"
088800         GO TO 1500-EXIT
088900     END-IF
089000     IF SOURCE-ARCHIVED-SORT AND WS-HIST-NOT-POSTED-COUNT > ZERO
089100         DISPLAY "POSTING-BACKOUT - " WS-HIST-NOT-POSTED-COUNT
089200             " ITEMS WERE NOT POSTED ON " WS-BUSINESS-DATE
089300             " - BKOSORT CANNOT BE BACKED OUT WHOLE"
089400         DISPLAY "POSTING-BACKOUT - NOTHING BACKED OUT"
089500         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
089600     END-IF
089700     IF (SOURCE-JOURNAL
089800             AND WS-FOUND-COUNT NOT = WS-HIST-POSTED-COUNT)
089900             OR (SOURCE-ARCHIVED-SORT
090000             AND WS-FOUND-COUNT NOT = WS-HIST-READ-COUNT)
090100         DISPLAY "POSTING-BACKOUT - " WS-FOUND-COUNT
090200             " ITEMS FOUND FOR " WS-BUSINESS-DATE
090300             " BUT THE POSTING RUN OF " WS-HIST-RUN-DATE
090400             " POSTED " WS-HIST-POSTED-COUNT
090500         DISPLAY "POSTING-BACKOUT - NOTHING BACKED OUT"
090600         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
090700     END-IF
090800     .
090900 1500-EXIT.
091000     EXIT.
091100*
091200*****************************************************************
091300*    1600-FIND-PRIOR-DATES - A SECOND PASS OVER THE JOURNAL      *
091400*    FINDS, FOR EACH ACCOUNT BACKED OUT, THE LATEST BUSINESS     *
091500*    DATE IT WAS POSTED UNDER BEFORE THE DATE BEING BACKED OUT,  *
091600*    SO ITS LAST-POSTED DATE CAN BE PUT BACK AND THE CORRECTED   *
091700*    DATE CAN BE POSTED AGAIN.  OFFSETTING ENTRIES, AND ITEMS    *
091800*    OF DATES BACKED OUT EARLIER, DO NOT COUNT.  AN ITEM         *
091900*    JOURNALED BEFORE THE BUSINESS DATE WAS RECORDED COUNTS BY   *
092000*    ITS ITEM DATE.  WITHOUT A JOURNAL THERE IS NOTHING TO FIND  *
092100*    AND LAST-POSTED DATES ARE LEFT AS THEY ARE.                 *
092200*****************************************************************
092300 1600-FIND-PRIOR-DATES.
092400     IF SOURCE-ARCHIVED-SORT
092500         GO TO 1600-EXIT
092600     END-IF
092700     MOVE "N" TO SW-END-OF-FILE
092800     OPEN INPUT POSTING-JOURNAL-FILE
092900     IF WS-JOURNAL-STATUS NOT = "00"
093000         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
093100         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
093200         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
093300     END-IF
093400     PERFORM 1610-CHECK-ONE-JOURNAL THRU 1610-EXIT
093500         UNTIL END-OF-FILE
093600     CLOSE POSTING-JOURNAL-FILE
093700     MOVE "N" TO SW-END-OF-FILE
093800     .
093900 1600-EXIT.
094000     EXIT.
094100*
094200 1610-CHECK-ONE-JOURNAL.
094300     READ POSTING-JOURNAL-FILE
094400         AT END
094500             MOVE "Y" TO SW-END-OF-FILE
094600             GO TO 1610-EXIT
094700     END-READ
094800     IF JRN-BACKOUT-ENTRY
094900         GO TO 1610-EXIT
095000     END-IF
095100     IF JRN-BUSINESS-DATE NUMERIC AND JRN-BUSINESS-DATE > ZERO
095200         MOVE JRN-BUSINESS-DATE TO WS-JOURNAL-DATE
095300     ELSE
095400         MOVE JRN-ITEM-DATE TO WS-JOURNAL-DATE
095500     END-IF
095600     IF WS-JOURNAL-DATE NOT < WS-BUSINESS-DATE
095700         GO TO 1610-EXIT
095800     END-IF
095900     MOVE JRN-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
096000     PERFORM 2500-LOOKUP-AFFECTED THRU 2500-EXIT
096100     IF AFFECTED-NOT-FOUND
096200         GO TO 1610-EXIT
096300     END-IF
096400     IF WS-JOURNAL-DATE NOT > BKA-PRIOR-DATE(BKA-IDX)
096500         GO TO 1610-EXIT
096600     END-IF
096700     IF BKD-COUNT > ZERO
096800         SET BKD-IDX TO 1
096900         SEARCH BKD-ENTRY
097000             AT END
097100                 CONTINUE
097200             WHEN BKD-DATE(BKD-IDX) = WS-JOURNAL-DATE
097300                 GO TO 1610-EXIT
097400         END-SEARCH
097500     END-IF
097600     MOVE WS-JOURNAL-DATE TO BKA-PRIOR-DATE(BKA-IDX)
097700     .
097800 1610-EXIT.
097900     EXIT.
098000*
098106*****************************************************************
098112*    1700-OPEN-REPORT - OPENS THE BACK-OUT REPORT ONCE NOTHING   *
098118*    IS LEFT THAT CAN REFUSE THE RUN, SO A REFUSED RUN LEAVES    *
098124*    THE LAST RUN'S BKORPT AS IT WAS.                            *
098129*****************************************************************
098135 1700-OPEN-REPORT.
098141     OPEN OUTPUT BACKOUT-REPORT-FILE
098147     IF WS-BKO-REPORT-STATUS NOT = "00"
098153         MOVE "BKORPT" TO WS-ABORT-FILE-ID
098159         MOVE WS-BKO-REPORT-STATUS TO WS-ABORT-STATUS
098165         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
098171     END-IF
098176     .
098182 1700-EXIT.
098188     EXIT.
098194*
098197*****************************************************************
098200*    2000-BUILD-NEW-BALANCES - COPIES BALMSTR ACROSS TO THE NEW  *
098300*    GENERATION IN KEY ORDER, CORRECTING EACH ACCOUNT BACKED     *
098400*    OUT ON THE WAY.  NOTHING HAS BEEN WRITTEN UNTIL THIS        *
098500*    POINT.                                                      *
098600*****************************************************************
098700 2000-BUILD-NEW-BALANCES.
098800     MOVE "N" TO SW-END-OF-FILE
098900     OPEN INPUT BALANCE-MASTER-FILE
099000     IF WS-BAL-MASTER-STATUS NOT = "00"
099100         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
099200         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
099300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
099400     END-IF
099500     OPEN OUTPUT NEW-BALANCE-FILE
099600     IF WS-NEW-BALANCE-STATUS NOT = "00"
099700         MOVE "BALMSTN" TO WS-ABORT-FILE-ID
099800         MOVE WS-NEW-BALANCE-STATUS TO WS-ABORT-STATUS
099900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
100000     END-IF
100100     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
100200     PERFORM 2010-COPY-ONE-BALANCE THRU 2010-EXIT
100300         UNTIL END-OF-FILE
100400     CLOSE BALANCE-MASTER-FILE
100500     CLOSE NEW-BALANCE-FILE
100600     MOVE "N" TO SW-END-OF-FILE
100700     .
100800 2000-EXIT.
100900     EXIT.
101000*
101100 2010-COPY-ONE-BALANCE.
101200     READ BALANCE-MASTER-FILE
101300         AT END
101400             MOVE "Y" TO SW-END-OF-FILE
101500             GO TO 2010-EXIT
101600     END-READ
101700     MOVE BAL-MASTER-RECORD TO NEW-BALANCE-RECORD
101800     MOVE BM-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
101900     PERFORM 2500-LOOKUP-AFFECTED THRU 2500-EXIT
102000     IF AFFECTED-FOUND
102100         PERFORM 2100-CORRECT-BALANCE THRU 2100-EXIT
102200     END-IF
102300     WRITE NEW-BALANCE-RECORD
102400         INVALID KEY
102500             DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE BALMSTN "
102600                 "ACCOUNT " NB-ACCOUNT-NO ", STATUS = "
102700                 WS-NEW-BALANCE-STATUS
102800             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
102900     END-WRITE
103000     ADD 1 TO WS-BALANCE-OUT-COUNT
103100     .
103200 2010-EXIT.
103300     EXIT.
103400*
103500*    2100-CORRECT-BALANCE - TAKES THE ACCOUNT'S ITEMS BACK OFF
103600*    ITS BALANCE.  THE MONTH-TO-DATE SIDES ARE BACKED OUT ONLY
103700*    WHILE THE ACCOUNT'S TOTALS STILL COVER THE DATE'S MONTH,
103800*    AND NEVER BELOW ZERO.  THE LAST-POSTED DATE GOES BACK TO
103900*    THE DATE 1600 FOUND IF IT IS STILL THE DATE BACKED OUT.
104000*
104100 2100-CORRECT-BALANCE.
104200     MOVE "Y" TO BKA-MASTER-SW(BKA-IDX)
104300     MOVE NB-CURR-BALANCE TO BKA-RUN-BALANCE(BKA-IDX)
104400     MOVE NB-CURR-BALANCE TO WS-OLD-BALANCE
104500     COMPUTE NB-CURR-BALANCE = NB-CURR-BALANCE
104600         - BKA-DEBITS(BKA-IDX) + BKA-CREDITS(BKA-IDX)
104700     ADD 1 TO WS-ACCOUNTS-CORRECTED
104800     COMPUTE WS-LAST-CCYYMM = NB-LAST-POSTED-DATE / 100
104900     IF WS-LAST-CCYYMM NOT = WS-BUSINESS-CCYYMM
105000         ADD 1 TO WS-MTD-NOT-ADJUSTED
105100         MOVE "MTD NOT ADJUSTED - NOT DATE'S MONTH"
105200             TO WS-ACCOUNT-NOTE
105300         PERFORM 2150-PRINT-ACCOUNT-NOTE THRU 2150-EXIT
105400         GO TO 2100-RESTORE-DATE
105500     END-IF
105600     IF NB-MTD-DEBITS < BKA-DEBITS(BKA-IDX)
105700             OR NB-MTD-CREDITS < BKA-CREDITS(BKA-IDX)
105800         ADD 1 TO WS-MTD-SHORT-COUNT
105900         MOVE "MTD SHORT OF ITEMS - HELD AT ZERO"
106000             TO WS-ACCOUNT-NOTE
106100         PERFORM 2150-PRINT-ACCOUNT-NOTE THRU 2150-EXIT
106200     END-IF
106300     IF NB-MTD-DEBITS < BKA-DEBITS(BKA-IDX)
106400         MOVE ZERO TO NB-MTD-DEBITS
106500     ELSE
106600         SUBTRACT BKA-DEBITS(BKA-IDX) FROM NB-MTD-DEBITS
106700     END-IF
106800     IF NB-MTD-CREDITS < BKA-CREDITS(BKA-IDX)
106900         MOVE ZERO TO NB-MTD-CREDITS
107000     ELSE
107100         SUBTRACT BKA-CREDITS(BKA-IDX) FROM NB-MTD-CREDITS
107200     END-IF
107300     .
107400 2100-RESTORE-DATE.
107500     IF SOURCE-JOURNAL
107600             AND NB-LAST-POSTED-DATE = WS-BUSINESS-DATE
107700         MOVE BKA-PRIOR-DATE(BKA-IDX) TO NB-LAST-POSTED-DATE
107800         ADD 1 TO WS-DATES-RESTORED
107900     END-IF
108000     .
108100 2100-EXIT.
108200     EXIT.
108300*
108400 2150-PRINT-ACCOUNT-NOTE.
108500     MOVE NB-ACCOUNT-NO TO RPT-A-ACCOUNT
108600     MOVE WS-ACCOUNT-NOTE TO RPT-A-NOTE
108700     MOVE RPT-ACCOUNT-LINE TO WS-PRINT-LINE
108800     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
108900     .
109000 2150-EXIT.
109100     EXIT.
109200*
109300*    2500-LOOKUP-AFFECTED - SERIAL SEARCH OF THE ACCOUNTS BACKED
109400*    OUT FOR WS-LOOKUP-ACCOUNT.  ON A HIT BKA-IDX IS LEFT
109500*    POINTING AT THE ACCOUNT'S ENTRY.
109600*
109700 2500-LOOKUP-AFFECTED.
109800     MOVE "N" TO SW-AFFECTED-FOUND
109900     IF BKA-COUNT > ZERO
110000         SET BKA-IDX TO 1
110100         SEARCH BKA-ENTRY
110200             AT END
110300                 CONTINUE
110400             WHEN BKA-ACCOUNT-NO(BKA-IDX) = WS-LOOKUP-ACCOUNT
110500                 MOVE "Y" TO SW-AFFECTED-FOUND
110600         END-SEARCH
110700     END-IF
110800     .
110900 2500-EXIT.
111000     EXIT.
111100*
111200*****************************************************************
111300*    3000-BACK-OUT-ITEMS - A LAST PASS OVER THE SOURCE LISTS     *
111400*    EVERY ITEM FOR THE DATE WITH ITS ACCOUNT'S BALANCE AFTER    *
111500*    THE ITEM IS BACKED OUT.  FROM THE JOURNAL, EACH ITEM        *
111600*    BACKED OUT ALSO GETS ITS OFFSETTING JOURNAL ENTRY, HELD ON  *
111700*    THE WORK FILE UNTIL 5000.  AN ITEM WHOSE ACCOUNT IS NO      *
111800*    LONGER ON BALMSTR CANNOT BE BACKED OUT AND IS LISTED AS     *
111900*    SUCH.                                                       *
112000*****************************************************************
112100 3000-BACK-OUT-ITEMS.
112200     MOVE "N" TO SW-END-OF-FILE
112300     MOVE "Y" TO SW-STARTED-CHANGES
112400     IF SOURCE-ARCHIVED-SORT
112500         OPEN INPUT ARCHIVED-SORT-FILE
112600         IF WS-ARCH-SORT-STATUS NOT = "00"
112700             MOVE "BKOSORT" TO WS-ABORT-FILE-ID
112800             MOVE WS-ARCH-SORT-STATUS TO WS-ABORT-STATUS
112900             PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
113000         END-IF
113100         PERFORM 3020-BACK-OUT-ONE-SORTED THRU 3020-EXIT
113200             UNTIL END-OF-FILE
113300         CLOSE ARCHIVED-SORT-FILE
113400         MOVE "N" TO SW-END-OF-FILE
113500         GO TO 3000-EXIT
113600     END-IF
113700     OPEN INPUT POSTING-JOURNAL-FILE
113800     IF WS-JOURNAL-STATUS NOT = "00"
113900         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
114000         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
114100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
114200     END-IF
114300     OPEN OUTPUT BACKOUT-WORK-FILE
114400     IF WS-BKO-WORK-STATUS NOT = "00"
114500         MOVE "BKOWORK" TO WS-ABORT-FILE-ID
114600         MOVE WS-BKO-WORK-STATUS TO WS-ABORT-STATUS
114700         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
114800     END-IF
114900     PERFORM 3010-BACK-OUT-ONE-JOURNAL THRU 3010-EXIT
115000         UNTIL END-OF-FILE
115100     CLOSE POSTING-JOURNAL-FILE
115200     CLOSE BACKOUT-WORK-FILE
115300     MOVE "N" TO SW-END-OF-FILE
115400     .
115500 3000-EXIT.
115600     EXIT.
115700*
115800 3010-BACK-OUT-ONE-JOURNAL.
115900     READ POSTING-JOURNAL-FILE
116000         AT END
116100             MOVE "Y" TO SW-END-OF-FILE
116200             GO TO 3010-EXIT
116300     END-READ
116400     IF JRN-BUSINESS-DATE NOT NUMERIC
116500             OR JRN-BUSINESS-DATE NOT = WS-BUSINESS-DATE
116600             OR JRN-BACKOUT-ENTRY
116700         GO TO 3010-EXIT
116800     END-IF
116900     MOVE JRN-ACCOUNT-NO TO WS-ITEM-ACCOUNT
117000     MOVE JRN-ITEM-DATE TO WS-ITEM-DATE
117100     MOVE JRN-TRAN-TYPE TO WS-ITEM-TYPE
117200     MOVE JRN-AMOUNT TO WS-ITEM-AMOUNT
117300     PERFORM 3100-BACK-OUT-ONE-ITEM THRU 3100-EXIT
117400     IF NOT BKA-ON-MASTER(BKA-IDX)
117500         GO TO 3010-EXIT
117600     END-IF
117700     MOVE JOURNAL-RECORD TO BACKOUT-WORK-RECORD
117800     COMPUTE BKW-AMOUNT = ZERO - JRN-AMOUNT
117900     MOVE BKA-RUN-BALANCE(BKA-IDX) TO BKW-RUNNING-BALANCE
118000     MOVE WS-RUN-DATE TO BKW-POST-RUN-DATE
118100     MOVE "B" TO BKW-BACKOUT-FLAG
118200     WRITE BACKOUT-WORK-RECORD
118214     IF WS-BKO-WORK-STATUS NOT = "00"
118229         DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE BKOWORK "
118243             "ACCOUNT " BKW-ACCOUNT-NO ", STATUS = "
118257             WS-BKO-WORK-STATUS
118271         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
118286     END-IF
118300     ADD 1 TO WS-JOURNAL-COUNT
118400     .
118500 3010-EXIT.
118600     EXIT.
118700*
118800 3020-BACK-OUT-ONE-SORTED.
118900     READ ARCHIVED-SORT-FILE
119000         AT END
119100             MOVE "Y" TO SW-END-OF-FILE
119200             GO TO 3020-EXIT
119300     END-READ
119400     MOVE SRT-ACCOUNT-NO TO WS-ITEM-ACCOUNT
119500     MOVE SRT-DATE TO WS-ITEM-DATE
119600     MOVE SRT-TRAN-TYPE TO WS-ITEM-TYPE
119700     MOVE SRT-AMOUNT TO WS-ITEM-AMOUNT
119800     PERFORM 3100-BACK-OUT-ONE-ITEM THRU 3100-EXIT
119900     .
120000 3020-EXIT.
120100     EXIT.
120200*
120300*    3100-BACK-OUT-ONE-ITEM - TAKES THE ITEM IN WS-ITEM OFF ITS
120400*    ACCOUNT'S RUNNING BALANCE, COUNTS IT AND LISTS IT.  BKA-IDX
120500*    IS LEFT ON THE ACCOUNT'S ENTRY FOR THE CALLER.
120600*
120700 3100-BACK-OUT-ONE-ITEM.
120800     MOVE WS-ITEM-ACCOUNT TO WS-LOOKUP-ACCOUNT
120900     PERFORM 2500-LOOKUP-AFFECTED THRU 2500-EXIT
121000     MOVE WS-ITEM-ACCOUNT TO RPT-D-ACCOUNT
121100     MOVE WS-ITEM-TYPE TO RPT-D-TYPE
121200     MOVE WS-ITEM-CCYY TO RPT-D-CCYY
121300     MOVE WS-ITEM-MM TO RPT-D-MM
121400     MOVE WS-ITEM-DD TO RPT-D-DD
121500     MOVE WS-ITEM-AMOUNT TO RPT-D-AMOUNT
121600     IF NOT BKA-ON-MASTER(BKA-IDX)
121700         ADD 1 TO WS-NOT-BACKED-OUT-COUNT
121800         ADD WS-ITEM-AMOUNT TO WS-NOT-BACKED-OUT-AMOUNT
121900         MOVE ZERO TO RPT-D-BALANCE
122000         MOVE "NOT ON BALMSTR, NOT BACKED OUT" TO RPT-D-NOTE
122100         MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
122200         PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
122300         GO TO 3100-EXIT
122400     END-IF
122500     SUBTRACT WS-ITEM-AMOUNT FROM BKA-RUN-BALANCE(BKA-IDX)
122600     ADD 1 TO WS-BACKED-OUT-COUNT
122700     ADD WS-ITEM-AMOUNT TO WS-BACKED-OUT-AMOUNT
122800     EVALUATE TRUE
122900         WHEN WS-ITEM-PAYMENT
123000             ADD 1 TO WS-PAYMENT-COUNT
123100             ADD WS-ITEM-AMOUNT TO WS-PAYMENT-AMOUNT
123200         WHEN WS-ITEM-REVERSAL
123300             ADD 1 TO WS-REVERSAL-COUNT
123400             ADD WS-ITEM-AMOUNT TO WS-REVERSAL-AMOUNT
123500         WHEN WS-ITEM-ADJUSTMENT
123600             ADD 1 TO WS-ADJUST-COUNT
123700             ADD WS-ITEM-AMOUNT TO WS-ADJUST-AMOUNT
123800     END-EVALUATE
123900     MOVE BKA-RUN-BALANCE(BKA-IDX) TO RPT-D-BALANCE
124000     MOVE SPACES TO RPT-D-NOTE
124100     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
124200     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
124300     .
124400 3100-EXIT.
124500     EXIT.
124600*
124700*****************************************************************
124800*    4000-WRITE-GL-OFFSETS - ONE "A" RECORD PER ACCOUNT BACKED   *
124900*    OUT, WITH THE ORIGINAL CREDITS AS DEBITS AND THE ORIGINAL   *
125000*    DEBITS AS CREDITS, DATED WITH THE BUSINESS DATE THEY        *
125100*    OFFSET, AND THE "T" TRAILER.  AN ACCOUNT NOT ON BALMSTR     *
125200*    HAD NOTHING BACKED OUT AND GETS NO OFFSET.                  *
125300*****************************************************************
125400 4000-WRITE-GL-OFFSETS.
125500     OPEN OUTPUT GL-OFFSET-FILE
125600     IF WS-GL-OFFSET-STATUS NOT = "00"
125700         MOVE "GLBKOUT" TO WS-ABORT-FILE-ID
125800         MOVE WS-GL-OFFSET-STATUS TO WS-ABORT-STATUS
125900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
126000     END-IF
126100     PERFORM 4010-WRITE-ONE-OFFSET THRU 4010-EXIT
126200         VARYING BKA-IDX FROM 1 BY 1 UNTIL BKA-IDX > BKA-COUNT
126300     MOVE SPACES TO GL-OFFSET-TRAILER
126400     MOVE "T" TO GLT-RECORD-TYPE
126500     MOVE WS-GLF-ACCOUNTS TO GLT-ACCOUNT-COUNT
126600     MOVE WS-BUSINESS-DATE TO GLT-BUSINESS-DATE
126700     MOVE WS-GLF-DEBITS TO GLT-DEBIT-TOTAL
126800     MOVE WS-GLF-CREDITS TO GLT-CREDIT-TOTAL
126900     COMPUTE GLT-NET-AMOUNT = WS-GLF-DEBITS - WS-GLF-CREDITS
127000     MOVE WS-GLF-ITEMS TO GLT-ITEM-COUNT
127100     WRITE GL-OFFSET-TRAILER
127117     IF WS-GL-OFFSET-STATUS NOT = "00"
127133         DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE GLBKOUT "
127150             "TRAILER, STATUS = " WS-GL-OFFSET-STATUS
127167         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
127183     END-IF
127200     CLOSE GL-OFFSET-FILE
127300     .
127400 4000-EXIT.
127500     EXIT.
127600*
127700 4010-WRITE-ONE-OFFSET.
127800     IF NOT BKA-ON-MASTER(BKA-IDX)
127900         GO TO 4010-EXIT
128000     END-IF
128100     MOVE SPACES TO GL-OFFSET-RECORD
128200     MOVE "A" TO GL-RECORD-TYPE
128300     MOVE BKA-ACCOUNT-NO(BKA-IDX) TO GL-ACCOUNT-NO
128400     MOVE WS-BUSINESS-DATE TO GL-BUSINESS-DATE
128500     MOVE BKA-CREDITS(BKA-IDX) TO GL-DEBIT-TOTAL
128600     MOVE BKA-DEBITS(BKA-IDX) TO GL-CREDIT-TOTAL
128700     COMPUTE GL-NET-AMOUNT =
128800         BKA-CREDITS(BKA-IDX) - BKA-DEBITS(BKA-IDX)
128900     MOVE BKA-ITEMS(BKA-IDX) TO GL-ITEM-COUNT
129000     WRITE GL-OFFSET-RECORD
129014     IF WS-GL-OFFSET-STATUS NOT = "00"
129029         DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE GLBKOUT "
129043             "ACCOUNT " GL-ACCOUNT-NO ", STATUS = "
129057             WS-GL-OFFSET-STATUS
129071         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
129086     END-IF
129100     ADD 1 TO WS-GLF-ACCOUNTS
129200     ADD BKA-ITEMS(BKA-IDX) TO WS-GLF-ITEMS
129300     ADD BKA-CREDITS(BKA-IDX) TO WS-GLF-DEBITS
129400     ADD BKA-DEBITS(BKA-IDX) TO WS-GLF-CREDITS
129500     .
129600 4010-EXIT.
129700     EXIT.
129800*
129900*****************************************************************
130000*    4500-REWRITE-GL-MTD - REWRITES GLMTD FROM THE LOADED        *
130100*    TABLE, AS THE SORT DOES, WITH EACH ACCOUNT'S BACKED-OUT     *
130200*    DEBITS, CREDITS AND ITEMS TAKEN OFF ITS "A" RECORD (NEVER   *
130300*    BELOW ZERO) AND THE DATE'S "D" RECORD LEFT OFF.  WITH THE   *
130400*    DAY GONE, THE SORT WILL ROLL A CORRECTED FILE FOR THE DATE  *
130500*    IN AGAIN.                                                   *
130600*****************************************************************
130700 4500-REWRITE-GL-MTD.
130800     OPEN OUTPUT GL-MTD-FILE
130900     IF WS-GL-MTD-STATUS NOT = "00"
131000         MOVE "GLMTD" TO WS-ABORT-FILE-ID
131100         MOVE WS-GL-MTD-STATUS TO WS-ABORT-STATUS
131200         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
131300     END-IF
131400     PERFORM 4510-REWRITE-ONE-MTD THRU 4510-EXIT
131500         VARYING I FROM 1 BY 1 UNTIL I > GMT-COUNT
131600     CLOSE GL-MTD-FILE
131700     .
131800 4500-EXIT.
131900     EXIT.
132000*
132100 4510-REWRITE-ONE-MTD.
132200     MOVE GMT-RECORD(I) TO GL-MTD-RECORD
132300     IF GLM-TYPE-DAY AND GLM-BUSINESS-DATE = WS-BUSINESS-DATE
132400         GO TO 4510-EXIT
132500     END-IF
132600     IF NOT GLM-TYPE-ACCOUNT
132700         GO TO 4510-WRITE
132800     END-IF
132900     MOVE GLM-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
133000     PERFORM 2500-LOOKUP-AFFECTED THRU 2500-EXIT
133100     IF AFFECTED-NOT-FOUND
133200         GO TO 4510-WRITE
133300     END-IF
133400     IF NOT BKA-ON-MASTER(BKA-IDX)
133500         GO TO 4510-WRITE
133600     END-IF
133700     IF GLM-DEBIT-TOTAL < BKA-DEBITS(BKA-IDX)
133800             OR GLM-CREDIT-TOTAL < BKA-CREDITS(BKA-IDX)
133900             OR GLM-ITEM-COUNT < BKA-ITEMS(BKA-IDX)
134000         ADD 1 TO WS-GLMTD-SHORT-COUNT
134100         DISPLAY "POSTING-BACKOUT - GLMTD ACCOUNT " GLM-ACCOUNT-NO
134200             " SHORT OF THE ITEMS BACKED OUT, HELD AT ZERO"
134300     END-IF
134400     IF GLM-DEBIT-TOTAL < BKA-DEBITS(BKA-IDX)
134500         MOVE ZERO TO GLM-DEBIT-TOTAL
134600     ELSE
134700         SUBTRACT BKA-DEBITS(BKA-IDX) FROM GLM-DEBIT-TOTAL
134800     END-IF
134900     IF GLM-CREDIT-TOTAL < BKA-CREDITS(BKA-IDX)
135000         MOVE ZERO TO GLM-CREDIT-TOTAL
135100     ELSE
135200         SUBTRACT BKA-CREDITS(BKA-IDX) FROM GLM-CREDIT-TOTAL
135300     END-IF
135400     IF GLM-ITEM-COUNT < BKA-ITEMS(BKA-IDX)
135500         MOVE ZERO TO GLM-ITEM-COUNT
135600     ELSE
135700         SUBTRACT BKA-ITEMS(BKA-IDX) FROM GLM-ITEM-COUNT
135800     END-IF
135900     COMPUTE GLM-NET-AMOUNT = GLM-DEBIT-TOTAL - GLM-CREDIT-TOTAL
136000     ADD 1 TO WS-GLMTD-CORRECTED
136100     .
136200 4510-WRITE.
136300     WRITE GL-MTD-RECORD
136314     IF WS-GL-MTD-STATUS NOT = "00"
136329         DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE GLMTD "
136343             "RECORD " GLM-RECORD-TYPE " " GLM-ACCOUNT-NO
136357             " " GLM-BUSINESS-DATE ", STATUS = " WS-GL-MTD-STATUS
136371         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
136386     END-IF
136400     .
136500 4510-EXIT.
136600     EXIT.
136700*
136800*****************************************************************
136853*    5000-WRITE-NEW-JOURNAL - COPIES POSTJRNL, NOW READ FOR THE  *
136907*    LAST TIME, FORWARD INTO THE NEW JOURNAL GENERATION AND      *
136960*    ADDS THE OFFSETTING ENTRIES FROM THE WORK FILE AFTER IT.    *
137013*    THERE ARE NONE WITHOUT A JOURNAL, AND THEN NO POSTJRNN IS   *
137067*    WRITTEN.                                                    *
137120*****************************************************************
137173 5000-WRITE-NEW-JOURNAL.
137227     IF SOURCE-ARCHIVED-SORT
137280         GO TO 5000-EXIT
137333     END-IF
137387     MOVE "N" TO SW-END-OF-FILE
137440     OPEN INPUT POSTING-JOURNAL-FILE
137493     IF WS-JOURNAL-STATUS NOT = "00"
137547         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
137600         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
137653         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
137707     END-IF
137760     OPEN OUTPUT NEW-JOURNAL-FILE
137813     IF WS-NEW-JOURNAL-STATUS NOT = "00"
137867         MOVE "POSTJRNN" TO WS-ABORT-FILE-ID
137920         MOVE WS-NEW-JOURNAL-STATUS TO WS-ABORT-STATUS
137973         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
138027     END-IF
138080     PERFORM 5010-COPY-ONE-JOURNAL THRU 5010-EXIT
138133         UNTIL END-OF-FILE
138187     CLOSE POSTING-JOURNAL-FILE
138240     MOVE "N" TO SW-END-OF-FILE
138293     OPEN INPUT BACKOUT-WORK-FILE
138347     IF WS-BKO-WORK-STATUS NOT = "00"
138400         MOVE "BKOWORK" TO WS-ABORT-FILE-ID
138453         MOVE WS-BKO-WORK-STATUS TO WS-ABORT-STATUS
138507         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
138560     END-IF
138613     PERFORM 5020-ADD-ONE-ENTRY THRU 5020-EXIT
138667         UNTIL END-OF-FILE
138720     CLOSE BACKOUT-WORK-FILE
138773     CLOSE NEW-JOURNAL-FILE
138827     MOVE "N" TO SW-END-OF-FILE
138880     .
138933 5000-EXIT.
138987     EXIT.
139040*
139093 5010-COPY-ONE-JOURNAL.
139147     READ POSTING-JOURNAL-FILE
139200         AT END
139253             MOVE "Y" TO SW-END-OF-FILE
139307             GO TO 5010-EXIT
139360     END-READ
139413     WRITE NEW-JOURNAL-RECORD FROM JOURNAL-RECORD
139467     IF WS-NEW-JOURNAL-STATUS NOT = "00"
139520         DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE POSTJRNN, "
139573             "STATUS = " WS-NEW-JOURNAL-STATUS
139627         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
139680     END-IF
139733     ADD 1 TO WS-JOURNAL-CARRIED-COUNT
139787     .
139840 5010-EXIT.
139893     EXIT.
139947*
140000 5020-ADD-ONE-ENTRY.
140053     READ BACKOUT-WORK-FILE
140107         AT END
140160             MOVE "Y" TO SW-END-OF-FILE
140213             GO TO 5020-EXIT
140267     END-READ
140320     WRITE NEW-JOURNAL-RECORD FROM BACKOUT-WORK-RECORD
140373     IF WS-NEW-JOURNAL-STATUS NOT = "00"
140427         DISPLAY "POSTING-BACKOUT - UNABLE TO WRITE POSTJRNN "
140480             "ACCOUNT " BKW-ACCOUNT-NO ", STATUS = "
140533             WS-NEW-JOURNAL-STATUS
140587         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
140640     END-IF
140693     .
140747 5020-EXIT.
140800     EXIT.
140900*
141000*****************************************************************
141100*    6000-PRINT-SUMMARY - BACK-OUT CONTROL TOTALS.  ITEMS        *
141200*    BACKED OUT, WITH THEIR ORIGINAL SIGNS, MUST EQUAL "RECORDS  *
141300*    POSTED" ON THE POSTING REGISTER FOR THE DATE; ITEMS BACKED  *
141400*    OUT PLUS ITEMS NOT BACKED OUT EQUAL ITEMS FOUND.  THE GL    *
141500*    OFFSET TOTALS ARE THE EXTRACT TRAILER'S.                    *
141600*****************************************************************
141700 6000-PRINT-SUMMARY.
141800     DISPLAY " "
141900     DISPLAY "BACK-OUT CONTROL TOTALS"
142000     DISPLAY "  BUSINESS DATE. . . . . . " WS-BUSINESS-DATE
142100     DISPLAY "  ITEMS FOUND. . . . . . . " WS-FOUND-COUNT
142200         " FOR " WS-FOUND-AMOUNT
142300     DISPLAY "  ITEMS BACKED OUT . . . . " WS-BACKED-OUT-COUNT
142400         " FOR " WS-BACKED-OUT-AMOUNT
142500     DISPLAY "  ITEMS NOT BACKED OUT . . " WS-NOT-BACKED-OUT-COUNT
142600         " FOR " WS-NOT-BACKED-OUT-AMOUNT
142700     DISPLAY "  ACCOUNTS CORRECTED . . . " WS-ACCOUNTS-CORRECTED
142750     DISPLAY "  GL OFFSET ACCOUNTS . . . " WS-GLF-ACCOUNTS
142800     DISPLAY "  GL OFFSET ITEMS. . . . . " WS-GLF-ITEMS
142850     DISPLAY "  GL OFFSET DEBITS . . . . " WS-GLF-DEBITS
142900     DISPLAY "  GL OFFSET CREDITS. . . . " WS-GLF-CREDITS
142950     DISPLAY "  JOURNAL CARRIED FORWARD. "
143000         WS-JOURNAL-CARRIED-COUNT
143050     DISPLAY "  JOURNAL RECORDS WRITTEN. " WS-JOURNAL-COUNT
143100     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
143200     MOVE SPACES TO RPT-TOTAL-LINE
143300     MOVE "CONTROL TOTALS" TO RPT-T-LABEL
143400     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
143500     MOVE SPACES TO RPT-TOTAL-LINE
143600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
143700     IF SOURCE-JOURNAL
143800         MOVE "POSTING JOURNAL (POSTJRNL)" TO RPT-SRC-TEXT
143900     ELSE
144000         MOVE "ARCHIVED SORTED FILE (BKOSORT)" TO RPT-SRC-TEXT
144100     END-IF
144200     MOVE RPT-SOURCE-LINE TO WS-PRINT-LINE
144300     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
144400     MOVE SPACES TO RPT-TOTAL-LINE
144500     MOVE "ITEMS FOUND" TO RPT-T-LABEL
144600     MOVE WS-FOUND-COUNT TO RPT-T-COUNT
144700     MOVE WS-FOUND-AMOUNT TO RPT-T-AMOUNT
144800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
144900     MOVE SPACES TO RPT-TOTAL-LINE
145000     MOVE "ITEMS BACKED OUT" TO RPT-T-LABEL
145100     MOVE WS-BACKED-OUT-COUNT TO RPT-T-COUNT
145200     MOVE WS-BACKED-OUT-AMOUNT TO RPT-T-AMOUNT
145300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
145400     MOVE SPACES TO RPT-TOTAL-LINE
145500     MOVE "ITEMS NOT BACKED OUT" TO RPT-T-LABEL
145600     MOVE WS-NOT-BACKED-OUT-COUNT TO RPT-T-COUNT
145700     MOVE WS-NOT-BACKED-OUT-AMOUNT TO RPT-T-AMOUNT
145800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
145900     MOVE SPACES TO RPT-TOTAL-LINE
146000     MOVE "PAYMENTS BACKED OUT" TO RPT-T-LABEL
146100     MOVE WS-PAYMENT-COUNT TO RPT-T-COUNT
146200     MOVE WS-PAYMENT-AMOUNT TO RPT-T-AMOUNT
146300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
146400     MOVE SPACES TO RPT-TOTAL-LINE
146500     MOVE "REVERSALS BACKED OUT" TO RPT-T-LABEL
146600     MOVE WS-REVERSAL-COUNT TO RPT-T-COUNT
146700     MOVE WS-REVERSAL-AMOUNT TO RPT-T-AMOUNT
146800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
146900     MOVE SPACES TO RPT-TOTAL-LINE
147000     MOVE "ADJUSTMENTS BACKED OUT" TO RPT-T-LABEL
147100     MOVE WS-ADJUST-COUNT TO RPT-T-COUNT
147200     MOVE WS-ADJUST-AMOUNT TO RPT-T-AMOUNT
147300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
147400     MOVE SPACES TO RPT-TOTAL-LINE
147500     IF POST-RUN-FOUND
147600         MOVE "POSTED PER RUNHIST" TO RPT-T-LABEL
147700         MOVE WS-HIST-POSTED-COUNT TO RPT-T-COUNT
147800     ELSE
147900         MOVE "NO POSTING RUN ON RUNHIST" TO RPT-T-LABEL
148000     END-IF
148100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
148200     MOVE SPACES TO RPT-TOTAL-LINE
148300     MOVE "ACCOUNTS CORRECTED" TO RPT-T-LABEL
148400     MOVE WS-ACCOUNTS-CORRECTED TO RPT-T-COUNT
148500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
148600     MOVE SPACES TO RPT-TOTAL-LINE
148700     MOVE "LAST-POSTED DATES PUT BACK" TO RPT-T-LABEL
148800     MOVE WS-DATES-RESTORED TO RPT-T-COUNT
148900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
149000     MOVE SPACES TO RPT-TOTAL-LINE
149100     MOVE "MTD NOT ADJUSTED" TO RPT-T-LABEL
149200     MOVE WS-MTD-NOT-ADJUSTED TO RPT-T-COUNT
149300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
149400     MOVE SPACES TO RPT-TOTAL-LINE
149500     MOVE "MTD HELD AT ZERO" TO RPT-T-LABEL
149600     MOVE WS-MTD-SHORT-COUNT TO RPT-T-COUNT
149700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
149800     MOVE SPACES TO RPT-TOTAL-LINE
149900     MOVE "BALANCE RECORDS OUT" TO RPT-T-LABEL
150000     MOVE WS-BALANCE-OUT-COUNT TO RPT-T-COUNT
150100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
150200     MOVE SPACES TO RPT-TOTAL-LINE
150260     MOVE "GL OFFSET ACCOUNTS" TO RPT-T-LABEL
150320     MOVE WS-GLF-ACCOUNTS TO RPT-T-COUNT
150380     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
150440     MOVE SPACES TO RPT-TOTAL-LINE
150500     MOVE "GL OFFSET ITEMS" TO RPT-T-LABEL
150560     MOVE WS-GLF-ITEMS TO RPT-T-COUNT
150620     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
150680     MOVE SPACES TO RPT-TOTAL-LINE
150740     MOVE "GL OFFSET DEBITS" TO RPT-T-LABEL
150800     MOVE WS-GLF-DEBITS TO RPT-T-AMOUNT
150860     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
150920     MOVE SPACES TO RPT-TOTAL-LINE
150980     MOVE "GL OFFSET CREDITS" TO RPT-T-LABEL
151040     MOVE WS-GLF-CREDITS TO RPT-T-AMOUNT
151100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
151200     MOVE SPACES TO RPT-TOTAL-LINE
151300     MOVE "GLMTD ACCOUNTS CORRECTED" TO RPT-T-LABEL
151400     MOVE WS-GLMTD-CORRECTED TO RPT-T-COUNT
151500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
151600     MOVE SPACES TO RPT-TOTAL-LINE
151700     MOVE "GLMTD ACCTS HELD AT ZERO" TO RPT-T-LABEL
151800     MOVE WS-GLMTD-SHORT-COUNT TO RPT-T-COUNT
151900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
152000     MOVE SPACES TO RPT-TOTAL-LINE
152050     MOVE "JOURNAL CARRIED FORWARD" TO RPT-T-LABEL
152100     MOVE WS-JOURNAL-CARRIED-COUNT TO RPT-T-COUNT
152150     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
152200     MOVE SPACES TO RPT-TOTAL-LINE
152250     MOVE "JOURNAL RECORDS WRITTEN" TO RPT-T-LABEL
152300     MOVE WS-JOURNAL-COUNT TO RPT-T-COUNT
152350     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
152400     .
152500 6000-EXIT.
152600     EXIT.
152700*
152800 6100-PRINT-TOTAL-LINE.
152900     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
153000     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
153100     .
153200 6100-EXIT.
153300     EXIT.
153400*
153500*****************************************************************
153600*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS FOR THE BACK-OUT  *
153700*    REPORT, PATTERNED ON THE POSTING REGISTER.                  *
153800*****************************************************************
153900 7000-START-NEW-PAGE.
154000     ADD 1 TO WS-PAGE-COUNT
154100     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
154200     MOVE WS-RUN-MM TO RPT-H1-MM
154300     MOVE WS-RUN-DD TO RPT-H1-DD
154400     MOVE WS-BUSINESS-DATE TO RPT-H1-BUS-DATE
154500     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
154600     IF WS-PAGE-COUNT = 1
154700         WRITE BACKOUT-REPORT-LINE FROM RPT-HEADING-1
154800             AFTER ADVANCING 1 LINE
154900     ELSE
155000         WRITE BACKOUT-REPORT-LINE FROM RPT-HEADING-1
155100             AFTER ADVANCING PAGE
155200     END-IF
155300     MOVE SPACES TO BACKOUT-REPORT-LINE
155400     WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE
155500     WRITE BACKOUT-REPORT-LINE FROM RPT-COLUMN-HEADING
155600         AFTER ADVANCING 1 LINE
155700     MOVE SPACES TO BACKOUT-REPORT-LINE
155800     WRITE BACKOUT-REPORT-LINE AFTER ADVANCING 1 LINE
155900     MOVE 4 TO WS-LINE-COUNT
156000     .
156100 7000-EXIT.
156200     EXIT.
156300*
156400 7100-WRITE-PRINT-LINE.
156500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
156600         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
156700     END-IF
156800     WRITE BACKOUT-REPORT-LINE FROM WS-PRINT-LINE
156900         AFTER ADVANCING 1 LINE
157000     ADD 1 TO WS-LINE-COUNT
157100     .
157200 7100-EXIT.
157300     EXIT.
157400*
157500*************************************************************
157600*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
157700*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.  THE  *
157800*    CALLER MOVES THE FAILING FILE'S LOGICAL NAME AND STATUS  *
157900*    CODE INTO WS-ABORT-FILE-ID/WS-ABORT-STATUS FIRST.        *
158000*************************************************************
158100 9000-ABORT-ON-BAD-STATUS.
158200     DISPLAY "POSTING-BACKOUT - UNABLE TO OPEN "
158300         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
158400     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
158500     .
158600 9000-EXIT.
158700     EXIT.
158800*
158900*    9100-ABORT-RUN - A RUN REFUSED BEFORE 3000 HAS CHANGED
159000*    NOTHING.  ONE THAT ABENDS AFTER IT MAY HAVE LEFT A PARTLY
159100*    BUILT BALMSTN, GLBKOUT OR POSTJRNN, WHICH ARE DISCARDED
159200*    WITH THE RUN; GLMTD IS THE ONLY FILE REWRITTEN IN PLACE.
159300*
159400 9100-ABORT-RUN.
159500     MOVE 16 TO RETURN-CODE
159600     IF STARTED-CHANGES
159700         DISPLAY "POSTING-BACKOUT - ABENDED PART WAY THROUGH, "
159800             "CHECK GLMTD BEFORE RERUNNING"
159900     END-IF
160000     PERFORM 9500-WRITE-RUN-AUDIT THRU 9500-EXIT
160100     STOP RUN
160200     .
160300 9100-EXIT.
160400     EXIT.
160500*
160600 9999-TERMINATE.
160700     CLOSE BACKOUT-REPORT-FILE
160800     PERFORM 9500-WRITE-RUN-AUDIT THRU 9500-EXIT
160900     .
161000 9999-EXIT.
161100     EXIT.
161200*
161300*****************************************************************
161400*    9500-WRITE-RUN-AUDIT - APPENDS ONE AUDIT RECORD FOR THIS    *
161500*    EXECUTION TO RUNHIST UNDER STEP ID "BACKOUT", WHETHER THE   *
161600*    RUN ENDS CLEAN OR IS REFUSED.  ONLY A RECORD WITH A RETURN  *
161700*    CODE BELOW 16 MARKS THE DATE AS BACKED OUT.  A HISTORY      *
161800*    FILE THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT ABEND   *
161900*    THE RUN.                                                    *
162000*****************************************************************
162100 9500-WRITE-RUN-AUDIT.
162200     OPEN EXTEND RUN-HISTORY-FILE
162300     IF WS-RUN-HISTORY-STATUS NOT = "00"
162400             AND WS-RUN-HISTORY-STATUS NOT = "05"
162500         DISPLAY "POSTING-BACKOUT - UNABLE TO OPEN RUNHIST, "
162600             "STATUS = " WS-RUN-HISTORY-STATUS
162700             " - RUN AUDIT RECORD NOT WRITTEN"
162800         GO TO 9500-EXIT
162900     END-IF
163000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
163100     ACCEPT WS-RUN-TIME FROM TIME
163200     MOVE SPACES TO RUN-HISTORY-RECORD
163300     MOVE WS-RUN-DATE TO RH-RUN-DATE
163400     MOVE WS-RUN-HHMMSS TO RH-RUN-TIME
163500     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
163600     MOVE WS-FOUND-COUNT TO RH-READ-COUNT
163700     MOVE WS-NOT-BACKED-OUT-COUNT TO RH-REJECT-COUNT
163800     MOVE WS-BACKED-OUT-COUNT TO RH-SORTED-COUNT
163900     MOVE ZERO TO RH-DUP-COUNT
164000     MOVE WS-BACKED-OUT-AMOUNT TO RH-SUM-AMOUNT
164100     MOVE "N" TO RH-RESTART-IND
164200     MOVE "BACKOUT" TO RH-STEP-ID
164300     MOVE RETURN-CODE TO RH-RETURN-CODE
164400     WRITE RUN-HISTORY-RECORD
164500     CLOSE RUN-HISTORY-FILE
164600     .
164700 9500-EXIT.
164800     EXIT.
