000100*****************************************************************
000200*                                                                *
000300*    STANDING-INSTR-MAINT                                        *
000400*                                                                *
000500*    STANDING-INSTRUCTION MAINTENANCE.  READS KEYED MAINTENANCE  *
000600*    CARDS (ADD, CHANGE, SUSPEND, RESUME, CANCEL), APPLIES THEM  *
000700*    TO THE STANDING-INSTRUCTION MASTER, WRITES THE UPDATED      *
000800*    MASTER TO A NEW GENERATION, REJECTS MALFORMED CARDS TO      *
000900*    THEIR OWN EXCEPTION LISTING, AND PRINTS A BEFORE/AFTER      *
001000*    AUDIT REPORT OF EVERY CHANGE WITH THE OPERATOR WHO KEYED    *
001100*    IT.  THE OLD MASTER IS NEVER UPDATED IN PLACE - A BAD RUN   *
001200*    LEAVES IT UNTOUCHED.                                        *
001300*                                                                *
001400*    AN ADD IS GIVEN THE NEXT FREE INSTRUCTION NUMBER BY THIS    *
001500*    RUN, SHOWN ON THE AUDIT REPORT, SO THE MASTER STAYS IN      *
001600*    NUMBER ORDER.  EVERY OTHER ACTION QUOTES THAT NUMBER.  AN   *
001700*    ADD, CHANGE OR RESUME IS REFUSED UNLESS THE ACCOUNT IS      *
001800*    OPEN ON ACCTMSTR.  A NEXT DUE DATE MAY NOT BE IN THE PAST   *
001900*    OR ON A DATE ALREADY GENERATED, AND A RESUME MUST GIVE ONE  *
002000*    - THE CLERK DECIDES WHEN A SUSPENDED INSTRUCTION PICKS UP   *
002100*    AGAIN, SO NOTHING IS PAID TWICE OR MISSED UNSEEN.           *
002200*                                                                *
002300*    MAINTENANCE CARD (SIMNTIN):                                 *
002400*        COLUMN  1     ACTION - A ADD, C CHANGE, S SUSPEND,      *
002500*                      R RESUME, X CANCEL                        *
002600*        COLUMNS 2-7   INSTRUCTION NUMBER (BLANK ON AN ADD)      *
002700*        COLUMNS 8-14  ACCOUNT NUMBER                            *
002800*        COLUMNS 15-23 AMOUNT 9(07)V99, AT MOST 999999.99        *
002850*        COLUMN  24    "-" FOR A CREDIT ADJUSTMENT (THE AMOUNT   *
002900*                      IS TAKEN AS NEGATIVE), BLANK OTHERWISE -  *
002950*                      A PAYMENT OR A DEBIT ADJUSTMENT           *
003000*        COLUMN  25    TRANSACTION TYPE - P PAYMENT,             *
003100*                      A ADJUSTMENT                              *
003200*        COLUMN  26    FREQUENCY - W WEEKLY, M MONTHLY,          *
003300*                      Q QUARTERLY                               *
003400*        COLUMNS 27-34 NEXT DUE DATE CCYYMMDD                    *
003500*        COLUMNS 35-42 END DATE CCYYMMDD (ZEROS - NO END DATE)   *
003600*        COLUMNS 43-50 OPERATOR ID                               *
003700*        COLUMNS 51-70 DESCRIPTION                               *
003800*    ON A CHANGE, A FIELD LEFT AS SPACES MEANS "LEAVE AS IS".    *
003900*                                                                *
004000*    MODIFICATION HISTORY                                        *
004100*    DATE       INIT DESCRIPTION                                 *
004200*    -------    ---- --------------------------------------------*
004300*    2026-10-15 JRM  ORIGINAL PROGRAM - MAINTENANCE OF THE       *
004400*                    STANDING-INSTRUCTION MASTER, SO RECURRING   *
004500*                    ITEMS ARE KEYED ONCE INSTEAD OF INTO THE    *
004600*                    REGIONAL FEEDS EVERY TIME THEY FALL DUE.    *
004633*    2026-10-15 JRM  CARD LAYOUT CORRECTED - A "-" IN COLUMN 24  *
004667*                    KEYS A CREDIT, NOT A DEBIT.                 *
004700*                                                                *
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. STANDING-INSTR-MAINT.
005100 AUTHOR. J R MERCER.
005200 INSTALLATION. DAILY PROCESSING - OPERATIONS.
005300 DATE-WRITTEN. 2026-10-15.
005400 DATE-COMPILED.
005500*
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT OPTIONAL SI-MASTER-FILE
006000         ASSIGN TO "SIMSTR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SI-MASTER-STATUS.
006300*
006400     SELECT NEW-SI-MASTER-FILE
006500         ASSIGN TO "SIMSTN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-NEW-SI-MASTER-STATUS.
006800*
006900     SELECT ACCOUNT-MASTER-FILE
007000         ASSIGN TO "ACCTMSTR"
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS AM-ACCOUNT-NO
007400         FILE STATUS IS WS-ACCT-MASTER-STATUS.
007500*
007600     SELECT MAINTENANCE-INPUT-FILE
007700         ASSIGN TO "SIMNTIN"
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-MAINT-INPUT-STATUS.
008000*
008100     SELECT EXCEPTION-LISTING-FILE
008200         ASSIGN TO "SIMEXCP"
008300         ORGANIZATION IS SEQUENTIAL
008400         FILE STATUS IS WS-EXCP-LISTING-STATUS.
008500*
008600     SELECT AUDIT-REPORT-FILE
008700         ASSIGN TO "SIMRPT"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-AUDIT-REPORT-STATUS.
009000*
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  SI-MASTER-FILE.
009400 01  SI-MASTER-RECORD.
009500     COPY SIREC REPLACING ==:PREFIX:== BY ==SI==
009600         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
009700*
009800 FD  NEW-SI-MASTER-FILE.
009900 01  NEW-SI-MASTER-RECORD.
010000     COPY SIREC REPLACING ==:PREFIX:== BY ==SN==
010100         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
010200*
010300 FD  ACCOUNT-MASTER-FILE.
010400 01  ACCT-MASTER-RECORD.
010500     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
010600         ==:LVLFLD:== BY ==05==.
010700*
010800*    MAINTENANCE CARD - ONE CARD IMAGE PER ACTION, KEYED BY DATA
010900*    CONTROL.  THE NUMERIC VIEWS ARE USED ONLY ONCE THE FIELD IS
011000*    KNOWN NOT TO BE SPACES.
011100*
011200 FD  MAINTENANCE-INPUT-FILE.
011300 01  SI-MAINT-CARD.
011400     05  SMC-ACTION                   PIC X(01).
011500         88  SMC-ACTION-ADD               VALUE "A".
011600         88  SMC-ACTION-CHANGE            VALUE "C".
011700         88  SMC-ACTION-SUSPEND           VALUE "S".
011800         88  SMC-ACTION-RESUME            VALUE "R".
011900         88  SMC-ACTION-CANCEL            VALUE "X".
012000     05  SMC-INSTR-NO                 PIC X(06).
012100     05  SMC-INSTR-NO-N REDEFINES SMC-INSTR-NO
012200                                      PIC 9(06).
012300     05  SMC-ACCOUNT-NO               PIC X(07).
012400     05  SMC-ACCOUNT-NO-N REDEFINES SMC-ACCOUNT-NO
012500                                      PIC 9(07).
012600     05  SMC-AMOUNT                   PIC X(09).
012700     05  SMC-AMOUNT-N REDEFINES SMC-AMOUNT
012800                                      PIC 9(07)V99.
012900     05  SMC-SIGN                     PIC X(01).
013000     05  SMC-TRAN-TYPE                PIC X(01).
013100     05  SMC-FREQUENCY                PIC X(01).
013200     05  SMC-NEXT-DUE                 PIC X(08).
013300     05  SMC-NEXT-DUE-N REDEFINES SMC-NEXT-DUE
013400                                      PIC 9(08).
013500     05  SMC-END-DATE                 PIC X(08).
013600     05  SMC-END-DATE-N REDEFINES SMC-END-DATE
013700                                      PIC 9(08).
013800     05  SMC-OPERATOR-ID              PIC X(08).
013900     05  SMC-DESCRIPTION              PIC X(20).
014000     05  FILLER                       PIC X(10).
014100*
014200 FD  EXCEPTION-LISTING-FILE.
014300 01  EXCEPTION-LISTING-LINE           PIC X(132).
014400*
014500 FD  AUDIT-REPORT-FILE.
014600 01  AUDIT-REPORT-LINE                PIC X(132).
014700*
014800 WORKING-STORAGE SECTION.
014900*
015000*    FILE STATUS CODES
015100*
015200 77  WS-SI-MASTER-STATUS              PIC X(02).
015300 77  WS-NEW-SI-MASTER-STATUS          PIC X(02).
015400 77  WS-ACCT-MASTER-STATUS            PIC X(02).
015500 77  WS-MAINT-INPUT-STATUS            PIC X(02).
015600 77  WS-EXCP-LISTING-STATUS           PIC X(02).
015700 77  WS-AUDIT-REPORT-STATUS           PIC X(02).
015800 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
015900 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
016000*
016100*    SWITCHES
016200*
016300 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
016400     88  END-OF-FILE                      VALUE "Y".
016500     88  NOT-END-OF-FILE                  VALUE "N".
016600 77  SW-RECORD-INVALID                PIC X(01) VALUE "N".
016700     88  RECORD-INVALID                   VALUE "Y".
016800     88  RECORD-VALID                     VALUE "N".
016900 77  SW-ACCOUNT-FOUND                 PIC X(01) VALUE "N".
017000     88  ACCOUNT-FOUND                    VALUE "Y".
017100     88  ACCOUNT-NOT-FOUND                VALUE "N".
017200 77  SW-INSTR-FOUND                   PIC X(01) VALUE "N".
017300     88  INSTR-FOUND                      VALUE "Y".
017400     88  INSTR-NOT-FOUND                  VALUE "N".
017500 77  SW-DATE-VALID                    PIC X(01) VALUE "N".
017600     88  DATE-VALID                       VALUE "Y".
017700     88  DATE-NOT-VALID                   VALUE "N".
017800*
017900*    RUN COUNTERS
018000*
018100 77  WS-MASTER-IN-COUNT               PIC 9(07) VALUE ZERO.
018200 77  WS-MASTER-OUT-COUNT              PIC 9(07) VALUE ZERO.
018300 77  WS-TRAN-READ-COUNT               PIC 9(04) COMP VALUE ZERO.
018400 77  WS-ADD-COUNT                     PIC 9(04) COMP VALUE ZERO.
018500 77  WS-CHANGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
018600 77  WS-SUSPEND-COUNT                 PIC 9(04) COMP VALUE ZERO.
018700 77  WS-RESUME-COUNT                  PIC 9(04) COMP VALUE ZERO.
018800 77  WS-CANCEL-COUNT                  PIC 9(04) COMP VALUE ZERO.
018900 77  WS-REJECT-COUNT                  PIC 9(04) COMP VALUE ZERO.
019000 77  WS-EDIT-REASON                   PIC X(30) VALUE SPACES.
019100*
019200*    THE LARGEST AMOUNT THE SORT ACCEPTS ON ONE ITEM, AND THE
019300*    HIGHEST INSTRUCTION NUMBER IN USE.
019400*
019500 77  WS-MAX-ITEM-AMOUNT               PIC 9(07)V99
019600                                      VALUE 999999.99.
019700 77  WS-HIGH-INSTR-NO                 PIC 9(06) VALUE ZERO.
019800*
019900*    STANDING INSTRUCTIONS - THE OLD MASTER IN NUMBER ORDER,
020000*    FOLLOWED BY THE INSTRUCTIONS ADDED THIS RUN.
020100*
020200 77  WS-SIT-MAX                       PIC 9(04) COMP VALUE 5000.
020300 77  SIT-COUNT                        PIC 9(04) COMP VALUE ZERO.
020400*
020500 01  SI-TABLE.
020600     05  SIT-ENTRY OCCURS 0 TO 5000 TIMES
020700             DEPENDING ON SIT-COUNT
020800             INDEXED BY SIT-IDX.
020900     COPY SIREC REPLACING ==:PREFIX:== BY ==SIT==
021000         ==:LVLFLD:== BY ==10== ==:LVLSUB:== BY ==15==.
021100*
021200*    THE INSTRUCTION AS IT WILL STAND ONCE THE CARD IS APPLIED,
021300*    BUILT BY 2200 FROM THE MASTER ENTRY (OR FROM NOTHING, ON AN
021400*    ADD) AND EDITED AS A WHOLE, AND THE BEFORE-IMAGE HOLD AREA
021500*    FOR THE AUDIT REPORT.
021600*
021700 01  NEW-IMAGE.
021800     COPY SIREC REPLACING ==:PREFIX:== BY ==NEW==
021900         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
022000*
022100 01  BEFORE-IMAGE.
022200     COPY SIREC REPLACING ==:PREFIX:== BY ==BEF==
022300         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
022400*
022500*    DATE EDIT WORK FIELDS - A CALENDAR DATE CHECK WITH THE
022600*    GREGORIAN LEAP-YEAR RULE.
022700*
022800 01  WS-CHECK-DATE                    PIC 9(08) VALUE ZERO.
022900 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
023000     05  WS-CHK-CCYY                  PIC 9(04).
023100     05  WS-CHK-MM                    PIC 9(02).
023200     05  WS-CHK-DD                    PIC 9(02).
023300 77  WS-DAYS-IN-MONTH                 PIC 9(02) VALUE ZERO.
023400 77  WS-LEAP-QUOT                     PIC 9(04) COMP VALUE ZERO.
023500 77  WS-LEAP-REM-4                    PIC 9(04) COMP VALUE ZERO.
023600 77  WS-LEAP-REM-100                  PIC 9(04) COMP VALUE ZERO.
023700 77  WS-LEAP-REM-400                  PIC 9(04) COMP VALUE ZERO.
023800*
023900*    RUN DATE AND TIME FOR THE REPORT HEADINGS.
024000*
024100 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
024200 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
024300     05  WS-RUN-CCYY                  PIC 9(04).
024400     05  WS-RUN-MM                    PIC 9(02).
024500     05  WS-RUN-DD                    PIC 9(02).
024600*
024700 01  WS-RUN-TIME                      PIC 9(08) VALUE ZERO.
024800 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
024900     05  WS-RUN-HH                    PIC 9(02).
025000     05  WS-RUN-MIN                   PIC 9(02).
025100     05  WS-RUN-SS                    PIC 9(02).
025200     05  FILLER                       PIC 9(02).
025300*
025400*    AUDIT REPORT LINES - ONE DETAIL LINE PER APPLIED ACTION
025500*    CARRYING THE BEFORE AND AFTER IMAGES SIDE BY SIDE.
025600*
025700 01  RPT-HEADING-1.
025800     05  FILLER                       PIC X(01) VALUE SPACE.
025900     05  FILLER                       PIC X(38)
026000         VALUE "STANDING INSTRUCTION MAINTENANCE".
026100     05  FILLER                       PIC X(09)
026200         VALUE "RUN DATE ".
026300     05  RPT-H1-CCYY                  PIC 9(04).
026400     05  FILLER                       PIC X(01) VALUE "-".
026500     05  RPT-H1-MM                    PIC 9(02).
026600     05  FILLER                       PIC X(01) VALUE "-".
026700     05  RPT-H1-DD                    PIC 9(02).
026800     05  FILLER                       PIC X(06) VALUE "  AT  ".
026900     05  RPT-H1-HH                    PIC 9(02).
027000     05  FILLER                       PIC X(01) VALUE ":".
027100     05  RPT-H1-MIN                   PIC 9(02).
027200     05  FILLER                       PIC X(01) VALUE ":".
027300     05  RPT-H1-SS                    PIC 9(02).
027400     05  FILLER                       PIC X(06) VALUE SPACES.
027500     05  FILLER                       PIC X(05) VALUE "PAGE ".
027600     05  RPT-H1-PAGE                  PIC ZZZ9.
027700*
027800 01  RPT-COLUMN-HEADING.
027900     05  FILLER                       PIC X(01) VALUE SPACE.
028000     05  FILLER                       PIC X(08) VALUE "ACTION".
028100     05  FILLER                       PIC X(08) VALUE "INSTR".
028200     05  FILLER                       PIC X(47)
028300         VALUE "BEFORE ACCOUNT/ST/AMOUNT/TYPE/FREQ/DUE/END".
028400     05  FILLER                       PIC X(47)
028500         VALUE "AFTER  ACCOUNT/ST/AMOUNT/TYPE/FREQ/DUE/END".
028600     05  FILLER                       PIC X(08) VALUE "OPERATOR".
028700*
028800 01  RPT-DETAIL-LINE.
028900     05  FILLER                       PIC X(01) VALUE SPACE.
029000     05  RPT-D-ACTION                 PIC X(06).
029100     05  FILLER                       PIC X(02) VALUE SPACES.
029200     05  RPT-D-INSTR                  PIC 9(06).
029300     05  FILLER                       PIC X(02) VALUE SPACES.
029400     05  RPT-D-BEFORE.
029500         10  RPT-D-BEF-ACCOUNT        PIC 9(07).
029600         10  FILLER                   PIC X(01).
029700         10  RPT-D-BEF-STATUS         PIC X(01).
029800         10  FILLER                   PIC X(01).
029900         10  RPT-D-BEF-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
030000         10  FILLER                   PIC X(01).
030100         10  RPT-D-BEF-TYPE           PIC X(01).
030200         10  FILLER                   PIC X(01).
030300         10  RPT-D-BEF-FREQ           PIC X(01).
030400         10  FILLER                   PIC X(01).
030500         10  RPT-D-BEF-NEXT-DUE       PIC 9(08).
030600         10  FILLER                   PIC X(01).
030700         10  RPT-D-BEF-END            PIC 9(08).
030800     05  FILLER                       PIC X(02) VALUE SPACES.
030900     05  RPT-D-AFT-ACCOUNT            PIC 9(07).
031000     05  FILLER                       PIC X(01) VALUE SPACE.
031100     05  RPT-D-AFT-STATUS             PIC X(01).
031200     05  FILLER                       PIC X(01) VALUE SPACE.
031300     05  RPT-D-AFT-AMOUNT             PIC Z,ZZZ,ZZ9.99-.
031400     05  FILLER                       PIC X(01) VALUE SPACE.
031500     05  RPT-D-AFT-TYPE               PIC X(01).
031600     05  FILLER                       PIC X(01) VALUE SPACE.
031700     05  RPT-D-AFT-FREQ               PIC X(01).
031800     05  FILLER                       PIC X(01) VALUE SPACE.
031900     05  RPT-D-AFT-NEXT-DUE           PIC 9(08).
032000     05  FILLER                       PIC X(01) VALUE SPACE.
032100     05  RPT-D-AFT-END                PIC 9(08).
032200     05  FILLER                       PIC X(02) VALUE SPACES.
032300     05  RPT-D-OPERATOR               PIC X(08).
032400*
032500 01  RPT-TOTAL-LINE.
032600     05  FILLER                       PIC X(03) VALUE SPACES.
032700     05  RPT-T-LABEL                  PIC X(26).
032800     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
032900*
033000 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
033100*
033200 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
033300 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
033400 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
033500*
033600*    EXCEPTION LISTING LINES - ONE PER REJECTED CARD WITH THE
033700*    CARD IMAGE AND THE REJECT REASON.
033800*
033900 01  EXC-HEADING-1.
034000     05  FILLER                       PIC X(01) VALUE SPACE.
034100     05  FILLER                       PIC X(42)
034200         VALUE "STANDING INSTRUCTION EXCEPTION LISTING".
034300     05  FILLER                       PIC X(09)
034400         VALUE "RUN DATE ".
034500     05  EXC-H1-CCYY                  PIC 9(04).
034600     05  FILLER                       PIC X(01) VALUE "-".
034700     05  EXC-H1-MM                    PIC 9(02).
034800     05  FILLER                       PIC X(01) VALUE "-".
034900     05  EXC-H1-DD                    PIC 9(02).
035000*
035100 01  EXC-DETAIL-LINE.
035200     05  FILLER                       PIC X(01) VALUE SPACE.
035300     05  EXC-D-ACTION                 PIC X(01).
035400     05  FILLER                       PIC X(02) VALUE SPACES.
035500     05  EXC-D-INSTR                  PIC X(06).
035600     05  FILLER                       PIC X(02) VALUE SPACES.
035700     05  EXC-D-REASON                 PIC X(30).
035800     05  FILLER                       PIC X(02) VALUE SPACES.
035900     05  EXC-D-IMAGE                  PIC X(70).
036000     05  FILLER                       PIC X(02) VALUE SPACES.
036100     05  EXC-D-OPERATOR               PIC X(08).
036200*
036300 PROCEDURE DIVISION.
036400*
036500*****************************************************************
036600*    0000-MAINLINE - LOADS THE OLD MASTER, APPLIES THE DAY'S     *
036700*    CARDS AND WRITES THE NEW GENERATION AND THE CONTROL         *
036800*    TOTALS.                                                     *
036900*****************************************************************
037000 0000-MAINLINE.
037100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
037200     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
037300     PERFORM 1500-LOAD-SI-MASTER THRU 1500-EXIT
037400     PERFORM 2000-PROCESS-MAINTENANCE THRU 2000-EXIT
037500     PERFORM 3000-WRITE-NEW-MASTER THRU 3000-EXIT
037600     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
037700     PERFORM 9999-TERMINATE THRU 9999-EXIT
037800     STOP RUN.
037900*
038000*****************************************************************
038100*    1000-INITIALIZE - OPENS THE REPORT AND LISTING FILES AND    *
038200*    PICKS UP THE RUN DATE AND TIME FOR THE AUDIT HEADINGS.      *
038300*****************************************************************
038400 1000-INITIALIZE.
038500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038600     ACCEPT WS-RUN-TIME FROM TIME
038700     OPEN OUTPUT AUDIT-REPORT-FILE
038800     IF WS-AUDIT-REPORT-STATUS NOT = "00"
038900         MOVE "SIMRPT" TO WS-ABORT-FILE-ID
039000         MOVE WS-AUDIT-REPORT-STATUS TO WS-ABORT-STATUS
039100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
039200     END-IF
039300     OPEN OUTPUT EXCEPTION-LISTING-FILE
039400     IF WS-EXCP-LISTING-STATUS NOT = "00"
039500         MOVE "SIMEXCP" TO WS-ABORT-FILE-ID
039600         MOVE WS-EXCP-LISTING-STATUS TO WS-ABORT-STATUS
039700         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
039800     END-IF
039900     MOVE WS-RUN-CCYY TO EXC-H1-CCYY
040000     MOVE WS-RUN-MM TO EXC-H1-MM
040100     MOVE WS-RUN-DD TO EXC-H1-DD
040200     WRITE EXCEPTION-LISTING-LINE FROM EXC-HEADING-1
040300         AFTER ADVANCING 1 LINE
040400     MOVE SPACES TO EXCEPTION-LISTING-LINE
040500     WRITE EXCEPTION-LISTING-LINE AFTER ADVANCING 1 LINE
040600     .
040700 1000-EXIT.
040800     EXIT.
040900*
041000*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT MASTER
041100*    FOR THE KEYED ACCOUNT CHECKS.  READ ONLY.
041200*
041300 1400-OPEN-ACCOUNT-MASTER.
041400     OPEN INPUT ACCOUNT-MASTER-FILE
041500     IF WS-ACCT-MASTER-STATUS NOT = "00"
041600         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
041700         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
041800         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
041900     END-IF
042000     .
042100 1400-EXIT.
042200     EXIT.
042300*
042400*****************************************************************
042500*    1500-LOAD-SI-MASTER - LOADS THE LAST GENERATION OF THE      *
042600*    STANDING-INSTRUCTION MASTER INTO THE TABLE AND NOTES THE    *
042700*    HIGHEST INSTRUCTION NUMBER IN USE.  THE FILE IS OPTIONAL    *
042800*    SO THE FIRST RUN CAN BUILD THE MASTER FROM ADDS ALONE.      *
042900*****************************************************************
043000 1500-LOAD-SI-MASTER.
043100     MOVE "N" TO SW-END-OF-FILE
043200     MOVE ZERO TO SIT-COUNT
043300     OPEN INPUT SI-MASTER-FILE
043400     IF WS-SI-MASTER-STATUS NOT = "00"
043500             AND WS-SI-MASTER-STATUS NOT = "05"
043600         MOVE "SIMSTR" TO WS-ABORT-FILE-ID
043700         MOVE WS-SI-MASTER-STATUS TO WS-ABORT-STATUS
043800         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
043900     END-IF
044000     PERFORM 1510-LOAD-ONE-INSTRUCTION THRU 1510-EXIT
044100         UNTIL END-OF-FILE
044200     CLOSE SI-MASTER-FILE
044300     MOVE "N" TO SW-END-OF-FILE
044400     .
044500 1500-EXIT.
044600     EXIT.
044700*
044800 1510-LOAD-ONE-INSTRUCTION.
044900     READ SI-MASTER-FILE
045000         AT END
045100             MOVE "Y" TO SW-END-OF-FILE
045200             GO TO 1510-EXIT
045300     END-READ
045400     ADD 1 TO WS-MASTER-IN-COUNT
045500     IF SIT-COUNT >= WS-SIT-MAX
045600         DISPLAY "STANDING-INSTR-MAINT - STANDING INSTRUCTIONS "
045700             "EXCEED " WS-SIT-MAX " ENTRIES"
045800         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
045900     END-IF
046000     ADD 1 TO SIT-COUNT
046100     SET SIT-IDX TO SIT-COUNT
046200     MOVE SI-MASTER-RECORD TO SIT-ENTRY(SIT-IDX)
046300     IF SI-INSTR-NO > WS-HIGH-INSTR-NO
046400         MOVE SI-INSTR-NO TO WS-HIGH-INSTR-NO
046500     END-IF
046600     .
046700 1510-EXIT.
046800     EXIT.
046900*
047000*****************************************************************
047100*    2000-PROCESS-MAINTENANCE - READS THE MAINTENANCE FILE TO    *
047200*    END OF FILE, EDITING EACH CARD AND APPLYING IT TO THE       *
047300*    TABLE OR LISTING IT AS AN EXCEPTION.  CARDS ARE APPLIED IN  *
047400*    THE ORDER KEYED, SO A LATER CARD SEES AN EARLIER ONE'S      *
047500*    CHANGE.  THE FILE IS MANDATORY - A RUN WITH NO CARDS        *
047600*    SHOULD NEVER HAVE BEEN SCHEDULED.                           *
047700*****************************************************************
047800 2000-PROCESS-MAINTENANCE.
047900     MOVE "N" TO SW-END-OF-FILE
048000     OPEN INPUT MAINTENANCE-INPUT-FILE
048100     IF WS-MAINT-INPUT-STATUS NOT = "00"
048200         MOVE "SIMNTIN" TO WS-ABORT-FILE-ID
048300         MOVE WS-MAINT-INPUT-STATUS TO WS-ABORT-STATUS
048400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
048500     END-IF
048600     PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
048700         UNTIL END-OF-FILE
048800     CLOSE MAINTENANCE-INPUT-FILE
048900     MOVE "N" TO SW-END-OF-FILE
049000     .
049100 2000-EXIT.
049200     EXIT.
049300*
049400 2100-PROCESS-ONE-TRAN.
049500     READ MAINTENANCE-INPUT-FILE
049600         AT END
049700             MOVE "Y" TO SW-END-OF-FILE
049800         NOT AT END
049900             ADD 1 TO WS-TRAN-READ-COUNT
050000             PERFORM 2200-EDIT-ONE-TRAN THRU 2200-EXIT
050100             IF RECORD-INVALID
050200                 PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
050300             ELSE
050400                 PERFORM 2350-APPLY-ONE-TRAN THRU 2350-EXIT
050500             END-IF
050600     END-READ
050700     .
050800 2100-EXIT.
050900     EXIT.
051000*
051100*    2200-EDIT-ONE-TRAN - ACTION CODE KNOWN, OPERATOR ID PRESENT,
051200*    AND THE ACTION CONSISTENT WITH THE INSTRUCTION'S STATUS.  FOR
051300*    AN ADD, CHANGE OR RESUME THE CARD'S FIELDS ARE LAID OVER THE
051400*    INSTRUCTION IN NEW-IMAGE AND THE RESULT EDITED BY 2250.  ON
051500*    A HIT, SIT-IDX IS LEFT POINTING AT THE MASTER ENTRY.
051600*
051700 2200-EDIT-ONE-TRAN.
051800     MOVE "N" TO SW-RECORD-INVALID
051900     MOVE SPACES TO WS-EDIT-REASON
052000     IF NOT SMC-ACTION-ADD
052100             AND NOT SMC-ACTION-CHANGE
052200             AND NOT SMC-ACTION-SUSPEND
052300             AND NOT SMC-ACTION-RESUME
052400             AND NOT SMC-ACTION-CANCEL
052500         MOVE "Y" TO SW-RECORD-INVALID
052600         MOVE "ACTION CODE INVALID" TO WS-EDIT-REASON
052700         GO TO 2200-EXIT
052800     END-IF
052900     IF SMC-OPERATOR-ID = SPACES
053000         MOVE "Y" TO SW-RECORD-INVALID
053100         MOVE "OPERATOR ID MISSING" TO WS-EDIT-REASON
053200         GO TO 2200-EXIT
053300     END-IF
053400     IF SMC-ACTION-ADD
053500         IF SMC-INSTR-NO NOT = SPACES
053600             MOVE "Y" TO SW-RECORD-INVALID
053700             MOVE "INSTRUCTION NO GIVEN ON ADD" TO WS-EDIT-REASON
053800             GO TO 2200-EXIT
053900         END-IF
054000         IF SMC-ACCOUNT-NO = SPACES
054100                 OR SMC-AMOUNT = SPACES
054200                 OR SMC-TRAN-TYPE = SPACE
054300                 OR SMC-FREQUENCY = SPACE
054400                 OR SMC-NEXT-DUE = SPACES
054500             MOVE "Y" TO SW-RECORD-INVALID
054600             MOVE "ADD MISSING A REQUIRED FIELD" TO WS-EDIT-REASON
054700             GO TO 2200-EXIT
054800         END-IF
054900         MOVE SPACES TO NEW-IMAGE
055000         MOVE ZERO TO NEW-INSTR-NO
055100         MOVE ZERO TO NEW-ACCOUNT-NO
055200         MOVE ZERO TO NEW-AMOUNT
055300         MOVE ZERO TO NEW-DUE-DAY
055400         MOVE ZERO TO NEW-NEXT-DUE-DATE
055500         MOVE ZERO TO NEW-END-DATE
055600         MOVE ZERO TO NEW-LAST-GEN-DATE
055700         MOVE ZERO TO NEW-GEN-COUNT
055800         MOVE ZERO TO NEW-LAST-MAINT-DATE
055900         MOVE "A" TO NEW-STATUS
056000         PERFORM 2250-EDIT-DETAIL THRU 2250-EXIT
056100         GO TO 2200-EXIT
056200     END-IF
056300     IF SMC-INSTR-NO-N NOT NUMERIC
056400         MOVE "Y" TO SW-RECORD-INVALID
056500         MOVE "INSTRUCTION NUMBER NOT NUMERIC" TO WS-EDIT-REASON
056600         GO TO 2200-EXIT
056700     END-IF
056800     PERFORM 2700-FIND-INSTRUCTION THRU 2700-EXIT
056900     IF INSTR-NOT-FOUND
057000         MOVE "Y" TO SW-RECORD-INVALID
057100         MOVE "INSTRUCTION NOT ON MASTER" TO WS-EDIT-REASON
057200         GO TO 2200-EXIT
057300     END-IF
057400     MOVE SIT-ENTRY(SIT-IDX) TO NEW-IMAGE
057500     EVALUATE TRUE
057600         WHEN SMC-ACTION-CHANGE
057700             IF NEW-ENDED OR NEW-CANCELLED
057800                 MOVE "Y" TO SW-RECORD-INVALID
057900                 MOVE "INSTRUCTION ENDED OR CANCELLED" TO
058000                     WS-EDIT-REASON
058100                 GO TO 2200-EXIT
058200             END-IF
058300             PERFORM 2250-EDIT-DETAIL THRU 2250-EXIT
058400         WHEN SMC-ACTION-SUSPEND
058500             IF NOT NEW-ACTIVE
058600                 MOVE "Y" TO SW-RECORD-INVALID
058700                 MOVE "INSTRUCTION NOT ACTIVE" TO WS-EDIT-REASON
058800             END-IF
058900         WHEN SMC-ACTION-RESUME
059000             IF NOT NEW-SUSPENDED
059100                 MOVE "Y" TO SW-RECORD-INVALID
059200                 MOVE "INSTRUCTION NOT SUSPENDED" TO
059300                     WS-EDIT-REASON
059400                 GO TO 2200-EXIT
059500             END-IF
059600             IF SMC-NEXT-DUE = SPACES
059700                 MOVE "Y" TO SW-RECORD-INVALID
059800                 MOVE "NEXT DUE DATE NEEDED TO RESUME" TO
059900                     WS-EDIT-REASON
060000                 GO TO 2200-EXIT
060100             END-IF
060200             PERFORM 2250-EDIT-DETAIL THRU 2250-EXIT
060300         WHEN SMC-ACTION-CANCEL
060400             IF NEW-CANCELLED
060500                 MOVE "Y" TO SW-RECORD-INVALID
060600                 MOVE "INSTRUCTION ALREADY CANCELLED" TO
060700                     WS-EDIT-REASON
060800             END-IF
060900     END-EVALUATE
061000     .
061100 2200-EXIT.
061200     EXIT.
061300*
061400*    2250-EDIT-DETAIL - LAYS EACH NON-BLANK CARD FIELD OVER
061500*    NEW-IMAGE, EDITING IT AS IT GOES, THEN CHECKS THE FIELDS
061600*    AGAINST EACH OTHER AND THE ACCOUNT AGAINST ACCTMSTR.  THE
061700*    FIRST FAILURE ENDS THE EDIT.
061800*
061900 2250-EDIT-DETAIL.
062000     IF SMC-ACCOUNT-NO NOT = SPACES
062100         IF SMC-ACCOUNT-NO-N NOT NUMERIC
062200                 OR SMC-ACCOUNT-NO-N = ZERO
062300             MOVE "Y" TO SW-RECORD-INVALID
062400             MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EDIT-REASON
062500             GO TO 2250-EXIT
062600         END-IF
062700         MOVE SMC-ACCOUNT-NO-N TO NEW-ACCOUNT-NO
062800     END-IF
062900     IF SMC-AMOUNT NOT = SPACES
063000         IF SMC-AMOUNT-N NOT NUMERIC
063100             MOVE "Y" TO SW-RECORD-INVALID
063200             MOVE "AMOUNT NOT NUMERIC" TO WS-EDIT-REASON
063300             GO TO 2250-EXIT
063400         END-IF
063500         IF SMC-AMOUNT-N = ZERO
063600                 OR SMC-AMOUNT-N > WS-MAX-ITEM-AMOUNT
063700             MOVE "Y" TO SW-RECORD-INVALID
063800             MOVE "AMOUNT ZERO OR OVER ITEM LIMIT" TO
063900                 WS-EDIT-REASON
064000             GO TO 2250-EXIT
064100         END-IF
064200         EVALUATE SMC-SIGN
064300             WHEN SPACE
064400                 MOVE SMC-AMOUNT-N TO NEW-AMOUNT
064500             WHEN "-"
064600                 COMPUTE NEW-AMOUNT = ZERO - SMC-AMOUNT-N
064700             WHEN OTHER
064800                 MOVE "Y" TO SW-RECORD-INVALID
064900                 MOVE "AMOUNT SIGN INVALID" TO WS-EDIT-REASON
065000                 GO TO 2250-EXIT
065100         END-EVALUATE
065200     END-IF
065300     IF SMC-TRAN-TYPE NOT = SPACE
065400         IF SMC-TRAN-TYPE NOT = "P" AND SMC-TRAN-TYPE NOT = "A"
065500             MOVE "Y" TO SW-RECORD-INVALID
065600             MOVE "TRANSACTION TYPE INVALID" TO WS-EDIT-REASON
065700             GO TO 2250-EXIT
065800         END-IF
065900         MOVE SMC-TRAN-TYPE TO NEW-TRAN-TYPE
066000     END-IF
066100     IF SMC-FREQUENCY NOT = SPACE
066200         IF SMC-FREQUENCY NOT = "W" AND SMC-FREQUENCY NOT = "M"
066300                 AND SMC-FREQUENCY NOT = "Q"
066400             MOVE "Y" TO SW-RECORD-INVALID
066500             MOVE "FREQUENCY INVALID" TO WS-EDIT-REASON
066600             GO TO 2250-EXIT
066700         END-IF
066800         MOVE SMC-FREQUENCY TO NEW-FREQUENCY
066900     END-IF
067000     IF SMC-NEXT-DUE NOT = SPACES
067100         MOVE "N" TO SW-DATE-VALID
067200         IF SMC-NEXT-DUE-N NUMERIC
067300             MOVE SMC-NEXT-DUE-N TO WS-CHECK-DATE
067400             PERFORM 2280-CHECK-DATE THRU 2280-EXIT
067500         END-IF
067600         IF DATE-NOT-VALID
067700             MOVE "Y" TO SW-RECORD-INVALID
067800             MOVE "NEXT DUE DATE INVALID" TO WS-EDIT-REASON
067900             GO TO 2250-EXIT
068000         END-IF
068100         IF SMC-NEXT-DUE-N < WS-RUN-DATE
068200             MOVE "Y" TO SW-RECORD-INVALID
068300             MOVE "NEXT DUE DATE IN THE PAST" TO WS-EDIT-REASON
068400             GO TO 2250-EXIT
068500         END-IF
068600         IF SMC-NEXT-DUE-N NOT > NEW-LAST-GEN-DATE
068700             MOVE "Y" TO SW-RECORD-INVALID
068800             MOVE "DUE DATE ALREADY GENERATED" TO WS-EDIT-REASON
068900             GO TO 2250-EXIT
069000         END-IF
069100         MOVE SMC-NEXT-DUE-N TO NEW-NEXT-DUE-DATE
069200         MOVE NEW-DUE-DD TO NEW-DUE-DAY
069300     END-IF
069400     IF SMC-END-DATE NOT = SPACES
069500         MOVE "N" TO SW-DATE-VALID
069600         IF SMC-END-DATE-N NUMERIC
069700             IF SMC-END-DATE-N = ZERO
069800                 MOVE "Y" TO SW-DATE-VALID
069900             ELSE
070000                 MOVE SMC-END-DATE-N TO WS-CHECK-DATE
070100                 PERFORM 2280-CHECK-DATE THRU 2280-EXIT
070200             END-IF
070300         END-IF
070400         IF DATE-NOT-VALID
070500             MOVE "Y" TO SW-RECORD-INVALID
070600             MOVE "END DATE INVALID" TO WS-EDIT-REASON
070700             GO TO 2250-EXIT
070800         END-IF
070900         MOVE SMC-END-DATE-N TO NEW-END-DATE
071000     END-IF
071100     IF SMC-DESCRIPTION NOT = SPACES
071200         MOVE SMC-DESCRIPTION TO NEW-DESCRIPTION
071300     END-IF
071400     IF NEW-TYPE-PAYMENT AND NEW-AMOUNT < ZERO
071500         MOVE "Y" TO SW-RECORD-INVALID
071600         MOVE "PAYMENT AMOUNT NEGATIVE" TO WS-EDIT-REASON
071700         GO TO 2250-EXIT
071800     END-IF
071900     IF NEW-END-DATE NOT = ZERO
072000             AND NEW-END-DATE < NEW-NEXT-DUE-DATE
072100         MOVE "Y" TO SW-RECORD-INVALID
072200         MOVE "END DATE BEFORE NEXT DUE DATE" TO WS-EDIT-REASON
072300         GO TO 2250-EXIT
072400     END-IF
072500     PERFORM 2750-LOOKUP-ACCOUNT THRU 2750-EXIT
072600     IF ACCOUNT-NOT-FOUND
072700         MOVE "Y" TO SW-RECORD-INVALID
072800         MOVE "ACCOUNT NOT ON MASTER" TO WS-EDIT-REASON
072900         GO TO 2250-EXIT
073000     END-IF
073100     IF AM-ACCOUNT-CLOSED
073200         MOVE "Y" TO SW-RECORD-INVALID
073300         MOVE "ACCOUNT CLOSED" TO WS-EDIT-REASON
073400     END-IF
073500     .
073600 2250-EXIT.
073700     EXIT.
073800*
073900*    2280-CHECK-DATE - SETS SW-DATE-VALID FOR THE CCYYMMDD DATE
074000*    IN WS-CHECK-DATE: A REAL MONTH AND A DAY THAT EXISTS IN IT.
074100*
074200 2280-CHECK-DATE.
074300     MOVE "N" TO SW-DATE-VALID
074400     IF WS-CHK-CCYY < 1900
074500             OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
074600             OR WS-CHK-DD < 1
074700         GO TO 2280-EXIT
074800     END-IF
074900     PERFORM 2290-DAYS-IN-MONTH THRU 2290-EXIT
075000     IF WS-CHK-DD NOT > WS-DAYS-IN-MONTH
075100         MOVE "Y" TO SW-DATE-VALID
075200     END-IF
075300     .
075400 2280-EXIT.
075500     EXIT.
075600*
075700*    2290-DAYS-IN-MONTH - DAYS IN THE MONTH WS-CHK-MM OF YEAR
075800*    WS-CHK-CCYY, IN WS-DAYS-IN-MONTH.
075900*
076000 2290-DAYS-IN-MONTH.
076100     EVALUATE WS-CHK-MM
076200         WHEN 4
076300         WHEN 6
076400         WHEN 9
076500         WHEN 11
076600             MOVE 30 TO WS-DAYS-IN-MONTH
076700         WHEN 2
076800             DIVIDE WS-CHK-CCYY BY 4 GIVING WS-LEAP-QUOT
076900                 REMAINDER WS-LEAP-REM-4
077000             DIVIDE WS-CHK-CCYY BY 100 GIVING WS-LEAP-QUOT
077100                 REMAINDER WS-LEAP-REM-100
077200             DIVIDE WS-CHK-CCYY BY 400 GIVING WS-LEAP-QUOT
077300                 REMAINDER WS-LEAP-REM-400
077400             IF WS-LEAP-REM-4 = ZERO
077500                     AND (WS-LEAP-REM-100 NOT = ZERO
077600                         OR WS-LEAP-REM-400 = ZERO)
077700                 MOVE 29 TO WS-DAYS-IN-MONTH
077800             ELSE
077900                 MOVE 28 TO WS-DAYS-IN-MONTH
078000             END-IF
078100         WHEN OTHER
078200             MOVE 31 TO WS-DAYS-IN-MONTH
078300     END-EVALUATE
078400     .
078500 2290-EXIT.
078600     EXIT.
078700*
078800 2300-WRITE-EXCEPTION.
078900     ADD 1 TO WS-REJECT-COUNT
079000     MOVE SPACES TO EXC-DETAIL-LINE
079100     MOVE SMC-ACTION TO EXC-D-ACTION
079200     MOVE SMC-INSTR-NO TO EXC-D-INSTR
079300     MOVE WS-EDIT-REASON TO EXC-D-REASON
079400     MOVE SI-MAINT-CARD TO EXC-D-IMAGE
079500     MOVE SMC-OPERATOR-ID TO EXC-D-OPERATOR
079600     WRITE EXCEPTION-LISTING-LINE FROM EXC-DETAIL-LINE
079700         AFTER ADVANCING 1 LINE
079800     .
079900 2300-EXIT.
080000     EXIT.
080100*
080200*    2350-APPLY-ONE-TRAN - APPLIES AN EDITED CARD TO THE TABLE AND
080300*    WRITES ITS AUDIT LINE.  AN ADD TAKES THE NEXT INSTRUCTION
080400*    NUMBER AND GOES ON THE END OF THE TABLE.
080500*
080600 2350-APPLY-ONE-TRAN.
080700     MOVE WS-RUN-DATE TO NEW-LAST-MAINT-DATE
080800     MOVE SMC-OPERATOR-ID TO NEW-LAST-OPERATOR
080900     EVALUATE TRUE
081000         WHEN SMC-ACTION-ADD
081100             IF SIT-COUNT >= WS-SIT-MAX
081200                 DISPLAY "STANDING-INSTR-MAINT - STANDING "
081300                     "INSTRUCTIONS EXCEED " WS-SIT-MAX " ENTRIES"
081400                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
081500             END-IF
081600             IF WS-HIGH-INSTR-NO >= 999999
081700                 DISPLAY "STANDING-INSTR-MAINT - INSTRUCTION "
081800                     "NUMBERS EXHAUSTED"
081900                 PERFORM 9100-ABORT-RUN THRU 9100-EXIT
082000             END-IF
082100             ADD 1 TO WS-HIGH-INSTR-NO
082200             MOVE WS-HIGH-INSTR-NO TO NEW-INSTR-NO
082300             ADD 1 TO SIT-COUNT
082400             SET SIT-IDX TO SIT-COUNT
082500             ADD 1 TO WS-ADD-COUNT
082600             MOVE "ADD" TO RPT-D-ACTION
082700         WHEN SMC-ACTION-CHANGE
082800             ADD 1 TO WS-CHANGE-COUNT
082900             MOVE "CHANGE" TO RPT-D-ACTION
083000         WHEN SMC-ACTION-SUSPEND
083100             MOVE "S" TO NEW-STATUS
083200             MOVE "HELD BY OPERATOR" TO NEW-SUSPEND-REASON
083300             ADD 1 TO WS-SUSPEND-COUNT
083400             MOVE "SUSPND" TO RPT-D-ACTION
083500         WHEN SMC-ACTION-RESUME
083600             MOVE "A" TO NEW-STATUS
083700             MOVE SPACES TO NEW-SUSPEND-REASON
083800             ADD 1 TO WS-RESUME-COUNT
083900             MOVE "RESUME" TO RPT-D-ACTION
084000         WHEN SMC-ACTION-CANCEL
084100             MOVE "X" TO NEW-STATUS
084200             ADD 1 TO WS-CANCEL-COUNT
084300             MOVE "CANCEL" TO RPT-D-ACTION
084400     END-EVALUATE
084500     IF SMC-ACTION-ADD
084600         MOVE SPACES TO BEFORE-IMAGE
084700     ELSE
084800         MOVE SIT-ENTRY(SIT-IDX) TO BEFORE-IMAGE
084900     END-IF
085000     MOVE NEW-IMAGE TO SIT-ENTRY(SIT-IDX)
085100     PERFORM 2800-WRITE-AUDIT-LINE THRU 2800-EXIT
085200     .
085300 2350-EXIT.
085400     EXIT.
085500*
085600*    2700-FIND-INSTRUCTION - SERIAL SEARCH OF THE TABLE FOR THE
085700*    CARD'S INSTRUCTION NUMBER.  ON A HIT SIT-IDX POINTS AT IT.
085800*
085900 2700-FIND-INSTRUCTION.
086000     MOVE "N" TO SW-INSTR-FOUND
086100     SET SIT-IDX TO 1
086200     SEARCH SIT-ENTRY
086300         AT END
086400             CONTINUE
086500         WHEN SIT-INSTR-NO(SIT-IDX) = SMC-INSTR-NO-N
086600             MOVE "Y" TO SW-INSTR-FOUND
086700     END-SEARCH
086800     .
086900 2700-EXIT.
087000     EXIT.
087100*
087200*    2750-LOOKUP-ACCOUNT - KEYED READ OF THE ACCOUNT MASTER FOR
087300*    THE INSTRUCTION'S ACCOUNT IN NEW-IMAGE.
087400*
087500 2750-LOOKUP-ACCOUNT.
087600     MOVE "N" TO SW-ACCOUNT-FOUND
087700     MOVE NEW-ACCOUNT-NO TO AM-ACCOUNT-NO
087800     READ ACCOUNT-MASTER-FILE
087900         INVALID KEY
088000             CONTINUE
088100         NOT INVALID KEY
088200             MOVE "Y" TO SW-ACCOUNT-FOUND
088300     END-READ
088400     .
088500 2750-EXIT.
088600     EXIT.
088700*
088800*    2800-WRITE-AUDIT-LINE - BEFORE IMAGE (BLANK FOR AN ADD) AND
088900*    AFTER IMAGE SIDE BY SIDE, WITH THE KEYING OPERATOR.
089000*
089100 2800-WRITE-AUDIT-LINE.
089200     MOVE NEW-INSTR-NO TO RPT-D-INSTR
089300     IF SMC-ACTION-ADD
089400         MOVE SPACES TO RPT-D-BEFORE
089500     ELSE
089600         MOVE SPACES TO RPT-D-BEFORE
089700         MOVE BEF-ACCOUNT-NO TO RPT-D-BEF-ACCOUNT
089800         MOVE BEF-STATUS TO RPT-D-BEF-STATUS
089900         MOVE BEF-AMOUNT TO RPT-D-BEF-AMOUNT
090000         MOVE BEF-TRAN-TYPE TO RPT-D-BEF-TYPE
090100         MOVE BEF-FREQUENCY TO RPT-D-BEF-FREQ
090200         MOVE BEF-NEXT-DUE-DATE TO RPT-D-BEF-NEXT-DUE
090300         MOVE BEF-END-DATE TO RPT-D-BEF-END
090400     END-IF
090500     MOVE NEW-ACCOUNT-NO TO RPT-D-AFT-ACCOUNT
090600     MOVE NEW-STATUS TO RPT-D-AFT-STATUS
090700     MOVE NEW-AMOUNT TO RPT-D-AFT-AMOUNT
090800     MOVE NEW-TRAN-TYPE TO RPT-D-AFT-TYPE
090900     MOVE NEW-FREQUENCY TO RPT-D-AFT-FREQ
091000     MOVE NEW-NEXT-DUE-DATE TO RPT-D-AFT-NEXT-DUE
091100     MOVE NEW-END-DATE TO RPT-D-AFT-END
091200     MOVE SMC-OPERATOR-ID TO RPT-D-OPERATOR
091300     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
091400     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
091500     .
091600 2800-EXIT.
091700     EXIT.
091800*
091900*****************************************************************
092000*    3000-WRITE-NEW-MASTER - WRITES THE TABLE, OLD INSTRUCTIONS  *
092100*    AND ADDS ALIKE, TO THE NEW GENERATION OF THE MASTER.        *
092200*    CANCELLED AND ENDED INSTRUCTIONS STAY ON FILE AS A RECORD   *
092300*    OF WHAT WAS PAID.                                           *
092400*****************************************************************
092500 3000-WRITE-NEW-MASTER.
092600     OPEN OUTPUT NEW-SI-MASTER-FILE
092700     IF WS-NEW-SI-MASTER-STATUS NOT = "00"
092800         MOVE "SIMSTN" TO WS-ABORT-FILE-ID
092900         MOVE WS-NEW-SI-MASTER-STATUS TO WS-ABORT-STATUS
093000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
093100     END-IF
093200     PERFORM 3100-WRITE-ONE-INSTRUCTION THRU 3100-EXIT
093300         VARYING SIT-IDX FROM 1 BY 1
093400             UNTIL SIT-IDX > SIT-COUNT
093500     CLOSE NEW-SI-MASTER-FILE
093600     .
093700 3000-EXIT.
093800     EXIT.
093900*
094000 3100-WRITE-ONE-INSTRUCTION.
094100     MOVE SIT-ENTRY(SIT-IDX) TO NEW-SI-MASTER-RECORD
094200     WRITE NEW-SI-MASTER-RECORD
094300     ADD 1 TO WS-MASTER-OUT-COUNT
094400     .
094500 3100-EXIT.
094600     EXIT.
094700*
094800*****************************************************************
094900*    6000-PRINT-SUMMARY - CONTROL TOTALS TO TIE THE NEW MASTER   *
095000*    BACK TO THE OLD ONE PLUS THE ADDS.                          *
095100*****************************************************************
095200 6000-PRINT-SUMMARY.
095300     DISPLAY " "
095400     DISPLAY "STANDING INSTRUCTION MAINTENANCE CONTROL TOTALS"
095500     DISPLAY "  MASTER RECORDS IN. . . . " WS-MASTER-IN-COUNT
095600     DISPLAY "  CARDS READ . . . . . . . " WS-TRAN-READ-COUNT
095700     DISPLAY "  INSTRUCTIONS ADDED . . . " WS-ADD-COUNT
095800     DISPLAY "  INSTRUCTIONS CHANGED . . " WS-CHANGE-COUNT
095900     DISPLAY "  INSTRUCTIONS SUSPENDED . " WS-SUSPEND-COUNT
096000     DISPLAY "  INSTRUCTIONS RESUMED . . " WS-RESUME-COUNT
096100     DISPLAY "  INSTRUCTIONS CANCELLED . " WS-CANCEL-COUNT
096200     DISPLAY "  CARDS REJECTED . . . . . " WS-REJECT-COUNT
096300     DISPLAY "  MASTER RECORDS OUT . . . " WS-MASTER-OUT-COUNT
096400     MOVE SPACES TO WS-PRINT-LINE
096500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
096600     MOVE SPACES TO RPT-TOTAL-LINE
096700     MOVE "MASTER RECORDS IN" TO RPT-T-LABEL
096800     MOVE WS-MASTER-IN-COUNT TO RPT-T-COUNT
096900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
097000     MOVE SPACES TO RPT-TOTAL-LINE
097100     MOVE "CARDS READ" TO RPT-T-LABEL
097200     MOVE WS-TRAN-READ-COUNT TO RPT-T-COUNT
097300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
097400     MOVE SPACES TO RPT-TOTAL-LINE
097500     MOVE "INSTRUCTIONS ADDED" TO RPT-T-LABEL
097600     MOVE WS-ADD-COUNT TO RPT-T-COUNT
097700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
097800     MOVE SPACES TO RPT-TOTAL-LINE
097900     MOVE "INSTRUCTIONS CHANGED" TO RPT-T-LABEL
098000     MOVE WS-CHANGE-COUNT TO RPT-T-COUNT
098100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
098200     MOVE SPACES TO RPT-TOTAL-LINE
098300     MOVE "INSTRUCTIONS SUSPENDED" TO RPT-T-LABEL
098400     MOVE WS-SUSPEND-COUNT TO RPT-T-COUNT
098500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
098600     MOVE SPACES TO RPT-TOTAL-LINE
098700     MOVE "INSTRUCTIONS RESUMED" TO RPT-T-LABEL
098800     MOVE WS-RESUME-COUNT TO RPT-T-COUNT
098900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
099000     MOVE SPACES TO RPT-TOTAL-LINE
099100     MOVE "INSTRUCTIONS CANCELLED" TO RPT-T-LABEL
099200     MOVE WS-CANCEL-COUNT TO RPT-T-COUNT
099300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
099400     MOVE SPACES TO RPT-TOTAL-LINE
099500     MOVE "CARDS REJECTED" TO RPT-T-LABEL
099600     MOVE WS-REJECT-COUNT TO RPT-T-COUNT
099700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
099800     MOVE SPACES TO RPT-TOTAL-LINE
099900     MOVE "MASTER RECORDS OUT" TO RPT-T-LABEL
100000     MOVE WS-MASTER-OUT-COUNT TO RPT-T-COUNT
100100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
100200     .
100300 6000-EXIT.
100400     EXIT.
100500*
100600 6100-PRINT-TOTAL-LINE.
100700     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
100800     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
100900     .
101000 6100-EXIT.
101100     EXIT.
101200*
101300*****************************************************************
101400*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS FOR THE AUDIT     *
101500*    REPORT.                                                     *
101600*****************************************************************
101700 7000-START-NEW-PAGE.
101800     ADD 1 TO WS-PAGE-COUNT
101900     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
102000     MOVE WS-RUN-MM TO RPT-H1-MM
102100     MOVE WS-RUN-DD TO RPT-H1-DD
102200     MOVE WS-RUN-HH TO RPT-H1-HH
102300     MOVE WS-RUN-MIN TO RPT-H1-MIN
102400     MOVE WS-RUN-SS TO RPT-H1-SS
102500     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
102600     IF WS-PAGE-COUNT = 1
102700         WRITE AUDIT-REPORT-LINE FROM RPT-HEADING-1
102800             AFTER ADVANCING 1 LINE
102900     ELSE
103000         WRITE AUDIT-REPORT-LINE FROM RPT-HEADING-1
103100             AFTER ADVANCING PAGE
103200     END-IF
103300     MOVE SPACES TO AUDIT-REPORT-LINE
103400     WRITE AUDIT-REPORT-LINE AFTER ADVANCING 1 LINE
103500     WRITE AUDIT-REPORT-LINE FROM RPT-COLUMN-HEADING
103600         AFTER ADVANCING 1 LINE
103700     MOVE SPACES TO AUDIT-REPORT-LINE
103800     WRITE AUDIT-REPORT-LINE AFTER ADVANCING 1 LINE
103900     MOVE 4 TO WS-LINE-COUNT
104000     .
104100 7000-EXIT.
104200     EXIT.
104300*
104400 7100-WRITE-PRINT-LINE.
104500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
104600         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
104700     END-IF
104800     WRITE AUDIT-REPORT-LINE FROM WS-PRINT-LINE
104900         AFTER ADVANCING 1 LINE
105000     ADD 1 TO WS-LINE-COUNT
105100     .
105200 7100-EXIT.
105300     EXIT.
105400*
105500*************************************************************
105600*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
105700*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.       *
105800*************************************************************
105900 9000-ABORT-ON-BAD-STATUS.
106000     DISPLAY "STANDING-INSTR-MAINT - UNABLE TO OPEN "
106100         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
106200     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
106300     .
106400 9000-EXIT.
106500     EXIT.
106600*
106700 9100-ABORT-RUN.
106800     MOVE 16 TO RETURN-CODE
106900     STOP RUN
107000     .
107100 9100-EXIT.
107200     EXIT.
107300*
107400 9999-TERMINATE.
107500     CLOSE ACCOUNT-MASTER-FILE
107600     CLOSE AUDIT-REPORT-FILE
107700     CLOSE EXCEPTION-LISTING-FILE
107800     .
107900 9999-EXIT.
108000     EXIT.
