000100*****************************************************************
000200*                                                                *
000300*    STANDING-INSTR-GEN                                          *
000400*                                                                *
000500*    STANDING-INSTRUCTION GENERATION.  RUN EACH BUSINESS DAY     *
000600*    BEFORE THE NIGHTLY SORT.  EVERY ACTIVE INSTRUCTION WHOSE    *
000700*    NEXT DUE DATE HAS ARRIVED GENERATES ITS ITEM ON A FEED IN   *
000800*    THE DAILY LAYOUT, WITH ITS OWN HDR/TRL BRACKET, PRESENTED   *
000900*    TO THE SORT AS SINSTIN.  THE ITEM CARRIES THE DUE DATE,     *
001000*    AND THE INSTRUCTION'S NEXT DUE DATE IS ROLLED FORWARD BY    *
001100*    ITS FREQUENCY.  A DUE DATE MISSED BECAUSE THE JOB DID NOT   *
001200*    RUN IS CAUGHT UP ON THE NEXT RUN, ONE ITEM PER OCCURRENCE.  *
001300*    THE UPDATED MASTER IS WRITTEN TO A NEW GENERATION - THE     *
001400*    OLD ONE IS NEVER UPDATED IN PLACE.                          *
001500*                                                                *
001600*    AN INSTRUCTION DUE ON AN ACCOUNT THAT IS CLOSED OR NO       *
001700*    LONGER ON ACCTMSTR IS SUSPENDED, NOT GENERATED, SO THE      *
001800*    SORT NEVER SEES THE ITEM AND THE CLERK SEES THE             *
001900*    INSTRUCTION ON THE REPORT.  AN INSTRUCTION PAST ITS END     *
002000*    DATE IS MARKED ENDED.                                       *
002100*                                                                *
002200*    THE BUSINESS DATE COMES FROM THE OPTIONAL CONTROL CARD      *
002300*    (SIGCARD, COLUMNS 1-8 CCYYMMDD) AND DEFAULTS TO THE RUN     *
002400*    DATE.  LAST-GEN-DATE ON EACH INSTRUCTION GENERATED RECORDS  *
002500*    THE BUSINESS DATE IT WAS GENERATED FOR, AND THE STEP        *
002600*    REFUSES TO RUN AGAINST A MASTER ALREADY GENERATED FOR THAT  *
002700*    DATE OR LATER.                                              *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT DESCRIPTION                                 *
003100*    -------    ---- --------------------------------------------*
003200*    2026-10-15 JRM  ORIGINAL PROGRAM - GENERATES THE ITEMS DUE  *
003300*                    FROM THE STANDING-INSTRUCTION MASTER AS A   *
003400*                    FEED FOR THE NIGHTLY SORT.                  *
003500*                                                                *
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. STANDING-INSTR-GEN.
003900 AUTHOR. J R MERCER.
004000 INSTALLATION. DAILY PROCESSING - OPERATIONS.
004100 DATE-WRITTEN. 2026-10-15.
004200 DATE-COMPILED.
004300*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OPTIONAL CONTROL-CARD-FILE
004800         ASSIGN TO "SIGCARD"
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CONTROL-STATUS.
005100*
005200     SELECT ACCOUNT-MASTER-FILE
005300         ASSIGN TO "ACCTMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AM-ACCOUNT-NO
005700         FILE STATUS IS WS-ACCT-MASTER-STATUS.
005800*
005900     SELECT SI-MASTER-FILE
006000         ASSIGN TO "SIMSTR"
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-SI-MASTER-STATUS.
006300*
006400     SELECT NEW-SI-MASTER-FILE
006500         ASSIGN TO "SIMSTN"
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-NEW-SI-MASTER-STATUS.
006800*
006900*    THE STANDING-INSTRUCTION FEED - DAILY FEED LAYOUT WITH ITS
007000*    OWN HDR/TRL BRACKET, PRESENTED TO THE NEXT SORT AS SINSTIN.
007100*
007200     SELECT STANDING-FEED-FILE
007300         ASSIGN TO "SINSTOUT"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FEED-STATUS.
007600*
007700     SELECT STANDING-REPORT-FILE
007800         ASSIGN TO "SIGRPT"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-REPORT-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  CONTROL-CARD-FILE.
008500 01  CONTROL-CARD-RECORD.
008600     05  SGC-BUSINESS-DATE            PIC 9(08).
008700     05  SGC-BUSINESS-DATE-R REDEFINES SGC-BUSINESS-DATE.
008800         10  SGC-BUS-CCYY             PIC 9(04).
008900         10  SGC-BUS-MM               PIC 9(02).
009000         10  SGC-BUS-DD               PIC 9(02).
009100     05  FILLER                       PIC X(72).
009200*
009300 FD  ACCOUNT-MASTER-FILE.
009400 01  ACCT-MASTER-RECORD.
009500     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
009600         ==:LVLFLD:== BY ==05==.
009700*
009800 FD  SI-MASTER-FILE.
009900 01  SI-MASTER-RECORD.
010000     COPY SIREC REPLACING ==:PREFIX:== BY ==SI==
010100         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
010200*
010300 FD  NEW-SI-MASTER-FILE.
010400 01  NEW-SI-MASTER-RECORD.
010500     COPY SIREC REPLACING ==:PREFIX:== BY ==SN==
010600         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
010700*
010800 FD  STANDING-FEED-FILE.
010900 01  STANDING-FEED-RECORD.
011000     COPY TRANREC REPLACING ==:PREFIX:== BY ==SF==
011100         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
011200*
011300 01  STANDING-HDR-RECORD.
011400     05  SFH-RECORD-ID                PIC X(03).
011500     05  SFH-FEED-ID                  PIC X(10).
011600     05  SFH-BUSINESS-DATE            PIC 9(08).
011700     05  FILLER                       PIC X(43).
011800*
011900 01  STANDING-TRL-RECORD.
012000     05  SFT-RECORD-ID                PIC X(03).
012100     05  SFT-RECORD-COUNT             PIC 9(07).
012200     05  SFT-HASH-TOTAL               PIC S9(11)V99.
012300     05  FILLER                       PIC X(41).
012400*
012500 FD  STANDING-REPORT-FILE.
012600 01  REPORT-LINE                      PIC X(132).
012700*
012800 WORKING-STORAGE SECTION.
012900*
013000*    FILE STATUS CODES
013100*
013200 77  WS-CONTROL-STATUS                PIC X(02).
013300 77  WS-ACCT-MASTER-STATUS            PIC X(02).
013400 77  WS-SI-MASTER-STATUS              PIC X(02).
013500 77  WS-NEW-SI-MASTER-STATUS          PIC X(02).
013600 77  WS-FEED-STATUS                   PIC X(02).
013700 77  WS-REPORT-STATUS                 PIC X(02).
013800 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
013900 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
014000*
014100*    SWITCHES
014200*
014300 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
014400     88  END-OF-FILE                      VALUE "Y".
014500     88  NOT-END-OF-FILE                  VALUE "N".
014600 77  SW-ACCOUNT-FOUND                 PIC X(01) VALUE "N".
014700     88  ACCOUNT-FOUND                    VALUE "Y".
014800     88  ACCOUNT-NOT-FOUND                VALUE "N".
014900*
015000*    RUN COUNTERS
015100*
015200 77  WS-READ-COUNT                    PIC 9(07) VALUE ZERO.
015300 77  WS-INACTIVE-COUNT                PIC 9(07) VALUE ZERO.
015400 77  WS-NOT-DUE-COUNT                 PIC 9(07) VALUE ZERO.
015500 77  WS-DUE-COUNT                     PIC 9(07) VALUE ZERO.
015600 77  WS-SUSPENDED-COUNT               PIC 9(07) VALUE ZERO.
015700 77  WS-ENDED-COUNT                   PIC 9(07) VALUE ZERO.
015800 77  WS-MASTER-OUT-COUNT              PIC 9(07) VALUE ZERO.
015900 77  WS-PAYMENT-COUNT                 PIC 9(07) VALUE ZERO.
016000 77  WS-ADJUST-COUNT                  PIC 9(07) VALUE ZERO.
016100 77  WS-WRITTEN-COUNT                 PIC 9(07) VALUE ZERO.
016200 77  WS-PAYMENT-AMOUNT                PIC S9(11)V99 VALUE ZERO.
016300 77  WS-ADJUST-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
016400 77  WS-FEED-HASH                     PIC S9(11)V99 VALUE ZERO.
016500 77  WS-LIST-NOTE                     PIC X(24) VALUE SPACES.
016600*
016700*    RUN DATE AND BUSINESS DATE OF THE FEED.
016800*
016900 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
017000 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
017100     05  WS-RUN-CCYY                  PIC 9(04).
017200     05  WS-RUN-MM                    PIC 9(02).
017300     05  WS-RUN-DD                    PIC 9(02).
017400*
017500 01  WS-BUSINESS-DATE                 PIC 9(08) VALUE ZERO.
017600 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
017700     05  WS-BUS-CCYY                  PIC 9(04).
017800     05  WS-BUS-MM                    PIC 9(02).
017900     05  WS-BUS-DD                    PIC 9(02).
018000*
018100*    DUE-DATE ARITHMETIC WORK FIELDS - THE DATE BEING ROLLED
018200*    FORWARD AND THE LENGTH OF ITS MONTH, WITH THE GREGORIAN
018300*    LEAP-YEAR RULE.
018400*
018500 01  WS-DUE-DATE                      PIC 9(08) VALUE ZERO.
018600 01  WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
018700     05  WS-DUE-CCYY                  PIC 9(04).
018800     05  WS-DUE-MM                    PIC 9(02).
018900     05  WS-DUE-DD                    PIC 9(02).
019000 77  WS-DAYS-IN-MONTH                 PIC 9(02) VALUE ZERO.
019100 77  WS-LEAP-QUOT                     PIC 9(04) COMP VALUE ZERO.
019200 77  WS-LEAP-REM-4                    PIC 9(04) COMP VALUE ZERO.
019300 77  WS-LEAP-REM-100                  PIC 9(04) COMP VALUE ZERO.
019400 77  WS-LEAP-REM-400                  PIC 9(04) COMP VALUE ZERO.
019500*
019600*    GENERATION REPORT LINES
019700*
019800 01  RPT-HEADING-1.
019900     05  FILLER                       PIC X(01) VALUE SPACE.
020000     05  FILLER                       PIC X(36)
020100         VALUE "STANDING INSTRUCTION GENERATION".
020200     05  FILLER                       PIC X(14)
020300         VALUE "BUSINESS DATE ".
020400     05  RPT-H1-BUS-DATE              PIC 9(08).
020500     05  FILLER                       PIC X(04) VALUE SPACES.
020600     05  FILLER                       PIC X(09)
020700         VALUE "RUN DATE ".
020800     05  RPT-H1-CCYY                  PIC 9(04).
020900     05  FILLER                       PIC X(01) VALUE "-".
021000     05  RPT-H1-MM                    PIC 9(02).
021100     05  FILLER                       PIC X(01) VALUE "-".
021200     05  RPT-H1-DD                    PIC 9(02).
021300     05  FILLER                       PIC X(06) VALUE SPACES.
021400     05  FILLER                       PIC X(05) VALUE "PAGE ".
021500     05  RPT-H1-PAGE                  PIC ZZZ9.
021600*
021700 01  RPT-COLUMN-HEADING.
021800     05  FILLER                       PIC X(01) VALUE SPACE.
021900     05  FILLER                       PIC X(08) VALUE "INSTR".
022000     05  FILLER                       PIC X(09) VALUE "ACCOUNT".
022100     05  FILLER                       PIC X(10) VALUE "DUE DATE".
022200     05  FILLER                       PIC X(15)
022300         VALUE "         AMOUNT".
022400     05  FILLER                       PIC X(03) VALUE SPACES.
022500     05  FILLER                       PIC X(07) VALUE "TYPE".
022600     05  FILLER                       PIC X(07) VALUE "FREQ".
022700     05  FILLER                       PIC X(10) VALUE "NEXT DUE".
022800     05  FILLER                       PIC X(22)
022900         VALUE "DESCRIPTION".
023000     05  FILLER                       PIC X(04) VALUE "NOTE".
023100*
023200 01  RPT-DETAIL-LINE.
023300     05  FILLER                       PIC X(01) VALUE SPACE.
023400     05  RPT-D-INSTR                  PIC 9(06).
023500     05  FILLER                       PIC X(02) VALUE SPACES.
023600     05  RPT-D-ACCOUNT                PIC 9(07).
023700     05  FILLER                       PIC X(02) VALUE SPACES.
023800     05  RPT-D-DUE-DATE               PIC 9(08).
023900     05  FILLER                       PIC X(02) VALUE SPACES.
024000     05  RPT-D-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
024100     05  FILLER                       PIC X(03) VALUE SPACES.
024200     05  RPT-D-TYPE                   PIC X(01).
024300     05  FILLER                       PIC X(06) VALUE SPACES.
024400     05  RPT-D-FREQ                   PIC X(01).
024500     05  FILLER                       PIC X(06) VALUE SPACES.
024600     05  RPT-D-NEXT-DUE               PIC 9(08).
024700     05  FILLER                       PIC X(02) VALUE SPACES.
024800     05  RPT-D-DESC                   PIC X(20).
024900     05  FILLER                       PIC X(02) VALUE SPACES.
025000     05  RPT-D-NOTE                   PIC X(24).
025100*
025200 01  RPT-TOTAL-LINE.
025300     05  FILLER                       PIC X(03) VALUE SPACES.
025400     05  RPT-T-LABEL                  PIC X(26).
025500     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
025600     05  FILLER                       PIC X(02) VALUE SPACES.
025700     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
025800*
025900 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
026000*
026100 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
026200 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
026300 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
026400*
026500 PROCEDURE DIVISION.
026600*
026700*****************************************************************
026800*    0000-MAINLINE - CHECKS THE MASTER HAS NOT ALREADY BEEN      *
026900*    GENERATED FOR THE DATE, GENERATES EVERY ITEM DUE, CLOSES    *
027000*    THE FEED WITH ITS TRAILER AND PRINTS THE RUN TOTALS.        *
027100*****************************************************************
027200 0000-MAINLINE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027400     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
027500     PERFORM 1800-CHECK-LAST-GENERATED THRU 1800-EXIT
027600     PERFORM 1900-OPEN-OUTPUT-FILES THRU 1900-EXIT
027700     PERFORM 2000-GENERATE-INSTRUCTIONS THRU 2000-EXIT
027800     PERFORM 3000-WRITE-FEED-TRAILER THRU 3000-EXIT
027900     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
028000     PERFORM 9999-TERMINATE THRU 9999-EXIT
028100     STOP RUN.
028200*
028300*****************************************************************
028400*    1000-INITIALIZE - PICKS UP THE RUN DATE AND THE CONTROL     *
028500*    CARD.  A MISSING CARD OR AN UNREADABLE DATE LEAVES THE RUN  *
028600*    DATE AS THE BUSINESS DATE.                                  *
028700*****************************************************************
028800 1000-INITIALIZE.
028900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029000     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
029100     OPEN INPUT CONTROL-CARD-FILE
029200     IF WS-CONTROL-STATUS NOT = "00"
029300             AND WS-CONTROL-STATUS NOT = "05"
029400         MOVE "SIGCARD" TO WS-ABORT-FILE-ID
029500         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
029600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
029700     END-IF
029800     READ CONTROL-CARD-FILE
029900         AT END
030000             CONTINUE
030100         NOT AT END
030200             IF SGC-BUSINESS-DATE NUMERIC
030300                     AND SGC-BUS-MM > ZERO
030400                     AND SGC-BUS-MM < 13
030500                     AND SGC-BUS-DD > ZERO
030600                     AND SGC-BUS-DD < 32
030700                 MOVE SGC-BUSINESS-DATE TO WS-BUSINESS-DATE
030800             END-IF
030900     END-READ
031000     CLOSE CONTROL-CARD-FILE
031100     DISPLAY "STANDING-INSTR-GEN - GENERATING FOR BUSINESS DATE "
031200         WS-BUSINESS-DATE
031300     .
031400 1000-EXIT.
031500     EXIT.
031600*
031700*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT MASTER
031800*    FOR THE KEYED ACCOUNT CHECKS.  READ ONLY.
031900*
032000 1400-OPEN-ACCOUNT-MASTER.
032100     OPEN INPUT ACCOUNT-MASTER-FILE
032200     IF WS-ACCT-MASTER-STATUS NOT = "00"
032300         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
032400         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
032500         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
032600     END-IF
032700     .
032800 1400-EXIT.
032900     EXIT.
033000*
033100*****************************************************************
033200*    1800-CHECK-LAST-GENERATED - ONE PASS OF THE MASTER BEFORE   *
033300*    ANYTHING IS WRITTEN.  AN INSTRUCTION ALREADY GENERATED FOR  *
033400*    THE BUSINESS DATE OR A LATER ONE MEANS THIS MASTER IS THE   *
033500*    OUTPUT OF THAT RUN, NOT ITS INPUT: A SECOND FEED FOR THE    *
033600*    DATE WOULD PAY THE SAME ITEMS TWICE, SO THE STEP ENDS       *
033700*    INSTEAD.                                                    *
033800*****************************************************************
033900 1800-CHECK-LAST-GENERATED.
034000     MOVE "N" TO SW-END-OF-FILE
034100     OPEN INPUT SI-MASTER-FILE
034200     IF WS-SI-MASTER-STATUS NOT = "00"
034300         MOVE "SIMSTR" TO WS-ABORT-FILE-ID
034400         MOVE WS-SI-MASTER-STATUS TO WS-ABORT-STATUS
034500         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
034600     END-IF
034700     PERFORM 1810-CHECK-ONE-INSTRUCTION THRU 1810-EXIT
034800         UNTIL END-OF-FILE
034900     CLOSE SI-MASTER-FILE
035000     MOVE "N" TO SW-END-OF-FILE
035100     .
035200 1800-EXIT.
035300     EXIT.
035400*
035500 1810-CHECK-ONE-INSTRUCTION.
035600     READ SI-MASTER-FILE
035700         AT END
035800             MOVE "Y" TO SW-END-OF-FILE
035900             GO TO 1810-EXIT
036000     END-READ
036100     IF SI-LAST-GEN-DATE NOT < WS-BUSINESS-DATE
036200         DISPLAY "STANDING-INSTR-GEN - INSTRUCTION " SI-INSTR-NO
036300             " LAST GENERATED " SI-LAST-GEN-DATE
036400         DISPLAY "STANDING-INSTR-GEN - MASTER ALREADY GENERATED "
036500             "FOR BUSINESS DATE, NOTHING WRITTEN"
036600         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
036700     END-IF
036800     .
036900 1810-EXIT.
037000     EXIT.
037100*
037200*****************************************************************
037300*    1900-OPEN-OUTPUT-FILES - OPENS THE REPORT, THE NEW MASTER   *
037400*    AND THE FEED AND WRITES THE FEED HEADER.                    *
037500*****************************************************************
037600 1900-OPEN-OUTPUT-FILES.
037700     OPEN OUTPUT STANDING-REPORT-FILE
037800     IF WS-REPORT-STATUS NOT = "00"
037900         MOVE "SIGRPT" TO WS-ABORT-FILE-ID
038000         MOVE WS-REPORT-STATUS TO WS-ABORT-STATUS
038100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
038200     END-IF
038300     OPEN OUTPUT NEW-SI-MASTER-FILE
038400     IF WS-NEW-SI-MASTER-STATUS NOT = "00"
038500         MOVE "SIMSTN" TO WS-ABORT-FILE-ID
038600         MOVE WS-NEW-SI-MASTER-STATUS TO WS-ABORT-STATUS
038700         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
038800     END-IF
038900     OPEN OUTPUT STANDING-FEED-FILE
039000     IF WS-FEED-STATUS NOT = "00"
039100         MOVE "SINSTOUT" TO WS-ABORT-FILE-ID
039200         MOVE WS-FEED-STATUS TO WS-ABORT-STATUS
039300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
039400     END-IF
039500     MOVE SPACES TO STANDING-HDR-RECORD
039600     MOVE "HDR" TO SFH-RECORD-ID
039700     MOVE "STANDING" TO SFH-FEED-ID
039800     MOVE WS-BUSINESS-DATE TO SFH-BUSINESS-DATE
039900     WRITE STANDING-HDR-RECORD
040000     .
040100 1900-EXIT.
040200     EXIT.
040300*
040400*****************************************************************
040500*    2000-GENERATE-INSTRUCTIONS - ONE PASS OF THE MASTER,        *
040600*    ROLLING EACH INSTRUCTION FORWARD AND COPYING IT TO THE NEW  *
040700*    MASTER.                                                     *
040800*****************************************************************
040900 2000-GENERATE-INSTRUCTIONS.
041000     MOVE "N" TO SW-END-OF-FILE
041100     OPEN INPUT SI-MASTER-FILE
041200     IF WS-SI-MASTER-STATUS NOT = "00"
041300         MOVE "SIMSTR" TO WS-ABORT-FILE-ID
041400         MOVE WS-SI-MASTER-STATUS TO WS-ABORT-STATUS
041500         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
041600     END-IF
041700     PERFORM 2100-PROCESS-ONE-INSTRUCTION THRU 2100-EXIT
041800         UNTIL END-OF-FILE
041900     CLOSE SI-MASTER-FILE
042000     MOVE "N" TO SW-END-OF-FILE
042100     .
042200 2000-EXIT.
042300     EXIT.
042400*
042500 2100-PROCESS-ONE-INSTRUCTION.
042600     READ SI-MASTER-FILE
042700         AT END
042800             MOVE "Y" TO SW-END-OF-FILE
042900             GO TO 2100-EXIT
043000     END-READ
043100     ADD 1 TO WS-READ-COUNT
043200     MOVE SI-MASTER-RECORD TO NEW-SI-MASTER-RECORD
043300     PERFORM 2200-GENERATE-ONE-INSTRUCTION THRU 2200-EXIT
043400     WRITE NEW-SI-MASTER-RECORD
043500     ADD 1 TO WS-MASTER-OUT-COUNT
043600     .
043700 2100-EXIT.
043800     EXIT.
043900*
044000*    2200-GENERATE-ONE-INSTRUCTION - WORKS ON THE NEW MASTER
044100*    RECORD.  SUSPENDED, ENDED AND CANCELLED INSTRUCTIONS AND
044200*    THOSE NOT YET DUE ARE COPIED FORWARD AS THEY STAND.  THE
044300*    ACCOUNT IS CHECKED ONLY ONCE AN INSTRUCTION FALLS DUE.
044400*
044500 2200-GENERATE-ONE-INSTRUCTION.
044600     IF NOT SN-ACTIVE
044700         ADD 1 TO WS-INACTIVE-COUNT
044800         GO TO 2200-EXIT
044900     END-IF
045000     IF SN-NEXT-DUE-DATE > WS-BUSINESS-DATE
045100         ADD 1 TO WS-NOT-DUE-COUNT
045200         GO TO 2200-EXIT
045300     END-IF
045400     IF SN-END-DATE NOT = ZERO
045500             AND SN-NEXT-DUE-DATE > SN-END-DATE
045600         MOVE "E" TO SN-STATUS
045700         ADD 1 TO WS-ENDED-COUNT
045800         MOVE "ENDED" TO WS-LIST-NOTE
045900         PERFORM 2400-LIST-INSTRUCTION THRU 2400-EXIT
046000         GO TO 2200-EXIT
046100     END-IF
046200     PERFORM 2500-LOOKUP-ACCOUNT THRU 2500-EXIT
046300     IF ACCOUNT-NOT-FOUND
046400         MOVE "ACCOUNT NOT ON MASTER" TO SN-SUSPEND-REASON
046500     ELSE
046600         IF AM-ACCOUNT-CLOSED
046700             MOVE "ACCOUNT CLOSED" TO SN-SUSPEND-REASON
046800         END-IF
046900     END-IF
047000     IF ACCOUNT-NOT-FOUND OR AM-ACCOUNT-CLOSED
047100         MOVE "S" TO SN-STATUS
047200         ADD 1 TO WS-SUSPENDED-COUNT
047300         MOVE SPACES TO WS-LIST-NOTE
047400         STRING "SUSPENDED - " DELIMITED BY SIZE
047500             SN-SUSPEND-REASON DELIMITED BY "  "
047600             INTO WS-LIST-NOTE
047700         PERFORM 2400-LIST-INSTRUCTION THRU 2400-EXIT
047800         GO TO 2200-EXIT
047900     END-IF
048000     ADD 1 TO WS-DUE-COUNT
048100     MOVE WS-BUSINESS-DATE TO SN-LAST-GEN-DATE
048200     PERFORM 2300-GENERATE-ONE-ITEM THRU 2300-EXIT
048300         UNTIL SN-NEXT-DUE-DATE > WS-BUSINESS-DATE
048400             OR NOT SN-ACTIVE
048500     .
048600 2200-EXIT.
048700     EXIT.
048800*
048900*    2300-GENERATE-ONE-ITEM - WRITES THE ITEM FOR THE CURRENT DUE
049000*    DATE AND ROLLS THE DUE DATE FORWARD.  AN INSTRUCTION WHOSE
049100*    NEXT DUE DATE FALLS PAST ITS END DATE HAS MADE ITS LAST
049200*    PAYMENT AND IS MARKED ENDED.
049300*
049400 2300-GENERATE-ONE-ITEM.
049500     PERFORM 2450-WRITE-ITEM THRU 2450-EXIT
049600     ADD 1 TO SN-GEN-COUNT
049700     MOVE SN-NEXT-DUE-DATE TO RPT-D-DUE-DATE
049800     PERFORM 2600-ADVANCE-DUE-DATE THRU 2600-EXIT
049900     MOVE SPACES TO WS-LIST-NOTE
050000     IF SN-END-DATE NOT = ZERO
050100             AND SN-NEXT-DUE-DATE > SN-END-DATE
050200         MOVE "E" TO SN-STATUS
050300         ADD 1 TO WS-ENDED-COUNT
050400         MOVE "LAST ITEM - ENDED" TO WS-LIST-NOTE
050500     END-IF
050600     PERFORM 2410-LIST-ITEM THRU 2410-EXIT
050700     .
050800 2300-EXIT.
050900     EXIT.
051000*
051100*    2400-LIST-INSTRUCTION - ONE REPORT LINE FOR AN INSTRUCTION
051200*    SUSPENDED OR ENDED WITHOUT AN ITEM.  2410 LISTS A GENERATED
051300*    ITEM, WITH ITS DUE DATE ALREADY IN THE DETAIL LINE.
051400*
051500 2400-LIST-INSTRUCTION.
051600     MOVE SN-NEXT-DUE-DATE TO RPT-D-DUE-DATE
051700     PERFORM 2410-LIST-ITEM THRU 2410-EXIT
051800     .
051900 2400-EXIT.
052000     EXIT.
052100*
052200 2410-LIST-ITEM.
052300     MOVE SN-INSTR-NO TO RPT-D-INSTR
052400     MOVE SN-ACCOUNT-NO TO RPT-D-ACCOUNT
052500     MOVE SN-AMOUNT TO RPT-D-AMOUNT
052600     MOVE SN-TRAN-TYPE TO RPT-D-TYPE
052700     MOVE SN-FREQUENCY TO RPT-D-FREQ
052800     MOVE SN-NEXT-DUE-DATE TO RPT-D-NEXT-DUE
052900     MOVE SN-DESCRIPTION TO RPT-D-DESC
053000     MOVE WS-LIST-NOTE TO RPT-D-NOTE
053100     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
053200     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
053300     .
053400 2410-EXIT.
053500     EXIT.
053600*
053700*    2450-WRITE-ITEM - ONE ITEM ON THE FEED, DATED THE DAY IT
053800*    FELL DUE.  BRANCH, NAME AND SOURCE FEED ARE LEFT FOR THE
053900*    SORT'S EDIT PASS TO STAMP, AS FOR ANY SENDING SYSTEM.
054000*
054100 2450-WRITE-ITEM.
054200     MOVE SPACES TO STANDING-FEED-RECORD
054300     MOVE SN-ACCOUNT-NO TO SF-ACCOUNT-NO
054400     MOVE SN-AMOUNT TO SF-AMOUNT
054500     MOVE SN-DUE-CCYY TO SF-DATE-CCYY
054600     MOVE SN-DUE-MM TO SF-DATE-MM
054700     MOVE SN-DUE-DD TO SF-DATE-DD
054800     MOVE SN-TRAN-TYPE TO SF-TRAN-TYPE
054900     WRITE STANDING-FEED-RECORD
055000     ADD 1 TO WS-WRITTEN-COUNT
055100     ADD SN-AMOUNT TO WS-FEED-HASH
055200     IF SN-TYPE-PAYMENT
055300         ADD 1 TO WS-PAYMENT-COUNT
055400         ADD SN-AMOUNT TO WS-PAYMENT-AMOUNT
055500     ELSE
055600         ADD 1 TO WS-ADJUST-COUNT
055700         ADD SN-AMOUNT TO WS-ADJUST-AMOUNT
055800     END-IF
055900     .
056000 2450-EXIT.
056100     EXIT.
056200*
056300*    2500-LOOKUP-ACCOUNT - KEYED READ OF THE ACCOUNT MASTER FOR
056400*    THE INSTRUCTION'S ACCOUNT.  ON A HIT THE MASTER RECORD AREA
056500*    HOLDS THE ACCOUNT.
056600*
056700 2500-LOOKUP-ACCOUNT.
056800     MOVE "N" TO SW-ACCOUNT-FOUND
056900     MOVE SN-ACCOUNT-NO TO AM-ACCOUNT-NO
057000     READ ACCOUNT-MASTER-FILE
057100         INVALID KEY
057200             CONTINUE
057300         NOT INVALID KEY
057400             MOVE "Y" TO SW-ACCOUNT-FOUND
057500     END-READ
057600     .
057700 2500-EXIT.
057800     EXIT.
057900*
058000*    2600-ADVANCE-DUE-DATE - ROLLS THE NEXT DUE DATE FORWARD ONE
058100*    PERIOD.  WEEKLY ADDS SEVEN DAYS, CARRYING INTO THE NEXT
058200*    MONTH AND YEAR.  MONTHLY AND QUARTERLY MOVE ONE OR THREE
058300*    MONTHS ON AND RETURN TO THE INSTRUCTION'S DUE DAY, OR THE
058400*    LAST DAY OF A MONTH TOO SHORT TO HAVE IT.
058500*
058600 2600-ADVANCE-DUE-DATE.
058700     MOVE SN-NEXT-DUE-DATE TO WS-DUE-DATE
058800     EVALUATE TRUE
058900         WHEN SN-FREQ-WEEKLY
059000             ADD 7 TO WS-DUE-DD
059100             PERFORM 2690-DAYS-IN-MONTH THRU 2690-EXIT
059200             IF WS-DUE-DD > WS-DAYS-IN-MONTH
059300                 SUBTRACT WS-DAYS-IN-MONTH FROM WS-DUE-DD
059400                 PERFORM 2610-NEXT-MONTH THRU 2610-EXIT
059500             END-IF
059600         WHEN SN-FREQ-MONTHLY
059700             PERFORM 2610-NEXT-MONTH THRU 2610-EXIT
059800             PERFORM 2620-SET-DUE-DAY THRU 2620-EXIT
059900         WHEN OTHER
060000             PERFORM 2610-NEXT-MONTH THRU 2610-EXIT 3 TIMES
060100             PERFORM 2620-SET-DUE-DAY THRU 2620-EXIT
060200     END-EVALUATE
060300     MOVE WS-DUE-DATE TO SN-NEXT-DUE-DATE
060400     .
060500 2600-EXIT.
060600     EXIT.
060700*
060800 2610-NEXT-MONTH.
060900     IF WS-DUE-MM = 12
061000         MOVE 1 TO WS-DUE-MM
061100         ADD 1 TO WS-DUE-CCYY
061200     ELSE
061300         ADD 1 TO WS-DUE-MM
061400     END-IF
061500     .
061600 2610-EXIT.
061700     EXIT.
061800*
061900 2620-SET-DUE-DAY.
062000     PERFORM 2690-DAYS-IN-MONTH THRU 2690-EXIT
062100     IF SN-DUE-DAY > WS-DAYS-IN-MONTH
062200         MOVE WS-DAYS-IN-MONTH TO WS-DUE-DD
062300     ELSE
062400         MOVE SN-DUE-DAY TO WS-DUE-DD
062500     END-IF
062600     .
062700 2620-EXIT.
062800     EXIT.
062900*
063000*    2690-DAYS-IN-MONTH - DAYS IN THE MONTH WS-DUE-MM OF YEAR
063100*    WS-DUE-CCYY, IN WS-DAYS-IN-MONTH.
063200*
063300 2690-DAYS-IN-MONTH.
063400     EVALUATE WS-DUE-MM
063500         WHEN 4
063600         WHEN 6
063700         WHEN 9
063800         WHEN 11
063900             MOVE 30 TO WS-DAYS-IN-MONTH
064000         WHEN 2
064100             DIVIDE WS-DUE-CCYY BY 4 GIVING WS-LEAP-QUOT
064200                 REMAINDER WS-LEAP-REM-4
064300             DIVIDE WS-DUE-CCYY BY 100 GIVING WS-LEAP-QUOT
064400                 REMAINDER WS-LEAP-REM-100
064500             DIVIDE WS-DUE-CCYY BY 400 GIVING WS-LEAP-QUOT
064600                 REMAINDER WS-LEAP-REM-400
064700             IF WS-LEAP-REM-4 = ZERO
064800                     AND (WS-LEAP-REM-100 NOT = ZERO
064900                         OR WS-LEAP-REM-400 = ZERO)
065000                 MOVE 29 TO WS-DAYS-IN-MONTH
065100             ELSE
065200                 MOVE 28 TO WS-DAYS-IN-MONTH
065300             END-IF
065400         WHEN OTHER
065500             MOVE 31 TO WS-DAYS-IN-MONTH
065600     END-EVALUATE
065700     .
065800 2690-EXIT.
065900     EXIT.
066000*
066100*****************************************************************
066200*    3000-WRITE-FEED-TRAILER - CLOSES THE FEED'S BRACKET WITH    *
066300*    THE COUNT AND AMOUNT HASH THE SORT BALANCES AGAINST.  A     *
066400*    DAY WITH NOTHING DUE STILL GETS A HEADER AND A ZERO         *
066500*    TRAILER, SO THE SORT SEES AN EMPTY, BALANCED FEED.          *
066600*****************************************************************
066700 3000-WRITE-FEED-TRAILER.
066800     MOVE SPACES TO STANDING-TRL-RECORD
066900     MOVE "TRL" TO SFT-RECORD-ID
067000     MOVE WS-WRITTEN-COUNT TO SFT-RECORD-COUNT
067100     MOVE WS-FEED-HASH TO SFT-HASH-TOTAL
067200     WRITE STANDING-TRL-RECORD
067300     .
067400 3000-EXIT.
067500     EXIT.
067600*
067700*****************************************************************
067800*    6000-PRINT-SUMMARY - CONTROL TOTALS TO THE JOB LOG AND THE  *
067900*    REPORT.  PAYMENTS PLUS ADJUSTMENTS MUST EQUAL THE FEED      *
068000*    HASH, AND MASTER RECORDS OUT MUST EQUAL RECORDS READ.  AN   *
068100*    INSTRUCTION SUSPENDED BY THIS RUN ENDS THE STEP WITH        *
068200*    RETURN CODE 4 SO THE CLERK FOLLOWS IT UP.                   *
068300*****************************************************************
068400 6000-PRINT-SUMMARY.
068500     DISPLAY " "
068600     DISPLAY "STANDING INSTRUCTION CONTROL TOTALS"
068700     DISPLAY "  BUSINESS DATE. . . . . . " WS-BUSINESS-DATE
068800     DISPLAY "  INSTRUCTIONS READ. . . . " WS-READ-COUNT
068900     DISPLAY "  NOT ACTIVE . . . . . . . " WS-INACTIVE-COUNT
069000     DISPLAY "  NOT YET DUE. . . . . . . " WS-NOT-DUE-COUNT
069100     DISPLAY "  GENERATED. . . . . . . . " WS-DUE-COUNT
069200     DISPLAY "  SUSPENDED THIS RUN . . . " WS-SUSPENDED-COUNT
069300     DISPLAY "  ENDED THIS RUN . . . . . " WS-ENDED-COUNT
069400     DISPLAY "  PAYMENT ITEMS. . . . . . " WS-PAYMENT-COUNT
069500         " FOR " WS-PAYMENT-AMOUNT
069600     DISPLAY "  ADJUSTMENT ITEMS . . . . " WS-ADJUST-COUNT
069700         " FOR " WS-ADJUST-AMOUNT
069800     DISPLAY "  FEED ITEMS WRITTEN . . . " WS-WRITTEN-COUNT
069900         " FOR " WS-FEED-HASH
070000     DISPLAY "  MASTER RECORDS OUT . . . " WS-MASTER-OUT-COUNT
070100     MOVE SPACES TO WS-PRINT-LINE
070200     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
070300     MOVE SPACES TO RPT-TOTAL-LINE
070400     MOVE "INSTRUCTIONS READ" TO RPT-T-LABEL
070500     MOVE WS-READ-COUNT TO RPT-T-COUNT
070600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
070700     MOVE SPACES TO RPT-TOTAL-LINE
070800     MOVE "NOT ACTIVE" TO RPT-T-LABEL
070900     MOVE WS-INACTIVE-COUNT TO RPT-T-COUNT
071000     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
071100     MOVE SPACES TO RPT-TOTAL-LINE
071200     MOVE "NOT YET DUE" TO RPT-T-LABEL
071300     MOVE WS-NOT-DUE-COUNT TO RPT-T-COUNT
071400     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
071500     MOVE SPACES TO RPT-TOTAL-LINE
071600     MOVE "GENERATED" TO RPT-T-LABEL
071700     MOVE WS-DUE-COUNT TO RPT-T-COUNT
071800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
071900     MOVE SPACES TO RPT-TOTAL-LINE
072000     MOVE "SUSPENDED THIS RUN" TO RPT-T-LABEL
072100     MOVE WS-SUSPENDED-COUNT TO RPT-T-COUNT
072200     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
072300     MOVE SPACES TO RPT-TOTAL-LINE
072400     MOVE "ENDED THIS RUN" TO RPT-T-LABEL
072500     MOVE WS-ENDED-COUNT TO RPT-T-COUNT
072600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
072700     MOVE SPACES TO RPT-TOTAL-LINE
072800     MOVE "PAYMENT ITEMS" TO RPT-T-LABEL
072900     MOVE WS-PAYMENT-COUNT TO RPT-T-COUNT
073000     MOVE WS-PAYMENT-AMOUNT TO RPT-T-AMOUNT
073100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
073200     MOVE SPACES TO RPT-TOTAL-LINE
073300     MOVE "ADJUSTMENT ITEMS" TO RPT-T-LABEL
073400     MOVE WS-ADJUST-COUNT TO RPT-T-COUNT
073500     MOVE WS-ADJUST-AMOUNT TO RPT-T-AMOUNT
073600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
073700     MOVE SPACES TO RPT-TOTAL-LINE
073800     MOVE "FEED ITEMS WRITTEN" TO RPT-T-LABEL
073900     MOVE WS-WRITTEN-COUNT TO RPT-T-COUNT
074000     MOVE WS-FEED-HASH TO RPT-T-AMOUNT
074100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
074200     MOVE SPACES TO RPT-TOTAL-LINE
074300     MOVE "MASTER RECORDS OUT" TO RPT-T-LABEL
074400     MOVE WS-MASTER-OUT-COUNT TO RPT-T-COUNT
074500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
074600     IF WS-SUSPENDED-COUNT > ZERO
074700         DISPLAY "STANDING-INSTR-GEN - INSTRUCTIONS SUSPENDED, "
074800             "SEE SIGRPT"
074900         MOVE 4 TO RETURN-CODE
075000     END-IF
075100     .
075200 6000-EXIT.
075300     EXIT.
075400*
075500 6100-PRINT-TOTAL-LINE.
075600     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
075700     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
075800     .
075900 6100-EXIT.
076000     EXIT.
076100*
076200*****************************************************************
076300*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS.                  *
076400*****************************************************************
076500 7000-START-NEW-PAGE.
076600     ADD 1 TO WS-PAGE-COUNT
076700     MOVE WS-BUSINESS-DATE TO RPT-H1-BUS-DATE
076800     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
076900     MOVE WS-RUN-MM TO RPT-H1-MM
077000     MOVE WS-RUN-DD TO RPT-H1-DD
077100     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
077200     IF WS-PAGE-COUNT = 1
077300         WRITE REPORT-LINE FROM RPT-HEADING-1
077400             AFTER ADVANCING 1 LINE
077500     ELSE
077600         WRITE REPORT-LINE FROM RPT-HEADING-1
077700             AFTER ADVANCING PAGE
077800     END-IF
077900     MOVE SPACES TO REPORT-LINE
078000     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
078100     WRITE REPORT-LINE FROM RPT-COLUMN-HEADING
078200         AFTER ADVANCING 1 LINE
078300     MOVE SPACES TO REPORT-LINE
078400     WRITE REPORT-LINE AFTER ADVANCING 1 LINE
078500     MOVE 4 TO WS-LINE-COUNT
078600     .
078700 7000-EXIT.
078800     EXIT.
078900*
079000 7100-WRITE-PRINT-LINE.
079100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079200         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
079300     END-IF
079400     WRITE REPORT-LINE FROM WS-PRINT-LINE
079500         AFTER ADVANCING 1 LINE
079600     ADD 1 TO WS-LINE-COUNT
079700     .
079800 7100-EXIT.
079900     EXIT.
080000*
080100*************************************************************
080200*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
080300*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.       *
080400*************************************************************
080500 9000-ABORT-ON-BAD-STATUS.
080600     DISPLAY "STANDING-INSTR-GEN - UNABLE TO OPEN "
080700         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
080800     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
080900     .
081000 9000-EXIT.
081100     EXIT.
081200*
081300 9100-ABORT-RUN.
081400     MOVE 16 TO RETURN-CODE
081500     STOP RUN
081600     .
081700 9100-EXIT.
081800     EXIT.
081900*
082000 9999-TERMINATE.
082100     CLOSE ACCOUNT-MASTER-FILE
082200     CLOSE NEW-SI-MASTER-FILE
082300     CLOSE STANDING-FEED-FILE
082400     CLOSE STANDING-REPORT-FILE
082500     .
082600 9999-EXIT.
082700     EXIT.
