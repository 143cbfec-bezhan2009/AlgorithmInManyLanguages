000100*****************************************************************
000200*                                                                *
000300*    STATEMENT-PRINT                                             *
000400*                                                                *
000476*    MONTH-END CUSTOMER ACCOUNT STATEMENTS.  READS THE           *
000553*    CUMULATIVE POSTING JOURNAL THE DAILY POSTING STEP KEEPS,    *
000629*    THE BALANCE MASTER AND THE ACCOUNT MASTER, AND PRINTS ONE   *
000706*    STATEMENT PER ACCOUNT FOR THE STATEMENT MONTH: OPENING      *
000782*    BALANCE, EVERY ITEM POSTED IN THE MONTH WITH ITS DATE,      *
000859*    TYPE, RECYCLE-OR-RELEASED FLAG AND RUNNING BALANCE, AND     *
000935*    THE CLOSING BALANCE.  AN ITEM BELONGS TO THE MONTH OF THE   *
001012*    BUSINESS DATE IT WAS POSTED UNDER (ITS OWN DATE IF IT WAS   *
001088*    JOURNALED BEFORE THE BUSINESS DATE WAS CARRIED), SO AN ITEM *
001165*    DATED LATE IN ONE MONTH AND POSTED EARLY IN THE NEXT IS ON  *
001241*    THE NEXT MONTH'S STATEMENT.  THE CLOSING BALANCE IS THE     *
001318*    BALANCE MASTER'S CURRENT BALANCE BACKED OFF BY ANY ITEMS    *
001394*    POSTED AFTER THE MONTH, SO A LATE RUN STILL STATES THE      *
001471*    MONTH AS IT CLOSED.  AN ACCOUNT WITH NO ITEMS IN THE MONTH  *
001547*    AND A ZERO BALANCE GETS NO STATEMENT.  READ-ONLY - NO       *
001624*    MASTER IS UPDATED.                                          *
001700*                                                                *
001800*    CONTROL CARD (STMTCARD - OPTIONAL):                         *
001900*    COLUMNS 1-6 STATEMENT MONTH CCYYMM (DEFAULT THE MONTH       *
002000*    BEFORE THE RUN DATE).                                       *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT DESCRIPTION                                 *
002400*    -------    ---- --------------------------------------------*
002500*    2026-10-15 JRM  ORIGINAL PROGRAM - MONTHLY STATEMENTS FROM  *
002600*                    THE POSTING JOURNAL, REPLACING THE HAND-    *
002700*                    COPIED REGISTER LINES THE BRANCHES SENT.    *
002710*    2026-10-15 JRM  ACCTMSTR AND BALMSTR ARE NOW INDEXED ON     *
002720*                    ACCOUNT NUMBER.  STATEMENTS FOLLOW THE      *
002730*                    ACCOUNT MASTER IN KEY ORDER AND READ EACH   *
002740*                    BALANCE BY KEY, SO NEITHER IS TABLED.       *
002755*    2026-10-15 JRM  AN OFFSETTING ENTRY WRITTEN BY THE POSTING  *
002770*                    BACK-OUT RUN IS DESCRIBED AS "BACKED OUT"   *
002785*                    RATHER THAN BY ITS TYPE.                    *
002787*    2026-10-15 JRM  THE JOURNAL IS NO LONGER TABLED.  ITEMS     *
002788*                    FROM THE STATEMENT MONTH ON ARE SORTED BY   *
002790*                    ACCOUNT AND MATCHED AGAINST THE ACCOUNT     *
002792*                    MASTER, SO THERE IS NO CEILING ON JOURNAL   *
002793*                    VOLUME.  ITEMS ARE PLACED IN A MONTH BY     *
002795*                    THEIR BUSINESS DATE, FALLING BACK TO THE    *
002797*                    ITEM DATE.  COLUMN HEADINGS REALIGNED OVER  *
002798*                    THE DETAIL LINE.                            *
002800*                                                                *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. STATEMENT-PRINT.
003200 AUTHOR. J R MERCER.
003300 INSTALLATION. DAILY PROCESSING - OPERATIONS.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL CONTROL-CARD-FILE
004100         ASSIGN TO "STMTCARD"
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-CONTROL-STATUS.
004400*
004500     SELECT ACCOUNT-MASTER-FILE
004600         ASSIGN TO "ACCTMSTR"
004700         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS SEQUENTIAL
004760         RECORD KEY IS AM-ACCOUNT-NO
004800         FILE STATUS IS WS-ACCT-MASTER-STATUS.
004900*
005000     SELECT OPTIONAL BALANCE-MASTER-FILE
005100         ASSIGN TO "BALMSTR"
005200         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS RANDOM
005260         RECORD KEY IS BM-ACCOUNT-NO
005300         FILE STATUS IS WS-BAL-MASTER-STATUS.
005400*
005500     SELECT OPTIONAL POSTING-JOURNAL-FILE
005600         ASSIGN TO "POSTJRNL"
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-JOURNAL-STATUS.
005825*
005850     SELECT JOURNAL-SORT-FILE
005875         ASSIGN TO "SORTWK01".
005900*
006000     SELECT STATEMENT-FILE
006100         ASSIGN TO "STMTRPT"
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-STATEMENT-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  CONTROL-CARD-FILE.
006800 01  CONTROL-CARD-RECORD.
006900     05  STC-PERIOD                   PIC 9(06).
007000     05  STC-PERIOD-R REDEFINES STC-PERIOD.
007100         10  STC-PERIOD-CCYY          PIC 9(04).
007200         10  STC-PERIOD-MM            PIC 9(02).
007300     05  FILLER                       PIC X(74).
007400*
007500 FD  ACCOUNT-MASTER-FILE.
007600 01  ACCT-MASTER-RECORD.
007700     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
007800         ==:LVLFLD:== BY ==05==.
007900*
008000 FD  BALANCE-MASTER-FILE.
008100 01  BAL-MASTER-RECORD.
008200     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
008300         ==:LVLFLD:== BY ==05==.
008400*
008500 FD  POSTING-JOURNAL-FILE.
008600 01  JOURNAL-RECORD.
008700     COPY JRNLREC REPLACING ==:PREFIX:== BY ==JRN==
008800         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
008900*
008906*    JOURNAL ITEMS FROM THE STATEMENT MONTH ON, BY ACCOUNT.  EACH
008912*    ITEM IS RELEASED ONCE AS A SUMMARY RECORD; AN ITEM IN THE
008918*    MONTH IS RELEASED AGAIN AS A DETAIL RECORD, WHICH SORTS
008924*    AFTER ALL OF THE ACCOUNT'S SUMMARY RECORDS.  THE DUPLICATES
008929*    CLAUSE KEEPS EACH CLASS IN POSTING ORDER.
008935*
008941 SD  JOURNAL-SORT-FILE.
008947 01  SORT-JOURNAL-RECORD.
008953     05  SJ-RECORD-CLASS              PIC 9(01).
008959         88  SJ-SUMMARY-RECORD            VALUE 1.
008965         88  SJ-DETAIL-RECORD             VALUE 2.
008971     05  SJ-STMT-CCYYMM               PIC 9(06).
008976     05  SJ-JOURNAL-ITEM.
008982         COPY JRNLREC REPLACING ==:PREFIX:== BY ==SJ==
008988             ==:LVLFLD:== BY ==10== ==:LVLSUB:== BY ==15==.
008994*
009000 FD  STATEMENT-FILE.
009100 01  STATEMENT-LINE                   PIC X(132).
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500*    FILE STATUS CODES
009600*
009700 77  WS-CONTROL-STATUS                PIC X(02).
009800 77  WS-ACCT-MASTER-STATUS            PIC X(02).
009900 77  WS-BAL-MASTER-STATUS             PIC X(02).
010000 77  WS-JOURNAL-STATUS                PIC X(02).
010100 77  WS-STATEMENT-STATUS              PIC X(02).
010200 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
010300 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
010400*
010500*    SWITCHES
010600*
010700 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
010800     88  END-OF-FILE                      VALUE "Y".
010900     88  NOT-END-OF-FILE                  VALUE "N".
011000 77  SW-BALANCE-FOUND                 PIC X(01) VALUE "N".
011100     88  BALANCE-FOUND                    VALUE "Y".
011200     88  BALANCE-NOT-FOUND                VALUE "N".
011210 77  SW-BALMSTR-PRESENT               PIC X(01) VALUE "N".
011220     88  BALMSTR-PRESENT                  VALUE "Y".
011300*
011583*    RUN COUNTERS
011867*
012150 77  WS-ACCOUNT-READ-COUNT            PIC 9(07) VALUE ZERO.
012200 77  WS-JOURNAL-READ-COUNT            PIC 9(07) VALUE ZERO.
012300 77  WS-PERIOD-ITEM-COUNT             PIC 9(07) VALUE ZERO.
012400 77  WS-STATEMENT-COUNT               PIC 9(07) VALUE ZERO.
012500 77  WS-SKIPPED-COUNT                 PIC 9(07) VALUE ZERO.
012600 77  WS-ITEMS-LISTED                  PIC 9(07) VALUE ZERO.
012700*
012800*    STATEMENT WORK FIELDS
012900*
012975 77  WS-SORT-KEY                      PIC 9(08) VALUE ZERO.
013050 77  WS-SORT-CLASS                    PIC 9(01) VALUE ZERO.
013125     88  SORTED-SUMMARY                   VALUE 1.
013200 77  WS-LOOKUP-ACCOUNT                PIC 9(07) VALUE ZERO.
013300 77  WS-ITEM-CCYYMM                   PIC 9(06) VALUE ZERO.
013400 77  WS-STMT-ITEMS                    PIC 9(05) VALUE ZERO.
013500 77  WS-CURRENT-BALANCE               PIC S9(09)V99 VALUE ZERO.
013600 77  WS-OPENING-BALANCE               PIC S9(09)V99 VALUE ZERO.
013700 77  WS-CLOSING-BALANCE               PIC S9(09)V99 VALUE ZERO.
013800 77  WS-PERIOD-NET                    PIC S9(11)V99 VALUE ZERO.
013900 77  WS-LATER-NET                     PIC S9(11)V99 VALUE ZERO.
014000 77  WS-STMT-DEBITS                   PIC S9(11)V99 VALUE ZERO.
014100 77  WS-STMT-CREDITS                  PIC S9(11)V99 VALUE ZERO.
014200*
014300*    STATEMENT MONTH - FROM THE CONTROL CARD OR DEFAULTED TO THE
014400*    MONTH BEFORE THE RUN DATE.
014500*
014600 01  WS-PERIOD                        PIC 9(06) VALUE ZERO.
014700 01  WS-PERIOD-R REDEFINES WS-PERIOD.
014800     05  WS-PERIOD-CCYY               PIC 9(04).
014900     05  WS-PERIOD-MM                 PIC 9(02).
015000*
018100*    RUN DATE FOR THE STATEMENT HEADINGS.
018200*
018300 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
018400 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
018500     05  WS-RUN-CCYY                  PIC 9(04).
018600     05  WS-RUN-MM                    PIC 9(02).
018700     05  WS-RUN-DD                    PIC 9(02).
018800*
018900*    STATEMENT LINES - HEADINGS CARRYING THE ACCOUNT, THE
019000*    OPENING AND CLOSING BALANCE LINES, ONE DETAIL LINE PER
019100*    ITEM AND THE STATEMENT TOTALS.
019200*
019300 01  RPT-HEADING-1.
019400     05  FILLER                       PIC X(01) VALUE SPACE.
019500     05  FILLER                       PIC X(26)
019600         VALUE "STATEMENT OF ACCOUNT".
019700     05  FILLER                       PIC X(07)
019800         VALUE "MONTH ".
019900     05  RPT-H1-PER-CCYY              PIC 9(04).
020000     05  FILLER                       PIC X(01) VALUE "-".
020100     05  RPT-H1-PER-MM                PIC 9(02).
020200     05  FILLER                       PIC X(04) VALUE SPACES.
020300     05  FILLER                       PIC X(09)
020400         VALUE "RUN DATE ".
020500     05  RPT-H1-CCYY                  PIC 9(04).
020600     05  FILLER                       PIC X(01) VALUE "-".
020700     05  RPT-H1-MM                    PIC 9(02).
020800     05  FILLER                       PIC X(01) VALUE "-".
020900     05  RPT-H1-DD                    PIC 9(02).
021000     05  FILLER                       PIC X(06) VALUE SPACES.
021100     05  FILLER                       PIC X(05) VALUE "PAGE ".
021200     05  RPT-H1-PAGE                  PIC ZZZ9.
021300*
021400 01  RPT-HEADING-2.
021500     05  FILLER                       PIC X(01) VALUE SPACE.
021600     05  FILLER                       PIC X(08) VALUE "ACCOUNT ".
021700     05  RPT-H2-ACCOUNT               PIC 9(07).
021800     05  FILLER                       PIC X(03) VALUE SPACES.
021900     05  RPT-H2-NAME                  PIC X(20).
022000     05  FILLER                       PIC X(10)
022100         VALUE "   BRANCH ".
022200     05  RPT-H2-BRANCH                PIC X(04).
022300     05  FILLER                       PIC X(03) VALUE SPACES.
022400     05  RPT-H2-STATUS                PIC X(06).
022500*
022600 01  RPT-COLUMN-HEADING.
022700     05  FILLER                       PIC X(01) VALUE SPACE.
022800     05  FILLER                       PIC X(14) VALUE "DATE".
022900     05  FILLER                       PIC X(04) VALUE "TYPE".
023000     05  FILLER                       PIC X(12)
023100         VALUE " DESCRIPTION".
023200     05  FILLER                       PIC X(13)
023300         VALUE "       AMOUNT".
023400     05  FILLER                       PIC X(17)
023500         VALUE "          BALANCE".
023600     05  FILLER                       PIC X(05) VALUE " FLAG".
023700*
023800 01  RPT-DETAIL-LINE.
023900     05  FILLER                       PIC X(01) VALUE SPACE.
024000     05  RPT-D-CCYY                   PIC 9(04).
024100     05  FILLER                       PIC X(01) VALUE "-".
024200     05  RPT-D-MM                     PIC 9(02).
024300     05  FILLER                       PIC X(01) VALUE "-".
024400     05  RPT-D-DD                     PIC 9(02).
024500     05  FILLER                       PIC X(04) VALUE SPACES.
024600     05  RPT-D-TYPE                   PIC X(01).
024700     05  FILLER                       PIC X(04) VALUE SPACES.
024800     05  RPT-D-DESC                   PIC X(11).
024900     05  RPT-D-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99-.
025000     05  FILLER                       PIC X(02) VALUE SPACES.
025100     05  RPT-D-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
025200     05  FILLER                       PIC X(03) VALUE SPACES.
025300     05  RPT-D-FLAG                   PIC X(01).
025400*
025500 01  RPT-BALANCE-LINE.
025600     05  FILLER                       PIC X(01) VALUE SPACE.
025700     05  RPT-B-LABEL                  PIC X(45).
025800     05  RPT-B-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
025900*
026000 01  RPT-TOTAL-LINE.
026100     05  FILLER                       PIC X(03) VALUE SPACES.
026200     05  RPT-T-LABEL                  PIC X(26).
026300     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
026400     05  FILLER                       PIC X(02) VALUE SPACES.
026500     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
026600*
026700 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
026800*
026900 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
027000 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
027100 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
027200*
027300 PROCEDURE DIVISION.
027400*
027500*****************************************************************
027600*    0000-MAINLINE - OPENS THE MASTERS, THEN SORTS THE JOURNAL   *
027700*    AND PRINTS ONE STATEMENT PER ACCOUNT, THEN THE RUN TOTALS.  *
027800*****************************************************************
027900 0000-MAINLINE.
028000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028100     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
028200     PERFORM 1500-OPEN-BALANCE-MASTER THRU 1500-EXIT
028400     PERFORM 2000-PRINT-STATEMENTS THRU 2000-EXIT
028500     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
028600     PERFORM 9999-TERMINATE THRU 9999-EXIT
028700     STOP RUN.
028800*
028900*****************************************************************
029000*    1000-INITIALIZE - PICKS UP THE RUN DATE AND THE STATEMENT   *
029100*    MONTH AND OPENS THE STATEMENT FILE.  A MISSING OR           *
029200*    UNREADABLE CARD LEAVES THE MONTH BEFORE THE RUN DATE.       *
029300*****************************************************************
029400 1000-INITIALIZE.
029500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
029600     IF WS-RUN-MM = 1
029700         COMPUTE WS-PERIOD-CCYY = WS-RUN-CCYY - 1
029800         MOVE 12 TO WS-PERIOD-MM
029900     ELSE
030000         MOVE WS-RUN-CCYY TO WS-PERIOD-CCYY
030100         COMPUTE WS-PERIOD-MM = WS-RUN-MM - 1
030200     END-IF
030300     OPEN INPUT CONTROL-CARD-FILE
030400     IF WS-CONTROL-STATUS NOT = "00"
030500             AND WS-CONTROL-STATUS NOT = "05"
030600         MOVE "STMTCARD" TO WS-ABORT-FILE-ID
030700         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
030800         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
030900     END-IF
031000     READ CONTROL-CARD-FILE
031100         AT END
031200             CONTINUE
031300         NOT AT END
031400             IF STC-PERIOD NUMERIC
031500                     AND STC-PERIOD-MM > ZERO
031600                     AND STC-PERIOD-MM < 13
031700                 MOVE STC-PERIOD TO WS-PERIOD
031800             END-IF
031900     END-READ
032000     CLOSE CONTROL-CARD-FILE
032100     OPEN OUTPUT STATEMENT-FILE
032200     IF WS-STATEMENT-STATUS NOT = "00"
032300         MOVE "STMTRPT" TO WS-ABORT-FILE-ID
032400         MOVE WS-STATEMENT-STATUS TO WS-ABORT-STATUS
032500         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
032600     END-IF
032700     DISPLAY "STATEMENT-PRINT - STATEMENT MONTH " WS-PERIOD
032800     .
032900 1000-EXIT.
033000     EXIT.
033100*
033200*****************************************************************
033300*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT MASTER *
033400*    FOR 2000-PRINT-STATEMENTS TO READ IN ACCOUNT ORDER.         *
033500*****************************************************************
033600 1400-OPEN-ACCOUNT-MASTER.
033900     OPEN INPUT ACCOUNT-MASTER-FILE
034000     IF WS-ACCT-MASTER-STATUS NOT = "00"
034100         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
034200         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
034300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
034400     END-IF
034900     .
035000 1400-EXIT.
035100     EXIT.
035200*
037100*****************************************************************
037200*    1500-OPEN-BALANCE-MASTER - OPENS THE INDEXED BALANCE MASTER *
037300*    FOR KEYED READS.  OPTIONAL: AN ACCOUNT WITH NO BALANCE      *
037400*    RECORD IS TAKEN AS A ZERO BALANCE.                          *
037500*****************************************************************
037600 1500-OPEN-BALANCE-MASTER.
037900     OPEN INPUT BALANCE-MASTER-FILE
038000     IF WS-BAL-MASTER-STATUS NOT = "00"
038100             AND WS-BAL-MASTER-STATUS NOT = "05"
038200         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
038300         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
038400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
038500     END-IF
038600     IF WS-BAL-MASTER-STATUS = "00"
038700         MOVE "Y" TO SW-BALMSTR-PRESENT
038800     END-IF
039000     .
039100 1500-EXIT.
039200     EXIT.
041000*
041100*****************************************************************
041178*    1600-SELECT-JOURNAL - SORT INPUT PROCEDURE.  READS THE      *
041256*    POSTING JOURNAL AND RELEASES EVERY ITEM POSTED IN OR AFTER  *
041333*    THE STATEMENT MONTH.  THE JOURNAL IS OPTIONAL - BEFORE THE  *
041411*    FIRST POSTING RUN THERE IS NONE AND EVERY STATEMENT SHOWS   *
041489*    ITS BALANCE ONLY.                                           *
041567*****************************************************************
041645 1600-SELECT-JOURNAL.
041723     MOVE "N" TO SW-END-OF-FILE
041800     OPEN INPUT POSTING-JOURNAL-FILE
041878     IF WS-JOURNAL-STATUS NOT = "00"
041956             AND WS-JOURNAL-STATUS NOT = "05"
042034         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
042112         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
042190         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
042267     END-IF
042345     PERFORM 1610-READ-ONE-JOURNAL THRU 1610-EXIT
042423         UNTIL END-OF-FILE
042501     CLOSE POSTING-JOURNAL-FILE
042579     MOVE "N" TO SW-END-OF-FILE
042656     .
042734 1600-EXIT.
042812     EXIT.
042890*
042968*    1610-READ-ONE-JOURNAL - PLACES THE ITEM IN THE MONTH OF THE
043046*    BUSINESS DATE IT WAS POSTED UNDER, OR OF ITS OWN DATE WHEN
043123*    THE JOURNAL RECORD CARRIES NO BUSINESS DATE.  ITEMS FROM
043201*    BEFORE THE MONTH ARE ALREADY INSIDE THE OPENING BALANCE AND
043279*    ARE NOT RELEASED.
043357*
043435 1610-READ-ONE-JOURNAL.
043513     READ POSTING-JOURNAL-FILE
043590         AT END
043668             MOVE "Y" TO SW-END-OF-FILE
043746             GO TO 1610-EXIT
043824     END-READ
043902     ADD 1 TO WS-JOURNAL-READ-COUNT
043979     IF JRN-BUSINESS-DATE NUMERIC
044057             AND JRN-BUSINESS-DATE > ZERO
044135         COMPUTE WS-ITEM-CCYYMM = JRN-BUSINESS-DATE / 100
044213     ELSE
044291         COMPUTE WS-ITEM-CCYYMM =
044369             (JRN-ITEM-CCYY * 100) + JRN-ITEM-MM
044446     END-IF
044524     IF WS-ITEM-CCYYMM < WS-PERIOD
044602         GO TO 1610-EXIT
044680     END-IF
044758     MOVE JOURNAL-RECORD TO SJ-JOURNAL-ITEM
044836     MOVE WS-ITEM-CCYYMM TO SJ-STMT-CCYYMM
044913     MOVE 1 TO SJ-RECORD-CLASS
044991     RELEASE SORT-JOURNAL-RECORD
045069     IF WS-ITEM-CCYYMM = WS-PERIOD
045147         ADD 1 TO WS-PERIOD-ITEM-COUNT
045225         MOVE 2 TO SJ-RECORD-CLASS
045303         RELEASE SORT-JOURNAL-RECORD
045380     END-IF
045458     .
045536 1610-EXIT.
045614     EXIT.
045692*
045769*****************************************************************
045847*    2000-PRINT-STATEMENTS - SORTS THE JOURNAL ITEMS BY ACCOUNT  *
045925*    AND PRINTS ONE STATEMENT PER ACCOUNT-MASTER ACCOUNT, IN     *
046003*    ACCOUNT NUMBER ORDER.                                       *
046081*****************************************************************
046159 2000-PRINT-STATEMENTS.
046236     SORT JOURNAL-SORT-FILE
046314         ON ASCENDING KEY SJ-ACCOUNT-NO SJ-RECORD-CLASS
046392         WITH DUPLICATES IN ORDER
046470         INPUT PROCEDURE IS 1600-SELECT-JOURNAL THRU 1600-EXIT
046548         OUTPUT PROCEDURE IS 2010-MATCH-ACCOUNTS THRU 2010-EXIT
046626     IF SORT-RETURN NOT = ZERO
046703         DISPLAY "STATEMENT-PRINT - SORT FAILED, SORT-RETURN = "
046781             SORT-RETURN
046859         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
046937     END-IF
047015     .
047092 2000-EXIT.
047170     EXIT.
047248*
047326*    2010-MATCH-ACCOUNTS - SORT OUTPUT PROCEDURE.  READS THE
047404*    ACCOUNT MASTER IN KEY ORDER ALONGSIDE THE SORTED ITEMS.
047482*    ITEMS FOR AN ACCOUNT NOT ON THE MASTER ARE PASSED OVER AND
047559*    SHOW UP AS A SHORTFALL IN 6000.  THE SORTED STREAM AT ITS
047637*    END HOLDS A KEY ABOVE ANY ACCOUNT NUMBER.
047715*
047793 2010-MATCH-ACCOUNTS.
047871     MOVE "N" TO SW-END-OF-FILE
048026     PERFORM 2030-RETURN-SORTED THRU 2030-EXIT
048104     PERFORM 2100-PRINT-ONE-STATEMENT THRU 2100-EXIT
048182         UNTIL END-OF-FILE
048260     .
048338 2010-EXIT.
048415     EXIT.
048493*
048571 2030-RETURN-SORTED.
048649     RETURN JOURNAL-SORT-FILE
048727         AT END
048882             MOVE 99999999 TO WS-SORT-KEY
048960             MOVE 9 TO WS-SORT-CLASS
049038             GO TO 2030-EXIT
049116     END-RETURN
049194     MOVE SJ-ACCOUNT-NO TO WS-SORT-KEY
049272     MOVE SJ-RECORD-CLASS TO WS-SORT-CLASS
049349     .
049427 2030-EXIT.
049505     EXIT.
049583*
049661*    2100-PRINT-ONE-STATEMENT - READS THE NEXT ACCOUNT, WORKS
049738*    BACK FROM ITS CURRENT BALANCE TO THE MONTH'S CLOSING AND
049816*    OPENING BALANCES FROM ITS SUMMARY RECORDS, THEN PRINTS THE
049894*    STATEMENT ON A PAGE OF ITS OWN FROM ITS DETAIL RECORDS.
049972*
050050 2100-PRINT-ONE-STATEMENT.
050128     READ ACCOUNT-MASTER-FILE
050205         AT END
050283             MOVE "Y" TO SW-END-OF-FILE
050361             GO TO 2100-EXIT
050439     END-READ
050517     ADD 1 TO WS-ACCOUNT-READ-COUNT
050595     PERFORM 2030-RETURN-SORTED THRU 2030-EXIT
050672         UNTIL WS-SORT-KEY NOT < AM-ACCOUNT-NO
050750     MOVE AM-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
050828     PERFORM 2500-LOOKUP-BALANCE THRU 2500-EXIT
050906     IF BALANCE-FOUND
050984         MOVE BM-CURR-BALANCE TO WS-CURRENT-BALANCE
051062     ELSE
051139         MOVE ZERO TO WS-CURRENT-BALANCE
051217     END-IF
051295     MOVE ZERO TO WS-STMT-ITEMS
051373     MOVE ZERO TO WS-PERIOD-NET
051451     MOVE ZERO TO WS-LATER-NET
051528     MOVE ZERO TO WS-STMT-DEBITS
051606     MOVE ZERO TO WS-STMT-CREDITS
051684     PERFORM 2200-SUM-ONE-ITEM THRU 2200-EXIT
051762         UNTIL WS-SORT-KEY NOT = AM-ACCOUNT-NO
051840             OR NOT SORTED-SUMMARY
051918     COMPUTE WS-CLOSING-BALANCE =
051995         WS-CURRENT-BALANCE - WS-LATER-NET
052073     COMPUTE WS-OPENING-BALANCE =
052151         WS-CLOSING-BALANCE - WS-PERIOD-NET
052229     IF WS-STMT-ITEMS = ZERO AND WS-CLOSING-BALANCE = ZERO
052307         ADD 1 TO WS-SKIPPED-COUNT
052385         GO TO 2100-EXIT
052462     END-IF
052540     ADD 1 TO WS-STATEMENT-COUNT
052618     MOVE AM-ACCOUNT-NO TO RPT-H2-ACCOUNT
052696     MOVE AM-SHORT-NAME TO RPT-H2-NAME
052774     MOVE AM-BRANCH TO RPT-H2-BRANCH
052851     IF AM-ACCOUNT-CLOSED
052929         MOVE "CLOSED" TO RPT-H2-STATUS
053007     ELSE
053085         MOVE SPACES TO RPT-H2-STATUS
053163     END-IF
053241     PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
053318     MOVE SPACES TO RPT-BALANCE-LINE
053396     MOVE "OPENING BALANCE" TO RPT-B-LABEL
053474     MOVE WS-OPENING-BALANCE TO RPT-B-BALANCE
053552     MOVE RPT-BALANCE-LINE TO WS-PRINT-LINE
053630     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
053708     PERFORM 2300-PRINT-ONE-ITEM THRU 2300-EXIT
053785         UNTIL WS-SORT-KEY NOT = AM-ACCOUNT-NO
053863     MOVE SPACES TO RPT-BALANCE-LINE
053941     MOVE "CLOSING BALANCE" TO RPT-B-LABEL
054019     MOVE WS-CLOSING-BALANCE TO RPT-B-BALANCE
054097     MOVE RPT-BALANCE-LINE TO WS-PRINT-LINE
054174     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
054252     MOVE SPACES TO WS-PRINT-LINE
054330     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
054408     MOVE SPACES TO RPT-TOTAL-LINE
054486     MOVE "ITEMS THIS MONTH" TO RPT-T-LABEL
054564     MOVE WS-STMT-ITEMS TO RPT-T-COUNT
054641     MOVE WS-PERIOD-NET TO RPT-T-AMOUNT
054719     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
054797     MOVE SPACES TO RPT-TOTAL-LINE
054875     MOVE "TOTAL DEBITS" TO RPT-T-LABEL
054953     MOVE WS-STMT-DEBITS TO RPT-T-AMOUNT
055031     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
055108     MOVE SPACES TO RPT-TOTAL-LINE
055186     MOVE "TOTAL CREDITS" TO RPT-T-LABEL
055264     MOVE WS-STMT-CREDITS TO RPT-T-AMOUNT
055342     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
055420     .
055497 2100-EXIT.
055575     EXIT.
055653*
055731*    2200-SUM-ONE-ITEM - ADDS A SUMMARY RECORD FOR THE CURRENT
055809*    ACCOUNT INTO THE MONTH'S TOTALS OR, IF IT WAS POSTED AFTER
055887*    THE MONTH, INTO THE AMOUNT BACKED OFF THE CURRENT BALANCE.
055964*    A NEGATIVE AMOUNT IS A CREDIT, AS ON THE BALANCE MASTER.
056042*
056120 2200-SUM-ONE-ITEM.
056198     IF SJ-STMT-CCYYMM > WS-PERIOD
056276         ADD SJ-AMOUNT TO WS-LATER-NET
056354     ELSE
056431         ADD 1 TO WS-STMT-ITEMS
056509         ADD SJ-AMOUNT TO WS-PERIOD-NET
056587         IF SJ-AMOUNT < ZERO
056665             SUBTRACT SJ-AMOUNT FROM WS-STMT-CREDITS
056743         ELSE
056821             ADD SJ-AMOUNT TO WS-STMT-DEBITS
056898         END-IF
056976     END-IF
057054     PERFORM 2030-RETURN-SORTED THRU 2030-EXIT
057132     .
057210 2200-EXIT.
057287     EXIT.
057365*
057443*    2300-PRINT-ONE-ITEM - LISTS A DETAIL RECORD UNDER ITS OWN
057521*    ITEM DATE.
057599*
057677 2300-PRINT-ONE-ITEM.
057754     MOVE SJ-ITEM-CCYY TO RPT-D-CCYY
057832     MOVE SJ-ITEM-MM TO RPT-D-MM
057910     MOVE SJ-ITEM-DD TO RPT-D-DD
057988     MOVE SJ-TRAN-TYPE TO RPT-D-TYPE
058066     EVALUATE TRUE
058144         WHEN SJ-BACKOUT-ENTRY
058221             MOVE "BACKED OUT" TO RPT-D-DESC
058299         WHEN SJ-TYPE-PAYMENT
058377             MOVE "PAYMENT" TO RPT-D-DESC
058455         WHEN SJ-TYPE-REVERSAL
058533             MOVE "REVERSAL" TO RPT-D-DESC
058610         WHEN SJ-TYPE-ADJUSTMENT
058688             MOVE "ADJUSTMENT" TO RPT-D-DESC
058766         WHEN OTHER
058844             MOVE SPACES TO RPT-D-DESC
058922     END-EVALUATE
059000     MOVE SJ-AMOUNT TO RPT-D-AMOUNT
059077     MOVE SJ-RUNNING-BALANCE TO RPT-D-BALANCE
059155     MOVE SJ-RECYCLE-FLAG TO RPT-D-FLAG
059233     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
059311     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
059389     ADD 1 TO WS-ITEMS-LISTED
059467     PERFORM 2030-RETURN-SORTED THRU 2030-EXIT
059544     .
059622 2300-EXIT.
059700     EXIT.
059800*
059900*    2500-LOOKUP-BALANCE - KEYED READ OF THE BALANCE MASTER FOR
060000*    WS-LOOKUP-ACCOUNT.  ON A HIT THE BALANCE RECORD AREA HOLDS
060100*    THE ACCOUNT'S BALANCE.
060200*
060300 2500-LOOKUP-BALANCE.
060400     MOVE "N" TO SW-BALANCE-FOUND
060500     IF NOT BALMSTR-PRESENT
060600         GO TO 2500-EXIT
060700     END-IF
060800     MOVE WS-LOOKUP-ACCOUNT TO BM-ACCOUNT-NO
060900     READ BALANCE-MASTER-FILE
061000         INVALID KEY
061100             CONTINUE
061200         NOT INVALID KEY
061300             MOVE "Y" TO SW-BALANCE-FOUND
061350     END-READ
061400     .
061500 2500-EXIT.
061600     EXIT.
061700*
061800*****************************************************************
061900*    6000-PRINT-SUMMARY - RUN TOTALS TO THE JOB LOG.  EVERY      *
062000*    JOURNAL ITEM IN THE MONTH MUST APPEAR ON A STATEMENT, SO    *
062100*    ITEMS LISTED SHOULD EQUAL ITEMS IN THE MONTH; A SHORTFALL   *
062200*    MEANS JOURNAL ITEMS FOR AN ACCOUNT NO LONGER ON THE MASTER. *
062300*****************************************************************
062400 6000-PRINT-SUMMARY.
062500     DISPLAY " "
062600     DISPLAY "STATEMENT CONTROL TOTALS"
062700     DISPLAY "  STATEMENT MONTH. . . . . " WS-PERIOD
062800     DISPLAY "  ACCOUNTS ON MASTER . . . " WS-ACCOUNT-READ-COUNT
062900     DISPLAY "  STATEMENTS PRINTED . . . " WS-STATEMENT-COUNT
063000     DISPLAY "  ACCOUNTS SKIPPED . . . . " WS-SKIPPED-COUNT
063100     DISPLAY "  JOURNAL RECORDS READ . . " WS-JOURNAL-READ-COUNT
063200     DISPLAY "  JOURNAL ITEMS IN MONTH . " WS-PERIOD-ITEM-COUNT
063300     DISPLAY "  ITEMS LISTED . . . . . . " WS-ITEMS-LISTED
063400     IF WS-ITEMS-LISTED NOT = WS-PERIOD-ITEM-COUNT
063500         DISPLAY "STATEMENT-PRINT - JOURNAL ITEMS IN THE MONTH "
063600             "FOR ACCOUNTS NOT ON THE ACCOUNT MASTER"
063700         MOVE 4 TO RETURN-CODE
063800     END-IF
063900     .
064000 6000-EXIT.
064100     EXIT.
064200*
064300 6100-PRINT-TOTAL-LINE.
064400     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
064500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
064600     .
064700 6100-EXIT.
064800     EXIT.
064900*
065000*****************************************************************
065100*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS.  EVERY PAGE      *
065200*    CARRIES THE ACCOUNT HEADING, SO A LONG STATEMENT THAT       *
065300*    RUNS ONTO A SECOND PAGE STAYS IDENTIFIED.                   *
065400*****************************************************************
065500 7000-START-NEW-PAGE.
065600     ADD 1 TO WS-PAGE-COUNT
065700     MOVE WS-PERIOD-CCYY TO RPT-H1-PER-CCYY
065800     MOVE WS-PERIOD-MM TO RPT-H1-PER-MM
065900     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
066000     MOVE WS-RUN-MM TO RPT-H1-MM
066100     MOVE WS-RUN-DD TO RPT-H1-DD
066200     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
066300     IF WS-PAGE-COUNT = 1
066400         WRITE STATEMENT-LINE FROM RPT-HEADING-1
066500             AFTER ADVANCING 1 LINE
066600     ELSE
066700         WRITE STATEMENT-LINE FROM RPT-HEADING-1
066800             AFTER ADVANCING PAGE
066900     END-IF
067000     WRITE STATEMENT-LINE FROM RPT-HEADING-2
067100         AFTER ADVANCING 1 LINE
067200     MOVE SPACES TO STATEMENT-LINE
067300     WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
067400     WRITE STATEMENT-LINE FROM RPT-COLUMN-HEADING
067500         AFTER ADVANCING 1 LINE
067600     MOVE SPACES TO STATEMENT-LINE
067700     WRITE STATEMENT-LINE AFTER ADVANCING 1 LINE
067800     MOVE 5 TO WS-LINE-COUNT
067900     .
068000 7000-EXIT.
068100     EXIT.
068200*
068300 7100-WRITE-PRINT-LINE.
068400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
068500         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
068600     END-IF
068700     WRITE STATEMENT-LINE FROM WS-PRINT-LINE
068800         AFTER ADVANCING 1 LINE
068900     ADD 1 TO WS-LINE-COUNT
069000     .
069100 7100-EXIT.
069200     EXIT.
069300*
069400*************************************************************
069500*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
069600*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.       *
069700*************************************************************
069800 9000-ABORT-ON-BAD-STATUS.
069900     DISPLAY "STATEMENT-PRINT - UNABLE TO OPEN "
070000         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
070100     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
070200     .
070300 9000-EXIT.
070400     EXIT.
070500*
070600 9100-ABORT-RUN.
070700     MOVE 16 TO RETURN-CODE
070800     STOP RUN
070900     .
071000 9100-EXIT.
071100     EXIT.
071200*
071300 9999-TERMINATE.
071350     CLOSE ACCOUNT-MASTER-FILE
071370     CLOSE BALANCE-MASTER-FILE
071400     CLOSE STATEMENT-FILE
071500     .
071600 9999-EXIT.
071700     EXIT.
