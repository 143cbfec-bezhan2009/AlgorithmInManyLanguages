000100*****************************************************************
000200*                                                                *
000300*    DORMANCY-REVIEW                                             *
000400*                                                                *
000500*    DORMANT ACCOUNT REVIEW.  READS THE ACCOUNT MASTER IN        *
000600*    ACCOUNT ORDER AND EACH ACCOUNT'S BALANCE RECORD BY KEY,     *
000700*    AND LISTS EVERY OPEN ACCOUNT WITH NO POSTING IN THE         *
000800*    DORMANCY PERIOD WITH ITS BRANCH, LAST-POSTED DATE AND       *
000900*    BALANCE.  ACCOUNTS WITH NO POSTING IN THE LONGER            *
001000*    UNCLAIMED-FUNDS PERIOD AND MONEY STILL ON THEM ARE LISTED   *
001100*    AGAIN ON THEIR OWN LISTING FOR THE UNCLAIMED-FUNDS FILING   *
001200*    - CLOSED ACCOUNTS INCLUDED, SO A BALANCE LEFT ON A CLOSED   *
001300*    ACCOUNT IS NOT LOST.  FOR EACH DORMANT ACCOUNT WITH A ZERO  *
001400*    BALANCE A SUGGESTED CLOSE CARD IS WRITTEN IN                *
001500*    MAINTENANCE-CARD FORMAT WITH THE OPERATOR ID LEFT BLANK:    *
001600*    THE REVIEWER KEYS THEIR OWN ID ON THE CARDS THEY ACCEPT     *
001700*    AND THE CLOSES THEN GO THROUGH ACCOUNT-MAINTENANCE UNDER    *
001800*    MAKER-CHECKER LIKE ANY OTHER.  AN ACCOUNT THAT HAS NEVER    *
001900*    POSTED IS LISTED BUT GETS NO CARD.  READ-ONLY - NO MASTER   *
002000*    IS UPDATED.                                                 *
002100*                                                                *
002200*    CONTROL CARD (DRMCARD - OPTIONAL):                          *
002300*        COLUMNS 1-3   DORMANCY PERIOD IN MONTHS (DEFAULT 012)   *
002400*        COLUMNS 4-6   UNCLAIMED-FUNDS PERIOD IN MONTHS          *
002500*                      (DEFAULT 060, AT LEAST COLUMNS 1-3)       *
002600*        COLUMNS 7-15  UNCLAIMED-FUNDS MINIMUM BALANCE 9(07)V99  *
002700*                      (DEFAULT ZERO - ANY CREDIT BALANCE)       *
002800*                                                                *
002900*    MODIFICATION HISTORY                                        *
003000*    DATE       INIT DESCRIPTION                                 *
003100*    -------    ---- --------------------------------------------*
003200*    2026-10-15 JRM  ORIGINAL PROGRAM - DORMANT ACCOUNT AND      *
003300*                    UNCLAIMED-FUNDS REVIEW FROM THE BALANCE     *
003400*                    MASTER'S LAST-POSTED DATE, REPLACING THE    *
003500*                    YEARLY REVIEW FROM A PRINTOUT.              *
003600*                                                                *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. DORMANCY-REVIEW.
004000 AUTHOR. J R MERCER.
004100 INSTALLATION. DAILY PROCESSING - OPERATIONS.
004200 DATE-WRITTEN. 2026-10-15.
004300 DATE-COMPILED.
004400*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT OPTIONAL CONTROL-CARD-FILE
004900         ASSIGN TO "DRMCARD"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-CONTROL-STATUS.
005200*
005300     SELECT ACCOUNT-MASTER-FILE
005400         ASSIGN TO "ACCTMSTR"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS AM-ACCOUNT-NO
005800         FILE STATUS IS WS-ACCT-MASTER-STATUS.
005900*
006000     SELECT OPTIONAL BALANCE-MASTER-FILE
006100         ASSIGN TO "BALMSTR"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS BM-ACCOUNT-NO
006500         FILE STATUS IS WS-BAL-MASTER-STATUS.
006600*
006700     SELECT DORMANCY-REPORT-FILE
006800         ASSIGN TO "DRMRPT"
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-DORMANCY-RPT-STATUS.
007100*
007200     SELECT UNCLAIMED-LISTING-FILE
007300         ASSIGN TO "DRMUNCL"
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-UNCLAIMED-STATUS.
007600*
007700*    SUGGESTED CLOSE CARDS - MAINTENANCE-CARD FORMAT, FOR REVIEW
007800*    BEFORE ANY ARE KEYED INTO ACCOUNT-MAINTENANCE'S MNTIN.
007900*
008000     SELECT CLOSE-CARD-FILE
008100         ASSIGN TO "DRMCLOSE"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-CLOSE-CARD-STATUS.
008400*
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  CONTROL-CARD-FILE.
008800 01  CONTROL-CARD-RECORD.
008900     05  DRC-DORMANT-MONTHS           PIC 9(03).
009000     05  DRC-UNCLAIMED-MONTHS         PIC 9(03).
009100     05  DRC-UNCLAIMED-MINIMUM        PIC 9(07)V99.
009200     05  FILLER                       PIC X(65).
009300*
009400 FD  ACCOUNT-MASTER-FILE.
009500 01  ACCT-MASTER-RECORD.
009600     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
009700         ==:LVLFLD:== BY ==05==.
009800*
009900 FD  BALANCE-MASTER-FILE.
010000 01  BAL-MASTER-RECORD.
010100     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
010200         ==:LVLFLD:== BY ==05==.
010300*
010400 FD  DORMANCY-REPORT-FILE.
010500 01  DORMANCY-REPORT-LINE             PIC X(132).
010600*
010700 FD  UNCLAIMED-LISTING-FILE.
010800 01  UNCLAIMED-LISTING-LINE           PIC X(132).
010900*
011000 FD  CLOSE-CARD-FILE.
011100 01  CLOSE-CARD-RECORD.
011200     COPY MNTREC REPLACING ==:PREFIX:== BY ==DCC==
011300         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
011400*
011500 WORKING-STORAGE SECTION.
011600*
011700*    FILE STATUS CODES
011800*
011900 77  WS-CONTROL-STATUS                PIC X(02).
012000 77  WS-ACCT-MASTER-STATUS            PIC X(02).
012100 77  WS-BAL-MASTER-STATUS             PIC X(02).
012200 77  WS-DORMANCY-RPT-STATUS           PIC X(02).
012300 77  WS-UNCLAIMED-STATUS              PIC X(02).
012400 77  WS-CLOSE-CARD-STATUS             PIC X(02).
012500 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
012600 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
012700*
012800*    SWITCHES
012900*
013000 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
013100     88  END-OF-FILE                      VALUE "Y".
013200     88  NOT-END-OF-FILE                  VALUE "N".
013300 77  SW-BALANCE-FOUND                 PIC X(01) VALUE "N".
013400     88  BALANCE-FOUND                    VALUE "Y".
013500     88  BALANCE-NOT-FOUND                VALUE "N".
013600 77  SW-BALMSTR-PRESENT               PIC X(01) VALUE "N".
013700     88  BALMSTR-PRESENT                  VALUE "Y".
013800*
013900*    RUN COUNTERS AND TOTALS
014000*
014100 77  WS-ACCOUNT-READ-COUNT            PIC 9(07) VALUE ZERO.
014200 77  WS-CLOSED-COUNT                  PIC 9(07) VALUE ZERO.
014300 77  WS-NEVER-POSTED-COUNT            PIC 9(07) VALUE ZERO.
014400 77  WS-DORMANT-COUNT                 PIC 9(07) VALUE ZERO.
014500 77  WS-CLOSE-CARD-COUNT              PIC 9(07) VALUE ZERO.
014600 77  WS-UNCLAIMED-COUNT               PIC 9(07) VALUE ZERO.
014700 77  WS-DORMANT-BALANCE               PIC S9(11)V99 VALUE ZERO.
014800 77  WS-UNCLAIMED-BALANCE             PIC S9(11)V99 VALUE ZERO.
014900*
015000*    REVIEW PERIODS - FROM THE CONTROL CARD OR DEFAULTED.
015100*
015200 77  WS-DORMANT-MONTHS                PIC 9(03) VALUE 12.
015300 77  WS-UNCLAIMED-MONTHS              PIC 9(03) VALUE 60.
015400 77  WS-UNCLAIMED-MINIMUM             PIC 9(07)V99 VALUE ZERO.
015500*
015600*    ACCOUNT WORK FIELDS.  MONTHS SINCE THE LAST POSTING ARE
015700*    WHOLE CALENDAR MONTHS: A MONTH IS NOT COMPLETE UNTIL THE
015800*    RUN DATE REACHES THE SAME DAY OF THE MONTH.
015900*
016000 77  WS-LOOKUP-ACCOUNT                PIC 9(07) VALUE ZERO.
016100 77  WS-CURRENT-BALANCE               PIC S9(09)V99 VALUE ZERO.
016200 77  WS-RUN-MONTH-NO                  PIC 9(06) COMP VALUE ZERO.
016300 77  WS-POSTED-MONTH-NO               PIC 9(06) COMP VALUE ZERO.
016400 77  WS-MONTHS-IDLE                   PIC S9(05) COMP VALUE ZERO.
016500 77  WS-NOTE                          PIC X(20) VALUE SPACES.
016600*
016700 01  WS-POSTED-DATE                   PIC 9(08) VALUE ZERO.
016800 01  WS-POSTED-DATE-R REDEFINES WS-POSTED-DATE.
016900     05  WS-POSTED-CCYY               PIC 9(04).
017000     05  WS-POSTED-MM                 PIC 9(02).
017100     05  WS-POSTED-DD                 PIC 9(02).
017200*
017300*    LAST-POSTED DATE AS PRINTED.
017400*
017500 01  WS-POSTED-SHOWN.
017600     05  WS-SHOWN-CCYY                PIC 9(04).
017700     05  FILLER                       PIC X(01) VALUE "-".
017800     05  WS-SHOWN-MM                  PIC 9(02).
017900     05  FILLER                       PIC X(01) VALUE "-".
018000     05  WS-SHOWN-DD                  PIC 9(02).
018100*
018200*    RUN DATE FOR THE REPORT HEADINGS AND THE MONTH COUNTS.
018300*
018400 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
018500 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
018600     05  WS-RUN-CCYY                  PIC 9(04).
018700     05  WS-RUN-MM                    PIC 9(02).
018800     05  WS-RUN-DD                    PIC 9(02).
018900*
019000*    REPORT LINES - ONE DETAIL LINE PER ACCOUNT LISTED.  THE
019100*    SAME DETAIL LINE IS WRITTEN TO THE UNCLAIMED-FUNDS LISTING.
019200*
019300 01  RPT-HEADING-1.
019400     05  FILLER                       PIC X(01) VALUE SPACE.
019500     05  FILLER                       PIC X(30)
019600         VALUE "DORMANT ACCOUNT REVIEW".
019700     05  FILLER                       PIC X(09)
019800         VALUE "RUN DATE ".
019900     05  RPT-H1-CCYY                  PIC 9(04).
020000     05  FILLER                       PIC X(01) VALUE "-".
020100     05  RPT-H1-MM                    PIC 9(02).
020200     05  FILLER                       PIC X(01) VALUE "-".
020300     05  RPT-H1-DD                    PIC 9(02).
020400     05  FILLER                       PIC X(17)
020500         VALUE "   NO POSTING IN ".
020600     05  RPT-H1-MONTHS                PIC ZZ9.
020700     05  FILLER                       PIC X(07) VALUE " MONTHS".
020800     05  FILLER                       PIC X(06) VALUE SPACES.
020900     05  FILLER                       PIC X(05) VALUE "PAGE ".
021000     05  RPT-H1-PAGE                  PIC ZZZ9.
021100*
021200 01  RPT-COLUMN-HEADING.
021300     05  FILLER                       PIC X(01) VALUE SPACE.
021400     05  FILLER                       PIC X(09) VALUE "ACCOUNT".
021500     05  FILLER                       PIC X(07) VALUE "BRCH".
021600     05  FILLER                       PIC X(22)
021700         VALUE "SHORT NAME".
021800     05  FILLER                       PIC X(12)
021900         VALUE "LAST POSTED".
022000     05  FILLER                       PIC X(06) VALUE "MNTHS".
022100     05  FILLER                       PIC X(17)
022200         VALUE "        BALANCE".
022300     05  FILLER                       PIC X(04) VALUE "NOTE".
022400*
022500 01  RPT-DETAIL-LINE.
022600     05  FILLER                       PIC X(01) VALUE SPACE.
022700     05  RPT-D-ACCOUNT                PIC 9(07).
022800     05  FILLER                       PIC X(02) VALUE SPACES.
022900     05  RPT-D-BRANCH                 PIC X(04).
023000     05  FILLER                       PIC X(03) VALUE SPACES.
023100     05  RPT-D-NAME                   PIC X(20).
023200     05  FILLER                       PIC X(02) VALUE SPACES.
023300     05  RPT-D-POSTED                 PIC X(10).
023400     05  FILLER                       PIC X(02) VALUE SPACES.
023500     05  RPT-D-MONTHS                 PIC ZZZ9.
023600     05  FILLER                       PIC X(02) VALUE SPACES.
023700     05  RPT-D-BALANCE                PIC ZZZ,ZZZ,ZZ9.99-.
023800     05  FILLER                       PIC X(02) VALUE SPACES.
023900     05  RPT-D-NOTE                   PIC X(20).
024000*
024100 01  RPT-TOTAL-LINE.
024200     05  FILLER                       PIC X(03) VALUE SPACES.
024300     05  RPT-T-LABEL                  PIC X(26).
024400     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
024500     05  FILLER                       PIC X(02) VALUE SPACES.
024600     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
024700*
024800 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
024900*
025000 77  WS-PAGE-COUNT                    PIC 9(04) VALUE ZERO.
025100 77  WS-LINE-COUNT                    PIC 9(02) VALUE 99.
025200 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
025300*
025400*    UNCLAIMED-FUNDS LISTING HEADINGS - WRITTEN ONCE, THE
025500*    LISTING IS NOT PAGED.
025600*
025700 01  UNC-HEADING-1.
025800     05  FILLER                       PIC X(01) VALUE SPACE.
025900     05  FILLER                       PIC X(40)
026000         VALUE "UNCLAIMED FUNDS - ACCOUNTS FOR FILING".
026100     05  FILLER                       PIC X(09)
026200         VALUE "RUN DATE ".
026300     05  UNC-H1-CCYY                  PIC 9(04).
026400     05  FILLER                       PIC X(01) VALUE "-".
026500     05  UNC-H1-MM                    PIC 9(02).
026600     05  FILLER                       PIC X(01) VALUE "-".
026700     05  UNC-H1-DD                    PIC 9(02).
026800*
026900 01  UNC-HEADING-2.
027000     05  FILLER                       PIC X(01) VALUE SPACE.
027100     05  FILLER                       PIC X(14)
027200         VALUE "NO POSTING IN ".
027300     05  UNC-H2-MONTHS                PIC ZZ9.
027400     05  FILLER                       PIC X(28)
027500         VALUE " MONTHS, BALANCE AT LEAST ".
027600     05  UNC-H2-MINIMUM               PIC Z,ZZZ,ZZ9.99.
027700*
027800 PROCEDURE DIVISION.
027900*
028000*****************************************************************
028100*    0000-MAINLINE - OPENS THE MASTERS AND OUTPUT FILES,         *
028200*    REVIEWS EVERY ACCOUNT, THEN PRINTS THE RUN TOTALS.          *
028300*****************************************************************
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
028600     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
028700     PERFORM 1500-OPEN-BALANCE-MASTER THRU 1500-EXIT
028800     PERFORM 2000-REVIEW-ACCOUNTS THRU 2000-EXIT
028900     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
029000     PERFORM 9999-TERMINATE THRU 9999-EXIT
029100     STOP RUN.
029200*
029300*****************************************************************
029400*    1000-INITIALIZE - PICKS UP THE RUN DATE AND THE REVIEW      *
029500*    PERIODS AND OPENS THE OUTPUT FILES.  A MISSING OR EMPTY     *
029600*    CARD, OR A BLANK OR ZERO FIELD ON IT, LEAVES THAT DEFAULT.  *
029700*****************************************************************
029800 1000-INITIALIZE.
029900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030000     COMPUTE WS-RUN-MONTH-NO = (WS-RUN-CCYY * 12) + WS-RUN-MM
030100     OPEN INPUT CONTROL-CARD-FILE
030200     IF WS-CONTROL-STATUS NOT = "00"
030300             AND WS-CONTROL-STATUS NOT = "05"
030400         MOVE "DRMCARD" TO WS-ABORT-FILE-ID
030500         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
030600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
030700     END-IF
030800     READ CONTROL-CARD-FILE
030900         AT END
031000             CONTINUE
031100         NOT AT END
031200             PERFORM 1100-TAKE-CONTROL-CARD THRU 1100-EXIT
031300     END-READ
031400     CLOSE CONTROL-CARD-FILE
031500     IF WS-UNCLAIMED-MONTHS < WS-DORMANT-MONTHS
031600         DISPLAY "DORMANCY-REVIEW - UNCLAIMED-FUNDS PERIOD "
031700             "RAISED TO THE DORMANCY PERIOD"
031800         MOVE WS-DORMANT-MONTHS TO WS-UNCLAIMED-MONTHS
031900     END-IF
032000     OPEN OUTPUT DORMANCY-REPORT-FILE
032100     IF WS-DORMANCY-RPT-STATUS NOT = "00"
032200         MOVE "DRMRPT" TO WS-ABORT-FILE-ID
032300         MOVE WS-DORMANCY-RPT-STATUS TO WS-ABORT-STATUS
032400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
032500     END-IF
032600     OPEN OUTPUT UNCLAIMED-LISTING-FILE
032700     IF WS-UNCLAIMED-STATUS NOT = "00"
032800         MOVE "DRMUNCL" TO WS-ABORT-FILE-ID
032900         MOVE WS-UNCLAIMED-STATUS TO WS-ABORT-STATUS
033000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
033100     END-IF
033200     OPEN OUTPUT CLOSE-CARD-FILE
033300     IF WS-CLOSE-CARD-STATUS NOT = "00"
033400         MOVE "DRMCLOSE" TO WS-ABORT-FILE-ID
033500         MOVE WS-CLOSE-CARD-STATUS TO WS-ABORT-STATUS
033600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
033700     END-IF
033800     MOVE WS-RUN-CCYY TO UNC-H1-CCYY
033900     MOVE WS-RUN-MM TO UNC-H1-MM
034000     MOVE WS-RUN-DD TO UNC-H1-DD
034100     MOVE WS-UNCLAIMED-MONTHS TO UNC-H2-MONTHS
034200     MOVE WS-UNCLAIMED-MINIMUM TO UNC-H2-MINIMUM
034300     WRITE UNCLAIMED-LISTING-LINE FROM UNC-HEADING-1
034400         AFTER ADVANCING 1 LINE
034500     WRITE UNCLAIMED-LISTING-LINE FROM UNC-HEADING-2
034600         AFTER ADVANCING 1 LINE
034700     MOVE SPACES TO UNCLAIMED-LISTING-LINE
034800     WRITE UNCLAIMED-LISTING-LINE AFTER ADVANCING 1 LINE
034900     WRITE UNCLAIMED-LISTING-LINE FROM RPT-COLUMN-HEADING
035000         AFTER ADVANCING 1 LINE
035100     MOVE SPACES TO UNCLAIMED-LISTING-LINE
035200     WRITE UNCLAIMED-LISTING-LINE AFTER ADVANCING 1 LINE
035300     DISPLAY "DORMANCY-REVIEW - DORMANT AFTER " WS-DORMANT-MONTHS
035400         " MONTHS, UNCLAIMED AFTER " WS-UNCLAIMED-MONTHS
035500     .
035600 1000-EXIT.
035700     EXIT.
035800*
035900 1100-TAKE-CONTROL-CARD.
036000     IF DRC-DORMANT-MONTHS NUMERIC
036100             AND DRC-DORMANT-MONTHS > ZERO
036200         MOVE DRC-DORMANT-MONTHS TO WS-DORMANT-MONTHS
036300     END-IF
036400     IF DRC-UNCLAIMED-MONTHS NUMERIC
036500             AND DRC-UNCLAIMED-MONTHS > ZERO
036600         MOVE DRC-UNCLAIMED-MONTHS TO WS-UNCLAIMED-MONTHS
036700     END-IF
036800     IF DRC-UNCLAIMED-MINIMUM NUMERIC
036900         MOVE DRC-UNCLAIMED-MINIMUM TO WS-UNCLAIMED-MINIMUM
037000     END-IF
037100     .
037200 1100-EXIT.
037300     EXIT.
037400*
037500*****************************************************************
037600*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT        *
037700*    MASTER FOR 2000-REVIEW-ACCOUNTS TO READ IN ACCOUNT ORDER.   *
037800*****************************************************************
037900 1400-OPEN-ACCOUNT-MASTER.
038000     OPEN INPUT ACCOUNT-MASTER-FILE
038100     IF WS-ACCT-MASTER-STATUS NOT = "00"
038200         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
038300         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
038400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
038500     END-IF
038600     .
038700 1400-EXIT.
038800     EXIT.
038900*
039000*****************************************************************
039100*    1500-OPEN-BALANCE-MASTER - OPENS THE INDEXED BALANCE        *
039200*    MASTER FOR KEYED READS.  OPTIONAL: AN ACCOUNT WITH NO       *
039300*    BALANCE RECORD HAS NEVER POSTED AND HOLDS NO MONEY.         *
039400*****************************************************************
039500 1500-OPEN-BALANCE-MASTER.
039600     OPEN INPUT BALANCE-MASTER-FILE
039700     IF WS-BAL-MASTER-STATUS NOT = "00"
039800             AND WS-BAL-MASTER-STATUS NOT = "05"
039900         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
040000         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
040100         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
040200     END-IF
040300     IF WS-BAL-MASTER-STATUS = "00"
040400         MOVE "Y" TO SW-BALMSTR-PRESENT
040500     END-IF
040600     .
040700 1500-EXIT.
040800     EXIT.
040900*
041000*****************************************************************
041100*    2000-REVIEW-ACCOUNTS - ONE PASS OF THE ACCOUNT MASTER IN    *
041200*    ACCOUNT NUMBER ORDER.                                       *
041300*****************************************************************
041400 2000-REVIEW-ACCOUNTS.
041500     PERFORM 2100-REVIEW-ONE-ACCOUNT THRU 2100-EXIT
041600         UNTIL END-OF-FILE
041700     .
041800 2000-EXIT.
041900     EXIT.
042000*
042100*    2100-REVIEW-ONE-ACCOUNT - A CLOSED ACCOUNT IS ONLY CHECKED
042200*    FOR UNCLAIMED FUNDS.  AN OPEN ACCOUNT IS LISTED WHEN IT HAS
042300*    NEVER POSTED OR HAS BEEN IDLE FOR THE DORMANCY PERIOD, AND
042400*    THEN GETS ONE OF: A PLACE ON THE UNCLAIMED-FUNDS LISTING, A
042500*    SUGGESTED CLOSE CARD (ZERO BALANCE), OR A NOTE THAT THE
042600*    BALANCE MUST BE CLEARED BEFORE IT CAN BE CLOSED.
042700*
042800 2100-REVIEW-ONE-ACCOUNT.
042900     READ ACCOUNT-MASTER-FILE
043000         AT END
043100             MOVE "Y" TO SW-END-OF-FILE
043200             GO TO 2100-EXIT
043300     END-READ
043400     ADD 1 TO WS-ACCOUNT-READ-COUNT
043500     MOVE AM-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
043600     PERFORM 2500-LOOKUP-BALANCE THRU 2500-EXIT
043700     MOVE ZERO TO WS-CURRENT-BALANCE
043800     MOVE ZERO TO WS-POSTED-DATE
043900     IF BALANCE-FOUND
044000         MOVE BM-CURR-BALANCE TO WS-CURRENT-BALANCE
044100         IF BM-LAST-POSTED-DATE NUMERIC
044200             MOVE BM-LAST-POSTED-DATE TO WS-POSTED-DATE
044300         END-IF
044400     END-IF
044500     IF AM-ACCOUNT-CLOSED
044600         ADD 1 TO WS-CLOSED-COUNT
044700         IF WS-POSTED-DATE = ZERO
044800             GO TO 2100-EXIT
044900         END-IF
045000         PERFORM 2200-COUNT-IDLE-MONTHS THRU 2200-EXIT
045100         IF WS-MONTHS-IDLE >= WS-UNCLAIMED-MONTHS
045200                 AND WS-CURRENT-BALANCE > ZERO
045300                 AND WS-CURRENT-BALANCE >= WS-UNCLAIMED-MINIMUM
045400             MOVE "ACCOUNT CLOSED" TO WS-NOTE
045500             PERFORM 2300-FORMAT-DETAIL THRU 2300-EXIT
045600             PERFORM 2600-LIST-UNCLAIMED THRU 2600-EXIT
045700         END-IF
045800         GO TO 2100-EXIT
045900     END-IF
046000     IF WS-POSTED-DATE = ZERO
046100         ADD 1 TO WS-NEVER-POSTED-COUNT
046200         MOVE ZERO TO WS-MONTHS-IDLE
046300         MOVE "NEVER POSTED" TO WS-NOTE
046400         PERFORM 2300-FORMAT-DETAIL THRU 2300-EXIT
046500         MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
046600         PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
046700         GO TO 2100-EXIT
046800     END-IF
046900     PERFORM 2200-COUNT-IDLE-MONTHS THRU 2200-EXIT
047000     IF WS-MONTHS-IDLE < WS-DORMANT-MONTHS
047100         GO TO 2100-EXIT
047200     END-IF
047300     ADD 1 TO WS-DORMANT-COUNT
047400     ADD WS-CURRENT-BALANCE TO WS-DORMANT-BALANCE
047500     EVALUATE TRUE
047600         WHEN WS-MONTHS-IDLE >= WS-UNCLAIMED-MONTHS
047700                 AND WS-CURRENT-BALANCE > ZERO
047800                 AND WS-CURRENT-BALANCE >= WS-UNCLAIMED-MINIMUM
047900             MOVE "UNCLAIMED FUNDS" TO WS-NOTE
048000             PERFORM 2300-FORMAT-DETAIL THRU 2300-EXIT
048100             PERFORM 2600-LIST-UNCLAIMED THRU 2600-EXIT
048200         WHEN WS-CURRENT-BALANCE = ZERO
048300             MOVE "CLOSE CARD WRITTEN" TO WS-NOTE
048400             PERFORM 2300-FORMAT-DETAIL THRU 2300-EXIT
048500             PERFORM 2400-WRITE-CLOSE-CARD THRU 2400-EXIT
048600         WHEN OTHER
048700             MOVE "CLEAR BALANCE FIRST" TO WS-NOTE
048800             PERFORM 2300-FORMAT-DETAIL THRU 2300-EXIT
048900     END-EVALUATE
049000     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
049100     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
049200     .
049300 2100-EXIT.
049400     EXIT.
049500*
049600*    2200-COUNT-IDLE-MONTHS - WHOLE MONTHS FROM THE LAST-POSTED
049700*    DATE TO THE RUN DATE.  A DATE AHEAD OF THE RUN DATE COUNTS
049800*    AS NO MONTHS.
049900*
050000 2200-COUNT-IDLE-MONTHS.
050100     COMPUTE WS-POSTED-MONTH-NO =
050200         (WS-POSTED-CCYY * 12) + WS-POSTED-MM
050300     COMPUTE WS-MONTHS-IDLE =
050400         WS-RUN-MONTH-NO - WS-POSTED-MONTH-NO
050500     IF WS-POSTED-DD > WS-RUN-DD
050600         SUBTRACT 1 FROM WS-MONTHS-IDLE
050700     END-IF
050800     IF WS-MONTHS-IDLE < ZERO
050900         MOVE ZERO TO WS-MONTHS-IDLE
051000     END-IF
051100     .
051200 2200-EXIT.
051300     EXIT.
051400*
051500 2300-FORMAT-DETAIL.
051600     MOVE SPACES TO RPT-DETAIL-LINE
051700     MOVE AM-ACCOUNT-NO TO RPT-D-ACCOUNT
051800     MOVE AM-BRANCH TO RPT-D-BRANCH
051900     MOVE AM-SHORT-NAME TO RPT-D-NAME
052000     IF WS-POSTED-DATE = ZERO
052100         MOVE "NEVER" TO RPT-D-POSTED
052200     ELSE
052300         MOVE WS-POSTED-CCYY TO WS-SHOWN-CCYY
052400         MOVE WS-POSTED-MM TO WS-SHOWN-MM
052500         MOVE WS-POSTED-DD TO WS-SHOWN-DD
052600         MOVE WS-POSTED-SHOWN TO RPT-D-POSTED
052700     END-IF
052800     MOVE WS-MONTHS-IDLE TO RPT-D-MONTHS
052900     MOVE WS-CURRENT-BALANCE TO RPT-D-BALANCE
053000     MOVE WS-NOTE TO RPT-D-NOTE
053100     .
053200 2300-EXIT.
053300     EXIT.
053400*
053500*    2400-WRITE-CLOSE-CARD - A SUGGESTED CLOSE IN MAINTENANCE-
053600*    CARD FORMAT.  THE OPERATOR ID IS LEFT BLANK ON PURPOSE -
053700*    ACCOUNT-MAINTENANCE REJECTS A CARD WITHOUT ONE, SO NO CARD
053800*    CAN BE FED THROUGH UNREVIEWED.
053900*
054000 2400-WRITE-CLOSE-CARD.
054100     MOVE SPACES TO CLOSE-CARD-RECORD
054200     MOVE "X" TO DCC-ACTION
054300     MOVE AM-ACCOUNT-NO TO DCC-ACCOUNT-NO
054400     WRITE CLOSE-CARD-RECORD
054500     ADD 1 TO WS-CLOSE-CARD-COUNT
054600     .
054700 2400-EXIT.
054800     EXIT.
054900*
055000*    2500-LOOKUP-BALANCE - KEYED READ OF THE BALANCE MASTER FOR
055100*    WS-LOOKUP-ACCOUNT.  ON A HIT THE BALANCE RECORD AREA HOLDS
055200*    THE ACCOUNT'S BALANCE.
055300*
055400 2500-LOOKUP-BALANCE.
055500     MOVE "N" TO SW-BALANCE-FOUND
055600     IF NOT BALMSTR-PRESENT
055700         GO TO 2500-EXIT
055800     END-IF
055900     MOVE WS-LOOKUP-ACCOUNT TO BM-ACCOUNT-NO
056000     READ BALANCE-MASTER-FILE
056100         INVALID KEY
056200             CONTINUE
056300         NOT INVALID KEY
056400             MOVE "Y" TO SW-BALANCE-FOUND
056500     END-READ
056600     .
056700 2500-EXIT.
056800     EXIT.
056900*
057000 2600-LIST-UNCLAIMED.
057100     ADD 1 TO WS-UNCLAIMED-COUNT
057200     ADD WS-CURRENT-BALANCE TO WS-UNCLAIMED-BALANCE
057300     WRITE UNCLAIMED-LISTING-LINE FROM RPT-DETAIL-LINE
057400         AFTER ADVANCING 1 LINE
057500     .
057600 2600-EXIT.
057700     EXIT.
057800*
057900*****************************************************************
058000*    6000-PRINT-SUMMARY - RUN TOTALS TO THE JOB LOG AND THE      *
058100*    FOOT OF THE REPORT, AND THE UNCLAIMED-FUNDS TOTAL TO THE    *
058200*    FOOT OF ITS LISTING.  ANY ACCOUNT FOR THE FILING ENDS THE   *
058300*    RUN WITH RETURN CODE 4 SO IT IS NOT MISSED.                 *
058400*****************************************************************
058500 6000-PRINT-SUMMARY.
058600     DISPLAY " "
058700     DISPLAY "DORMANCY REVIEW CONTROL TOTALS"
058800     DISPLAY "  ACCOUNTS ON MASTER . . . " WS-ACCOUNT-READ-COUNT
058900     DISPLAY "  CLOSED ACCOUNTS. . . . . " WS-CLOSED-COUNT
059000     DISPLAY "  NEVER POSTED . . . . . . " WS-NEVER-POSTED-COUNT
059100     DISPLAY "  DORMANT ACCOUNTS . . . . " WS-DORMANT-COUNT
059200     DISPLAY "  CLOSE CARDS WRITTEN. . . " WS-CLOSE-CARD-COUNT
059300     DISPLAY "  UNCLAIMED-FUNDS ACCOUNTS " WS-UNCLAIMED-COUNT
059400     MOVE SPACES TO WS-PRINT-LINE
059500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
059600     MOVE SPACES TO RPT-TOTAL-LINE
059700     MOVE "ACCOUNTS ON MASTER" TO RPT-T-LABEL
059800     MOVE WS-ACCOUNT-READ-COUNT TO RPT-T-COUNT
059900     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
060000     MOVE SPACES TO RPT-TOTAL-LINE
060100     MOVE "CLOSED ACCOUNTS" TO RPT-T-LABEL
060200     MOVE WS-CLOSED-COUNT TO RPT-T-COUNT
060300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
060400     MOVE SPACES TO RPT-TOTAL-LINE
060500     MOVE "NEVER POSTED" TO RPT-T-LABEL
060600     MOVE WS-NEVER-POSTED-COUNT TO RPT-T-COUNT
060700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
060800     MOVE SPACES TO RPT-TOTAL-LINE
060900     MOVE "DORMANT ACCOUNTS" TO RPT-T-LABEL
061000     MOVE WS-DORMANT-COUNT TO RPT-T-COUNT
061100     MOVE WS-DORMANT-BALANCE TO RPT-T-AMOUNT
061200     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
061300     MOVE SPACES TO RPT-TOTAL-LINE
061400     MOVE "CLOSE CARDS WRITTEN" TO RPT-T-LABEL
061500     MOVE WS-CLOSE-CARD-COUNT TO RPT-T-COUNT
061600     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
061700     MOVE SPACES TO RPT-TOTAL-LINE
061800     MOVE "UNCLAIMED-FUNDS ACCOUNTS" TO RPT-T-LABEL
061900     MOVE WS-UNCLAIMED-COUNT TO RPT-T-COUNT
062000     MOVE WS-UNCLAIMED-BALANCE TO RPT-T-AMOUNT
062100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
062200     MOVE SPACES TO UNCLAIMED-LISTING-LINE
062300     WRITE UNCLAIMED-LISTING-LINE AFTER ADVANCING 1 LINE
062400     WRITE UNCLAIMED-LISTING-LINE FROM RPT-TOTAL-LINE
062500         AFTER ADVANCING 1 LINE
062600     IF WS-UNCLAIMED-COUNT > ZERO
062700         DISPLAY "DORMANCY-REVIEW - " WS-UNCLAIMED-COUNT
062800             " ACCOUNTS FOR THE UNCLAIMED-FUNDS FILING, "
062900             "SEE DRMUNCL"
063000         MOVE 4 TO RETURN-CODE
063100     END-IF
063200     .
063300 6000-EXIT.
063400     EXIT.
063500*
063600 6100-PRINT-TOTAL-LINE.
063700     MOVE RPT-TOTAL-LINE TO WS-PRINT-LINE
063800     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
063900     .
064000 6100-EXIT.
064100     EXIT.
064200*
064300*****************************************************************
064400*    7000/7100 - PRINT-FILE SERVICE PARAGRAPHS FOR THE DORMANCY  *
064500*    REPORT: 7000 STARTS A NEW PAGE WITH TITLE, RUN DATE,        *
064600*    PERIOD, PAGE NUMBER AND COLUMN HEADINGS; 7100 WRITES ONE    *
064700*    LINE FROM WS-PRINT-LINE.                                    *
064800*****************************************************************
064900 7000-START-NEW-PAGE.
065000     ADD 1 TO WS-PAGE-COUNT
065100     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
065200     MOVE WS-RUN-MM TO RPT-H1-MM
065300     MOVE WS-RUN-DD TO RPT-H1-DD
065400     MOVE WS-DORMANT-MONTHS TO RPT-H1-MONTHS
065500     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
065600     IF WS-PAGE-COUNT = 1
065700         WRITE DORMANCY-REPORT-LINE FROM RPT-HEADING-1
065800             AFTER ADVANCING 1 LINE
065900     ELSE
066000         WRITE DORMANCY-REPORT-LINE FROM RPT-HEADING-1
066100             AFTER ADVANCING PAGE
066200     END-IF
066300     MOVE SPACES TO DORMANCY-REPORT-LINE
066400     WRITE DORMANCY-REPORT-LINE AFTER ADVANCING 1 LINE
066500     WRITE DORMANCY-REPORT-LINE FROM RPT-COLUMN-HEADING
066600         AFTER ADVANCING 1 LINE
066700     MOVE SPACES TO DORMANCY-REPORT-LINE
066800     WRITE DORMANCY-REPORT-LINE AFTER ADVANCING 1 LINE
066900     MOVE 4 TO WS-LINE-COUNT
067000     .
067100 7000-EXIT.
067200     EXIT.
067300*
067400 7100-WRITE-PRINT-LINE.
067500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
067600         PERFORM 7000-START-NEW-PAGE THRU 7000-EXIT
067700     END-IF
067800     WRITE DORMANCY-REPORT-LINE FROM WS-PRINT-LINE
067900         AFTER ADVANCING 1 LINE
068000     ADD 1 TO WS-LINE-COUNT
068100     .
068200 7100-EXIT.
068300     EXIT.
068400*
068500*************************************************************
068600*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
068700*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.  THE  *
068800*    CALLER MOVES THE FAILING FILE'S LOGICAL NAME AND STATUS  *
068900*    CODE INTO WS-ABORT-FILE-ID/WS-ABORT-STATUS FIRST.        *
069000*************************************************************
069100 9000-ABORT-ON-BAD-STATUS.
069200     DISPLAY "DORMANCY-REVIEW - UNABLE TO OPEN "
069300         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
069400     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
069500     .
069600 9000-EXIT.
069700     EXIT.
069800*
069900 9100-ABORT-RUN.
070000     MOVE 16 TO RETURN-CODE
070100     STOP RUN
070200     .
070300 9100-EXIT.
070400     EXIT.
070500*
070600 9999-TERMINATE.
070700     CLOSE ACCOUNT-MASTER-FILE
070800     CLOSE BALANCE-MASTER-FILE
070900     CLOSE DORMANCY-REPORT-FILE
071000     CLOSE UNCLAIMED-LISTING-FILE
071100     CLOSE CLOSE-CARD-FILE
071200     .
071300 9999-EXIT.
071400     EXIT.
