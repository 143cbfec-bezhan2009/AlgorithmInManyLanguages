001300*    INSTEAD OF SILENTLY THROUGH.  THE REGISTER'S CONTROL        *
001400*    TOTALS USE THE SAME FIGURES THE SORT'S SUMMARY PRINTS, SO   *
001500*    BALANCING STAYS ONE SHEET OF PAPER.  THE OLD BALANCE        *
001600*    MASTER AND THE POSTING JOURNAL ARE NEVER UPDATED IN         *
001700*    PLACE - BOTH ARE WRITTEN TO NEW GENERATIONS.                *
001800*                                                                *
001900*    MODIFICATION HISTORY                                        *
002000*    DATE       INIT DESCRIPTION                                 *
002550*                    THE BALANCE MASTER.  THE BALANCE LOOKUP     *
002560*                    KEY MOVED TO WORKING STORAGE - IT USED      *
002570*                    THE CLOSED ACCOUNT MASTER'S RECORD AREA.    *
002580*    2026-10-15 JRM  EVERY POSTED ITEM IS APPENDED TO THE        *
002582*                    CUMULATIVE POSTING JOURNAL (POSTJRNL) WITH  *
002584*                    ITS RUNNING BALANCE, SO ACCOUNT ACTIVITY    *
002586*                    CAN BE REBUILT FOR STATEMENTS WITHOUT THE   *
002588*                    PRINTED REGISTER.                           *
002589*    2026-10-15 JRM  ACCTMSTR AND BALMSTR ARE NOW INDEXED ON     *
002590*                    ACCOUNT NUMBER.  THE PRIOR BALANCE          *
002591*                    GENERATION IS COPIED FORWARD INTO BALMSTN,  *
002592*                    SEEDING NEW ACCOUNTS ON THE WAY, AND LIMIT  *
002593*                    CHANGES AND ITEMS ARE THEN APPLIED TO       *
002594*                    BALMSTN BY KEY.  BALMSTR IS ONLY EVER READ. *
002603*    2026-10-15 JRM  SORTOUT IS PROVED AGAINST THE SORT'S        *
002612*                    CONTROL RECORD (SORTCTL) BEFORE ANYTHING IS *
002620*                    POSTED, AND THE RUN IS REFUSED IF THE       *
002629*                    CONTROL RECORD'S BUSINESS DATE IS NOT PAST  *
002638*                    THE LATEST LAST-POSTED DATE ON BALMSTR.     *
002647*                    LAST-POSTED DATE AND THE MTD MONTH ROLL NOW *
002656*                    FOLLOW THE BUSINESS DATE, WHICH IS ALSO     *
002665*                    JOURNALED.  EVERY RUN, CLEAN OR NOT,        *
002674*                    APPENDS A RUNHIST RECORD WITH STEP ID       *
002682*                    "POST".                                     *
002684*    2026-10-15 JRM  NOT-POSTED LISTING LINES NOW ALSO SHOW THE  *
002686*                    ITEM'S OWN DATE AND SOURCE FEED, AFTER THE  *
002689*                    LIMIT, FOR THE ACCOUNT RESEARCH INQUIRY.    *
002698*    2026-10-15 JRM  THE JOURNAL IS NO LONGER EXTENDED IN        *
002706*                    PLACE.  POSTJRNL IS COPIED FORWARD INTO A   *
002715*                    NEW GENERATION (POSTJRNN) AND THE RUN'S     *
002723*                    ITEMS ARE ADDED THERE, SO AN ABENDED RUN    *
002732*                    LEAVES NO ITEMS BEHIND FOR A RERUN TO       *
002740*                    WRITE TWICE.  THE REGISTER AND NOT-POSTED   *
002749*                    LISTING ARE OPENED ONLY AFTER THE SORTCTL   *
002757*                    AND ALREADY-POSTED CHECKS, SO A REFUSED     *
002766*                    RUN NO LONGER OVERWRITES THE LAST GOOD      *
002774*                    RUN'S.                                      *
002783*                                                                *
002791*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. DAILY-POSTING.
003000 AUTHOR. J R MERCER.
004200*
004300     SELECT ACCOUNT-MASTER-FILE
004400         ASSIGN TO "ACCTMSTR"
004500         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS SEQUENTIAL
004560         RECORD KEY IS AM-ACCOUNT-NO
004600         FILE STATUS IS WS-ACCT-MASTER-STATUS.
004700*
004800     SELECT OPTIONAL BALANCE-MASTER-FILE
004900         ASSIGN TO "BALMSTR"
005000         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS SEQUENTIAL
005060         RECORD KEY IS BM-ACCOUNT-NO
005100         FILE STATUS IS WS-BAL-MASTER-STATUS.
005200*
005210*    NEW BALANCE GENERATION - BUILT AS A COPY OF BALMSTR, THEN
005220*    POSTED TO BY KEY.  THE PRIOR GENERATION IS NEVER OPENED
005230*    FOR UPDATE.
005240*
005300     SELECT NEW-BALANCE-FILE
005400         ASSIGN TO "BALMSTN"
005500         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS DYNAMIC
005560         RECORD KEY IS NB-ACCOUNT-NO
005600         FILE STATUS IS WS-NEW-BALANCE-STATUS.
005700*
005800     SELECT REGISTER-REPORT-FILE
006690         ORGANIZATION IS SEQUENTIAL
006695         FILE STATUS IS WS-LIMIT-INPUT-STATUS.
006700*
006704*    CUMULATIVE POSTING JOURNAL, ONE RECORD PER POSTED ITEM -
006709*    THE LAST GENERATION, READ ONLY TO BE COPIED FORWARD.
006714*    OPTIONAL - BEFORE THE FIRST RUN THERE IS NONE.
006718*
006722     SELECT OPTIONAL POSTING-JOURNAL-FILE
006727         ASSIGN TO "POSTJRNL"
006732         ORGANIZATION IS SEQUENTIAL
006736         FILE STATUS IS WS-JOURNAL-STATUS.
006740*
006745*    NEW JOURNAL GENERATION - POSTJRNL COPIED FORWARD, THEN THE
006750*    ITEMS THIS RUN POSTS.  IT REPLACES POSTJRNL ONLY WHEN THE
006754*    RUN ENDS CLEAN.
006758*
006763     SELECT NEW-JOURNAL-FILE
006768         ASSIGN TO "POSTJRNN"
006772         ORGANIZATION IS SEQUENTIAL
006776         FILE STATUS IS WS-NEW-JOURNAL-STATUS.
006781*
006782*    SORTED-OUTPUT CONTROL RECORD WRITTEN BY THE SORT ALONGSIDE
006783*    SORTOUT.  MANDATORY - SORTOUT IS NEVER POSTED UNPROVED.
006784*
006786     SELECT SORT-CONTROL-FILE
006787         ASSIGN TO "SORTCTL"
006788         ORGANIZATION IS SEQUENTIAL
006789         FILE STATUS IS WS-SORT-CTL-STATUS.
006790*
006791*    CUMULATIVE RUN HISTORY SHARED WITH THE SORT STEP.  OPTIONAL
006792*    SO THE FIRST RUN CREATES IT.
006793*
006794     SELECT OPTIONAL RUN-HISTORY-FILE
006796         ASSIGN TO "RUNHIST"
006797         ORGANIZATION IS SEQUENTIAL
006798         FILE STATUS IS WS-RUN-HISTORY-STATUS.
006799*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  SORTED-INPUT-FILE.
009490     05  LIM-NEW-LIMIT-N REDEFINES LIM-NEW-LIMIT
009492                                      PIC 9(09)V99.
009494     05  FILLER                       PIC X(62).
009495*
009496 FD  POSTING-JOURNAL-FILE.
009497 01  JOURNAL-RECORD.
009498     COPY JRNLREC REPLACING ==:PREFIX:== BY ==JRN==
009499         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
009503*
009504 FD  NEW-JOURNAL-FILE.
009505 01  NEW-JOURNAL-RECORD.
009506     COPY JRNLREC REPLACING ==:PREFIX:== BY ==NJ==
009507         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
009508*
009509 FD  SORT-CONTROL-FILE.
009510 01  SORT-CONTROL-RECORD.
009514     COPY SRTCTL REPLACING ==:PREFIX:== BY ==SCTL==
009518         ==:LVLFLD:== BY ==05==.
009521*
009525*    RUN HISTORY - SAME LAYOUT THE SORT STEP WRITES.  THIS STEP
009529*    PUTS RECORDS POSTED IN RH-SORTED-COUNT AND RECORDS NOT
009533*    POSTED IN RH-REJECT-COUNT.
009536*
009540 FD  RUN-HISTORY-FILE.
009544 01  RUN-HISTORY-RECORD.
009548     05  RH-RUN-DATE                  PIC 9(08).
009551     05  RH-RUN-TIME                  PIC 9(06).
009555     05  RH-BUSINESS-DATE             PIC 9(08).
009559     05  RH-SORT-DIRECTION            PIC X(01).
009563     05  RH-READ-COUNT                PIC 9(07).
009566     05  RH-REJECT-COUNT              PIC 9(07).
009570     05  RH-SORTED-COUNT              PIC 9(07).
009574     05  RH-DUP-COUNT                 PIC 9(07).
009578     05  RH-SUM-AMOUNT                PIC S9(11)V99.
009581     05  RH-RESTART-IND               PIC X(01).
009585     05  RH-RETURN-CODE               PIC 9(02).
009589     05  RH-STEP-ID                   PIC X(08).
009593     05  FILLER                       PIC X(05).
009596*
009600 WORKING-STORAGE SECTION.
009700*
009800*    FILE STATUS CODES
010400 77  WS-REGISTER-STATUS               PIC X(02).
010500 77  WS-NOT-POSTED-STATUS             PIC X(02).
010550 77  WS-LIMIT-INPUT-STATUS            PIC X(02).
010560 77  WS-JOURNAL-STATUS                PIC X(02).
010566 77  WS-NEW-JOURNAL-STATUS            PIC X(02).
010573 77  WS-SORT-CTL-STATUS               PIC X(02).
010587 77  WS-RUN-HISTORY-STATUS            PIC X(02).
010600 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
010700 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
010800*
011500     88  BALANCE-FOUND                    VALUE "Y".
011600     88  BALANCE-NOT-FOUND                VALUE "N".
011700*
011800*    RUN COUNTERS
011900*
012400 77  WS-READ-COUNT                    PIC 9(04) COMP VALUE ZERO.
012500 77  WS-POSTED-COUNT                  PIC 9(04) COMP VALUE ZERO.
012600 77  WS-NOT-POSTED-COUNT              PIC 9(04) COMP VALUE ZERO.
012700 77  WS-SEEDED-COUNT                  PIC 9(04) COMP VALUE ZERO.
012750 77  WS-BALANCE-OUT-COUNT             PIC 9(07) VALUE ZERO.
012800 77  WS-PAYMENT-COUNT                 PIC 9(04) COMP VALUE ZERO.
012900 77  WS-REVERSAL-COUNT                PIC 9(04) COMP VALUE ZERO.
013000 77  WS-ADJUST-COUNT                  PIC 9(04) COMP VALUE ZERO.
013100 77  WS-SUM-AMOUNT                    PIC S9(11)V99 VALUE ZERO.
013200 77  WS-POSTED-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
013300 77  WS-NOT-POSTED-AMOUNT             PIC S9(11)V99 VALUE ZERO.
013310 77  WS-JOURNAL-COUNT                 PIC 9(04) COMP VALUE ZERO.
013355 77  WS-JOURNAL-CARRIED-COUNT         PIC 9(07) VALUE ZERO.
013400 77  WS-PAYMENT-AMOUNT                PIC S9(11)V99 VALUE ZERO.
013500 77  WS-REVERSAL-AMOUNT               PIC S9(11)V99 VALUE ZERO.
013600 77  WS-ADJUST-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
013800*
013900*    POSTING WORK FIELDS
014000*
014200 77  WS-NEW-BALANCE                   PIC S9(09)V99 VALUE ZERO.
014300 77  WS-NEG-LIMIT                     PIC S9(09)V99 VALUE ZERO.
014400 77  WS-POST-CCYYMM                   PIC 9(06) VALUE ZERO.
014550 77  WS-LIMIT-READ-COUNT              PIC 9(04) COMP VALUE ZERO.
014560 77  WS-LIMIT-APPLIED-COUNT           PIC 9(04) COMP VALUE ZERO.
014570 77  WS-LIMIT-REJECT-COUNT            PIC 9(04) COMP VALUE ZERO.
014572*
014573*    SORT CONTROL VERIFICATION - SORTOUT AS COUNTED BY THE
014575*    PROVING PASS, FOR COMPARISON WITH THE CONTROL RECORD.
014576*
014578 77  WS-VFY-RECORD-COUNT              PIC 9(07) COMP VALUE ZERO.
014579 77  WS-VFY-PAYMENT-COUNT             PIC 9(07) COMP VALUE ZERO.
014581 77  WS-VFY-REVERSAL-COUNT            PIC 9(07) COMP VALUE ZERO.
014583 77  WS-VFY-ADJUST-COUNT              PIC 9(07) COMP VALUE ZERO.
014584 77  WS-VFY-SUM-AMOUNT                PIC S9(11)V99 VALUE ZERO.
014586 77  WS-VFY-PAYMENT-AMOUNT            PIC S9(11)V99 VALUE ZERO.
014587 77  WS-VFY-REVERSAL-AMOUNT           PIC S9(11)V99 VALUE ZERO.
014589 77  WS-VFY-ADJUST-AMOUNT             PIC S9(11)V99 VALUE ZERO.
014591*
014592*    BUSINESS DATE BEING POSTED (FROM THE CONTROL RECORD) AND THE
014594*    LATEST LAST-POSTED DATE FOUND ON BALMSTR.
014595*
014597 77  WS-BUSINESS-DATE                 PIC 9(08) VALUE ZERO.
014598 77  WS-HIGH-POSTED-DATE              PIC 9(08) VALUE ZERO.
014600*
014700*    CARRY-FORWARD KEYS - THE ACCOUNT AND BALANCE MASTERS ARE
014800*    READ TOGETHER IN ACCOUNT ORDER.  A FILE AT END HOLDS
014900*    HIGH-VALUES SO THE OTHER RUNS OUT AGAINST IT.
015000*
015100 01  WS-AM-KEY                        PIC X(07) VALUE SPACES.
015200 01  WS-BM-KEY                        PIC X(07) VALUE SPACES.
016900*
016967*    RUN DATE FOR THE REPORT HEADINGS, AND RUN DATE AND TIME
017033*    FOR THE RUN AUDIT RECORD.
017100*
017200 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
017300 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
017400     05  WS-RUN-CCYY                  PIC 9(04).
017500     05  WS-RUN-MM                    PIC 9(02).
017600     05  WS-RUN-DD                    PIC 9(02).
017620 01  WS-RUN-TIME                      PIC 9(08) VALUE ZERO.
017640 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
017660     05  WS-RUN-HHMMSS                PIC 9(06).
017680     05  FILLER                       PIC 9(02).
017700*
017800*    POSTING REGISTER LINES - HEADINGS, ONE DETAIL LINE PER
017900*    POSTED ITEM SHOWING THE RESULTING BALANCE, AND THE
019000     05  RPT-H1-MM                    PIC 9(02).
019100     05  FILLER                       PIC X(01) VALUE "-".
019200     05  RPT-H1-DD                    PIC 9(02).
019225     05  FILLER                       PIC X(17)
019250         VALUE "  BUSINESS DATE ".
019275     05  RPT-H1-BUS-DATE              PIC 9(08).
019300     05  FILLER                       PIC X(06) VALUE SPACES.
019400     05  FILLER                       PIC X(05) VALUE "PAGE ".
019500     05  RPT-H1-PAGE                  PIC ZZZ9.
023700 77  WS-LINES-PER-PAGE                PIC 9(02) VALUE 50.
023800*
023900*    NOT-POSTED LISTING LINES - ONE PER ITEM HELD OFF THE
023967*    BALANCE MASTER, WITH THE REASON, THE LIMIT INVOLVED, AND
024033*    THE ITEM'S OWN DATE AND SOURCE FEED.
024100*
024200 01  NPL-HEADING-1.
024300     05  FILLER                       PIC X(01) VALUE SPACE.
026200     05  FILLER                       PIC X(08)
026300         VALUE " LIMIT  ".
026400     05  NPL-D-LIMIT                  PIC ZZZ,ZZZ,ZZ9.99.
026420     05  FILLER                       PIC X(02) VALUE SPACES.
026440     05  NPL-D-DATE                   PIC X(08).
026460     05  FILLER                       PIC X(02) VALUE SPACES.
026480     05  NPL-D-SOURCE                 PIC X(10).
026500*
026600 PROCEDURE DIVISION.
026700*
026800*****************************************************************
026900*    0000-MAINLINE - DRIVES THE POSTING RUN FROM THE CARRY-      *
027000*    FORWARD OF THE BALANCE MASTER THROUGH THE NEW BALANCE       *
027100*    GENERATION AND THE REGISTER CONTROL TOTALS.                 *
027200*****************************************************************
027300 0000-MAINLINE.
027367     PERFORM 1000-INITIALIZE THRU 1000-EXIT
027433     PERFORM 1200-VERIFY-SORT-CONTROL THRU 1200-EXIT
027500     PERFORM 1400-CARRY-FORWARD-BALANCES THRU 1400-EXIT
027567     PERFORM 1500-CHECK-ALREADY-POSTED THRU 1500-EXIT
027633     PERFORM 1600-OPEN-REPORTS THRU 1600-EXIT
027700     PERFORM 1700-APPLY-LIMIT-CHANGES THRU 1700-EXIT
027767     PERFORM 1800-CARRY-FORWARD-JOURNAL THRU 1800-EXIT
027833     PERFORM 2000-POST-TRANSACTIONS THRU 2000-EXIT
027900     PERFORM 3000-CLOSE-NEW-BALANCES THRU 3000-EXIT
028000     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
028100     PERFORM 9999-TERMINATE THRU 9999-EXIT
028200     STOP RUN.
028300*
028400*****************************************************************
028670*    1000-INITIALIZE - PICKS UP THE RUN DATE FOR THE HEADINGS.   *
028940*    THE REGISTER AND NOT-POSTED LISTING ARE NOT OPENED UNTIL    *
029210*    1600, ONCE THE RUN HAS PASSED ITS CONTROL CHECKS, SO A      *
029480*    REFUSED RUN LEAVES THE LAST GOOD RUN'S LISTINGS IN PLACE.   *
029750*****************************************************************
030020 1000-INITIALIZE.
030290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030560     .
030830 1000-EXIT.
031100     EXIT.
031102*
031104*****************************************************************
031106*    1200-VERIFY-SORT-CONTROL - PROVES SORTOUT AGAINST THE       *
031107*    CONTROL RECORD THE SORT WROTE ALONGSIDE IT, BEFORE          *
031109*    ANYTHING IS POSTED.  THE RECORD COUNT, SUM OF AMOUNTS AND   *
031111*    EVERY PER-TYPE COUNT AND AMOUNT MUST AGREE.  ANY            *
031113*    DIFFERENCE MEANS SORTOUT IS NOT THE FILE THE SORT WROTE     *
031115*    WITH THIS CONTROL RECORD (A RERUN, A RESTART OR A STALE     *
031117*    CATCH-UP FILE) AND THE RUN IS REFUSED.  THE CONTROL RECORD  *
031118*    ALSO SUPPLIES THE BUSINESS DATE BEING POSTED.               *
031120*****************************************************************
031122 1200-VERIFY-SORT-CONTROL.
031124     OPEN INPUT SORT-CONTROL-FILE
031126     IF WS-SORT-CTL-STATUS NOT = "00"
031128         MOVE "SORTCTL" TO WS-ABORT-FILE-ID
031129         MOVE WS-SORT-CTL-STATUS TO WS-ABORT-STATUS
031131         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
031133     END-IF
031135     READ SORT-CONTROL-FILE
031137         AT END
031139             DISPLAY "DAILY-POSTING - SORTCTL IS EMPTY, "
031140                 "NOTHING POSTED"
031142             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
031144     END-READ
031146     IF SCTL-BUSINESS-DATE NOT NUMERIC
031148             OR SCTL-BUSINESS-DATE = ZERO
031150         DISPLAY "DAILY-POSTING - SORTCTL CARRIES NO BUSINESS "
031151             "DATE, NOTHING POSTED"
031153         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
031155     END-IF
031157     MOVE SCTL-BUSINESS-DATE TO WS-BUSINESS-DATE
031159     MOVE "N" TO SW-END-OF-FILE
031161     OPEN INPUT SORTED-INPUT-FILE
031162     IF WS-SORTED-IN-STATUS NOT = "00"
031164         MOVE "SORTOUT" TO WS-ABORT-FILE-ID
031166         MOVE WS-SORTED-IN-STATUS TO WS-ABORT-STATUS
031168         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
031170     END-IF
031172     PERFORM 1210-COUNT-ONE-SORTED THRU 1210-EXIT
031173         UNTIL END-OF-FILE
031175     CLOSE SORTED-INPUT-FILE
031177     MOVE "N" TO SW-END-OF-FILE
031179     IF WS-VFY-RECORD-COUNT NOT = SCTL-RECORD-COUNT
031181             OR WS-VFY-SUM-AMOUNT NOT = SCTL-SUM-AMOUNT
031183             OR WS-VFY-PAYMENT-COUNT NOT = SCTL-PAYMENT-COUNT
031184             OR WS-VFY-PAYMENT-AMOUNT NOT = SCTL-PAYMENT-AMOUNT
031186             OR WS-VFY-REVERSAL-COUNT NOT = SCTL-REVERSAL-COUNT
031188             OR WS-VFY-REVERSAL-AMOUNT NOT = SCTL-REVERSAL-AMOUNT
031190             OR WS-VFY-ADJUST-COUNT NOT = SCTL-ADJUST-COUNT
031192             OR WS-VFY-ADJUST-AMOUNT NOT = SCTL-ADJUST-AMOUNT
031194         PERFORM 1220-SHOW-CONTROL-MISMATCH THRU 1220-EXIT
031195         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
031197     END-IF
031199     CLOSE SORT-CONTROL-FILE
031201     .
031203 1200-EXIT.
031205     EXIT.
031206*
031208 1210-COUNT-ONE-SORTED.
031210     READ SORTED-INPUT-FILE
031212         AT END
031214             MOVE "Y" TO SW-END-OF-FILE
031216             GO TO 1210-EXIT
031217     END-READ
031219     ADD 1 TO WS-VFY-RECORD-COUNT
031221     ADD SRT-AMOUNT TO WS-VFY-SUM-AMOUNT
031223     EVALUATE TRUE
031225         WHEN SRT-TYPE-PAYMENT
031227             ADD 1 TO WS-VFY-PAYMENT-COUNT
031228             ADD SRT-AMOUNT TO WS-VFY-PAYMENT-AMOUNT
031230         WHEN SRT-TYPE-REVERSAL
031232             ADD 1 TO WS-VFY-REVERSAL-COUNT
031234             ADD SRT-AMOUNT TO WS-VFY-REVERSAL-AMOUNT
031236         WHEN SRT-TYPE-ADJUSTMENT
031238             ADD 1 TO WS-VFY-ADJUST-COUNT
031239             ADD SRT-AMOUNT TO WS-VFY-ADJUST-AMOUNT
031241     END-EVALUATE
031243     .
031245 1210-EXIT.
031247     EXIT.
031249*
031250 1220-SHOW-CONTROL-MISMATCH.
031252     DISPLAY "DAILY-POSTING - SORTOUT DOES NOT AGREE WITH "
031254         "SORTCTL, NOTHING POSTED"
031256     DISPLAY "  CONTROL RECORD FOR " SCTL-OUTPUT-ID
031258         " BUSINESS DATE " SCTL-BUSINESS-DATE
031260         " WRITTEN " SCTL-SORT-RUN-DATE " " SCTL-SORT-RUN-TIME
031261     DISPLAY "                             SORTCTL / SORTOUT"
031263     DISPLAY "  RECORDS. . . . . . . . . " SCTL-RECORD-COUNT
031265         " / " WS-VFY-RECORD-COUNT
031267     DISPLAY "  SUM OF AMOUNTS . . . . . " SCTL-SUM-AMOUNT
031269         " / " WS-VFY-SUM-AMOUNT
031271     DISPLAY "  PAYMENTS . . . . . . . . " SCTL-PAYMENT-COUNT
031272         " / " WS-VFY-PAYMENT-COUNT
031274     DISPLAY "  PAYMENT AMOUNT . . . . . " SCTL-PAYMENT-AMOUNT
031276         " / " WS-VFY-PAYMENT-AMOUNT
031278     DISPLAY "  REVERSALS. . . . . . . . " SCTL-REVERSAL-COUNT
031280         " / " WS-VFY-REVERSAL-COUNT
031282     DISPLAY "  REVERSAL AMOUNT. . . . . " SCTL-REVERSAL-AMOUNT
031283         " / " WS-VFY-REVERSAL-AMOUNT
031285     DISPLAY "  ADJUSTMENTS. . . . . . . " SCTL-ADJUST-COUNT
031287         " / " WS-VFY-ADJUST-COUNT
031289     DISPLAY "  ADJUSTMENT AMOUNT. . . . " SCTL-ADJUST-AMOUNT
031291         " / " WS-VFY-ADJUST-AMOUNT
031293     .
031294 1220-EXIT.
031296     EXIT.
031298*
031300*****************************************************************
031400*    1400-CARRY-FORWARD-BALANCES - BUILDS THE NEW BALANCE        *
031500*    GENERATION FROM THE CARRIED-FORWARD BALANCE MASTER, READ    *
031600*    IN STEP WITH THE ACCOUNT MASTER.  EVERY BALANCE RECORD IS   *
031700*    COPIED ACROSS, AND EVERY ACCOUNT-MASTER ACCOUNT NOT YET ON  *
031800*    IT IS SEEDED WITH A ZERO RECORD AND NO BALANCE LIMIT, SO    *
031900*    THE NEW GENERATION ALWAYS CARRIES ONE RECORD PER MASTER     *
032000*    ACCOUNT.  THE ACCOUNT MASTER IS MANDATORY; THE BALANCE      *
032100*    MASTER IS OPTIONAL - ON THE FIRST RUN EVERY ACCOUNT IS      *
032200*    SEEDED.  BALMSTN IS THEN REOPENED FOR THE KEYED UPDATES.    *
032300*****************************************************************
032400 1400-CARRY-FORWARD-BALANCES.
032500     OPEN INPUT ACCOUNT-MASTER-FILE
032600     IF WS-ACCT-MASTER-STATUS NOT = "00"
032700         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
032800         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
032900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
033000     END-IF
033100     OPEN INPUT BALANCE-MASTER-FILE
033200     IF WS-BAL-MASTER-STATUS NOT = "00"
033300             AND WS-BAL-MASTER-STATUS NOT = "05"
033400         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
033500         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
033600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
033700     END-IF
033800     OPEN OUTPUT NEW-BALANCE-FILE
033900     IF WS-NEW-BALANCE-STATUS NOT = "00"
034000         MOVE "BALMSTN" TO WS-ABORT-FILE-ID
034100         MOVE WS-NEW-BALANCE-STATUS TO WS-ABORT-STATUS
034200         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
034300     END-IF
034400     PERFORM 1410-READ-ACCOUNT THRU 1410-EXIT
034500     PERFORM 1420-READ-BALANCE THRU 1420-EXIT
034600     PERFORM 1430-CARRY-ONE-ACCOUNT THRU 1430-EXIT
034700         UNTIL WS-AM-KEY = HIGH-VALUES
034800             AND WS-BM-KEY = HIGH-VALUES
034900     CLOSE ACCOUNT-MASTER-FILE
035000     CLOSE BALANCE-MASTER-FILE
035100     CLOSE NEW-BALANCE-FILE
035200     OPEN I-O NEW-BALANCE-FILE
035300     IF WS-NEW-BALANCE-STATUS NOT = "00"
035400         MOVE "BALMSTN" TO WS-ABORT-FILE-ID
035500         MOVE WS-NEW-BALANCE-STATUS TO WS-ABORT-STATUS
035600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
035700     END-IF
035800     .
035900 1400-EXIT.
036000     EXIT.
036100*
036200 1410-READ-ACCOUNT.
036300     READ ACCOUNT-MASTER-FILE
036400         AT END
036500             MOVE HIGH-VALUES TO WS-AM-KEY
036600         NOT AT END
036700             MOVE AM-ACCOUNT-NO TO WS-AM-KEY
036800     END-READ
036900     .
037000 1410-EXIT.
037100     EXIT.
037200*
037300 1420-READ-BALANCE.
037400     READ BALANCE-MASTER-FILE
037500         AT END
037600             MOVE HIGH-VALUES TO WS-BM-KEY
037700         NOT AT END
037800             MOVE BM-ACCOUNT-NO TO WS-BM-KEY
037900     END-READ
038000     .
038100 1420-EXIT.
038200     EXIT.
038300*
038400*    1430-CARRY-ONE-ACCOUNT - ONE STEP OF THE MATCH.  A BALANCE
038480*    RECORD IS CARRIED AS IT STANDS WHETHER OR NOT ITS ACCOUNT
038560*    IS STILL ON THE ACCOUNT MASTER; AN ACCOUNT WITH NO BALANCE
038640*    RECORD IS SEEDED.  THE LATEST LAST-POSTED DATE CARRIED IS
038720*    KEPT FOR 1500-CHECK-ALREADY-POSTED.
038800*
038900 1430-CARRY-ONE-ACCOUNT.
039000     IF WS-BM-KEY NOT > WS-AM-KEY
039033         MOVE BAL-MASTER-RECORD TO NEW-BALANCE-RECORD
039067         IF BM-LAST-POSTED-DATE NUMERIC
039100                 AND BM-LAST-POSTED-DATE > WS-HIGH-POSTED-DATE
039133             MOVE BM-LAST-POSTED-DATE TO WS-HIGH-POSTED-DATE
039167         END-IF
039200         PERFORM 1440-WRITE-NEW-BALANCE THRU 1440-EXIT
039300         IF WS-BM-KEY = WS-AM-KEY
039400             PERFORM 1410-READ-ACCOUNT THRU 1410-EXIT
039500         END-IF
039600         PERFORM 1420-READ-BALANCE THRU 1420-EXIT
039700         GO TO 1430-EXIT
039800     END-IF
039900     MOVE SPACES TO NEW-BALANCE-RECORD
040000     MOVE AM-ACCOUNT-NO TO NB-ACCOUNT-NO
040100     MOVE ZERO TO NB-CURR-BALANCE
040200     MOVE ZERO TO NB-BALANCE-LIMIT
040300     MOVE ZERO TO NB-LAST-POSTED-DATE
040400     MOVE ZERO TO NB-MTD-DEBITS
040500     MOVE ZERO TO NB-MTD-CREDITS
040600     PERFORM 1440-WRITE-NEW-BALANCE THRU 1440-EXIT
040700     ADD 1 TO WS-SEEDED-COUNT
040800     PERFORM 1410-READ-ACCOUNT THRU 1410-EXIT
040900     .
041000 1430-EXIT.
041100     EXIT.
041200*
041300 1440-WRITE-NEW-BALANCE.
041400     WRITE NEW-BALANCE-RECORD
041500         INVALID KEY
041600             DISPLAY "DAILY-POSTING - UNABLE TO WRITE BALMSTN "
041700                 "ACCOUNT " NB-ACCOUNT-NO ", STATUS = "
041800                 WS-NEW-BALANCE-STATUS
041900             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
042000     END-WRITE
042100     ADD 1 TO WS-BALANCE-OUT-COUNT
042200     .
042300 1440-EXIT.
042400     EXIT.
042429*
042457*****************************************************************
042486*    1500-CHECK-ALREADY-POSTED - REFUSES THE RUN IF THE          *
042515*    BUSINESS DATE ON THE CONTROL RECORD IS NOT LATER THAN THE   *
042543*    LATEST LAST-POSTED DATE ON BALMSTR - THAT DATE (OR A LATER  *
042572*    ONE) HAS ALREADY BEEN POSTED.  NOTHING HAS BEEN POSTED      *
042601*    YET, AND THE PARTLY BUILT BALMSTN IS DISCARDED WITH THE     *
042629*    ABENDED RUN.                                                *
042658*****************************************************************
042687 1500-CHECK-ALREADY-POSTED.
042715     IF WS-BUSINESS-DATE NOT > WS-HIGH-POSTED-DATE
042744         DISPLAY "DAILY-POSTING - BUSINESS DATE " WS-BUSINESS-DATE
042773             " ALREADY POSTED, BALMSTR IS POSTED THROUGH "
042801             WS-HIGH-POSTED-DATE
042830         DISPLAY "DAILY-POSTING - NOTHING POSTED"
042859         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
042887     END-IF
042916     .
042945 1500-EXIT.
042973     EXIT.
042974*
042975*****************************************************************
042976*    1600-OPEN-REPORTS - OPENS THE REGISTER AND THE NOT-POSTED   *
042977*    LISTING AND HEADS THE LISTING.                              *
042978*****************************************************************
042979 1600-OPEN-REPORTS.
042980     OPEN OUTPUT REGISTER-REPORT-FILE
042982     IF WS-REGISTER-STATUS NOT = "00"
042983         MOVE "PSTRPT" TO WS-ABORT-FILE-ID
042984         MOVE WS-REGISTER-STATUS TO WS-ABORT-STATUS
042985         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
042986     END-IF
042987     OPEN OUTPUT NOT-POSTED-FILE
042988     IF WS-NOT-POSTED-STATUS NOT = "00"
042989         MOVE "NOTPOST" TO WS-ABORT-FILE-ID
042990         MOVE WS-NOT-POSTED-STATUS TO WS-ABORT-STATUS
042991         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
042992     END-IF
042993     MOVE WS-RUN-CCYY TO NPL-H1-CCYY
042994     MOVE WS-RUN-MM TO NPL-H1-MM
042995     MOVE WS-RUN-DD TO NPL-H1-DD
042996     WRITE NOT-POSTED-LINE FROM NPL-HEADING-1
042997         AFTER ADVANCING 1 LINE
042999     MOVE SPACES TO NOT-POSTED-LINE
043000     WRITE NOT-POSTED-LINE AFTER ADVANCING 1 LINE
043001     .
043002 1600-EXIT.
043003     EXIT.
043004*
043005*****************************************************************
043006*    1700-APPLY-LIMIT-CHANGES - APPLIES THE KEYED BALANCE-LIMIT  *
043008*    TRANSACTIONS TO THE NEW BALANCE GENERATION BEFORE ANY       *
043010*    POSTING.  EVERY APPLIED CHANGE IS LISTED ON THE REGISTER   *
043012*    WITH ITS OLD AND NEW LIMITS; A MALFORMED OR UNKNOWN-       *
043014*    ACCOUNT CARD GOES TO THE NOT-POSTED LISTING.  OPTIONAL.    *
043016*****************************************************************
043018 1700-APPLY-LIMIT-CHANGES.
043020     MOVE "N" TO SW-END-OF-FILE
043102         GO TO 1710-EXIT
043104     END-IF
043106     MOVE LIM-ACCOUNT-NO TO RPT-L-ACCOUNT
043108     MOVE NB-BALANCE-LIMIT TO RPT-L-OLD
043110     MOVE LIM-NEW-LIMIT-N TO RPT-L-NEW
043112     MOVE RPT-LIMIT-LINE TO WS-PRINT-LINE
043114     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
043116     MOVE LIM-NEW-LIMIT-N TO NB-BALANCE-LIMIT
043117     PERFORM 2600-REWRITE-BALANCE THRU 2600-EXIT
043118     ADD 1 TO WS-LIMIT-APPLIED-COUNT
043120     .
043122 1710-EXIT.
043146     ELSE
043148         MOVE ZERO TO NPL-D-LIMIT
043150     END-IF
043151     MOVE SPACES TO NPL-D-DATE
043152     MOVE SPACES TO NPL-D-SOURCE
043153     WRITE NOT-POSTED-LINE FROM NPL-DETAIL-LINE
043154         AFTER ADVANCING 1 LINE
043156     .
043158 1720-EXIT.
043160     EXIT.
043162*
043200*****************************************************************
043202*    1800-CARRY-FORWARD-JOURNAL - OPENS THE NEW JOURNAL          *
043204*    GENERATION AND COPIES THE LAST GENERATION INTO IT.  THE     *
043206*    NEW GENERATION STAYS OPEN FOR 2350 TO ADD THIS RUN'S        *
043209*    ITEMS; POSTJRNL ITSELF IS ONLY EVER READ.                   *
043211*****************************************************************
043213 1800-CARRY-FORWARD-JOURNAL.
043215     MOVE "N" TO SW-END-OF-FILE
043217     OPEN INPUT POSTING-JOURNAL-FILE
043219     IF WS-JOURNAL-STATUS NOT = "00"
043221             AND WS-JOURNAL-STATUS NOT = "05"
043223         MOVE "POSTJRNL" TO WS-ABORT-FILE-ID
043226         MOVE WS-JOURNAL-STATUS TO WS-ABORT-STATUS
043228         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
043230     END-IF
043232     OPEN OUTPUT NEW-JOURNAL-FILE
043234     IF WS-NEW-JOURNAL-STATUS NOT = "00"
043236         MOVE "POSTJRNN" TO WS-ABORT-FILE-ID
043238         MOVE WS-NEW-JOURNAL-STATUS TO WS-ABORT-STATUS
043240         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
043243     END-IF
043245     PERFORM 1810-COPY-ONE-JOURNAL THRU 1810-EXIT
043247         UNTIL END-OF-FILE
043249     CLOSE POSTING-JOURNAL-FILE
043251     MOVE "N" TO SW-END-OF-FILE
043253     .
043255 1800-EXIT.
043257     EXIT.
043260*
043262 1810-COPY-ONE-JOURNAL.
043264     READ POSTING-JOURNAL-FILE
043266         AT END
043268             MOVE "Y" TO SW-END-OF-FILE
043270             GO TO 1810-EXIT
043272     END-READ
043274     WRITE NEW-JOURNAL-RECORD FROM JOURNAL-RECORD
043277     IF WS-NEW-JOURNAL-STATUS NOT = "00"
043279         DISPLAY "DAILY-POSTING - UNABLE TO WRITE POSTJRNN, "
043281             "STATUS = " WS-NEW-JOURNAL-STATUS
043283         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
043285     END-IF
043287     ADD 1 TO WS-JOURNAL-CARRIED-COUNT
043289     .
043291 1810-EXIT.
043294     EXIT.
043296*
043298*****************************************************************
043300*    2000-POST-TRANSACTIONS - READS THE SORTED FILE TO END OF    *
043400*    FILE AND POSTS EACH ITEM TO ITS NEW BALANCE RECORD.  THE    *
043475*    SORTED FILE IS MANDATORY - THE SORT STEP AHEAD OF US        *
043550*    ALWAYS PRODUCES IT, EVEN EMPTY - AND HAS ALREADY BEEN       *
043625*    PROVED AGAINST ITS CONTROL RECORD BY 1200.                  *
043700*****************************************************************
043800 2000-POST-TRANSACTIONS.
043900     MOVE "N" TO SW-END-OF-FILE
044600     PERFORM 2100-POST-ONE-RECORD THRU 2100-EXIT
044700         UNTIL END-OF-FILE
044800     CLOSE SORTED-INPUT-FILE
044850     CLOSE NEW-JOURNAL-FILE
044900     MOVE "N" TO SW-END-OF-FILE
045000     .
045100 2000-EXIT.
047500 2100-EXIT.
047600     EXIT.
047700*
047800*    2200-APPLY-ONE-RECORD - READS THE ITEM'S ACCOUNT FROM THE
047900*    NEW BALANCE GENERATION, CHECKS THE RESULTING BALANCE
048000*    AGAINST THE ACCOUNT'S LIMIT AND EITHER POSTS THE ITEM OR
048100*    SENDS IT TO THE NOT-POSTED LISTING.  NOTHING GOES THROUGH
048150*    SILENTLY.
048200*
048300 2200-APPLY-ONE-RECORD.
048400     MOVE SRT-ACCOUNT-NO TO WS-LOOKUP-ACCOUNT
049100         GO TO 2200-EXIT
049200     END-IF
049300     COMPUTE WS-NEW-BALANCE =
049400         NB-CURR-BALANCE + SRT-AMOUNT
049500     IF NB-BALANCE-LIMIT > ZERO
049600         COMPUTE WS-NEG-LIMIT =
049700             ZERO - NB-BALANCE-LIMIT
049800         IF WS-NEW-BALANCE > NB-BALANCE-LIMIT
049900                 OR WS-NEW-BALANCE < WS-NEG-LIMIT
050000             MOVE "WOULD EXCEED BALANCE LIMIT" TO
050100                 WS-NOT-POSTED-REASON
050200             MOVE NB-BALANCE-LIMIT TO NPL-D-LIMIT
050300             PERFORM 2400-WRITE-NOT-POSTED THRU 2400-EXIT
050400             GO TO 2200-EXIT
050500         END-IF
050900 2200-EXIT.
051000     EXIT.
051100*
051162*    2300-POST-TO-BALANCE - APPLIES THE ITEM: NEW BALANCE,
051225*    LAST-POSTED DATE AND THE MONTH-TO-DATE SIDES.  THE LAST-
051288*    POSTED DATE IS THE BUSINESS DATE BEING POSTED, NOT THE ITEM
051350*    DATE, SO IT MARKS THE DATE AS POSTED FOR 1500.  A BUSINESS
051412*    DATE IN A NEW MONTH CLEARS THE MTD TOTALS FIRST, SO THE
051475*    TOTALS ALWAYS COVER EXACTLY ONE BUSINESS MONTH, THE SAME
051538*    MONTH THE GL EXTRACT ACCUMULATES.
051600*
051700 2300-POST-TO-BALANCE.
051800     COMPUTE WS-POST-CCYYMM = WS-BUSINESS-DATE / 100
051900     COMPUTE WS-LAST-CCYYMM =
052000         NB-LAST-POSTED-DATE / 100
052100     IF WS-POST-CCYYMM NOT = WS-LAST-CCYYMM
052200         MOVE ZERO TO NB-MTD-DEBITS
052300         MOVE ZERO TO NB-MTD-CREDITS
052400     END-IF
052500     MOVE WS-NEW-BALANCE TO NB-CURR-BALANCE
052600     MOVE WS-BUSINESS-DATE TO NB-LAST-POSTED-DATE
052700     IF SRT-AMOUNT < ZERO
052800         COMPUTE NB-MTD-CREDITS =
052900             NB-MTD-CREDITS - SRT-AMOUNT
053000     ELSE
053100         ADD SRT-AMOUNT TO NB-MTD-DEBITS
053200     END-IF
053250     PERFORM 2600-REWRITE-BALANCE THRU 2600-EXIT
053300     ADD 1 TO WS-POSTED-COUNT
053400     ADD SRT-AMOUNT TO WS-POSTED-AMOUNT
053500     MOVE SRT-ACCOUNT-NO TO RPT-D-ACCOUNT
054300     MOVE SRT-RECYCLE-FLAG TO RPT-D-RECYCLE-FLAG
054400     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
054500     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
054550     PERFORM 2350-WRITE-JOURNAL THRU 2350-EXIT
054600     .
054700 2300-EXIT.
054800     EXIT.
054805*
054808*    2350-WRITE-JOURNAL - ADDS THE ITEM JUST POSTED, WITH THE
054812*    ACCOUNT'S RUNNING BALANCE AFTER IT, TO THE NEW JOURNAL
054815*    GENERATION.  A FAILED WRITE ENDS THE RUN - A JOURNAL SHORT
054818*    OF ITEMS THE NEW BALANCES CARRY MUST NOT BE PROMOTED.
054821*
054825 2350-WRITE-JOURNAL.
054828     MOVE SPACES TO NEW-JOURNAL-RECORD
054831     MOVE SRT-ACCOUNT-NO TO NJ-ACCOUNT-NO
054834     MOVE SRT-DATE TO NJ-ITEM-DATE
054838     MOVE SRT-TRAN-TYPE TO NJ-TRAN-TYPE
054841     MOVE SRT-AMOUNT TO NJ-AMOUNT
054844     MOVE WS-NEW-BALANCE TO NJ-RUNNING-BALANCE
054848     MOVE SRT-MATCH-FLAG TO NJ-MATCH-FLAG
054851     MOVE SRT-RECYCLE-FLAG TO NJ-RECYCLE-FLAG
054854     MOVE SRT-SOURCE-FEED TO NJ-SOURCE-FEED
054857     MOVE WS-RUN-DATE TO NJ-POST-RUN-DATE
054861     MOVE WS-BUSINESS-DATE TO NJ-BUSINESS-DATE
054864     WRITE NEW-JOURNAL-RECORD
054867     IF WS-NEW-JOURNAL-STATUS NOT = "00"
054871         DISPLAY "DAILY-POSTING - UNABLE TO WRITE POSTJRNN "
054874             "ACCOUNT " SRT-ACCOUNT-NO ", STATUS = "
054877             WS-NEW-JOURNAL-STATUS
054880         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
054884     END-IF
054887     ADD 1 TO WS-JOURNAL-COUNT
054890     .
054893 2350-EXIT.
054897     EXIT.
054900*
055000 2400-WRITE-NOT-POSTED.
055100     ADD 1 TO WS-NOT-POSTED-COUNT
055400     MOVE SRT-TRAN-TYPE TO NPL-D-TYPE
055500     MOVE SRT-AMOUNT TO NPL-D-AMOUNT
055600     MOVE WS-NOT-POSTED-REASON TO NPL-D-REASON
055633     MOVE SRT-DATE TO NPL-D-DATE
055667     MOVE SRT-SOURCE-FEED TO NPL-D-SOURCE
055700     WRITE NOT-POSTED-LINE FROM NPL-DETAIL-LINE
055800         AFTER ADVANCING 1 LINE
055900     .
056000 2400-EXIT.
056100     EXIT.
056200*
056300*    2500-LOOKUP-BALANCE - KEYED READ OF THE NEW BALANCE
056400*    GENERATION FOR THE ACCOUNT NUMBER THE CALLER HAS LEFT IN
056500*    WS-LOOKUP-ACCOUNT.  ON A HIT THE RECORD AREA HOLDS THE
056600*    ACCOUNT'S BALANCE, READY FOR 2600-REWRITE-BALANCE.
056700*
056800 2500-LOOKUP-BALANCE.
056900     MOVE "N" TO SW-BALANCE-FOUND
057000     MOVE WS-LOOKUP-ACCOUNT TO NB-ACCOUNT-NO
057100     READ NEW-BALANCE-FILE
057200         INVALID KEY
057300             CONTINUE
057400         NOT INVALID KEY
057500             MOVE "Y" TO SW-BALANCE-FOUND
057600     END-READ
057900     .
058000 2500-EXIT.
058100     EXIT.
058110*
058120 2600-REWRITE-BALANCE.
058130     REWRITE NEW-BALANCE-RECORD
058140         INVALID KEY
058150             DISPLAY "DAILY-POSTING - UNABLE TO REWRITE BALMSTN "
058160                 "ACCOUNT " NB-ACCOUNT-NO ", STATUS = "
058170                 WS-NEW-BALANCE-STATUS
058180             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
058190     END-REWRITE
058192     .
058194 2600-EXIT.
058196     EXIT.
058200*
058300*****************************************************************
058400*    3000-CLOSE-NEW-BALANCES - CLOSES THE NEW MASTER GENERATION  *
058500*    ONCE EVERY ITEM HAS BEEN POSTED TO IT.                      *
058600*****************************************************************
058700 3000-CLOSE-NEW-BALANCES.
059600     CLOSE NEW-BALANCE-FILE
059700     .
059800 3000-EXIT.
059900     EXIT.
060700*
060800*****************************************************************
060900*    6000-PRINT-SUMMARY - REGISTER CONTROL TOTALS.  THE PER-    *
062400         " FOR " WS-REVERSAL-AMOUNT
062500     DISPLAY "  ADJUSTMENTS. . . . . . . " WS-ADJUST-COUNT
062600         " FOR " WS-ADJUST-AMOUNT
062625     DISPLAY "  BUSINESS DATE. . . . . . " WS-BUSINESS-DATE
062650     DISPLAY "  LIMIT TRANS READ . . . . " WS-LIMIT-READ-COUNT
062660     DISPLAY "  LIMIT TRANS APPLIED. . . " WS-LIMIT-APPLIED-COUNT
062670     DISPLAY "  LIMIT TRANS REJECTED . . " WS-LIMIT-REJECT-COUNT
062700     DISPLAY "  ACCOUNTS SEEDED. . . . . " WS-SEEDED-COUNT
062800     DISPLAY "  BALANCE RECORDS OUT. . . " WS-BALANCE-OUT-COUNT
062850     DISPLAY "  JOURNAL RECORDS WRITTEN. " WS-JOURNAL-COUNT
062867     DISPLAY "  JOURNAL CARRIED FORWARD. "
062883         WS-JOURNAL-CARRIED-COUNT
062900     DISPLAY "  SUM OF AMOUNTS . . . . . " WS-SUM-AMOUNT
063000     DISPLAY "  AMOUNT POSTED. . . . . . " WS-POSTED-AMOUNT
063100     DISPLAY "  AMOUNT NOT POSTED. . . . " WS-NOT-POSTED-AMOUNT
067100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
067200     MOVE SPACES TO RPT-TOTAL-LINE
067300     MOVE "BALANCE RECORDS OUT" TO RPT-T-LABEL
067400     MOVE WS-BALANCE-OUT-COUNT TO RPT-T-COUNT
067500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
067510     MOVE SPACES TO RPT-TOTAL-LINE
067520     MOVE "JOURNAL RECORDS WRITTEN" TO RPT-T-LABEL
067530     MOVE WS-JOURNAL-COUNT TO RPT-T-COUNT
067540     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
067600     .
067700 6000-EXIT.
067800     EXIT.
069300     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
069400     MOVE WS-RUN-MM TO RPT-H1-MM
069500     MOVE WS-RUN-DD TO RPT-H1-DD
069550     MOVE WS-BUSINESS-DATE TO RPT-H1-BUS-DATE
069600     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE
069700     IF WS-PAGE-COUNT = 1
069800         WRITE REGISTER-REPORT-LINE FROM RPT-HEADING-1
073700 9000-EXIT.
073800     EXIT.
073900*
073980 9100-ABORT-RUN.
074060     MOVE 16 TO RETURN-CODE
074140     PERFORM 9500-WRITE-RUN-AUDIT THRU 9500-EXIT
074220     STOP RUN
074300     .
074400 9100-EXIT.
074500     EXIT.
074700 9999-TERMINATE.
074800     CLOSE REGISTER-REPORT-FILE
074900     CLOSE NOT-POSTED-FILE
074950     PERFORM 9500-WRITE-RUN-AUDIT THRU 9500-EXIT
075000     .
075100 9999-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500*    9500-WRITE-RUN-AUDIT - APPENDS ONE AUDIT RECORD FOR THIS    *
075600*    EXECUTION TO THE RUN HISTORY THE SORT STEP KEEPS, UNDER     *
075700*    STEP ID "POST", WHETHER THE RUN ENDS CLEAN OR IS REFUSED.   *
075800*    A HISTORY FILE THAT CANNOT BE OPENED IS REPORTED BUT DOES   *
075900*    NOT ABEND THE RUN.                                          *
076000*****************************************************************
076100 9500-WRITE-RUN-AUDIT.
076200     OPEN EXTEND RUN-HISTORY-FILE
076300     IF WS-RUN-HISTORY-STATUS NOT = "00"
076400             AND WS-RUN-HISTORY-STATUS NOT = "05"
076500         DISPLAY "DAILY-POSTING - UNABLE TO OPEN RUNHIST, "
076600             "STATUS = " WS-RUN-HISTORY-STATUS
076700             " - RUN AUDIT RECORD NOT WRITTEN"
076800         GO TO 9500-EXIT
076900     END-IF
077000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
077100     ACCEPT WS-RUN-TIME FROM TIME
077200     MOVE SPACES TO RUN-HISTORY-RECORD
077300     MOVE WS-RUN-DATE TO RH-RUN-DATE
077400     MOVE WS-RUN-HHMMSS TO RH-RUN-TIME
077500     MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
077600     MOVE WS-READ-COUNT TO RH-READ-COUNT
077700     MOVE WS-NOT-POSTED-COUNT TO RH-REJECT-COUNT
077800     MOVE WS-POSTED-COUNT TO RH-SORTED-COUNT
077900     MOVE ZERO TO RH-DUP-COUNT
078000     MOVE WS-SUM-AMOUNT TO RH-SUM-AMOUNT
078100     MOVE "N" TO RH-RESTART-IND
078200     MOVE "POST" TO RH-STEP-ID
078300     MOVE RETURN-CODE TO RH-RETURN-CODE
078400     WRITE RUN-HISTORY-RECORD
078500     CLOSE RUN-HISTORY-FILE
078600     .
078700 9500-EXIT.
078800     EXIT.
