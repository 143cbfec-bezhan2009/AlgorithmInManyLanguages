000100*****************************************************************
000200*                                                                *
000300*    MASTER-CONVERSION                                           *
000400*                                                                *
000500*    ONE-TIME CONVERSION OF THE FLAT ACCOUNT AND BALANCE         *
000600*    MASTERS TO THE INDEXED FILES KEYED ON ACCOUNT NUMBER.       *
000700*    READS THE LAST SEQUENTIAL GENERATION OF EACH (ACCTSEQ,      *
000800*    BALSEQ), LOADS THEM BY KEY INTO NEW INDEXED GENERATIONS     *
000900*    (ACCTMSTN, BALMSTN), AND LISTS ON THE CONVERSION REPORT     *
001000*    EVERY RECORD IT COULD NOT LOAD - A KEY THAT IS NOT NUMERIC  *
001100*    OR IS ZERO, A DUPLICATE KEY, OR A BALANCE RECORD WITH       *
001200*    NON-NUMERIC AMOUNTS.  A BALANCE RECORD WHOSE ACCOUNT IS     *
001300*    NOT ON THE ACCOUNT MASTER IS STILL LOADED, AS THE POSTING   *
001400*    STEP CARRIES IT, BUT IS LISTED.  A REVIEW LIMIT LEFT AS     *
001500*    SPACES ON AN OLD MASTER IS LOADED AS ZERO (NO LIMIT).  THE  *
001600*    FLAT INPUTS ARE ONLY READ AND NEED NOT BE IN KEY ORDER.     *
001700*    ANY RECORD LISTED ENDS THE STEP WITH RETURN CODE 4 SO THE   *
001800*    CUTOVER IS NOT SIGNED OFF UNTIL THE LIST IS CLEARED.        *
001900*                                                                *
002000*    MODIFICATION HISTORY                                        *
002100*    DATE       INIT DESCRIPTION                                 *
002200*    -------    ---- --------------------------------------------*
002300*    2026-10-15 JRM  ORIGINAL PROGRAM - CUTOVER OF ACCTMSTR AND  *
002400*                    BALMSTR FROM FLAT FILES TO INDEXED FILES.   *
002500*                                                                *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. MASTER-CONVERSION.
002900 AUTHOR. J R MERCER.
003000 INSTALLATION. DAILY PROCESSING - OPERATIONS.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-SEQ-FILE
003800         ASSIGN TO "ACCTSEQ"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-ACCT-SEQ-STATUS.
004100*
004200     SELECT OPTIONAL BALANCE-SEQ-FILE
004300         ASSIGN TO "BALSEQ"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-BAL-SEQ-STATUS.
004600*
004700     SELECT NEW-ACCOUNT-FILE
004800         ASSIGN TO "ACCTMSTN"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS NA-ACCOUNT-NO
005200         FILE STATUS IS WS-NEW-ACCOUNT-STATUS.
005300*
005400     SELECT NEW-BALANCE-FILE
005500         ASSIGN TO "BALMSTN"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS NB-ACCOUNT-NO
005900         FILE STATUS IS WS-NEW-BALANCE-STATUS.
006000*
006100     SELECT CONVERSION-REPORT-FILE
006200         ASSIGN TO "MCNVRPT"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ACCOUNT-SEQ-FILE.
006900 01  ACCT-SEQ-RECORD.
007000     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AS==
007100         ==:LVLFLD:== BY ==05==.
007200 01  ACCT-SEQ-IMAGE                   PIC X(40).
007300*
007400 FD  BALANCE-SEQ-FILE.
007500 01  BAL-SEQ-RECORD.
007600     COPY BALREC REPLACING ==:PREFIX:== BY ==BS==
007700         ==:LVLFLD:== BY ==05==.
007800 01  BAL-SEQ-IMAGE                    PIC X(67).
007900*
008000 FD  NEW-ACCOUNT-FILE.
008100 01  NEW-ACCOUNT-RECORD.
008200     COPY ACCTREC REPLACING ==:PREFIX:== BY ==NA==
008300         ==:LVLFLD:== BY ==05==.
008400*
008500 FD  NEW-BALANCE-FILE.
008600 01  NEW-BALANCE-RECORD.
008700     COPY BALREC REPLACING ==:PREFIX:== BY ==NB==
008800         ==:LVLFLD:== BY ==05==.
008900*
009000 FD  CONVERSION-REPORT-FILE.
009100 01  CONVERSION-REPORT-LINE           PIC X(132).
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500*    FILE STATUS CODES
009600*
009700 77  WS-ACCT-SEQ-STATUS               PIC X(02).
009800 77  WS-BAL-SEQ-STATUS                PIC X(02).
009900 77  WS-NEW-ACCOUNT-STATUS            PIC X(02).
010000 77  WS-NEW-BALANCE-STATUS            PIC X(02).
010100 77  WS-REPORT-STATUS                 PIC X(02).
010200 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
010300 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
010400*
010500*    SWITCHES
010600*
010700 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
010800     88  END-OF-FILE                      VALUE "Y".
010900     88  NOT-END-OF-FILE                  VALUE "N".
011000*
011100*    RUN COUNTERS AND CONTROL TOTALS
011200*
011300 77  WS-ACCT-READ-COUNT               PIC 9(07) VALUE ZERO.
011400 77  WS-ACCT-LOADED-COUNT             PIC 9(07) VALUE ZERO.
011500 77  WS-ACCT-REJECT-COUNT             PIC 9(07) VALUE ZERO.
011600 77  WS-BAL-READ-COUNT                PIC 9(07) VALUE ZERO.
011700 77  WS-BAL-LOADED-COUNT              PIC 9(07) VALUE ZERO.
011800 77  WS-BAL-REJECT-COUNT              PIC 9(07) VALUE ZERO.
011900 77  WS-BAL-NO-ACCOUNT-COUNT          PIC 9(07) VALUE ZERO.
012000 77  WS-BAL-LOADED-AMOUNT             PIC S9(11)V99 VALUE ZERO.
012100 77  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.
012200*
012300*    RUN DATE FOR THE REPORT HEADING
012400*
012500 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
012600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
012700     05  WS-RUN-CCYY                  PIC 9(04).
012800     05  WS-RUN-MM                    PIC 9(02).
012900     05  WS-RUN-DD                    PIC 9(02).
013000*
013100*    CONVERSION REPORT LINES
013200*
013300 01  RPT-HEADING-1.
013400     05  FILLER                       PIC X(01) VALUE SPACE.
013500     05  FILLER                       PIC X(34)
013600         VALUE "MASTER FILE CONVERSION REPORT".
013700     05  FILLER                       PIC X(09)
013800         VALUE "RUN DATE ".
013900     05  RPT-H1-CCYY                  PIC 9(04).
014000     05  FILLER                       PIC X(01) VALUE "-".
014100     05  RPT-H1-MM                    PIC 9(02).
014200     05  FILLER                       PIC X(01) VALUE "-".
014300     05  RPT-H1-DD                    PIC 9(02).
014400*
014500 01  RPT-SECTION-LINE.
014600     05  FILLER                       PIC X(01) VALUE SPACE.
014700     05  RPT-SEC-TITLE                PIC X(50).
014800*
014900 01  RPT-REJECT-LINE.
015000     05  FILLER                       PIC X(01) VALUE SPACE.
015100     05  RPT-R-ACTION                 PIC X(09).
015200     05  RPT-R-ACCOUNT                PIC X(07).
015300     05  FILLER                       PIC X(02) VALUE SPACES.
015400     05  RPT-R-REASON                 PIC X(30).
015500     05  FILLER                       PIC X(02) VALUE SPACES.
015600     05  RPT-R-IMAGE                  PIC X(67).
015700*
015800 01  RPT-TOTAL-LINE.
015900     05  FILLER                       PIC X(03) VALUE SPACES.
016000     05  RPT-T-LABEL                  PIC X(30).
016100     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
016200     05  FILLER                       PIC X(02) VALUE SPACES.
016300     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
016400*
016500 PROCEDURE DIVISION.
016600*
016700*****************************************************************
016800*    0000-MAINLINE - LOADS THE ACCOUNT MASTER, THEN THE BALANCE  *
016900*    MASTER (CHECKED AGAINST THE NEW ACCOUNT MASTER), THEN       *
017000*    PRINTS THE CONTROL TOTALS.                                  *
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
017400     PERFORM 2000-CONVERT-ACCOUNTS THRU 2000-EXIT
017500     PERFORM 3000-CONVERT-BALANCES THRU 3000-EXIT
017600     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
017700     PERFORM 9999-TERMINATE THRU 9999-EXIT
017800     STOP RUN.
017900*
018000*****************************************************************
018100*    1000-INITIALIZE - OPENS THE CONVERSION REPORT AND WRITES    *
018200*    ITS HEADING.                                                *
018300*****************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018600     OPEN OUTPUT CONVERSION-REPORT-FILE
018700     IF WS-REPORT-STATUS NOT = "00"
018800         MOVE "MCNVRPT" TO WS-ABORT-FILE-ID
018900         MOVE WS-REPORT-STATUS TO WS-ABORT-STATUS
019000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
019100     END-IF
019200     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
019300     MOVE WS-RUN-MM TO RPT-H1-MM
019400     MOVE WS-RUN-DD TO RPT-H1-DD
019500     WRITE CONVERSION-REPORT-LINE FROM RPT-HEADING-1
019600         AFTER ADVANCING 1 LINE
019700     MOVE SPACES TO CONVERSION-REPORT-LINE
019800     WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE
019900     .
020000 1000-EXIT.
020100     EXIT.
020200*
020300*****************************************************************
020400*    2000-CONVERT-ACCOUNTS - LOADS EVERY USABLE FLAT ACCOUNT     *
020500*    RECORD INTO THE INDEXED ACCOUNT MASTER.  THE FLAT MASTER    *
020600*    IS MANDATORY - THERE IS NOTHING TO CUT OVER WITHOUT IT.     *
020700*****************************************************************
020800 2000-CONVERT-ACCOUNTS.
020900     MOVE SPACES TO RPT-SECTION-LINE
021000     MOVE "ACCOUNT MASTER RECORDS NOT LOADED" TO RPT-SEC-TITLE
021100     WRITE CONVERSION-REPORT-LINE FROM RPT-SECTION-LINE
021200         AFTER ADVANCING 1 LINE
021300     MOVE SPACES TO CONVERSION-REPORT-LINE
021400     WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE
021500     MOVE "N" TO SW-END-OF-FILE
021600     OPEN INPUT ACCOUNT-SEQ-FILE
021700     IF WS-ACCT-SEQ-STATUS NOT = "00"
021800         MOVE "ACCTSEQ" TO WS-ABORT-FILE-ID
021900         MOVE WS-ACCT-SEQ-STATUS TO WS-ABORT-STATUS
022000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
022100     END-IF
022200     OPEN OUTPUT NEW-ACCOUNT-FILE
022300     IF WS-NEW-ACCOUNT-STATUS NOT = "00"
022400         MOVE "ACCTMSTN" TO WS-ABORT-FILE-ID
022500         MOVE WS-NEW-ACCOUNT-STATUS TO WS-ABORT-STATUS
022600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
022700     END-IF
022800     PERFORM 2100-CONVERT-ONE-ACCOUNT THRU 2100-EXIT
022900         UNTIL END-OF-FILE
023000     CLOSE ACCOUNT-SEQ-FILE
023100     CLOSE NEW-ACCOUNT-FILE
023200     MOVE "N" TO SW-END-OF-FILE
023300     .
023400 2000-EXIT.
023500     EXIT.
023600*
023700 2100-CONVERT-ONE-ACCOUNT.
023800     READ ACCOUNT-SEQ-FILE
023900         AT END
024000             MOVE "Y" TO SW-END-OF-FILE
024100             GO TO 2100-EXIT
024200     END-READ
024300     ADD 1 TO WS-ACCT-READ-COUNT
024400     IF AS-ACCOUNT-NO NOT NUMERIC
024500         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
024600         PERFORM 2200-REJECT-ACCOUNT THRU 2200-EXIT
024700         GO TO 2100-EXIT
024800     END-IF
024900     IF AS-ACCOUNT-NO = ZERO
025000         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
025100         PERFORM 2200-REJECT-ACCOUNT THRU 2200-EXIT
025200         GO TO 2100-EXIT
025300     END-IF
025400     MOVE ACCT-SEQ-RECORD TO NEW-ACCOUNT-RECORD
025500*    MASTERS WRITTEN BEFORE THE REVIEW LIMIT EXISTED CARRY
025600*    SPACES THERE - LOADED AS "NO LIMIT".
025700     IF NA-REVIEW-LIMIT NOT NUMERIC
025800         MOVE ZERO TO NA-REVIEW-LIMIT
025900     END-IF
026000     WRITE NEW-ACCOUNT-RECORD
026100         INVALID KEY
026200             MOVE "DUPLICATE ACCOUNT NUMBER" TO WS-REJECT-REASON
026300             PERFORM 2200-REJECT-ACCOUNT THRU 2200-EXIT
026400             GO TO 2100-EXIT
026500     END-WRITE
026600     ADD 1 TO WS-ACCT-LOADED-COUNT
026700     .
026800 2100-EXIT.
026900     EXIT.
027000*
027100 2200-REJECT-ACCOUNT.
027200     ADD 1 TO WS-ACCT-REJECT-COUNT
027300     MOVE SPACES TO RPT-REJECT-LINE
027400     MOVE "REJECTED" TO RPT-R-ACTION
027500     MOVE ACCT-SEQ-IMAGE(1:7) TO RPT-R-ACCOUNT
027600     MOVE WS-REJECT-REASON TO RPT-R-REASON
027700     MOVE ACCT-SEQ-IMAGE TO RPT-R-IMAGE
027800     WRITE CONVERSION-REPORT-LINE FROM RPT-REJECT-LINE
027900         AFTER ADVANCING 1 LINE
028000     .
028100 2200-EXIT.
028200     EXIT.
028300*
028400*****************************************************************
028500*    3000-CONVERT-BALANCES - LOADS EVERY USABLE FLAT BALANCE     *
028600*    RECORD INTO THE INDEXED BALANCE MASTER, CHECKING EACH       *
028700*    AGAINST THE ACCOUNT MASTER JUST BUILT.  THE FLAT BALANCE    *
028800*    MASTER IS OPTIONAL - A SHOP THAT HAS NOT YET POSTED HAS     *
028900*    NONE, AND THE FIRST POSTING RUN SEEDS EVERY ACCOUNT.        *
029000*****************************************************************
029100 3000-CONVERT-BALANCES.
029200     MOVE SPACES TO CONVERSION-REPORT-LINE
029300     WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE
029400     MOVE SPACES TO RPT-SECTION-LINE
029500     MOVE "BALANCE MASTER RECORDS NOT LOADED OR NOT MATCHED"
029600         TO RPT-SEC-TITLE
029700     WRITE CONVERSION-REPORT-LINE FROM RPT-SECTION-LINE
029800         AFTER ADVANCING 1 LINE
029900     MOVE SPACES TO CONVERSION-REPORT-LINE
030000     WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE
030100     MOVE "N" TO SW-END-OF-FILE
030200     OPEN INPUT BALANCE-SEQ-FILE
030300     IF WS-BAL-SEQ-STATUS NOT = "00"
030400             AND WS-BAL-SEQ-STATUS NOT = "05"
030500         MOVE "BALSEQ" TO WS-ABORT-FILE-ID
030600         MOVE WS-BAL-SEQ-STATUS TO WS-ABORT-STATUS
030700         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
030800     END-IF
030900     OPEN INPUT NEW-ACCOUNT-FILE
031000     IF WS-NEW-ACCOUNT-STATUS NOT = "00"
031100         MOVE "ACCTMSTN" TO WS-ABORT-FILE-ID
031200         MOVE WS-NEW-ACCOUNT-STATUS TO WS-ABORT-STATUS
031300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
031400     END-IF
031500     OPEN OUTPUT NEW-BALANCE-FILE
031600     IF WS-NEW-BALANCE-STATUS NOT = "00"
031700         MOVE "BALMSTN" TO WS-ABORT-FILE-ID
031800         MOVE WS-NEW-BALANCE-STATUS TO WS-ABORT-STATUS
031900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
032000     END-IF
032100     PERFORM 3100-CONVERT-ONE-BALANCE THRU 3100-EXIT
032200         UNTIL END-OF-FILE
032300     CLOSE BALANCE-SEQ-FILE
032400     CLOSE NEW-ACCOUNT-FILE
032500     CLOSE NEW-BALANCE-FILE
032600     MOVE "N" TO SW-END-OF-FILE
032700     .
032800 3000-EXIT.
032900     EXIT.
033000*
033100 3100-CONVERT-ONE-BALANCE.
033200     READ BALANCE-SEQ-FILE
033300         AT END
033400             MOVE "Y" TO SW-END-OF-FILE
033500             GO TO 3100-EXIT
033600     END-READ
033700     ADD 1 TO WS-BAL-READ-COUNT
033800     IF BS-ACCOUNT-NO NOT NUMERIC
033900         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-REJECT-REASON
034000         PERFORM 3200-REJECT-BALANCE THRU 3200-EXIT
034100         GO TO 3100-EXIT
034200     END-IF
034300     IF BS-ACCOUNT-NO = ZERO
034400         MOVE "ACCOUNT NUMBER MISSING" TO WS-REJECT-REASON
034500         PERFORM 3200-REJECT-BALANCE THRU 3200-EXIT
034600         GO TO 3100-EXIT
034700     END-IF
034800     IF BS-CURR-BALANCE NOT NUMERIC
034900             OR BS-BALANCE-LIMIT NOT NUMERIC
035000             OR BS-LAST-POSTED-DATE NOT NUMERIC
035100             OR BS-MTD-DEBITS NOT NUMERIC
035200             OR BS-MTD-CREDITS NOT NUMERIC
035300         MOVE "BALANCE FIELDS NOT NUMERIC" TO WS-REJECT-REASON
035400         PERFORM 3200-REJECT-BALANCE THRU 3200-EXIT
035500         GO TO 3100-EXIT
035600     END-IF
035700     MOVE BAL-SEQ-RECORD TO NEW-BALANCE-RECORD
035800     WRITE NEW-BALANCE-RECORD
035900         INVALID KEY
036000             MOVE "DUPLICATE ACCOUNT NUMBER" TO WS-REJECT-REASON
036100             PERFORM 3200-REJECT-BALANCE THRU 3200-EXIT
036200             GO TO 3100-EXIT
036300     END-WRITE
036400     ADD 1 TO WS-BAL-LOADED-COUNT
036500     ADD BS-CURR-BALANCE TO WS-BAL-LOADED-AMOUNT
036600     MOVE BS-ACCOUNT-NO TO NA-ACCOUNT-NO
036700     READ NEW-ACCOUNT-FILE
036800         INVALID KEY
036900             ADD 1 TO WS-BAL-NO-ACCOUNT-COUNT
037000             MOVE SPACES TO RPT-REJECT-LINE
037100             MOVE "LOADED" TO RPT-R-ACTION
037200             MOVE BS-ACCOUNT-NO TO RPT-R-ACCOUNT
037300             MOVE "ACCOUNT NOT ON ACCOUNT MASTER" TO RPT-R-REASON
037400             MOVE BAL-SEQ-IMAGE TO RPT-R-IMAGE
037500             WRITE CONVERSION-REPORT-LINE FROM RPT-REJECT-LINE
037600                 AFTER ADVANCING 1 LINE
037700     END-READ
037800     .
037900 3100-EXIT.
038000     EXIT.
038100*
038200 3200-REJECT-BALANCE.
038300     ADD 1 TO WS-BAL-REJECT-COUNT
038400     MOVE SPACES TO RPT-REJECT-LINE
038500     MOVE "REJECTED" TO RPT-R-ACTION
038600     MOVE BAL-SEQ-IMAGE(1:7) TO RPT-R-ACCOUNT
038700     MOVE WS-REJECT-REASON TO RPT-R-REASON
038800     MOVE BAL-SEQ-IMAGE TO RPT-R-IMAGE
038900     WRITE CONVERSION-REPORT-LINE FROM RPT-REJECT-LINE
039000         AFTER ADVANCING 1 LINE
039100     .
039200 3200-EXIT.
039300     EXIT.
039400*
039500*****************************************************************
039600*    6000-PRINT-SUMMARY - CONTROL TOTALS TO THE JOB LOG AND THE  *
039700*    REPORT.  READ MUST EQUAL LOADED PLUS REJECTED FOR EACH      *
039800*    MASTER, AND THE BALANCE TOTAL LOADED IS THE FIGURE THE      *
039900*    FIRST NIGHT'S BACKUP UNLOAD MUST REPRODUCE.                 *
040000*****************************************************************
040100 6000-PRINT-SUMMARY.
040200     DISPLAY " "
040300     DISPLAY "MASTER CONVERSION CONTROL TOTALS"
040400     DISPLAY "  ACCOUNTS READ. . . . . . " WS-ACCT-READ-COUNT
040500     DISPLAY "  ACCOUNTS LOADED. . . . . " WS-ACCT-LOADED-COUNT
040600     DISPLAY "  ACCOUNTS REJECTED. . . . " WS-ACCT-REJECT-COUNT
040700     DISPLAY "  BALANCES READ. . . . . . " WS-BAL-READ-COUNT
040800     DISPLAY "  BALANCES LOADED. . . . . " WS-BAL-LOADED-COUNT
040900         " FOR " WS-BAL-LOADED-AMOUNT
041000     DISPLAY "  BALANCES REJECTED. . . . " WS-BAL-REJECT-COUNT
041100     DISPLAY "  BALANCES WITH NO ACCOUNT " WS-BAL-NO-ACCOUNT-COUNT
041200     MOVE SPACES TO CONVERSION-REPORT-LINE
041300     WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE
041400     MOVE SPACES TO RPT-SECTION-LINE
041500     MOVE "CONTROL TOTALS" TO RPT-SEC-TITLE
041600     WRITE CONVERSION-REPORT-LINE FROM RPT-SECTION-LINE
041700         AFTER ADVANCING 1 LINE
041800     MOVE SPACES TO CONVERSION-REPORT-LINE
041900     WRITE CONVERSION-REPORT-LINE AFTER ADVANCING 1 LINE
042000     MOVE SPACES TO RPT-TOTAL-LINE
042100     MOVE "ACCOUNTS READ" TO RPT-T-LABEL
042200     MOVE WS-ACCT-READ-COUNT TO RPT-T-COUNT
042300     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
042400     MOVE SPACES TO RPT-TOTAL-LINE
042500     MOVE "ACCOUNTS LOADED" TO RPT-T-LABEL
042600     MOVE WS-ACCT-LOADED-COUNT TO RPT-T-COUNT
042700     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
042800     MOVE SPACES TO RPT-TOTAL-LINE
042900     MOVE "ACCOUNTS REJECTED" TO RPT-T-LABEL
043000     MOVE WS-ACCT-REJECT-COUNT TO RPT-T-COUNT
043100     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
043200     MOVE SPACES TO RPT-TOTAL-LINE
043300     MOVE "BALANCES READ" TO RPT-T-LABEL
043400     MOVE WS-BAL-READ-COUNT TO RPT-T-COUNT
043500     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
043600     MOVE SPACES TO RPT-TOTAL-LINE
043700     MOVE "BALANCES LOADED" TO RPT-T-LABEL
043800     MOVE WS-BAL-LOADED-COUNT TO RPT-T-COUNT
043900     MOVE WS-BAL-LOADED-AMOUNT TO RPT-T-AMOUNT
044000     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
044100     MOVE SPACES TO RPT-TOTAL-LINE
044200     MOVE "BALANCES REJECTED" TO RPT-T-LABEL
044300     MOVE WS-BAL-REJECT-COUNT TO RPT-T-COUNT
044400     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
044500     MOVE SPACES TO RPT-TOTAL-LINE
044600     MOVE "BALANCES WITH NO ACCOUNT" TO RPT-T-LABEL
044700     MOVE WS-BAL-NO-ACCOUNT-COUNT TO RPT-T-COUNT
044800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
044900     IF WS-ACCT-REJECT-COUNT > ZERO
045000             OR WS-BAL-REJECT-COUNT > ZERO
045100             OR WS-BAL-NO-ACCOUNT-COUNT > ZERO
045200         DISPLAY "MASTER-CONVERSION - RECORDS LISTED ON MCNVRPT, "
045300             "CLEAR BEFORE CUTOVER"
045400         MOVE 4 TO RETURN-CODE
045500     END-IF
045600     .
045700 6000-EXIT.
045800     EXIT.
045900*
046000 6100-PRINT-TOTAL-LINE.
046100     WRITE CONVERSION-REPORT-LINE FROM RPT-TOTAL-LINE
046200         AFTER ADVANCING 1 LINE
046300     .
046400 6100-EXIT.
046500     EXIT.
046600*
046700*************************************************************
046800*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
046900*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.  THE  *
047000*    CALLER MOVES THE FAILING FILE'S LOGICAL NAME AND STATUS  *
047100*    CODE INTO WS-ABORT-FILE-ID/WS-ABORT-STATUS FIRST.        *
047200*************************************************************
047300 9000-ABORT-ON-BAD-STATUS.
047400     DISPLAY "MASTER-CONVERSION - UNABLE TO OPEN "
047500         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
047600     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
047700     .
047800 9000-EXIT.
047900     EXIT.
048000*
048100 9100-ABORT-RUN.
048200     MOVE 16 TO RETURN-CODE
048300     STOP RUN
048400     .
048500 9100-EXIT.
048600     EXIT.
048700*
048800 9999-TERMINATE.
048900     CLOSE CONVERSION-REPORT-FILE
049000     .
049100 9999-EXIT.
049200     EXIT.
