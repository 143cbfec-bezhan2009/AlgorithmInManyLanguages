000100*****************************************************************
000200*                                                                *
000300*    MASTER-BACKUP                                               *
000400*                                                                *
000500*    FLAT-FILE UNLOAD AND RELOAD OF THE INDEXED ACCOUNT AND      *
000600*    BALANCE MASTERS.  THE NIGHTLY UNLOAD COPIES ACCTMSTR AND    *
000700*    BALMSTR IN KEY ORDER TO SEQUENTIAL BACKUP GENERATIONS       *
000800*    (ACCTBKUP, BALBKUP) SO A FLAT COPY OF EVERY NIGHT'S         *
000900*    MASTERS IS KEPT.  A RELOAD REBUILDS NEW INDEXED             *
001000*    GENERATIONS (ACCTMSTN, BALMSTN) FROM A CHOSEN BACKUP        *
001100*    GENERATION - IT NEVER WRITES OVER A MASTER IN PLACE.  EACH  *
001200*    DIRECTION PRINTS RECORD COUNTS AND HASH TOTALS (SUM OF      *
001300*    ACCOUNT NUMBERS, SUM OF CURRENT BALANCES) ON BKPRPT, SO AN  *
001400*    UNLOAD AND ITS LATER RELOAD CAN BE PROVED TO AGREE.         *
001500*                                                                *
001600*    CONTROL CARD (BKPCARD - OPTIONAL, NO CARD MEANS THE         *
001700*    NIGHTLY UNLOAD OF BOTH MASTERS):                            *
001800*    COLUMN 1 FUNCTION - U UNLOAD (DEFAULT), R RELOAD,           *
001900*    COLUMN 2 MASTER   - A ACCOUNT ONLY, B BALANCE ONLY,         *
002000*                        SPACE BOTH.                             *
002100*                                                                *
002200*    MODIFICATION HISTORY                                        *
002300*    DATE       INIT DESCRIPTION                                 *
002400*    -------    ---- --------------------------------------------*
002500*    2026-10-15 JRM  ORIGINAL PROGRAM - NIGHTLY SEQUENTIAL       *
002600*                    BACKUP AND RELOAD OF ACCTMSTR AND BALMSTR.  *
002700*                                                                *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. MASTER-BACKUP.
003100 AUTHOR. J R MERCER.
003200 INSTALLATION. DAILY PROCESSING - OPERATIONS.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CONTROL-CARD-FILE
004000         ASSIGN TO "BKPCARD"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-CARD-STATUS.
004300*
004400     SELECT ACCOUNT-MASTER-FILE
004500         ASSIGN TO "ACCTMSTR"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS AM-ACCOUNT-NO
004900         FILE STATUS IS WS-ACCT-MASTER-STATUS.
005000*
005100     SELECT OPTIONAL BALANCE-MASTER-FILE
005200         ASSIGN TO "BALMSTR"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS BM-ACCOUNT-NO
005600         FILE STATUS IS WS-BAL-MASTER-STATUS.
005700*
005800     SELECT ACCOUNT-BACKUP-FILE
005900         ASSIGN TO "ACCTBKUP"
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-ACCT-BACKUP-STATUS.
006200*
006300     SELECT OPTIONAL BALANCE-BACKUP-FILE
006400         ASSIGN TO "BALBKUP"
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-BAL-BACKUP-STATUS.
006700*
006800     SELECT NEW-MASTER-FILE
006900         ASSIGN TO "ACCTMSTN"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS NM-ACCOUNT-NO
007300         FILE STATUS IS WS-NEW-MASTER-STATUS.
007400*
007500     SELECT NEW-BALANCE-FILE
007600         ASSIGN TO "BALMSTN"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS NB-ACCOUNT-NO
008000         FILE STATUS IS WS-NEW-BALANCE-STATUS.
008100*
008200     SELECT BACKUP-REPORT-FILE
008300         ASSIGN TO "BKPRPT"
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-REPORT-STATUS.
008600*
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  CONTROL-CARD-FILE.
009000 01  CONTROL-CARD-RECORD.
009100     05  CC-FUNCTION                  PIC X(01).
009200         88  CC-UNLOAD                    VALUE "U" " ".
009300         88  CC-RELOAD                    VALUE "R".
009400     05  CC-MASTER                    PIC X(01).
009500         88  CC-ACCOUNT-ONLY              VALUE "A".
009600         88  CC-BALANCE-ONLY              VALUE "B".
009700         88  CC-BOTH-MASTERS              VALUE " ".
009800     05  FILLER                       PIC X(78).
009900*
010000 FD  ACCOUNT-MASTER-FILE.
010100 01  ACCT-MASTER-RECORD.
010200     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AM==
010300         ==:LVLFLD:== BY ==05==.
010400*
010500 FD  BALANCE-MASTER-FILE.
010600 01  BAL-MASTER-RECORD.
010700     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
010800         ==:LVLFLD:== BY ==05==.
010900*
011000 FD  ACCOUNT-BACKUP-FILE.
011100 01  ACCT-BACKUP-RECORD.
011200     COPY ACCTREC REPLACING ==:PREFIX:== BY ==AB==
011300         ==:LVLFLD:== BY ==05==.
011400*
011500 FD  BALANCE-BACKUP-FILE.
011600 01  BAL-BACKUP-RECORD.
011700     COPY BALREC REPLACING ==:PREFIX:== BY ==BB==
011800         ==:LVLFLD:== BY ==05==.
011900*
012000 FD  NEW-MASTER-FILE.
012100 01  NEW-MASTER-RECORD.
012200     COPY ACCTREC REPLACING ==:PREFIX:== BY ==NM==
012300         ==:LVLFLD:== BY ==05==.
012400*
012500 FD  NEW-BALANCE-FILE.
012600 01  NEW-BALANCE-RECORD.
012700     COPY BALREC REPLACING ==:PREFIX:== BY ==NB==
012800         ==:LVLFLD:== BY ==05==.
012900*
013000 FD  BACKUP-REPORT-FILE.
013100 01  BACKUP-REPORT-LINE               PIC X(132).
013200*
013300 WORKING-STORAGE SECTION.
013400*
013500*    FILE STATUS CODES
013600*
013700 77  WS-CARD-STATUS                   PIC X(02).
013800 77  WS-ACCT-MASTER-STATUS            PIC X(02).
013900 77  WS-BAL-MASTER-STATUS             PIC X(02).
014000 77  WS-ACCT-BACKUP-STATUS            PIC X(02).
014100 77  WS-BAL-BACKUP-STATUS             PIC X(02).
014200 77  WS-NEW-MASTER-STATUS             PIC X(02).
014300 77  WS-NEW-BALANCE-STATUS            PIC X(02).
014400 77  WS-REPORT-STATUS                 PIC X(02).
014500 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
014600 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
014700*
014800*    SWITCHES
014900*
015000 77  SW-END-OF-FILE                   PIC X(01) VALUE "N".
015100     88  END-OF-FILE                      VALUE "Y".
015200     88  NOT-END-OF-FILE                  VALUE "N".
015300*
015400*    RUN OPTIONS FROM THE CONTROL CARD
015500*
015600 77  WS-FUNCTION                      PIC X(01) VALUE "U".
015700     88  FUNCTION-UNLOAD                  VALUE "U".
015800     88  FUNCTION-RELOAD                  VALUE "R".
015900 77  WS-MASTER-SELECT                 PIC X(01) VALUE SPACE.
016000     88  DO-ACCOUNT-MASTER                VALUE "A" " ".
016100     88  DO-BALANCE-MASTER                VALUE "B" " ".
016200*
016300*    RUN COUNTERS AND HASH TOTALS
016400*
016500 77  WS-ACCT-COPY-COUNT               PIC 9(07) VALUE ZERO.
016600 77  WS-ACCT-HASH-TOTAL               PIC 9(13) VALUE ZERO.
016700 77  WS-BAL-COPY-COUNT                PIC 9(07) VALUE ZERO.
016800 77  WS-BAL-HASH-TOTAL                PIC 9(13) VALUE ZERO.
016900 77  WS-BAL-AMOUNT-TOTAL              PIC S9(11)V99 VALUE ZERO.
017000*
017100*    RUN DATE FOR THE REPORT HEADING
017200*
017300 01  WS-RUN-DATE                      PIC 9(08) VALUE ZERO.
017400 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
017500     05  WS-RUN-CCYY                  PIC 9(04).
017600     05  WS-RUN-MM                    PIC 9(02).
017700     05  WS-RUN-DD                    PIC 9(02).
017800*
017900*    BACKUP REPORT LINES
018000*
018100 01  RPT-HEADING-1.
018200     05  FILLER                       PIC X(01) VALUE SPACE.
018300     05  FILLER                       PIC X(34)
018400         VALUE "MASTER FILE BACKUP REPORT".
018500     05  FILLER                       PIC X(09)
018600         VALUE "RUN DATE ".
018700     05  RPT-H1-CCYY                  PIC 9(04).
018800     05  FILLER                       PIC X(01) VALUE "-".
018900     05  RPT-H1-MM                    PIC 9(02).
019000     05  FILLER                       PIC X(01) VALUE "-".
019100     05  RPT-H1-DD                    PIC 9(02).
019200*
019300 01  RPT-SECTION-LINE.
019400     05  FILLER                       PIC X(01) VALUE SPACE.
019500     05  RPT-SEC-TITLE                PIC X(50).
019600*
019700 01  RPT-TOTAL-LINE.
019800     05  FILLER                       PIC X(03) VALUE SPACES.
019900     05  RPT-T-LABEL                  PIC X(30).
020000     05  RPT-T-COUNT                  PIC ZZZZZZZ9.
020100     05  FILLER                       PIC X(02) VALUE SPACES.
020200     05  RPT-T-HASH                   PIC Z(12)9.
020300     05  FILLER                       PIC X(02) VALUE SPACES.
020400     05  RPT-T-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
020500*
020600 PROCEDURE DIVISION.
020700*
020800*****************************************************************
020900*    0000-MAINLINE - READS THE CONTROL CARD, THEN UNLOADS OR     *
021000*    RELOADS EACH MASTER SELECTED AND PRINTS ITS TOTALS.         *
021100*****************************************************************
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021400     IF FUNCTION-UNLOAD
021500         IF DO-ACCOUNT-MASTER
021600             PERFORM 2000-UNLOAD-ACCOUNTS THRU 2000-EXIT
021700         END-IF
021800         IF DO-BALANCE-MASTER
021900             PERFORM 2500-UNLOAD-BALANCES THRU 2500-EXIT
022000         END-IF
022100     ELSE
022200         IF DO-ACCOUNT-MASTER
022300             PERFORM 3000-RELOAD-ACCOUNTS THRU 3000-EXIT
022400         END-IF
022500         IF DO-BALANCE-MASTER
022600             PERFORM 3500-RELOAD-BALANCES THRU 3500-EXIT
022700         END-IF
022800     END-IF
022900     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
023000     PERFORM 9999-TERMINATE THRU 9999-EXIT
023100     STOP RUN.
023200*
023300*****************************************************************
023400*    1000-INITIALIZE - READS THE OPTIONAL CONTROL CARD, REJECTS  *
023500*    A FUNCTION OR MASTER CODE IT DOES NOT KNOW, AND OPENS THE   *
023600*    BACKUP REPORT.                                              *
023700*****************************************************************
023800 1000-INITIALIZE.
023900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
024000     OPEN INPUT CONTROL-CARD-FILE
024100     IF WS-CARD-STATUS NOT = "00" AND WS-CARD-STATUS NOT = "05"
024200         MOVE "BKPCARD" TO WS-ABORT-FILE-ID
024300         MOVE WS-CARD-STATUS TO WS-ABORT-STATUS
024400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
024500     END-IF
024600     IF WS-CARD-STATUS = "00"
024700         READ CONTROL-CARD-FILE
024800             AT END
024900                 MOVE SPACES TO CONTROL-CARD-RECORD
025000         END-READ
025100     ELSE
025200         MOVE SPACES TO CONTROL-CARD-RECORD
025300     END-IF
025400     CLOSE CONTROL-CARD-FILE
025500     IF NOT CC-UNLOAD AND NOT CC-RELOAD
025600         DISPLAY "MASTER-BACKUP - INVALID FUNCTION ON BKPCARD: "
025700             CC-FUNCTION
025800         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
025900     END-IF
026000     IF NOT CC-ACCOUNT-ONLY AND NOT CC-BALANCE-ONLY
026100             AND NOT CC-BOTH-MASTERS
026200         DISPLAY "MASTER-BACKUP - INVALID MASTER ON BKPCARD: "
026300             CC-MASTER
026400         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
026500     END-IF
026600     IF CC-RELOAD
026700         MOVE "R" TO WS-FUNCTION
026800     ELSE
026900         MOVE "U" TO WS-FUNCTION
027000     END-IF
027100     MOVE CC-MASTER TO WS-MASTER-SELECT
027200     OPEN OUTPUT BACKUP-REPORT-FILE
027300     IF WS-REPORT-STATUS NOT = "00"
027400         MOVE "BKPRPT" TO WS-ABORT-FILE-ID
027500         MOVE WS-REPORT-STATUS TO WS-ABORT-STATUS
027600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
027700     END-IF
027800     MOVE WS-RUN-CCYY TO RPT-H1-CCYY
027900     MOVE WS-RUN-MM TO RPT-H1-MM
028000     MOVE WS-RUN-DD TO RPT-H1-DD
028100     WRITE BACKUP-REPORT-LINE FROM RPT-HEADING-1
028200         AFTER ADVANCING 1 LINE
028300     MOVE SPACES TO BACKUP-REPORT-LINE
028400     WRITE BACKUP-REPORT-LINE AFTER ADVANCING 1 LINE
028500     .
028600 1000-EXIT.
028700     EXIT.
028800*
028900*****************************************************************
029000*    2000-UNLOAD-ACCOUNTS - ACCTMSTR IN KEY ORDER TO ACCTBKUP.   *
029100*****************************************************************
029200 2000-UNLOAD-ACCOUNTS.
029300     MOVE "N" TO SW-END-OF-FILE
029400     OPEN INPUT ACCOUNT-MASTER-FILE
029500     IF WS-ACCT-MASTER-STATUS NOT = "00"
029600         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
029700         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
029800         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
029900     END-IF
030000     OPEN OUTPUT ACCOUNT-BACKUP-FILE
030100     IF WS-ACCT-BACKUP-STATUS NOT = "00"
030200         MOVE "ACCTBKUP" TO WS-ABORT-FILE-ID
030300         MOVE WS-ACCT-BACKUP-STATUS TO WS-ABORT-STATUS
030400         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
030500     END-IF
030600     PERFORM 2100-UNLOAD-ONE-ACCOUNT THRU 2100-EXIT
030700         UNTIL END-OF-FILE
030800     CLOSE ACCOUNT-MASTER-FILE
030900     CLOSE ACCOUNT-BACKUP-FILE
031000     .
031100 2000-EXIT.
031200     EXIT.
031300*
031400 2100-UNLOAD-ONE-ACCOUNT.
031500     READ ACCOUNT-MASTER-FILE
031600         AT END
031700             MOVE "Y" TO SW-END-OF-FILE
031800             GO TO 2100-EXIT
031900     END-READ
032000     MOVE ACCT-MASTER-RECORD TO ACCT-BACKUP-RECORD
032100     WRITE ACCT-BACKUP-RECORD
032200     ADD 1 TO WS-ACCT-COPY-COUNT
032300     ADD AM-ACCOUNT-NO TO WS-ACCT-HASH-TOTAL
032400     .
032500 2100-EXIT.
032600     EXIT.
032700*
032800*****************************************************************
032900*    2500-UNLOAD-BALANCES - BALMSTR IN KEY ORDER TO BALBKUP.     *
033000*    BEFORE THE FIRST POSTING RUN THERE IS NO BALMSTR, AND AN    *
033100*    EMPTY BACKUP IS WRITTEN SO THE GENERATIONS STAY IN STEP.    *
033200*****************************************************************
033300 2500-UNLOAD-BALANCES.
033400     MOVE "N" TO SW-END-OF-FILE
033500     OPEN INPUT BALANCE-MASTER-FILE
033600     IF WS-BAL-MASTER-STATUS NOT = "00"
033700             AND WS-BAL-MASTER-STATUS NOT = "05"
033800         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
033900         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
034000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
034100     END-IF
034200     OPEN OUTPUT BALANCE-BACKUP-FILE
034300     IF WS-BAL-BACKUP-STATUS NOT = "00"
034400         MOVE "BALBKUP" TO WS-ABORT-FILE-ID
034500         MOVE WS-BAL-BACKUP-STATUS TO WS-ABORT-STATUS
034600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
034700     END-IF
034800     PERFORM 2600-UNLOAD-ONE-BALANCE THRU 2600-EXIT
034900         UNTIL END-OF-FILE
035000     CLOSE BALANCE-MASTER-FILE
035100     CLOSE BALANCE-BACKUP-FILE
035200     .
035300 2500-EXIT.
035400     EXIT.
035500*
035600 2600-UNLOAD-ONE-BALANCE.
035700     READ BALANCE-MASTER-FILE
035800         AT END
035900             MOVE "Y" TO SW-END-OF-FILE
036000             GO TO 2600-EXIT
036100     END-READ
036200     MOVE BAL-MASTER-RECORD TO BAL-BACKUP-RECORD
036300     WRITE BAL-BACKUP-RECORD
036400     ADD 1 TO WS-BAL-COPY-COUNT
036500     ADD BM-ACCOUNT-NO TO WS-BAL-HASH-TOTAL
036600     ADD BM-CURR-BALANCE TO WS-BAL-AMOUNT-TOTAL
036700     .
036800 2600-EXIT.
036900     EXIT.
037000*
037100*****************************************************************
037200*    3000-RELOAD-ACCOUNTS - ACCTBKUP TO A NEW ACCTMSTN.  THE     *
037300*    BACKUP WAS UNLOADED IN KEY ORDER, SO A RECORD OUT OF        *
037400*    SEQUENCE MEANS THE WRONG OR A DAMAGED FILE WAS SUPPLIED     *
037500*    AND THE RUN STOPS RATHER THAN BUILD A PARTIAL MASTER.       *
037600*****************************************************************
037700 3000-RELOAD-ACCOUNTS.
037800     MOVE "N" TO SW-END-OF-FILE
037900     OPEN INPUT ACCOUNT-BACKUP-FILE
038000     IF WS-ACCT-BACKUP-STATUS NOT = "00"
038100         MOVE "ACCTBKUP" TO WS-ABORT-FILE-ID
038200         MOVE WS-ACCT-BACKUP-STATUS TO WS-ABORT-STATUS
038300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
038400     END-IF
038500     OPEN OUTPUT NEW-MASTER-FILE
038600     IF WS-NEW-MASTER-STATUS NOT = "00"
038700         MOVE "ACCTMSTN" TO WS-ABORT-FILE-ID
038800         MOVE WS-NEW-MASTER-STATUS TO WS-ABORT-STATUS
038900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
039000     END-IF
039100     PERFORM 3100-RELOAD-ONE-ACCOUNT THRU 3100-EXIT
039200         UNTIL END-OF-FILE
039300     CLOSE ACCOUNT-BACKUP-FILE
039400     CLOSE NEW-MASTER-FILE
039500     .
039600 3000-EXIT.
039700     EXIT.
039800*
039900 3100-RELOAD-ONE-ACCOUNT.
040000     READ ACCOUNT-BACKUP-FILE
040100         AT END
040200             MOVE "Y" TO SW-END-OF-FILE
040300             GO TO 3100-EXIT
040400     END-READ
040500     MOVE ACCT-BACKUP-RECORD TO NEW-MASTER-RECORD
040600     WRITE NEW-MASTER-RECORD
040700         INVALID KEY
040800             DISPLAY "MASTER-BACKUP - UNABLE TO WRITE ACCTMSTN "
040900                 "ACCOUNT " NM-ACCOUNT-NO ", STATUS = "
041000                 WS-NEW-MASTER-STATUS
041100             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
041200     END-WRITE
041300     ADD 1 TO WS-ACCT-COPY-COUNT
041400     ADD NM-ACCOUNT-NO TO WS-ACCT-HASH-TOTAL
041500     .
041600 3100-EXIT.
041700     EXIT.
041800*
041900*****************************************************************
042000*    3500-RELOAD-BALANCES - BALBKUP TO A NEW BALMSTN, WITH THE   *
042100*    SAME SEQUENCE RULE AS THE ACCOUNT RELOAD.                   *
042200*****************************************************************
042300 3500-RELOAD-BALANCES.
042400     MOVE "N" TO SW-END-OF-FILE
042500     OPEN INPUT BALANCE-BACKUP-FILE
042600     IF WS-BAL-BACKUP-STATUS NOT = "00"
042700             AND WS-BAL-BACKUP-STATUS NOT = "05"
042800         MOVE "BALBKUP" TO WS-ABORT-FILE-ID
042900         MOVE WS-BAL-BACKUP-STATUS TO WS-ABORT-STATUS
043000         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
043100     END-IF
043200     OPEN OUTPUT NEW-BALANCE-FILE
043300     IF WS-NEW-BALANCE-STATUS NOT = "00"
043400         MOVE "BALMSTN" TO WS-ABORT-FILE-ID
043500         MOVE WS-NEW-BALANCE-STATUS TO WS-ABORT-STATUS
043600         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
043700     END-IF
043800     PERFORM 3600-RELOAD-ONE-BALANCE THRU 3600-EXIT
043900         UNTIL END-OF-FILE
044000     CLOSE BALANCE-BACKUP-FILE
044100     CLOSE NEW-BALANCE-FILE
044200     .
044300 3500-EXIT.
044400     EXIT.
044500*
044600 3600-RELOAD-ONE-BALANCE.
044700     READ BALANCE-BACKUP-FILE
044800         AT END
044900             MOVE "Y" TO SW-END-OF-FILE
045000             GO TO 3600-EXIT
045100     END-READ
045200     MOVE BAL-BACKUP-RECORD TO NEW-BALANCE-RECORD
045300     WRITE NEW-BALANCE-RECORD
045400         INVALID KEY
045500             DISPLAY "MASTER-BACKUP - UNABLE TO WRITE BALMSTN "
045600                 "ACCOUNT " NB-ACCOUNT-NO ", STATUS = "
045700                 WS-NEW-BALANCE-STATUS
045800             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
045900     END-WRITE
046000     ADD 1 TO WS-BAL-COPY-COUNT
046100     ADD NB-ACCOUNT-NO TO WS-BAL-HASH-TOTAL
046200     ADD NB-CURR-BALANCE TO WS-BAL-AMOUNT-TOTAL
046300     .
046400 3600-EXIT.
046500     EXIT.
046600*
046700*****************************************************************
046800*    6000-PRINT-SUMMARY - COUNTS AND HASH TOTALS FOR EACH        *
046900*    MASTER COPIED, TO THE JOB LOG AND THE REPORT.               *
047000*****************************************************************
047100 6000-PRINT-SUMMARY.
047200     MOVE SPACES TO RPT-SECTION-LINE
047300     IF FUNCTION-UNLOAD
047400         DISPLAY "MASTER BACKUP UNLOAD TOTALS"
047500         MOVE "UNLOAD TO SEQUENTIAL BACKUP" TO RPT-SEC-TITLE
047600     ELSE
047700         DISPLAY "MASTER BACKUP RELOAD TOTALS"
047800         MOVE "RELOAD TO NEW INDEXED GENERATION" TO RPT-SEC-TITLE
047900     END-IF
048000     WRITE BACKUP-REPORT-LINE FROM RPT-SECTION-LINE
048100         AFTER ADVANCING 1 LINE
048200     MOVE SPACES TO BACKUP-REPORT-LINE
048300     WRITE BACKUP-REPORT-LINE AFTER ADVANCING 1 LINE
048400     IF DO-ACCOUNT-MASTER
048500         DISPLAY "  ACCOUNT RECORDS. . . . . " WS-ACCT-COPY-COUNT
048600         DISPLAY "  ACCOUNT NUMBER HASH. . . " WS-ACCT-HASH-TOTAL
048700         MOVE SPACES TO RPT-TOTAL-LINE
048800         MOVE "ACCOUNT MASTER RECORDS" TO RPT-T-LABEL
048900         MOVE WS-ACCT-COPY-COUNT TO RPT-T-COUNT
049000         MOVE WS-ACCT-HASH-TOTAL TO RPT-T-HASH
049100         PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
049200     END-IF
049300     IF DO-BALANCE-MASTER
049400         DISPLAY "  BALANCE RECORDS. . . . . " WS-BAL-COPY-COUNT
049500         DISPLAY "  ACCOUNT NUMBER HASH. . . " WS-BAL-HASH-TOTAL
049600         DISPLAY "  CURRENT BALANCE TOTAL. . " WS-BAL-AMOUNT-TOTAL
049700         MOVE SPACES TO RPT-TOTAL-LINE
049800         MOVE "BALANCE MASTER RECORDS" TO RPT-T-LABEL
049900         MOVE WS-BAL-COPY-COUNT TO RPT-T-COUNT
050000         MOVE WS-BAL-HASH-TOTAL TO RPT-T-HASH
050100         MOVE WS-BAL-AMOUNT-TOTAL TO RPT-T-AMOUNT
050200         PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
050300     END-IF
050400     .
050500 6000-EXIT.
050600     EXIT.
050700*
050800 6100-PRINT-TOTAL-LINE.
050900     WRITE BACKUP-REPORT-LINE FROM RPT-TOTAL-LINE
051000         AFTER ADVANCING 1 LINE
051100     .
051200 6100-EXIT.
051300     EXIT.
051400*
051500*************************************************************
051600*    9000-ABORT-ON-BAD-STATUS - COMMON ABEND ROUTINE FOR A    *
051700*    FILE OPEN THAT RETURNED AN UNEXPECTED FILE STATUS.  THE  *
051800*    CALLER MOVES THE FAILING FILE'S LOGICAL NAME AND STATUS  *
051900*    CODE INTO WS-ABORT-FILE-ID/WS-ABORT-STATUS FIRST.        *
052000*************************************************************
052100 9000-ABORT-ON-BAD-STATUS.
052200     DISPLAY "MASTER-BACKUP - UNABLE TO OPEN "
052300         WS-ABORT-FILE-ID ", STATUS = " WS-ABORT-STATUS
052400     PERFORM 9100-ABORT-RUN THRU 9100-EXIT
052500     .
052600 9000-EXIT.
052700     EXIT.
052800*
052900 9100-ABORT-RUN.
053000     MOVE 16 TO RETURN-CODE
053100     STOP RUN
053200     .
053300 9100-EXIT.
053400     EXIT.
053500*
053600 9999-TERMINATE.
053700     CLOSE BACKUP-REPORT-FILE
053800     .
053900 9999-EXIT.
054000     EXIT.
