002100*    -------    ---- --------------------------------------------*
002200*    2026-09-03 JRM  ORIGINAL PROGRAM - MONTHLY OPERATIONS       *
002300*                    REPORTING OVER THE RUNHIST AUDIT FILE.      *
002317*    2026-10-15 JRM  THE POSTING STEP NOW APPENDS ITS OWN        *
002333*                    RUNHIST RECORDS, TAGGED BY STEP ID.  EVERY  *
002350*                    RUN IS LISTED WITH ITS STEP SO POSTING RUNS *
002367*                    SIT NEXT TO SORT RUNS; THE WEEKDAY AND      *
002383*                    MIN/AVG/MAX FIGURES COVER SORT RUNS ONLY.   *
002386*    2026-10-15 JRM  THE POSTING BACK-OUT RUN ALSO APPENDS       *
002389*                    RUNHIST RECORDS, UNDER STEP ID "BACKOUT".   *
002391*                    THE STEP COLUMN IS WIDENED TO HOLD IT AND   *
002394*                    BACK-OUT RUNS ARE COUNTED ON THEIR OWN      *
002397*                    LINE.                                       *
002400*                                                                *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
005250*    THE RUN-HISTORY RECORD LAYOUT MIRRORS THE ONE THE NIGHTLY
005300*    SORT WRITES - ONE AUDIT RECORD PER EXECUTION.  THE POSTING
005350*    STEP AND THE POSTING BACK-OUT RUN APPEND TO THE SAME FILE
005400*    UNDER THEIR OWN STEP IDS; SPACES IN RH-STEP-ID MARK A SORT
005450*    RUN WRITTEN BEFORE THE FIELD EXISTED.
005500*
005600 FD  RUN-HISTORY-FILE.
005700 01  RUN-HISTORY-RECORD.
006600     05  RH-SUM-AMOUNT                PIC S9(11)V99.
006700     05  RH-RESTART-IND               PIC X(01).
006800     05  RH-RETURN-CODE               PIC 9(02).
006867     05  RH-STEP-ID                   PIC X(08).
006933     05  FILLER                       PIC X(05).
007000*
007100 FD  OPS-CARD-FILE.
007200 01  OPS-CARD-RECORD.
009800*    TABLE SIZE, SUBSCRIPTS AND PERIOD SELECTION
009900*
010000 77  WS-RUN-MAX                       PIC 9(04) COMP VALUE 1000.
010050 77  RUN-COUNT                        PIC 9(04) COMP VALUE ZERO.
010100 77  WS-SORT-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
010150 77  WS-POST-RUN-COUNT                PIC 9(04) COMP VALUE ZERO.
010175 77  WS-BACKOUT-RUN-COUNT             PIC 9(04) COMP VALUE ZERO.
010200 77  I                                PIC 9(04) COMP VALUE ZERO.
010300 77  WS-PERIOD                        PIC 9(06) VALUE ZERO.
010400 77  WS-REC-PERIOD                    PIC 9(06) VALUE ZERO.
011700         10  RT-SUM-AMOUNT            PIC S9(11)V99.
011800         10  RT-RESTART-IND           PIC X(01).
011900         10  RT-RETURN-CODE           PIC 9(02).
011950         10  RT-STEP-ID               PIC X(08).
012000*
012100*    WEEKDAY ACCUMULATORS - SLOT 1 = MONDAY THROUGH 7 = SUNDAY.
012200*
021400 01  RPT-DAY-HEADING.
021500     05  FILLER                       PIC X(01) VALUE SPACE.
021600     05  FILLER                       PIC X(10) VALUE "RUN DATE".
021667     05  FILLER                       PIC X(11) VALUE "WEEKDAY".
021733     05  FILLER                       PIC X(09) VALUE "STEP".
021800     05  FILLER                       PIC X(09) VALUE "    READ".
021900     05  FILLER                       PIC X(09) VALUE "  REJECT".
022000     05  FILLER                       PIC X(08) VALUE "  PCT".
022900     05  FILLER                       PIC X(02) VALUE SPACES.
023000     05  RPT-D-WEEKDAY                PIC X(09).
023100     05  FILLER                       PIC X(02) VALUE SPACES.
023133     05  RPT-D-STEP                   PIC X(07).
023167     05  FILLER                       PIC X(02) VALUE SPACES.
023200     05  RPT-D-READ                   PIC ZZZZZZ9.
023300     05  FILLER                       PIC X(02) VALUE SPACES.
023400     05  RPT-D-REJECT                 PIC ZZZZZZ9.
038500             ELSE
038600                 MOVE ZERO TO RT-RETURN-CODE(RUN-COUNT)
038700             END-IF
038717             IF RH-STEP-ID = SPACES
038733                 MOVE "SORT" TO RT-STEP-ID(RUN-COUNT)
038750             ELSE
038767                 MOVE RH-STEP-ID TO RT-STEP-ID(RUN-COUNT)
038783             END-IF
038800     END-READ
038900     .
039000 1710-EXIT.
042500*
042600*****************************************************************
042700*    4000-PRINT-DAILY-SECTION - ONE LINE PER RUN IN THE PERIOD   *
042767*    WITH ITS WEEKDAY, STEP, REJECT RATE, RESTART INDICATOR AND  *
042833*    RETURN CODE - THE REJECT-RATE TREND READS STRAIGHT DOWN     *
042900*    THE PAGE, AND A POSTING RUN SITS NEXT TO THE SORT RUN IT    *
042967*    FOLLOWED.  SORT RUNS ALSO FEED THE WEEKDAY AND PERIOD       *
043033*    STATISTICS; POSTING RUNS ARE ONLY COUNTED.                  *
043100*****************************************************************
043200 4000-PRINT-DAILY-SECTION.
043300     PERFORM 8000-START-NEW-PAGE THRU 8000-EXIT
045700     MOVE RT-RUN-DATE(I) TO WS-DOW-DATE
045800     PERFORM 2000-COMPUTE-WEEKDAY THRU 2000-EXIT
045900     MOVE RT-RUN-DATE(I) TO RPT-D-DATE
045950     MOVE RT-STEP-ID(I) TO RPT-D-STEP
046000     MOVE WEEKDAY-NAME(WS-WEEKDAY-NO) TO RPT-D-WEEKDAY
046100     MOVE RT-READ-COUNT(I) TO RPT-D-READ
046200     MOVE RT-REJECT-COUNT(I) TO RPT-D-REJECT
047200     MOVE RT-RETURN-CODE(I) TO RPT-D-RC
047300     MOVE RPT-DAY-LINE TO WS-PRINT-LINE
047400     PERFORM 8100-WRITE-PRINT-LINE THRU 8100-EXIT
047415     IF RT-RESTART-IND(I) = "Y"
047431         ADD 1 TO WS-RESTART-COUNT
047446     END-IF
047462     IF RT-RETURN-CODE(I) NOT = ZERO
047477         ADD 1 TO WS-NONZERO-RC-COUNT
047492     END-IF
047495     IF RT-STEP-ID(I) = "BACKOUT"
047498         ADD 1 TO WS-BACKOUT-RUN-COUNT
047502         GO TO 4100-EXIT
047505     END-IF
047508     IF RT-STEP-ID(I) NOT = "SORT"
047523         ADD 1 TO WS-POST-RUN-COUNT
047538         GO TO 4100-EXIT
047554     END-IF
047569     ADD 1 TO WS-SORT-RUN-COUNT
047585     ADD 1 TO WD-RUNS(WS-WEEKDAY-NO)
047600     ADD RT-READ-COUNT(I) TO WD-READ-SUM(WS-WEEKDAY-NO)
047700     ADD RT-SUM-AMOUNT(I) TO WD-AMOUNT-SUM(WS-WEEKDAY-NO)
047800     ADD RT-READ-COUNT(I) TO WS-READ-SUM
047900     ADD RT-REJECT-COUNT(I) TO WS-REJECT-SUM
048000     ADD RT-SUM-AMOUNT(I) TO WS-AMOUNT-SUM
048100     IF WS-SORT-RUN-COUNT = 1
048200         MOVE RT-READ-COUNT(I) TO WS-MIN-READ
048300         MOVE RT-READ-COUNT(I) TO WS-MAX-READ
048400         MOVE RT-SUM-AMOUNT(I) TO WS-MIN-AMOUNT
049700             MOVE RT-SUM-AMOUNT(I) TO WS-MAX-AMOUNT
049800         END-IF
049900     END-IF
050600     .
050700 4100-EXIT.
050800     EXIT.
058000         GO TO 6100-EXIT
058100     END-IF
058200     MOVE RT-RUN-DATE(I) TO RPT-D-DATE
058250     MOVE RT-STEP-ID(I) TO RPT-D-STEP
058300     MOVE RT-RUN-DATE(I) TO WS-DOW-DATE
058400     PERFORM 2000-COMPUTE-WEEKDAY THRU 2000-EXIT
058500     MOVE WEEKDAY-NAME(WS-WEEKDAY-NO) TO RPT-D-WEEKDAY
059600     EXIT.
059700*
059800*****************************************************************
059875*    7000-PRINT-STATS-SECTION - MIN/AVG/MAX FIGURES AND THE      *
059950*    PERIOD REJECT RATE OVER THE SORT RUNS, AND THE NUMBER OF    *
060025*    POSTING RUNS.                                               *
060100*****************************************************************
060200 7000-PRINT-STATS-SECTION.
060300     MOVE SPACES TO WS-PRINT-LINE
060800     PERFORM 8100-WRITE-PRINT-LINE THRU 8100-EXIT
060900     MOVE SPACES TO WS-PRINT-LINE
061000     PERFORM 8100-WRITE-PRINT-LINE THRU 8100-EXIT
061100     IF WS-SORT-RUN-COUNT > ZERO
061200         COMPUTE WS-AVG-READ ROUNDED =
061300             WS-READ-SUM / WS-SORT-RUN-COUNT
061400         COMPUTE WS-AVG-AMOUNT ROUNDED =
061500             WS-AMOUNT-SUM / WS-SORT-RUN-COUNT
061600     END-IF
061700     IF WS-READ-SUM > ZERO
061800         COMPUTE WS-REJECT-PCT ROUNDED =
062100         MOVE ZERO TO WS-REJECT-PCT
062200     END-IF
062300     MOVE SPACES TO RPT-STAT-LINE
062338     MOVE "SORT RUNS IN PERIOD" TO RPT-S-LABEL
062375     MOVE WS-SORT-RUN-COUNT TO RPT-S-COUNT
062412     MOVE RPT-STAT-LINE TO WS-PRINT-LINE
062450     PERFORM 8100-WRITE-PRINT-LINE THRU 8100-EXIT
062488     MOVE SPACES TO RPT-STAT-LINE
062525     MOVE "POSTING RUNS IN PERIOD" TO RPT-S-LABEL
062562     MOVE WS-POST-RUN-COUNT TO RPT-S-COUNT
062600     MOVE RPT-STAT-LINE TO WS-PRINT-LINE
062700     PERFORM 8100-WRITE-PRINT-LINE THRU 8100-EXIT
062717     MOVE SPACES TO RPT-STAT-LINE
062733     MOVE "BACK-OUT RUNS IN PERIOD" TO RPT-S-LABEL
062750     MOVE WS-BACKOUT-RUN-COUNT TO RPT-S-COUNT
062767     MOVE RPT-STAT-LINE TO WS-PRINT-LINE
062783     PERFORM 8100-WRITE-PRINT-LINE THRU 8100-EXIT
062800     MOVE SPACES TO RPT-STAT-LINE
062900     MOVE "MINIMUM RECORDS READ" TO RPT-S-LABEL
063000     MOVE WS-MIN-READ TO RPT-S-COUNT
