001000*    AND PRINTS A BEFORE/AFTER AUDIT REPORT OF EVERY CHANGE SO   *
001100*    AUDIT CAN PROVE WHO CHANGED WHAT AND WHEN.  THE OLD MASTER  *
001200*    IS NEVER UPDATED IN PLACE - A BAD RUN LEAVES IT UNTOUCHED.  *
001210*                                                                *
001220*    EVERY ACTION IS HELD ON THE PENDING-MAINTENANCE FILE UNTIL  *
001230*    A SECOND OPERATOR APPROVES IT WITH AN APPROVAL CARD IN A    *
001240*    LATER RUN (MAKER-CHECKER).  ONLY APPROVED ITEMS REACH THE   *
001250*    NEW MASTER; SELF-APPROVAL IS REJECTED, AND ITEMS LEFT       *
001260*    PENDING PAST THE AGE LIMIT ARE LISTED.                      *
001270*                                                                *
001280*    CONTROL CARD (MNTCARD - OPTIONAL):                          *
001290*    COLUMNS 1-3 PENDING AGE LIMIT IN DAYS (DEFAULT 005).        *
001292*                                                                *
001295*    A CLOSE IS REJECTED, WHEN KEYED AND AGAIN WHEN APPLIED,     *
001298*    WHILE THE ACCOUNT STILL HAS A BALANCE ON BALMSTR.           *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT DESCRIPTION                                 *
002040*                    SAME AUDITED JOB.  SPACES LEAVES A          *
002050*                    CHANGE'S LIMIT AS IS; ON AN ADD IT MEANS    *
002060*                    NO LIMIT.                                   *
002070*    2026-10-15 JRM  ACCTMSTR AND ACCTMSTN ARE NOW INDEXED ON    *
002080*                    ACCOUNT NUMBER.  THE OLD MASTER IS COPIED   *
002085*                    FORWARD INTO THE NEW GENERATION, WHICH THE  *
002090*                    MAINTENANCE PASS THEN READS AND UPDATES BY  *
002095*                    KEY.  ACCTMSTR ITSELF IS ONLY EVER READ.    *
002105*    2026-10-15 JRM  MAKER-CHECKER CONTROL.  THE MAINTENANCE     *
002114*                    CARD (NOW COPYBOOK MNTREC) CARRIES THE      *
002124*                    KEYING OPERATOR'S ID.  VALID CARDS ARE HELD *
002133*                    ON THE PENDING FILE (PENDMNT IN, PENDMNN    *
002143*                    OUT) AND APPLIED ONLY ONCE A DIFFERENT      *
002152*                    OPERATOR APPROVES THEM WITH A "V" CARD.     *
002162*                    PENDING ITEMS ARE LISTED ON MNTPEND WITH    *
002171*                    THOSE PAST THE AGE LIMIT; MNTRPT SHOWS      *
002181*                    MAKER AND CHECKER.                          *
002183*    2026-10-15 JRM  BALMSTR IS READ BY KEY AND A CLOSE OF AN    *
002185*                    ACCOUNT WITH A NON-ZERO CURRENT BALANCE IS  *
002186*                    REJECTED, SO A BALANCE CANNOT DROP OUT OF   *
002188*                    THE OPEN-ACCOUNT VIEW.                      *
002190*    2026-10-15 JRM  A CHANGE CARD THAT SETS STATUS "C" IS HELD  *
002192*                    TO THE SAME NON-ZERO BALANCE CHECK AS A     *
002194*                    CLOSE CARD.  THE WRITE OF EACH ITEM         *
002196*                    CARRIED FORWARD TO PENDMNN IS CHECKED.      *
002198*                                                                *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. ACCOUNT-MAINTENANCE.
003200 FILE-CONTROL.
003300     SELECT ACCOUNT-MASTER-FILE
003400         ASSIGN TO "ACCTMSTR"
003500         ORGANIZATION IS INDEXED
003530         ACCESS MODE IS SEQUENTIAL
003560         RECORD KEY IS AM-ACCOUNT-NO
003600         FILE STATUS IS WS-ACCT-MASTER-STATUS.
003700*
003800     SELECT NEW-MASTER-FILE
003900         ASSIGN TO "ACCTMSTN"
004000         ORGANIZATION IS INDEXED
004030         ACCESS MODE IS DYNAMIC
004060         RECORD KEY IS NM-ACCOUNT-NO
004100         FILE STATUS IS WS-NEW-MASTER-STATUS.
004112*
004125     SELECT OPTIONAL BALANCE-MASTER-FILE
004138         ASSIGN TO "BALMSTR"
004150         ORGANIZATION IS INDEXED
004162         ACCESS MODE IS RANDOM
004175         RECORD KEY IS BM-ACCOUNT-NO
004188         FILE STATUS IS WS-BAL-MASTER-STATUS.
004200*
004300     SELECT MAINTENANCE-INPUT-FILE
004400         ASSIGN TO "MNTIN"
004500         ORGANIZATION IS SEQUENTIAL
004600        FILE STATUS IS WS-MAINT-INPUT-STATUS.
004604*
004608     SELECT OPTIONAL CONTROL-CARD-FILE
004612         ASSIGN TO "MNTCARD"
004616         ORGANIZATION IS SEQUENTIAL
004620         FILE STATUS IS WS-CONTROL-STATUS.
004624*
004628*    PENDING-MAINTENANCE FILE - ITEMS KEYED BUT NOT YET APPROVED.
004632*    READ FROM THE LAST GENERATION, WRITTEN TO A NEW ONE LESS
004636*    THE ITEMS APPLIED THIS RUN PLUS THE ITEMS KEYED THIS RUN.
004640*
004644     SELECT OPTIONAL PENDING-MAINT-FILE
004648         ASSIGN TO "PENDMNT"
004652         ORGANIZATION IS SEQUENTIAL
004656         FILE STATUS IS WS-PENDING-STATUS.
004660*
004664     SELECT NEW-PENDING-FILE
004668         ASSIGN TO "PENDMNN"
004672         ORGANIZATION IS SEQUENTIAL
004676         FILE STATUS IS WS-NEW-PENDING-STATUS.
004680*
004684     SELECT PENDING-LISTING-FILE
004688         ASSIGN TO "MNTPEND"
004692         ORGANIZATION IS SEQUENTIAL
004696         FILE STATUS IS WS-PEND-LISTING-STATUS.
004700*
004800     SELECT EXCEPTION-LISTING-FILE
004900         ASSIGN TO "MNTEXCP"
006600 01  NEW-MASTER-RECORD.
006700     COPY ACCTREC REPLACING ==:PREFIX:== BY ==NM==
006800         ==:LVLFLD:== BY ==05==.
006817*
006833 FD  BALANCE-MASTER-FILE.
006850 01  BAL-MASTER-RECORD.
006867     COPY BALREC REPLACING ==:PREFIX:== BY ==BM==
006883         ==:LVLFLD:== BY ==05==.
006900*
006944*    MAINTENANCE TRANSACTIONS AND APPROVAL CARDS, ONE CARD IMAGE
006987*    PER ACTION, KEYED BY DATA CONTROL.  READ INTO THE MNTREC
007031*    LAYOUT IN WORKING-STORAGE, WHICH ALSO HOLDS THE PENDING
007074*    ITEMS AS THEY ARE APPLIED.
007118*
007162 FD  MAINTENANCE-INPUT-FILE.
007205 01  MAINTENANCE-INPUT-RECORD         PIC X(80).
007249*
007292 FD  CONTROL-CARD-FILE.
007336 01  CONTROL-CARD-RECORD.
007379     05  MCC-PENDING-DAYS             PIC 9(03).
007423     05  FILLER                       PIC X(77).
007467*
007510*    PENDING ITEM - THE MAINTENANCE CARD AS KEYED, UNDER THE
007554*    REFERENCE THE CHECKER QUOTES ON THE APPROVAL CARD: THE DATE
007597*    IT WAS KEYED AND ITS SEQUENCE AMONG THAT DAY'S ITEMS.
007641*
007685 FD  PENDING-MAINT-FILE.
007728 01  PENDING-MAINT-RECORD.
007772     05  PND-REFERENCE                PIC 9(12).
007815     05  PND-REFERENCE-R REDEFINES PND-REFERENCE.
007859         10  PND-KEYED-DATE           PIC 9(08).
007903         10  PND-KEYED-SEQ            PIC 9(04).
007946     05  PND-KEYED-TIME               PIC 9(06).
007990     05  PND-CARD.
008033     COPY MNTREC REPLACING ==:PREFIX:== BY ==PND==
008077         ==:LVLFLD:== BY ==10== ==:LVLSUB:== BY ==15==.
008121     05  FILLER                       PIC X(22).
008164*
008208 FD  NEW-PENDING-FILE.
008251 01  NEW-PENDING-RECORD.
008295     05  NPD-REFERENCE                PIC 9(12).
008338     05  NPD-KEYED-TIME               PIC 9(06).
008382     05  NPD-CARD                     PIC X(80).
008426     05  FILLER                       PIC X(22).
008469*
008513 FD  PENDING-LISTING-FILE.
008556 01  PENDING-LISTING-LINE             PIC X(132).
008600*
008700 FD  EXCEPTION-LISTING-FILE.
008800 01  EXCEPTION-LISTING-LINE           PIC X(132).
009600*
009700 77  WS-ACCT-MASTER-STATUS            PIC X(02).
009800 77  WS-NEW-MASTER-STATUS             PIC X(02).
009850 77  WS-BAL-MASTER-STATUS             PIC X(02).
009900 77  WS-MAINT-INPUT-STATUS            PIC X(02).
010000 77  WS-EXCP-LISTING-STATUS           PIC X(02).
010100 77  WS-AUDIT-REPORT-STATUS           PIC X(02).
010120 77  WS-CONTROL-STATUS                PIC X(02).
010140 77  WS-PENDING-STATUS                PIC X(02).
010160 77  WS-NEW-PENDING-STATUS            PIC X(02).
010180 77  WS-PEND-LISTING-STATUS           PIC X(02).
010200 77  WS-ABORT-FILE-ID                 PIC X(08) VALUE SPACES.
010300 77  WS-ABORT-STATUS                  PIC X(02) VALUE SPACES.
010400*
011300 77  SW-ACCOUNT-FOUND                 PIC X(01) VALUE "N".
011400     88  ACCOUNT-FOUND                    VALUE "Y".
011500     88  ACCOUNT-NOT-FOUND                VALUE "N".
011525 77  SW-PENDING-FOUND                 PIC X(01) VALUE "N".
011550     88  PENDING-FOUND                    VALUE "Y".
011575     88  PENDING-NOT-FOUND                VALUE "N".
011579 77  SW-BALANCE-FOUND                 PIC X(01) VALUE "N".
011583     88  BALANCE-FOUND                    VALUE "Y".
011587     88  BALANCE-NOT-FOUND                VALUE "N".
011592 77  SW-BALMSTR-PRESENT               PIC X(01) VALUE "N".
011596     88  BALMSTR-PRESENT                  VALUE "Y".
011600*
011700*    RUN COUNTERS
011800*
012100 77  WS-MASTER-IN-COUNT               PIC 9(07) VALUE ZERO.
012200 77  WS-MASTER-OUT-COUNT              PIC 9(07) VALUE ZERO.
012300 77  WS-TRAN-READ-COUNT               PIC 9(04) COMP VALUE ZERO.
012400 77  WS-ADD-COUNT                     PIC 9(04) COMP VALUE ZERO.
012500 77  WS-CHANGE-COUNT                  PIC 9(04) COMP VALUE ZERO.
012600 77  WS-CLOSE-COUNT                   PIC 9(04) COMP VALUE ZERO.
012700 77  WS-REJECT-COUNT                  PIC 9(04) COMP VALUE ZERO.
012800 77  WS-EDIT-REASON                   PIC X(30) VALUE SPACES.
012818 77  WS-PENDING-IN-COUNT              PIC 9(04) COMP VALUE ZERO.
012836 77  WS-HELD-COUNT                    PIC 9(04) COMP VALUE ZERO.
012855 77  WS-APPROVED-COUNT                PIC 9(04) COMP VALUE ZERO.
012873 77  WS-PENDING-OUT-COUNT             PIC 9(04) COMP VALUE ZERO.
012891 77  WS-OVERDUE-COUNT                 PIC 9(04) COMP VALUE ZERO.
012909*
012927*    PENDING AGE LIMIT FROM MNTCARD, AND THE LAST SEQUENCE USED
012945*    FOR TODAY'S REFERENCES.
012964*
012982 77  WS-PENDING-DAYS                  PIC 9(03) VALUE 5.
013000 77  WS-NEXT-SEQ                      PIC 9(04) COMP VALUE ZERO.
013018*
013036*    MAINTENANCE CARD BEING EDITED OR APPLIED - READ FROM MNTIN,
013055*    OR MOVED IN FROM THE PENDING TABLE.
013073*
013091 01  MAINTENANCE-RECORD.
013109     COPY MNTREC REPLACING ==:PREFIX:== BY ==MNT==
013127         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
013145*
013164*    PENDING ITEMS - THE LAST GENERATION OF THE PENDING FILE IN
013182*    KEYED ORDER, FOLLOWED BY THE ITEMS HELD THIS RUN.  STATE "P"
013200*    IS CARRIED FORWARD, "N" KEYED THIS RUN, "A" APPROVED THIS
013218*    RUN AND TO BE APPLIED.
013236*
013255 77  WS-PND-MAX                       PIC 9(04) COMP VALUE 2000.
013273 77  PND-COUNT                        PIC 9(04) COMP VALUE ZERO.
013291*
013309 01  PND-TABLE.
013327     05  PT-ENTRY OCCURS 0 TO 2000 TIMES
013345             DEPENDING ON PND-COUNT
013364             INDEXED BY PT-IDX.
013382         10  PT-REFERENCE             PIC 9(12).
013400         10  PT-REFERENCE-R REDEFINES PT-REFERENCE.
013418             15  PT-KEYED-DATE        PIC 9(08).
013436             15  PT-KEYED-SEQ         PIC 9(04).
013455         10  PT-KEYED-TIME            PIC 9(06).
013473         10  PT-CARD                  PIC X(80).
013491         10  PT-ACCOUNT-NO            PIC 9(07).
013509         10  PT-MAKER                 PIC X(08).
013527         10  PT-CHECKER               PIC X(08).
013545         10  PT-STATE                 PIC X(01).
013564             88  PT-CARRIED               VALUE "P".
013582             88  PT-NEW                   VALUE "N".
013600             88  PT-APPROVED              VALUE "A".
013618         10  PT-AGE-DAYS              PIC 9(05) COMP.
013636*
013655*    DATE-TO-SERIAL WORK FIELDS, AS IN FILE-HOUSEKEEPING.  A
013673*    DATE IS TURNED INTO A DAY NUMBER SO A PENDING ITEM'S AGE IS
013691*    A SIMPLE SUBTRACTION ACROSS MONTH AND YEAR ENDS.
013709*
013727 01  WS-SERIAL-DATE                   PIC 9(08) VALUE ZERO.
013745 01  WS-SERIAL-DATE-R REDEFINES WS-SERIAL-DATE.
013764     05  WS-SER-CCYY                  PIC 9(04).
013782     05  WS-SER-MM                    PIC 9(02).
013800     05  WS-SER-DD                    PIC 9(02).
013818 77  WS-SER-A                         PIC 9(04) COMP VALUE ZERO.
013836 77  WS-SER-Y                         PIC 9(05) COMP VALUE ZERO.
013855 77  WS-SER-M                         PIC 9(04) COMP VALUE ZERO.
013873 77  WS-SER-T1                        PIC 9(05) COMP VALUE ZERO.
013891 77  WS-SER-T2                        PIC 9(08) COMP VALUE ZERO.
013909 77  WS-SER-T3                        PIC 9(05) COMP VALUE ZERO.
013927 77  WS-SER-T4                        PIC 9(04) COMP VALUE ZERO.
013945 77  WS-SER-T5                        PIC 9(04) COMP VALUE ZERO.
013964 77  WS-SERIAL-NO                     PIC 9(08) COMP VALUE ZERO.
013982 77  WS-TODAY-SERIAL                  PIC 9(08) COMP VALUE ZERO.
014000*
014100*    BEFORE-IMAGE HOLD AREA FOR THE AUDIT REPORT.
014200*
019300         VALUE "BEFORE ST/NAME/BRANCH/LIMIT".
019400     05  FILLER                       PIC X(40)
019500         VALUE "AFTER  ST/NAME/BRANCH/LIMIT".
019533     05  FILLER                       PIC X(09) VALUE "MAKER".
019567     05  FILLER                       PIC X(07) VALUE "CHECKER".
019600*
019700 01  RPT-DETAIL-LINE.
019800     05  FILLER                       PIC X(01) VALUE SPACE.
021300     05  RPT-D-AFT-BRANCH             PIC X(04).
021320     05  FILLER                       PIC X(01) VALUE SPACE.
021340     05  RPT-D-AFT-LIMIT              PIC ZZZ,ZZ9.99.
021352     05  FILLER                       PIC X(02) VALUE SPACES.
021364     05  RPT-D-MAKER                  PIC X(08).
021376     05  FILLER                       PIC X(01) VALUE SPACE.
021388     05  RPT-D-CHECKER                PIC X(08).
021400*
021500 01  RPT-TOTAL-LINE.
021600     05  FILLER                       PIC X(03) VALUE SPACES.
024700     05  EXC-D-REASON                 PIC X(30).
024800     05  FILLER                       PIC X(02) VALUE SPACES.
024900     05  EXC-D-IMAGE                  PIC X(41).
024902     05  FILLER                       PIC X(02) VALUE SPACES.
024903     05  EXC-D-OPERATOR               PIC X(08).
024905*
024906*    PENDING LISTING LINES - EVERY ITEM STILL AWAITING APPROVAL
024908*    WITH ITS REFERENCE AND AGE, THEN THOSE PAST THE AGE LIMIT.
024910*
024911 01  PDL-HEADING-1.
024913     05  FILLER                       PIC X(01) VALUE SPACE.
024915     05  FILLER                       PIC X(38)
024916         VALUE "ACCOUNT MAINTENANCE PENDING LISTING".
024918     05  FILLER                       PIC X(09)
024919         VALUE "RUN DATE ".
024921     05  PDL-H1-CCYY                  PIC 9(04).
024923     05  FILLER                       PIC X(01) VALUE "-".
024924     05  PDL-H1-MM                    PIC 9(02).
024926     05  FILLER                       PIC X(01) VALUE "-".
024927     05  PDL-H1-DD                    PIC 9(02).
024929     05  FILLER                       PIC X(13)
024931         VALUE "  AGE LIMIT ".
024932     05  PDL-H1-DAYS                  PIC ZZ9.
024934     05  FILLER                       PIC X(05) VALUE " DAYS".
024935*
024937 01  PDL-SECTION-LINE.
024939     05  FILLER                       PIC X(01) VALUE SPACE.
024940     05  PDL-SEC-TITLE                PIC X(50).
024942*
024944 01  PDL-COLUMN-HEADING.
024945     05  FILLER                       PIC X(01) VALUE SPACE.
024947     05  FILLER                       PIC X(14) VALUE "REFERENCE".
024948     05  FILLER                       PIC X(03) VALUE "A".
024950     05  FILLER                       PIC X(09) VALUE "ACCOUNT".
024952     05  FILLER                       PIC X(10) VALUE "KEYED ON".
024953     05  FILLER                       PIC X(10) VALUE "MAKER".
024955     05  FILLER                       PIC X(06) VALUE " AGE".
024956     05  FILLER                       PIC X(38)
024958         VALUE "ST/NAME/BRANCH/LIMIT".
024960     05  FILLER                       PIC X(04) VALUE "NOTE".
024961*
024963 01  PDL-DETAIL-LINE.
024965     05  FILLER                       PIC X(01) VALUE SPACE.
024966     05  PDL-D-REFERENCE              PIC 9(12).
024968     05  FILLER                       PIC X(02) VALUE SPACES.
024969     05  PDL-D-ACTION                 PIC X(01).
024971     05  FILLER                       PIC X(02) VALUE SPACES.
024973     05  PDL-D-ACCOUNT                PIC 9(07).
024974     05  FILLER                       PIC X(02) VALUE SPACES.
024976     05  PDL-D-KEYED-DATE             PIC 9(08).
024977     05  FILLER                       PIC X(02) VALUE SPACES.
024979     05  PDL-D-MAKER                  PIC X(08).
024981     05  FILLER                       PIC X(02) VALUE SPACES.
024982     05  PDL-D-AGE                    PIC ZZZ9.
024984     05  FILLER                       PIC X(02) VALUE SPACES.
024985     05  PDL-D-STATUS                 PIC X(01).
024987     05  FILLER                       PIC X(01) VALUE SPACE.
024989     05  PDL-D-NAME                   PIC X(20).
024990     05  FILLER                       PIC X(01) VALUE SPACE.
024992     05  PDL-D-BRANCH                 PIC X(04).
024994     05  FILLER                       PIC X(01) VALUE SPACE.
024995     05  PDL-D-LIMIT                  PIC X(08).
024997     05  FILLER                       PIC X(02) VALUE SPACES.
024998     05  PDL-D-NOTE                   PIC X(20).
025000*
025100 PROCEDURE DIVISION.
025200*
025300*****************************************************************
025375*    0000-MAINLINE - DRIVES THE MAINTENANCE RUN FROM THE MASTER  *
025450*    COPY-FORWARD AND THE PENDING ITEMS THROUGH THE NEW MASTER   *
025525*    AND PENDING GENERATIONS AND THE CONTROL TOTALS.             *
025600*****************************************************************
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
025900     PERFORM 1400-COPY-FORWARD-MASTER THRU 1400-EXIT
025950     PERFORM 1500-LOAD-PENDING THRU 1500-EXIT
025975     PERFORM 1450-OPEN-BALANCE-MASTER THRU 1450-EXIT
026000     PERFORM 2000-PROCESS-MAINTENANCE THRU 2000-EXIT
026050     PERFORM 2950-APPLY-APPROVED THRU 2950-EXIT
026100     PERFORM 3000-CLOSE-NEW-MASTER THRU 3000-EXIT
026150     PERFORM 3500-WRITE-PENDING THRU 3500-EXIT
026200     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
026300     PERFORM 9999-TERMINATE THRU 9999-EXIT
026400     STOP RUN.
026500*
026600*****************************************************************
026675*    1000-INITIALIZE - OPENS THE REPORT AND LISTING FILES,       *
026750*    PICKS UP THE RUN DATE AND TIME FOR THE AUDIT HEADINGS AND   *
026825*    THE PENDING AGE LIMIT FROM THE CONTROL CARD.                *
026900*****************************************************************
027000 1000-INITIALIZE.
027100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028900         AFTER ADVANCING 1 LINE
029000     MOVE SPACES TO EXCEPTION-LISTING-LINE
029100     WRITE EXCEPTION-LISTING-LINE AFTER ADVANCING 1 LINE
029105     OPEN OUTPUT PENDING-LISTING-FILE
029111     IF WS-PEND-LISTING-STATUS NOT = "00"
029116         MOVE "MNTPEND" TO WS-ABORT-FILE-ID
029121         MOVE WS-PEND-LISTING-STATUS TO WS-ABORT-STATUS
029126         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
029132     END-IF
029137     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
029142     MOVE WS-RUN-DATE TO WS-SERIAL-DATE
029147     PERFORM 1550-DATE-TO-SERIAL THRU 1550-EXIT
029153     MOVE WS-SERIAL-NO TO WS-TODAY-SERIAL
029158     MOVE WS-RUN-CCYY TO PDL-H1-CCYY
029163     MOVE WS-RUN-MM TO PDL-H1-MM
029168     MOVE WS-RUN-DD TO PDL-H1-DD
029174     MOVE WS-PENDING-DAYS TO PDL-H1-DAYS
029179     WRITE PENDING-LISTING-LINE FROM PDL-HEADING-1
029184         AFTER ADVANCING 1 LINE
029189     MOVE SPACES TO PENDING-LISTING-LINE
029195     WRITE PENDING-LISTING-LINE AFTER ADVANCING 1 LINE
029200     .
029300 1000-EXIT.
029400     EXIT.
029404*
029407*    1100-READ-CONTROL-CARD - THE CARD IS OPTIONAL.  A MISSING
029411*    OR EMPTY CARD, OR A BLANK OR ZERO AGE LIMIT, KEEPS THE
029415*    DEFAULT.
029419*
029422 1100-READ-CONTROL-CARD.
029426     OPEN INPUT CONTROL-CARD-FILE
029430     IF WS-CONTROL-STATUS NOT = "00"
029433             AND WS-CONTROL-STATUS NOT = "05"
029437         MOVE "MNTCARD" TO WS-ABORT-FILE-ID
029441         MOVE WS-CONTROL-STATUS TO WS-ABORT-STATUS
029444         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
029448     END-IF
029452     READ CONTROL-CARD-FILE
029456         AT END
029459             CONTINUE
029463         NOT AT END
029467             IF MCC-PENDING-DAYS NUMERIC
029470                     AND MCC-PENDING-DAYS > ZERO
029474                 MOVE MCC-PENDING-DAYS TO WS-PENDING-DAYS
029478             END-IF
029481     END-READ
029485     CLOSE CONTROL-CARD-FILE
029489     .
029493 1100-EXIT.
029496     EXIT.
029500*
029600*****************************************************************
029700*    1400-COPY-FORWARD-MASTER - COPIES THE OLD MASTER INTO THE   *
029800*    NEW GENERATION, THEN REOPENS THE NEW GENERATION FOR THE     *
029850*    KEYED MAINTENANCE PASS.  THE OLD MASTER IS MANDATORY: A     *
029900*    MISSING OR UNREADABLE FILE ABENDS THE STEP RATHER THAN      *
030000*    WRITING AN EMPTY NEW GENERATION OVER A GOOD MASTER.         *
030100*****************************************************************
030200 1400-COPY-FORWARD-MASTER.
030400     MOVE "N" TO SW-END-OF-FILE
030500     OPEN INPUT ACCOUNT-MASTER-FILE
030600     IF WS-ACCT-MASTER-STATUS NOT = "00"
030800         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
030900         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
031000     END-IF
031010     OPEN OUTPUT NEW-MASTER-FILE
031020     IF WS-NEW-MASTER-STATUS NOT = "00"
031030         MOVE "ACCTMSTN" TO WS-ABORT-FILE-ID
031040         MOVE WS-NEW-MASTER-STATUS TO WS-ABORT-STATUS
031050         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
031060     END-IF
031100     PERFORM 1410-COPY-ONE-MASTER-RECORD THRU 1410-EXIT
031200         UNTIL END-OF-FILE
031300     CLOSE ACCOUNT-MASTER-FILE
031310     CLOSE NEW-MASTER-FILE
031400     MOVE "N" TO SW-END-OF-FILE
031410     OPEN I-O NEW-MASTER-FILE
031420     IF WS-NEW-MASTER-STATUS NOT = "00"
031430         MOVE "ACCTMSTN" TO WS-ABORT-FILE-ID
031440         MOVE WS-NEW-MASTER-STATUS TO WS-ABORT-STATUS
031450         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
031460     END-IF
031600     .
031700 1400-EXIT.
031800     EXIT.
031900*
032000 1410-COPY-ONE-MASTER-RECORD.
032100     READ ACCOUNT-MASTER-FILE
032200         AT END
032300             MOVE "Y" TO SW-END-OF-FILE
032400             GO TO 1410-EXIT
032500     END-READ
032600     ADD 1 TO WS-MASTER-IN-COUNT
033100     MOVE ACCT-MASTER-RECORD TO NEW-MASTER-RECORD
033210*    MASTERS WRITTEN BEFORE THE REVIEW LIMIT EXISTED CARRY
033220*    SPACES THERE - TREATED AS "NO LIMIT".
033230     IF NM-REVIEW-LIMIT NOT NUMERIC
033240         MOVE ZERO TO NM-REVIEW-LIMIT
033250     END-IF
033260     WRITE NEW-MASTER-RECORD
033270         INVALID KEY
033280             DISPLAY "ACCOUNT-MAINTENANCE - UNABLE TO WRITE "
033290                 "ACCTMSTN ACCOUNT " NM-ACCOUNT-NO
033300                 ", STATUS = " WS-NEW-MASTER-STATUS
033310             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
033320     END-WRITE
033400     .
033500 1410-EXIT.
033505     EXIT.
033510*
033514*    1450-OPEN-BALANCE-MASTER - OPENS THE INDEXED BALANCE MASTER
033519*    FOR THE CLOSE EDIT'S KEYED READS.  OPTIONAL: AN ACCOUNT WITH
033524*    NO BALANCE RECORD HAS NEVER POSTED AND HOLDS NO MONEY.
033529*
033534 1450-OPEN-BALANCE-MASTER.
033538     OPEN INPUT BALANCE-MASTER-FILE
033543     IF WS-BAL-MASTER-STATUS NOT = "00"
033548             AND WS-BAL-MASTER-STATUS NOT = "05"
033553         MOVE "BALMSTR" TO WS-ABORT-FILE-ID
033558         MOVE WS-BAL-MASTER-STATUS TO WS-ABORT-STATUS
033563         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
033567     END-IF
033572     IF WS-BAL-MASTER-STATUS = "00"
033577         MOVE "Y" TO SW-BALMSTR-PRESENT
033582     END-IF
033587     .
033591 1450-EXIT.
033596     EXIT.
033601*****************************************************************
033603*    1500-LOAD-PENDING - LOADS THE LAST GENERATION OF THE        *
033604*    PENDING FILE INTO THE PENDING TABLE AND FINDS THE LAST      *
033605*    SEQUENCE ALREADY USED FOR TODAY'S REFERENCES.  THE FILE IS  *
033607*    OPTIONAL - NONE MEANS NOTHING IS PENDING.                   *
033608*****************************************************************
033610 1500-LOAD-PENDING.
033611     MOVE "N" TO SW-END-OF-FILE
033612     MOVE ZERO TO PND-COUNT
033614     OPEN INPUT PENDING-MAINT-FILE
033615     IF WS-PENDING-STATUS NOT = "00"
033616             AND WS-PENDING-STATUS NOT = "05"
033618         MOVE "PENDMNT" TO WS-ABORT-FILE-ID
033619         MOVE WS-PENDING-STATUS TO WS-ABORT-STATUS
033621         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
033622     END-IF
033623     PERFORM 1510-LOAD-ONE-PENDING THRU 1510-EXIT
033625         UNTIL END-OF-FILE
033626     CLOSE PENDING-MAINT-FILE
033627     MOVE "N" TO SW-END-OF-FILE
033629     MOVE PND-COUNT TO WS-PENDING-IN-COUNT
033630     .
033632 1500-EXIT.
033633     EXIT.
033634*
033636 1510-LOAD-ONE-PENDING.
033637     READ PENDING-MAINT-FILE
033638         AT END
033640             MOVE "Y" TO SW-END-OF-FILE
033641             GO TO 1510-EXIT
033642     END-READ
033644     IF PND-COUNT >= WS-PND-MAX
033645         DISPLAY "ACCOUNT-MAINTENANCE - PENDING MAINTENANCE "
033647             "EXCEEDS " WS-PND-MAX " ENTRIES"
033648         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
033649     END-IF
033651     ADD 1 TO PND-COUNT
033652     SET PT-IDX TO PND-COUNT
033653     MOVE PND-REFERENCE TO PT-REFERENCE(PT-IDX)
033655     MOVE PND-KEYED-TIME TO PT-KEYED-TIME(PT-IDX)
033656     MOVE PND-CARD TO PT-CARD(PT-IDX)
033658     MOVE PND-ACCOUNT-NO TO PT-ACCOUNT-NO(PT-IDX)
033659     MOVE PND-OPERATOR-ID TO PT-MAKER(PT-IDX)
033660     MOVE SPACES TO PT-CHECKER(PT-IDX)
033662     MOVE "P" TO PT-STATE(PT-IDX)
033663     MOVE ZERO TO PT-AGE-DAYS(PT-IDX)
033664     IF PND-KEYED-DATE = WS-RUN-DATE
033666             AND PND-KEYED-SEQ > WS-NEXT-SEQ
033667         MOVE PND-KEYED-SEQ TO WS-NEXT-SEQ
033668     END-IF
033670     .
033671 1510-EXIT.
033673     EXIT.
033674*
033675*    1550-DATE-TO-SERIAL - TURNS THE CCYYMMDD DATE IN
033677*    WS-SERIAL-DATE INTO A DAY NUMBER IN WS-SERIAL-NO.
033678*
033679 1550-DATE-TO-SERIAL.
033681     COMPUTE WS-SER-A = (14 - WS-SER-MM) / 12
033682     COMPUTE WS-SER-Y = WS-SER-CCYY + 4800 - WS-SER-A
033684     COMPUTE WS-SER-M = WS-SER-MM + (12 * WS-SER-A) - 3
033685     COMPUTE WS-SER-T1 = ((153 * WS-SER-M) + 2) / 5
033686     COMPUTE WS-SER-T3 = WS-SER-Y / 4
033688     COMPUTE WS-SER-T4 = WS-SER-Y / 100
033689     COMPUTE WS-SER-T5 = WS-SER-Y / 400
033690     COMPUTE WS-SER-T2 = 365 * WS-SER-Y
033692     COMPUTE WS-SERIAL-NO = WS-SER-DD + WS-SER-T1 + WS-SER-T2
033693         + WS-SER-T3 - WS-SER-T4 + WS-SER-T5 - 32045
033695     .
033696 1550-EXIT.
033697     EXIT.
033700*
033800*****************************************************************
033871*    2000-PROCESS-MAINTENANCE - READS THE MAINTENANCE FILE TO    *
033943*    END OF FILE.  EACH MAINTENANCE CARD IS EDITED AND, IF       *
034014*    VALID, HELD FOR APPROVAL; EACH APPROVAL CARD IS MATCHED TO  *
034086*    ITS PENDING ITEM.  NOTHING IS APPLIED HERE.  THE FILE IS    *
034157*    MANDATORY - A RUN WITH NO CARDS SHOULD NEVER HAVE BEEN      *
034229*    SCHEDULED.                                                  *
034300*****************************************************************
034400 2000-PROCESS-MAINTENANCE.
034500     MOVE "N" TO SW-END-OF-FILE
035800     EXIT.
035900*
036000 2100-PROCESS-ONE-TRAN.
036067     READ MAINTENANCE-INPUT-FILE INTO MAINTENANCE-RECORD
036133         AT END
036200             MOVE "Y" TO SW-END-OF-FILE
036267         NOT AT END
036333             ADD 1 TO WS-TRAN-READ-COUNT
036400             IF MNT-ACTION-APPROVE
036467                 PERFORM 2900-RECORD-APPROVAL THRU 2900-EXIT
036533             ELSE
036600                 PERFORM 2200-EDIT-ONE-TRAN THRU 2200-EXIT
036667             END-IF
036733             IF RECORD-INVALID
036800                 PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
036867             ELSE
036933                 IF NOT MNT-ACTION-APPROVE
037000                     PERFORM 2360-HOLD-FOR-APPROVAL THRU 2360-EXIT
037067                 END-IF
037133             END-IF
037200     END-READ
037300     .
037400 2100-EXIT.
037500     EXIT.
037600*
037671*    2200-EDIT-ONE-TRAN - BASIC EDITS: ACTION CODE KNOWN, KEY
037743*    PRESENT AND NUMERIC, OPERATOR ID PRESENT, AND THE ACTION
037814*    CONSISTENT WITH WHAT IS ALREADY ON THE MASTER (NO DUPLICATE
037871*    ADDS, NO CHANGE OR CLOSE AGAINST AN ACCOUNT THAT IS NOT
037928*    THERE, NO CLOSE WHILE THE ACCOUNT HOLDS A BALANCE).  RUN
037986*    WHEN THE CARD IS KEYED AND AGAIN WHEN IT IS APPLIED, SINCE
038043*    THE MASTERS MAY HAVE CHANGED IN BETWEEN.
038100*
038200 2200-EDIT-ONE-TRAN.
038300     MOVE "N" TO SW-RECORD-INVALID
038900         MOVE "ACTION CODE INVALID" TO WS-EDIT-REASON
039000         GO TO 2200-EXIT
039100     END-IF
039117     IF MNT-OPERATOR-ID = SPACES
039133         MOVE "Y" TO SW-RECORD-INVALID
039150         MOVE "OPERATOR ID MISSING" TO WS-EDIT-REASON
039167         GO TO 2200-EXIT
039183     END-IF
039200     IF MNT-ACCOUNT-NO NOT NUMERIC
039300         MOVE "Y" TO SW-RECORD-INVALID
039400         MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-EDIT-REASON
042500                     MOVE "ACCOUNT STATUS INVALID" TO
042600                         WS-EDIT-REASON
042700                 END-IF
042710                 IF MNT-STATUS = "C"
042720                     PERFORM 2710-LOOKUP-BALANCE THRU 2710-EXIT
042730                     IF BALANCE-FOUND
042740                             AND BM-CURR-BALANCE NOT = ZERO
042750                         MOVE "Y" TO SW-RECORD-INVALID
042760                         MOVE "BALANCE NOT ZERO, CANNOT CLOSE" TO
042770                             WS-EDIT-REASON
042780                     END-IF
042790                 END-IF
042800             END-IF
042900         WHEN MNT-ACTION-CLOSE
043000             IF ACCOUNT-NOT-FOUND
043100                 MOVE "Y" TO SW-RECORD-INVALID
043200                 MOVE "ACCOUNT NOT ON MASTER" TO WS-EDIT-REASON
043300             ELSE
043343                 IF NM-ACCOUNT-CLOSED
043386                     MOVE "Y" TO SW-RECORD-INVALID
043429                     MOVE "ACCOUNT ALREADY CLOSED" TO
043471                         WS-EDIT-REASON
043514                     GO TO 2200-EXIT
043557                 END-IF
043600                 PERFORM 2710-LOOKUP-BALANCE THRU 2710-EXIT
043643                 IF BALANCE-FOUND
043686                         AND BM-CURR-BALANCE NOT = ZERO
043729                     MOVE "Y" TO SW-RECORD-INVALID
043771                     MOVE "BALANCE NOT ZERO, CANNOT CLOSE" TO
043814                         WS-EDIT-REASON
043857                 END-IF
043900             END-IF
044000     END-EVALUATE
044100     .
044900     MOVE MNT-ACCOUNT-NO TO EXC-D-ACCOUNT
045000     MOVE WS-EDIT-REASON TO EXC-D-REASON
045100     MOVE MAINTENANCE-RECORD TO EXC-D-IMAGE
045150     MOVE MNT-OPERATOR-ID TO EXC-D-OPERATOR
045200     WRITE EXCEPTION-LISTING-LINE FROM EXC-DETAIL-LINE
045300         AFTER ADVANCING 1 LINE
045400     .
045500 2300-EXIT.
045600     EXIT.
045603*
045606*    2360-HOLD-FOR-APPROVAL - ADDS A VALID MAINTENANCE CARD TO
045609*    THE PENDING TABLE UNDER THE NEXT REFERENCE FOR TODAY.
045612*
045616 2360-HOLD-FOR-APPROVAL.
045619     IF PND-COUNT >= WS-PND-MAX
045622         DISPLAY "ACCOUNT-MAINTENANCE - PENDING MAINTENANCE "
045625             "EXCEEDS " WS-PND-MAX " ENTRIES"
045628         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
045631     END-IF
045634     IF WS-NEXT-SEQ >= 9999
045638         DISPLAY "ACCOUNT-MAINTENANCE - MORE THAN 9999 ITEMS "
045641             "KEYED ON " WS-RUN-DATE
045644         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
045647     END-IF
045650     ADD 1 TO WS-NEXT-SEQ
045653     ADD 1 TO PND-COUNT
045656     SET PT-IDX TO PND-COUNT
045659     MOVE WS-RUN-DATE TO PT-KEYED-DATE(PT-IDX)
045662     MOVE WS-NEXT-SEQ TO PT-KEYED-SEQ(PT-IDX)
045666     COMPUTE PT-KEYED-TIME(PT-IDX) = WS-RUN-TIME / 100
045669     MOVE MAINTENANCE-RECORD TO PT-CARD(PT-IDX)
045672     MOVE MNT-ACCOUNT-NO TO PT-ACCOUNT-NO(PT-IDX)
045675     MOVE MNT-OPERATOR-ID TO PT-MAKER(PT-IDX)
045678     MOVE SPACES TO PT-CHECKER(PT-IDX)
045681     MOVE "N" TO PT-STATE(PT-IDX)
045684     MOVE ZERO TO PT-AGE-DAYS(PT-IDX)
045688     ADD 1 TO WS-HELD-COUNT
045691     .
045694 2360-EXIT.
045697     EXIT.
045700*
045800 2350-APPLY-ONE-TRAN.
045900     EVALUATE TRUE
046800 2350-EXIT.
046900     EXIT.
047000*
047100*    2400-APPLY-ADD - WRITES A NEW ACCOUNT TO THE NEW MASTER.  A
047200*    STATUS LEFT AS SPACES DEFAULTS TO OPEN - A BRANCH ADDS AN
047300*    ACCOUNT TO START USING IT.
047400*
047500 2400-APPLY-ADD.
048200     MOVE SPACES TO NEW-MASTER-RECORD
048300     MOVE MNT-ACCOUNT-NO TO NM-ACCOUNT-NO
048400     IF MNT-STATUS = SPACE
048500         MOVE "O" TO NM-STATUS
048600     ELSE
048700         MOVE MNT-STATUS TO NM-STATUS
048800     END-IF
048900     MOVE MNT-SHORT-NAME TO NM-SHORT-NAME
049000     MOVE MNT-BRANCH TO NM-BRANCH
049010     IF MNT-REVIEW-LIMIT = SPACES
049020         MOVE ZERO TO NM-REVIEW-LIMIT
049030     ELSE
049040         MOVE MNT-REVIEW-LIMIT-N TO NM-REVIEW-LIMIT
049060     END-IF
049070     WRITE NEW-MASTER-RECORD
049080         INVALID KEY
049085             MOVE "DUPLICATE ADD, ALREADY ON MASTER" TO
049090                 WS-EDIT-REASON
049092             PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
049094             GO TO 2400-EXIT
049096     END-WRITE
049100     ADD 1 TO WS-ADD-COUNT
049200     MOVE SPACE TO BEF-STATUS
049300     MOVE SPACES TO BEF-SHORT-NAME
049400     MOVE SPACES TO BEF-BRANCH
049450     MOVE ZERO TO BEF-REVIEW-LIMIT
049600     MOVE "ADD" TO RPT-D-ACTION
049700     PERFORM 2800-WRITE-AUDIT-LINE THRU 2800-EXIT
049800     .
050000     EXIT.
050100*
050200*    2500-APPLY-CHANGE - APPLIES THE NON-BLANK FIELDS OF THE
050300*    TRANSACTION OVER THE MASTER RECORD 2700-LOOKUP-ACCOUNT READ,
050400*    LEAVING BLANK FIELDS AS THEY WERE.
050500*
050600 2500-APPLY-CHANGE.
050700     PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT
050800     IF MNT-STATUS NOT = SPACE
050900         MOVE MNT-STATUS TO NM-STATUS
051000     END-IF
051100     IF MNT-SHORT-NAME NOT = SPACES
051200         MOVE MNT-SHORT-NAME TO NM-SHORT-NAME
051300     END-IF
051400     IF MNT-BRANCH NOT = SPACES
051500         MOVE MNT-BRANCH TO NM-BRANCH
051600     END-IF
051620     IF MNT-REVIEW-LIMIT NOT = SPACES
051640         MOVE MNT-REVIEW-LIMIT-N TO NM-REVIEW-LIMIT
051660     END-IF
051680     PERFORM 2850-REWRITE-MASTER THRU 2850-EXIT
051700     ADD 1 TO WS-CHANGE-COUNT
051800     MOVE "CHANGE" TO RPT-D-ACTION
051900     PERFORM 2800-WRITE-AUDIT-LINE THRU 2800-EXIT
052300*
052400 2600-APPLY-CLOSE.
052500     PERFORM 2750-SAVE-BEFORE-IMAGE THRU 2750-EXIT
052600     MOVE "C" TO NM-STATUS
052650     PERFORM 2850-REWRITE-MASTER THRU 2850-EXIT
052700     ADD 1 TO WS-CLOSE-COUNT
052800     MOVE "CLOSE" TO RPT-D-ACTION
052900     PERFORM 2800-WRITE-AUDIT-LINE THRU 2800-EXIT
053100 2600-EXIT.
053200     EXIT.
053300*
053400*    2700-LOOKUP-ACCOUNT - KEYED READ OF THE NEW MASTER FOR THE
053500*    TRANSACTION'S ACCOUNT NUMBER, SO EARLIER TRANSACTIONS IN
053600*    THE SAME RUN ARE SEEN.  ON A HIT THE NEW-MASTER RECORD AREA
053650*    HOLDS THE ACCOUNT.
053700*
053800 2700-LOOKUP-ACCOUNT.
053900     MOVE "N" TO SW-ACCOUNT-FOUND
054000     MOVE MNT-ACCOUNT-NO TO NM-ACCOUNT-NO
054100     READ NEW-MASTER-FILE
054200         INVALID KEY
054300             CONTINUE
054400         NOT INVALID KEY
054500             MOVE "Y" TO SW-ACCOUNT-FOUND
054700     END-READ
054900     .
055000 2700-EXIT.
055100     EXIT.
055105*
055110*    2710-LOOKUP-BALANCE - KEYED READ OF THE BALANCE MASTER FOR
055114*    THE TRANSACTION'S ACCOUNT NUMBER.  ON A HIT THE BALANCE
055119*    RECORD AREA HOLDS THE ACCOUNT'S CURRENT BALANCE.
055124*
055129 2710-LOOKUP-BALANCE.
055133     MOVE "N" TO SW-BALANCE-FOUND
055138     IF NOT BALMSTR-PRESENT
055143         GO TO 2710-EXIT
055148     END-IF
055152     MOVE MNT-ACCOUNT-NO TO BM-ACCOUNT-NO
055157     READ BALANCE-MASTER-FILE
055162         INVALID KEY
055167             CONTINUE
055171         NOT INVALID KEY
055176             MOVE "Y" TO SW-BALANCE-FOUND
055181     END-READ
055186     .
055190 2710-EXIT.
055195     EXIT.
055200*
055300 2750-SAVE-BEFORE-IMAGE.
055400     MOVE NM-STATUS TO BEF-STATUS
055500     MOVE NM-SHORT-NAME TO BEF-SHORT-NAME
055600     MOVE NM-BRANCH TO BEF-BRANCH
055650     MOVE NM-REVIEW-LIMIT TO BEF-REVIEW-LIMIT
055700     .
055800 2750-EXIT.
055900     EXIT.
056000*
056067*    2800-WRITE-AUDIT-LINE - ONE BEFORE/AFTER LINE PER APPLIED
056133*    ACTION, WITH THE OPERATORS WHO KEYED AND APPROVED IT.  THE
056200*    CALLER HAS SET RPT-D-ACTION, THE BEFORE IMAGE, PT-IDX ON THE
056267*    PENDING ITEM, AND LEFT THE UPDATED RECORD IN THE NEW-MASTER
056333*    RECORD AREA.
056400*
056500 2800-WRITE-AUDIT-LINE.
056600     MOVE MNT-ACCOUNT-NO TO RPT-D-ACCOUNT
056700     MOVE BEF-STATUS TO RPT-D-BEF-STATUS
056800     MOVE BEF-SHORT-NAME TO RPT-D-BEF-NAME
056900     MOVE BEF-BRANCH TO RPT-D-BEF-BRANCH
056917     MOVE MNT-OPERATOR-ID TO RPT-D-MAKER
056933     MOVE PT-CHECKER(PT-IDX) TO RPT-D-CHECKER
056950     MOVE BEF-REVIEW-LIMIT TO RPT-D-BEF-LIMIT
057000     MOVE NM-STATUS TO RPT-D-AFT-STATUS
057100     MOVE NM-SHORT-NAME TO RPT-D-AFT-NAME
057200     MOVE NM-BRANCH TO RPT-D-AFT-BRANCH
057250     MOVE NM-REVIEW-LIMIT TO RPT-D-AFT-LIMIT
057300     MOVE RPT-DETAIL-LINE TO WS-PRINT-LINE
057400     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
057500     .
057600 2800-EXIT.
057700     EXIT.
057800*
057810 2850-REWRITE-MASTER.
057820     REWRITE NEW-MASTER-RECORD
057830         INVALID KEY
057840             DISPLAY "ACCOUNT-MAINTENANCE - UNABLE TO REWRITE "
057850                 "ACCTMSTN ACCOUNT " NM-ACCOUNT-NO
057860                 ", STATUS = " WS-NEW-MASTER-STATUS
057870             PERFORM 9100-ABORT-RUN THRU 9100-EXIT
057880     END-REWRITE
057885     .
057890 2850-EXIT.
057895     EXIT.
057896*
057897*    2900-RECORD-APPROVAL - MATCHES AN APPROVAL CARD TO ITS
057898*    PENDING ITEM BY REFERENCE AND MARKS THE ITEM APPROVED.  THE
057899*    ACCOUNT MUST AGREE WITH THE ITEM, THE ITEM MUST HAVE BEEN
057900*    KEYED IN AN EARLIER RUN (SO ITS REFERENCE CAME FROM THE
057901*    PENDING LISTING), AND THE CHECKER MUST NOT BE THE MAKER.
057902*
057903 2900-RECORD-APPROVAL.
057904     MOVE "N" TO SW-RECORD-INVALID
057905     MOVE SPACES TO WS-EDIT-REASON
057907     IF MNT-OPERATOR-ID = SPACES
057908         MOVE "Y" TO SW-RECORD-INVALID
057909         MOVE "OPERATOR ID MISSING" TO WS-EDIT-REASON
057910         GO TO 2900-EXIT
057911     END-IF
057912     IF MNT-APPROVE-REF-N NOT NUMERIC
057913         MOVE "Y" TO SW-RECORD-INVALID
057914         MOVE "APPROVAL REFERENCE NOT NUMERIC" TO WS-EDIT-REASON
057915         GO TO 2900-EXIT
057916     END-IF
057917     PERFORM 2910-FIND-PENDING THRU 2910-EXIT
057918     IF PENDING-NOT-FOUND
057919         MOVE "Y" TO SW-RECORD-INVALID
057920         MOVE "NO PENDING ITEM FOR REFERENCE" TO WS-EDIT-REASON
057921         GO TO 2900-EXIT
057922     END-IF
057923     IF PT-ACCOUNT-NO(PT-IDX) NOT = MNT-ACCOUNT-NO
057924         MOVE "Y" TO SW-RECORD-INVALID
057925         MOVE "ACCOUNT DOES NOT MATCH PENDING" TO WS-EDIT-REASON
057927         GO TO 2900-EXIT
057928     END-IF
057929     IF PT-NEW(PT-IDX)
057930         MOVE "Y" TO SW-RECORD-INVALID
057931         MOVE "KEYED THIS RUN, NOT YET LISTED" TO WS-EDIT-REASON
057932         GO TO 2900-EXIT
057933     END-IF
057934     IF PT-APPROVED(PT-IDX)
057935         MOVE "Y" TO SW-RECORD-INVALID
057936         MOVE "ALREADY APPROVED THIS RUN" TO WS-EDIT-REASON
057937         GO TO 2900-EXIT
057938     END-IF
057939     IF PT-MAKER(PT-IDX) = MNT-OPERATOR-ID
057940         MOVE "Y" TO SW-RECORD-INVALID
057941         MOVE "SELF-APPROVAL NOT ALLOWED" TO WS-EDIT-REASON
057942         GO TO 2900-EXIT
057943     END-IF
057944     MOVE "A" TO PT-STATE(PT-IDX)
057945     MOVE MNT-OPERATOR-ID TO PT-CHECKER(PT-IDX)
057946     ADD 1 TO WS-APPROVED-COUNT
057947     .
057949 2900-EXIT.
057950     EXIT.
057951*
057952 2910-FIND-PENDING.
057953     MOVE "N" TO SW-PENDING-FOUND
057954     IF PND-COUNT > ZERO
057955         SET PT-IDX TO 1
057956         SEARCH PT-ENTRY
057957             AT END
057958                 CONTINUE
057959             WHEN PT-REFERENCE(PT-IDX) = MNT-APPROVE-REF-N
057960                 MOVE "Y" TO SW-PENDING-FOUND
057961         END-SEARCH
057962     END-IF
057963     .
057964 2910-EXIT.
057965     EXIT.
057966*
057967*****************************************************************
057969*    2950-APPLY-APPROVED - APPLIES THE ITEMS APPROVED THIS RUN   *
057970*    TO THE NEW MASTER IN THE ORDER THEY WERE KEYED.  EACH IS    *
057971*    EDITED AGAIN AGAINST THE MASTER AS IT NOW STANDS; ONE THAT  *
057972*    NO LONGER FITS (AN ACCOUNT ADDED OR CLOSED SINCE IT WAS     *
057973*    KEYED) GOES TO THE EXCEPTION LISTING AND LEAVES THE         *
057974*    PENDING FILE.                                               *
057975*****************************************************************
057976 2950-APPLY-APPROVED.
057977     PERFORM 2960-APPLY-ONE-PENDING THRU 2960-EXIT
057978         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PND-COUNT
057979     .
057980 2950-EXIT.
057981     EXIT.
057982*
057983 2960-APPLY-ONE-PENDING.
057984     IF NOT PT-APPROVED(PT-IDX)
057985         GO TO 2960-EXIT
057986     END-IF
057987     MOVE PT-CARD(PT-IDX) TO MAINTENANCE-RECORD
057988     PERFORM 2200-EDIT-ONE-TRAN THRU 2200-EXIT
057989     IF RECORD-INVALID
057991         PERFORM 2300-WRITE-EXCEPTION THRU 2300-EXIT
057992         GO TO 2960-EXIT
057993     END-IF
057994     PERFORM 2350-APPLY-ONE-TRAN THRU 2350-EXIT
057995     .
057996 2960-EXIT.
057997     EXIT.
057998*
057999*****************************************************************
058000*    3000-CLOSE-NEW-MASTER - CLOSES THE NEW MASTER GENERATION    *
058100*    FOR THE NIGHTLY CHAIN.  IT HOLDS THE OLD MASTER PLUS ADDS.  *
058200*****************************************************************
058300 3000-CLOSE-NEW-MASTER.
059200     CLOSE NEW-MASTER-FILE
059300     COMPUTE WS-MASTER-OUT-COUNT =
059350         WS-MASTER-IN-COUNT + WS-ADD-COUNT
059400     .
059500 3000-EXIT.
059600     EXIT.
059607*
059615*****************************************************************
059622*    3500-WRITE-PENDING - WRITES THE NEW PENDING GENERATION:     *
059630*    EVERY ITEM NOT APPROVED THIS RUN, IN KEYED ORDER.  EACH IS  *
059637*    LISTED WITH ITS REFERENCE FOR THE CHECKERS, THEN THOSE      *
059644*    OLDER THAN THE AGE LIMIT ARE LISTED AGAIN ON THEIR OWN,     *
059652*    AND END THE RUN WITH RETURN CODE 4 SO OPERATIONS CHASE      *
059659*    THEM.                                                       *
059667*****************************************************************
059674 3500-WRITE-PENDING.
059681     OPEN OUTPUT NEW-PENDING-FILE
059689     IF WS-NEW-PENDING-STATUS NOT = "00"
059696         MOVE "PENDMNN" TO WS-ABORT-FILE-ID
059704         MOVE WS-NEW-PENDING-STATUS TO WS-ABORT-STATUS
059711         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
059719     END-IF
059726     MOVE SPACES TO PDL-SECTION-LINE
059733     MOVE "ITEMS AWAITING APPROVAL" TO PDL-SEC-TITLE
059741     PERFORM 3600-WRITE-SECTION-HEADING THRU 3600-EXIT
059748     PERFORM 3510-CARRY-ONE-PENDING THRU 3510-EXIT
059756         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PND-COUNT
059763     CLOSE NEW-PENDING-FILE
059770     MOVE SPACES TO PDL-SECTION-LINE
059778     MOVE "ITEMS PENDING PAST THE AGE LIMIT" TO PDL-SEC-TITLE
059785     PERFORM 3600-WRITE-SECTION-HEADING THRU 3600-EXIT
059793     PERFORM 3520-LIST-ONE-OVERDUE THRU 3520-EXIT
059800         VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PND-COUNT
059807     IF WS-OVERDUE-COUNT > ZERO
059815         DISPLAY "ACCOUNT-MAINTENANCE - " WS-OVERDUE-COUNT
059822             " ITEMS PENDING OVER " WS-PENDING-DAYS
059830             " DAYS, SEE MNTPEND"
059837         MOVE 4 TO RETURN-CODE
059844     END-IF
059852     .
059859 3500-EXIT.
059867     EXIT.
059874*
059881 3510-CARRY-ONE-PENDING.
059889     IF PT-APPROVED(PT-IDX)
059896         GO TO 3510-EXIT
059904     END-IF
059911     MOVE SPACES TO NEW-PENDING-RECORD
059919     MOVE PT-REFERENCE(PT-IDX) TO NPD-REFERENCE
059926     MOVE PT-KEYED-TIME(PT-IDX) TO NPD-KEYED-TIME
059933     MOVE PT-CARD(PT-IDX) TO NPD-CARD
059941     WRITE NEW-PENDING-RECORD
059942     IF WS-NEW-PENDING-STATUS NOT = "00"
059943         DISPLAY "ACCOUNT-MAINTENANCE - UNABLE TO WRITE PENDMNN "
059944             "REFERENCE " NPD-REFERENCE ", STATUS = "
059945             WS-NEW-PENDING-STATUS
059946         PERFORM 9100-ABORT-RUN THRU 9100-EXIT
059947     END-IF
059948     ADD 1 TO WS-PENDING-OUT-COUNT
059956     MOVE PT-KEYED-DATE(PT-IDX) TO WS-SERIAL-DATE
059963     PERFORM 1550-DATE-TO-SERIAL THRU 1550-EXIT
059970     COMPUTE PT-AGE-DAYS(PT-IDX) = WS-TODAY-SERIAL - WS-SERIAL-NO
059978     PERFORM 3550-FORMAT-PENDING-LINE THRU 3550-EXIT
059985     IF PT-AGE-DAYS(PT-IDX) > WS-PENDING-DAYS
059993         ADD 1 TO WS-OVERDUE-COUNT
060000         MOVE "PAST AGE LIMIT" TO PDL-D-NOTE
060007     END-IF
060015     IF PT-NEW(PT-IDX)
060022         MOVE "KEYED THIS RUN" TO PDL-D-NOTE
060030     END-IF
060037     WRITE PENDING-LISTING-LINE FROM PDL-DETAIL-LINE
060044         AFTER ADVANCING 1 LINE
060052     .
060059 3510-EXIT.
060067     EXIT.
060074*
060081 3520-LIST-ONE-OVERDUE.
060089     IF PT-APPROVED(PT-IDX)
060096         GO TO 3520-EXIT
060104     END-IF
060111     IF PT-AGE-DAYS(PT-IDX) NOT > WS-PENDING-DAYS
060119         GO TO 3520-EXIT
060126     END-IF
060133     PERFORM 3550-FORMAT-PENDING-LINE THRU 3550-EXIT
060141     WRITE PENDING-LISTING-LINE FROM PDL-DETAIL-LINE
060148         AFTER ADVANCING 1 LINE
060156     .
060163 3520-EXIT.
060170     EXIT.
060178*
060185 3550-FORMAT-PENDING-LINE.
060193     MOVE PT-CARD(PT-IDX) TO MAINTENANCE-RECORD
060200     MOVE SPACES TO PDL-DETAIL-LINE
060207     MOVE PT-REFERENCE(PT-IDX) TO PDL-D-REFERENCE
060215     MOVE MNT-ACTION TO PDL-D-ACTION
060222     MOVE PT-ACCOUNT-NO(PT-IDX) TO PDL-D-ACCOUNT
060230     MOVE PT-KEYED-DATE(PT-IDX) TO PDL-D-KEYED-DATE
060237     MOVE PT-MAKER(PT-IDX) TO PDL-D-MAKER
060244     MOVE PT-AGE-DAYS(PT-IDX) TO PDL-D-AGE
060252     MOVE MNT-STATUS TO PDL-D-STATUS
060259     MOVE MNT-SHORT-NAME TO PDL-D-NAME
060267     MOVE MNT-BRANCH TO PDL-D-BRANCH
060274     MOVE MNT-REVIEW-LIMIT TO PDL-D-LIMIT
060281     .
060289 3550-EXIT.
060296     EXIT.
060304*
060311 3600-WRITE-SECTION-HEADING.
060319     MOVE SPACES TO PENDING-LISTING-LINE
060326     WRITE PENDING-LISTING-LINE AFTER ADVANCING 1 LINE
060333     WRITE PENDING-LISTING-LINE FROM PDL-SECTION-LINE
060341         AFTER ADVANCING 1 LINE
060348     WRITE PENDING-LISTING-LINE FROM PDL-COLUMN-HEADING
060356         AFTER ADVANCING 1 LINE
060363     MOVE SPACES TO PENDING-LISTING-LINE
060370     WRITE PENDING-LISTING-LINE AFTER ADVANCING 1 LINE
060378     .
060385 3600-EXIT.
060393     EXIT.
060400*
060500*****************************************************************
060600*    6000-PRINT-SUMMARY - CONTROL TOTALS TO TIE THE NEW MASTER   *
061100     DISPLAY "ACCOUNT MAINTENANCE CONTROL TOTALS"
061200     DISPLAY "  MASTER RECORDS IN. . . . " WS-MASTER-IN-COUNT
061300     DISPLAY "  TRANSACTIONS READ. . . . " WS-TRAN-READ-COUNT
061325     DISPLAY "  PENDING ITEMS IN . . . . " WS-PENDING-IN-COUNT
061350     DISPLAY "  HELD FOR APPROVAL. . . . " WS-HELD-COUNT
061375     DISPLAY "  APPROVALS ACCEPTED . . . " WS-APPROVED-COUNT
061400     DISPLAY "  ACCOUNTS ADDED . . . . . " WS-ADD-COUNT
061500     DISPLAY "  ACCOUNTS CHANGED . . . . " WS-CHANGE-COUNT
061600     DISPLAY "  ACCOUNTS CLOSED. . . . . " WS-CLOSE-COUNT
061700     DISPLAY "  TRANSACTIONS REJECTED. . " WS-REJECT-COUNT
061733     DISPLAY "  PENDING ITEMS OUT. . . . " WS-PENDING-OUT-COUNT
061767     DISPLAY "  PENDING PAST AGE LIMIT . " WS-OVERDUE-COUNT
061800     DISPLAY "  MASTER RECORDS OUT . . . " WS-MASTER-OUT-COUNT
061900     MOVE SPACES TO WS-PRINT-LINE
062000     PERFORM 7100-WRITE-PRINT-LINE THRU 7100-EXIT
062600     MOVE "TRANSACTIONS READ" TO RPT-T-LABEL
062700     MOVE WS-TRAN-READ-COUNT TO RPT-T-COUNT
062800     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
062808     MOVE SPACES TO RPT-TOTAL-LINE
062815     MOVE "PENDING ITEMS IN" TO RPT-T-LABEL
062823     MOVE WS-PENDING-IN-COUNT TO RPT-T-COUNT
062831     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
062838     MOVE SPACES TO RPT-TOTAL-LINE
062846     MOVE "HELD FOR APPROVAL" TO RPT-T-LABEL
062854     MOVE WS-HELD-COUNT TO RPT-T-COUNT
062862     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
062869     MOVE SPACES TO RPT-TOTAL-LINE
062877     MOVE "APPROVALS ACCEPTED" TO RPT-T-LABEL
062885     MOVE WS-APPROVED-COUNT TO RPT-T-COUNT
062892     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
062900     MOVE SPACES TO RPT-TOTAL-LINE
063000     MOVE "ACCOUNTS ADDED" TO RPT-T-LABEL
063100     MOVE WS-ADD-COUNT TO RPT-T-COUNT
064200     MOVE "TRANSACTIONS REJECTED" TO RPT-T-LABEL
064300     MOVE WS-REJECT-COUNT TO RPT-T-COUNT
064400     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
064411     MOVE SPACES TO RPT-TOTAL-LINE
064422     MOVE "PENDING ITEMS OUT" TO RPT-T-LABEL
064433     MOVE WS-PENDING-OUT-COUNT TO RPT-T-COUNT
064444     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
064456     MOVE SPACES TO RPT-TOTAL-LINE
064467     MOVE "PENDING PAST AGE LIMIT" TO RPT-T-LABEL
064478     MOVE WS-OVERDUE-COUNT TO RPT-T-COUNT
064489     PERFORM 6100-PRINT-TOTAL-LINE THRU 6100-EXIT
064500     MOVE SPACES TO RPT-TOTAL-LINE
064600     MOVE "MASTER RECORDS OUT" TO RPT-T-LABEL
064700     MOVE WS-MASTER-OUT-COUNT TO RPT-T-COUNT
072300     EXIT.
072400*
072500 9999-TERMINATE.
072550     CLOSE BALANCE-MASTER-FILE
072600     CLOSE AUDIT-REPORT-FILE
072700     CLOSE EXCEPTION-LISTING-FILE
072750     CLOSE PENDING-LISTING-FILE
072800     .
072900 9999-EXIT.
073000     EXIT.
