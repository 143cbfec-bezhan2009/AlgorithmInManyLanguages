013344*                    A FRESH REPORT PAGE; AND A CATCH-UP DETAIL  *
013348*                    RECORD OUTSIDE ANY HDR/TRL BRACKET NOW      *
013352*                    ABENDS INSTEAD OF VANISHING UNBALANCED.     *
013353*    2026-10-15 JRM  MONTH-END ACCRUAL FEED (ACRUIN) TAKEN AS A  *
013354*                    FOURTH, OPTIONAL FEED SLOT: BALANCED AND    *
013355*                    EDITED LIKE THE REGIONAL FEEDS, SHOWN ON    *
013356*                    ITS OWN SUMMARY LINE, NO ACKNOWLEDGMENT.    *
013357*                    A SUPPLEMENTARY FEED THAT IS ABSENT OR      *
013358*                    CARRIES NO BRACKET FOR THE DATE IS SKIPPED. *
013359*    2026-10-15 JRM  ACCTMSTR IS NOW INDEXED ON ACCOUNT NUMBER.  *
013360*                    THE EDIT PASS READS IT BY KEY INSTEAD OF    *
013361*                    SEARCHING A TABLE LOADED AT INITIALIZE.     *
013365*    2026-10-15 JRM  EACH SORTED OUTPUT NOW HAS A CONTROL RECORD *
013369*                    WRITTEN ALONGSIDE IT (SORTCTL, SORTCTL2,    *
013373*                    SORTCTL3) WITH THE BUSINESS DATE, RECORD    *
013377*                    COUNT, AMOUNT SUM AND PER-TYPE TOTALS, FOR  *
013382*                    THE POSTING STEP TO PROVE ITS INPUT         *
013386*                    AGAINST.  RUNHIST RECORDS NOW CARRY A STEP  *
013390*                    ID ("SORT") AND THE VARIANCE BASELINE SKIPS *
013394*                    OTHER STEPS' RUNS.                          *
013395*    2026-10-15 JRM  STANDING-INSTRUCTION FEED (SINSTIN) TAKEN   *
013396*                    AS A FIFTH, OPTIONAL SUPPLEMENTARY FEED     *
013397*                    SLOT, HANDLED EXACTLY LIKE ACRUIN.          *
013410*    2026-10-15 JRM  EXCPMSTR AND UNMRVOUT RECORDS NOW CARRY     *
013423*                    THE ITEM'S OWN DATE, TRANSACTION TYPE AND   *
013435*                    SOURCE FEED (IN WHAT WAS FILLER) FOR THE    *
013448*                    ACCOUNT RESEARCH INQUIRY.                   *
013451*    2026-10-15 JRM  THE CATCH-UP DATE SCAN READS ONLY THE       *
013453*                    REGIONAL FEEDS, SO A DATE FOUND ONLY ON A   *
013456*                    SUPPLEMENTARY FEED NO LONGER STARTS A       *
013458*                    CYCLE OF ITS OWN.                           *
013461*                                                                *
013474*****************************************************************
013487 IDENTIFICATION DIVISION.
013500 PROGRAM-ID. SORTING-ALGORITHM.
013600 AUTHOR. J R MERCER.
013700 INSTALLATION. DAILY PROCESSING - OPERATIONS.
015500         ASSIGN TO "DAILYIN3"
015600         ORGANIZATION IS SEQUENTIAL
015700         FILE STATUS IS WS-REGION-3-STATUS.
015710*
015720*    SUPPLEMENTARY FEEDS - GENERATED IN-HOUSE RATHER THAN SENT
015730*    BY A REGIONAL CENTER, SO THEY ARE OPTIONAL AND GET NO
015740*    ACKNOWLEDGMENT.  WHEN PRESENT THEY ARE BALANCED AND EDITED
015748*    EXACTLY LIKE A REGIONAL FEED.  ACRUIN CARRIES THE MONTH-END
015755*    INTEREST AND SERVICE-CHARGE ACCRUALS; SINSTIN CARRIES THE
015762*    ITEMS GENERATED FROM THE STANDING-INSTRUCTION MASTER.
015770*
015780     SELECT OPTIONAL ACCRUAL-INPUT-FILE
015782         ASSIGN TO "ACRUIN"
015784         ORGANIZATION IS SEQUENTIAL
015786         FILE STATUS IS WS-ACCRUAL-IN-STATUS.
015788*
015791     SELECT OPTIONAL STANDING-INSTR-INPUT-FILE
015793         ASSIGN TO "SINSTIN"
015795         ORGANIZATION IS SEQUENTIAL
015798         FILE STATUS IS WS-STANDING-IN-STATUS.
015800*
015900     SELECT OPTIONAL SORTED-OUTPUT-FILE
016000         ASSIGN TO "SORTOUT"
016297         ASSIGN TO "SORTOUT3"
016298         ORGANIZATION IS SEQUENTIAL
016299         FILE STATUS IS WS-SORTED-OUT-3-STATUS.
016300*
016301*    SORTED-OUTPUT CONTROL FILES - ONE CONTROL RECORD WRITTEN
016302*    ALONGSIDE EACH SORTED OUTPUT (SORTCTL WITH SORTOUT, SORTCTL2
016303*    WITH SORTOUT2, SORTCTL3 WITH SORTOUT3) FOR THE POSTING STEP.
016304*
016305     SELECT SORT-CONTROL-FILE
016306         ASSIGN TO "SORTCTL"
016307         ORGANIZATION IS SEQUENTIAL
016308         FILE STATUS IS WS-SORT-CTL-STATUS.
016309*
016310     SELECT SORT-CONTROL-FILE-2
016311         ASSIGN TO "SORTCTL2"
016312         ORGANIZATION IS SEQUENTIAL
016313         FILE STATUS IS WS-SORT-CTL-2-STATUS.
016314*
016315     SELECT SORT-CONTROL-FILE-3
016316         ASSIGN TO "SORTCTL3"
016317         ORGANIZATION IS SEQUENTIAL
016318         FILE STATUS IS WS-SORT-CTL-3-STATUS.
016319*
016320*    OUTBOUND ACKNOWLEDGMENT FILES - ONE PER REGIONAL CENTER,
016330*    TRANSMITTED BACK SO EACH CENTER GETS SAME-NIGHT
016340*    CONFIRMATION ITS FEED ARRIVED, BALANCED, AND WHICH OF ITS
021800*
021900     SELECT ACCOUNT-MASTER-FILE
022000         ASSIGN TO "ACCTMSTR"
022100         ORGANIZATION IS INDEXED
022130         ACCESS MODE IS RANDOM
022160         RECORD KEY IS AM-ACCOUNT-NO
022200         FILE STATUS IS WS-ACCT-MASTER-STATUS.
022300*
022400*    PER-BRANCH SORTED OUTPUT FILES - ONE FIXED SLOT PER
027100 FILE SECTION.
027200*    THE THREE REGIONAL TRANSACTION FEEDS.  EACH CARRIES ITS OWN
027300*    HDR/TRL BRACKET AND IS PROCESSED IN TURN THROUGH THE SAME
027400*    WORK AREA AND EDITS; EVERY REGIONAL FEED IS MANDATORY.  THE
027410*    SUPPLEMENTARY FEEDS FOLLOW THEM THROUGH THE SAME PATH.
027500*
027600 FD  REGION-1-INPUT-FILE.
027700 01  REG1-INPUT-RECORD.
028700 01  REG3-INPUT-RECORD.
028800     COPY TRANREC REPLACING ==:PREFIX:== BY ==REG3==
028900         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
028910*
028920 FD  ACCRUAL-INPUT-FILE.
028930 01  ACRI-INPUT-RECORD.
028940     COPY TRANREC REPLACING ==:PREFIX:== BY ==ACRI==
028950         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
028958*
028967 FD  STANDING-INSTR-INPUT-FILE.
028975 01  SINI-INPUT-RECORD.
028983     COPY TRANREC REPLACING ==:PREFIX:== BY ==SINI==
028992         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
029000*
029100 FD  SORTED-OUTPUT-FILE.
029200 01  SORTED-OUT-RECORD.
029460*
029470 FD  SORTED-OUTPUT-FILE-3.
029480 01  SORTED-OUT-3-RECORD.
029481     COPY TRANREC REPLACING ==:PREFIX:== BY ==S3==
029482         ==:LVLFLD:== BY ==05== ==:LVLSUB:== BY ==10==.
029483*
029484 FD  SORT-CONTROL-FILE.
029485 01  SORT-CONTROL-RECORD.
029486     COPY SRTCTL REPLACING ==:PREFIX:== BY ==SCTL==
029487         ==:LVLFLD:== BY ==05==.
029488*
029489 FD  SORT-CONTROL-FILE-2.
029490 01  SORT-CONTROL-2-RECORD            PIC X(120).
029491*
029492 FD  SORT-CONTROL-FILE-3.
029493 01  SORT-CONTROL-3-RECORD            PIC X(120).
029494*
029495 FD  ACK-OUT-FILE-1.
029496 01  ACK-1-RECORD                     PIC X(80).
031100 01  UNMATCHED-REVERSAL-RECORD.
031200     05  UNM-ACCOUNT-NO               PIC 9(07).
031300     05  UNM-AMOUNT                   PIC S9(07)V99.
031350     05  UNM-REASON                   PIC X(30).
031400     05  UNM-ITEM-DATE                PIC 9(08).
031450     05  UNM-TRAN-TYPE                PIC X(01).
031500     05  UNM-SOURCE-FEED              PIC X(10).
031550     05  FILLER                       PIC X(14).
031600*
031700 FD  REPORT-FILE.
031800 01  REPORT-LINE                      PIC X(132).
035000*    CUMULATIVE EXCEPTION MASTER - ONE RECORD PER REJECTED
035100*    TRANSACTION STILL AWAITING A CORRECTION, REWRITTEN EVERY
035200*    RUN WITH EACH SURVIVOR'S AGE BUMPED BY ONE DAY.
035225*    EXM-ITEM-DATE IS ALPHANUMERIC, UNLIKE UNM-ITEM-DATE ON THE
035250*    FRESHLY WRITTEN UNMRVOUT: A SURVIVOR CARRIED FORWARD FROM
035275*    BEFORE THE ITEM DATE WAS RECORDED HOLDS SPACES THERE.
035300*
035400 FD  EXCEPTION-MASTER-FILE.
035500 01  EXCP-MASTER-RECORD.
035700     05  EXM-AMOUNT                   PIC S9(07)V99.
035800     05  EXM-REASON                   PIC X(30).
035900     05  EXM-FIRST-DATE               PIC 9(08).
035950     05  EXM-AGE-DAYS                 PIC 9(03).
036000     05  EXM-ITEM-DATE                PIC X(08).
036050     05  EXM-TRAN-TYPE                PIC X(01).
036100     05  EXM-SOURCE-FEED              PIC X(10).
036150     05  FILLER                       PIC X(04).
036200*
036300 FD  AGED-REPORT-FILE.
036400 01  AGED-REPORT-LINE                 PIC X(132).
036500*
036600*    CUMULATIVE RUN HISTORY - ONE AUDIT RECORD APPENDED BY
036660*    EVERY EXECUTION, WHETHER IT ENDS CLEAN, RESTARTS FROM A
036720*    CHECKPOINT OR ABENDS.  THE POSTING STEP APPENDS TO THE SAME
036780*    FILE; RH-STEP-ID TELLS THE TWO APART (SPACES ON RECORDS
036840*    WRITTEN BEFORE THE FIELD EXISTED ARE SORT RUNS).
036900*
037000 FD  RUN-HISTORY-FILE.
037100 01  RUN-HISTORY-RECORD.
038000     05  RH-SUM-AMOUNT                PIC S9(11)V99.
038100     05  RH-RESTART-IND               PIC X(01).
038200     05  RH-RETURN-CODE               PIC 9(02).
038240     05  RH-STEP-ID                   PIC X(08).
038280         88  RH-STEP-SORT                 VALUE "SORT" SPACES.
038320         88  RH-STEP-POST                 VALUE "POST".
038360     05  FILLER                       PIC X(05).
038400*
038500 FD  CONTROL-CARD-FILE.
038600 01  CONTROL-CARD-RECORD.
045400 77  WS-REGION-1-STATUS               PIC X(02).
045500 77  WS-REGION-2-STATUS               PIC X(02).
045600 77  WS-REGION-3-STATUS               PIC X(02).
045650 77  WS-ACCRUAL-IN-STATUS             PIC X(02).
045675 77  WS-STANDING-IN-STATUS            PIC X(02).
045700 77  WS-SORTED-OUT-STATUS             PIC X(02).
045800 77  WS-EXCEPTION-STATUS              PIC X(02).
045900 77  WS-DUPLICATE-STATUS              PIC X(02).
047740 77  WS-RATE-FILE-STATUS              PIC X(02).
047750 77  WS-CONV-REPORT-STATUS            PIC X(02).
047760 77  WS-SORTED-OUT-2-STATUS           PIC X(02).
047762 77  WS-SORTED-OUT-3-STATUS           PIC X(02).
047765 77  WS-SORT-CTL-STATUS               PIC X(02).
047767 77  WS-SORT-CTL-2-STATUS             PIC X(02).
047770 77  WS-SORT-CTL-3-STATUS             PIC X(02).
047772 77  WS-ACK-1-STATUS                  PIC X(02).
047774 77  WS-ACK-2-STATUS                  PIC X(02).
047776 77  WS-ACK-3-STATUS                  PIC X(02).
051800*
051900 77  WS-TBL-MAX                       PIC 9(04) COMP VALUE 4000.
052000 77  TBL-COUNT                        PIC 9(04) COMP VALUE ZERO.
052300 77  WS-EXCA-MAX                      PIC 9(04) COMP VALUE 1000.
052400 77  EXCA-COUNT                       PIC 9(04) COMP VALUE ZERO.
052500 77  WS-AGE-LIMIT-DAYS                PIC 9(03) VALUE 5.
052600 77  WS-FEED-MAX                      PIC 9(02) COMP VALUE 5.
052650 77  WS-REGION-MAX                    PIC 9(02) COMP VALUE 3.
052700 77  WS-FEED-NO                       PIC 9(02) COMP VALUE ZERO.
052800 77  WS-VARIANCE-PCT                  PIC 9(03) VALUE 25.
052900 77  WS-HIST-MAX                      PIC 9(02) COMP VALUE 5.
059700         VALUE "DAILYIN2".
059800     05  FILLER                       PIC X(08)
059900         VALUE "DAILYIN3".
059910     05  FILLER                       PIC X(08)
059920         VALUE "ACRUIN".
059947     05  FILLER                       PIC X(08)
059973         VALUE "SINSTIN".
060000 01  FEED-DDNAMES REDEFINES FEED-DDNAME-VALUES.
060100     05  FEED-DDNAME                  PIC X(08) OCCURS 5 TIMES.
060200*
060300 01  FEED-STATS-TABLE.
060400     05  FEED-STATS-ENTRY OCCURS 5 TIMES
060500             INDEXED BY FEED-IDX.
060600         10  FEED-ID                  PIC X(10).
060700         10  FEED-READ-COUNT          PIC 9(07).
074600         VALUE " ITEMS".
074700     05  RPT-R-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
074800*
076000*    PRINTED DAILY SORT REPORT - HEADINGS, DETAIL, SUBTOTAL AND
076100*    CONTROL-TOTAL LINES FOR RPTFILE, THE LISTING OPERATIONS
076200*    DISTRIBUTES EACH MORNING.  THE JOB-LOG DISPLAYS REMAIN AS A
089500         10  EXCA-REASON              PIC X(30).
089600         10  EXCA-FIRST-DATE          PIC 9(08).
089700         10  EXCA-AGE-DAYS            PIC 9(03).
089725         10  EXCA-ITEM-DATE           PIC X(08).
089750         10  EXCA-TRAN-TYPE           PIC X(01).
089775         10  EXCA-SOURCE-FEED         PIC X(10).
089800         10  EXCA-RESOLVED            PIC X(01).
089900             88  EXCA-IS-RESOLVED         VALUE "Y".
089902*
098100     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT
098200     PERFORM 1200-CHECK-FOR-CHECKPOINT THRU 1200-EXIT
098300     PERFORM 1300-OPEN-REPORT-FILES THRU 1300-EXIT
098400     PERFORM 1400-OPEN-ACCOUNT-MASTER THRU 1400-EXIT
098500     PERFORM 1500-OPEN-PRINT-FILE THRU 1500-EXIT
098600     PERFORM 1600-LOAD-EXCEPTION-MASTER THRU 1600-EXIT
098700     PERFORM 1700-LOAD-RUN-HISTORY THRU 1700-EXIT
110800     EXIT.
110900*
111000*************************************************************
111100*    1400-OPEN-ACCOUNT-MASTER - OPENS THE INDEXED ACCOUNT      *
111200*    MASTER FOR THE EDIT-PASS LOOKUPS, WHICH READ IT BY KEY.   *
111250*    IT STAYS OPEN UNTIL 9999-TERMINATE.  THE MASTER IS        *
111300*    MANDATORY: A MISSING OR UNREADABLE FILE ABENDS THE STEP   *
111400*    RATHER THAN LETTING EVERY TRANSACTION REJECT AS UNKNOWN.  *
111500*************************************************************
111600 1400-OPEN-ACCOUNT-MASTER.
111900     OPEN INPUT ACCOUNT-MASTER-FILE
112000     IF WS-ACCT-MASTER-STATUS NOT = "00"
112100         MOVE "ACCTMSTR" TO WS-ABORT-FILE-ID
112200         MOVE WS-ACCT-MASTER-STATUS TO WS-ABORT-STATUS
112300         PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
112400     END-IF
112900     .
113000 1400-EXIT.
113100     EXIT.
115200*
115300*************************************************************
115400*    1500-OPEN-PRINT-FILE - OPENS THE PRINTED DAILY SORT       *
121000             MOVE EXM-REASON TO EXCA-REASON(EXCA-COUNT)
121100             MOVE EXM-FIRST-DATE TO EXCA-FIRST-DATE(EXCA-COUNT)
121200             MOVE EXM-AGE-DAYS TO EXCA-AGE-DAYS(EXCA-COUNT)
121220             MOVE EXM-ITEM-DATE TO EXCA-ITEM-DATE(EXCA-COUNT)
121240             MOVE EXM-TRAN-TYPE TO EXCA-TRAN-TYPE(EXCA-COUNT)
121260             MOVE EXM-SOURCE-FEED TO
121280                 EXCA-SOURCE-FEED(EXCA-COUNT)
121300             MOVE "N" TO EXCA-RESOLVED(EXCA-COUNT)
121400     END-READ
121500     .
124500         AT END
124600             MOVE "Y" TO SW-END-OF-FILE
124700         NOT AT END
124767             IF RH-STEP-SORT
124833                     AND RH-RESTART-IND = "N"
124900                     AND RH-RETURN-CODE NUMERIC
125000                     AND RH-RETURN-CODE = ZERO
125100                     AND RH-READ-COUNT NUMERIC
130200*    2050-LOAD-ONE-FEED - OPENS, LOADS AND BALANCES ONE
130300*    REGIONAL FEED.  EVERY FEED IS MANDATORY AND MUST CARRY ITS
130400*    OWN HEADER AND TRAILER, SO A REGION THAT WAS NEVER SENT
130500*    ABENDS THE STEP INSTEAD OF QUIETLY SHORTING THE DAY.  A
130510*    SUPPLEMENTARY FEED WITH NO BRACKET AND NO DETAIL FOR THE
130520*    DATE WAS SIMPLY NOT PRESENTED AND IS PASSED OVER; ONE WITH
130530*    DETAIL BUT NO BRACKET STILL FAILS ITS BALANCING.
130600*
130700 2050-LOAD-ONE-FEED.
130800     MOVE "N" TO SW-END-OF-FILE
131600     PERFORM 2060-OPEN-CURRENT-FEED THRU 2060-EXIT
131700     PERFORM 2100-PROCESS-ONE-INPUT-RECORD THRU 2100-EXIT
131800         UNTIL END-OF-FILE
131805     IF WS-FEED-NO > WS-REGION-MAX
131810             AND HEADER-NOT-SEEN
131812             AND FEED-READ-COUNT(WS-FEED-NO) = ZERO
131814         PERFORM 2070-CLOSE-CURRENT-FEED THRU 2070-EXIT
131816         GO TO 2050-EXIT
131818     END-IF
131820*    A CATCH-UP FEED BALANCES EACH BRACKET AT ITS OWN TRAILER;
131840*    HERE WE ONLY PROVE THE CYCLE'S BRACKET WAS PRESENT AND
131860*    PROPERLY CLOSED.  A SINGLE-DATE RUN BALANCES AS ALWAYS.
134600                 MOVE WS-REGION-3-STATUS TO WS-ABORT-STATUS
134700                 PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
134800             END-IF
134810         WHEN 4
134820             OPEN INPUT ACCRUAL-INPUT-FILE
134830             IF WS-ACCRUAL-IN-STATUS NOT = "00"
134840                     AND WS-ACCRUAL-IN-STATUS NOT = "05"
134850                 MOVE "ACRUIN" TO WS-ABORT-FILE-ID
134860                 MOVE WS-ACCRUAL-IN-STATUS TO WS-ABORT-STATUS
134870                 PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
134880             END-IF
134882         WHEN 5
134884             OPEN INPUT STANDING-INSTR-INPUT-FILE
134887             IF WS-STANDING-IN-STATUS NOT = "00"
134889                     AND WS-STANDING-IN-STATUS NOT = "05"
134891                 MOVE "SINSTIN" TO WS-ABORT-FILE-ID
134893                 MOVE WS-STANDING-IN-STATUS TO WS-ABORT-STATUS
134896                 PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
134898             END-IF
134900     END-EVALUATE
135000     .
135100 2060-EXIT.
135900             CLOSE REGION-2-INPUT-FILE
136000         WHEN 3
136100             CLOSE REGION-3-INPUT-FILE
136150         WHEN 4
136160             CLOSE ACCRUAL-INPUT-FILE
136173         WHEN 5
136187             CLOSE STANDING-INSTR-INPUT-FILE
136200     END-EVALUATE
136300     .
136400 2070-EXIT.
141000                 NOT AT END
141100                     MOVE REG3-INPUT-RECORD TO DAILY-IN-RECORD
141200             END-READ
141210         WHEN 4
141220             READ ACCRUAL-INPUT-FILE
141230                 AT END
141240                     MOVE "Y" TO SW-END-OF-FILE
141250                 NOT AT END
141260                     MOVE ACRI-INPUT-RECORD TO DAILY-IN-RECORD
141270             END-READ
141274         WHEN 5
141278             READ STANDING-INSTR-INPUT-FILE
141281                 AT END
141285                     MOVE "Y" TO SW-END-OF-FILE
141289                 NOT AT END
141292                     MOVE SINI-INPUT-RECORD TO DAILY-IN-RECORD
141296             END-READ
141300     END-EVALUATE
141400     .
141500 2110-EXIT.
149700             MOVE "Y" TO SW-RECORD-INVALID
149800             MOVE "ACCOUNT NOT ON MASTER" TO WS-EDIT-REASON
149900         ELSE
150000             IF AM-ACCOUNT-CLOSED
150100                 MOVE "Y" TO SW-RECORD-INVALID
150200                 MOVE "ACCOUNT CLOSED" TO WS-EDIT-REASON
150300             END-IF
153200         MOVE WS-EDIT-REASON TO EXCA-REASON(EXCA-COUNT)
153300         MOVE WS-BUSINESS-DATE TO EXCA-FIRST-DATE(EXCA-COUNT)
153400         MOVE ZERO TO EXCA-AGE-DAYS(EXCA-COUNT)
153425         MOVE DAILY-IN-DATE TO EXCA-ITEM-DATE(EXCA-COUNT)
153450         MOVE DAILY-IN-TRAN-TYPE TO EXCA-TRAN-TYPE(EXCA-COUNT)
153475         MOVE WS-FEED-ID TO EXCA-SOURCE-FEED(EXCA-COUNT)
153500         MOVE "N" TO EXCA-RESOLVED(EXCA-COUNT)
153600     END-IF
153700     .
154900         MOVE DAILY-IN-DATE-CCYY  TO TBL-DATE-CCYY(TBL-COUNT)
155000         MOVE DAILY-IN-DATE-MM    TO TBL-DATE-MM(TBL-COUNT)
155100         MOVE DAILY-IN-DATE-DD    TO TBL-DATE-DD(TBL-COUNT)
155200         MOVE AM-BRANCH TO TBL-BRANCH(TBL-COUNT)
155300         MOVE AM-SHORT-NAME TO
155400             TBL-SHORT-NAME(TBL-COUNT)
155500         MOVE DAILY-IN-TRAN-TYPE TO TBL-TRAN-TYPE(TBL-COUNT)
155550         MOVE DAILY-IN-CURRENCY TO TBL-CURRENCY(TBL-COUNT)
156500 2400-EXIT.
156600     EXIT.
156700*
156800*    2500-LOOKUP-ACCOUNT - KEYED READ OF THE ACCOUNT MASTER
156900*    FOR THE INPUT RECORD'S ACCOUNT NUMBER.  ON A HIT THE
157000*    MASTER RECORD AREA HOLDS THE ACCOUNT FOR THE CALLER'S
157100*    STATUS CHECK AND ENRICHMENT MOVES.  MASTERS WRITTEN BEFORE
157150*    THE REVIEW LIMIT EXISTED CARRY SPACES THERE - TREATED AS
157160*    "NO LIMIT".
157200*
157300 2500-LOOKUP-ACCOUNT.
157400     MOVE "N" TO SW-ACCOUNT-FOUND
157500     MOVE DAILY-IN-ACCOUNT-NO TO AM-ACCOUNT-NO
157600     READ ACCOUNT-MASTER-FILE
157700         INVALID KEY
157800             CONTINUE
157900         NOT INVALID KEY
158000             MOVE "Y" TO SW-ACCOUNT-FOUND
158100             IF AM-REVIEW-LIMIT NOT NUMERIC
158200                 MOVE ZERO TO AM-REVIEW-LIMIT
158300             END-IF
158350     END-READ
158400     .
158500 2500-EXIT.
158600     EXIT.
205900     MOVE TBL-ACCOUNT-NO(I) TO UNM-ACCOUNT-NO
206000     MOVE TBL-AMOUNT(I) TO UNM-AMOUNT
206100     MOVE "NO MATCHING ORIGINAL IN RUN" TO UNM-REASON
206125     MOVE TBL-DATE(I) TO UNM-ITEM-DATE
206150     MOVE TBL-TRAN-TYPE(I) TO UNM-TRAN-TYPE
206175     MOVE TBL-SOURCE-FEED(I) TO UNM-SOURCE-FEED
206200     WRITE UNMATCHED-REVERSAL-RECORD
206300     .
206400 4530-EXIT.
212300     PERFORM 5170-WRITE-GL-TRAILER THRU 5170-EXIT
212350     PERFORM 5175-ROLL-MTD-DAY THRU 5175-EXIT
212400     PERFORM 5007-CLOSE-SORTED-OUTPUT THRU 5007-EXIT
212450     PERFORM 5008-WRITE-SORT-CONTROL THRU 5008-EXIT
212500     CLOSE GL-EXTRACT-FILE
212700     .
212800 5000-EXIT.
259300         MOVE EXCA-REASON(I) TO EXM-REASON
259400         MOVE EXCA-FIRST-DATE(I) TO EXM-FIRST-DATE
259500         MOVE EXCA-AGE-DAYS(I) TO EXM-AGE-DAYS
259525         MOVE EXCA-ITEM-DATE(I) TO EXM-ITEM-DATE
259550         MOVE EXCA-TRAN-TYPE(I) TO EXM-TRAN-TYPE
259575         MOVE EXCA-SOURCE-FEED(I) TO EXM-SOURCE-FEED
259600         WRITE EXCP-MASTER-RECORD
259700         IF EXCA-AGE-DAYS(I) >= WS-AGE-LIMIT-DAYS
259800             MOVE EXCA-ACCOUNT-NO(I) TO AGE-D-ACCOUNT
266600     MOVE WS-DUP-COUNT TO RH-DUP-COUNT
266700     MOVE WS-SUM-AMOUNT TO RH-SUM-AMOUNT
266800     MOVE SW-RESTART TO RH-RESTART-IND
266850     MOVE "SORT" TO RH-STEP-ID
266900     MOVE RETURN-CODE TO RH-RETURN-CODE
267000     WRITE RUN-HISTORY-RECORD
267100     CLOSE RUN-HISTORY-FILE
267900     CLOSE UNMATCHED-REVERSAL-FILE
268000     CLOSE REPORT-FILE
268050     CLOSE CONVERSION-REPORT-FILE
268055     CLOSE ACCOUNT-MASTER-FILE
268060     IF BRN-OPENED
268070         PERFORM 5060-CLOSE-BRANCH-FILES THRU 5060-EXIT
268080     END-IF
338700     EXIT.
338800*
338900*****************************************************************
338975*    0200-SCAN-FEED-DATES - CATCH-UP MODE ONLY.  READS EVERY     *
339050*    REGIONAL FEED ONCE, COLLECTING THE DISTINCT BUSINESS DATES  *
339125*    FROM THEIR HEADERS INTO CYC-DATE, THEN ORDERS THEM OLDEST   *
339200*    FIRST.  THE SUPPLEMENTARY FEEDS ARE NOT SCANNED - THEY RIDE *
339275*    ALONG WITH THE CYCLES THE REGIONS CALL FOR.  MORE DATES THAN*
339350*    SORTED-OUTPUT SLOTS, OR NO HEADERS AT ALL, ABENDS THE STEP  *
339425*    BEFORE ANY CYCLE RUNS.                                      *
339500*****************************************************************
339600 0200-SCAN-FEED-DATES.
339700     MOVE ZERO TO CYC-COUNT
339800     PERFORM 0210-SCAN-ONE-FEED THRU 0210-EXIT
339900         VARYING WS-FEED-NO FROM 1 BY 1
340000             UNTIL WS-FEED-NO > WS-REGION-MAX
340100     IF CYC-COUNT = ZERO
340200         DISPLAY "SORTING-ALGORITHM - NO FEED HEADERS FOUND, "
340300             "NOTHING TO CATCH UP"
358200     .
358300 5007-EXIT.
358400     EXIT.
358402*
358403*****************************************************************
358405*    5008 - CONTROL RECORD FOR THE SORTED OUTPUT JUST CLOSED.    *
358406*    SORTCTL GOES WITH SORTOUT, SORTCTL2 WITH SORTOUT2 AND       *
358408*    SORTCTL3 WITH SORTOUT3.  THE COUNTS AND AMOUNTS ARE THE     *
358410*    ONES ACCUMULATED BY 5100 AS EACH RECORD WAS WRITTEN, SO     *
358411*    THE POSTING STEP CAN PROVE THE FILE IT IS GIVEN BEFORE IT   *
358413*    POSTS ANYTHING.  A RESTARTED RUN REWRITES THE CONTROL       *
358414*    RECORD ALONG WITH THE OUTPUT.                               *
358416*****************************************************************
358417 5008-WRITE-SORT-CONTROL.
358419     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
358421     ACCEPT WS-RUN-TIME FROM TIME
358422     MOVE SPACES TO SORT-CONTROL-RECORD
358424     MOVE WS-BUSINESS-DATE TO SCTL-BUSINESS-DATE
358425     MOVE TBL-COUNT TO SCTL-RECORD-COUNT
358427     MOVE WS-SUM-AMOUNT TO SCTL-SUM-AMOUNT
358429     MOVE WS-PAYMENT-COUNT TO SCTL-PAYMENT-COUNT
358430     MOVE WS-PAYMENT-AMOUNT TO SCTL-PAYMENT-AMOUNT
358432     MOVE WS-REVERSAL-COUNT TO SCTL-REVERSAL-COUNT
358433     MOVE WS-REVERSAL-AMOUNT TO SCTL-REVERSAL-AMOUNT
358435     MOVE WS-ADJUST-COUNT TO SCTL-ADJUST-COUNT
358437     MOVE WS-ADJUST-AMOUNT TO SCTL-ADJUST-AMOUNT
358438     MOVE WS-RUN-DATE TO SCTL-SORT-RUN-DATE
358440     MOVE WS-RUN-HHMMSS TO SCTL-SORT-RUN-TIME
358441     EVALUATE WS-CYC-NO
358443         WHEN 2
358444             MOVE "SORTOUT2" TO SCTL-OUTPUT-ID
358446             OPEN OUTPUT SORT-CONTROL-FILE-2
358448             IF WS-SORT-CTL-2-STATUS NOT = "00"
358449                 MOVE "SORTCTL2" TO WS-ABORT-FILE-ID
358451                 MOVE WS-SORT-CTL-2-STATUS TO WS-ABORT-STATUS
358452                 PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
358454             END-IF
358456             MOVE SORT-CONTROL-RECORD TO SORT-CONTROL-2-RECORD
358457             WRITE SORT-CONTROL-2-RECORD
358459             CLOSE SORT-CONTROL-FILE-2
358460         WHEN 3
358462             MOVE "SORTOUT3" TO SCTL-OUTPUT-ID
358463             OPEN OUTPUT SORT-CONTROL-FILE-3
358465             IF WS-SORT-CTL-3-STATUS NOT = "00"
358467                 MOVE "SORTCTL3" TO WS-ABORT-FILE-ID
358468                 MOVE WS-SORT-CTL-3-STATUS TO WS-ABORT-STATUS
358470                 PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
358471             END-IF
358473             MOVE SORT-CONTROL-RECORD TO SORT-CONTROL-3-RECORD
358475             WRITE SORT-CONTROL-3-RECORD
358476             CLOSE SORT-CONTROL-FILE-3
358478         WHEN OTHER
358479             MOVE "SORTOUT" TO SCTL-OUTPUT-ID
358481             OPEN OUTPUT SORT-CONTROL-FILE
358483             IF WS-SORT-CTL-STATUS NOT = "00"
358484                 MOVE "SORTCTL" TO WS-ABORT-FILE-ID
358486                 MOVE WS-SORT-CTL-STATUS TO WS-ABORT-STATUS
358487                 PERFORM 9000-ABORT-ON-BAD-STATUS THRU 9000-EXIT
358489             END-IF
358490             WRITE SORT-CONTROL-RECORD
358492             CLOSE SORT-CONTROL-FILE
358494     END-EVALUATE
358495     .
358497 5008-EXIT.
358498     EXIT.
358500*
358600 5105-WRITE-SORTED-RECORD.
358700     EVALUATE WS-CYC-NO
361200*    REJECTED ITEM, AND 2180 CLOSES THE BRACKET WITH THE         *
361300*    ACCEPTED COUNT AND AMOUNT AND THE REJECT COUNT.  2190       *
361400*    ROUTES THE BUILT RECORD TO THE CURRENT FEED'S FILE; THE     *
361500*    CORRECTION PASS (FEED 0) AND THE SUPPLEMENTARY FEEDS,       *
361550*    WHICH NO REGIONAL CENTER IS WAITING ON, WRITE NONE.         *
361600*****************************************************************
361700 2170-WRITE-ACK-HEADER.
361800     IF WS-FEED-NO < 1 OR WS-FEED-NO > WS-REGION-MAX
361900         GO TO 2170-EXIT
362000     END-IF
362100     MOVE SPACES TO ACK-HEADER-RECORD
364100     EXIT.
364200*
364300 2180-WRITE-ACK-TRAILER.
364400     IF WS-FEED-NO < 1 OR WS-FEED-NO > WS-REGION-MAX
364500         GO TO 2180-EXIT
364600     END-IF
364700     MOVE SPACES TO ACK-TRAILER-RECORD
368000*    (EITHER SIGN) EXCEEDS ITS ACCOUNT'S REVIEW LIMIT.  A ZERO   *
368100*    LIMIT MEANS THE ACCOUNT IS NEVER HELD, AND AN ITEM THE      *
368200*    RISK DESK HAS ALREADY RELEASED IS NOT HELD A SECOND TIME.   *
368300*    CALLED ONLY AFTER THE ACCOUNT LOOKUP HAS LEFT THE ITEM'S    *
368400*    MASTER RECORD IN THE ACCOUNT MASTER RECORD AREA.            *
368500*****************************************************************
368600 2280-CHECK-REVIEW-LIMIT.
368700     IF RELEASING
368800         GO TO 2280-EXIT
368900     END-IF
369000     IF AM-REVIEW-LIMIT = ZERO
369100         GO TO 2280-EXIT
369200     END-IF
369300     MOVE DAILY-IN-AMOUNT TO WS-ABS-AMOUNT
369400     IF WS-ABS-AMOUNT < ZERO
369500         COMPUTE WS-ABS-AMOUNT = ZERO - WS-ABS-AMOUNT
369600     END-IF
369700     IF WS-ABS-AMOUNT > AM-REVIEW-LIMIT
369800         MOVE "Y" TO SW-RECORD-HELD
369900     END-IF
370000     .
371900     MOVE DAILY-IN-TRAN-TYPE TO SUS-TRAN-TYPE
372000     MOVE DAILY-IN-CURRENCY TO SUS-CURRENCY
372100     MOVE WS-FEED-ID TO SUS-SOURCE-FEED
372200     MOVE AM-BRANCH TO SUS-BRANCH
372300     MOVE AM-SHORT-NAME TO SUS-SHORT-NAME
372400     MOVE SPACE TO SUS-MATCH-FLAG
372500     MOVE SPACE TO SUS-RECYCLE-FLAG
372600     WRITE SUSPENSE-RECORD
372700     MOVE DAILY-IN-ACCOUNT-NO TO SUS-D-ACCOUNT
372800     MOVE DAILY-IN-TRAN-TYPE TO SUS-D-TYPE
372900     MOVE DAILY-IN-AMOUNT TO SUS-D-AMOUNT
373000     MOVE AM-REVIEW-LIMIT TO SUS-D-LIMIT
373100     MOVE AM-BRANCH TO SUS-D-BRANCH
373200     MOVE AM-SHORT-NAME TO SUS-D-NAME
373300     WRITE SUSPENSE-REPORT-LINE FROM SUS-DETAIL-LINE
373400         AFTER ADVANCING 1 LINE
373500     .
