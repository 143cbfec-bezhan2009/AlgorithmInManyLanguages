000100***************************************************************
000200*                                                               *
000300*    SRTCTL.CPY                                                 *
000400*                                                                *
000500*    SORTED-OUTPUT CONTROL RECORD LAYOUT.  THE NIGHTLY SORT      *
000600*    WRITES ONE OF THESE ALONGSIDE EVERY SORTED OUTPUT FILE IT   *
000700*    PRODUCES (SORTCTL WITH SORTOUT, SORTCTL2 WITH SORTOUT2,     *
000800*    SORTCTL3 WITH SORTOUT3), CARRYING THE BUSINESS DATE AND     *
000900*    THE RECORD COUNT, AMOUNT SUM AND PER-TYPE TOTALS OF THE     *
001000*    FILE EXACTLY AS WRITTEN.  THE POSTING STEP PROVES ITS       *
001100*    SORTED INPUT AGAINST IT BEFORE POSTING ANYTHING, SO A       *
001200*    RERUN, RESTARTED OR STALE SORTED FILE CANNOT BE POSTED      *
001300*    BLIND.                                                      *
001400*                                                                *
001500*    LIKE TRANREC, THIS COPYBOOK HOLDS ONLY THE FIELD LIST, NOT *
001600*    THE 01-LEVEL RECORD HEADER.  PLACEHOLDERS:                 *
001700*                                                                *
001800*        :PREFIX:   - GIVES EACH COPY ITS OWN UNIQUE DATA NAMES *
001900*        :LVLFLD:   - LEVEL NUMBER FOR THE TOP FIELDS           *
002000*                                                                *
002100*    MODIFICATION HISTORY                                       *
002200*    DATE       INIT DESCRIPTION                                 *
002300*    -------    ---- -------------------------------------------*
002400*    2026-10-15 JRM  ORIGINAL COPYBOOK - CONTROL-TOTAL HANDOFF  *
002500*                    FROM THE SORT TO THE POSTING STEP.         *
002600*                                                                *
002700***************************************************************
002800    :LVLFLD:  :PREFIX:-BUSINESS-DATE       PIC 9(08).
002900    :LVLFLD:  :PREFIX:-RECORD-COUNT        PIC 9(07).
003000    :LVLFLD:  :PREFIX:-SUM-AMOUNT          PIC S9(11)V99.
003100    :LVLFLD:  :PREFIX:-PAYMENT-COUNT       PIC 9(07).
003200    :LVLFLD:  :PREFIX:-PAYMENT-AMOUNT      PIC S9(11)V99.
003300    :LVLFLD:  :PREFIX:-REVERSAL-COUNT      PIC 9(07).
003400    :LVLFLD:  :PREFIX:-REVERSAL-AMOUNT     PIC S9(11)V99.
003500    :LVLFLD:  :PREFIX:-ADJUST-COUNT        PIC 9(07).
003600    :LVLFLD:  :PREFIX:-ADJUST-AMOUNT       PIC S9(11)V99.
003700    :LVLFLD:  :PREFIX:-SORT-RUN-DATE       PIC 9(08).
003800    :LVLFLD:  :PREFIX:-SORT-RUN-TIME       PIC 9(06).
003900    :LVLFLD:  :PREFIX:-OUTPUT-ID           PIC X(08).
004000    :LVLFLD:  FILLER                       PIC X(10).
