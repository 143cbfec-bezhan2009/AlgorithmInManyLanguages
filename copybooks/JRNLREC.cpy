000100***************************************************************
000200*                                                               *
000300*    JRNLREC.CPY                                                *
000400*                                                                *
000500*    POSTING JOURNAL RECORD LAYOUT.  ONE RECORD PER ITEM THE     *
000600*    DAILY POSTING STEP APPLIES TO THE BALANCE MASTER, CARRYING  *
000700*    THE ITEM AS POSTED AND THE ACCOUNT'S RUNNING BALANCE JUST   *
000800*    AFTER IT.  THE JOURNAL IS CUMULATIVE - EACH POSTING RUN     *
000900*    EXTENDS IT - SO AN ACCOUNT'S ACTIVITY CAN BE REBUILT FROM   *
001000*    THE SYSTEM LONG AFTER THE PRINTED REGISTER IS FILED.        *
001100*    SHARED BY THE JOURNAL FILE AND ANY IN-MEMORY TABLE THAT     *
001200*    HOLDS JOURNAL ITEMS.                                        *
001300*                                                                *
001400*    LIKE TRANREC, THIS COPYBOOK HOLDS ONLY THE FIELD LIST, NOT *
001500*    THE 01-LEVEL RECORD HEADER.  PLACEHOLDERS:                 *
001600*                                                                *
001700*        :PREFIX:   - GIVES EACH COPY ITS OWN UNIQUE DATA NAMES *
001800*        :LVLFLD:   - LEVEL NUMBER FOR THE TOP FIELDS           *
001900*        :LVLSUB:   - LEVEL NUMBER FOR THE DATE SUB-FIELDS      *
002000*                     (ONE DEEPER THAN :LVLFLD:)                *
002100*                                                                *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       INIT DESCRIPTION                                 *
002400*    -------    ---- -------------------------------------------*
002500*    2026-10-15 JRM  ORIGINAL COPYBOOK - POSTING JOURNAL LAYOUT  *
002600*                    FOR THE MONTH-END CUSTOMER STATEMENTS.      *
002610*    2026-10-15 JRM  THE FILLER NOW CARRIES THE BUSINESS DATE   *
002620*                    THE ITEM WAS POSTED UNDER, TAKEN FROM THE  *
002630*                    SORT'S CONTROL FILE.  SPACES ON ITEMS      *
002640*                    JOURNALED BEFORE THE FIELD EXISTED.        *
002655*    2026-10-15 JRM  ADDED THE BACK-OUT FLAG, SET TO "B" ON THE  *
002670*                    OFFSETTING ENTRY THE BACK-OUT RUN WRITES    *
002685*                    FOR EACH ITEM IT REVERSES.                  *
002700*                                                                *
002800***************************************************************
002900    :LVLFLD:  :PREFIX:-ACCOUNT-NO          PIC 9(07).
003000    :LVLFLD:  :PREFIX:-ITEM-DATE.
003100        :LVLSUB:  :PREFIX:-ITEM-CCYY       PIC 9(04).
003200        :LVLSUB:  :PREFIX:-ITEM-MM         PIC 9(02).
003300        :LVLSUB:  :PREFIX:-ITEM-DD         PIC 9(02).
003400    :LVLFLD:  :PREFIX:-TRAN-TYPE           PIC X(01).
003500        88  :PREFIX:-TYPE-PAYMENT            VALUE "P".
003600        88  :PREFIX:-TYPE-REVERSAL           VALUE "R".
003700        88  :PREFIX:-TYPE-ADJUSTMENT         VALUE "A".
003800    :LVLFLD:  :PREFIX:-AMOUNT              PIC S9(07)V99.
003900    :LVLFLD:  :PREFIX:-RUNNING-BALANCE     PIC S9(09)V99.
004000    :LVLFLD:  :PREFIX:-MATCH-FLAG          PIC X(01).
004100    :LVLFLD:  :PREFIX:-RECYCLE-FLAG        PIC X(01).
004200        88  :PREFIX:-RECYCLED                VALUE "R".
004300        88  :PREFIX:-RELEASED                VALUE "H".
004400    :LVLFLD:  :PREFIX:-SOURCE-FEED         PIC X(10).
004500    :LVLFLD:  :PREFIX:-POST-RUN-DATE       PIC 9(08).
004600    :LVLFLD:  :PREFIX:-BUSINESS-DATE       PIC 9(08).
004700    :LVLFLD:  :PREFIX:-BACKOUT-FLAG        PIC X(01).
004800        88  :PREFIX:-BACKOUT-ENTRY           VALUE "B".
004900    :LVLFLD:  FILLER                       PIC X(15).
