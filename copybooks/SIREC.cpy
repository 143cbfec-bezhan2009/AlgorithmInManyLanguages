000100***************************************************************
000200*                                                               *
000300*    SIREC.CPY                                                   *
000400*                                                                *
000500*    STANDING-INSTRUCTION MASTER RECORD LAYOUT.  ONE RECORD PER  *
000600*    RECURRING TRANSACTION, IN INSTRUCTION-NUMBER ORDER,         *
000700*    CARRYING THE ACCOUNT, AMOUNT AND TRANSACTION TYPE OF THE    *
000800*    ITEM TO GENERATE, HOW OFTEN IT FALLS DUE (WEEKLY, MONTHLY   *
000900*    OR QUARTERLY), THE NEXT DUE DATE AND AN OPTIONAL END DATE,  *
001000*    AND ITS STATUS.  MAINTAINED BY STANDING-INSTR-MAINT AND     *
001100*    ROLLED FORWARD EACH BUSINESS DAY BY STANDING-INSTR-GEN,     *
001200*    WHICH WRITES THE ITEMS DUE AS A FEED FOR THE NIGHTLY SORT.  *
001300*                                                                *
001400*    DUE-DAY IS THE DAY OF THE MONTH A MONTHLY OR QUARTERLY      *
001500*    INSTRUCTION IS ANCHORED TO, SO AN INSTRUCTION DUE ON THE    *
001600*    31ST FALLS ON THE LAST DAY OF A SHORTER MONTH AND RETURNS   *
001700*    TO THE 31ST AFTER IT.  AN END DATE OF ZERO MEANS THE        *
001800*    INSTRUCTION RUNS UNTIL CANCELLED.  A SUSPENDED INSTRUCTION  *
001900*    GENERATES NOTHING UNTIL IT IS RESUMED; SUSPEND-REASON SAYS  *
002000*    WHY IT WAS SUSPENDED.                                       *
002100*                                                                *
002200*    LIKE TRANREC, THIS COPYBOOK HOLDS ONLY THE FIELD LIST, NOT  *
002300*    THE 01-LEVEL RECORD HEADER.  PLACEHOLDERS:                  *
002400*                                                                *
002500*        :PREFIX:   - GIVES EACH COPY ITS OWN UNIQUE DATA NAMES  *
002600*        :LVLFLD:   - LEVEL NUMBER FOR THE TOP FIELDS            *
002700*        :LVLSUB:   - LEVEL NUMBER FOR THE DATE SUB-FIELDS       *
002800*                     (ONE DEEPER THAN :LVLFLD:)                 *
002900*                                                                *
003000*    MODIFICATION HISTORY                                        *
003100*    DATE       INIT DESCRIPTION                                 *
003200*    -------    ---- --------------------------------------------*
003300*    2026-10-15 JRM  ORIGINAL COPYBOOK - STANDING-INSTRUCTION    *
003400*                    MASTER FOR RECURRING PAYMENTS AND           *
003500*                    ADJUSTMENTS GENERATED AS THEIR OWN FEED.    *
003600*                                                                *
003700***************************************************************
003800    :LVLFLD:  :PREFIX:-INSTR-NO            PIC 9(06).
003900    :LVLFLD:  :PREFIX:-ACCOUNT-NO          PIC 9(07).
004000    :LVLFLD:  :PREFIX:-AMOUNT              PIC S9(07)V99.
004100    :LVLFLD:  :PREFIX:-TRAN-TYPE           PIC X(01).
004200        88  :PREFIX:-TYPE-PAYMENT            VALUE "P".
004300        88  :PREFIX:-TYPE-ADJUSTMENT         VALUE "A".
004400    :LVLFLD:  :PREFIX:-FREQUENCY           PIC X(01).
004500        88  :PREFIX:-FREQ-WEEKLY             VALUE "W".
004600        88  :PREFIX:-FREQ-MONTHLY            VALUE "M".
004700        88  :PREFIX:-FREQ-QUARTERLY          VALUE "Q".
004800    :LVLFLD:  :PREFIX:-DUE-DAY             PIC 9(02).
004900    :LVLFLD:  :PREFIX:-NEXT-DUE-DATE       PIC 9(08).
005000    :LVLFLD:  :PREFIX:-NEXT-DUE-R
005100                  REDEFINES :PREFIX:-NEXT-DUE-DATE.
005200        :LVLSUB:  :PREFIX:-DUE-CCYY        PIC 9(04).
005300        :LVLSUB:  :PREFIX:-DUE-MM          PIC 9(02).
005400        :LVLSUB:  :PREFIX:-DUE-DD          PIC 9(02).
005500    :LVLFLD:  :PREFIX:-END-DATE            PIC 9(08).
005600    :LVLFLD:  :PREFIX:-STATUS              PIC X(01).
005700        88  :PREFIX:-ACTIVE                  VALUE "A".
005800        88  :PREFIX:-SUSPENDED               VALUE "S".
005900        88  :PREFIX:-ENDED                   VALUE "E".
006000        88  :PREFIX:-CANCELLED               VALUE "X".
006100    :LVLFLD:  :PREFIX:-SUSPEND-REASON      PIC X(24).
006200    :LVLFLD:  :PREFIX:-DESCRIPTION         PIC X(20).
006300    :LVLFLD:  :PREFIX:-LAST-GEN-DATE       PIC 9(08).
006400    :LVLFLD:  :PREFIX:-GEN-COUNT           PIC 9(05).
006500    :LVLFLD:  :PREFIX:-LAST-MAINT-DATE     PIC 9(08).
006600    :LVLFLD:  :PREFIX:-LAST-OPERATOR       PIC X(08).
006700    :LVLFLD:  FILLER                       PIC X(04).
