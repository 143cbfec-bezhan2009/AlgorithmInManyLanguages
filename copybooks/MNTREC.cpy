000100***************************************************************
000200*                                                               *
000300*    MNTREC.CPY                                                 *
000400*                                                                *
000500*    ACCOUNT MAINTENANCE CARD LAYOUT.  ONE CARD IMAGE PER        *
000600*    ACTION (ADD, CHANGE, CLOSE) KEYED BY DATA CONTROL FOR       *
000700*    ACCOUNT-MAINTENANCE, CARRYING THE ACCOUNT MASTER FIELDS     *
000800*    AND THE OPERATOR ID OF THE CLERK WHO KEYED IT.  ON A        *
000900*    CHANGE, A FIELD LEFT AS SPACES MEANS "LEAVE AS IS".  AN     *
001000*    APPROVAL CARD (ACTION "V") CARRIES THE REFERENCE OF THE     *
001100*    PENDING ITEM IT APPROVES IN PLACE OF THE MASTER FIELDS,     *
001200*    AND THE CHECKER'S OPERATOR ID.  ALSO THE LAYOUT OF THE      *
001300*    CARD IMAGE HELD ON THE PENDING-MAINTENANCE FILE.            *
001400*                                                                *
001500*    LIKE TRANREC, THIS COPYBOOK HOLDS ONLY THE FIELD LIST, NOT  *
001600*    THE 01-LEVEL RECORD HEADER.  PLACEHOLDERS:                  *
001700*                                                                *
001800*        :PREFIX:   - GIVES EACH COPY ITS OWN UNIQUE DATA NAMES  *
001900*        :LVLFLD:   - LEVEL NUMBER FOR THE TOP FIELDS            *
002000*        :LVLSUB:   - LEVEL NUMBER FOR THE DETAIL SUB-FIELDS     *
002100*                     (ONE DEEPER THAN :LVLFLD:)                 *
002200*                                                                *
002300*    MODIFICATION HISTORY                                        *
002400*    DATE       INIT DESCRIPTION                                 *
002500*    -------    ---- --------------------------------------------*
002600*    2026-10-15 JRM  ORIGINAL COPYBOOK - MAINTENANCE CARD TAKEN  *
002700*                    OUT OF ACCOUNT-MAINTENANCE, WITH THE        *
002800*                    MAKER'S OPERATOR ID AND THE APPROVAL CARD   *
002900*                    FOR MAKER-CHECKER CONTROL.                  *
003000*                                                                *
003100***************************************************************
003200    :LVLFLD:  :PREFIX:-ACTION              PIC X(01).
003300        88  :PREFIX:-ACTION-ADD              VALUE "A".
003400        88  :PREFIX:-ACTION-CHANGE           VALUE "C".
003500        88  :PREFIX:-ACTION-CLOSE            VALUE "X".
003600        88  :PREFIX:-ACTION-APPROVE          VALUE "V".
003700    :LVLFLD:  :PREFIX:-ACCOUNT-NO          PIC 9(07).
003800    :LVLFLD:  :PREFIX:-DETAIL.
003900        :LVLSUB:  :PREFIX:-STATUS          PIC X(01).
004000        :LVLSUB:  :PREFIX:-SHORT-NAME      PIC X(20).
004100        :LVLSUB:  :PREFIX:-BRANCH          PIC X(04).
004200        :LVLSUB:  :PREFIX:-REVIEW-LIMIT    PIC X(08).
004300        :LVLSUB:  :PREFIX:-REVIEW-LIMIT-N
004400                      REDEFINES :PREFIX:-REVIEW-LIMIT
004500                                           PIC 9(06)V99.
004600    :LVLFLD:  :PREFIX:-APPROVAL REDEFINES :PREFIX:-DETAIL.
004700        :LVLSUB:  :PREFIX:-APPROVE-REF     PIC X(12).
004800        :LVLSUB:  :PREFIX:-APPROVE-REF-N
004900                      REDEFINES :PREFIX:-APPROVE-REF
005000                                           PIC 9(12).
005100        :LVLSUB:  FILLER                   PIC X(21).
005200    :LVLFLD:  :PREFIX:-OPERATOR-ID         PIC X(08).
005300    :LVLFLD:  FILLER                       PIC X(31).
