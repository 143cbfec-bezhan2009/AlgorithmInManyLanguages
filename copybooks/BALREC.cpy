000700*    ACCOUNT NUMBER, CARRYING THE CURRENT BALANCE, THE           *
000800*    PER-ACCOUNT BALANCE LIMIT, THE DATE OF THE LAST POSTING     *
000900*    AND THE MONTH-TO-DATE DEBIT AND CREDIT TOTALS.  SHARED BY   *
001000*    THE BALANCE MASTER FILE AND ITS BACKUP GENERATIONS.         *
001100*                                                                *
001200*    LIKE TRANREC AND ACCTREC, THIS COPYBOOK HOLDS ONLY THE      *
001300*    FIELD LIST, NOT THE 01-LEVEL RECORD HEADER, SO THE SAME     *
002800*                    SHOP CAN ANSWER "WHAT IS THIS ACCOUNT'S     *
002900*                    BALANCE" WITHOUT WAITING FOR THE NOON       *
003000*                    FILE FROM THE DOWNSTREAM POSTING SHOP.      *
003010*    2026-10-15 JRM  THE BALANCE MASTER IS NOW AN INDEXED FILE  *
003020*                    KEYED ON ACCOUNT-NO.  POSTING COPIES THE   *
003030*                    PRIOR GENERATION FORWARD AND UPDATES THE   *
003040*                    NEW ONE BY KEY.  LAYOUT IS UNCHANGED.      *
003100*                                                                *
003200***************************************************************
003300    :LVLFLD:  :PREFIX:-ACCOUNT-NO          PIC 9(07).
