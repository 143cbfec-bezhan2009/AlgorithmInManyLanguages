000500*    ACCOUNT MASTER RECORD LAYOUT.  ONE RECORD PER ACCOUNT,      *
000600*    KEYED ON THE 7-DIGIT ACCOUNT NUMBER, CARRYING THE ACCOUNT   *
000700*    STATUS, THE SHORT NAME AND THE OWNING BRANCH.  SHARED BY    *
000800*    EVERY PROGRAM THAT READS OR WRITES THE ACCOUNT MASTER OR    *
000900*    ONE OF ITS BACKUP GENERATIONS.                              *
001000*                                                                *
001100*    LIKE TRANREC, THIS COPYBOOK HOLDS ONLY THE FIELD LIST, NOT  *
001200*    THE 01-LEVEL RECORD HEADER, SO THE SAME TEXT CAN BE COPIED  *
002440*                    FOR THE RISK DESK INSTEAD OF FLOWING TO    *
002450*                    THE SORTED OUTPUT.  SPACES OR ZERO MEANS   *
002460*                    THE ACCOUNT HAS NO REVIEW LIMIT.           *
002470*    2026-10-15 JRM  THE ACCOUNT MASTER IS NOW AN INDEXED FILE  *
002480*                    KEYED ON ACCOUNT-NO, READ BY KEY RATHER    *
002490*                    THAN LOADED INTO A TABLE.  LAYOUT AND      *
002495*                    LENGTH ARE UNCHANGED.                      *
002500*                                                                *
002600***************************************************************
002700    :LVLFLD:  :PREFIX:-ACCOUNT-NO          PIC 9(07).
