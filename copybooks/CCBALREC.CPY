000100******************************************************************
000200* CCBALREC                                                       *
000300*                                                                *
000400* COST-CENTER BALANCE-FORWARD LEDGER RECORD LAYOUT.  THE CCBAL   *
000500* DD IS A KEYED VSAM CLUSTER (SEE CCBDEF FOR THE ONE-TIME        *
000600* DEFINE) HOLDING ONE RECORD PER COST CENTER PER CLOSED          *
000700* PERIOD.  PERCLOSE WRITES A CLOSE RECORD (TYPE C) FOR EVERY     *
000800* CENTER ON EACH SUCCESSFUL CLOSE AND READS ITS OPENING          *
000900* POSITIONS BACK FROM THE LEDGER ON THE NEXT, SO THE OPENINGS    *
001000* NO LONGER DEPEND ON THE PRE-PERIOD AUDIT TRAIL THAT ARCPRUNE   *
001100* MOVES TO THE ARCHIVE.  THE CLOSE OF THE LAST PERIOD OF A       *
001200* FISCAL YEAR ALSO WRITES A YEAR-OPENING RECORD (TYPE Y) UNDER   *
001300* THE SAME PERIOD-END DATE, CARRYING EACH CENTER'S CLOSING       *
001400* BALANCE INTO THE NEW FISCAL YEAR.                              *
001500*                                                                *
001600* THE KEY IS THE COST CENTER, THE PERIOD-END DATE AND THE        *
001700* RECORD TYPE, SO A BROWSE IN KEY ORDER MEETS EACH CENTER'S      *
001800* BALANCES OLDEST FIRST, AND THE YEAR-OPENING RECORD FOR A       *
001900* DATE SORTS AFTER THE CLOSE RECORD IT WAS CARRIED FROM.         *
002000*                                                                *
002100* MODIFICATION HISTORY                                          *
002200*   2026-10-15  RLH  INITIAL VERSION.                            *
002300******************************************************************
002400 01  CCB-RECORD.
002500     05  CCB-KEY.
002600         10  CCB-COST-CENTER     PIC X(06).
002700         10  CCB-PERIOD-END      PIC X(10).
002800         10  CCB-REC-TYPE        PIC X(01).
002900             88  CCB-TYPE-CLOSE            VALUE "C".
003000             88  CCB-TYPE-YEAR-OPENING     VALUE "Y".
003100     05  CCB-PERIOD-START        PIC X(10).
003200     05  CCB-FISCAL-YEAR         PIC X(04).
003300     05  CCB-OPENING             PIC S9(11)V99
003400                                 SIGN LEADING SEPARATE.
003500     05  CCB-ACTIVITY            PIC S9(11)V99
003600                                 SIGN LEADING SEPARATE.
003700     05  CCB-CLOSING             PIC S9(11)V99
003800                                 SIGN LEADING SEPARATE.
003900     05  CCB-CLOSE-DATE          PIC X(10).
004000     05  CCB-CLOSE-TIME          PIC X(08).
