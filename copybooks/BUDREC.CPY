000100******************************************************************
000200* BUDREC                                                         *
000300*                                                                *
000400* COST-CENTER BUDGET MASTER RECORD LAYOUT, SHARED BY THE BUDMAINT*
000500* MAINTENANCE PROGRAM (WHICH ADDS, CHANGES AND DELETES BUDGETS   *
000600* FROM THE FINANCE GROUP'S CARD INPUT) AND THE BUDRPT VARIANCE   *
000700* REPORT (WHICH SETS EACH CENTER'S BUDGET AGAINST THE PERIOD'S   *
000800* ACTUAL ACTIVITY ON THE AUDIT TRAIL).                           *
000900*                                                                *
001000* THE BUDMAST DD IS A KEYED VSAM CLUSTER (SEE BUDDEF FOR THE     *
001100* ONE-TIME DEFINE) KEYED BY THE COST CENTER AND THE PERIOD-END   *
001200* DATE OF THE ACCOUNTING PERIOD THE BUDGET COVERS - THE SAME     *
001300* PERIOD-END DATE PERCLOSE IS RUN WITH - SO EACH CENTER CARRIES  *
001400* ONE BUDGET PER PERIOD.                                         *
001500*                                                                *
001600* MODIFICATION HISTORY                                          *
001700*   2026-10-15  RLH  INITIAL VERSION.                            *
001800******************************************************************
001900 01  BUD-RECORD.
002000     05  BUD-KEY.
002100         10  BUD-COST-CENTER     PIC X(06).
002200         10  BUD-PERIOD-END      PIC X(10).
002300     05  BUD-AMOUNT              PIC S9(11)V99
002400                                 SIGN LEADING SEPARATE.
002500     05  BUD-ADDED-DATE          PIC X(10).
002600     05  BUD-CHANGED-DATE        PIC X(10).
002700     05  BUD-CHANGED-BY          PIC X(03).
