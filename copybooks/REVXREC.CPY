000100******************************************************************
000200* REVXREC                                                        *
000300*                                                                *
000400* REVERSAL CROSS-REFERENCE RECORD LAYOUT.  THE REVXREF DD IS A   *
000500* KEYED VSAM CLUSTER (SEE REVDEF FOR THE ONE-TIME DEFINE)        *
000600* HOLDING ONE RECORD FOR EVERY POSTING EVER REVERSED - BY AN H   *
000700* (HISTORICAL REVERSAL) DETAIL RECORD NAMING IT, OR BY AN R      *
000800* RECORD FOLLOWING IT IN THE SAME FEED.  SUMTWONUMBERS WRITES    *
000900* THE RECORD WHEN THE OFFSET POSTS AND READS IT BEFORE POSTING   *
000950* AN H OFFSET, SO THE SAME ORIGINAL CAN NEVER BE REVERSED TWICE. *
001000*                                                                *
001100* THE KEY IS THE ORIGINAL POSTING'S HISTMST KEY - ITS RUN DATE   *
001200* AND INPUT RECORD NUMBER.  THE REST OF THE RECORD NAMES THE     *
001300* RUN, RECORD AND BATCH THAT POSTED THE REVERSAL, SO THE CLERKS  *
001400* CAN FIND THE OFFSET FROM THE ORIGINAL AND THE AUDITORS CAN     *
001500* TIE THE TWO TOGETHER.                                          *
001600*                                                                *
001700* MODIFICATION HISTORY                                          *
001800*   2026-10-15  RLH  INITIAL VERSION.                            *
001810*   2026-10-15  RLH  AN R RECORD'S ORIGINAL IS NOW RECORDED AS   *
001820*                    WELL, SO AN H RECORD CANNOT OFFSET A        *
001830*                    POSTING AN R RECORD ALREADY REVERSED.       *
001900******************************************************************
002000 01  RVX-RECORD.
002100     05  RVX-KEY.
002200         10  RVX-ORIG-RUN-DATE   PIC X(10).
002300         10  RVX-ORIG-RECORD-NO  PIC 9(09).
002400     05  RVX-ORIG-COST-CENTER    PIC X(06).
002500     05  RVX-ORIG-SUM            COPY DL100SUM.
002600     05  RVX-REV-RUN-DATE        PIC X(10).
002700     05  RVX-REV-RECORD-NO       PIC 9(09).
002800     05  RVX-REV-RUN-TIME        PIC X(08).
002900     05  RVX-REV-BATCH-ID        PIC X(08).
