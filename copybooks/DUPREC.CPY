000100******************************************************************
000200* DUPREC                                                         *
000300*                                                                *
000400* SUSPECTED-DUPLICATE HOLD RECORD LAYOUT.  SUMTWONUMBERS WRITES  *
000500* ONE RECORD TO THE DUPHOLD DATASET (DISP=MOD, SO IT CARRIES     *
000600* EVERY PAIR EVER HELD) FOR EACH VALID DETAIL PAIR THAT MATCHES  *
000700* A RECENT POSTING ON THE HISTMST AUDIT-HISTORY MASTER, OR AN    *
000800* EARLIER PAIR IN THE SAME FEED, ON COST CENTER, OPERATION CODE, *
000900* CURRENCY AND AMOUNTS.  THE PAIR IS HELD INSTEAD OF POSTED.     *
001000*                                                                *
001100* THE HELD PAIR IS IDENTIFIED THE SAME WAY A REJECT IS - BY RUN  *
001200* DATE AND INPUT RECORD NUMBER - AND CARRIES ITS FIELDS AS       *
001300* KEYED, SO REJFIX CAN PUSH A GENUINE REPEAT BACK INTO THE FEED  *
001400* WHEN A SUPERVISOR'S RELEASE CARD NAMES IT.  THE MATCH FIELDS   *
001500* NAME THE POSTING IT WAS TAKEN FOR A DUPLICATE OF: SOURCE H IS  *
001600* A HISTMST POSTING, SOURCE F AN EARLIER PAIR IN THE SAME RUN.   *
001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   2026-10-15  RLH  INITIAL VERSION.                            *
002000******************************************************************
002100 01  DUP-RECORD.
002200     05  DUP-RUN-DATE            PIC X(10).
002300     05  DUP-RECORD-NO           PIC 9(09).
002400     05  DUP-RUN-TIME            PIC X(08).
002500     05  DUP-BATCH-ID            PIC X(08).
002600     05  DUP-OP-CODE             PIC X(01).
002700     05  DUP-COST-CENTER         PIC X(06).
002800     05  DUP-CURRENCY            PIC X(03).
002900     05  DUP-NUM1                COPY DL100N12.
003000     05  DUP-NUM2                COPY DL100N12.
003100     05  DUP-MATCH-SOURCE        PIC X(01).
003200         88  DUP-MATCH-HISTORY             VALUE "H".
003300         88  DUP-MATCH-FEED                VALUE "F".
003400     05  DUP-MATCH-RUN-DATE      PIC X(10).
003500     05  DUP-MATCH-RECORD-NO     PIC 9(09).
003600     05  DUP-MATCH-RUN-TIME      PIC X(08).
