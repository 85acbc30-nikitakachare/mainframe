000100******************************************************************
000200* GLSTREC                                                        *
000300*                                                                *
000400* GL EXTRACT LOG RECORD LAYOUT.  THE GLSTATE DD IS AN APPEND LOG *
000500* HOLDING ONE RECORD PER RUN EVER HANDED TO THE GL.  GLEXTR      *
000600* APPENDS THE RECORD WHEN A BALANCED BATCH IS RELEASED AND SCANS *
000700* THE LOG SO THE SAME COMPLETION IS NEVER EXTRACTED TWICE;       *
000800* GLRECON PROVES EVERY COMPLETED RUN APPEARS ON IT EXACTLY ONCE; *
000900* GLACK MATCHES THE LEDGER'S ACKNOWLEDGEMENTS AGAINST IT.        *
001000*                                                                *
001100* THE TRAILER FIELDS ARE A COPY OF THE GLOUT BATCH AS IT WAS     *
001200* SENT - THE HEADER'S POSTING DATE AND THE TRAILER'S POSTING     *
001300* COUNT AND DEBIT AND CREDIT TOTALS - SO THE ACKNOWLEDGEMENT     *
001400* CAN BE PROVED AGAINST WHAT WAS HANDED OFF LONG AFTER THE GLOUT *
001500* DATASET ITSELF HAS BEEN OVERWRITTEN.  ENTRIES LOGGED BEFORE    *
001600* THE TRAILER FIELDS WERE ADDED CARRY SPACES THERE.              *
001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   2026-10-15  RLH  INITIAL VERSION, TAKEN FROM THE LAYOUT      *
002000*                    GLEXTR AND GLRECON EACH CARRIED, WITH THE   *
002100*                    GLOUT TRAILER FIELDS ADDED.                 *
002200******************************************************************
002300 01  GLSTATE-RECORD.
002400     05  GST-RUN-DATE            PIC X(10).
002500     05  GST-RUN-TIME            PIC X(08).
002600     05  GST-EXTRACT-DATE        PIC X(10).
002700     05  GST-TRAILER-DATA.
002800         10  GST-POST-DATE       PIC X(10).
002900         10  GST-REC-COUNT       PIC 9(09).
003000         10  GST-DR-TOTAL        PIC S9(11)V99
003100                                 SIGN LEADING SEPARATE.
003200         10  GST-CR-TOTAL        PIC S9(11)V99
003300                                 SIGN LEADING SEPARATE.
