000100******************************************************************
000200* GLACKREC                                                       *
000300*                                                                *
000400* GENERAL-LEDGER ACKNOWLEDGEMENT (RETURN) FILE RECORD LAYOUT.    *
000500* THE LEDGER'S LOAD RETURNS ONE BATCH RECORD (TYPE B) FOR EVERY  *
000600* GLOUT BATCH IT PROCESSED AND ONE LINE RECORD (TYPE L) FOR      *
000700* EVERY POSTING LINE IT REFUSED.  BOTH CARRY THE BATCH           *
000800* REFERENCE ECHOED FROM THE GLOUT HEADER - THE SOURCE SYSTEM,    *
000900* THE POSTING DATE AND THE RUN TIME OF THE EXTRACTED RUN.        *
001000*                                                                *
001100* A BATCH RECORD CARRIES THE ACCEPTED OR REJECTED STATUS, THE    *
001200* NUMBER OF POSTING LINES ACCEPTED, THE DEBIT AND CREDIT TOTALS  *
001300* ACCEPTED AND THE LEDGER'S OWN PROCESSING DATE.  A LINE RECORD  *
001400* ECHOES THE REFUSED POSTING LINE (DEBIT OR CREDIT, ACCOUNT,     *
001500* AMOUNT AND THE COST CENTER GLEXTR STAMPED ON IT) WITH THE      *
001600* LEDGER'S REASON.                                               *
001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   2026-10-15  RLH  INITIAL VERSION.                            *
002000******************************************************************
002100 01  GLA-RECORD.
002200     05  GLA-REC-TYPE            PIC X(01).
002300         88  GLA-REC-BATCH                 VALUE "B".
002400         88  GLA-REC-LINE                  VALUE "L".
002500     05  GLA-SOURCE              PIC X(08).
002600     05  GLA-POST-DATE           PIC X(10).
002700     05  GLA-RUN-TIME            PIC X(08).
002800     05  GLA-BATCH-DATA.
002900         10  GLA-STATUS          PIC X(01).
003000             88  GLA-ACCEPTED              VALUE "A".
003100             88  GLA-REJECTED              VALUE "R".
003200         10  GLA-ACCEPT-COUNT    PIC 9(09).
003300         10  GLA-DR-TOTAL        PIC S9(11)V99
003400                                 SIGN LEADING SEPARATE.
003500         10  GLA-CR-TOTAL        PIC S9(11)V99
003600                                 SIGN LEADING SEPARATE.
003700         10  GLA-GL-DATE         PIC X(10).
003800         10  FILLER              PIC X(05).
003900     05  GLA-LINE-DATA           REDEFINES GLA-BATCH-DATA.
004000         10  GLA-LINE-DR-CR      PIC X(02).
004100         10  GLA-LINE-ACCOUNT    PIC X(12).
004200         10  GLA-LINE-AMOUNT     PIC S9(11)V99
004300                                 SIGN LEADING SEPARATE.
004400         10  GLA-LINE-COST-CENTER
004500                                 PIC X(06).
004600         10  GLA-LINE-REASON     PIC X(19).
