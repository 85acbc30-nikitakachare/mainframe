000100******************************************************************
000200* STEPLREC                                                       *
000300*                                                                *
000400* COMMON STEP-LOG RECORD LAYOUT.  EVERY PROGRAM IN THE SUMTWO    *
000500* BATCH STREAM APPENDS ONE RECORD TO THE DISP=MOD STEPLOG        *
000600* DATASET AS IT ENDS - NORMALLY, ON A REFUSAL OR ON A FEED       *
000700* FAILURE - AND THE CYCLRPT CONTROL SHEET READS THE LOG BACK AND *
000800* PRINTS ONE PAGE PER BATCH CYCLE.                               *
000900*                                                                *
001000* THE CYCLE DATE IS THE BUSINESS DATE THE CYCLE RUNS FOR.        *
001100* STDGEN, THE FIRST STEP, OPENS THE CYCLE WITH ITS BUSINESS      *
001200* DATE; EVERY LATER STEP TAKES THE CYCLE DATE OF THE LAST RECORD *
001300* ON THE LOG, SO A CYCLE THAT RUNS PAST MIDNIGHT, OR A STEP      *
001400* RESTARTED NEXT MORNING, STILL LOGS AGAINST THE CYCLE IT        *
001500* BELONGS TO.  THE RUN DATE AND TIME ARE THE STEP'S OWN RUN      *
001600* STAMP.                                                         *
001700*                                                                *
001800* THE FOUR COUNTS AND THE AMOUNT ARE EACH STEP'S KEY FIGURES:    *
001900*   PROGRAM  IN            OUT          EXCEPTION   HELD         *
002000*   STDGEN   ON FILE       GENERATED    SKIPPED     -            *
002100*   REJFIX   REJECTS READ  RECYCLED     AGED        UNAPPROVED   *
002200*   FEEDSPLT FEED RECORDS  CLEAN OUT    QUARANTINED -            *
002300*   SUMTWO   FEED RECORDS  POSTED       REJECTED    DUPLICATES   *
002400*   AUDBAL   TRAIL RECORDS RUN BALANCED MISMATCHES  -            *
002500*   GLEXTR   RUN RECORDS   GL LINES     -           -            *
002600*   HISTLD   RECORDS READ  LOADED       COLLISIONS  ON MASTER    *
002700*   GLRECON  RUNS CHECKED  BATCHES DONE ORPHANS     -            *
002800*   GLACK    ACKS READ     MATCHED      EXCEPTIONS  UNANSWERED   *
002900*                                                                *
003000* THE AMOUNT IS THE STEP'S MONEY FIGURE (GENERATED OR RECYCLED   *
003100* HASH, GRAND TOTAL POSTED, RUN TOTAL BALANCED, GL DEBIT TOTAL)  *
003200* WHERE IT HAS ONE, ELSE ZERO.  THE REASON IS A SHORT PLAIN-     *
003300* WORDS NOTE ON HOW THE STEP ENDED.                              *
003400*                                                                *
003500* MODIFICATION HISTORY                                          *
003600*   2026-10-15  RLH  INITIAL VERSION.                            *
003700******************************************************************
003800 01  SLG-RECORD.
003900     05  SLG-CYCLE-DATE          PIC X(10).
004000     05  SLG-PROGRAM             PIC X(08).
004100     05  SLG-RUN-DATE            PIC X(10).
004200     05  SLG-RUN-TIME            PIC X(08).
004300     05  SLG-RETURN-CODE         PIC 9(02).
004400     05  SLG-COUNT-IN            PIC 9(09).
004500     05  SLG-COUNT-OUT           PIC 9(09).
004600     05  SLG-COUNT-EXCEPTION     PIC 9(09).
004700     05  SLG-COUNT-HELD          PIC 9(09).
004800     05  SLG-AMOUNT              PIC S9(11)V99
004900                                 SIGN LEADING SEPARATE.
005000     05  SLG-REASON              PIC X(40).
