003550*                    BLANK MEANS THE BASE CURRENCY.  THE TRAILER *
003560*                    HASH STILL TOTALS THE AMOUNTS AS KEYED, IN  *
003570*                    WHATEVER CURRENCY THEY WERE KEYED.          *
003580*   2026-10-15  RLH  ADDED OPERATION CODE H, THE HISTORICAL      *
003581*                    REVERSAL: INSTEAD OF A COST CENTER AND      *
003582*                    AMOUNTS IT NAMES THE RUN DATE AND RECORD    *
003583*                    NUMBER OF THE POSTING TO BE REVERSED, WHICH *
003584*                    SUMTWONUMBERS LOOKS UP ON THE HISTMST       *
003585*                    AUDIT-HISTORY MASTER.  THE REFERENCE        *
003586*                    OVERLAYS THE AMOUNT FIELDS AND NEVER PASSES *
003587*                    THEIR NUMERIC EDIT, SO AN H RECORD ADDS     *
003588*                    NOTHING TO THE TRAILER HASH TOTAL.          *
003600******************************************************************
003700 01  SYSIN-RECORD.
003800     05  SYSIN-REC-TYPE          PIC X(01).
004400             88  SYSIN-OP-ADD              VALUE "A" " ".
004500             88  SYSIN-OP-SUBTRACT         VALUE "S".
004600             88  SYSIN-OP-REVERSAL         VALUE "R".
004610             88  SYSIN-OP-HIST-REVERSAL    VALUE "H".
004700         10  SYSIN-COST-CENTER   PIC X(06).
004710         10  SYSIN-CURRENCY      PIC X(03).
004800         10  SYSIN-NUM1          COPY DL100N12.
005100         10  SYSIN-NUM2          COPY DL100N12.
005200         10  SYSIN-NUM2-RAW      REDEFINES SYSIN-NUM2
005300                                 PIC X(08).
005310     05  SYSIN-REVERSAL-DATA     REDEFINES SYSIN-DETAIL-DATA.
005320         10  FILLER              PIC X(01).
005330         10  SYSIN-REV-RUN-DATE  PIC X(10).
005340         10  SYSIN-REV-RECORD-NO PIC 9(09).
005350         10  SYSIN-REV-RECORD-NO-RAW
005360                                 REDEFINES SYSIN-REV-RECORD-NO
005370                                 PIC X(09).
005380         10  FILLER              PIC X(06).
005400     05  SYSIN-HEADER-DATA       REDEFINES SYSIN-DETAIL-DATA.
005500         10  SYSIN-HDR-BATCH-ID  PIC X(08).
005600         10  SYSIN-HDR-BUS-DATE  PIC X(10).
