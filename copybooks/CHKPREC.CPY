005240*                    TABLES IN SUMTWONUMBERS, SO A RESTART       *
005250*                    STILL CARRIES THE FULL RECAP AS NEW         *
005260*                    DEPARTMENTS COME ON.                        *
005265*   2026-10-15  RLH  ADDED THE HELD-PAIR COUNT AND THE PRIOR     *
005270*                    POSTED RECORD'S INPUT RECORD NUMBER - A     *
005275*                    RESTART KEEPS THE PAIRS HELD BEFORE THE     *
005280*                    ABEND IN THE RUN'S TOTALS, AND AN R RECORD  *
005285*                    READ JUST AFTER A RESTART STILL RECORDS THE *
005290*                    POSTING IT OFFSETS ON REVXREF.              *
005300******************************************************************
005400 01  DL100-CHECKPOINT-RECORD.
005500     05  DL100-CKPT-STATUS-FLAG  PIC X(01).
005900     05  DL100-CKPT-RUN-TIME     PIC X(08).
006000     05  DL100-CKPT-LAST-REC-NO  PIC 9(09).
006100     05  DL100-CKPT-VALID-COUNT  PIC 9(09).
006110     05  DL100-CKPT-HELD-COUNT   PIC 9(09).
006200     05  DL100-CKPT-SUBTOTAL-COUNT
006300                                 PIC 9(05).
006400     05  DL100-CKPT-SUBTOTAL     PIC S9(9)V99
008300     05  DL100-CKPT-PRIOR-SUM    PIC S9(6)V99
008400                                 SIGN LEADING SEPARATE.
008500     05  DL100-CKPT-PRIOR-FLAG   PIC X(01).
008510     05  DL100-CKPT-PRIOR-REC-NO PIC 9(09).
008600     05  DL100-CKPT-CC-GROUP-CODE
008700                                 PIC X(06).
008800     05  DL100-CKPT-CC-GROUP-COUNT
