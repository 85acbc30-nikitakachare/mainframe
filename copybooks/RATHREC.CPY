000100******************************************************************
000200* RATHREC                                                        *
000300*                                                                *
000400* CURRENCY RATE HISTORY RECORD LAYOUT.  THE RATMAINT RATE        *
000500* MAINTENANCE PROGRAM KEEPS EVERY RATE EVER KEYED ON THE RATEHST *
000600* DATASET, IN CURRENCY AND RATE-DATE ORDER, AND BUILDS THE       *
000700* RATETAB DAILY RATE TABLE (RATEREC) FOR SUMTWO FROM THE         *
000800* ACCEPTED ONES.  A RATE THAT MOVED FURTHER FROM THE CURRENCY'S  *
000900* PREVIOUS ACCEPTED RATE THAN THE RUN'S TOLERANCE IS HELD UNTIL  *
001000* A CONFIRMING CARD IS KEYED; A RATE REPLACED BY A LATER CARD    *
001100* FOR THE SAME CURRENCY AND DATE IS KEPT, MARKED REPLACED, SO    *
001200* THE AUDITORS SEE EVERY VALUE A DATE HAS CARRIED AND WHO KEYED  *
001300* AND CONFIRMED IT.                                              *
001400*                                                                *
001500* MODIFICATION HISTORY                                           *
001600*   2026-10-15  RLH  INITIAL VERSION.                            *
001700******************************************************************
001800 01  RTH-RECORD.
001900     05  RTH-CURRENCY            PIC X(03).
002000     05  RTH-RATE-DATE           PIC X(10).
002100     05  RTH-FACTOR              PIC 9(03)V9(06).
002200     05  RTH-STATUS-FLAG         PIC X(01).
002300         88  RTH-ACCEPTED                  VALUE "A".
002400         88  RTH-HELD                      VALUE "H".
002500         88  RTH-REPLACED                  VALUE "R".
002600     05  RTH-PREV-DATE           PIC X(10).
002700     05  RTH-PREV-FACTOR         PIC 9(03)V9(06).
002800     05  RTH-MOVE-PCT            PIC 9(05)V99.
002900     05  RTH-KEYED-DATE          PIC X(10).
003000     05  RTH-KEYED-TIME          PIC X(08).
003100     05  RTH-KEYED-BY            PIC X(03).
003200     05  RTH-CONFIRMED-DATE      PIC X(10).
003300     05  RTH-CONFIRMED-BY        PIC X(03).
003400     05  RTH-REPLACED-DATE       PIC X(10).
003500     05  FILLER                  PIC X(07).
