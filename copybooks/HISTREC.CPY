001800*                                                                *
001900* MODIFICATION HISTORY                                          *
002000*   2026-08-21  RLH  INITIAL VERSION.                            *
002010*   2026-10-15  RLH  AUDIT POSTINGS NOW ALSO CARRY THE CURRENCY  *
002020*                    THE PAIR WAS KEYED IN AND THE ORIGINAL-     *
002030*                    CURRENCY AMOUNTS AND SUM, SO SUMTWONUMBERS  *
002040*                    CAN MATCH A NEW PAIR AGAINST RECENT         *
002050*                    POSTINGS AS KEYED.  THE RECORD GROWS FROM   *
002060*                    82 TO 110 BYTES.                            *
002100******************************************************************
002200 01  HIST-RECORD.
002300     05  HIST-KEY.
003500     05  HIST-REASON-CODE        PIC X(02).
003600     05  HIST-RAW-NUM1           PIC X(10).
003700     05  HIST-RAW-NUM2           PIC X(10).
003800     05  HIST-CURRENCY           PIC X(03).
003900     05  HIST-ORIG-NUM1          COPY DL100N12.
004000     05  HIST-ORIG-NUM2          COPY DL100N12.
004100     05  HIST-ORIG-SUM           COPY DL100SUM.
