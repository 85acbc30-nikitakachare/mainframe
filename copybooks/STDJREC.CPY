000100******************************************************************
000200* STDJREC                                                        *
000300*                                                                *
000400* STANDING-INSTRUCTION CHANGE JOURNAL RECORD LAYOUT.  STDMAINT   *
000500* APPENDS ONE RECORD TO THE DISP=MOD STDJRNL DATASET FOR EVERY   *
000600* MAINTENANCE CARD IT APPLIES TO THE STDINST FILE, CARRYING THE  *
000700* WHOLE INSTRUCTION RECORD (STDIREC LAYOUT) AS IT STOOD BEFORE   *
000800* THE CHANGE AND AS IT WAS LEFT AFTER IT, WITH THE RUN STAMP AND *
000900* THE INITIALS OF THE OPERATOR WHO KEYED THE CARD, SO THE        *
001000* ACCOUNTING GROUP CAN SAY WHO CHANGED AN AMOUNT OR A DUE DATE,  *
001100* AND WHEN.  THE BEFORE IMAGE OF AN ADD IS SPACES.               *
001200*                                                                *
001300* MODIFICATION HISTORY                                           *
001400*   2026-10-15  RLH  INITIAL VERSION.                            *
001500******************************************************************
001600 01  SJR-RECORD.
001700     05  SJR-RUN-DATE            PIC X(10).
001800     05  SJR-RUN-TIME            PIC X(08).
001900     05  SJR-ACTION-CODE         PIC X(01).
002000     05  SJR-INITIALS            PIC X(03).
002100     05  SJR-BEFORE-IMAGE        PIC X(61).
002200     05  SJR-AFTER-IMAGE         PIC X(61).
