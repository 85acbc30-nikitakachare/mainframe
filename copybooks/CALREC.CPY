000100******************************************************************
000200* CALREC                                                         *
000300*                                                                *
000400* BUSINESS-DAY CALENDAR RECORD LAYOUT.  THE CALENDAR DATASET     *
000500* HOLDS ONLY THE EXCEPTIONS TO THE WORKING WEEK, ONE RECORD PER  *
000600* DATE IN DATE ORDER: A HOLIDAY (A MONDAY TO FRIDAY THAT IS NOT  *
000700* A BUSINESS DAY) OR A WORKED DAY (A SATURDAY OR SUNDAY THAT IS  *
000800* ONE).  EVERY OTHER MONDAY TO FRIDAY IS A BUSINESS DAY AND      *
000900* EVERY OTHER SATURDAY AND SUNDAY IS NOT.  MAINTAINED BY         *
001000* CALMAINT, WHICH ALSO PRINTS THE YEAR-AHEAD LISTING, AND READ   *
001100* BY STDGEN (DUE DATES), REJFIX (REJECT AGING) AND SUMTWO (BATCH *
001200* BUSINESS DATES).                                               *
001300*                                                                *
001400* MODIFICATION HISTORY                                           *
001500*   2026-10-15  RLH  INITIAL VERSION.                            *
001600******************************************************************
001700 01  CAL-RECORD.
001800     05  CAL-DATE                PIC X(10).
001900     05  CAL-DAY-TYPE            PIC X(01).
002000         88  CAL-HOLIDAY                   VALUE "H".
002100         88  CAL-WORKED-DAY                VALUE "W".
002200     05  CAL-DESCRIPTION         PIC X(30).
002300     05  CAL-UPDATED-DATE        PIC X(10).
002400     05  CAL-UPDATED-BY          PIC X(03).
002500     05  FILLER                  PIC X(06).
