000200* RATEREC                                                        *
000300*                                                                *
000400* DAILY CURRENCY RATE TABLE RECORD LAYOUT.  ONE RECORD PER      *
000500* CURRENCY PER BUSINESS DATE, BUILT BY RATMAINT FROM THE        *
000600* ACCEPTED RATES ON THE RATEHST RATE HISTORY (RATHREC) AND READ *
000650* ON THE RATETAB DD.  SUMTWONUMBERS CONVERTS EACH PAIR KEYED IN *
000700* A FOREIGN CURRENCY TO BASE AT POSTING TIME BY MULTIPLYING BY  *
000800* THE FACTOR FOR THE PAIR'S CURRENCY AND ITS BATCH'S BUSINESS   *
000900* DATE; A PAIR WHOSE CURRENCY HAS NO RATE FOR THE DATE REJECTS  *
001000* WITH ITS OWN REASON CODE AND FLOWS THROUGH THE REJFIX REPAIR  *
001100* CYCLE ONCE THE RATE ARRIVES.                                  *
001200*                                                                *
001300* MODIFICATION HISTORY                                          *
001400*   2026-09-02  RLH  INITIAL VERSION.                            *
001410*   2026-10-15  RLH  RATETAB IS NOW WRITTEN BY RATMAINT FROM THE *
001420*                    RATE HISTORY RATHER THAN LOADED FROM THE    *
001430*                    TREASURY FEED.                              *
001500******************************************************************
001600 01  RATE-RECORD.
001700     05  RATE-CURRENCY           PIC X(03).
