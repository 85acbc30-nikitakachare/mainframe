001220* FAILED CYCLE LOSES NOTHING AND A POSTED CYCLE CANNOT          *
001230* GENERATE TWICE.  A DUE DAY OF 29-31 CLAMPS TO THE LAST DAY    *
001240* THE TARGET MONTH HAS (FEBRUARY ALWAYS 28).                    *
001250* INSTRUCTIONS ARE ADDED AND CHANGED BY THE STDMAINT CARD        *
001260* PROGRAM, WHICH JOURNALS EVERY CHANGE.  AN END DATE, WHEN SET,  *
001270* RETIRES THE INSTRUCTION ONCE ITS NEXT-DUE DATE PASSES IT.      *
001300*                                                                *
001400* MODIFICATION HISTORY                                          *
001500*   2026-09-02  RLH  INITIAL VERSION.                            *
001520*                    SO THE NEXT-DUE ROLL WAITS FOR THE BATCH    *
001530*                    TO REGISTER COMPLETE, THE SAME WAY THE      *
001540*                    REJFIX FIXLOG WAITS FOR THE RECYCLE BATCH.  *
001550*   2026-10-15  RLH  ADDED THE END DATE FOR STDMAINT.  RECORD IS *
001560*                    NOW 61 BYTES - REALLOCATE STDINST AND COPY  *
001570*                    THE OLD RECORDS IN, THE NEW FIELD PADS TO   *
001580*                    SPACES.                                     *
001600******************************************************************
001700 01  STD-RECORD.
001800     05  STD-INSTR-ID            PIC X(08).
002800         88  STD-FREQ-QUARTERLY            VALUE "Q".
002900     05  STD-NEXT-DUE-DATE       PIC X(10).
003000     05  STD-LAST-GEN-BATCH      PIC X(08).
003100     05  STD-END-DATE            PIC X(10).
