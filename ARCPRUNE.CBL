004258*                    AGES BY THE SAME CUTOFF SO THE GLRECON      *
004259*                    THREE-WAY PROOF STILL BALANCES AFTER A      *
004260*                    PRUNE.                                      *
004261*   2026-10-15  RLH  THE GLSTATE EXTRACT LOG LAYOUT IS NOW THE   *
004262*                    SHARED GLSTREC COPYBOOK, WIDENED TO 75      *
004263*                    BYTES FOR THE GLOUT TRAILER FIGURES; THE    *
004264*                    KEEP AND ARCHIVE RECORDS WIDEN TO MATCH.    *
004271*   2026-10-15  RLH  CHKPREC GREW 7129 TO 7147 BYTES FOR THE     *
004278*                    HELD-PAIR COUNT AND THE PRIOR POSTED RECORD *
004285*                    NUMBER; THE CHECKPOINT KEEP AND ARCHIVE     *
004292*                    RECORDS WIDEN TO MATCH.                     *
004300******************************************************************
004400
004500 ENVIRONMENT DIVISION.
012900
013000 FD  CHKPKEEP-FILE
013100     RECORDING MODE IS F.
013200 01  CHKPKEEP-RECORD             PIC X(7147).
013210
013220 FD  CHKPARCH-FILE
013230     RECORDING MODE IS F.
013240 01  CHKPARCH-RECORD             PIC X(7147).
013300
013400 FD  REGIN-FILE
013500     RECORDING MODE IS F.
015200
015210 FD  GLSIN-FILE
015220     RECORDING MODE IS F.
015230     COPY GLSTREC.
015270
015280 FD  GLSKEEP-FILE
015290     RECORDING MODE IS F.
015291 01  GLSKEEP-RECORD              PIC X(75).
015292
015293 FD  GLSARCH-FILE
015294     RECORDING MODE IS F.
015295 01  GLSARCH-RECORD              PIC X(75).
015296
015300 FD  PARMIN-FILE
015400     RECORDING MODE IS F.
