003400*                    AND LEGACY BLANK RECORDS PROVE AS NUM1 +    *
003500*                    NUM2 (REVERSAL AMOUNTS ARE STORED SO THEIR  *
003600*                    ADDITION YIELDS THE POSTED OFFSET).         *
003610*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
003620*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
003630*                    TRAIL RECORDS READ, RECORDS BALANCED FOR    *
003640*                    THE CURRENT RUN, MISMATCHES AND THE         *
003650*                    BALANCED TOTAL - FOR THE CYCLRPT CYCLE      *
003660*                    CONTROL SHEET.                              *
003700******************************************************************

003800 ENVIRONMENT DIVISION.
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-RPTOUT-STATUS.

004910     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS WS-STEPLOG-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  AUDITIN-FILE
005900     RECORDING MODE IS F.
006000 01  RPTOUT-RECORD               PIC X(80).

006010 FD  STEPLOG-FILE
006020     RECORDING MODE IS F.
006030     COPY STEPLREC.

006100 WORKING-STORAGE SECTION.
006200 01  WS-AUDITIN-STATUS           PIC X(02) VALUE SPACES.
006300 01  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
006400 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
006410 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.

006500 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
006600 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
007700     88  TRAIL-IN-BALANCE                  VALUE "Y".
007800     88  TRAIL-OUT-OF-BALANCE              VALUE "N".

007810 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
007820     88  STEPLOG-EOF-YES                   VALUE "Y".
007830     88  STEPLOG-EOF-NO                    VALUE "N".

007840 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
007850 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.

007900 01  WS-AUDIT-RECORD-COUNT       PIC 9(09) COMP VALUE 0.
008000 01  WS-MISMATCH-COUNT           PIC 9(09) COMP VALUE 0.
008100 01  WS-RECOMPUTED-SUM           PIC S9(6)V99 VALUE 0.

018400     CLOSE AUDITIN-FILE.
018500     CLOSE RPTOUT-FILE.
018510     PERFORM 8900-WRITE-STEP-LOG
018520         THRU 8900-EXIT.
018600     STOP RUN.

018700******************************************************************
043000         MOVE "AUDIT TRAIL IN BALANCE WITH RUN TOTALS"
043100             TO WS-REPORT-VERDICT-LINE
043200         DISPLAY "AUDBAL000I - AUDIT TRAIL IN BALANCE"
043210         MOVE "AUDIT TRAIL IN BALANCE WITH RUN TOTALS"
043220             TO WS-STEP-REASON
043300     ELSE
043400         MOVE "*** AUDIT TRAIL OUT OF BALANCE - HOLD SCHEDULE ***"
043500             TO WS-REPORT-VERDICT-LINE
043600         DISPLAY "AUDBAL004E - AUDIT TRAIL OUT OF BALANCE, "
043700                 WS-MISMATCH-COUNT " SUM MISMATCH(ES)"
043800         MOVE 8 TO RETURN-CODE
043810         MOVE "AUDIT TRAIL OUT OF BALANCE"
043820             TO WS-STEP-REASON
043900     END-IF.
044000     MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD.
044100     WRITE RPTOUT-RECORD.
044200 5000-EXIT.
044300     EXIT.

044400******************************************************************
044500* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
044600* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
044700* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
044800* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
044900* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
045000* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
045100* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
045200* DISP=MOD FILES USE.                                            *
045300******************************************************************
045400 8900-WRITE-STEP-LOG.
045500     MOVE SPACES TO WS-CYCLE-DATE.
045600     OPEN INPUT STEPLOG-FILE.
045700     IF WS-STEPLOG-STATUS = "00"
045800         PERFORM 8950-READ-ONE-STEP-LOG
045900             THRU 8950-EXIT
046000             UNTIL STEPLOG-EOF-YES
046100         CLOSE STEPLOG-FILE
046200     ELSE
046300         IF WS-STEPLOG-STATUS NOT = "35"
046400            AND WS-STEPLOG-STATUS NOT = "05"
046500             PERFORM 8980-STEPLOG-FAILURE
046600                 THRU 8980-EXIT
046700         END-IF
046800     END-IF.
046900     IF WS-CYCLE-DATE = SPACES
047000         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
047100     END-IF.
047200     OPEN EXTEND STEPLOG-FILE.
047300     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
047400         OPEN OUTPUT STEPLOG-FILE
047500     END-IF.
047600     IF WS-STEPLOG-STATUS NOT = "00"
047700         PERFORM 8980-STEPLOG-FAILURE
047800             THRU 8980-EXIT
047900     END-IF.
048000     MOVE SPACES TO SLG-RECORD.
048100     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
048200     MOVE "AUDBAL"            TO SLG-PROGRAM.
048300     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
048400     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
048500     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
048600     MOVE WS-AUDIT-RECORD-COUNT TO SLG-COUNT-IN.
048700     MOVE WS-ACCUM-COUNT      TO SLG-COUNT-OUT.
048800     MOVE WS-MISMATCH-COUNT   TO SLG-COUNT-EXCEPTION.
048900     MOVE 0                   TO SLG-COUNT-HELD.
049000     MOVE WS-ACCUM-TOTAL      TO SLG-AMOUNT.
049100     MOVE WS-STEP-REASON      TO SLG-REASON.
049200     WRITE SLG-RECORD.
049300     CLOSE STEPLOG-FILE.
049400 8900-EXIT.
049500     EXIT.

049600 8950-READ-ONE-STEP-LOG.
049700     READ STEPLOG-FILE
049800         AT END
049900             SET STEPLOG-EOF-YES TO TRUE
050000             GO TO 8950-EXIT
050100     END-READ.
050200     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
050300 8950-EXIT.
050400     EXIT.

050500******************************************************************
050600* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
050700* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
050800* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
050900* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
051000* FAILURE DOES.                                                  *
051100******************************************************************
051200 8980-STEPLOG-FAILURE.
051300     DISPLAY "AUDBAL005E - UNABLE TO OPEN STEPLOG, FILE "
051400             "STATUS = " WS-STEPLOG-STATUS.
051500     MOVE 16 TO RETURN-CODE.
051600     STOP RUN.
051700 8980-EXIT.
051800     EXIT.
