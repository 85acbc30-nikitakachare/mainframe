004110*   2026-09-02  RLH  WIDENED THE CLEAN AND QUARANTINE RECORDS    *
004120*                    FOR THE CURRENCY CODE NOW CARRIED ON FEED   *
004130*                    DETAIL RECORDS.                             *
004140*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
004150*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
004160*                    ITS RECORD COUNTS, RETURN CODE AND A SHORT  *
004170*                    REASON - FOR THE CYCLRPT CYCLE CONTROL      *
004180*                    SHEET, INCLUDING A RUN ENDED BY AN ENVELOPE *
004190*                    TABLE OVERFLOW.                             *
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-QUARANT-STATUS.
005800
005810     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-STEPLOG-STATUS.
005840
005900     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPTOUT-STATUS.
007400     RECORDING MODE IS F.
007500 01  QUARANT-RECORD              PIC X(27).
007600
007610 FD  STEPLOG-FILE
007620     RECORDING MODE IS F.
007630     COPY STEPLREC.
007640
007700 FD  RPTOUT-FILE
007800     RECORDING MODE IS F.
007900 01  RPTOUT-RECORD               PIC X(80).
008300 01  WS-CLEANOUT-STATUS          PIC X(02) VALUE SPACES.
008400 01  WS-QUARANT-STATUS           PIC X(02) VALUE SPACES.
008500 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
008510 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
008600
008700 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
008800 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
009000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009100     88  EOF-YES                           VALUE "Y".
009200     88  EOF-NO                            VALUE "N".
009210
009220 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
009230     88  STEPLOG-EOF-YES                   VALUE "Y".
009240     88  STEPLOG-EOF-NO                    VALUE "N".
009250
009260 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
009270 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.
009300
009400******************************************************************
009500* SEGMENT STATE - THE SCAN AND ROUTE PASSES WALK THE FEED WITH   *
025400         DISPLAY "FEEDSPLT003E - NO CLEAN ENVELOPE ON FEED, "
025500                 "NOTHING PASSED THROUGH"
025600         MOVE 8 TO RETURN-CODE
025610         MOVE "NO CLEAN ENVELOPE, NOTHING PASSED THROUGH"
025620             TO WS-STEP-REASON
025700     ELSE
025800         IF WS-FAILED-COUNT > 0
025900             DISPLAY "FEEDSPLT002W - " WS-FAILED-COUNT
026000                     " ENVELOPE(S) QUARANTINED, CLEAN "
026100                     "ENVELOPES PASSED THROUGH"
026200             MOVE 4 TO RETURN-CODE
026210             MOVE "ENVELOPE(S) QUARANTINED, CLEAN PASSED ON"
026220                 TO WS-STEP-REASON
026230         ELSE
026240             MOVE "EVERY ENVELOPE CLEAN AND PASSED THROUGH"
026250                 TO WS-STEP-REASON
026300         END-IF
026400     END-IF.
026410     PERFORM 8900-WRITE-STEP-LOG
026420         THRU 8900-EXIT.
026500     STOP RUN.
026600
026700******************************************************************
049000         DISPLAY "FEEDSPLT004E - MORE THAN 50 ENVELOPES ON ONE "
049100                 "FEED, SPLIT THE TRANSMISSION"
049200         MOVE 16 TO RETURN-CODE
049210         MOVE "MORE THAN 50 ENVELOPES ON ONE FEED"
049220             TO WS-STEP-REASON
049230         PERFORM 8900-WRITE-STEP-LOG
049240             THRU 8900-EXIT
049300         STOP RUN
049400     END-IF.
049500     ADD 1 TO WS-ENV-COUNT.
064800     WRITE RPTOUT-RECORD.
064900 3000-EXIT.
065000     EXIT.
065100
065200******************************************************************
065300* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
065400* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
065500* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
065600* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
065700* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
065800* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
065900* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
066000* DISP=MOD FILES USE.                                            *
066100******************************************************************
066200 8900-WRITE-STEP-LOG.
066300     MOVE SPACES TO WS-CYCLE-DATE.
066400     OPEN INPUT STEPLOG-FILE.
066500     IF WS-STEPLOG-STATUS = "00"
066600         PERFORM 8950-READ-ONE-STEP-LOG
066700             THRU 8950-EXIT
066800             UNTIL STEPLOG-EOF-YES
066900         CLOSE STEPLOG-FILE
067000     ELSE
067100         IF WS-STEPLOG-STATUS NOT = "35"
067200            AND WS-STEPLOG-STATUS NOT = "05"
067300             PERFORM 8980-STEPLOG-FAILURE
067400                 THRU 8980-EXIT
067500         END-IF
067600     END-IF.
067700     IF WS-CYCLE-DATE = SPACES
067800         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
067900     END-IF.
068000     OPEN EXTEND STEPLOG-FILE.
068100     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
068200         OPEN OUTPUT STEPLOG-FILE
068300     END-IF.
068400     IF WS-STEPLOG-STATUS NOT = "00"
068500         PERFORM 8980-STEPLOG-FAILURE
068600             THRU 8980-EXIT
068700     END-IF.
068800     MOVE SPACES TO SLG-RECORD.
068900     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
069000     MOVE "FEEDSPLT"          TO SLG-PROGRAM.
069100     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
069200     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
069300     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
069400     COMPUTE SLG-COUNT-IN =
069500         WS-CLEAN-REC-COUNT + WS-QUAR-REC-COUNT.
069600     MOVE WS-CLEAN-REC-COUNT  TO SLG-COUNT-OUT.
069700     MOVE WS-QUAR-REC-COUNT   TO SLG-COUNT-EXCEPTION.
069800     MOVE 0                   TO SLG-COUNT-HELD.
069900     MOVE 0                   TO SLG-AMOUNT.
070000     MOVE WS-STEP-REASON      TO SLG-REASON.
070100     WRITE SLG-RECORD.
070200     CLOSE STEPLOG-FILE.
070300 8900-EXIT.
070400     EXIT.
070500
070600 8950-READ-ONE-STEP-LOG.
070700     READ STEPLOG-FILE
070800         AT END
070900             SET STEPLOG-EOF-YES TO TRUE
071000             GO TO 8950-EXIT
071100     END-READ.
071200     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
071300 8950-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
071800* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
071900* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
072000* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
072100* FAILURE DOES.                                                  *
072200******************************************************************
072300 8980-STEPLOG-FAILURE.
072400     DISPLAY "FEEDSPLT005E - UNABLE TO OPEN STEPLOG, FILE "
072500             "STATUS = " WS-STEPLOG-STATUS.
072600     MOVE 16 TO RETURN-CODE.
072700     STOP RUN.
072800 8980-EXIT.
072900     EXIT.
