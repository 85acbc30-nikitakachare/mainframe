003340*                    A MONTH CARRIES WELL OVER 200 SLICES, AND   *
003350*                    THE PROOF MUST BE ABLE TO RUN NIGHTLY       *
003360*                    WITHOUT TRIPPING ITS OWN OVERFLOW GUARD.    *
003370*   2026-10-15  RLH  THE GLSTATE LOG LAYOUT IS NOW THE SHARED    *
003371*                    GLSTREC COPYBOOK, WHICH ADDS THE GLOUT      *
003372*                    TRAILER FIGURES GLACK MATCHES               *
003373*                    ACKNOWLEDGEMENTS AGAINST.                   *
003377*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
003381*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
003385*                    RUNS CHECKED, BATCHES COMPLETE ON THE       *
003389*                    REGISTRY AND ORPHANS - FOR THE CYCLRPT      *
003393*                    CYCLE CONTROL SHEET.                        *
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-GLSTATE-STATUS.
005400
005410     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
005420         ORGANIZATION IS SEQUENTIAL
005430         FILE STATUS IS WS-STEPLOG-STATUS.
005440
005500     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RPTOUT-STATUS.
007900
008000 FD  GLSTATE-FILE
008100     RECORDING MODE IS F.
008200     COPY GLSTREC.
008600
008610 FD  STEPLOG-FILE
008620     RECORDING MODE IS F.
008630     COPY STEPLREC.
008640
008700 FD  RPTOUT-FILE
008800     RECORDING MODE IS F.
008900 01  RPTOUT-RECORD               PIC X(80).
009400 01  WS-AUDITIN-STATUS           PIC X(02) VALUE SPACES.
009500 01  WS-GLSTATE-STATUS           PIC X(02) VALUE SPACES.
009600 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
009610 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
009700
009800 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
009900 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
011300 01  WS-GLSTATE-EOF-SWITCH       PIC X(01) VALUE "N".
011400     88  GLSTATE-EOF-YES                   VALUE "Y".
011500     88  GLSTATE-EOF-NO                    VALUE "N".
011510
011520 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
011530     88  STEPLOG-EOF-YES                   VALUE "Y".
011540     88  STEPLOG-EOF-NO                    VALUE "N".
011550
011560 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
011570 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.
011600
011700 01  WS-AGREE-SWITCH             PIC X(01) VALUE "Y".
011800     88  BOOKS-AGREE                       VALUE "Y".
024800         THRU 6000-EXIT.
024900
025000     CLOSE RPTOUT-FILE.
025010     PERFORM 8900-WRITE-STEP-LOG
025020         THRU 8900-EXIT.
025100     STOP RUN.
025200
025300******************************************************************
066100         MOVE "REGISTRY, AUDIT TRAIL AND GL HANDOFF AGREE"
066200             TO WS-REPORT-VERDICT-LINE
066300         DISPLAY "GLRECON000I - THE THREE BOOKS AGREE"
066310         MOVE "REGISTRY, AUDIT TRAIL AND GL AGREE"
066320             TO WS-STEP-REASON
066400     ELSE
066500         MOVE "*** BOOKS DISAGREE - HOLD THE SCHEDULE ***"
066600             TO WS-REPORT-VERDICT-LINE
066700         DISPLAY "GLRECON003E - THE BOOKS DISAGREE, "
066800                 WS-ORPHAN-COUNT " ORPHAN(S), SEE REPORT"
066900         MOVE 8 TO RETURN-CODE
066910         MOVE "BOOKS DISAGREE - ORPHAN(S) ON REPORT"
066920             TO WS-STEP-REASON
067000     END-IF.
067100     MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD.
067200     WRITE RPTOUT-RECORD.
067300 6000-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
067800* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
067900* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
068000* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
068100* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
068200* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
068300* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
068400* DISP=MOD FILES USE.                                            *
068500******************************************************************
068600 8900-WRITE-STEP-LOG.
068700     MOVE SPACES TO WS-CYCLE-DATE.
068800     OPEN INPUT STEPLOG-FILE.
068900     IF WS-STEPLOG-STATUS = "00"
069000         PERFORM 8950-READ-ONE-STEP-LOG
069100             THRU 8950-EXIT
069200             UNTIL STEPLOG-EOF-YES
069300         CLOSE STEPLOG-FILE
069400     ELSE
069500         IF WS-STEPLOG-STATUS NOT = "35"
069600            AND WS-STEPLOG-STATUS NOT = "05"
069700             PERFORM 8980-STEPLOG-FAILURE
069800                 THRU 8980-EXIT
069900         END-IF
070000     END-IF.
070100     IF WS-CYCLE-DATE = SPACES
070200         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
070300     END-IF.
070400     OPEN EXTEND STEPLOG-FILE.
070500     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
070600         OPEN OUTPUT STEPLOG-FILE
070700     END-IF.
070800     IF WS-STEPLOG-STATUS NOT = "00"
070900         PERFORM 8980-STEPLOG-FAILURE
071000             THRU 8980-EXIT
071100     END-IF.
071200     MOVE SPACES TO SLG-RECORD.
071300     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
071400     MOVE "GLRECON"           TO SLG-PROGRAM.
071500     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
071600     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
071700     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
071800     MOVE WS-RUN-COUNT        TO SLG-COUNT-IN.
071900     MOVE WS-REG-COMPLETE-COUNT TO SLG-COUNT-OUT.
072000     MOVE WS-ORPHAN-COUNT     TO SLG-COUNT-EXCEPTION.
072100     MOVE 0                   TO SLG-COUNT-HELD.
072200     MOVE 0                   TO SLG-AMOUNT.
072300     MOVE WS-STEP-REASON      TO SLG-REASON.
072400     WRITE SLG-RECORD.
072500     CLOSE STEPLOG-FILE.
072600 8900-EXIT.
072700     EXIT.
072800
072900 8950-READ-ONE-STEP-LOG.
073000     READ STEPLOG-FILE
073100         AT END
073200             SET STEPLOG-EOF-YES TO TRUE
073300             GO TO 8950-EXIT
073400     END-READ.
073500     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
073600 8950-EXIT.
073700     EXIT.
073800
073900******************************************************************
074000* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
074100* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
074200* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
074300* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
074400* FAILURE DOES.                                                  *
074500******************************************************************
074600 8980-STEPLOG-FAILURE.
074700     DISPLAY "GLRECON004E - UNABLE TO OPEN STEPLOG, FILE "
074800             "STATUS = " WS-STEPLOG-STATUS.
074900     MOVE 16 TO RETURN-CODE.
075000     STOP RUN.
075100 8980-EXIT.
075200     EXIT.
