003650*                    CENTER MISSING FROM THE MASTER AT EXTRACT   *
003660*                    TIME MEANS THE BOOKS DISAGREE AND REFUSES   *
003670*                    THE HANDOFF WITH RETURN CODE 8.             *
003671*   2026-10-15  RLH  THE GLOUT HEADER NOW CARRIES THE RUN TIME   *
003672*                    AND EACH DETAIL LINE ITS COST CENTER, SO    *
003673*                    THE LEDGER CAN ECHO THEM BACK ON ITS        *
003674*                    ACKNOWLEDGEMENT FILE.  EACH GLSTATE ENTRY   *
003675*                    NOW ALSO CARRIES THE GLOUT TRAILER AS SENT  *
003676*                    (GLSTREC LAYOUT, SHARED WITH GLRECON AND    *
003677*                    GLACK) SO GLACK CAN PROVE THE LEDGER        *
003678*                    ACCEPTED WHAT IT WAS SENT.  REALLOCATE      *
003679*                    GLSTATE AT LRECL 75 WHEN INSTALLING.        *
003682*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
003685*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
003688*                    RUN RECORDS EXTRACTED, GL POSTING LINES AND *
003691*                    THE DEBIT TOTAL - FOR THE CYCLRPT CYCLE     *
003694*                    CONTROL SHEET.  EVERY REFUSED HANDOFF IS    *
003697*                    LOGGED WITH ITS REASON.                     *
003700******************************************************************

003800 ENVIRONMENT DIVISION.
005540         RECORD KEY IS CCM-COST-CENTER
005550         FILE STATUS IS WS-CCMAST-STATUS.

005560     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
005570         ORGANIZATION IS SEQUENTIAL
005580         FILE STATUS IS WS-STEPLOG-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  AUDITIN-FILE
007400         10  GL-DTL-AMOUNT       PIC S9(11)V99
007500                                 SIGN LEADING SEPARATE.
007600         10  GL-DTL-OP-CODE      PIC X(01).
007700         10  GL-DTL-COST-CENTER  PIC X(06).
007710         10  FILLER              PIC X(02).
007800     05  GL-HEADER-DATA          REDEFINES GL-DETAIL-DATA.
007900         10  GL-HDR-SOURCE       PIC X(08).
008000         10  GL-HDR-POST-DATE    PIC X(10).
008100         10  GL-HDR-RUN-TIME     PIC X(08).
008110         10  FILLER              PIC X(11).
008200     05  GL-TRAILER-DATA         REDEFINES GL-DETAIL-DATA.
008300         10  GL-TRL-REC-COUNT    PIC 9(09).
008400         10  GL-TRL-DR-TOTAL     PIC S9(11)V99

008800 FD  GLSTATE-FILE
008900     RECORDING MODE IS F.
009000     COPY GLSTREC.

009300 FD  RPTOUT-FILE
009400     RECORDING MODE IS F.
009510 FD  CCMAST-FILE.
009520     COPY CCMREC.

009530 FD  STEPLOG-FILE
009540     RECORDING MODE IS F.
009550     COPY STEPLREC.

009600 WORKING-STORAGE SECTION.
009700 01  WS-AUDITIN-STATUS           PIC X(02) VALUE SPACES.
009800 01  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
010000 01  WS-GLOUT-STATUS             PIC X(02) VALUE SPACES.
010100 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
010110 01  WS-CCMAST-STATUS            PIC X(02) VALUE SPACES.
010120 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.

010200 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
010300 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
011250     88  RUN-ALREADY-EXTRACTED             VALUE "Y".
011260     88  RUN-NOT-YET-EXTRACTED             VALUE "N".

011266 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
011272     88  STEPLOG-EOF-YES                   VALUE "Y".
011278     88  STEPLOG-EOF-NO                    VALUE "N".

011284 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
011290 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.

011300 01  WS-HEADER-DONE-SWITCH       PIC X(01) VALUE "N".
011400     88  HEADER-DONE-YES                   VALUE "Y".
011500     88  HEADER-DONE-NO                    VALUE "N".
019100         DISPLAY "GLEXTR003E - COMMITTED COUNT EXCEEDS AUDIT "
019200                 "TRAIL RECORDS, EXTRACT ABANDONED"
019300         MOVE 8 TO RETURN-CODE
019310         MOVE "COMMITTED COUNT EXCEEDS AUDIT TRAIL"
019320             TO WS-STEP-REASON
019330         PERFORM 8900-WRITE-STEP-LOG
019340             THRU 8900-EXIT
019400         STOP RUN
019500     END-IF.
019600     COMPUTE WS-SKIP-COUNT =
022400     CLOSE GLOUT-FILE.
022410     CLOSE CCMAST-FILE.
022500     CLOSE RPTOUT-FILE.
022510     PERFORM 8900-WRITE-STEP-LOG
022520         THRU 8900-EXIT.
022600     STOP RUN.

022700******************************************************************
030100         MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD
030200         WRITE RPTOUT-RECORD
030300         MOVE 8 TO RETURN-CODE
030310         MOVE "NO COMPLETION CHECKPOINT - NOT EXTRACTED"
030320             TO WS-STEP-REASON
030330         PERFORM 8900-WRITE-STEP-LOG
030340             THRU 8900-EXIT
030400         STOP RUN
030500     END-IF.
030600 1000-EXIT.
034100         MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD
034200         WRITE RPTOUT-RECORD
034300         MOVE 8 TO RETURN-CODE
034310         MOVE "RUN ALREADY EXTRACTED - HANDOFF REFUSED"
034320             TO WS-STEP-REASON
034330         PERFORM 8900-WRITE-STEP-LOG
034340             THRU 8900-EXIT
034400         STOP RUN
034500     END-IF.
034600 1080-EXIT.
040800     MOVE CCM-GL-ACCOUNT   TO GL-DTL-ACCOUNT.
040900     MOVE AUD-SUM          TO GL-DTL-AMOUNT.
041000     MOVE AUD-OP-CODE      TO GL-DTL-OP-CODE.
041010     MOVE AUD-COST-CENTER  TO GL-DTL-COST-CENTER.
041100     WRITE GLOUT-RECORD.
041200     ADD 1       TO WS-POSTING-COUNT.
041300     ADD AUD-SUM TO WS-DR-TOTAL.
041700     MOVE "SUMCLEAR"       TO GL-DTL-ACCOUNT.
041800     MOVE AUD-SUM          TO GL-DTL-AMOUNT.
041900     MOVE AUD-OP-CODE      TO GL-DTL-OP-CODE.
041910     MOVE AUD-COST-CENTER  TO GL-DTL-COST-CENTER.
042000     WRITE GLOUT-RECORD.
042100     ADD 1       TO WS-POSTING-COUNT.
042200     ADD AUD-SUM TO WS-CR-TOTAL.
042498             TO WS-REPORT-VERDICT-LINE
042499         MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD
042500         WRITE RPTOUT-RECORD
042501         PERFORM 2060-REFUSE-UNKNOWN-CENTER
042502             THRU 2060-EXIT
042503     END-IF.
042504     IF WS-CCMAST-STATUS NOT = "00"
042505         DISPLAY "GLEXTR007E - READ OF CCMAST FAILED, FILE "
042511 2050-EXIT.
042512     EXIT.

042513******************************************************************
042514* 2060-REFUSE-UNKNOWN-CENTER - A COST CENTER MISSING FROM THE    *
042515* MASTER AT EXTRACT TIME REFUSES THE HANDOFF WITH RETURN CODE 8, *
042516* AND THE REFUSAL IS LOGGED SO THE CYCLE CONTROL SHEET SHOWS WHY *
042517* NOTHING REACHED THE GL.                                        *
042518******************************************************************
042519 2060-REFUSE-UNKNOWN-CENTER.
042520     MOVE 8 TO RETURN-CODE.
042521     MOVE "COST CENTER NOT ON MASTER - REFUSED"
042522         TO WS-STEP-REASON.
042523     PERFORM 8900-WRITE-STEP-LOG
042524         THRU 8900-EXIT.
042525     STOP RUN.
042526 2060-EXIT.
042527     EXIT.

042500******************************************************************
042600* 2100-WRITE-BATCH-HEADER - OPEN THE GL BATCH WITH THE SOURCE    *
042700* SYSTEM NAME AND THE POSTING DATE FROM THE AUDIT TRAIL.         *
043100     SET GL-REC-HEADER TO TRUE.
043200     MOVE "SUMTWO"          TO GL-HDR-SOURCE.
043300     MOVE WS-POSTING-DATE   TO GL-HDR-POST-DATE.
043310     MOVE DL100-CKPT-RUN-TIME TO GL-HDR-RUN-TIME.
043400     WRITE GLOUT-RECORD.
043500     SET HEADER-DONE-YES TO TRUE.
043600 2100-EXIT.
049700             TO WS-REPORT-VERDICT-LINE
049800         DISPLAY "GLEXTR000I - GL BATCH IN BALANCE, "
049900                 WS-POSTING-COUNT " POSTINGS"
049910         MOVE "GL BATCH IN BALANCE - RELEASED TO GL"
049920             TO WS-STEP-REASON
050000     ELSE
050100         MOVE "*** GL BATCH OUT OF BALANCE - HANDOFF REFUSED ***"
050200             TO WS-REPORT-VERDICT-LINE
050300         DISPLAY "GLEXTR005E - GL BATCH OUT OF BALANCE, "
050400                 "HANDOFF REFUSED"
050500         MOVE 8 TO RETURN-CODE
050510         MOVE "GL BATCH OUT OF BALANCE - REFUSED"
050520             TO WS-STEP-REASON
050600     END-IF.
050700     MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD.
050800     WRITE RPTOUT-RECORD.
052500     MOVE DL100-CKPT-RUN-DATE TO GST-RUN-DATE.
052600     MOVE DL100-CKPT-RUN-TIME TO GST-RUN-TIME.
052610     MOVE WS-RUN-DATE-DISPLAY TO GST-EXTRACT-DATE.
052620     MOVE WS-POSTING-DATE     TO GST-POST-DATE.
052630     MOVE WS-POSTING-COUNT    TO GST-REC-COUNT.
052640     MOVE WS-DR-TOTAL         TO GST-DR-TOTAL.
052650     MOVE WS-CR-TOTAL         TO GST-CR-TOTAL.
052700     WRITE GLSTATE-RECORD.
052800     CLOSE GLSTATE-FILE.
052900 5000-EXIT.
053000     EXIT.

054600******************************************************************
054700* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
054800* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
054900* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
055000* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
055100* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
055200* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
055300* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
055400* DISP=MOD FILES USE.                                            *
055500******************************************************************
055600 8900-WRITE-STEP-LOG.
055700     MOVE SPACES TO WS-CYCLE-DATE.
055800     OPEN INPUT STEPLOG-FILE.
055900     IF WS-STEPLOG-STATUS = "00"
056000         PERFORM 8950-READ-ONE-STEP-LOG
056100             THRU 8950-EXIT
056200             UNTIL STEPLOG-EOF-YES
056300         CLOSE STEPLOG-FILE
056400     ELSE
056500         IF WS-STEPLOG-STATUS NOT = "35"
056600            AND WS-STEPLOG-STATUS NOT = "05"
056700             PERFORM 8980-STEPLOG-FAILURE
056800                 THRU 8980-EXIT
056900         END-IF
057000     END-IF.
057100     IF WS-CYCLE-DATE = SPACES
057200         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
057300     END-IF.
057400     OPEN EXTEND STEPLOG-FILE.
057500     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
057600         OPEN OUTPUT STEPLOG-FILE
057700     END-IF.
057800     IF WS-STEPLOG-STATUS NOT = "00"
057900         PERFORM 8980-STEPLOG-FAILURE
058000             THRU 8980-EXIT
058100     END-IF.
058200     MOVE SPACES TO SLG-RECORD.
058300     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
058400     MOVE "GLEXTR"            TO SLG-PROGRAM.
058500     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
058600     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
058700     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
058800     MOVE WS-EXTRACT-COUNT    TO SLG-COUNT-IN.
058900     MOVE WS-POSTING-COUNT    TO SLG-COUNT-OUT.
059000     MOVE 0                   TO SLG-COUNT-EXCEPTION.
059100     MOVE 0                   TO SLG-COUNT-HELD.
059200     MOVE WS-DR-TOTAL         TO SLG-AMOUNT.
059300     MOVE WS-STEP-REASON      TO SLG-REASON.
059400     WRITE SLG-RECORD.
059500     CLOSE STEPLOG-FILE.
059600 8900-EXIT.
059700     EXIT.

059800 8950-READ-ONE-STEP-LOG.
059900     READ STEPLOG-FILE
060000         AT END
060100             SET STEPLOG-EOF-YES TO TRUE
060200             GO TO 8950-EXIT
060300     END-READ.
060400     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
060500 8950-EXIT.
060600     EXIT.

060700******************************************************************
060800* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
060900* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
061000* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
061100* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
061200* FAILURE DOES.                                                  *
061300******************************************************************
061400 8980-STEPLOG-FAILURE.
061500     DISPLAY "GLEXTR008E - UNABLE TO OPEN STEPLOG, FILE "
061600             "STATUS = " WS-STEPLOG-STATUS.
061700     MOVE 16 TO RETURN-CODE.
061800     STOP RUN.
061900 8980-EXIT.
062000     EXIT.
