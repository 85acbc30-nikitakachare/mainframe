003300*                    CONTENT MISMATCH (TWO RUNS ON ONE DATE      *
003400*                    COLLIDING ON RECORD NUMBER) IS DISPLAYED    *
003500*                    AND ENDS THE LOAD WITH RETURN CODE 4.       *
003510*   2026-10-15  RLH  AN AUDIT POSTING NOW CARRIES ITS CURRENCY   *
003520*                    AND ORIGINAL-CURRENCY AMOUNTS AND SUM ONTO  *
003530*                    THE MASTER, AND A REJECT THE CURRENCY IT    *
003540*                    WAS KEYED IN (110-BYTE HISTREC).            *
003548*   2026-10-15  RLH  EVERY RUN NOW CAPTURES ITS RUN DATE AND     *
003556*                    TIME AND APPENDS ONE RECORD TO THE COMMON   *
003564*                    STEPLOG STEP LOG (STEPLREC LAYOUT) -        *
003572*                    RECORDS READ, LOADED, KEY COLLISIONS AND    *
003580*                    ALREADY ON THE MASTER - FOR THE CYCLRPT     *
003588*                    CYCLE CONTROL SHEET.                        *
003600******************************************************************

003700 ENVIRONMENT DIVISION.
004900         RECORD KEY IS HIST-KEY
005000         FILE STATUS IS WS-HISTMST-STATUS.

005010     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
005020         ORGANIZATION IS SEQUENTIAL
005030         FILE STATUS IS WS-STEPLOG-STATUS.

005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  AUDITIN-FILE
005900 FD  HISTMST-FILE.
006000     COPY HISTREC.

006010 FD  STEPLOG-FILE
006020     RECORDING MODE IS F.
006030     COPY STEPLREC.

006100 WORKING-STORAGE SECTION.
006200 01  WS-AUDITIN-STATUS           PIC X(02) VALUE SPACES.
006300 01  WS-REJIN-STATUS             PIC X(02) VALUE SPACES.
006400 01  WS-HISTMST-STATUS           PIC X(02) VALUE SPACES.
006410 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.

006500 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
006600 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
007400     88  REJIN-OPEN-YES                    VALUE "Y".
007500     88  REJIN-OPEN-NO                     VALUE "N".

007510 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
007520     88  STEPLOG-EOF-YES                   VALUE "Y".
007530     88  STEPLOG-EOF-NO                    VALUE "N".

007540 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
007550 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.

007600 01  WS-AUDIT-READ-COUNT         PIC 9(09) COMP VALUE 0.
007700 01  WS-REJECT-READ-COUNT        PIC 9(09) COMP VALUE 0.
007800 01  WS-LOADED-COUNT             PIC 9(09) COMP VALUE 0.
007900 01  WS-ALREADY-COUNT            PIC 9(09) COMP VALUE 0.
008000 01  WS-MISMATCH-COUNT           PIC 9(09) COMP VALUE 0.

008100 01  WS-NEW-HISTORY-RECORD       PIC X(110) VALUE SPACES.

008108 01  WS-SYS-DATE-FIELDS.
008116     05  WS-SYS-YYYY             PIC 9(04).
008124     05  WS-SYS-MM               PIC 9(02).
008132     05  WS-SYS-DD               PIC 9(02).

008140 01  WS-SYS-TIME-FIELDS.
008148     05  WS-SYS-HH               PIC 9(02).
008156     05  WS-SYS-MIN              PIC 9(02).
008164     05  WS-SYS-SS               PIC 9(02).
008172     05  WS-SYS-HS               PIC 9(02).

008180 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
008188 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.

008200 PROCEDURE DIVISION.
008300******************************************************************
008700* RECORD AND EVERY REJECT, AND DISPLAYS THE LOAD COUNTS.         *
008800******************************************************************
008900 0000-MAINLINE.
008910     PERFORM 0900-GET-RUN-DATE-TIME
008920         THRU 0900-EXIT.

009000     PERFORM 0200-OPEN-HISTORY-MASTER
009100         THRU 0200-EXIT.

012700             WS-MISMATCH-COUNT.
012800     IF WS-MISMATCH-COUNT > 0 AND RETURN-CODE < 4
012900         MOVE 4 TO RETURN-CODE
012910         MOVE "KEY COLLISION(S), ENTRIES NOT LOADED"
012920             TO WS-STEP-REASON
012930     ELSE
012940         MOVE "AUDIT TRAIL AND REJECTS LOADED"
012950             TO WS-STEP-REASON
013000     END-IF.
013010     PERFORM 8900-WRITE-STEP-LOG
013020         THRU 8900-EXIT.
013100     STOP RUN.

013200******************************************************************
014600 0100-EXIT.
014700     EXIT.

014704******************************************************************
014708* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
014712* FOR THE STEP LOG RECORD.                                       *
014716******************************************************************
014720 0900-GET-RUN-DATE-TIME.
014724     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
014728     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
014732     STRING WS-SYS-YYYY DELIMITED BY SIZE
014736            "-"         DELIMITED BY SIZE
014740            WS-SYS-MM   DELIMITED BY SIZE
014744            "-"         DELIMITED BY SIZE
014748            WS-SYS-DD   DELIMITED BY SIZE
014752            INTO WS-RUN-DATE-DISPLAY.
014756     STRING WS-SYS-HH   DELIMITED BY SIZE
014760            ":"         DELIMITED BY SIZE
014764            WS-SYS-MIN  DELIMITED BY SIZE
014768            ":"         DELIMITED BY SIZE
014772            WS-SYS-SS   DELIMITED BY SIZE
014776            INTO WS-RUN-TIME-DISPLAY.
014780 0900-EXIT.
014784     EXIT.

014800******************************************************************
014900* 0200-OPEN-HISTORY-MASTER - OPEN THE VSAM MASTER FOR UPDATE.    *
015000* A FRESHLY DEFINED, NEVER-LOADED CLUSTER OPENS WITH STATUS 35,  *
019000     MOVE AUD-NUM2         TO HIST-NUM2.
019100     MOVE AUD-SUM          TO HIST-SUM.
019200     MOVE AUD-RUN-TIME     TO HIST-RUN-TIME.
019210     MOVE AUD-CURRENCY     TO HIST-CURRENCY.
019220     MOVE AUD-ORIG-NUM1    TO HIST-ORIG-NUM1.
019230     MOVE AUD-ORIG-NUM2    TO HIST-ORIG-NUM2.
019240     MOVE AUD-ORIG-SUM     TO HIST-ORIG-SUM.
019300     PERFORM 3000-WRITE-HISTORY-RECORD
019400         THRU 3000-EXIT.
019500 1000-EXIT.
021500     MOVE REJ-REASON-CODE  TO HIST-REASON-CODE.
021600     MOVE REJ-RAW-NUM1     TO HIST-RAW-NUM1.
021700     MOVE REJ-RAW-NUM2     TO HIST-RAW-NUM2.
021710     MOVE REJ-CURRENCY     TO HIST-CURRENCY.
021800     PERFORM 3000-WRITE-HISTORY-RECORD
021900         THRU 3000-EXIT.
022000 2000-EXIT.
027400     END-IF.
027500 3100-EXIT.
027600     EXIT.

027700******************************************************************
027800* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
027900* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
028000* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
028100* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
028200* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
028300* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
028400* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
028500* DISP=MOD FILES USE.                                            *
028600******************************************************************
028700 8900-WRITE-STEP-LOG.
028800     MOVE SPACES TO WS-CYCLE-DATE.
028900     OPEN INPUT STEPLOG-FILE.
029000     IF WS-STEPLOG-STATUS = "00"
029100         PERFORM 8950-READ-ONE-STEP-LOG
029200             THRU 8950-EXIT
029300             UNTIL STEPLOG-EOF-YES
029400         CLOSE STEPLOG-FILE
029500     ELSE
029600         IF WS-STEPLOG-STATUS NOT = "35"
029700            AND WS-STEPLOG-STATUS NOT = "05"
029800             PERFORM 8980-STEPLOG-FAILURE
029900                 THRU 8980-EXIT
030000         END-IF
030100     END-IF.
030200     IF WS-CYCLE-DATE = SPACES
030300         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
030400     END-IF.
030500     OPEN EXTEND STEPLOG-FILE.
030600     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
030700         OPEN OUTPUT STEPLOG-FILE
030800     END-IF.
030900     IF WS-STEPLOG-STATUS NOT = "00"
031000         PERFORM 8980-STEPLOG-FAILURE
031100             THRU 8980-EXIT
031200     END-IF.
031300     MOVE SPACES TO SLG-RECORD.
031400     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
031500     MOVE "HISTLD"            TO SLG-PROGRAM.
031600     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
031700     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
031800     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
031900     COMPUTE SLG-COUNT-IN =
032000         WS-AUDIT-READ-COUNT + WS-REJECT-READ-COUNT.
032100     MOVE WS-LOADED-COUNT     TO SLG-COUNT-OUT.
032200     MOVE WS-MISMATCH-COUNT   TO SLG-COUNT-EXCEPTION.
032300     MOVE WS-ALREADY-COUNT    TO SLG-COUNT-HELD.
032400     MOVE 0                   TO SLG-AMOUNT.
032500     MOVE WS-STEP-REASON      TO SLG-REASON.
032600     WRITE SLG-RECORD.
032700     CLOSE STEPLOG-FILE.
032800 8900-EXIT.
032900     EXIT.

033000 8950-READ-ONE-STEP-LOG.
033100     READ STEPLOG-FILE
033200         AT END
033300             SET STEPLOG-EOF-YES TO TRUE
033400             GO TO 8950-EXIT
033500     END-READ.
033600     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
033700 8950-EXIT.
033800     EXIT.

033900******************************************************************
034000* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
034100* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
034200* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
034300* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
034400* FAILURE DOES.                                                  *
034500******************************************************************
034600 8980-STEPLOG-FAILURE.
034700     DISPLAY "HISTLD005E - UNABLE TO OPEN STEPLOG, FILE "
034800             "STATUS = " WS-STEPLOG-STATUS.
034900     MOVE 16 TO RETURN-CODE.
035000     STOP RUN.
035100 8980-EXIT.
035200     EXIT.
