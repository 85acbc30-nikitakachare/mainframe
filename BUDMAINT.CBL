000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDMAINT.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* BUDMAINT                                                       *
000900*                                                                *
001000* COST-CENTER BUDGET MASTER MAINTENANCE FOR THE SUMTWONUMBERS    *
001100* BATCH STREAM.  READS BUDGET CARDS (DDNAME BUDIN) KEYED BY THE  *
001200* FINANCE GROUP AND APPLIES THEM TO THE KEYED VSAM BUDGET MASTER *
001300* (DDNAME BUDMAST, BUDREC LAYOUT, SEE BUDDEF FOR THE ONE-TIME    *
001400* DEFINE), SO EACH CENTER'S SPENDING LIMIT FOR A PERIOD IS HELD  *
001500* BESIDE THE POSTINGS INSTEAD OF IN A SPREADSHEET.  EVERY CENTER *
001600* IS VALIDATED AGAINST THE COST-CENTER REFERENCE MASTER (DDNAME  *
001700* CCMAST, CCMREC LAYOUT) BEFORE A BUDGET IS ADDED FOR IT.        *
001800*                                                                *
001900* BUDGET CARD FORMAT (ONE CARD PER ACTION, 80 BYTES):            *
002000*   COL   1     ACTION CODE: A=ADD, C=CHANGE AMOUNT, D=DELETE    *
002100*   COL   2     BLANK                                            *
002200*   COLS  3-8   COST CENTER CODE                                 *
002300*   COL   9     BLANK                                            *
002400*   COLS 10-19  PERIOD-END DATE, YYYY-MM-DD - THE SAME DATE THE  *
002500*               PERIOD IS CLOSED WITH ON THE PERCLOSE CARDS      *
002600*   COL   20    BLANK                                            *
002700*   COLS 21-34  BUDGET AMOUNT, SIGN LEADING SEPARATE             *
002800*               +NNNNNNNNNNNVV (ADD AND CHANGE ONLY)             *
002900*   COL   35    BLANK                                            *
003000*   COLS 36-38  OPERATOR INITIALS, RECORDED ON THE MASTER        *
003100* BLANK CARDS AND * COMMENT CARDS ARE IGNORED.  EVERY CARD IS    *
003200* ECHOED ON THE RPTOUT REPORT WITH ITS DISPOSITION, AND ANY      *
003300* CARD THAT CANNOT BE APPLIED ENDS THE STEP WITH RETURN CODE 4   *
003400* SO THE FINANCE GROUP SEES THE MISS WITHOUT THE GOOD CARDS      *
003500* BEING HELD UP.                                                 *
003600*                                                                *
003700* MODIFICATION HISTORY                                          *
003800*   2026-10-15  RLH  INITIAL VERSION.                            *
003900******************************************************************
004000
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT BUDIN-FILE ASSIGN TO BUDIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-BUDIN-STATUS.
004700
004800     SELECT BUDMAST-FILE ASSIGN TO BUDMAST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS BUD-KEY
005200         FILE STATUS IS WS-BUDMAST-STATUS.
005300
005400     SELECT CCMAST-FILE ASSIGN TO CCMAST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CCM-COST-CENTER
005800         FILE STATUS IS WS-CCMAST-STATUS.
005900
006000     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-RPTOUT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BUDIN-FILE
006700     RECORDING MODE IS F.
006800 01  BUDIN-RECORD                PIC X(80).
006900
007000 FD  BUDMAST-FILE.
007100     COPY BUDREC.
007200
007300 FD  CCMAST-FILE.
007400     COPY CCMREC.
007500
007600 FD  RPTOUT-FILE
007700     RECORDING MODE IS F.
007800 01  RPTOUT-RECORD               PIC X(80).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-BUDIN-STATUS             PIC X(02) VALUE SPACES.
008200 01  WS-BUDMAST-STATUS           PIC X(02) VALUE SPACES.
008300 01  WS-CCMAST-STATUS            PIC X(02) VALUE SPACES.
008400 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
008500
008600 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
008700 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
008800
008900 01  WS-BUDIN-EOF-SWITCH         PIC X(01) VALUE "N".
009000     88  BUDIN-EOF-YES                     VALUE "Y".
009100     88  BUDIN-EOF-NO                      VALUE "N".
009200
009300 01  WS-CARD-ERROR-TEXT          PIC X(30) VALUE SPACES.
009400
009500 01  WS-CARDS-READ-COUNT         PIC 9(05) COMP VALUE 0.
009600 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE 0.
009700 01  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE 0.
009800 01  WS-DELETED-COUNT            PIC 9(05) COMP VALUE 0.
009900 01  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE 0.
010000
010100******************************************************************
010200* BUDGET CARD WORKING LAYOUT                                     *
010300******************************************************************
010400 01  WS-BUDGET-CARD.
010500     05  CRD-ACTION-CODE         PIC X(01).
010600         88  CRD-ACTION-ADD                VALUE "A".
010700         88  CRD-ACTION-CHANGE             VALUE "C".
010800         88  CRD-ACTION-DELETE             VALUE "D".
010900     05  FILLER                  PIC X(01).
011000     05  CRD-COST-CENTER         PIC X(06).
011100     05  FILLER                  PIC X(01).
011200     05  CRD-PERIOD-END          PIC X(10).
011300     05  CRD-PERIOD-END-PARTS    REDEFINES CRD-PERIOD-END.
011400         10  CRD-PERIOD-YYYY     PIC X(04).
011500         10  CRD-PERIOD-DASH-1   PIC X(01).
011600         10  CRD-PERIOD-MM       PIC X(02).
011700         10  CRD-PERIOD-DASH-2   PIC X(01).
011800         10  CRD-PERIOD-DD       PIC X(02).
011900     05  FILLER                  PIC X(01).
012000     05  CRD-AMOUNT              PIC S9(11)V99
012100                                 SIGN LEADING SEPARATE.
012200     05  CRD-AMOUNT-X            REDEFINES CRD-AMOUNT
012300                                 PIC X(14).
012400     05  FILLER                  PIC X(01).
012500     05  CRD-INITIALS            PIC X(03).
012600     05  FILLER                  PIC X(42).
012700
012800 01  WS-SYS-DATE-FIELDS.
012900     05  WS-SYS-YYYY             PIC 9(04).
013000     05  WS-SYS-MM               PIC 9(02).
013100     05  WS-SYS-DD               PIC 9(02).
013200
013300 01  WS-SYS-TIME-FIELDS.
013400     05  WS-SYS-HH               PIC 9(02).
013500     05  WS-SYS-MIN              PIC 9(02).
013600     05  WS-SYS-SS               PIC 9(02).
013700     05  WS-SYS-HS               PIC 9(02).
013800
013900 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
014000 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
014100
014200******************************************************************
014300* RPTOUT MAINTENANCE REPORT LINE LAYOUTS                         *
014400******************************************************************
014500 01  WS-REPORT-HEADER-1.
014600     05  FILLER                 PIC X(30)
014700         VALUE "BUDMAINT - BUDGET MASTER MAINT".
014800     05  FILLER                 PIC X(10) VALUE SPACES.
014900     05  RH1-RUN-DATE            PIC X(10).
015000     05  FILLER                 PIC X(03) VALUE SPACES.
015100     05  RH1-RUN-TIME            PIC X(08).
015200     05  FILLER                 PIC X(19) VALUE SPACES.
015300
015400 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
015500
015600 01  WS-REPORT-COLUMN-HEADINGS   PIC X(80) VALUE
015700     "ACT  CENTER  PERIOD END           BUDGET  DISPOSITION".
015800
015900 01  WS-REPORT-ACTION-LINE.
016000     05  AL-ACTION-CODE          PIC X(01).
016100     05  FILLER                  PIC X(04) VALUE SPACES.
016200     05  AL-COST-CENTER          PIC X(06).
016300     05  FILLER                  PIC X(02) VALUE SPACES.
016400     05  AL-PERIOD-END           PIC X(10).
016500     05  FILLER                  PIC X(01) VALUE SPACES.
016600     05  AL-AMOUNT               PIC -(11)9.99.
016700     05  FILLER                  PIC X(02) VALUE SPACES.
016800     05  AL-DISPOSITION          PIC X(30).
016900     05  FILLER                  PIC X(09) VALUE SPACES.
017000
017100 01  WS-REPORT-COUNT-LINE.
017200     05  CL-COUNT-LABEL          PIC X(28) VALUE SPACES.
017300     05  CL-COUNT-VALUE          PIC ZZZZZZZZ9.
017400     05  FILLER                  PIC X(43) VALUE SPACES.
017500
017600 PROCEDURE DIVISION.
017700******************************************************************
017800* 0000-MAINLINE                                                  *
017900*                                                                *
018000* PROGRAM ENTRY POINT.  OPENS THE MASTERS AND THE CARD FILE,     *
018100* APPLIES EVERY CARD, AND WRITES THE DISPOSITION COUNTS.         *
018200******************************************************************
018300 0000-MAINLINE.
018400     PERFORM 0900-GET-RUN-DATE-TIME
018500         THRU 0900-EXIT.
018600
018700     PERFORM 0200-OPEN-BUDGET-MASTER
018800         THRU 0200-EXIT.
018900
019000     OPEN INPUT CCMAST-FILE.
019100     MOVE WS-CCMAST-STATUS TO WS-FILE-STATUS-CHECK.
019200     MOVE "CCMAST"         TO WS-FILE-NAME-CHECK.
019300     PERFORM 0100-VERIFY-FILE-STATUS
019400         THRU 0100-EXIT.
019500
019600     OPEN INPUT BUDIN-FILE.
019700     MOVE WS-BUDIN-STATUS  TO WS-FILE-STATUS-CHECK.
019800     MOVE "BUDIN"          TO WS-FILE-NAME-CHECK.
019900     PERFORM 0100-VERIFY-FILE-STATUS
020000         THRU 0100-EXIT.
020100
020200     OPEN OUTPUT RPTOUT-FILE.
020300     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
020400     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
020500     PERFORM 0100-VERIFY-FILE-STATUS
020600         THRU 0100-EXIT.
020700
020800     PERFORM 0950-WRITE-REPORT-HEADERS
020900         THRU 0950-EXIT.
021000
021100     PERFORM 1000-PROCESS-ONE-CARD
021200         THRU 1000-EXIT
021300         UNTIL BUDIN-EOF-YES.
021400
021500     PERFORM 3000-WRITE-REPORT-TOTALS
021600         THRU 3000-EXIT.
021700
021800     CLOSE BUDIN-FILE.
021900     CLOSE CCMAST-FILE.
022000     CLOSE BUDMAST-FILE.
022100     CLOSE RPTOUT-FILE.
022200
022300     IF WS-REJECTED-COUNT > 0
022400         DISPLAY "BUDMAINT004W - " WS-REJECTED-COUNT " CARD(S) "
022500                 "COULD NOT BE APPLIED"
022600         MOVE 4 TO RETURN-CODE
022700     END-IF.
022800     STOP RUN.
022900
023000******************************************************************
023100* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
023200* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN FAILURE*
023300* ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE PROGRAM  *
023400* DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS A NON-   *
023500* ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS.       *
023600******************************************************************
023700 0100-VERIFY-FILE-STATUS.
023800     IF WS-FILE-STATUS-CHECK NOT = "00"
023900         DISPLAY "BUDMAINT001E - UNABLE TO OPEN "
024000                 WS-FILE-NAME-CHECK
024100                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500 0100-EXIT.
024600     EXIT.
024700
024800******************************************************************
024900* 0200-OPEN-BUDGET-MASTER - OPEN THE VSAM MASTER FOR UPDATE.  A  *
025000* FRESHLY DEFINED, NEVER-LOADED CLUSTER OPENS WITH STATUS 35,    *
025100* SO PRIME IT WITH AN EMPTY OPEN OUTPUT/CLOSE AND REOPEN I-O,    *
025200* THE SAME WAY CCMAINT PRIMES THE COST-CENTER MASTER.            *
025300******************************************************************
025400 0200-OPEN-BUDGET-MASTER.
025500     OPEN I-O BUDMAST-FILE.
025600     IF WS-BUDMAST-STATUS = "35" OR WS-BUDMAST-STATUS = "05"
025700         OPEN OUTPUT BUDMAST-FILE
025800         IF WS-BUDMAST-STATUS = "00"
025900             CLOSE BUDMAST-FILE
026000             OPEN I-O BUDMAST-FILE
026100         END-IF
026200     END-IF.
026300     IF WS-BUDMAST-STATUS NOT = "00"
026400         DISPLAY "BUDMAINT002E - UNABLE TO OPEN BUDMAST, FILE "
026500                 "STATUS = " WS-BUDMAST-STATUS
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900 0200-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
027400* FORMATTED FOR THE REPORT HEADER AND THE ADDED/CHANGED DATES    *
027500* STAMPED ON THE MASTER.                                         *
027600******************************************************************
027700 0900-GET-RUN-DATE-TIME.
027800     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
027900     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
028000     STRING WS-SYS-YYYY DELIMITED BY SIZE
028100            "-"         DELIMITED BY SIZE
028200            WS-SYS-MM   DELIMITED BY SIZE
028300            "-"         DELIMITED BY SIZE
028400            WS-SYS-DD   DELIMITED BY SIZE
028500            INTO WS-RUN-DATE-DISPLAY.
028600     STRING WS-SYS-HH   DELIMITED BY SIZE
028700            ":"         DELIMITED BY SIZE
028800            WS-SYS-MIN  DELIMITED BY SIZE
028900            ":"         DELIMITED BY SIZE
029000            WS-SYS-SS   DELIMITED BY SIZE
029100            INTO WS-RUN-TIME-DISPLAY.
029200 0900-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE, THE RUN    *
029700* DATE/TIME AND THE COLUMN HEADINGS AT THE TOP OF A FRESH RPTOUT *
029800* REPORT.                                                        *
029900******************************************************************
030000 0950-WRITE-REPORT-HEADERS.
030100     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
030200     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
030300     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
030400     WRITE RPTOUT-RECORD.
030500     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
030600     WRITE RPTOUT-RECORD.
030700     MOVE WS-REPORT-COLUMN-HEADINGS TO RPTOUT-RECORD.
030800     WRITE RPTOUT-RECORD.
030900 0950-EXIT.
031000     EXIT.
031100
031200******************************************************************
031300* 1000-PROCESS-ONE-CARD - READ ONE BUDGET CARD, EDIT THE KEY     *
031400* AND ROUTE IT BY ACTION CODE.  A CARD THAT CANNOT BE APPLIED    *
031500* IS LISTED WITH ITS REASON AND COUNTED - THE RUN CARRIES ON SO  *
031600* THE REMAINING CARDS STILL POST.                                *
031700******************************************************************
031800 1000-PROCESS-ONE-CARD.
031900     READ BUDIN-FILE
032000         AT END
032100             SET BUDIN-EOF-YES TO TRUE
032200             GO TO 1000-EXIT
032300     END-READ.
032400     IF BUDIN-RECORD = SPACES
032500      OR BUDIN-RECORD (1:1) = "*"
032600         GO TO 1000-EXIT
032700     END-IF.
032800     ADD 1 TO WS-CARDS-READ-COUNT.
032900     MOVE BUDIN-RECORD TO WS-BUDGET-CARD.
033000     MOVE SPACES TO WS-CARD-ERROR-TEXT.
033100     IF CRD-COST-CENTER = SPACES
033200         MOVE "COST CENTER MISSING" TO WS-CARD-ERROR-TEXT
033300         PERFORM 1900-REJECT-ONE-CARD
033400             THRU 1900-EXIT
033500         GO TO 1000-EXIT
033600     END-IF.
033700     IF CRD-PERIOD-YYYY NOT NUMERIC
033800      OR CRD-PERIOD-MM NOT NUMERIC
033900      OR CRD-PERIOD-DD NOT NUMERIC
034000      OR CRD-PERIOD-DASH-1 NOT = "-"
034100      OR CRD-PERIOD-DASH-2 NOT = "-"
034200      OR CRD-PERIOD-MM < "01" OR CRD-PERIOD-MM > "12"
034300      OR CRD-PERIOD-DD < "01" OR CRD-PERIOD-DD > "31"
034400         MOVE "PERIOD-END NOT YYYY-MM-DD" TO WS-CARD-ERROR-TEXT
034500         PERFORM 1900-REJECT-ONE-CARD
034600             THRU 1900-EXIT
034700         GO TO 1000-EXIT
034800     END-IF.
034900     EVALUATE TRUE
035000         WHEN CRD-ACTION-ADD
035100             PERFORM 1100-ADD-ONE-BUDGET
035200                 THRU 1100-EXIT
035300         WHEN CRD-ACTION-CHANGE
035400             PERFORM 1200-CHANGE-ONE-BUDGET
035500                 THRU 1200-EXIT
035600         WHEN CRD-ACTION-DELETE
035700             PERFORM 1300-DELETE-ONE-BUDGET
035800                 THRU 1300-EXIT
035900         WHEN OTHER
036000             MOVE "ACTION CODE NOT A, C OR D"
036100                 TO WS-CARD-ERROR-TEXT
036200             PERFORM 1900-REJECT-ONE-CARD
036300                 THRU 1900-EXIT
036400     END-EVALUATE.
036500 1000-EXIT.
036600     EXIT.
036700
036800******************************************************************
036900* 1100-ADD-ONE-BUDGET - WRITE A NEW BUDGET RECORD FROM AN A CARD.*
037000* THE CENTER MUST BE ON THE COST-CENTER MASTER AND ACTIVE - A    *
037100* BUDGET FOR A CENTER THAT CANNOT TAKE POSTINGS IS A KEYING      *
037200* ERROR.  A BUDGET ALREADY ON THE MASTER FOR THE PERIOD IS       *
037300* REFUSED - THE C CARD EXISTS TO CHANGE AN AMOUNT, AND A SILENT  *
037400* OVERLAY WOULD HIDE A DOUBLE-KEYED CARD.                        *
037500******************************************************************
037600 1100-ADD-ONE-BUDGET.
037700     PERFORM 1600-EDIT-AMOUNT
037800         THRU 1600-EXIT.
037900     IF WS-CARD-ERROR-TEXT NOT = SPACES
038000         PERFORM 1900-REJECT-ONE-CARD
038100             THRU 1900-EXIT
038200         GO TO 1100-EXIT
038300     END-IF.
038400     MOVE CRD-COST-CENTER TO CCM-COST-CENTER.
038500     READ CCMAST-FILE.
038600     EVALUATE WS-CCMAST-STATUS
038700         WHEN "00"
038800             IF CCM-INACTIVE
038900                 MOVE "CENTER INACTIVE ON CCMAST"
039000                     TO WS-CARD-ERROR-TEXT
039100             END-IF
039200         WHEN "23"
039300             MOVE "CENTER NOT ON CCMAST"
039400                 TO WS-CARD-ERROR-TEXT
039500         WHEN OTHER
039600             DISPLAY "BUDMAINT003E - READ OF CCMAST FAILED, "
039700                     "FILE STATUS = " WS-CCMAST-STATUS
039800                     ", CENTER = " CRD-COST-CENTER
039900             MOVE 16 TO RETURN-CODE
040000             STOP RUN
040100     END-EVALUATE.
040200     IF WS-CARD-ERROR-TEXT NOT = SPACES
040300         PERFORM 1900-REJECT-ONE-CARD
040400             THRU 1900-EXIT
040500         GO TO 1100-EXIT
040600     END-IF.
040700     MOVE SPACES              TO BUD-RECORD.
040800     MOVE CRD-COST-CENTER     TO BUD-COST-CENTER.
040900     MOVE CRD-PERIOD-END      TO BUD-PERIOD-END.
041000     MOVE CRD-AMOUNT          TO BUD-AMOUNT.
041100     MOVE WS-RUN-DATE-DISPLAY TO BUD-ADDED-DATE.
041200     MOVE WS-RUN-DATE-DISPLAY TO BUD-CHANGED-DATE.
041300     MOVE CRD-INITIALS        TO BUD-CHANGED-BY.
041400     WRITE BUD-RECORD.
041500     EVALUATE WS-BUDMAST-STATUS
041600         WHEN "00"
041700         WHEN "02"
041800             ADD 1 TO WS-ADDED-COUNT
041900             PERFORM 1800-REPORT-ONE-CARD
042000                 THRU 1800-EXIT
042100         WHEN "22"
042200             MOVE "BUDGET ALREADY ON MASTER"
042300                 TO WS-CARD-ERROR-TEXT
042400             PERFORM 1900-REJECT-ONE-CARD
042500                 THRU 1900-EXIT
042600         WHEN OTHER
042700             DISPLAY "BUDMAINT003E - WRITE TO BUDMAST FAILED, "
042800                     "FILE STATUS = " WS-BUDMAST-STATUS
042900                     ", CENTER = " CRD-COST-CENTER
043000             MOVE 16 TO RETURN-CODE
043100             STOP RUN
043200     END-EVALUATE.
043300 1100-EXIT.
043400     EXIT.
043500
043600******************************************************************
043700* 1200-CHANGE-ONE-BUDGET - READ THE BUDGET AND REWRITE IT WITH   *
043800* THE NEW AMOUNT, STAMPED WITH THE RUN DATE AND THE OPERATOR     *
043900* INITIALS.                                                      *
044000******************************************************************
044100 1200-CHANGE-ONE-BUDGET.
044200     PERFORM 1600-EDIT-AMOUNT
044300         THRU 1600-EXIT.
044400     IF WS-CARD-ERROR-TEXT NOT = SPACES
044500         PERFORM 1900-REJECT-ONE-CARD
044600             THRU 1900-EXIT
044700         GO TO 1200-EXIT
044800     END-IF.
044900     PERFORM 1700-READ-ONE-BUDGET
045000         THRU 1700-EXIT.
045100     IF WS-CARD-ERROR-TEXT NOT = SPACES
045200         PERFORM 1900-REJECT-ONE-CARD
045300             THRU 1900-EXIT
045400         GO TO 1200-EXIT
045500     END-IF.
045600     MOVE CRD-AMOUNT          TO BUD-AMOUNT.
045700     MOVE WS-RUN-DATE-DISPLAY TO BUD-CHANGED-DATE.
045800     MOVE CRD-INITIALS        TO BUD-CHANGED-BY.
045900     REWRITE BUD-RECORD.
046000     IF WS-BUDMAST-STATUS NOT = "00"
046100         DISPLAY "BUDMAINT003E - REWRITE OF BUDMAST FAILED, "
046200                 "FILE STATUS = " WS-BUDMAST-STATUS
046300                 ", CENTER = " BUD-COST-CENTER
046400         MOVE 16 TO RETURN-CODE
046500         STOP RUN
046600     END-IF.
046700     ADD 1 TO WS-CHANGED-COUNT.
046800     PERFORM 1800-REPORT-ONE-CARD
046900         THRU 1800-EXIT.
047000 1200-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400* 1300-DELETE-ONE-BUDGET - READ THE BUDGET AND DELETE IT, FOR A  *
047500* BUDGET KEYED AGAINST THE WRONG CENTER OR PERIOD.  THE AMOUNT   *
047600* COLUMNS ARE NOT NEEDED; THE DELETED AMOUNT IS ECHOED FROM THE  *
047700* MASTER SO THE REPORT SHOWS WHAT WAS REMOVED.                   *
047800******************************************************************
047900 1300-DELETE-ONE-BUDGET.
048000     PERFORM 1700-READ-ONE-BUDGET
048100         THRU 1700-EXIT.
048200     IF WS-CARD-ERROR-TEXT NOT = SPACES
048300         PERFORM 1900-REJECT-ONE-CARD
048400             THRU 1900-EXIT
048500         GO TO 1300-EXIT
048600     END-IF.
048700     DELETE BUDMAST-FILE RECORD.
048800     IF WS-BUDMAST-STATUS NOT = "00"
048900         DISPLAY "BUDMAINT003E - DELETE FROM BUDMAST FAILED, "
049000                 "FILE STATUS = " WS-BUDMAST-STATUS
049100                 ", CENTER = " BUD-COST-CENTER
049200         MOVE 16 TO RETURN-CODE
049300         STOP RUN
049400     END-IF.
049500     MOVE BUD-AMOUNT TO CRD-AMOUNT.
049600     ADD 1 TO WS-DELETED-COUNT.
049700     PERFORM 1800-REPORT-ONE-CARD
049800         THRU 1800-EXIT.
049900 1300-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300* 1600-EDIT-AMOUNT - THE BUDGET AMOUNT MUST BE A SIGNED NUMBER   *
050400* AND NOT NEGATIVE.  A BAD AMOUNT LEAVES THE REASON IN           *
050500* WS-CARD-ERROR-TEXT FOR THE CALLER TO REPORT.                   *
050600******************************************************************
050700 1600-EDIT-AMOUNT.
050800     IF CRD-AMOUNT-X = SPACES
050900         MOVE "BUDGET AMOUNT MISSING" TO WS-CARD-ERROR-TEXT
051000         GO TO 1600-EXIT
051100     END-IF.
051200     IF CRD-AMOUNT NOT NUMERIC
051300         MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-CARD-ERROR-TEXT
051400         GO TO 1600-EXIT
051500     END-IF.
051600     IF CRD-AMOUNT < 0
051700         MOVE "BUDGET AMOUNT NEGATIVE" TO WS-CARD-ERROR-TEXT
051800     END-IF.
051900 1600-EXIT.
052000     EXIT.
052100
052200******************************************************************
052300* 1700-READ-ONE-BUDGET - RANDOM READ OF THE BUDGET MASTER BY THE *
052400* CARD'S CENTER AND PERIOD-END.  A MISSING BUDGET LEAVES THE     *
052500* REASON IN WS-CARD-ERROR-TEXT FOR THE CALLER TO REPORT.         *
052600******************************************************************
052700 1700-READ-ONE-BUDGET.
052800     MOVE CRD-COST-CENTER TO BUD-COST-CENTER.
052900     MOVE CRD-PERIOD-END  TO BUD-PERIOD-END.
053000     READ BUDMAST-FILE.
053100     EVALUATE WS-BUDMAST-STATUS
053200         WHEN "00"
053300             CONTINUE
053400         WHEN "23"
053500             MOVE "BUDGET NOT ON MASTER"
053600                 TO WS-CARD-ERROR-TEXT
053700         WHEN OTHER
053800             DISPLAY "BUDMAINT003E - READ OF BUDMAST FAILED, "
053900                     "FILE STATUS = " WS-BUDMAST-STATUS
054000                     ", CENTER = " BUD-COST-CENTER
054100             MOVE 16 TO RETURN-CODE
054200             STOP RUN
054300     END-EVALUATE.
054400 1700-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800* 1800-REPORT-ONE-CARD - ECHO AN APPLIED CARD ON THE REPORT      *
054900* WITH ITS DISPOSITION.                                          *
055000******************************************************************
055100 1800-REPORT-ONE-CARD.
055200     MOVE CRD-ACTION-CODE TO AL-ACTION-CODE.
055300     MOVE CRD-COST-CENTER TO AL-COST-CENTER.
055400     MOVE CRD-PERIOD-END  TO AL-PERIOD-END.
055500     MOVE CRD-AMOUNT      TO AL-AMOUNT.
055600     EVALUATE TRUE
055700         WHEN CRD-ACTION-ADD
055800             MOVE "ADDED" TO AL-DISPOSITION
055900         WHEN CRD-ACTION-CHANGE
056000             MOVE "CHANGED" TO AL-DISPOSITION
056100         WHEN CRD-ACTION-DELETE
056200             MOVE "DELETED" TO AL-DISPOSITION
056300     END-EVALUATE.
056400     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
056500     WRITE RPTOUT-RECORD.
056600 1800-EXIT.
056700     EXIT.
056800
056900******************************************************************
057000* 1900-REJECT-ONE-CARD - LIST A CARD THAT COULD NOT BE APPLIED   *
057100* WITH ITS REASON AND COUNT IT FOR THE RETURN CODE 4 AT END OF   *
057200* RUN.  THE AMOUNT IS LEFT BLANK WHEN IT DID NOT EDIT.           *
057300******************************************************************
057400 1900-REJECT-ONE-CARD.
057500     ADD 1 TO WS-REJECTED-COUNT.
057600     MOVE SPACES TO WS-REPORT-ACTION-LINE.
057700     MOVE CRD-ACTION-CODE TO AL-ACTION-CODE.
057800     MOVE CRD-COST-CENTER TO AL-COST-CENTER.
057900     MOVE CRD-PERIOD-END  TO AL-PERIOD-END.
058000     IF CRD-AMOUNT NUMERIC
058100         MOVE CRD-AMOUNT  TO AL-AMOUNT
058200     END-IF.
058300     MOVE WS-CARD-ERROR-TEXT TO AL-DISPOSITION.
058400     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
058500     WRITE RPTOUT-RECORD.
058600 1900-EXIT.
058700     EXIT.
058800
058900******************************************************************
059000* 3000-WRITE-REPORT-TOTALS - WRITE THE FINAL COUNT LINES ON THE  *
059100* RPTOUT MAINTENANCE REPORT.                                     *
059200******************************************************************
059300 3000-WRITE-REPORT-TOTALS.
059400     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
059500     WRITE RPTOUT-RECORD.
059600     MOVE "CARDS READ:"          TO CL-COUNT-LABEL.
059700     MOVE WS-CARDS-READ-COUNT    TO CL-COUNT-VALUE.
059800     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
059900     WRITE RPTOUT-RECORD.
060000     MOVE "BUDGETS ADDED:"       TO CL-COUNT-LABEL.
060100     MOVE WS-ADDED-COUNT         TO CL-COUNT-VALUE.
060200     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
060300     WRITE RPTOUT-RECORD.
060400     MOVE "BUDGETS CHANGED:"     TO CL-COUNT-LABEL.
060500     MOVE WS-CHANGED-COUNT       TO CL-COUNT-VALUE.
060600     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
060700     WRITE RPTOUT-RECORD.
060800     MOVE "BUDGETS DELETED:"     TO CL-COUNT-LABEL.
060900     MOVE WS-DELETED-COUNT       TO CL-COUNT-VALUE.
061000     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
061100     WRITE RPTOUT-RECORD.
061200     MOVE "CARDS NOT APPLIED:"   TO CL-COUNT-LABEL.
061300     MOVE WS-REJECTED-COUNT      TO CL-COUNT-VALUE.
061400     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
061500     WRITE RPTOUT-RECORD.
061600 3000-EXIT.
061700     EXIT.
