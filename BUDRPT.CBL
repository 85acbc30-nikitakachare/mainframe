000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDRPT.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* BUDRPT                                                         *
000900*                                                                *
001000* BUDGET-VERSUS-ACTUAL VARIANCE REPORT FOR THE SUMTWONUMBERS     *
001100* BATCH STREAM.  READS EVERY BUDGET FOR THE ACCOUNTING PERIOD    *
001200* NAMED ON THE PARMIN CARDS FROM THE BUDGET MASTER (DDNAME       *
001300* BUDMAST, BUDREC LAYOUT, MAINTAINED BY BUDMAINT), TAKES EACH    *
001400* CENTER'S ACTUAL ACTIVITY FOR THE PERIOD FROM THE CUMULATIVE    *
001500* AUDIT TRAIL (DDNAME AUDITIN, AUDREC LAYOUT) THE SAME WAY       *
001600* PERCLOSE DOES - THE SUM OF AUD-SUM OVER EVERY RECORD WHOSE RUN *
001700* DATE FALLS IN THE PERIOD - AND PRINTS ONE LINE PER CENTER WITH *
001800* ITS BUDGET, ACTUAL, VARIANCE (BUDGET LESS ACTUAL) AND PERCENT *
001900* OF BUDGET USED.                                                *
002000*                                                                *
002100* FLAGS ON A CENTER LINE:                                        *
002200*   OVER       PERCENT USED IS OVER THE OVER-PCT THRESHOLD       *
002300*   NO BUDGET  THE CENTER HAS ACTIVITY IN THE PERIOD BUT NO      *
002400*              BUDGET ON THE MASTER                              *
002500* ANY FLAGGED CENTER ENDS THE STEP WITH RETURN CODE 4 SO THE     *
002600* CONTROLLER SEES THE OVERSPEND BEFORE THE PERIOD IS CLOSED.     *
002700*                                                                *
002800* PARMIN CONTROL CARDS:                                          *
002900*   PERIOD-START=YYYY-MM-DD (REQUIRED)                           *
003000*   PERIOD-END=YYYY-MM-DD   (REQUIRED - THE BUDGETS ARE THE ONES *
003100*                            KEYED WITH THIS PERIOD-END DATE)    *
003200*   OVER-PCT=NNN            (OPTIONAL - PERCENT OF BUDGET USED   *
003300*                            ABOVE WHICH A CENTER IS FLAGGED,    *
003400*                            DEFAULT 100)                        *
003500*                                                                *
003600* MODIFICATION HISTORY                                          *
003700*   2026-10-15  RLH  INITIAL VERSION.                            *
003800******************************************************************
003900
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT AUDITIN-FILE ASSIGN TO AUDITIN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-AUDITIN-STATUS.
004600
004700     SELECT BUDMAST-FILE ASSIGN TO BUDMAST
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS BUD-KEY
005100         FILE STATUS IS WS-BUDMAST-STATUS.
005200
005300     SELECT PARMIN-FILE ASSIGN TO PARMIN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-PARMIN-STATUS.
005600
005700     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RPTOUT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  AUDITIN-FILE
006400     RECORDING MODE IS F.
006500     COPY AUDREC.
006600
006700 FD  BUDMAST-FILE.
006800     COPY BUDREC.
006900
007000 FD  PARMIN-FILE
007100     RECORDING MODE IS F.
007200 01  PARMIN-RECORD               PIC X(80).
007300
007400 FD  RPTOUT-FILE
007500     RECORDING MODE IS F.
007600 01  RPTOUT-RECORD               PIC X(80).
007700
007800 WORKING-STORAGE SECTION.
007900 01  WS-AUDITIN-STATUS           PIC X(02) VALUE SPACES.
008000 01  WS-BUDMAST-STATUS           PIC X(02) VALUE SPACES.
008100 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
008200 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
008300
008400 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
008500 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
008600
008700 01  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE "N".
008800     88  AUDIT-EOF-YES                     VALUE "Y".
008900     88  AUDIT-EOF-NO                      VALUE "N".
009000
009100 01  WS-BUDMAST-EOF-SWITCH       PIC X(01) VALUE "N".
009200     88  BUDMAST-EOF-YES                   VALUE "Y".
009300     88  BUDMAST-EOF-NO                    VALUE "N".
009400
009500 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
009600     88  PARMIN-EOF-YES                    VALUE "Y".
009700     88  PARMIN-EOF-NO                     VALUE "N".
009800
009900 01  WS-FLAGGED-SWITCH           PIC X(01) VALUE "N".
010000     88  ANY-CENTER-FLAGGED                VALUE "Y".
010100     88  NO-CENTER-FLAGGED                 VALUE "N".
010200
010300 01  WS-PERIOD-START             PIC X(10) VALUE SPACES.
010400 01  WS-PERIOD-END               PIC X(10) VALUE SPACES.
010500 01  WS-OVER-PCT                 PIC 9(03) VALUE 100.
010600
010700 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
010800 01  WS-PARM-PSTART-CARD         REDEFINES WS-PARM-CARD.
010900     05  PRM-PSTART-KEYWORD      PIC X(13).
011000     05  PRM-PSTART-VALUE        PIC X(10).
011100     05  FILLER                  PIC X(57).
011200 01  WS-PARM-PEND-CARD           REDEFINES WS-PARM-CARD.
011300     05  PRM-PEND-KEYWORD        PIC X(11).
011400     05  PRM-PEND-VALUE          PIC X(10).
011500     05  FILLER                  PIC X(59).
011600 01  WS-PARM-OVER-CARD           REDEFINES WS-PARM-CARD.
011700     05  PRM-OVER-KEYWORD        PIC X(09).
011800     05  PRM-OVER-VALUE          PIC 9(03).
011900     05  FILLER                  PIC X(68).
012000
012100******************************************************************
012200* COST-CENTER TABLE - ONE ENTRY PER CENTER WITH A BUDGET FOR THE *
012300* PERIOD (LOADED IN KEY ORDER FROM THE MASTER), FOLLOWED BY ANY  *
012400* CENTER WITH PERIOD ACTIVITY BUT NO BUDGET, IN THE ORDER IT IS  *
012500* MET ON THE TRAIL.                                              *
012600******************************************************************
012700 01  WS-CC-TABLE.
012800     05  WS-CC-ENTRY             OCCURS 200 TIMES
012900                                 INDEXED BY CC-IX.
013000         10  WS-CC-CODE          PIC X(06).
013100         10  WS-CC-BUDGET-SWITCH PIC X(01).
013200             88  WS-CC-BUDGETED            VALUE "Y".
013300             88  WS-CC-NOT-BUDGETED        VALUE "N".
013400         10  WS-CC-BUDGET        PIC S9(11)V99.
013500         10  WS-CC-ACTUAL        PIC S9(11)V99.
013600         10  WS-CC-POSTINGS      PIC 9(07) COMP.
013700
013800 01  WS-CC-COUNT                 PIC 9(03) COMP VALUE 0.
013900 01  WS-FIND-CC-CODE             PIC X(06) VALUE SPACES.
014000
014100 01  WS-VARIANCE                 PIC S9(11)V99 VALUE 0.
014200 01  WS-PCT-USED                 PIC S9(05)V9 VALUE 0.
014300 01  WS-FLAG-TEXT                PIC X(09) VALUE SPACES.
014400
014500 01  WS-BUDGET-TOTAL             PIC S9(11)V99 VALUE 0.
014600 01  WS-ACTUAL-TOTAL             PIC S9(11)V99 VALUE 0.
014700 01  WS-VARIANCE-TOTAL           PIC S9(11)V99 VALUE 0.
014800 01  WS-BUDGETS-READ-COUNT       PIC 9(05) COMP VALUE 0.
014900 01  WS-OVER-COUNT               PIC 9(05) COMP VALUE 0.
015000 01  WS-NO-BUDGET-COUNT          PIC 9(05) COMP VALUE 0.
015100 01  WS-POSTINGS-COUNT           PIC 9(09) COMP VALUE 0.
015200
015300 01  WS-SYS-DATE-FIELDS.
015400     05  WS-SYS-YYYY             PIC 9(04).
015500     05  WS-SYS-MM               PIC 9(02).
015600     05  WS-SYS-DD               PIC 9(02).
015700
015800 01  WS-SYS-TIME-FIELDS.
015900     05  WS-SYS-HH               PIC 9(02).
016000     05  WS-SYS-MIN              PIC 9(02).
016100     05  WS-SYS-SS               PIC 9(02).
016200     05  WS-SYS-HS               PIC 9(02).
016300
016400 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
016500 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
016600
016700******************************************************************
016800* RPTOUT VARIANCE REPORT LINE LAYOUTS                            *
016900******************************************************************
017000 01  WS-REPORT-HEADER-1.
017100     05  FILLER                 PIC X(30)
017200         VALUE "BUDRPT - BUDGET VS ACTUAL".
017300     05  FILLER                 PIC X(10) VALUE SPACES.
017400     05  RH1-RUN-DATE            PIC X(10).
017500     05  FILLER                 PIC X(03) VALUE SPACES.
017600     05  RH1-RUN-TIME            PIC X(08).
017700     05  FILLER                 PIC X(19) VALUE SPACES.
017800
017900 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
018000
018100 01  WS-REPORT-PERIOD-LINE.
018200     05  FILLER                  PIC X(18)
018300         VALUE "ACCOUNTING PERIOD ".
018400     05  PL-PERIOD-START         PIC X(10).
018500     05  FILLER                  PIC X(04) VALUE " TO ".
018600     05  PL-PERIOD-END           PIC X(10).
018700     05  FILLER                  PIC X(16)
018800         VALUE "   OVER-PCT ".
018900     05  PL-OVER-PCT             PIC ZZ9.
019000     05  FILLER                  PIC X(19) VALUE SPACES.
019100
019200 01  WS-REPORT-COLUMN-HEADINGS.
019300     05  FILLER                  PIC X(22) VALUE
019400         "CENTER          BUDGET".
019500     05  FILLER                  PIC X(16) VALUE
019600         "          ACTUAL".
019700     05  FILLER                  PIC X(16) VALUE
019800         "        VARIANCE".
019900     05  FILLER                  PIC X(09) VALUE
020000         " PCT USED".
020100     05  FILLER                  PIC X(17) VALUE
020200         " FLAG".
020300
020400 01  WS-REPORT-CENTER-LINE.
020500     05  CCL-COST-CENTER         PIC X(06).
020600     05  FILLER                  PIC X(01) VALUE SPACES.
020700     05  CCL-BUDGET              PIC -(11)9.99.
020800     05  FILLER                  PIC X(01) VALUE SPACES.
020900     05  CCL-ACTUAL              PIC -(11)9.99.
021000     05  FILLER                  PIC X(01) VALUE SPACES.
021100     05  CCL-VARIANCE            PIC -(11)9.99.
021200     05  FILLER                  PIC X(01) VALUE SPACES.
021300     05  CCL-PCT-USED            PIC -(5)9.9.
021400     05  FILLER                  PIC X(01) VALUE SPACES.
021500     05  CCL-FLAG                PIC X(09).
021600     05  FILLER                  PIC X(07) VALUE SPACES.
021700
021800 01  WS-REPORT-COUNT-LINE.
021900     05  CL-COUNT-LABEL          PIC X(28) VALUE SPACES.
022000     05  CL-COUNT-VALUE          PIC ZZZZZZZZ9.
022100     05  FILLER                  PIC X(43) VALUE SPACES.
022200
022300 01  WS-REPORT-VERDICT-LINE      PIC X(80) VALUE SPACES.
022400
022500 PROCEDURE DIVISION.
022600******************************************************************
022700* 0000-MAINLINE                                                  *
022800*                                                                *
022900* PROGRAM ENTRY POINT.  READS THE PERIOD FROM THE CONTROL CARDS, *
023000* LOADS THE PERIOD'S BUDGETS, ACCUMULATES THE ACTUALS FROM THE   *
023100* AUDIT TRAIL, PRINTS THE VARIANCE LINES AND RENDERS THE         *
023200* VERDICT.                                                       *
023300******************************************************************
023400 0000-MAINLINE.
023500     PERFORM 0700-READ-CONTROL-CARDS
023600         THRU 0700-EXIT.
023700
023800     PERFORM 0900-GET-RUN-DATE-TIME
023900         THRU 0900-EXIT.
024000
024100     OPEN OUTPUT RPTOUT-FILE.
024200     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
024300     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
024400     PERFORM 0100-VERIFY-FILE-STATUS
024500         THRU 0100-EXIT.
024600
024700     PERFORM 0950-WRITE-REPORT-HEADERS
024800         THRU 0950-EXIT.
024900
025000     PERFORM 1000-LOAD-BUDGETS
025100         THRU 1000-EXIT.
025200
025300     OPEN INPUT AUDITIN-FILE.
025400     MOVE WS-AUDITIN-STATUS TO WS-FILE-STATUS-CHECK.
025500     MOVE "AUDITIN"         TO WS-FILE-NAME-CHECK.
025600     PERFORM 0100-VERIFY-FILE-STATUS
025700         THRU 0100-EXIT.
025800
025900     PERFORM 2000-POST-ONE-AUDIT-RECORD
026000         THRU 2000-EXIT
026100         UNTIL AUDIT-EOF-YES.
026200
026300     CLOSE AUDITIN-FILE.
026400
026500     PERFORM 3000-WRITE-CENTER-LINES
026600         THRU 3000-EXIT.
026700
026800     PERFORM 4000-WRITE-REPORT-TOTALS
026900         THRU 4000-EXIT.
027000
027100     PERFORM 5000-RENDER-VERDICT
027200         THRU 5000-EXIT.
027300
027400     CLOSE RPTOUT-FILE.
027500     STOP RUN.
027600
027700******************************************************************
027800* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
027900* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN FAILURE*
028000* ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE PROGRAM  *
028100* DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS A NON-   *
028200* ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS.       *
028300******************************************************************
028400 0100-VERIFY-FILE-STATUS.
028500     IF WS-FILE-STATUS-CHECK NOT = "00"
028600         DISPLAY "BUDRPT001E - UNABLE TO OPEN "
028700                 WS-FILE-NAME-CHECK
028800                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF.
029200 0100-EXIT.
029300     EXIT.
029400
029500******************************************************************
029600* 0700-READ-CONTROL-CARDS - THE ACCOUNTING PERIOD COMES FROM THE *
029700* PARMIN CARDS AND BOTH DATES ARE REQUIRED, AS FOR PERCLOSE.  AN *
029800* UNRECOGNIZED CARD IS FATAL - A MIS-KEYED THRESHOLD MUST NEVER  *
029900* SILENTLY REPORT WITH THE DEFAULT INSTEAD.                      *
030000******************************************************************
030100 0700-READ-CONTROL-CARDS.
030200     OPEN INPUT PARMIN-FILE.
030300     MOVE WS-PARMIN-STATUS TO WS-FILE-STATUS-CHECK.
030400     MOVE "PARMIN"         TO WS-FILE-NAME-CHECK.
030500     PERFORM 0100-VERIFY-FILE-STATUS
030600         THRU 0100-EXIT.
030700     PERFORM 0750-READ-ONE-CONTROL-CARD
030800         THRU 0750-EXIT
030900         UNTIL PARMIN-EOF-YES.
031000     CLOSE PARMIN-FILE.
031100     IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
031200         DISPLAY "BUDRPT002E - PERIOD-START AND PERIOD-END "
031300                 "CONTROL CARDS ARE BOTH REQUIRED"
031400         MOVE 16 TO RETURN-CODE
031500         STOP RUN
031600     END-IF.
031700     IF WS-PERIOD-END < WS-PERIOD-START
031800         DISPLAY "BUDRPT002E - PERIOD-END IS BEFORE "
031900                 "PERIOD-START"
032000         MOVE 16 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300 0700-EXIT.
032400     EXIT.
032500
032600 0750-READ-ONE-CONTROL-CARD.
032700     READ PARMIN-FILE
032800         AT END
032900             SET PARMIN-EOF-YES TO TRUE
033000             GO TO 0750-EXIT
033100     END-READ.
033200     MOVE PARMIN-RECORD TO WS-PARM-CARD.
033300     EVALUATE TRUE
033400         WHEN WS-PARM-CARD = SPACES
033500             CONTINUE
033600         WHEN PRM-PEND-KEYWORD (1:1) = "*"
033700             CONTINUE
033800         WHEN PRM-PSTART-KEYWORD = "PERIOD-START="
033900             MOVE PRM-PSTART-VALUE TO WS-PERIOD-START
034000         WHEN PRM-PEND-KEYWORD = "PERIOD-END="
034100             MOVE PRM-PEND-VALUE TO WS-PERIOD-END
034200         WHEN PRM-OVER-KEYWORD = "OVER-PCT="
034300             IF PRM-OVER-VALUE NUMERIC
034400                AND PRM-OVER-VALUE > 0
034500                 MOVE PRM-OVER-VALUE TO WS-OVER-PCT
034600             ELSE
034700                 PERFORM 0770-BAD-CONTROL-CARD
034800                     THRU 0770-EXIT
034900             END-IF
035000         WHEN OTHER
035100             PERFORM 0770-BAD-CONTROL-CARD
035200                 THRU 0770-EXIT
035300     END-EVALUATE.
035400 0750-EXIT.
035500     EXIT.
035600
035700 0770-BAD-CONTROL-CARD.
035800     DISPLAY "BUDRPT002E - UNRECOGNIZED OR INVALID CONTROL "
035900             "CARD: " WS-PARM-CARD.
036000     MOVE 16 TO RETURN-CODE.
036100     STOP RUN.
036200 0770-EXIT.
036300     EXIT.
036400
036500******************************************************************
036600* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
036700* FORMATTED FOR THE REPORT HEADER.                               *
036800******************************************************************
036900 0900-GET-RUN-DATE-TIME.
037000     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
037100     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
037200     STRING WS-SYS-YYYY DELIMITED BY SIZE
037300            "-"         DELIMITED BY SIZE
037400            WS-SYS-MM   DELIMITED BY SIZE
037500            "-"         DELIMITED BY SIZE
037600            WS-SYS-DD   DELIMITED BY SIZE
037700            INTO WS-RUN-DATE-DISPLAY.
037800     STRING WS-SYS-HH   DELIMITED BY SIZE
037900            ":"         DELIMITED BY SIZE
038000            WS-SYS-MIN  DELIMITED BY SIZE
038100            ":"         DELIMITED BY SIZE
038200            WS-SYS-SS   DELIMITED BY SIZE
038300            INTO WS-RUN-TIME-DISPLAY.
038400 0900-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE, THE RUN    *
038900* DATE/TIME, THE PERIOD AND THRESHOLD IN FORCE AND THE COLUMN    *
039000* HEADINGS AT THE TOP OF A FRESH RPTOUT REPORT.                  *
039100******************************************************************
039200 0950-WRITE-REPORT-HEADERS.
039300     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
039400     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
039500     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
039600     WRITE RPTOUT-RECORD.
039700     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
039800     WRITE RPTOUT-RECORD.
039900     MOVE WS-PERIOD-START TO PL-PERIOD-START.
040000     MOVE WS-PERIOD-END   TO PL-PERIOD-END.
040100     MOVE WS-OVER-PCT     TO PL-OVER-PCT.
040200     MOVE WS-REPORT-PERIOD-LINE TO RPTOUT-RECORD.
040300     WRITE RPTOUT-RECORD.
040400     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
040500     WRITE RPTOUT-RECORD.
040600     MOVE WS-REPORT-COLUMN-HEADINGS TO RPTOUT-RECORD.
040700     WRITE RPTOUT-RECORD.
040800 0950-EXIT.
040900     EXIT.
041000
041100******************************************************************
041200* 1000-LOAD-BUDGETS - BROWSE THE WHOLE BUDGET MASTER IN KEY      *
041300* ORDER AND TABLE EVERY BUDGET KEYED WITH THE PERIOD'S END DATE. *
041400* THE MASTER IS KEYED CENTER FIRST, SO THE PERIOD'S BUDGETS ARE  *
041500* SPREAD THROUGH THE FILE AND THE BROWSE CANNOT START PART WAY.  *
041600******************************************************************
041700 1000-LOAD-BUDGETS.
041800     OPEN INPUT BUDMAST-FILE.
041900     MOVE WS-BUDMAST-STATUS TO WS-FILE-STATUS-CHECK.
042000     MOVE "BUDMAST"         TO WS-FILE-NAME-CHECK.
042100     PERFORM 0100-VERIFY-FILE-STATUS
042200         THRU 0100-EXIT.
042300     PERFORM 1050-LOAD-ONE-BUDGET
042400         THRU 1050-EXIT
042500         UNTIL BUDMAST-EOF-YES.
042600     CLOSE BUDMAST-FILE.
042700 1000-EXIT.
042800     EXIT.
042900
043000 1050-LOAD-ONE-BUDGET.
043100     READ BUDMAST-FILE NEXT RECORD
043200         AT END
043300             SET BUDMAST-EOF-YES TO TRUE
043400             GO TO 1050-EXIT
043500     END-READ.
043600     IF WS-BUDMAST-STATUS NOT = "00"
043700         DISPLAY "BUDRPT003E - READ OF BUDMAST FAILED, FILE "
043800                 "STATUS = " WS-BUDMAST-STATUS
043900         MOVE 16 TO RETURN-CODE
044000         STOP RUN
044100     END-IF.
044200     IF BUD-PERIOD-END NOT = WS-PERIOD-END
044300         GO TO 1050-EXIT
044400     END-IF.
044500     ADD 1 TO WS-BUDGETS-READ-COUNT.
044600     MOVE BUD-COST-CENTER TO WS-FIND-CC-CODE.
044700     PERFORM 2100-FIND-CC-ENTRY
044800         THRU 2100-EXIT.
044900     SET WS-CC-BUDGETED (CC-IX) TO TRUE.
045000     MOVE BUD-AMOUNT TO WS-CC-BUDGET (CC-IX).
045100 1050-EXIT.
045200     EXIT.
045300
045400******************************************************************
045500* 2000-POST-ONE-AUDIT-RECORD - READ ONE AUDIT RECORD AND ADD ITS *
045600* POSTED SUM TO ITS CENTER'S ACTUAL WHEN ITS RUN DATE FALLS IN   *
045700* THE PERIOD.  RECORDS OUTSIDE THE PERIOD ARE LEFT ALONE.        *
045800******************************************************************
045900 2000-POST-ONE-AUDIT-RECORD.
046000     READ AUDITIN-FILE
046100         AT END
046200             SET AUDIT-EOF-YES TO TRUE
046300             GO TO 2000-EXIT
046400     END-READ.
046500     IF AUD-RUN-DATE < WS-PERIOD-START
046600      OR AUD-RUN-DATE > WS-PERIOD-END
046700         GO TO 2000-EXIT
046800     END-IF.
046900     MOVE AUD-COST-CENTER TO WS-FIND-CC-CODE.
047000     PERFORM 2100-FIND-CC-ENTRY
047100         THRU 2100-EXIT.
047200     ADD AUD-SUM TO WS-CC-ACTUAL (CC-IX).
047300     ADD 1       TO WS-CC-POSTINGS (CC-IX).
047400     ADD 1       TO WS-POSTINGS-COUNT.
047500 2000-EXIT.
047600     EXIT.
047700
047800******************************************************************
047900* 2100-FIND-CC-ENTRY - LOCATE THE TABLE ENTRY FOR THE CENTER IN  *
048000* WS-FIND-CC-CODE, OPENING A FRESH ONE THE FIRST TIME THE CENTER *
048100* APPEARS ON THE BUDGET MASTER OR THE TRAIL.                     *
048200******************************************************************
048300 2100-FIND-CC-ENTRY.
048400     SET CC-IX TO 1.
048500     SEARCH WS-CC-ENTRY
048600         AT END
048700             PERFORM 2150-OPEN-CC-ENTRY
048800                 THRU 2150-EXIT
048900         WHEN WS-CC-CODE (CC-IX) = WS-FIND-CC-CODE
049000             CONTINUE
049100     END-SEARCH.
049200 2100-EXIT.
049300     EXIT.
049400
049500 2150-OPEN-CC-ENTRY.
049600     IF WS-CC-COUNT = 200
049700         DISPLAY "BUDRPT004E - MORE THAN 200 COST CENTERS "
049800                 "IN THE PERIOD, SPLIT THE REPORT"
049900         MOVE 16 TO RETURN-CODE
050000         STOP RUN
050100     END-IF.
050200     ADD 1 TO WS-CC-COUNT.
050300     SET CC-IX TO WS-CC-COUNT.
050400     MOVE WS-FIND-CC-CODE TO WS-CC-CODE (CC-IX).
050500     SET WS-CC-NOT-BUDGETED (CC-IX) TO TRUE.
050600     MOVE 0 TO WS-CC-BUDGET (CC-IX).
050700     MOVE 0 TO WS-CC-ACTUAL (CC-IX).
050800     MOVE 0 TO WS-CC-POSTINGS (CC-IX).
050900 2150-EXIT.
051000     EXIT.
051100
051200******************************************************************
051300* 3000-WRITE-CENTER-LINES - ONE VARIANCE LINE PER TABLED CENTER. *
051400******************************************************************
051500 3000-WRITE-CENTER-LINES.
051600     PERFORM 3050-WRITE-ONE-CENTER
051700         THRU 3050-EXIT
051800         VARYING CC-IX FROM 1 BY 1
051900         UNTIL CC-IX > WS-CC-COUNT.
052000 3000-EXIT.
052100     EXIT.
052200
052300******************************************************************
052400* 3050-WRITE-ONE-CENTER - WORK OUT THE CENTER'S VARIANCE AND     *
052500* PERCENT USED AND FLAG IT.  A CENTER WITH A ZERO BUDGET AND ANY *
052600* ACTIVITY, OR A PERCENT TOO LARGE TO PRINT, SHOWS 99999.9 AND   *
052700* IS ALWAYS OVER.  A CENTER WITH NO BUDGET RECORD AT ALL IS      *
052800* FLAGGED NO BUDGET INSTEAD.                                     *
052900******************************************************************
053000 3050-WRITE-ONE-CENTER.
053100     MOVE SPACES TO WS-FLAG-TEXT.
053200     COMPUTE WS-VARIANCE = WS-CC-BUDGET (CC-IX)
053300                         - WS-CC-ACTUAL (CC-IX).
053400     IF WS-CC-NOT-BUDGETED (CC-IX)
053500         MOVE 0 TO WS-PCT-USED
053600         MOVE "NO BUDGET" TO WS-FLAG-TEXT
053700         ADD 1 TO WS-NO-BUDGET-COUNT
053800         SET ANY-CENTER-FLAGGED TO TRUE
053900     ELSE
054000         IF WS-CC-BUDGET (CC-IX) = 0
054100             IF WS-CC-ACTUAL (CC-IX) > 0
054200                 MOVE 99999.9 TO WS-PCT-USED
054300             ELSE
054400                 MOVE 0 TO WS-PCT-USED
054500             END-IF
054600         ELSE
054700             COMPUTE WS-PCT-USED ROUNDED =
054800                 WS-CC-ACTUAL (CC-IX) * 100
054900                     / WS-CC-BUDGET (CC-IX)
055000                 ON SIZE ERROR
055100                     MOVE 99999.9 TO WS-PCT-USED
055200             END-COMPUTE
055300         END-IF
055400         IF WS-PCT-USED > WS-OVER-PCT
055500             MOVE "OVER" TO WS-FLAG-TEXT
055600             ADD 1 TO WS-OVER-COUNT
055700             SET ANY-CENTER-FLAGGED TO TRUE
055800         END-IF
055900     END-IF.
056000     ADD WS-CC-BUDGET (CC-IX) TO WS-BUDGET-TOTAL.
056100     ADD WS-CC-ACTUAL (CC-IX) TO WS-ACTUAL-TOTAL.
056200     ADD WS-VARIANCE          TO WS-VARIANCE-TOTAL.
056300     MOVE WS-CC-CODE (CC-IX)   TO CCL-COST-CENTER.
056400     MOVE WS-CC-BUDGET (CC-IX) TO CCL-BUDGET.
056500     MOVE WS-CC-ACTUAL (CC-IX) TO CCL-ACTUAL.
056600     MOVE WS-VARIANCE          TO CCL-VARIANCE.
056700     MOVE WS-PCT-USED          TO CCL-PCT-USED.
056800     MOVE WS-FLAG-TEXT         TO CCL-FLAG.
056900     MOVE WS-REPORT-CENTER-LINE TO RPTOUT-RECORD.
057000     WRITE RPTOUT-RECORD.
057100 3050-EXIT.
057200     EXIT.
057300
057400******************************************************************
057500* 4000-WRITE-REPORT-TOTALS - WRITE THE ALL-CENTER TOTAL LINE AND *
057600* THE COUNT LINES.                                               *
057700******************************************************************
057800 4000-WRITE-REPORT-TOTALS.
057900     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
058000     WRITE RPTOUT-RECORD.
058100     MOVE SPACES              TO WS-REPORT-CENTER-LINE.
058200     MOVE "TOTAL"             TO CCL-COST-CENTER.
058300     MOVE WS-BUDGET-TOTAL     TO CCL-BUDGET.
058400     MOVE WS-ACTUAL-TOTAL     TO CCL-ACTUAL.
058500     MOVE WS-VARIANCE-TOTAL   TO CCL-VARIANCE.
058600     MOVE WS-REPORT-CENTER-LINE TO RPTOUT-RECORD.
058700     WRITE RPTOUT-RECORD.
058800     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
058900     WRITE RPTOUT-RECORD.
059000     MOVE "BUDGETS FOR PERIOD:"   TO CL-COUNT-LABEL.
059100     MOVE WS-BUDGETS-READ-COUNT   TO CL-COUNT-VALUE.
059200     MOVE WS-REPORT-COUNT-LINE    TO RPTOUT-RECORD.
059300     WRITE RPTOUT-RECORD.
059400     MOVE "POSTINGS IN PERIOD:"   TO CL-COUNT-LABEL.
059500     MOVE WS-POSTINGS-COUNT       TO CL-COUNT-VALUE.
059600     MOVE WS-REPORT-COUNT-LINE    TO RPTOUT-RECORD.
059700     WRITE RPTOUT-RECORD.
059800     MOVE "CENTERS REPORTED:"     TO CL-COUNT-LABEL.
059900     MOVE WS-CC-COUNT             TO CL-COUNT-VALUE.
060000     MOVE WS-REPORT-COUNT-LINE    TO RPTOUT-RECORD.
060100     WRITE RPTOUT-RECORD.
060200     MOVE "CENTERS OVER THRESHOLD:" TO CL-COUNT-LABEL.
060300     MOVE WS-OVER-COUNT           TO CL-COUNT-VALUE.
060400     MOVE WS-REPORT-COUNT-LINE    TO RPTOUT-RECORD.
060500     WRITE RPTOUT-RECORD.
060600     MOVE "CENTERS WITH NO BUDGET:" TO CL-COUNT-LABEL.
060700     MOVE WS-NO-BUDGET-COUNT      TO CL-COUNT-VALUE.
060800     MOVE WS-REPORT-COUNT-LINE    TO RPTOUT-RECORD.
060900     WRITE RPTOUT-RECORD.
061000 4000-EXIT.
061100     EXIT.
061200
061300******************************************************************
061400* 5000-RENDER-VERDICT - WRITE THE FINAL VERDICT LINE AND SET THE *
061500* STEP RETURN CODE: 4 WHEN ANY CENTER IS FLAGGED, SO THE         *
061600* CONTROLLER SEES THE OVERSPEND BEFORE THE CLOSE.                *
061700******************************************************************
061800 5000-RENDER-VERDICT.
061900     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
062000     WRITE RPTOUT-RECORD.
062100     IF ANY-CENTER-FLAGGED
062200         MOVE "*** CENTER(S) OVER BUDGET OR UNBUDGETED ***"
062300             TO WS-REPORT-VERDICT-LINE
062400         DISPLAY "BUDRPT005W - CENTER(S) OVER BUDGET OR "
062500                 "UNBUDGETED, SEE REPORT"
062600         IF RETURN-CODE < 4
062700             MOVE 4 TO RETURN-CODE
062800         END-IF
062900     ELSE
063000         MOVE "ALL CENTERS INSIDE BUDGET THRESHOLD"
063100             TO WS-REPORT-VERDICT-LINE
063200         DISPLAY "BUDRPT000I - ALL CENTERS INSIDE BUDGET "
063300                 "THRESHOLD"
063400     END-IF.
063500     MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD.
063600     WRITE RPTOUT-RECORD.
063700 5000-EXIT.
063800     EXIT.
