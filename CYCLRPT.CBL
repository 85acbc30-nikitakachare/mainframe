000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCLRPT.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* CYCLRPT                                                        *
000900*                                                                *
001000* BATCH CYCLE CONTROL SHEET.  EVERY PROGRAM IN THE SUMTWO BATCH  *
001100* STREAM APPENDS ONE STEPLOG RECORD (STEPLREC LAYOUT) AS IT      *
001200* ENDS.  THIS REPORT READS THE LOG BACK AND PRINTS ONE PAGE PER  *
001300* BATCH CYCLE FOR THE OPERATOR AND THE MORNING MEETING: EACH     *
001400* EXPECTED STEP WITH ITS STATUS IN PLAIN WORDS, THE STEPS        *
001500* BYPASSED BY THEIR JCL COND TESTS, THE HAND-OFF COUNTS FROM     *
001600* FEED IN TO EXTRACTED TO GL, AND A FLAG ON ANY STEP THAT DID    *
001650* NOT RUN, RAN MORE THAN ONCE OR DID NOT HAND OFF CLEANLY.       *
001800*                                                                *
001900* THE EXPECTED-STEP TABLE BELOW MIRRORS THE STEPS AND COND       *
002000* PARAMETERS OF THE SUMTWO JOB AND MUST BE KEPT IN STEP WITH IT. *
002100* A STEP IS SHOWN AS BYPASSED WHEN IT LEFT NO RECORD AND ONE OF  *
002200* ITS COND TESTS IS MET BY A PREDECESSOR THAT DID LOG; A STEP    *
002300* WITH NO RECORD AND NO COND MET ABENDED, FAILED TO OPEN A FILE, *
002400* OR WAS NEVER REACHED.                                          *
002500*                                                                *
002600* RETURN CODES ON THE LOG: 0 NORMAL, 2 TRIAL RUN, 4 WARNING, 8   *
002700* REFUSED, 12 DUPLICATE BATCH, 16 FEED OR FILE FAILURE.  ANY     *
002800* FLAGGED CYCLE ENDS THE STEP WITH RETURN CODE 4.                *
002900*                                                                *
003000* PARMIN CONTROL CARDS (ALL OPTIONAL):                           *
003100*   LAST-CYCLES=NN         CYCLES PRINTED (DEFAULT 1, MAX 31)    *
003200*   CYCLE-DATE=YYYY-MM-DD  PRINT THAT ONE CYCLE INSTEAD          *
003300*                                                                *
003400* MODIFICATION HISTORY                                           *
003500*   2026-10-15  RLH  INITIAL VERSION.                            *
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-STEPLOG-STATUS.
004400
004500     SELECT PARMIN-FILE ASSIGN TO PARMIN
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PARMIN-STATUS.
004800
004900     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-RPTOUT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  STEPLOG-FILE
005600     RECORDING MODE IS F.
005700     COPY STEPLREC.
005800
005900 FD  PARMIN-FILE
006000     RECORDING MODE IS F.
006100 01  PARMIN-RECORD               PIC X(80).
006200
006300 FD  RPTOUT-FILE
006400     RECORDING MODE IS F.
006500 01  RPTOUT-RECORD               PIC X(80).
006600
006700 WORKING-STORAGE SECTION.
006800 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
006900 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
007000 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
007100
007200 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
007300 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
007400
007500 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
007600     88  STEPLOG-EOF-YES                   VALUE "Y".
007700     88  STEPLOG-EOF-NO                    VALUE "N".
007800
007900 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
008000     88  PARMIN-EOF-YES                    VALUE "Y".
008100     88  PARMIN-EOF-NO                     VALUE "N".
008200
008300 01  WS-FLAGGED-SWITCH           PIC X(01) VALUE "N".
008400     88  ANY-CYCLE-FLAGGED                 VALUE "Y".
008500     88  NO-CYCLE-FLAGGED                  VALUE "N".
008600
008700 01  WS-CYCLE-FLAG-SWITCH        PIC X(01) VALUE "N".
008800     88  CYCLE-FLAGGED-YES                 VALUE "Y".
008900     88  CYCLE-FLAGGED-NO                  VALUE "N".
009000
009100 01  WS-LAST-CYCLES              PIC 9(02) VALUE 1.
009200 01  WS-CYCLE-SELECT             PIC X(10) VALUE SPACES.
009300
009400 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
009500 01  WS-PARM-LASTN-CARD          REDEFINES WS-PARM-CARD.
009600     05  PRM-LASTN-KEYWORD       PIC X(12).
009700     05  PRM-LASTN-VALUE         PIC 9(02).
009800     05  FILLER                  PIC X(66).
009900 01  WS-PARM-CYCLE-CARD          REDEFINES WS-PARM-CARD.
010000     05  PRM-CYCLE-KEYWORD       PIC X(11).
010100     05  PRM-CYCLE-DATE.
010200         10  PRM-CYCLE-YYYY      PIC 9(04).
010300         10  PRM-CYCLE-DASH-1    PIC X(01).
010400         10  PRM-CYCLE-MM        PIC 9(02).
010500         10  PRM-CYCLE-DASH-2    PIC X(01).
010600         10  PRM-CYCLE-DD        PIC 9(02).
010700     05  FILLER                  PIC X(59).
010800
010900******************************************************************
011000* EXPECTED-STEP TABLE - THE STEPS OF THE SUMTWO JOB THAT WRITE   *
011100* THE STEP LOG, IN JOB ORDER, WITH THEIR COND TESTS.  EACH TEST  *
011200* IS THE COND CODE, THE OPERATOR (LT OR NE) AND THE TABLE        *
011300* POSITION OF THE STEP TESTED, SO 04LT2 READS AS                 *
011400* COND=(4,LT,STEP005).  UNUSED TESTS ARE BLANK.                  *
011500******************************************************************
011600 01  WS-EXPECTED-VALUES.
011700     05  FILLER                  PIC X(16)
011800         VALUE "STEP003 STDGEN  ".
011900     05  FILLER                  PIC X(20) VALUE SPACES.
012000     05  FILLER                  PIC X(16)
012100         VALUE "STEP005 REJFIX  ".
012200     05  FILLER                  PIC X(20) VALUE SPACES.
012300     05  FILLER                  PIC X(16)
012400         VALUE "STEP008 FEEDSPLT".
012500     05  FILLER                  PIC X(20)
012600         VALUE "04LT104LT2          ".
012700     05  FILLER                  PIC X(16)
012800         VALUE "STEP010 SUMTWO  ".
012900     05  FILLER                  PIC X(20)
013000         VALUE "04LT104LT204LT3     ".
013100     05  FILLER                  PIC X(16)
013200         VALUE "STEP015 AUDBAL  ".
013300     05  FILLER                  PIC X(20)
013400         VALUE "08LT4               ".
013500     05  FILLER                  PIC X(16)
013600         VALUE "STEP030 GLEXTR  ".
013700     05  FILLER                  PIC X(20)
013800         VALUE "04LT204LT300NE400NE5".
013900     05  FILLER                  PIC X(16)
014000         VALUE "STEP040 HISTLD  ".
014100     05  FILLER                  PIC X(20)
014200         VALUE "08LT4               ".
014300     05  FILLER                  PIC X(16)
014400         VALUE "STEP050 GLRECON ".
014500     05  FILLER                  PIC X(20)
014600         VALUE "08LT4               ".
014700     05  FILLER                  PIC X(16)
014800         VALUE "STEP060 GLACK   ".
014900     05  FILLER                  PIC X(20) VALUE SPACES.
015000 01  WS-EXPECTED-TABLE           REDEFINES WS-EXPECTED-VALUES.
015100     05  WS-EXP-ENTRY            OCCURS 9 TIMES
015200                                 INDEXED BY EXP-IX.
015300         10  WS-EXP-STEP         PIC X(08).
015400         10  WS-EXP-PROGRAM      PIC X(08).
015500         10  WS-EXP-COND         OCCURS 4 TIMES.
015600             15  WS-EXP-COND-CODE    PIC 9(02).
015700             15  WS-EXP-COND-OP      PIC X(02).
015800             15  WS-EXP-COND-STEP    PIC 9(01).
015900
016000 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE 9.
016100
016200******************************************************************
016300* STEP-RESULT TABLE - ONE ENTRY PER EXPECTED STEP, REBUILT FOR   *
016400* EACH CYCLE PRINTED.  WHEN A STEP LOGGED MORE THAN ONCE IN A    *
016500* CYCLE (A RESTART OR A RERUN) THE LATEST RECORD IS KEPT AND THE *
016600* RUNS ARE COUNTED.                                              *
016700******************************************************************
016800 01  WS-RESULT-TABLE.
016900     05  WS-RES-ENTRY            OCCURS 9 TIMES
017000                                 INDEXED BY RES-IX.
017100         10  WS-RES-STATE        PIC X(01).
017200             88  RES-RAN                   VALUE "R".
017300             88  RES-BYPASSED              VALUE "B".
017400             88  RES-NOT-RUN               VALUE "N".
017500         10  WS-RES-RUNS         PIC 9(03) COMP.
017600         10  WS-RES-RC           PIC 9(02).
017700         10  WS-RES-RUN-DATE     PIC X(10).
017800         10  WS-RES-RUN-TIME     PIC X(08).
017900         10  WS-RES-IN           PIC 9(09) COMP.
018000         10  WS-RES-OUT          PIC 9(09) COMP.
018100         10  WS-RES-EXCEPTION    PIC 9(09) COMP.
018200         10  WS-RES-HELD         PIC 9(09) COMP.
018300         10  WS-RES-AMOUNT       PIC S9(11)V99.
018400         10  WS-RES-REASON       PIC X(40).
018500
018600******************************************************************
018700* CYCLE TABLE - THE DISTINCT CYCLE DATES ON THE LOG, OLDEST      *
018800* FIRST.  ONLY THE LAST N ARE KEPT; WHEN THE TABLE IS FULL THE   *
018900* OLDEST CYCLE IS SHIFTED OUT.                                   *
019000******************************************************************
019100 01  WS-CYCLE-TABLE              VALUE SPACES.
019200     05  WS-CYCLE-ENTRY          OCCURS 31 TIMES
019300                                 INDEXED BY CYC-IX.
019400         10  WS-CYC-DATE         PIC X(10).
019500
019600 01  WS-CYCLE-COUNT              PIC 9(02) COMP VALUE 0.
019700 01  WS-CYCLE-SUB                PIC 9(02) COMP VALUE 0.
019800 01  WS-THIS-CYCLE               PIC X(10) VALUE SPACES.
019900 01  WS-STEP-SUB                 PIC 9(02) COMP VALUE 0.
020000 01  WS-COND-SUB                 PIC 9(02) COMP VALUE 0.
020100 01  WS-PRED-SUB                 PIC 9(02) COMP VALUE 0.
020200 01  WS-PRED-RC                  PIC 9(02) VALUE 0.
020300 01  WS-COND-CODE                PIC 9(02) VALUE 0.
020400 01  WS-CYCLE-RECORDS            PIC 9(05) COMP VALUE 0.
020500 01  WS-OTHER-COUNT              PIC 9(05) COMP VALUE 0.
020600 01  WS-RC-EDIT                  PIC Z9.
020700 01  WS-RUNS-EDIT                PIC ZZ9.
020800 01  WS-OTHER-EDIT               PIC ZZZZ9.
020900
021000 01  WS-HANDOFF-FIELDS.
021100     05  WS-HO-LABEL             PIC X(40).
021200     05  WS-HO-STEP              PIC 9(02) COMP.
021300     05  WS-HO-COUNT             PIC 9(09) COMP.
021400     05  WS-HO-AMOUNT            PIC S9(11)V99.
021500     05  WS-HO-FLAG              PIC X(04).
021600     05  WS-HO-NOTE              PIC X(23).
021700
021800 01  WS-SYS-DATE-FIELDS.
021900     05  WS-SYS-YYYY             PIC 9(04).
022000     05  WS-SYS-MM               PIC 9(02).
022100     05  WS-SYS-DD               PIC 9(02).
022200
022300 01  WS-SYS-TIME-FIELDS.
022400     05  WS-SYS-HH               PIC 9(02).
022500     05  WS-SYS-MIN              PIC 9(02).
022600     05  WS-SYS-SS               PIC 9(02).
022700     05  WS-SYS-HS               PIC 9(02).
022800
022900 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
023000 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
023100
023200******************************************************************
023300* RPTOUT CONTROL SHEET LINE LAYOUTS                              *
023400******************************************************************
023500 01  WS-REPORT-HEADER-1.
023600     05  FILLER                 PIC X(36)
023700         VALUE "CYCLRPT - BATCH CYCLE CONTROL SHEET".
023800     05  FILLER                 PIC X(04) VALUE SPACES.
023900     05  RH1-RUN-DATE            PIC X(10).
024000     05  FILLER                 PIC X(03) VALUE SPACES.
024100     05  RH1-RUN-TIME            PIC X(08).
024200     05  FILLER                 PIC X(19) VALUE SPACES.
024300
024400 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
024500
024600 01  WS-REPORT-CYCLE-LINE.
024700     05  FILLER                  PIC X(12)
024800         VALUE "CYCLE DATE: ".
024900     05  CL-CYCLE-DATE           PIC X(10).
025000     05  FILLER                  PIC X(58) VALUE SPACES.
025100
025200 01  WS-REPORT-COLUMN-HEADINGS.
025300     05  FILLER                  PIC X(40)
025400         VALUE "STEP     PROGRAM  RC  STATUS".
025500     05  FILLER                  PIC X(40)
025600         VALUE "             RUN DATE   RUN TIME FLAG".
025700
025800 01  WS-REPORT-STEP-LINE.
025900     05  SL-STEP                 PIC X(08).
026000     05  FILLER                  PIC X(01) VALUE SPACES.
026100     05  SL-PROGRAM              PIC X(08).
026200     05  FILLER                  PIC X(01) VALUE SPACES.
026300     05  SL-RC                   PIC X(02).
026400     05  FILLER                  PIC X(02) VALUE SPACES.
026500     05  SL-STATUS               PIC X(30).
026600     05  FILLER                  PIC X(01) VALUE SPACES.
026700     05  SL-RUN-DATE             PIC X(10).
026800     05  FILLER                  PIC X(01) VALUE SPACES.
026900     05  SL-RUN-TIME             PIC X(08).
027000     05  FILLER                  PIC X(01) VALUE SPACES.
027100     05  SL-FLAG                 PIC X(04).
027200     05  FILLER                  PIC X(03) VALUE SPACES.
027300
027400 01  WS-REPORT-REASON-LINE.
027500     05  FILLER                  PIC X(22) VALUE SPACES.
027600     05  RR-REASON               PIC X(40).
027700     05  FILLER                  PIC X(02) VALUE SPACES.
027800     05  RR-RUNS-TEXT            PIC X(16).
027900
028000 01  WS-REPORT-COUNT-LINE.
028100     05  HL-LABEL                PIC X(40).
028200     05  HL-COUNT                PIC ZZZ,ZZZ,ZZ9.
028300     05  HL-COUNT-TEXT           REDEFINES HL-COUNT
028400                                 PIC X(11).
028500     05  FILLER                  PIC X(01) VALUE SPACES.
028600     05  HL-FLAG                 PIC X(04).
028700     05  FILLER                  PIC X(01) VALUE SPACES.
028800     05  HL-NOTE                 PIC X(23).
028900
029000 01  WS-REPORT-AMOUNT-LINE.
029100     05  AL-LABEL                PIC X(40).
029200     05  AL-AMOUNT               PIC -(11)9.99.
029300     05  AL-AMOUNT-TEXT          REDEFINES AL-AMOUNT
029400                                 PIC X(15).
029500     05  FILLER                  PIC X(01) VALUE SPACES.
029600     05  AL-FLAG                 PIC X(04).
029700     05  FILLER                  PIC X(01) VALUE SPACES.
029800     05  AL-NOTE                 PIC X(19).
029900
030000 01  WS-REPORT-OPTION-LINE.
030100     05  FILLER                  PIC X(09)
030200         VALUE "OPTIONS: ".
030300     05  OL-OPTION-TEXT          PIC X(71).
030400
030500 01  WS-REPORT-VERDICT-LINE      PIC X(80) VALUE SPACES.
030600
030700 PROCEDURE DIVISION.
030800******************************************************************
030900* 0000-MAINLINE                                                  *
031000* PROGRAM ENTRY POINT.  FINDS THE CYCLES TO PRINT, PRINTS ONE    *
031100* CONTROL SHEET PER CYCLE AND RENDERS THE VERDICT.               *
031200******************************************************************
031300 0000-MAINLINE.
031400     PERFORM 0700-READ-CONTROL-CARDS
031500         THRU 0700-EXIT.
031600
031700     PERFORM 0900-GET-RUN-DATE-TIME
031800         THRU 0900-EXIT.
031900
032000     OPEN OUTPUT RPTOUT-FILE.
032100     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
032200     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
032300     PERFORM 0100-VERIFY-FILE-STATUS
032400         THRU 0100-EXIT.
032500
032600     PERFORM 0950-WRITE-REPORT-HEADERS
032700         THRU 0950-EXIT.
032800
032900     PERFORM 1000-FIND-CYCLES
033000         THRU 1000-EXIT.
033100
033200     PERFORM 2000-PRINT-CYCLES
033300         THRU 2000-EXIT.
033400
033500     PERFORM 3000-RENDER-VERDICT
033600         THRU 3000-EXIT.
033700
033800     CLOSE RPTOUT-FILE.
033900     STOP RUN.
034000
034100******************************************************************
034200* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
034300* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN        *
034400* FAILURE ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE  *
034500* PROGRAM DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS  *
034600* A NON-ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS. *
034700******************************************************************
034800 0100-VERIFY-FILE-STATUS.
034900     IF WS-FILE-STATUS-CHECK NOT = "00"
035000         DISPLAY "CYCLRPT001E - UNABLE TO OPEN "
035100                 WS-FILE-NAME-CHECK
035200                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600 0100-EXIT.
035700     EXIT.
035800
035900******************************************************************
036000* 0700-READ-CONTROL-CARDS - ALL OPTIONS ARE OPTIONAL AND KEEP    *
036100* THEIR DEFAULTS WITHOUT CARDS.  AN UNRECOGNIZED CARD IS FATAL - *
036200* A MIS-KEYED CYCLE DATE MUST NEVER SILENTLY PRINT THE WRONG     *
036300* CYCLE INSTEAD.                                                 *
036400******************************************************************
036500 0700-READ-CONTROL-CARDS.
036600     OPEN INPUT PARMIN-FILE.
036700     IF WS-PARMIN-STATUS = "00"
036800         PERFORM 0750-READ-ONE-CONTROL-CARD
036900             THRU 0750-EXIT
037000             UNTIL PARMIN-EOF-YES
037100         CLOSE PARMIN-FILE
037200     ELSE
037300         IF WS-PARMIN-STATUS NOT = "35"
037400            AND WS-PARMIN-STATUS NOT = "05"
037500             DISPLAY "CYCLRPT002E - UNABLE TO OPEN PARMIN, FILE "
037600                     "STATUS = " WS-PARMIN-STATUS
037700             MOVE 16 TO RETURN-CODE
037800             STOP RUN
037900         END-IF
038000     END-IF.
038100 0700-EXIT.
038200     EXIT.
038300
038400 0750-READ-ONE-CONTROL-CARD.
038500     READ PARMIN-FILE
038600         AT END
038700             SET PARMIN-EOF-YES TO TRUE
038800             GO TO 0750-EXIT
038900     END-READ.
039000     MOVE PARMIN-RECORD TO WS-PARM-CARD.
039100     EVALUATE TRUE
039200         WHEN WS-PARM-CARD = SPACES
039300             CONTINUE
039400         WHEN PRM-LASTN-KEYWORD (1:1) = "*"
039500             CONTINUE
039600         WHEN PRM-LASTN-KEYWORD = "LAST-CYCLES="
039700             IF PRM-LASTN-VALUE NUMERIC
039800                AND PRM-LASTN-VALUE > 0
039900                AND PRM-LASTN-VALUE NOT > 31
040000                 MOVE PRM-LASTN-VALUE TO WS-LAST-CYCLES
040100             ELSE
040200                 PERFORM 0770-BAD-CONTROL-CARD
040300                     THRU 0770-EXIT
040400             END-IF
040500         WHEN PRM-CYCLE-KEYWORD = "CYCLE-DATE="
040600             IF PRM-CYCLE-YYYY NUMERIC
040700                AND PRM-CYCLE-MM NUMERIC
040800                AND PRM-CYCLE-DD NUMERIC
040900                AND PRM-CYCLE-DASH-1 = "-"
041000                AND PRM-CYCLE-DASH-2 = "-"
041100                 MOVE PRM-CYCLE-DATE TO WS-CYCLE-SELECT
041200             ELSE
041300                 PERFORM 0770-BAD-CONTROL-CARD
041400                     THRU 0770-EXIT
041500             END-IF
041600         WHEN OTHER
041700             PERFORM 0770-BAD-CONTROL-CARD
041800                 THRU 0770-EXIT
041900     END-EVALUATE.
042000 0750-EXIT.
042100     EXIT.
042200
042300 0770-BAD-CONTROL-CARD.
042400     DISPLAY "CYCLRPT002E - UNRECOGNIZED OR INVALID CONTROL "
042500             "CARD: " WS-PARM-CARD.
042600     MOVE 16 TO RETURN-CODE.
042700     STOP RUN.
042800 0770-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
043300* FORMATTED FOR THE REPORT HEADER.                               *
043400******************************************************************
043500 0900-GET-RUN-DATE-TIME.
043600     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
043700     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
043800     STRING WS-SYS-YYYY DELIMITED BY SIZE
043900            "-"         DELIMITED BY SIZE
044000            WS-SYS-MM   DELIMITED BY SIZE
044100            "-"         DELIMITED BY SIZE
044200            WS-SYS-DD   DELIMITED BY SIZE
044300            INTO WS-RUN-DATE-DISPLAY.
044400     STRING WS-SYS-HH   DELIMITED BY SIZE
044500            ":"         DELIMITED BY SIZE
044600            WS-SYS-MIN  DELIMITED BY SIZE
044700            ":"         DELIMITED BY SIZE
044800            WS-SYS-SS   DELIMITED BY SIZE
044900            INTO WS-RUN-TIME-DISPLAY.
045000 0900-EXIT.
045100     EXIT.
045200
045300******************************************************************
045400* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE AND THE     *
045500* OPTIONS IN FORCE AT THE TOP OF A FRESH RPTOUT REPORT.          *
045600******************************************************************
045700 0950-WRITE-REPORT-HEADERS.
045800     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
045900     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
046000     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
046100     WRITE RPTOUT-RECORD.
046200     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
046300     WRITE RPTOUT-RECORD.
046400     MOVE SPACES TO OL-OPTION-TEXT.
046500     IF WS-CYCLE-SELECT NOT = SPACES
046600         STRING "CYCLE DATE " DELIMITED BY SIZE
046700                WS-CYCLE-SELECT DELIMITED BY SIZE
046800                INTO OL-OPTION-TEXT
046900     ELSE
047000         STRING "LAST CYCLES " DELIMITED BY SIZE
047100                WS-LAST-CYCLES DELIMITED BY SIZE
047200                INTO OL-OPTION-TEXT
047300     END-IF.
047400     MOVE WS-REPORT-OPTION-LINE TO RPTOUT-RECORD.
047500     WRITE RPTOUT-RECORD.
047600 0950-EXIT.
047700     EXIT.
047800
047900******************************************************************
048000* 1000-FIND-CYCLES - BUILD THE TABLE OF CYCLES TO PRINT.  A      *
048100* CYCLE-DATE CARD NAMES THE ONE CYCLE; OTHERWISE THE LOG IS READ *
048200* ONCE AND THE LAST N DISTINCT CYCLE DATES ON IT ARE KEPT, IN    *
048300* THE ORDER THEY FIRST APPEAR.  A LOG THAT HAS NEVER BEEN        *
048400* WRITTEN (STATUS 35 OR 05) IS SIMPLY EMPTY.                     *
048500******************************************************************
048600 1000-FIND-CYCLES.
048700     IF WS-CYCLE-SELECT NOT = SPACES
048800         MOVE WS-CYCLE-SELECT TO WS-CYC-DATE (1)
048900         MOVE 1 TO WS-CYCLE-COUNT
049000         GO TO 1000-EXIT
049100     END-IF.
049200     SET STEPLOG-EOF-NO TO TRUE.
049300     OPEN INPUT STEPLOG-FILE.
049400     IF WS-STEPLOG-STATUS = "00"
049500         PERFORM 1050-READ-ONE-CYCLE-DATE
049600             THRU 1050-EXIT
049700             UNTIL STEPLOG-EOF-YES
049800         CLOSE STEPLOG-FILE
049900     ELSE
050000         IF WS-STEPLOG-STATUS NOT = "35"
050100            AND WS-STEPLOG-STATUS NOT = "05"
050200             MOVE WS-STEPLOG-STATUS TO WS-FILE-STATUS-CHECK
050300             MOVE "STEPLOG"         TO WS-FILE-NAME-CHECK
050400             PERFORM 0100-VERIFY-FILE-STATUS
050500                 THRU 0100-EXIT
050600         END-IF
050700     END-IF.
050800 1000-EXIT.
050900     EXIT.
051000
051100 1050-READ-ONE-CYCLE-DATE.
051200     READ STEPLOG-FILE
051300         AT END
051400             SET STEPLOG-EOF-YES TO TRUE
051500             GO TO 1050-EXIT
051600     END-READ.
051700     IF SLG-CYCLE-DATE = SPACES
051800         GO TO 1050-EXIT
051900     END-IF.
052000     IF WS-CYCLE-COUNT > 0
052100         IF SLG-CYCLE-DATE = WS-CYC-DATE (WS-CYCLE-COUNT)
052200             GO TO 1050-EXIT
052300         END-IF
052400     END-IF.
052500     SET CYC-IX TO 1.
052600     SEARCH WS-CYCLE-ENTRY
052700         AT END
052800             PERFORM 1070-ADD-CYCLE
052900                 THRU 1070-EXIT
053000         WHEN WS-CYC-DATE (CYC-IX) = SLG-CYCLE-DATE
053100             CONTINUE
053200     END-SEARCH.
053300 1050-EXIT.
053400     EXIT.
053500
053600 1070-ADD-CYCLE.
053700     IF WS-CYCLE-COUNT < WS-LAST-CYCLES
053800         ADD 1 TO WS-CYCLE-COUNT
053900     ELSE
054000         PERFORM 1080-SHIFT-ONE-CYCLE
054100             THRU 1080-EXIT
054200             VARYING WS-CYCLE-SUB FROM 1 BY 1
054300             UNTIL WS-CYCLE-SUB NOT < WS-CYCLE-COUNT
054400     END-IF.
054500     MOVE SLG-CYCLE-DATE TO WS-CYC-DATE (WS-CYCLE-COUNT).
054600 1070-EXIT.
054700     EXIT.
054800
054900 1080-SHIFT-ONE-CYCLE.
055000     MOVE WS-CYC-DATE (WS-CYCLE-SUB + 1)
055100         TO WS-CYC-DATE (WS-CYCLE-SUB).
055200 1080-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600* 2000-PRINT-CYCLES - PRINT ONE CONTROL SHEET PER CYCLE IN THE   *
055700* TABLE, OLDEST FIRST.                                           *
055800******************************************************************
055900 2000-PRINT-CYCLES.
056000     IF WS-CYCLE-COUNT = 0
056100         MOVE "NO STEP LOG RECORDS ON FILE YET" TO RPTOUT-RECORD
056200         WRITE RPTOUT-RECORD
056300         GO TO 2000-EXIT
056400     END-IF.
056500     PERFORM 2100-PRINT-ONE-CYCLE
056600         THRU 2100-EXIT
056700         VARYING WS-CYCLE-SUB FROM 1 BY 1
056800         UNTIL WS-CYCLE-SUB > WS-CYCLE-COUNT.
056900 2000-EXIT.
057000     EXIT.
057100
057200 2100-PRINT-ONE-CYCLE.
057300     MOVE WS-CYC-DATE (WS-CYCLE-SUB) TO WS-THIS-CYCLE.
057400     SET CYCLE-FLAGGED-NO TO TRUE.
057500     PERFORM 2150-CLEAR-ONE-STEP
057600         THRU 2150-EXIT
057700         VARYING WS-STEP-SUB FROM 1 BY 1
057800         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
057900     PERFORM 2200-COLLECT-CYCLE
058000         THRU 2200-EXIT.
058100     PERFORM 2300-RESOLVE-ONE-STEP
058200         THRU 2300-EXIT
058300         VARYING WS-STEP-SUB FROM 1 BY 1
058400         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
058500
058600     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
058700     WRITE RPTOUT-RECORD.
058800     MOVE WS-THIS-CYCLE TO CL-CYCLE-DATE.
058900     MOVE WS-REPORT-CYCLE-LINE TO RPTOUT-RECORD.
059000     WRITE RPTOUT-RECORD.
059100     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
059200     WRITE RPTOUT-RECORD.
059300     MOVE WS-REPORT-COLUMN-HEADINGS TO RPTOUT-RECORD.
059400     WRITE RPTOUT-RECORD.
059500     PERFORM 2400-WRITE-ONE-STEP
059600         THRU 2400-EXIT
059700         VARYING WS-STEP-SUB FROM 1 BY 1
059800         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
059900     IF WS-OTHER-COUNT > 0
060000         MOVE WS-OTHER-COUNT TO WS-OTHER-EDIT
060100         MOVE SPACES TO RPTOUT-RECORD
060200         STRING "STEP LOG RECORD(S) FROM PROGRAMS OUTSIDE THE "
060300                    DELIMITED BY SIZE
060400                "STREAM:" DELIMITED BY SIZE
060500                WS-OTHER-EDIT DELIMITED BY SIZE
060600                INTO RPTOUT-RECORD
060700         WRITE RPTOUT-RECORD
060800     END-IF.
060900
061000     PERFORM 2500-WRITE-HANDOFFS
061100         THRU 2500-EXIT.
061200
061300     PERFORM 2600-WRITE-CYCLE-VERDICT
061400         THRU 2600-EXIT.
061500 2100-EXIT.
061600     EXIT.
061700
061800 2150-CLEAR-ONE-STEP.
061900     SET RES-IX TO WS-STEP-SUB.
062000     SET RES-NOT-RUN (RES-IX) TO TRUE.
062100     MOVE 0      TO WS-RES-RUNS (RES-IX).
062200     MOVE 0      TO WS-RES-RC (RES-IX).
062300     MOVE SPACES TO WS-RES-RUN-DATE (RES-IX).
062400     MOVE SPACES TO WS-RES-RUN-TIME (RES-IX).
062500     MOVE 0      TO WS-RES-IN (RES-IX).
062600     MOVE 0      TO WS-RES-OUT (RES-IX).
062700     MOVE 0      TO WS-RES-EXCEPTION (RES-IX).
062800     MOVE 0      TO WS-RES-HELD (RES-IX).
062900     MOVE 0      TO WS-RES-AMOUNT (RES-IX).
063000     MOVE SPACES TO WS-RES-REASON (RES-IX).
063100 2150-EXIT.
063200     EXIT.
063300
063400******************************************************************
063500* 2200-COLLECT-CYCLE - READ THE WHOLE LOG AND KEEP, FOR EACH     *
063600* EXPECTED STEP, THE LATEST RECORD CARRYING THIS CYCLE DATE.     *
063700* RECORDS FROM PROGRAMS NOT IN THE TABLE ARE ONLY COUNTED.       *
063800******************************************************************
063900 2200-COLLECT-CYCLE.
064000     MOVE 0 TO WS-CYCLE-RECORDS.
064100     MOVE 0 TO WS-OTHER-COUNT.
064200     SET STEPLOG-EOF-NO TO TRUE.
064300     OPEN INPUT STEPLOG-FILE.
064400     IF WS-STEPLOG-STATUS = "00"
064500         PERFORM 2250-COLLECT-ONE-RECORD
064600             THRU 2250-EXIT
064700             UNTIL STEPLOG-EOF-YES
064800         CLOSE STEPLOG-FILE
064900     ELSE
065000         IF WS-STEPLOG-STATUS NOT = "35"
065100            AND WS-STEPLOG-STATUS NOT = "05"
065200             MOVE WS-STEPLOG-STATUS TO WS-FILE-STATUS-CHECK
065300             MOVE "STEPLOG"         TO WS-FILE-NAME-CHECK
065400             PERFORM 0100-VERIFY-FILE-STATUS
065500                 THRU 0100-EXIT
065600         END-IF
065700     END-IF.
065800 2200-EXIT.
065900     EXIT.
066000
066100 2250-COLLECT-ONE-RECORD.
066200     READ STEPLOG-FILE
066300         AT END
066400             SET STEPLOG-EOF-YES TO TRUE
066500             GO TO 2250-EXIT
066600     END-READ.
066700     IF SLG-CYCLE-DATE NOT = WS-THIS-CYCLE
066800         GO TO 2250-EXIT
066900     END-IF.
067000     ADD 1 TO WS-CYCLE-RECORDS.
067100     SET EXP-IX TO 1.
067200     SEARCH WS-EXP-ENTRY
067300         AT END
067400             ADD 1 TO WS-OTHER-COUNT
067500         WHEN WS-EXP-PROGRAM (EXP-IX) = SLG-PROGRAM
067600             PERFORM 2270-KEEP-STEP-RECORD
067700                 THRU 2270-EXIT
067800     END-SEARCH.
067900 2250-EXIT.
068000     EXIT.
068100
068200 2270-KEEP-STEP-RECORD.
068300     SET RES-IX TO EXP-IX.
068400     SET RES-RAN (RES-IX) TO TRUE.
068500     ADD 1 TO WS-RES-RUNS (RES-IX).
068600     MOVE SLG-RETURN-CODE     TO WS-RES-RC (RES-IX).
068700     MOVE SLG-RUN-DATE        TO WS-RES-RUN-DATE (RES-IX).
068800     MOVE SLG-RUN-TIME        TO WS-RES-RUN-TIME (RES-IX).
068900     MOVE SLG-COUNT-IN        TO WS-RES-IN (RES-IX).
069000     MOVE SLG-COUNT-OUT       TO WS-RES-OUT (RES-IX).
069100     MOVE SLG-COUNT-EXCEPTION TO WS-RES-EXCEPTION (RES-IX).
069200     MOVE SLG-COUNT-HELD      TO WS-RES-HELD (RES-IX).
069300     MOVE SLG-AMOUNT          TO WS-RES-AMOUNT (RES-IX).
069400     MOVE SLG-REASON          TO WS-RES-REASON (RES-IX).
069500 2270-EXIT.
069600     EXIT.
069700
069800******************************************************************
069900* 2300-RESOLVE-ONE-STEP - A STEP THAT LEFT NO RECORD IS TESTED   *
070000* AGAINST ITS COND PARAMETERS THE WAY THE SYSTEM WOULD HAVE: A   *
070100* TEST AGAINST A STEP THAT DID NOT RUN IS IGNORED, AND ANY TEST  *
070200* THAT IS MET MEANS THE STEP WAS BYPASSED.  THE TEST THAT        *
070300* BYPASSED IT BECOMES ITS REASON.                                *
070400******************************************************************
070500 2300-RESOLVE-ONE-STEP.
070600     SET RES-IX TO WS-STEP-SUB.
070700     SET EXP-IX TO WS-STEP-SUB.
070800     IF RES-RAN (RES-IX)
070900         GO TO 2300-EXIT
071000     END-IF.
071100     PERFORM 2350-TEST-ONE-COND
071200         THRU 2350-EXIT
071300         VARYING WS-COND-SUB FROM 1 BY 1
071400         UNTIL WS-COND-SUB > 4
071500            OR RES-BYPASSED (RES-IX).
071600     IF RES-NOT-RUN (RES-IX)
071700         MOVE "ABENDED, OPEN FAILURE OR JOB STOPPED"
071800             TO WS-RES-REASON (RES-IX)
071900     END-IF.
072000 2300-EXIT.
072100     EXIT.
072200
072300 2350-TEST-ONE-COND.
072400     IF WS-EXP-COND-OP (EXP-IX WS-COND-SUB) = SPACES
072500         GO TO 2350-EXIT
072600     END-IF.
072700     MOVE WS-EXP-COND-STEP (EXP-IX WS-COND-SUB) TO WS-PRED-SUB.
072800     IF WS-RES-RUNS (WS-PRED-SUB) = 0
072900         GO TO 2350-EXIT
073000     END-IF.
073100     MOVE WS-RES-RC (WS-PRED-SUB) TO WS-PRED-RC.
073200     MOVE WS-EXP-COND-CODE (EXP-IX WS-COND-SUB) TO WS-COND-CODE.
073300     IF (WS-EXP-COND-OP (EXP-IX WS-COND-SUB) = "LT"
073400         AND WS-COND-CODE < WS-PRED-RC)
073500      OR (WS-EXP-COND-OP (EXP-IX WS-COND-SUB) = "NE"
073600         AND WS-COND-CODE NOT = WS-PRED-RC)
073700         SET RES-BYPASSED (RES-IX) TO TRUE
073800         MOVE SPACES TO WS-RES-REASON (RES-IX)
073900         STRING "COND=(" DELIMITED BY SIZE
074000                WS-COND-CODE DELIMITED BY SIZE
074100                "," DELIMITED BY SIZE
074200                WS-EXP-COND-OP (EXP-IX WS-COND-SUB)
074300                    DELIMITED BY SIZE
074400                "," DELIMITED BY SIZE
074500                WS-EXP-STEP (WS-PRED-SUB) DELIMITED BY SPACE
074600                ") MET, RC " DELIMITED BY SIZE
074700                WS-PRED-RC DELIMITED BY SIZE
074800                INTO WS-RES-REASON (RES-IX)
074900     END-IF.
075000 2350-EXIT.
075100     EXIT.
075200
075300******************************************************************
075350* 2400-WRITE-ONE-STEP - PRINT ONE STEP'S STATUS LINE AND THE     *
075400* REASON UNDER IT.  A STEP THAT DID NOT RUN, WAS BYPASSED, RAN   *
075450* ONLY AS A TRIAL OR ENDED RC 8 OR OVER IS FLAGGED ***; RC 4 IS  *
075500* FLAGGED WARN.  A STEP LOGGED MORE THAN ONCE FOR THE CYCLE IS   *
075550* ALSO FLAGGED ***: IT WAS RESTARTED OR RERUN, OR A LATER RUN    *
075600* WITHOUT ITS OWN CYCLE RECORD TOOK THIS CYCLE'S DATE, AND THE   *
075650* OPERATOR MUST CONFIRM WHICH RUN STANDS.                        *
075700******************************************************************
075900 2400-WRITE-ONE-STEP.
076000     SET RES-IX TO WS-STEP-SUB.
076100     SET EXP-IX TO WS-STEP-SUB.
076200     MOVE WS-EXP-STEP (EXP-IX)    TO SL-STEP.
076300     MOVE WS-EXP-PROGRAM (EXP-IX) TO SL-PROGRAM.
076400     MOVE SPACES TO SL-RC.
076500     MOVE SPACES TO SL-RUN-DATE.
076600     MOVE SPACES TO SL-RUN-TIME.
076700     MOVE SPACES TO SL-FLAG.
076800     MOVE SPACES TO RR-RUNS-TEXT.
076900     EVALUATE TRUE
077000         WHEN RES-BYPASSED (RES-IX)
077100             MOVE "BYPASSED BY COND" TO SL-STATUS
077200             MOVE "***" TO SL-FLAG
077300         WHEN RES-NOT-RUN (RES-IX)
077400             MOVE "NOT RUN - NO STEP LOG RECORD" TO SL-STATUS
077500             MOVE "***" TO SL-FLAG
077600         WHEN OTHER
077700             MOVE WS-RES-RC (RES-IX)       TO WS-RC-EDIT
077800             MOVE WS-RC-EDIT               TO SL-RC
077900             MOVE WS-RES-RUN-DATE (RES-IX) TO SL-RUN-DATE
078000             MOVE WS-RES-RUN-TIME (RES-IX) TO SL-RUN-TIME
078100             PERFORM 2450-DESCRIBE-RETURN-CODE
078200                 THRU 2450-EXIT
078300             IF WS-RES-RUNS (RES-IX) > 1
078400                 MOVE WS-RES-RUNS (RES-IX) TO WS-RUNS-EDIT
078500                 STRING "TIMES RUN:" DELIMITED BY SIZE
078600                        WS-RUNS-EDIT DELIMITED BY SIZE
078700                        INTO RR-RUNS-TEXT
078750                 MOVE "***" TO SL-FLAG
078800             END-IF
078900     END-EVALUATE.
079000     IF SL-FLAG = "***"
079100         SET CYCLE-FLAGGED-YES TO TRUE
079200     END-IF.
079300     MOVE WS-REPORT-STEP-LINE TO RPTOUT-RECORD.
079400     WRITE RPTOUT-RECORD.
079500     MOVE WS-RES-REASON (RES-IX) TO RR-REASON.
079600     MOVE WS-REPORT-REASON-LINE TO RPTOUT-RECORD.
079700     WRITE RPTOUT-RECORD.
079800 2400-EXIT.
079900     EXIT.
080000
080100 2450-DESCRIBE-RETURN-CODE.
080200     EVALUATE WS-RES-RC (RES-IX)
080300         WHEN 0
080400             MOVE "COMPLETED NORMALLY" TO SL-STATUS
080500         WHEN 2
080600             MOVE "TRIAL RUN - NOTHING COMMITTED" TO SL-STATUS
080700             MOVE "***" TO SL-FLAG
080800         WHEN 4
080900             MOVE "COMPLETED WITH WARNINGS" TO SL-STATUS
081000             MOVE "WARN" TO SL-FLAG
081100         WHEN 8
081200             MOVE "REFUSED - SEE REASON" TO SL-STATUS
081300             MOVE "***" TO SL-FLAG
081400         WHEN 12
081500             MOVE "STOPPED - DUPLICATE BATCH" TO SL-STATUS
081600             MOVE "***" TO SL-FLAG
081700         WHEN 16
081800             MOVE "FAILED" TO SL-STATUS
081900             MOVE "***" TO SL-FLAG
082000         WHEN OTHER
082100             MOVE "ENDED WITH AN UNEXPECTED RC" TO SL-STATUS
082200             MOVE "***" TO SL-FLAG
082300     END-EVALUATE.
082400 2450-EXIT.
082500     EXIT.
082600
082700******************************************************************
082800* 2500-WRITE-HANDOFFS - PRINT THE COUNTS PASSED FROM STEP TO     *
082900* STEP AND FLAG ANY HAND-OFF THAT DOES NOT AGREE.  THE TABLE     *
083000* POSITIONS USED ARE 3 FEEDSPLT, 4 SUMTWO, 5 AUDBAL AND 6        *
083100* GLEXTR.  SUMTWO HAS POSTED ONLY ON A LIVE RUN THAT REACHED ITS *
083200* END (RC 0, 4 OR 8), SO THE AUDIT TRAIL IS ONLY CHECKED AGAINST *
083300* IT THEN.                                                       *
083400******************************************************************
083500 2500-WRITE-HANDOFFS.
083600     MOVE SPACES TO RPTOUT-RECORD.
083700     WRITE RPTOUT-RECORD.
083800     MOVE "HAND-OFF COUNTS" TO RPTOUT-RECORD.
083900     WRITE RPTOUT-RECORD.
084000     MOVE "FEED RECORDS IN (FEEDSPLT)"
084100         TO WS-HO-LABEL.
084200     MOVE 3 TO WS-HO-STEP.
084300     MOVE WS-RES-IN (3) TO WS-HO-COUNT.
084400     MOVE SPACES TO WS-HO-FLAG.
084500     MOVE SPACES TO WS-HO-NOTE.
084600     PERFORM 2550-WRITE-COUNT-LINE
084700         THRU 2550-EXIT.
084800     MOVE "CLEAN RECORDS OUT (FEEDSPLT)"
084900         TO WS-HO-LABEL.
085000     MOVE 3 TO WS-HO-STEP.
085100     MOVE WS-RES-OUT (3) TO WS-HO-COUNT.
085200     MOVE SPACES TO WS-HO-FLAG.
085300     MOVE SPACES TO WS-HO-NOTE.
085400     PERFORM 2550-WRITE-COUNT-LINE
085500         THRU 2550-EXIT.
085600     MOVE "QUARANTINED (FEEDSPLT)"
085700         TO WS-HO-LABEL.
085800     MOVE 3 TO WS-HO-STEP.
085900     MOVE WS-RES-EXCEPTION (3) TO WS-HO-COUNT.
086000     MOVE SPACES TO WS-HO-FLAG.
086100     MOVE SPACES TO WS-HO-NOTE.
086200     IF WS-RES-RUNS (3) > 0
086300        AND WS-RES-IN (3) NOT =
086400            WS-RES-OUT (3) + WS-RES-EXCEPTION (3)
086500         MOVE "***" TO WS-HO-FLAG
086600         MOVE "IN NOT = CLEAN + QUAR" TO WS-HO-NOTE
086700     END-IF.
086800     PERFORM 2550-WRITE-COUNT-LINE
086900         THRU 2550-EXIT.
087000     MOVE "FEED RECORDS READ (SUMTWO)"
087100         TO WS-HO-LABEL.
087200     MOVE 4 TO WS-HO-STEP.
087300     MOVE WS-RES-IN (4) TO WS-HO-COUNT.
087400     MOVE SPACES TO WS-HO-FLAG.
087500     MOVE SPACES TO WS-HO-NOTE.
087600     IF WS-RES-RUNS (3) > 0
087700        AND WS-RES-RUNS (4) > 0
087800        AND WS-RES-IN (4) NOT = WS-RES-OUT (3)
087900         MOVE "***" TO WS-HO-FLAG
088000         MOVE "NOT = FEEDSPLT CLEAN" TO WS-HO-NOTE
088100     END-IF.
088200     PERFORM 2550-WRITE-COUNT-LINE
088300         THRU 2550-EXIT.
088400     MOVE "POSTED (SUMTWO)"
088500         TO WS-HO-LABEL.
088600     MOVE 4 TO WS-HO-STEP.
088700     MOVE WS-RES-OUT (4) TO WS-HO-COUNT.
088800     MOVE SPACES TO WS-HO-FLAG.
088900     MOVE SPACES TO WS-HO-NOTE.
089000     PERFORM 2550-WRITE-COUNT-LINE
089100         THRU 2550-EXIT.
089200     MOVE "REJECTED (SUMTWO)"
089300         TO WS-HO-LABEL.
089400     MOVE 4 TO WS-HO-STEP.
089500     MOVE WS-RES-EXCEPTION (4) TO WS-HO-COUNT.
089600     MOVE SPACES TO WS-HO-FLAG.
089700     MOVE SPACES TO WS-HO-NOTE.
089800     PERFORM 2550-WRITE-COUNT-LINE
089900         THRU 2550-EXIT.
090000     MOVE "HELD AS SUSPECTED DUPLICATES (SUMTWO)"
090100         TO WS-HO-LABEL.
090200     MOVE 4 TO WS-HO-STEP.
090300     MOVE WS-RES-HELD (4) TO WS-HO-COUNT.
090400     MOVE SPACES TO WS-HO-FLAG.
090500     MOVE SPACES TO WS-HO-NOTE.
090600     PERFORM 2550-WRITE-COUNT-LINE
090700         THRU 2550-EXIT.
090800     MOVE "BALANCED ON AUDIT TRAIL (AUDBAL)"
090900         TO WS-HO-LABEL.
091000     MOVE 5 TO WS-HO-STEP.
091100     MOVE WS-RES-OUT (5) TO WS-HO-COUNT.
091200     MOVE SPACES TO WS-HO-FLAG.
091300     MOVE SPACES TO WS-HO-NOTE.
091400     IF WS-RES-RUNS (5) > 0
091500        AND WS-RES-RUNS (4) > 0
091600        AND (WS-RES-RC (4) = 0 OR 4 OR 8)
091700        AND WS-RES-OUT (5) NOT = WS-RES-OUT (4)
091800         MOVE "***" TO WS-HO-FLAG
091900         MOVE "NOT = SUMTWO POSTED" TO WS-HO-NOTE
092000     END-IF.
092100     PERFORM 2550-WRITE-COUNT-LINE
092200         THRU 2550-EXIT.
092300     MOVE "EXTRACTED TO GL (GLEXTR)"
092400         TO WS-HO-LABEL.
092500     MOVE 6 TO WS-HO-STEP.
092600     MOVE WS-RES-IN (6) TO WS-HO-COUNT.
092700     MOVE SPACES TO WS-HO-FLAG.
092800     MOVE SPACES TO WS-HO-NOTE.
092900     IF WS-RES-RUNS (6) > 0
093000        AND WS-RES-IN (6) NOT = WS-RES-OUT (4)
093100         MOVE "***" TO WS-HO-FLAG
093200         MOVE "NOT = SUMTWO POSTED" TO WS-HO-NOTE
093300     END-IF.
093400     PERFORM 2550-WRITE-COUNT-LINE
093500         THRU 2550-EXIT.
093600     MOVE "GL POSTING LINES (GLEXTR)"
093700         TO WS-HO-LABEL.
093800     MOVE 6 TO WS-HO-STEP.
093900     MOVE WS-RES-OUT (6) TO WS-HO-COUNT.
094000     MOVE SPACES TO WS-HO-FLAG.
094100     MOVE SPACES TO WS-HO-NOTE.
094200     PERFORM 2550-WRITE-COUNT-LINE
094300         THRU 2550-EXIT.
094400     MOVE "GRAND TOTAL POSTED (SUMTWO)" TO AL-LABEL.
094500     MOVE 4 TO WS-HO-STEP.
094600     MOVE WS-RES-AMOUNT (4) TO WS-HO-AMOUNT.
094700     MOVE SPACES TO WS-HO-FLAG.
094800     MOVE SPACES TO WS-HO-NOTE.
094900     PERFORM 2570-WRITE-AMOUNT-LINE
095000         THRU 2570-EXIT.
095100     MOVE "RUN TOTAL BALANCED (AUDBAL)" TO AL-LABEL.
095200     MOVE 5 TO WS-HO-STEP.
095300     MOVE WS-RES-AMOUNT (5) TO WS-HO-AMOUNT.
095400     MOVE SPACES TO WS-HO-FLAG.
095500     MOVE SPACES TO WS-HO-NOTE.
095600     IF WS-RES-RUNS (5) > 0
095700        AND WS-RES-RUNS (4) > 0
095800        AND (WS-RES-RC (4) = 0 OR 4 OR 8)
095900        AND WS-RES-AMOUNT (5) NOT = WS-RES-AMOUNT (4)
096000         MOVE "***" TO WS-HO-FLAG
096100         MOVE "NOT = SUMTWO POSTED" TO WS-HO-NOTE
096200     END-IF.
096300     PERFORM 2570-WRITE-AMOUNT-LINE
096400         THRU 2570-EXIT.
096500 2500-EXIT.
096600     EXIT.
096700
096800 2550-WRITE-COUNT-LINE.
096900     MOVE WS-HO-LABEL TO HL-LABEL.
097000     IF WS-RES-RUNS (WS-HO-STEP) = 0
097100         MOVE SPACES TO HL-COUNT-TEXT
097200         MOVE SPACES TO HL-FLAG
097300         MOVE "STEP DID NOT LOG" TO HL-NOTE
097400     ELSE
097500         MOVE WS-HO-COUNT TO HL-COUNT
097600         MOVE WS-HO-FLAG  TO HL-FLAG
097700         MOVE WS-HO-NOTE  TO HL-NOTE
097800     END-IF.
097900     IF HL-FLAG = "***"
098000         SET CYCLE-FLAGGED-YES TO TRUE
098100     END-IF.
098200     MOVE WS-REPORT-COUNT-LINE TO RPTOUT-RECORD.
098300     WRITE RPTOUT-RECORD.
098400 2550-EXIT.
098500     EXIT.
098600
098700 2570-WRITE-AMOUNT-LINE.
098800     IF WS-RES-RUNS (WS-HO-STEP) = 0
098900         MOVE SPACES TO AL-AMOUNT-TEXT
099000         MOVE SPACES TO AL-FLAG
099100         MOVE "STEP DID NOT LOG" TO AL-NOTE
099200     ELSE
099300         MOVE WS-HO-AMOUNT TO AL-AMOUNT
099400         MOVE WS-HO-FLAG   TO AL-FLAG
099500         MOVE WS-HO-NOTE   TO AL-NOTE
099600     END-IF.
099700     IF AL-FLAG = "***"
099800         SET CYCLE-FLAGGED-YES TO TRUE
099900     END-IF.
100000     MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD.
100100     WRITE RPTOUT-RECORD.
100200 2570-EXIT.
100300     EXIT.
100400
100500******************************************************************
100600* 2600-WRITE-CYCLE-VERDICT - CLOSE THE CYCLE'S SHEET WITH ONE    *
100700* LINE SAYING WHETHER IT RAN CLEAN END TO END.                   *
100800******************************************************************
100900 2600-WRITE-CYCLE-VERDICT.
101000     MOVE SPACES TO RPTOUT-RECORD.
101100     WRITE RPTOUT-RECORD.
101200     IF CYCLE-FLAGGED-YES
101300         SET ANY-CYCLE-FLAGGED TO TRUE
101400         MOVE "*** CYCLE NEEDS ATTENTION - SEE FLAGGED LINES ***"
101500             TO RPTOUT-RECORD
101600     ELSE
101700         MOVE "CYCLE RAN CLEAN END TO END" TO RPTOUT-RECORD
101800     END-IF.
101900     WRITE RPTOUT-RECORD.
102000 2600-EXIT.
102100     EXIT.
102200
102300******************************************************************
102400* 3000-RENDER-VERDICT - WRITE THE FINAL VERDICT LINE AND SET THE *
102500* STEP RETURN CODE: 4 WHEN ANY CYCLE PRINTED CARRIES A FLAG, SO  *
102600* THE SCHEDULER CAN ROUTE THE SHEET TO THE OPERATOR BEFORE THE   *
102700* NEXT CYCLE STARTS.                                             *
102800******************************************************************
102900 3000-RENDER-VERDICT.
103000     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
103100     WRITE RPTOUT-RECORD.
103200     IF ANY-CYCLE-FLAGGED
103300         MOVE "*** CYCLE(S) DID NOT RUN OR HAND OFF CLEANLY ***"
103400             TO WS-REPORT-VERDICT-LINE
103500         DISPLAY "CYCLRPT004W - CYCLE(S) DID NOT RUN OR HAND OFF "
103600                 "CLEANLY, SEE REPORT"
103700         IF RETURN-CODE < 4
103800             MOVE 4 TO RETURN-CODE
103900         END-IF
104000     ELSE
104100         MOVE "ALL CYCLES PRINTED RAN CLEAN END TO END"
104200             TO WS-REPORT-VERDICT-LINE
104300         DISPLAY "CYCLRPT000I - ALL CYCLES PRINTED RAN CLEAN END "
104400                 "TO END"
104500     END-IF.
104600     MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD.
104700     WRITE RPTOUT-RECORD.
104800 3000-EXIT.
104900     EXIT.
