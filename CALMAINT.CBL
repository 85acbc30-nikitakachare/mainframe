000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CALMAINT.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* CALMAINT                                                       *
000900*                                                                *
001000* BUSINESS-DAY CALENDAR MAINTENANCE FOR THE SUMTWONUMBERS BATCH  *
001100* STREAM.  THE CALENDAR DATASET (DDNAME CALENDAR, CALREC LAYOUT) *
001200* HOLDS THE EXCEPTIONS TO THE WORKING WEEK - HOLIDAYS THAT FALL  *
001300* MONDAY TO FRIDAY AND SATURDAYS OR SUNDAYS THAT ARE WORKED -    *
001400* AND IS READ BY STDGEN, REJFIX AND SUMTWO TO DECIDE WHAT IS A   *
001500* BUSINESS DAY.  OPERATIONS KEY ADD AND DELETE CARDS ON CALIN;   *
001600* EVERY CARD'S DISPOSITION IS LISTED ON RPTOUT AND THE FILE IS   *
001700* REWRITTEN WHEN ANY CARD WAS APPLIED.                           *
001800*                                                                *
001900* EVERY RUN ENDS WITH THE YEAR-AHEAD LISTING: EACH MONTH FROM    *
002000* THE LIST-FROM DATE FOR TWELVE MONTHS WITH ITS HOLIDAYS, ITS    *
002100* WORKED WEEKEND DAYS AND ITS COUNT OF BUSINESS DAYS, SO NEXT    *
002200* YEAR'S HOLIDAYS CAN BE LOADED AND CHECKED IN DECEMBER.  A      *
002300* CALENDAR YEAR IN THE LISTING WITH NO HOLIDAYS ON FILE IS       *
002400* FLAGGED.  ANY CARD NOT APPLIED, OR ANY SUCH YEAR, ENDS THE     *
002500* STEP WITH RETURN CODE 4.                                       *
002600*                                                                *
002700* CALENDAR CARD FORMAT (ONE CARD PER DATE, 80 BYTES):            *
002800*   COL   1     ACTION CODE: A=ADD OR CHANGE, D=DELETE           *
002900*   COLS  3-12  DATE, YYYY-MM-DD                                 *
003000*   COL  14     DAY TYPE (A): H=HOLIDAY ON A MONDAY TO           *
003100*               FRIDAY, W=WORKED SATURDAY OR SUNDAY              *
003200*   COLS 16-45  DESCRIPTION (A)                                  *
003300*   COLS 47-49  OPERATOR INITIALS, RECORDED ON THE FILE          *
003400* BLANK CARDS AND * COMMENT CARDS ARE IGNORED.                   *
003500*                                                                *
003600* PARMIN CONTROL CARDS (OPTIONAL):                               *
003700*   LIST-FROM=YYYY-MM-DD    FIRST DATE OF THE YEAR-AHEAD         *
003800*                           LISTING (DEFAULT THE RUN DATE)       *
003900*                                                                *
004000* MODIFICATION HISTORY                                           *
004100*   2026-10-15  RLH  INITIAL VERSION.                            *
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CALIN-FILE ASSIGN TO CALIN
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CALIN-STATUS.
005000
005100     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CALENDAR-STATUS.
005400
005500     SELECT PARMIN-FILE ASSIGN TO PARMIN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-PARMIN-STATUS.
005800
005900     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPTOUT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CALIN-FILE
006600     RECORDING MODE IS F.
006700 01  CALIN-RECORD                PIC X(80).
006800
006900 FD  CALENDAR-FILE
007000     RECORDING MODE IS F.
007100     COPY CALREC.
007200
007300 FD  PARMIN-FILE
007400     RECORDING MODE IS F.
007500 01  PARMIN-RECORD               PIC X(80).
007600
007700 FD  RPTOUT-FILE
007800     RECORDING MODE IS F.
007900 01  RPTOUT-RECORD               PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200 01  WS-CALIN-STATUS             PIC X(02) VALUE SPACES.
008300 01  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
008400 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
008500 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
008600
008700 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
008800 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
008900
009000 01  WS-CALIN-EOF-SWITCH         PIC X(01) VALUE "N".
009100     88  CALIN-EOF-YES                     VALUE "Y".
009200     88  CALIN-EOF-NO                      VALUE "N".
009300
009400 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE "N".
009500     88  CALENDAR-EOF-YES                  VALUE "Y".
009600     88  CALENDAR-EOF-NO                   VALUE "N".
009700
009800 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
009900     88  PARMIN-EOF-YES                    VALUE "Y".
010000     88  PARMIN-EOF-NO                     VALUE "N".
010020
010040 01  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
010060     88  CAL-DATE-ON-FILE                  VALUE "Y".
010080     88  CAL-DATE-NOT-ON-FILE              VALUE "N".
010100
010200 01  WS-CARD-ERROR-TEXT          PIC X(30) VALUE SPACES.
010300
010400 01  WS-CARDS-READ-COUNT         PIC 9(05) COMP VALUE 0.
010500 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE 0.
010600 01  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE 0.
010700 01  WS-DELETED-COUNT            PIC 9(05) COMP VALUE 0.
010800 01  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE 0.
010900 01  WS-EMPTY-YEAR-COUNT         PIC 9(05) COMP VALUE 0.
010950 01  WS-UNCHANGED-COUNT          PIC 9(05) COMP VALUE 0.
011000
011100 01  WS-LIST-FROM-DATE           PIC X(10) VALUE SPACES.
011150 01  WS-LIST-TO-DATE             PIC X(10) VALUE SPACES.
011200 01  WS-LIST-FROM-DAY-NO         PIC S9(07) COMP VALUE 0.
011300 01  WS-LIST-TO-DAY-NO           PIC S9(07) COMP VALUE 0.
011400 01  WS-LIST-DAY-NO              PIC S9(07) COMP VALUE 0.
011500
011600 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
011700 01  WS-PARM-LISTFROM-CARD       REDEFINES WS-PARM-CARD.
011800     05  PRM-LISTFROM-KEYWORD    PIC X(10).
011900     05  PRM-LISTFROM-VALUE      PIC X(10).
012000     05  FILLER                  PIC X(60).
012100
012200******************************************************************
012300* CALENDAR TABLE - THE WHOLE CALENDAR FILE IN DATE ORDER.  A NEW *
012400* DATE IS INSERTED IN ITS PLACE AND A DELETED ONE CLOSED UP, AND *
012500* THE WHOLE TABLE IS WRITTEN BACK AT END OF RUN.  THE SAME TABLE *
012600* ANSWERS THE BUSINESS-DAY TEST FOR THE YEAR-AHEAD LISTING.      *
012700******************************************************************
012800 01  WS-CAL-TABLE.
012900     05  WS-CAL-ENTRY            OCCURS 1000 TIMES
013000                                 INDEXED BY CAL-IX.
013100         10  WS-CAL-DATE         PIC X(10).
013200         10  WS-CAL-DAY-TYPE     PIC X(01).
013300         10  WS-CAL-REST         PIC X(49).
013400
013500 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE 0.
013600 01  WS-CAL-SUB                  PIC 9(04) COMP VALUE 0.
013700 01  WS-CAL-NEXT-SUB             PIC 9(04) COMP VALUE 0.
013800 01  WS-FOUND-SUB                PIC 9(04) COMP VALUE 0.
013900 01  WS-INSERT-SUB               PIC 9(04) COMP VALUE 0.
014000 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE 0.
014100
014200******************************************************************
014300* BUSINESS-DAY TEST WORK AREAS.  A DATE IS TURNED INTO A DAY     *
014400* NUMBER, ITS DAY OF THE WEEK TAKEN FROM THE DAY NUMBER (DAY 1,  *
014500* 1601-01-01, WAS A MONDAY), AND THE CALENDAR TABLE CONSULTED    *
014600* FOR A HOLIDAY OR WORKED DAY.                                   *
014700******************************************************************
014800 01  WS-CAL-TEST-DATE            PIC X(10) VALUE SPACES.
014900 01  WS-CAL-TEST-SPLIT           REDEFINES WS-CAL-TEST-DATE.
015000     05  WS-CAL-TEST-YYYY        PIC X(04).
015100     05  FILLER                  PIC X(01).
015200     05  WS-CAL-TEST-MM          PIC X(02).
015300     05  FILLER                  PIC X(01).
015400     05  WS-CAL-TEST-DD          PIC X(02).
015500
015600 01  WS-CAL-COMPACT.
015700     05  WS-CAL-CMP-YYYY         PIC X(04).
015800     05  WS-CAL-CMP-MM           PIC X(02).
015900     05  WS-CAL-CMP-DD           PIC X(02).
016000 01  WS-CAL-COMPACT-NUM          REDEFINES WS-CAL-COMPACT
016100                                 PIC 9(08).
016200
016300 01  WS-CAL-DAY-NO               PIC S9(07) COMP VALUE 0.
016400 01  WS-CAL-WEEK-NO              PIC S9(07) COMP VALUE 0.
016500 01  WS-CAL-WEEKDAY              PIC 9(01) COMP VALUE 0.
016600
016700 01  WS-CAL-BUSINESS-SWITCH      PIC X(01) VALUE "N".
016800     88  CAL-BUSINESS-DAY                  VALUE "Y".
016900     88  CAL-NOT-BUSINESS-DAY              VALUE "N".
017000
017100 01  WS-DAY-NAME-TABLE.
017200     05  FILLER                  PIC X(21)
017300         VALUE "MONTUEWEDTHUFRISATSUN".
017400 01  WS-DAY-NAME-R               REDEFINES WS-DAY-NAME-TABLE.
017500     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
017600
017700******************************************************************
017800* YEAR-AHEAD LISTING STATE - THE MONTH BEING LISTED AND ITS      *
017900* BUSINESS-DAY COUNT, AND THE TWO CALENDAR YEARS THE LISTING CAN *
018000* TOUCH.                                                         *
018100******************************************************************
018200 01  WS-LIST-MONTH               PIC X(07) VALUE SPACES.
018300 01  WS-MONTH-BUS-DAYS           PIC 9(05) COMP VALUE 0.
018400 01  WS-YEAR-BUS-DAYS            PIC 9(05) COMP VALUE 0.
018500 01  WS-CHECK-YEAR               PIC X(04) VALUE SPACES.
018600 01  WS-YEAR-HOLIDAY-COUNT       PIC 9(05) COMP VALUE 0.
018700 01  WS-FIRST-YEAR               PIC X(04) VALUE SPACES.
018800 01  WS-LAST-YEAR                PIC X(04) VALUE SPACES.
018900
019000******************************************************************
019100* CALENDAR CARD WORKING LAYOUT                                   *
019200******************************************************************
019300 01  WS-CAL-CARD.
019400     05  CRD-ACTION-CODE         PIC X(01).
019500         88  CRD-ACTION-ADD                VALUE "A".
019600         88  CRD-ACTION-DELETE             VALUE "D".
019700     05  FILLER                  PIC X(01).
019800     05  CRD-DATE                PIC X(10).
019900     05  FILLER                  PIC X(01).
020000     05  CRD-DAY-TYPE            PIC X(01).
020100         88  CRD-TYPE-HOLIDAY              VALUE "H".
020200         88  CRD-TYPE-WORKED               VALUE "W".
020300     05  FILLER                  PIC X(01).
020400     05  CRD-DESCRIPTION         PIC X(30).
020500     05  FILLER                  PIC X(01).
020600     05  CRD-INITIALS            PIC X(03).
020700     05  FILLER                  PIC X(31).
020800
020900 01  WS-EDIT-DATE                PIC X(10) VALUE SPACES.
021000 01  WS-EDIT-DATE-PARTS          REDEFINES WS-EDIT-DATE.
021100     05  WS-EDIT-YYYY            PIC X(04).
021200     05  WS-EDIT-DASH-1          PIC X(01).
021300     05  WS-EDIT-MM              PIC X(02).
021400     05  WS-EDIT-DASH-2          PIC X(01).
021500     05  WS-EDIT-DD              PIC X(02).
021600
021700 01  WS-EDIT-DATE-SWITCH         PIC X(01) VALUE "Y".
021800     88  EDIT-DATE-VALID                   VALUE "Y".
021900     88  EDIT-DATE-INVALID                 VALUE "N".
022000
022100 01  WS-SYS-DATE-FIELDS.
022200     05  WS-SYS-YYYY             PIC 9(04).
022300     05  WS-SYS-MM               PIC 9(02).
022400     05  WS-SYS-DD               PIC 9(02).
022500
022600 01  WS-SYS-TIME-FIELDS.
022700     05  WS-SYS-HH               PIC 9(02).
022800     05  WS-SYS-MIN              PIC 9(02).
022900     05  WS-SYS-SS               PIC 9(02).
023000     05  WS-SYS-HS               PIC 9(02).
023100
023200 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
023300 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
023400
023500******************************************************************
023600* RPTOUT CALENDAR MAINTENANCE REPORT LINE LAYOUTS                *
023700******************************************************************
023800 01  WS-REPORT-HEADER-1.
023900     05  FILLER                 PIC X(30)
024000         VALUE "CALMAINT - BUSINESS CALENDAR".
024100     05  FILLER                 PIC X(10) VALUE SPACES.
024200     05  RH1-RUN-DATE            PIC X(10).
024300     05  FILLER                 PIC X(03) VALUE SPACES.
024400     05  RH1-RUN-TIME            PIC X(08).
024500     05  FILLER                 PIC X(19) VALUE SPACES.
024600
024700 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
024800
024900 01  WS-REPORT-COLUMN-HEADINGS.
025000     05  FILLER                  PIC X(40)
025100         VALUE "A  DATE        T  DESCRIPTION".
025200     05  FILLER                  PIC X(40)
025300         VALUE "          DISPOSITION".
025400
025500 01  WS-REPORT-ACTION-LINE.
025600     05  AL-ACTION-CODE          PIC X(01).
025700     05  FILLER                  PIC X(02) VALUE SPACES.
025800     05  AL-DATE                 PIC X(10).
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  AL-DAY-TYPE             PIC X(01).
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  AL-DESCRIPTION          PIC X(30).
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  AL-DISPOSITION          PIC X(30).
026500
026600 01  WS-REPORT-COUNT-LINE.
026700     05  CL-COUNT-LABEL          PIC X(28) VALUE SPACES.
026800     05  CL-COUNT-VALUE          PIC ZZZZZZZZ9.
026900     05  FILLER                  PIC X(43) VALUE SPACES.
027000
027100 01  WS-REPORT-TITLE-LINE.
027200     05  TL-TITLE-TEXT           PIC X(60) VALUE SPACES.
027300     05  FILLER                  PIC X(20) VALUE SPACES.
027400
027500 01  WS-LISTING-HEADINGS.
027600     05  FILLER                  PIC X(40)
027700         VALUE "DATE        DAY  TYPE        DESCRIPTION".
027800     05  FILLER                  PIC X(40)
027900         VALUE "                     UPDATED    BY".
028000
028100 01  WS-LISTING-LINE.
028200     05  LL-DATE                 PIC X(10).
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  LL-DAY-NAME             PIC X(03).
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  LL-TYPE-TEXT            PIC X(10).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  LL-DESCRIPTION          PIC X(30).
028900     05  FILLER                  PIC X(02) VALUE SPACES.
029000     05  LL-UPDATED-DATE         PIC X(10).
029100     05  FILLER                  PIC X(01) VALUE SPACES.
029200     05  LL-UPDATED-BY           PIC X(03).
029300     05  FILLER                  PIC X(05) VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100******************************************************************
030200* 0000-MAINLINE                                                  *
030300*                                                                *
030400* PROGRAM ENTRY POINT.  TAKES THE RUN OPTIONS, LOADS THE         *
030500* CALENDAR, APPLIES EVERY CALENDAR CARD, WRITES THE CALENDAR     *
030600* BACK WHEN A CARD CHANGED IT, AND PRINTS THE YEAR-AHEAD         *
030700* LISTING.                                                       *
030800******************************************************************
030900 0000-MAINLINE.
031000     PERFORM 0900-GET-RUN-DATE-TIME
031100         THRU 0900-EXIT.
031200
031300     PERFORM 0700-READ-CONTROL-CARDS
031400         THRU 0700-EXIT.
031500
031600     PERFORM 0300-LOAD-CALENDAR
031700         THRU 0300-EXIT.
031800
031900     OPEN INPUT CALIN-FILE.
032000     MOVE WS-CALIN-STATUS TO WS-FILE-STATUS-CHECK.
032100     MOVE "CALIN"         TO WS-FILE-NAME-CHECK.
032200     PERFORM 0100-VERIFY-FILE-STATUS
032300         THRU 0100-EXIT.
032400
032500     OPEN OUTPUT RPTOUT-FILE.
032600     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
032700     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
032800     PERFORM 0100-VERIFY-FILE-STATUS
032900         THRU 0100-EXIT.
033000
033100     PERFORM 0950-WRITE-REPORT-HEADERS
033200         THRU 0950-EXIT.
033300
033400     PERFORM 1000-PROCESS-ONE-CARD
033500         THRU 1000-EXIT
033600         UNTIL CALIN-EOF-YES.
033700
033800     PERFORM 3000-WRITE-REPORT-TOTALS
033900         THRU 3000-EXIT.
034000
034100     IF WS-CHANGE-COUNT > 0
034200         PERFORM 3500-REWRITE-CALENDAR
034300             THRU 3500-EXIT
034400     END-IF.
034500
034600     PERFORM 4000-LIST-YEAR-AHEAD
034700         THRU 4000-EXIT.
034800
034900     PERFORM 4500-CHECK-HOLIDAY-YEARS
035000         THRU 4500-EXIT.
035100
035200     CLOSE CALIN-FILE.
035300     CLOSE RPTOUT-FILE.
035400
035500     IF WS-REJECTED-COUNT > 0
035600         DISPLAY "CALMAINT004W - " WS-REJECTED-COUNT " CARD(S) "
035700                 "COULD NOT BE APPLIED"
035800         MOVE 4 TO RETURN-CODE
035900     END-IF.
036000     IF WS-EMPTY-YEAR-COUNT > 0
036100         DISPLAY "CALMAINT004W - " WS-EMPTY-YEAR-COUNT
036200                 " YEAR(S) IN THE LISTING WITH NO HOLIDAYS ON "
036300                 "FILE"
036400         MOVE 4 TO RETURN-CODE
036500     END-IF.
036600     STOP RUN.
036700
036800******************************************************************
036900* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
037000* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN        *
037100* FAILURE ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE  *
037200* PROGRAM DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS  *
037300* A NON-ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS. *
037400******************************************************************
037500 0100-VERIFY-FILE-STATUS.
037600     IF WS-FILE-STATUS-CHECK NOT = "00"
037700         DISPLAY "CALMAINT001E - UNABLE TO OPEN "
037800                 WS-FILE-NAME-CHECK
037900                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300 0100-EXIT.
038400     EXIT.
038500
038600******************************************************************
038700* 0300-LOAD-CALENDAR - READ THE WHOLE CALENDAR FILE INTO THE     *
038800* TABLE.  IT IS WRITTEN BACK IN DATE ORDER AND IS LOADED AS IT   *
038900* STANDS.  A FILE THAT HAS NEVER BEEN LOADED (STATUS 35 OR 05)   *
039000* SIMPLY MEANS NO DATES HAVE BEEN KEYED YET.  A CALENDAR PAST    *
039100* 1000 DATES IS FATAL - DELETE THE OLDEST YEARS FROM IT.         *
039200******************************************************************
039300 0300-LOAD-CALENDAR.
039400     MOVE SPACES TO WS-CAL-TABLE.
039500     OPEN INPUT CALENDAR-FILE.
039600     IF WS-CALENDAR-STATUS = "00"
039700         PERFORM 0350-LOAD-ONE-DATE
039800             THRU 0350-EXIT
039900             UNTIL CALENDAR-EOF-YES
040000         CLOSE CALENDAR-FILE
040100     ELSE
040200         IF WS-CALENDAR-STATUS = "35"
040300            OR WS-CALENDAR-STATUS = "05"
040400             SET CALENDAR-EOF-YES TO TRUE
040500         ELSE
040600             DISPLAY "CALMAINT002E - UNABLE TO OPEN CALENDAR, "
040700                     "FILE STATUS = " WS-CALENDAR-STATUS
040800             MOVE 16 TO RETURN-CODE
040900             STOP RUN
041000         END-IF
041100     END-IF.
041200 0300-EXIT.
041300     EXIT.
041400
041500 0350-LOAD-ONE-DATE.
041600     READ CALENDAR-FILE
041700         AT END
041800             SET CALENDAR-EOF-YES TO TRUE
041900             GO TO 0350-EXIT
042000     END-READ.
042100     IF WS-CAL-COUNT = 1000
042200         DISPLAY "CALMAINT005E - MORE THAN 1000 DATES ON THE "
042300                 "CALENDAR, DELETE THE OLDEST"
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF.
042700     ADD 1 TO WS-CAL-COUNT.
042800     MOVE CAL-RECORD TO WS-CAL-ENTRY (WS-CAL-COUNT).
042900 0350-EXIT.
043000     EXIT.
043100
043200******************************************************************
043300* 0700-READ-CONTROL-CARDS - THE ONE OPTION IS OPTIONAL AND KEEPS *
043400* ITS DEFAULT WITHOUT A CARD.  AN UNRECOGNIZED CARD IS FATAL.    *
043500* THE LISTING ALWAYS STARTS ON THE FIRST OF THE MONTH OF THE     *
043600* LIST-FROM DATE AND RUNS FOR TWELVE WHOLE MONTHS, SO            *
043700* LIST-FROM=2027-01-01 KEYED IN DECEMBER LISTS THE WHOLE OF NEXT *
043800* YEAR.                                                          *
043900******************************************************************
044000 0700-READ-CONTROL-CARDS.
044100     MOVE WS-RUN-DATE-DISPLAY TO WS-LIST-FROM-DATE.
044200     OPEN INPUT PARMIN-FILE.
044300     IF WS-PARMIN-STATUS = "00"
044400         PERFORM 0750-READ-ONE-CONTROL-CARD
044500             THRU 0750-EXIT
044600             UNTIL PARMIN-EOF-YES
044700         CLOSE PARMIN-FILE
044800     ELSE
044900         IF WS-PARMIN-STATUS NOT = "35"
045000            AND WS-PARMIN-STATUS NOT = "05"
045100             DISPLAY "CALMAINT002E - UNABLE TO OPEN PARMIN, FILE "
045200                     "STATUS = " WS-PARMIN-STATUS
045300             MOVE 16 TO RETURN-CODE
045400             STOP RUN
045500         END-IF
045600     END-IF.
045700     MOVE "01" TO WS-LIST-FROM-DATE (9:2).
045800 0700-EXIT.
045900     EXIT.
046000
046100 0750-READ-ONE-CONTROL-CARD.
046200     READ PARMIN-FILE
046300         AT END
046400             SET PARMIN-EOF-YES TO TRUE
046500             GO TO 0750-EXIT
046600     END-READ.
046700     MOVE PARMIN-RECORD TO WS-PARM-CARD.
046800     EVALUATE TRUE
046900         WHEN WS-PARM-CARD = SPACES
047000             CONTINUE
047100         WHEN PRM-LISTFROM-KEYWORD (1:1) = "*"
047200             CONTINUE
047300         WHEN PRM-LISTFROM-KEYWORD = "LIST-FROM="
047400             MOVE PRM-LISTFROM-VALUE TO WS-EDIT-DATE
047500             PERFORM 1650-EDIT-DATE
047600                 THRU 1650-EXIT
047700             IF EDIT-DATE-VALID
047800                 MOVE PRM-LISTFROM-VALUE TO WS-LIST-FROM-DATE
047900             ELSE
048000                 PERFORM 0770-BAD-CONTROL-CARD
048100                     THRU 0770-EXIT
048200             END-IF
048300         WHEN OTHER
048400             PERFORM 0770-BAD-CONTROL-CARD
048500                 THRU 0770-EXIT
048600     END-EVALUATE.
048700 0750-EXIT.
048800     EXIT.
048900
049000 0770-BAD-CONTROL-CARD.
049100     DISPLAY "CALMAINT002E - UNRECOGNIZED OR INVALID CONTROL "
049200             "CARD: " WS-PARM-CARD.
049300     MOVE 16 TO RETURN-CODE.
049400     STOP RUN.
049500 0770-EXIT.
049600     EXIT.
049700
049800******************************************************************
049900* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
050000* FORMATTED FOR THE REPORT HEADER AND THE UPDATED STAMP ON THE   *
050100* CALENDAR.                                                      *
050200******************************************************************
050300 0900-GET-RUN-DATE-TIME.
050400     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
050500     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
050600     STRING WS-SYS-YYYY DELIMITED BY SIZE
050700            "-"         DELIMITED BY SIZE
050800            WS-SYS-MM   DELIMITED BY SIZE
050900            "-"         DELIMITED BY SIZE
051000            WS-SYS-DD   DELIMITED BY SIZE
051100            INTO WS-RUN-DATE-DISPLAY.
051200     STRING WS-SYS-HH   DELIMITED BY SIZE
051300            ":"         DELIMITED BY SIZE
051400            WS-SYS-MIN  DELIMITED BY SIZE
051500            ":"         DELIMITED BY SIZE
051600            WS-SYS-SS   DELIMITED BY SIZE
051700            INTO WS-RUN-TIME-DISPLAY.
051800 0900-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE, THE RUN    *
052300* DATE/TIME AND THE COLUMN HEADINGS AT THE TOP OF A FRESH RPTOUT *
052400* REPORT.                                                        *
052500******************************************************************
052600 0950-WRITE-REPORT-HEADERS.
052700     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
052800     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
052900     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
053000     WRITE RPTOUT-RECORD.
053100     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
053200     WRITE RPTOUT-RECORD.
053300     MOVE WS-REPORT-COLUMN-HEADINGS TO RPTOUT-RECORD.
053400     WRITE RPTOUT-RECORD.
053500 0950-EXIT.
053600     EXIT.
053700
053800******************************************************************
053900* 1000-PROCESS-ONE-CARD - READ ONE CALENDAR CARD, EDIT IT,       *
054000* LOCATE ITS DATE ON THE CALENDAR TABLE AND ROUTE IT BY ACTION   *
054100* CODE.  A HOLIDAY MUST FALL MONDAY TO FRIDAY AND A WORKED DAY   *
054200* ON A SATURDAY OR SUNDAY - ANYTHING ELSE WOULD MEAN NOTHING TO  *
054300* THE BUSINESS-DAY TEST.  A CARD THAT CANNOT BE APPLIED IS       *
054400* LISTED WITH ITS REASON AND COUNTED - THE RUN CARRIES ON SO THE *
054500* REMAINING CARDS STILL APPLY.                                   *
054600******************************************************************
054700 1000-PROCESS-ONE-CARD.
054800     READ CALIN-FILE
054900         AT END
055000             SET CALIN-EOF-YES TO TRUE
055100             GO TO 1000-EXIT
055200     END-READ.
055300     IF CALIN-RECORD = SPACES
055400      OR CALIN-RECORD (1:1) = "*"
055500         GO TO 1000-EXIT
055600     END-IF.
055700     ADD 1 TO WS-CARDS-READ-COUNT.
055800     MOVE CALIN-RECORD TO WS-CAL-CARD.
055900     MOVE SPACES TO WS-CARD-ERROR-TEXT.
056000     MOVE CRD-DATE TO WS-EDIT-DATE.
056100     PERFORM 1650-EDIT-DATE
056200         THRU 1650-EXIT.
056300     MOVE 0 TO WS-CAL-DAY-NO.
056400     IF EDIT-DATE-VALID
056500         MOVE CRD-DATE TO WS-CAL-TEST-DATE
056600         PERFORM 9210-DATE-TO-DAY-NO
056700             THRU 9210-EXIT
056800     END-IF.
056900     EVALUATE TRUE
057000         WHEN NOT CRD-ACTION-ADD AND NOT CRD-ACTION-DELETE
057100             MOVE "ACTION CODE NOT A OR D" TO WS-CARD-ERROR-TEXT
057200         WHEN EDIT-DATE-INVALID
057300             MOVE "DATE NOT YYYY-MM-DD" TO WS-CARD-ERROR-TEXT
057400         WHEN WS-CAL-DAY-NO = 0
057500             MOVE "NO SUCH DATE" TO WS-CARD-ERROR-TEXT
057600         WHEN CRD-INITIALS = SPACES
057700             MOVE "OPERATOR INITIALS MISSING"
057800                 TO WS-CARD-ERROR-TEXT
057900     END-EVALUATE.
058000     IF WS-CARD-ERROR-TEXT NOT = SPACES
058100         PERFORM 1900-REJECT-ONE-CARD
058200             THRU 1900-EXIT
058300         GO TO 1000-EXIT
058400     END-IF.
058500     PERFORM 1700-LOCATE-DATE
058600         THRU 1700-EXIT.
058700     IF CRD-ACTION-ADD
058800         PERFORM 1100-ADD-DATE
058900             THRU 1100-EXIT
059000     ELSE
059100         PERFORM 1200-DELETE-DATE
059200             THRU 1200-EXIT
059300     END-IF.
059400 1000-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800* 1100-ADD-DATE - APPLY AN A CARD.  THE DAY TYPE MUST SUIT THE   *
059900* DAY OF THE WEEK AND A DESCRIPTION IS REQUIRED.  A DATE ALREADY *
060000* ON THE CALENDAR IS CHANGED IN PLACE; A NEW ONE IS INSERTED IN  *
060100* DATE ORDER.                                                    *
060200******************************************************************
060300 1100-ADD-DATE.
060400     PERFORM 9215-DAY-NO-TO-WEEKDAY
060500         THRU 9215-EXIT.
060600     EVALUATE TRUE
060700         WHEN NOT CRD-TYPE-HOLIDAY AND NOT CRD-TYPE-WORKED
060800             MOVE "DAY TYPE NOT H OR W" TO WS-CARD-ERROR-TEXT
060900         WHEN CRD-TYPE-HOLIDAY AND WS-CAL-WEEKDAY > 5
061000             MOVE "HOLIDAY FALLS ON A WEEKEND"
061100                 TO WS-CARD-ERROR-TEXT
061200         WHEN CRD-TYPE-WORKED AND WS-CAL-WEEKDAY < 6
061300             MOVE "WORKED DAY IS NOT A WEEKEND"
061400                 TO WS-CARD-ERROR-TEXT
061500         WHEN CRD-DESCRIPTION = SPACES
061600             MOVE "DESCRIPTION MISSING" TO WS-CARD-ERROR-TEXT
061700         WHEN WS-FOUND-SUB = 0 AND WS-CAL-COUNT = 1000
061800             MOVE "CALENDAR FULL - 1000 DATES"
061900                 TO WS-CARD-ERROR-TEXT
062000     END-EVALUATE.
062100     IF WS-CARD-ERROR-TEXT NOT = SPACES
062200         PERFORM 1900-REJECT-ONE-CARD
062300             THRU 1900-EXIT
062400         GO TO 1100-EXIT
062500     END-IF.
062600     IF WS-FOUND-SUB > 0
062700         MOVE WS-CAL-ENTRY (WS-FOUND-SUB) TO CAL-RECORD
062800         IF CAL-DAY-TYPE = CRD-DAY-TYPE
062900            AND CAL-DESCRIPTION = CRD-DESCRIPTION
063000             ADD 1 TO WS-UNCHANGED-COUNT
063100             MOVE "ALREADY ON FILE - NO CHANGE"
063200                 TO WS-CARD-ERROR-TEXT
063300             PERFORM 1800-REPORT-ONE-CARD
063400                 THRU 1800-EXIT
063500             GO TO 1100-EXIT
063600         END-IF
063700     END-IF.
063800     MOVE SPACES              TO CAL-RECORD.
063900     MOVE CRD-DATE            TO CAL-DATE.
064000     MOVE CRD-DAY-TYPE        TO CAL-DAY-TYPE.
064100     MOVE CRD-DESCRIPTION     TO CAL-DESCRIPTION.
064200     MOVE WS-RUN-DATE-DISPLAY TO CAL-UPDATED-DATE.
064300     MOVE CRD-INITIALS        TO CAL-UPDATED-BY.
064400     IF WS-FOUND-SUB > 0
064500         MOVE CAL-RECORD TO WS-CAL-ENTRY (WS-FOUND-SUB)
064600         ADD 1 TO WS-CHANGED-COUNT
064700         ADD 1 TO WS-CHANGE-COUNT
064800         MOVE "CHANGED" TO WS-CARD-ERROR-TEXT
064900     ELSE
065000         PERFORM 1850-INSERT-ENTRY
065100             THRU 1850-EXIT
065200         ADD 1 TO WS-ADDED-COUNT
065300         MOVE "ADDED" TO WS-CARD-ERROR-TEXT
065400     END-IF.
065500     PERFORM 1800-REPORT-ONE-CARD
065600         THRU 1800-EXIT.
065700 1100-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100* 1200-DELETE-DATE - APPLY A D CARD.  THE DATE MUST BE ON THE    *
066200* CALENDAR; IT IS TAKEN OFF AND EVERY LATER DATE MOVED DOWN ONE  *
066300* PLACE, SO THE DAY GOES BACK TO THE ORDINARY RULE FOR ITS DAY   *
066400* OF THE WEEK.                                                   *
066500******************************************************************
066600 1200-DELETE-DATE.
066700     IF WS-FOUND-SUB = 0
066800         MOVE "DATE NOT ON THE CALENDAR" TO WS-CARD-ERROR-TEXT
066900         PERFORM 1900-REJECT-ONE-CARD
067000             THRU 1900-EXIT
067100         GO TO 1200-EXIT
067200     END-IF.
067300     MOVE WS-CAL-ENTRY (WS-FOUND-SUB) TO CAL-RECORD.
067400     PERFORM 1260-CLOSE-UP-ONE-ENTRY
067500         THRU 1260-EXIT
067600         VARYING WS-CAL-SUB FROM WS-FOUND-SUB BY 1
067700         UNTIL WS-CAL-SUB NOT < WS-CAL-COUNT.
067800     MOVE SPACES TO WS-CAL-ENTRY (WS-CAL-COUNT).
067900     SUBTRACT 1 FROM WS-CAL-COUNT.
068000     ADD 1 TO WS-DELETED-COUNT.
068100     ADD 1 TO WS-CHANGE-COUNT.
068200     MOVE CAL-DAY-TYPE    TO CRD-DAY-TYPE.
068300     MOVE CAL-DESCRIPTION TO CRD-DESCRIPTION.
068400     MOVE "DELETED" TO WS-CARD-ERROR-TEXT.
068500     PERFORM 1800-REPORT-ONE-CARD
068600         THRU 1800-EXIT.
068700 1200-EXIT.
068800     EXIT.
068900
069000 1260-CLOSE-UP-ONE-ENTRY.
069100     COMPUTE WS-CAL-NEXT-SUB = WS-CAL-SUB + 1.
069200     MOVE WS-CAL-ENTRY (WS-CAL-NEXT-SUB)
069300         TO WS-CAL-ENTRY (WS-CAL-SUB).
069400 1260-EXIT.
069500     EXIT.
069600
069700******************************************************************
069800* 1650-EDIT-DATE - CHECK THAT WS-EDIT-DATE IS A YYYY-MM-DD DATE  *
069900* WITH A MONTH OF 01-12 AND A DAY OF 01-31, THE SAME EDIT        *
070000* BUDMAINT AND STDMAINT APPLY TO THEIR DATES.                    *
070100******************************************************************
070200 1650-EDIT-DATE.
070300     SET EDIT-DATE-VALID TO TRUE.
070400     IF WS-EDIT-YYYY NOT NUMERIC
070500      OR WS-EDIT-MM NOT NUMERIC
070600      OR WS-EDIT-DD NOT NUMERIC
070700      OR WS-EDIT-DASH-1 NOT = "-"
070800      OR WS-EDIT-DASH-2 NOT = "-"
070900      OR WS-EDIT-MM < "01" OR WS-EDIT-MM > "12"
071000      OR WS-EDIT-DD < "01" OR WS-EDIT-DD > "31"
071100         SET EDIT-DATE-INVALID TO TRUE
071200     END-IF.
071300 1650-EXIT.
071400     EXIT.
071500
071600******************************************************************
071700* 1700-LOCATE-DATE - ONE PASS OF THE CALENDAR TABLE FOR THE      *
071800* CARD'S DATE.  IT FINDS THE ENTRY ALREADY ON FILE FOR THE DATE, *
071900* IF ANY, AND WHERE A NEW ENTRY GOES - AFTER EVERY EARLIER DATE. *
072000******************************************************************
072100 1700-LOCATE-DATE.
072200     MOVE 1 TO WS-INSERT-SUB.
072300     MOVE 0 TO WS-FOUND-SUB.
072400     PERFORM 1710-CHECK-ONE-ENTRY
072500         THRU 1710-EXIT
072600         VARYING WS-CAL-SUB FROM 1 BY 1
072700         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
072800 1700-EXIT.
072900     EXIT.
073000
073100 1710-CHECK-ONE-ENTRY.
073200     IF WS-CAL-DATE (WS-CAL-SUB) < CRD-DATE
073300         ADD 1 TO WS-INSERT-SUB
073400     END-IF.
073500     IF WS-CAL-DATE (WS-CAL-SUB) = CRD-DATE
073600         MOVE WS-CAL-SUB TO WS-FOUND-SUB
073700     END-IF.
073800 1710-EXIT.
073900     EXIT.
074000
074100******************************************************************
074200* 1800-REPORT-ONE-CARD - LIST AN APPLIED CARD ON THE RPTOUT      *
074300* REPORT WITH WHAT BECAME OF IT.                                 *
074400******************************************************************
074500 1800-REPORT-ONE-CARD.
074600     MOVE SPACES TO WS-REPORT-ACTION-LINE.
074700     MOVE CRD-ACTION-CODE    TO AL-ACTION-CODE.
074800     MOVE CRD-DATE           TO AL-DATE.
074900     MOVE CRD-DAY-TYPE       TO AL-DAY-TYPE.
075000     MOVE CRD-DESCRIPTION    TO AL-DESCRIPTION.
075100     MOVE WS-CARD-ERROR-TEXT TO AL-DISPOSITION.
075200     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
075300     WRITE RPTOUT-RECORD.
075400 1800-EXIT.
075500     EXIT.
075600
075700******************************************************************
075800* 1850-INSERT-ENTRY - PUT THE NEW DATE IN CAL-RECORD INTO THE    *
075900* CALENDAR TABLE AT WS-INSERT-SUB, MOVING EVERY LATER DATE UP    *
076000* ONE PLACE SO THE TABLE STAYS IN DATE ORDER.                    *
076100******************************************************************
076200 1850-INSERT-ENTRY.
076300     PERFORM 1860-SHIFT-ONE-ENTRY
076400         THRU 1860-EXIT
076500         VARYING WS-CAL-SUB FROM WS-CAL-COUNT BY -1
076600         UNTIL WS-CAL-SUB < WS-INSERT-SUB.
076700     ADD 1 TO WS-CAL-COUNT.
076800     MOVE CAL-RECORD TO WS-CAL-ENTRY (WS-INSERT-SUB).
076900     ADD 1 TO WS-CHANGE-COUNT.
077000 1850-EXIT.
077100     EXIT.
077200
077300 1860-SHIFT-ONE-ENTRY.
077400     COMPUTE WS-CAL-NEXT-SUB = WS-CAL-SUB + 1.
077500     MOVE WS-CAL-ENTRY (WS-CAL-SUB)
077600         TO WS-CAL-ENTRY (WS-CAL-NEXT-SUB).
077700 1860-EXIT.
077800     EXIT.
077900
078000******************************************************************
078100* 1900-REJECT-ONE-CARD - LIST A CARD THAT COULD NOT BE APPLIED,  *
078200* AS KEYED, WITH THE REASON LEFT IN WS-CARD-ERROR-TEXT.          *
078300******************************************************************
078400 1900-REJECT-ONE-CARD.
078500     ADD 1 TO WS-REJECTED-COUNT.
078600     MOVE SPACES TO WS-REPORT-ACTION-LINE.
078700     MOVE CRD-ACTION-CODE    TO AL-ACTION-CODE.
078800     MOVE CRD-DATE           TO AL-DATE.
078900     MOVE CRD-DAY-TYPE       TO AL-DAY-TYPE.
079000     MOVE CRD-DESCRIPTION    TO AL-DESCRIPTION.
079100     MOVE WS-CARD-ERROR-TEXT TO AL-DISPOSITION.
079200     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
079300     WRITE RPTOUT-RECORD.
079400 1900-EXIT.
079500     EXIT.
079600
079700******************************************************************
079800* 3000-WRITE-REPORT-TOTALS - WRITE THE CARD COUNT LINES ON THE   *
079900* RPTOUT MAINTENANCE REPORT.                                     *
080000******************************************************************
080100 3000-WRITE-REPORT-TOTALS.
080200     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
080300     WRITE RPTOUT-RECORD.
080400     MOVE "CARDS READ:"                TO CL-COUNT-LABEL.
080500     MOVE WS-CARDS-READ-COUNT          TO CL-COUNT-VALUE.
080600     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
080700     WRITE RPTOUT-RECORD.
080800     MOVE "DATES ADDED:"               TO CL-COUNT-LABEL.
080900     MOVE WS-ADDED-COUNT               TO CL-COUNT-VALUE.
081000     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
081100     WRITE RPTOUT-RECORD.
081200     MOVE "DATES CHANGED:"             TO CL-COUNT-LABEL.
081300     MOVE WS-CHANGED-COUNT             TO CL-COUNT-VALUE.
081400     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
081500     WRITE RPTOUT-RECORD.
081600     MOVE "DATES DELETED:"             TO CL-COUNT-LABEL.
081700     MOVE WS-DELETED-COUNT             TO CL-COUNT-VALUE.
081800     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
081900     WRITE RPTOUT-RECORD.
082000     MOVE "ALREADY ON FILE:"           TO CL-COUNT-LABEL.
082100     MOVE WS-UNCHANGED-COUNT           TO CL-COUNT-VALUE.
082200     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
082300     WRITE RPTOUT-RECORD.
082400     MOVE "CARDS NOT APPLIED:"         TO CL-COUNT-LABEL.
082500     MOVE WS-REJECTED-COUNT            TO CL-COUNT-VALUE.
082600     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
082700     WRITE RPTOUT-RECORD.
082800     MOVE "DATES ON THE CALENDAR:"     TO CL-COUNT-LABEL.
082900     MOVE WS-CAL-COUNT                 TO CL-COUNT-VALUE.
083000     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
083100     WRITE RPTOUT-RECORD.
083200 3000-EXIT.
083300     EXIT.
083400
083500******************************************************************
083600* 3500-REWRITE-CALENDAR - WRITE THE WHOLE TABLE BACK OVER THE    *
083700* CALENDAR FILE IN DATE ORDER.  ONLY DONE WHEN A CARD CHANGED    *
083800* SOMETHING.                                                     *
083900******************************************************************
084000 3500-REWRITE-CALENDAR.
084100     OPEN OUTPUT CALENDAR-FILE.
084200     MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS-CHECK.
084300     MOVE "CALENDAR"         TO WS-FILE-NAME-CHECK.
084400     PERFORM 0100-VERIFY-FILE-STATUS
084500         THRU 0100-EXIT.
084600     PERFORM 3550-REWRITE-ONE-DATE
084700         THRU 3550-EXIT
084800         VARYING WS-CAL-SUB FROM 1 BY 1
084900         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
085000     CLOSE CALENDAR-FILE.
085100 3500-EXIT.
085200     EXIT.
085300
085400 3550-REWRITE-ONE-DATE.
085500     MOVE WS-CAL-ENTRY (WS-CAL-SUB) TO CAL-RECORD.
085600     WRITE CAL-RECORD.
085700     IF WS-CALENDAR-STATUS NOT = "00"
085800         DISPLAY "CALMAINT003E - WRITE TO CALENDAR FAILED, FILE "
085900                 "STATUS = " WS-CALENDAR-STATUS
086000                 ", DATE = " CAL-DATE
086100         MOVE 16 TO RETURN-CODE
086200         STOP RUN
086300     END-IF.
086400 3550-EXIT.
086500     EXIT.
086600
086700******************************************************************
086800* 4000-LIST-YEAR-AHEAD - THE YEAR-AHEAD LISTING - EVERY DAY FROM *
086900* THE FIRST OF THE LIST-FROM MONTH TO THE DAY BEFORE THE SAME    *
087000* DATE A YEAR LATER IS PUT THROUGH THE SAME BUSINESS-DAY TEST    *
087100* STDGEN, REJFIX AND SUMTWO APPLY.  EACH MONTH SHOWS ITS         *
087200* HOLIDAYS AND WORKED DAYS AND ENDS WITH ITS COUNT OF BUSINESS   *
087300* DAYS; THE LISTING ENDS WITH THE COUNT FOR THE YEAR.            *
087400******************************************************************
087500 4000-LIST-YEAR-AHEAD.
087600     MOVE WS-LIST-FROM-DATE TO WS-CAL-TEST-DATE.
087700     PERFORM 9210-DATE-TO-DAY-NO
087800         THRU 9210-EXIT.
087900     MOVE WS-CAL-DAY-NO TO WS-LIST-FROM-DAY-NO.
088000     ADD 10000 TO WS-CAL-COMPACT-NUM.
088100     COMPUTE WS-LIST-TO-DAY-NO =
088200         FUNCTION INTEGER-OF-DATE (WS-CAL-COMPACT-NUM) - 1.
088300     MOVE WS-LIST-TO-DAY-NO TO WS-CAL-DAY-NO.
088400     PERFORM 9220-TEST-DAY-NO
088500         THRU 9220-EXIT.
088600     MOVE WS-CAL-TEST-DATE TO WS-LIST-TO-DATE.
088700     MOVE WS-LIST-FROM-DATE (1:4) TO WS-FIRST-YEAR.
088800     MOVE WS-LIST-TO-DATE (1:4)   TO WS-LAST-YEAR.
088900     MOVE SPACES TO WS-REPORT-TITLE-LINE.
089000     STRING "YEAR-AHEAD CALENDAR FROM " WS-LIST-FROM-DATE
089100            " TO " WS-LIST-TO-DATE
089200            DELIMITED BY SIZE
089300            INTO TL-TITLE-TEXT.
089400     PERFORM 4900-WRITE-SECTION-TITLE
089500         THRU 4900-EXIT.
089600     MOVE WS-LISTING-HEADINGS TO RPTOUT-RECORD.
089700     WRITE RPTOUT-RECORD.
089800     MOVE SPACES TO WS-LIST-MONTH.
089900     MOVE 0      TO WS-YEAR-BUS-DAYS.
090000     PERFORM 4100-LIST-ONE-DAY
090100         THRU 4100-EXIT
090200         VARYING WS-LIST-DAY-NO FROM WS-LIST-FROM-DAY-NO BY 1
090300         UNTIL WS-LIST-DAY-NO > WS-LIST-TO-DAY-NO.
090400     PERFORM 4200-END-MONTH
090500         THRU 4200-EXIT.
090600     MOVE SPACES TO RPTOUT-RECORD.
090700     WRITE RPTOUT-RECORD.
090800     MOVE "BUSINESS DAYS IN THE YEAR:" TO CL-COUNT-LABEL.
090900     MOVE WS-YEAR-BUS-DAYS             TO CL-COUNT-VALUE.
091000     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
091100     WRITE RPTOUT-RECORD.
091200 4000-EXIT.
091300     EXIT.
091400
091500 4100-LIST-ONE-DAY.
091600     MOVE WS-LIST-DAY-NO TO WS-CAL-DAY-NO.
091700     PERFORM 9220-TEST-DAY-NO
091800         THRU 9220-EXIT.
091900     IF WS-CAL-TEST-DATE (1:7) NOT = WS-LIST-MONTH
092000         IF WS-LIST-MONTH NOT = SPACES
092100             PERFORM 4200-END-MONTH
092200                 THRU 4200-EXIT
092300         END-IF
092400         MOVE WS-CAL-TEST-DATE (1:7) TO WS-LIST-MONTH
092500         MOVE 0 TO WS-MONTH-BUS-DAYS
092600         MOVE SPACES TO RPTOUT-RECORD
092700         WRITE RPTOUT-RECORD
092800         MOVE SPACES TO WS-REPORT-TITLE-LINE
092900         STRING "MONTH " WS-LIST-MONTH
093000                DELIMITED BY SIZE
093100                INTO TL-TITLE-TEXT
093200         MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD
093300         WRITE RPTOUT-RECORD
093400     END-IF.
093500     IF CAL-BUSINESS-DAY
093600         ADD 1 TO WS-MONTH-BUS-DAYS
093700         ADD 1 TO WS-YEAR-BUS-DAYS
093800     END-IF.
093900     IF CAL-DATE-NOT-ON-FILE
094000         GO TO 4100-EXIT
094100     END-IF.
094200     MOVE WS-CAL-ENTRY (CAL-IX) TO CAL-RECORD.
094300     MOVE SPACES TO WS-LISTING-LINE.
094400     MOVE CAL-DATE                    TO LL-DATE.
094500     MOVE WS-DAY-NAME (WS-CAL-WEEKDAY) TO LL-DAY-NAME.
094600     IF CAL-HOLIDAY
094700         MOVE "HOLIDAY"    TO LL-TYPE-TEXT
094800     ELSE
094900         MOVE "WORKED DAY" TO LL-TYPE-TEXT
095000     END-IF.
095100     MOVE CAL-DESCRIPTION             TO LL-DESCRIPTION.
095200     MOVE CAL-UPDATED-DATE            TO LL-UPDATED-DATE.
095300     MOVE CAL-UPDATED-BY              TO LL-UPDATED-BY.
095400     MOVE WS-LISTING-LINE TO RPTOUT-RECORD.
095500     WRITE RPTOUT-RECORD.
095600 4100-EXIT.
095700     EXIT.
095800
095900 4200-END-MONTH.
096000     MOVE SPACES TO CL-COUNT-LABEL.
096100     STRING "  BUSINESS DAYS IN " WS-LIST-MONTH ":"
096200            DELIMITED BY SIZE
096300            INTO CL-COUNT-LABEL.
096400     MOVE WS-MONTH-BUS-DAYS    TO CL-COUNT-VALUE.
096500     MOVE WS-REPORT-COUNT-LINE TO RPTOUT-RECORD.
096600     WRITE RPTOUT-RECORD.
096700 4200-EXIT.
096800     EXIT.
096900
097000******************************************************************
097100* 4500-CHECK-HOLIDAY-YEARS - FLAG EACH CALENDAR YEAR THE LISTING *
097200* TOUCHES THAT HAS NO HOLIDAY ON FILE AT ALL - ALMOST CERTAINLY  *
097300* A YEAR WHOSE HOLIDAYS HAVE NOT BEEN LOADED YET, WHICH WOULD    *
097400* LET STDGEN DUE INSTRUCTIONS AND SUMTWO ACCEPT BATCHES ON EVERY *
097500* HOLIDAY IN IT.                                                 *
097600******************************************************************
097700 4500-CHECK-HOLIDAY-YEARS.
097800     MOVE WS-FIRST-YEAR TO WS-CHECK-YEAR.
097900     PERFORM 4550-CHECK-ONE-YEAR
098000         THRU 4550-EXIT.
098100     IF WS-LAST-YEAR NOT = WS-FIRST-YEAR
098200         MOVE WS-LAST-YEAR TO WS-CHECK-YEAR
098300         PERFORM 4550-CHECK-ONE-YEAR
098400             THRU 4550-EXIT
098500     END-IF.
098600 4500-EXIT.
098700     EXIT.
098800
098900 4550-CHECK-ONE-YEAR.
099000     MOVE 0 TO WS-YEAR-HOLIDAY-COUNT.
099100     PERFORM 4560-COUNT-ONE-HOLIDAY
099200         THRU 4560-EXIT
099300         VARYING WS-CAL-SUB FROM 1 BY 1
099400         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
099500     IF WS-YEAR-HOLIDAY-COUNT > 0
099600         GO TO 4550-EXIT
099700     END-IF.
099800     ADD 1 TO WS-EMPTY-YEAR-COUNT.
099900     MOVE SPACES TO RPTOUT-RECORD.
100000     WRITE RPTOUT-RECORD.
100100     MOVE SPACES TO WS-REPORT-TITLE-LINE.
100200     STRING "*** NO HOLIDAYS ON FILE FOR " WS-CHECK-YEAR " ***"
100300            DELIMITED BY SIZE
100400            INTO TL-TITLE-TEXT.
100500     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
100600     WRITE RPTOUT-RECORD.
100700 4550-EXIT.
100800     EXIT.
100900
101000 4560-COUNT-ONE-HOLIDAY.
101100     IF WS-CAL-DATE (WS-CAL-SUB) (1:4) = WS-CHECK-YEAR
101200        AND WS-CAL-DAY-TYPE (WS-CAL-SUB) = "H"
101300         ADD 1 TO WS-YEAR-HOLIDAY-COUNT
101400     END-IF.
101500 4560-EXIT.
101600     EXIT.
101700
101800******************************************************************
101900* 4900-WRITE-SECTION-TITLE - START A NEW REPORT SECTION - A      *
102000* RULE, THE SECTION TITLE LEFT IN WS-REPORT-TITLE-LINE AND A     *
102100* BLANK LINE.                                                    *
102200******************************************************************
102300 4900-WRITE-SECTION-TITLE.
102400     MOVE SPACES TO RPTOUT-RECORD.
102500     WRITE RPTOUT-RECORD.
102600     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
102700     WRITE RPTOUT-RECORD.
102800     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
102900     WRITE RPTOUT-RECORD.
103000     MOVE SPACES TO RPTOUT-RECORD.
103100     WRITE RPTOUT-RECORD.
103200 4900-EXIT.
103300     EXIT.
103400
103500******************************************************************
103600* 9210-DATE-TO-DAY-NO - TURN THE YYYY-MM-DD DATE IN              *
103700* WS-CAL-TEST-DATE INTO ITS DAY NUMBER IN WS-CAL-DAY-NO, OR ZERO *
103800* WHEN IT IS NOT A REAL CALENDAR DATE.                           *
103900******************************************************************
104000 9210-DATE-TO-DAY-NO.
104100     MOVE 0 TO WS-CAL-DAY-NO.
104200     IF WS-CAL-TEST-YYYY NOT NUMERIC
104300      OR WS-CAL-TEST-MM NOT NUMERIC
104400      OR WS-CAL-TEST-DD NOT NUMERIC
104500         GO TO 9210-EXIT
104600     END-IF.
104700     MOVE WS-CAL-TEST-YYYY TO WS-CAL-CMP-YYYY.
104800     MOVE WS-CAL-TEST-MM   TO WS-CAL-CMP-MM.
104900     MOVE WS-CAL-TEST-DD   TO WS-CAL-CMP-DD.
105000     IF FUNCTION TEST-DATE-YYYYMMDD (WS-CAL-COMPACT-NUM) NOT = 0
105100         GO TO 9210-EXIT
105200     END-IF.
105300     COMPUTE WS-CAL-DAY-NO =
105400         FUNCTION INTEGER-OF-DATE (WS-CAL-COMPACT-NUM).
105500 9210-EXIT.
105600     EXIT.
105700
105800******************************************************************
105900* 9215-DAY-NO-TO-WEEKDAY - WORK OUT THE DAY OF THE WEEK OF DAY   *
106000* NUMBER WS-CAL-DAY-NO INTO WS-CAL-WEEKDAY, 1 FOR MONDAY TO 7    *
106100* FOR SUNDAY.  DAY 1, 1601-01-01, WAS A MONDAY.                  *
106200******************************************************************
106300 9215-DAY-NO-TO-WEEKDAY.
106400     COMPUTE WS-CAL-WEEK-NO = (WS-CAL-DAY-NO - 1) / 7.
106500     COMPUTE WS-CAL-WEEKDAY =
106600         WS-CAL-DAY-NO - (WS-CAL-WEEK-NO * 7).
106700 9215-EXIT.
106800     EXIT.
106900
107000******************************************************************
107100* 9220-TEST-DAY-NO - THE BUSINESS-DAY TEST FOR DAY NUMBER        *
107200* WS-CAL-DAY-NO.  THE DAY OF THE WEEK GIVES THE ORDINARY ANSWER  *
107300* AND A HOLIDAY OR WORKED DAY ON THE CALENDAR OVERRIDES IT.  THE *
107400* DATE IS LEFT IN WS-CAL-TEST-DATE AND, WHEN IT IS ON THE        *
107500* CALENDAR, CAL-IX POINTS AT ITS ENTRY.                          *
107600******************************************************************
107700 9220-TEST-DAY-NO.
107800     PERFORM 9215-DAY-NO-TO-WEEKDAY
107900         THRU 9215-EXIT.
108000     IF WS-CAL-WEEKDAY > 5
108100         SET CAL-NOT-BUSINESS-DAY TO TRUE
108200     ELSE
108300         SET CAL-BUSINESS-DAY TO TRUE
108400     END-IF.
108500     COMPUTE WS-CAL-COMPACT-NUM =
108600         FUNCTION DATE-OF-INTEGER (WS-CAL-DAY-NO).
108700     STRING WS-CAL-CMP-YYYY "-" WS-CAL-CMP-MM "-" WS-CAL-CMP-DD
108800            DELIMITED BY SIZE
108900            INTO WS-CAL-TEST-DATE.
109000     SET CAL-DATE-NOT-ON-FILE TO TRUE.
109100     SET CAL-IX TO 1.
109200     SEARCH WS-CAL-ENTRY
109300         AT END
109400             CONTINUE
109500         WHEN WS-CAL-DATE (CAL-IX) = SPACES
109600             CONTINUE
109700         WHEN WS-CAL-DATE (CAL-IX) = WS-CAL-TEST-DATE
109800             SET CAL-DATE-ON-FILE TO TRUE
109900             IF WS-CAL-DAY-TYPE (CAL-IX) = "H"
110000                 SET CAL-NOT-BUSINESS-DAY TO TRUE
110100             END-IF
110200             IF WS-CAL-DAY-TYPE (CAL-IX) = "W"
110300                 SET CAL-BUSINESS-DAY TO TRUE
110400             END-IF
110500     END-SEARCH.
110600 9220-EXIT.
110700     EXIT.
