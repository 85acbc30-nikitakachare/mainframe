000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RATMAINT.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* RATMAINT                                                       *
000900*                                                                *
001000* CURRENCY RATE MAINTENANCE AND LOAD FOR THE SUMTWONUMBERS BATCH *
001100* STREAM.  RATES USED TO ARRIVE ON THE RATETAB DAILY RATE TABLE  *
001200* STRAIGHT FROM THE TREASURY FEED AND WERE TRUSTED AS THEY       *
001300* STOOD, SO ONE MIS-KEYED FACTOR CONVERTED A WHOLE DAY'S FOREIGN *
001400* PAIRS BEFORE ANYBODY SAW IT.  RATES NOW COME IN AS RATE CARDS  *
001500* (DDNAME RATEIN) AND THIS PROGRAM APPLIES THEM TO THE RATE      *
001600* HISTORY FILE (DDNAME RATEHST, RATHREC LAYOUT), THEN REBUILDS   *
001700* RATETAB (RATEREC LAYOUT) FOR SUMTWO FROM THE ACCEPTED RATES.   *
001800*                                                                *
001900* A RATE THAT MOVES MORE THAN MOVE-PCT PERCENT FROM THE          *
002000* CURRENCY'S PREVIOUS ACCEPTED RATE (THE LATEST ONE DATED BEFORE *
002100* IT) IS HELD - IT STAYS OFF RATETAB UNTIL A CONFIRMING C CARD   *
002200* REPEATING THE SAME FACTOR IS KEYED.  A CURRENCY'S FIRST RATE   *
002300* HAS NOTHING TO MOVE FROM AND IS ACCEPTED.  A NEW CARD FOR A    *
002400* CURRENCY AND DATE ALREADY ON FILE REPLACES THE RATE (OR THE    *
002500* HELD RATE) THERE, AND THE OLD ONE IS KEPT ON THE HISTORY       *
002600* MARKED REPLACED.                                               *
002700*                                                                *
002800* EVERY RUN ENDS WITH THE RATES STILL HELD AND THE LIST OF       *
002900* CURRENCIES WITH NO ACCEPTED RATE FOR THE COMING BUSINESS DATE, *
003000* SO THE JOB IS RUN AHEAD OF THE NIGHTLY STREAM.  A CURRENCY IS  *
003100* EXPECTED WHEN IT HAD AN ACCEPTED RATE IN THE TABLE-DAYS DAYS   *
003200* BEFORE THE BUSINESS DATE; ONE WITH NOTHING THAT RECENT IS      *
003300* TAKEN AS NO LONGER TRADED.  ANY REJECTED CARD, HELD RATE OR    *
003400* MISSING CURRENCY ENDS THE STEP WITH RETURN CODE 4.  WITH A     *
003500* HISTORY-FROM CARD THE RUN ALSO PRINTS THE RATE HISTORY,        *
003600* CURRENCY BY CURRENCY, FOR THE AUDITORS.                        *
003700*                                                                *
003800* RATE CARD FORMAT (ONE CARD PER RATE, 80 BYTES):                *
003900*   COL   1     ACTION CODE: R=RATE, C=CONFIRM A HELD RATE       *
004000*   COLS  3-5   CURRENCY CODE                                    *
004100*   COLS  7-16  RATE DATE, YYYY-MM-DD                            *
004200*   COLS 18-27  FACTOR TO BASE, NNN.NNNNNN                       *
004300*   COLS 29-31  OPERATOR INITIALS, RECORDED ON THE HISTORY       *
004400* BLANK CARDS AND * COMMENT CARDS ARE IGNORED.                   *
004500*                                                                *
004600* PARMIN CONTROL CARDS (ALL OPTIONAL):                           *
004700*   BUS-DATE=YYYY-MM-DD     COMING BUSINESS DATE (DEFAULT THE    *
004800*                           RUN DATE)                            *
004900*   MOVE-PCT=NNN.NN         HOLD TOLERANCE (DEFAULT 010.00)      *
005000*   TABLE-DAYS=NNN          DAYS BEFORE THE BUSINESS DATE KEPT   *
005100*                           ON RATETAB (DEFAULT 014 - SUMTWO     *
005120*                           TAKES BATCHES UP TO 5 BUSINESS DAYS  *
005140*                           BACK, WHICH OVER A WEEKEND AND       *
005160*                           HOLIDAYS CAN SPAN 8 OR MORE DAYS)    *
005200*   HISTORY-FROM=YYYY-MM-DD PRINT THE RATE HISTORY FROM THIS     *
005300*   HISTORY-TO=YYYY-MM-DD   DATE TO THIS ONE (DEFAULT THE        *
005400*                           BUSINESS DATE)                       *
005500*                                                                *
005600* MODIFICATION HISTORY                                           *
005700*   2026-10-15  RLH  INITIAL VERSION.                            *
005800******************************************************************
005900
006000 ENVIRONMENT DIVISION.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT RATEIN-FILE ASSIGN TO RATEIN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-RATEIN-STATUS.
006600
006700     SELECT RATEHST-FILE ASSIGN TO RATEHST
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-RATEHST-STATUS.
007000
007100     SELECT RATETAB-FILE ASSIGN TO RATETAB
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-RATETAB-STATUS.
007400
007500     SELECT PARMIN-FILE ASSIGN TO PARMIN
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-PARMIN-STATUS.
007800
007900     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-RPTOUT-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  RATEIN-FILE
008600     RECORDING MODE IS F.
008700 01  RATEIN-RECORD               PIC X(80).
008800
008900 FD  RATEHST-FILE
009000     RECORDING MODE IS F.
009100     COPY RATHREC.
009200
009300 FD  RATETAB-FILE
009400     RECORDING MODE IS F.
009500     COPY RATEREC.
009600
009700 FD  PARMIN-FILE
009800     RECORDING MODE IS F.
009900 01  PARMIN-RECORD               PIC X(80).
010000
010100 FD  RPTOUT-FILE
010200     RECORDING MODE IS F.
010300 01  RPTOUT-RECORD               PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-RATEIN-STATUS            PIC X(02) VALUE SPACES.
010700 01  WS-RATEHST-STATUS           PIC X(02) VALUE SPACES.
010800 01  WS-RATETAB-STATUS           PIC X(02) VALUE SPACES.
010900 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
011000 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
011100
011200 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
011300 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
011400
011500 01  WS-RATEIN-EOF-SWITCH        PIC X(01) VALUE "N".
011600     88  RATEIN-EOF-YES                    VALUE "Y".
011700     88  RATEIN-EOF-NO                     VALUE "N".
011800
011900 01  WS-RATEHST-EOF-SWITCH       PIC X(01) VALUE "N".
012000     88  RATEHST-EOF-YES                   VALUE "Y".
012100     88  RATEHST-EOF-NO                    VALUE "N".
012200
012300 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
012400     88  PARMIN-EOF-YES                    VALUE "Y".
012500     88  PARMIN-EOF-NO                     VALUE "N".
012600
012700 01  WS-CARD-ERROR-TEXT          PIC X(30) VALUE SPACES.
012800
012900 01  WS-CARDS-READ-COUNT         PIC 9(05) COMP VALUE 0.
013000 01  WS-ACCEPTED-COUNT           PIC 9(05) COMP VALUE 0.
013100 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE 0.
013200 01  WS-CONFIRMED-COUNT          PIC 9(05) COMP VALUE 0.
013300 01  WS-UNCHANGED-COUNT          PIC 9(05) COMP VALUE 0.
013400 01  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE 0.
013500 01  WS-CHANGE-COUNT             PIC 9(05) COMP VALUE 0.
013600 01  WS-TABLE-RATE-COUNT         PIC 9(05) COMP VALUE 0.
013700 01  WS-HELD-ON-FILE-COUNT       PIC 9(05) COMP VALUE 0.
013800 01  WS-MISSING-COUNT            PIC 9(05) COMP VALUE 0.
013900 01  WS-HISTORY-LISTED-COUNT     PIC 9(05) COMP VALUE 0.
014000
014100 01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
014200
014300******************************************************************
014400* RUN OPTIONS FROM THE PARMIN CONTROL CARDS, WITH THEIR          *
014500* DEFAULTS.                                                      *
014600******************************************************************
014700 01  WS-BUS-DATE                 PIC X(10) VALUE SPACES.
014800 01  WS-MOVE-PCT-MAX             PIC 9(03)V99 VALUE 10.00.
014900 01  WS-TABLE-DAYS               PIC 9(03) VALUE 14.
015000 01  WS-HISTORY-FROM             PIC X(10) VALUE SPACES.
015100 01  WS-HISTORY-TO               PIC X(10) VALUE SPACES.
015200 01  WS-WINDOW-START-DATE        PIC X(10) VALUE SPACES.
015300 01  WS-WINDOW-START-DAY-NO      PIC 9(07) COMP VALUE 0.
015400
015500 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
015600 01  WS-PARM-BUSDATE-CARD        REDEFINES WS-PARM-CARD.
015700     05  PRM-BUSDATE-KEYWORD     PIC X(09).
015800     05  PRM-BUSDATE-VALUE       PIC X(10).
015900     05  FILLER                  PIC X(61).
016000 01  WS-PARM-MOVEPCT-CARD        REDEFINES WS-PARM-CARD.
016100     05  PRM-MOVEPCT-KEYWORD     PIC X(09).
016200     05  PRM-MOVEPCT-DIGITS.
016300         10  PRM-MOVEPCT-WHOLE   PIC 9(03).
016400         10  PRM-MOVEPCT-POINT   PIC X(01).
016500         10  PRM-MOVEPCT-DEC     PIC 9(02).
016600     05  FILLER                  PIC X(65).
016700 01  WS-PARM-TABDAYS-CARD        REDEFINES WS-PARM-CARD.
016800     05  PRM-TABDAYS-KEYWORD     PIC X(11).
016900     05  PRM-TABDAYS-VALUE       PIC 9(03).
017000     05  FILLER                  PIC X(66).
017100 01  WS-PARM-HISTFROM-CARD       REDEFINES WS-PARM-CARD.
017200     05  PRM-HISTFROM-KEYWORD    PIC X(13).
017300     05  PRM-HISTFROM-VALUE      PIC X(10).
017400     05  FILLER                  PIC X(57).
017500 01  WS-PARM-HISTTO-CARD         REDEFINES WS-PARM-CARD.
017600     05  PRM-HISTTO-KEYWORD      PIC X(11).
017700     05  PRM-HISTTO-VALUE        PIC X(10).
017800     05  FILLER                  PIC X(59).
017900
018000 01  WS-MOVE-PCT-WORK.
018100     05  WS-MOVE-PCT-WHOLE       PIC 9(03).
018200     05  WS-MOVE-PCT-DEC         PIC 9(02).
018300 01  WS-MOVE-PCT-WORK-NUM        REDEFINES WS-MOVE-PCT-WORK
018400                                 PIC 9(03)V99.
018500
018600******************************************************************
018700* RATE HISTORY TABLE - THE WHOLE RATEHST FILE IN CURRENCY AND    *
018800* RATE-DATE ORDER.  EACH ENTRY IS MOVED TO RTH-RECORD TO BE      *
018900* LOOKED AT OR CHANGED AND MOVED BACK; A NEW RATE IS INSERTED IN *
019000* ITS PLACE IN THE ORDER AND THE WHOLE TABLE IS WRITTEN BACK AT  *
019100* END OF RUN.                                                    *
019200******************************************************************
019300 01  WS-HST-TABLE.
019400     05  WS-HST-ENTRY            OCCURS 9000 TIMES
019500                                 INDEXED BY HST-IX.
019600         10  WS-HST-RECORD       PIC X(100).
019700
019800 01  WS-HST-COUNT                PIC 9(04) COMP VALUE 0.
019900 01  WS-HST-SUB                  PIC 9(04) COMP VALUE 0.
020000 01  WS-HST-NEXT-SUB             PIC 9(04) COMP VALUE 0.
020100
020200******************************************************************
020300* LOOKUP RESULTS FOR THE CARD IN HAND - WHERE ITS CURRENCY AND   *
020400* DATE STAND ON THE HISTORY TABLE.                               *
020500******************************************************************
020600 01  WS-INSERT-SUB               PIC 9(04) COMP VALUE 0.
020700 01  WS-ACCEPTED-SUB             PIC 9(04) COMP VALUE 0.
020800 01  WS-HELD-SUB                 PIC 9(04) COMP VALUE 0.
020900 01  WS-PREV-SUB                 PIC 9(04) COMP VALUE 0.
021000 01  WS-ACCEPTED-FACTOR          PIC 9(03)V9(06) VALUE 0.
021100 01  WS-HELD-FACTOR              PIC 9(03)V9(06) VALUE 0.
021200 01  WS-PREV-DATE                PIC X(10) VALUE SPACES.
021300 01  WS-PREV-FACTOR              PIC 9(03)V9(06) VALUE 0.
021400 01  WS-MOVE-AMOUNT              PIC S9(03)V9(06) VALUE 0.
021500 01  WS-MOVE-PCT                 PIC 9(05)V99 VALUE 0.
021600 01  WS-MOVE-PCT-EDIT            PIC ZZZZ9.99.
021700
021800******************************************************************
021900* RATE CARD WORKING LAYOUT                                       *
022000******************************************************************
022100 01  WS-RATE-CARD.
022200     05  CRD-ACTION-CODE         PIC X(01).
022300         88  CRD-ACTION-RATE               VALUE "R".
022400         88  CRD-ACTION-CONFIRM            VALUE "C".
022500     05  FILLER                  PIC X(01).
022600     05  CRD-CURRENCY            PIC X(03).
022700     05  FILLER                  PIC X(01).
022800     05  CRD-RATE-DATE           PIC X(10).
022900     05  FILLER                  PIC X(01).
023000     05  CRD-FACTOR-X.
023100         10  CRD-FACTOR-WHOLE    PIC 9(03).
023200         10  CRD-FACTOR-POINT    PIC X(01).
023300         10  CRD-FACTOR-DEC      PIC 9(06).
023400     05  FILLER                  PIC X(01).
023500     05  CRD-INITIALS            PIC X(03).
023600     05  FILLER                  PIC X(49).
023700
023800 01  WS-CARD-FACTOR-WORK.
023900     05  WS-CARD-FACTOR-WHOLE    PIC 9(03).
024000     05  WS-CARD-FACTOR-DEC      PIC 9(06).
024100 01  WS-CARD-FACTOR              REDEFINES WS-CARD-FACTOR-WORK
024200                                 PIC 9(03)V9(06).
024300
024400 01  WS-EDIT-DATE                PIC X(10) VALUE SPACES.
024500 01  WS-EDIT-DATE-PARTS          REDEFINES WS-EDIT-DATE.
024600     05  WS-EDIT-YYYY            PIC X(04).
024700     05  WS-EDIT-DASH-1          PIC X(01).
024800     05  WS-EDIT-MM              PIC X(02).
024900     05  WS-EDIT-DASH-2          PIC X(01).
025000     05  WS-EDIT-DD              PIC X(02).
025100
025200 01  WS-EDIT-DATE-SWITCH         PIC X(01) VALUE "Y".
025300     88  EDIT-DATE-VALID                   VALUE "Y".
025400     88  EDIT-DATE-INVALID                 VALUE "N".
025500
025600******************************************************************
025700* YYYY-MM-DD TO YYYYMMDD WORK AREAS FOR THE DAY-NUMBER           *
025800* ARITHMETIC                                                     *
025900******************************************************************
026000 01  WS-DATE-SPLIT.
026100     05  WS-DS-YYYY              PIC X(04).
026200     05  FILLER                  PIC X(01).
026300     05  WS-DS-MM                PIC X(02).
026400     05  FILLER                  PIC X(01).
026500     05  WS-DS-DD                PIC X(02).
026600
026700 01  WS-DATE-COMPACT.
026800     05  WS-DC-YYYY              PIC X(04).
026900     05  WS-DC-MM                PIC X(02).
027000     05  WS-DC-DD                PIC X(02).
027100 01  WS-DATE-COMPACT-NUM         REDEFINES WS-DATE-COMPACT
027200                                 PIC 9(08).
027300
027400******************************************************************
027500* PER-CURRENCY STATE FOR THE MISSING-RATE CHECK AND THE HISTORY  *
027600* CONTROL BREAK.                                                 *
027700******************************************************************
027800 01  WS-CUR-CURRENCY             PIC X(03) VALUE SPACES.
027900 01  WS-CUR-LAST-DATE            PIC X(10) VALUE SPACES.
028000 01  WS-CUR-LAST-FACTOR          PIC 9(03)V9(06) VALUE 0.
028100 01  WS-CUR-LISTED-COUNT         PIC 9(05) COMP VALUE 0.
028200 01  WS-CUR-EXPECTED-SWITCH      PIC X(01) VALUE "N".
028300     88  CUR-EXPECTED-YES                  VALUE "Y".
028400     88  CUR-EXPECTED-NO                   VALUE "N".
028500 01  WS-CUR-RATED-SWITCH         PIC X(01) VALUE "N".
028600     88  CUR-RATED-YES                     VALUE "Y".
028700     88  CUR-RATED-NO                      VALUE "N".
028800 01  WS-CUR-HELD-SWITCH          PIC X(01) VALUE "N".
028900     88  CUR-HELD-YES                      VALUE "Y".
029000     88  CUR-HELD-NO                       VALUE "N".
029100
029200 01  WS-SYS-DATE-FIELDS.
029300     05  WS-SYS-YYYY             PIC 9(04).
029400     05  WS-SYS-MM               PIC 9(02).
029500     05  WS-SYS-DD               PIC 9(02).
029600
029700 01  WS-SYS-TIME-FIELDS.
029800     05  WS-SYS-HH               PIC 9(02).
029900     05  WS-SYS-MIN              PIC 9(02).
030000     05  WS-SYS-SS               PIC 9(02).
030100     05  WS-SYS-HS               PIC 9(02).
030200
030300 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
030400 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
030500
030600******************************************************************
030700* RPTOUT RATE MAINTENANCE REPORT LINE LAYOUTS                    *
030800******************************************************************
030900 01  WS-REPORT-HEADER-1.
031000     05  FILLER                 PIC X(30)
031100         VALUE "RATMAINT - CURRENCY RATE MAINT".
031200     05  FILLER                 PIC X(10) VALUE SPACES.
031300     05  RH1-RUN-DATE            PIC X(10).
031400     05  FILLER                 PIC X(03) VALUE SPACES.
031500     05  RH1-RUN-TIME            PIC X(08).
031600     05  FILLER                 PIC X(19) VALUE SPACES.
031700
031800 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
031900
032000 01  WS-REPORT-COLUMN-HEADINGS   PIC X(80) VALUE
032100     "ACT  CUR  RATE DATE       FACTOR  DISPOSITION".
032200
032300 01  WS-REPORT-ACTION-LINE.
032400     05  AL-ACTION-CODE          PIC X(01).
032500     05  FILLER                  PIC X(04) VALUE SPACES.
032600     05  AL-CURRENCY             PIC X(03).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  AL-RATE-DATE            PIC X(10).
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  AL-FACTOR               PIC ZZ9.999999.
033100     05  AL-FACTOR-X             REDEFINES AL-FACTOR
033200                                 PIC X(10).
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  AL-DISPOSITION          PIC X(30).
033500     05  FILLER                  PIC X(16) VALUE SPACES.
033600
033700 01  WS-REPORT-COUNT-LINE.
033800     05  CL-COUNT-LABEL          PIC X(28) VALUE SPACES.
033900     05  CL-COUNT-VALUE          PIC ZZZZZZZZ9.
034000     05  FILLER                  PIC X(43) VALUE SPACES.
034100
034200 01  WS-REPORT-TITLE-LINE.
034300     05  TL-TITLE-TEXT           PIC X(60) VALUE SPACES.
034400     05  FILLER                  PIC X(20) VALUE SPACES.
034500
034600 01  WS-HELD-HEADINGS.
034700     05  FILLER                  PIC X(40)
034800         VALUE "CUR  RATE DATE       FACTOR  PREV DATE ".
034900     05  FILLER                  PIC X(40)
035000         VALUE "  PREV FACTOR  MOVE PCT  KEYED BY".
035100
035200 01  WS-HELD-LINE.
035300     05  HL-CURRENCY             PIC X(03).
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  HL-RATE-DATE            PIC X(10).
035600     05  FILLER                  PIC X(02) VALUE SPACES.
035700     05  HL-FACTOR               PIC ZZ9.999999.
035800     05  FILLER                  PIC X(02) VALUE SPACES.
035900     05  HL-PREV-DATE            PIC X(10).
036000     05  FILLER                  PIC X(03) VALUE SPACES.
036100     05  HL-PREV-FACTOR          PIC ZZ9.999999.
036200     05  FILLER                  PIC X(02) VALUE SPACES.
036300     05  HL-MOVE-PCT             PIC ZZZZ9.99.
036400     05  FILLER                  PIC X(02) VALUE SPACES.
036500     05  HL-KEYED-BY             PIC X(03).
036600     05  FILLER                  PIC X(13) VALUE SPACES.
036700
036800 01  WS-MISSING-HEADINGS         PIC X(80) VALUE
036900     "CUR  LAST RATE DATE  LAST FACTOR  REASON".
037000
037100 01  WS-MISSING-LINE.
037200     05  ML-CURRENCY             PIC X(03).
037300     05  FILLER                  PIC X(02) VALUE SPACES.
037400     05  ML-LAST-DATE            PIC X(10).
037500     05  FILLER                  PIC X(07) VALUE SPACES.
037600     05  ML-LAST-FACTOR          PIC ZZ9.999999.
037700     05  ML-LAST-FACTOR-X        REDEFINES ML-LAST-FACTOR
037800                                 PIC X(10).
037900     05  FILLER                  PIC X(02) VALUE SPACES.
038000     05  ML-REASON               PIC X(32).
038100     05  FILLER                  PIC X(14) VALUE SPACES.
038200
038300 01  WS-HISTORY-HEADINGS.
038400     05  FILLER                  PIC X(40)
038500         VALUE "RATE DATE       FACTOR  MOVE PCT  STATUS".
038600     05  FILLER                  PIC X(40)
038700         VALUE "      KEYED ON   BY  CONF  REPLACED ON".
038800
038900 01  WS-HISTORY-LINE.
039000     05  HS-RATE-DATE            PIC X(10).
039100     05  FILLER                  PIC X(02) VALUE SPACES.
039200     05  HS-FACTOR               PIC ZZ9.999999.
039300     05  FILLER                  PIC X(02) VALUE SPACES.
039400     05  HS-MOVE-PCT             PIC ZZZZ9.99.
039500     05  HS-MOVE-PCT-X           REDEFINES HS-MOVE-PCT
039600                                 PIC X(08).
039700     05  FILLER                  PIC X(02) VALUE SPACES.
039800     05  HS-STATUS-TEXT          PIC X(10).
039900     05  FILLER                  PIC X(02) VALUE SPACES.
040000     05  HS-KEYED-DATE           PIC X(10).
040100     05  FILLER                  PIC X(01) VALUE SPACES.
040200     05  HS-KEYED-BY             PIC X(03).
040300     05  FILLER                  PIC X(02) VALUE SPACES.
040400     05  HS-CONFIRMED-BY         PIC X(03).
040500     05  FILLER                  PIC X(02) VALUE SPACES.
040600     05  HS-REPLACED-DATE        PIC X(10).
040700     05  FILLER                  PIC X(03) VALUE SPACES.
040800
040900 PROCEDURE DIVISION.
041000******************************************************************
041100* 0000-MAINLINE                                                  *
041200*                                                                *
041300* PROGRAM ENTRY POINT.  TAKES THE RUN OPTIONS, LOADS THE RATE    *
041400* HISTORY, APPLIES EVERY RATE CARD, WRITES THE HISTORY BACK WHEN *
041500* A CARD CHANGED IT, REBUILDS RATETAB, AND LISTS THE HELD RATES, *
041600* THE MISSING CURRENCIES AND, WHEN ASKED FOR, THE RATE HISTORY.  *
041700******************************************************************
041800 0000-MAINLINE.
041900     PERFORM 0900-GET-RUN-DATE-TIME
042000         THRU 0900-EXIT.
042100
042200     PERFORM 0700-READ-CONTROL-CARDS
042300         THRU 0700-EXIT.
042400
042500     PERFORM 0800-SET-TABLE-WINDOW
042600         THRU 0800-EXIT.
042700
042800     PERFORM 0300-LOAD-RATE-HISTORY
042900         THRU 0300-EXIT.
043000
043100     OPEN INPUT RATEIN-FILE.
043200     MOVE WS-RATEIN-STATUS TO WS-FILE-STATUS-CHECK.
043300     MOVE "RATEIN"         TO WS-FILE-NAME-CHECK.
043400     PERFORM 0100-VERIFY-FILE-STATUS
043500         THRU 0100-EXIT.
043600
043700     OPEN OUTPUT RPTOUT-FILE.
043800     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
043900     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
044000     PERFORM 0100-VERIFY-FILE-STATUS
044100         THRU 0100-EXIT.
044200
044300     PERFORM 0950-WRITE-REPORT-HEADERS
044400         THRU 0950-EXIT.
044500
044600     PERFORM 1000-PROCESS-ONE-CARD
044700         THRU 1000-EXIT
044800         UNTIL RATEIN-EOF-YES.
044900
045000     PERFORM 3000-WRITE-REPORT-TOTALS
045100         THRU 3000-EXIT.
045200
045300     PERFORM 3400-COUNT-TABLE-RATES
045400         THRU 3400-EXIT.
045500
045600     IF WS-CHANGE-COUNT > 0
045700         PERFORM 3500-REWRITE-HISTORY
045800             THRU 3500-EXIT
045900     END-IF.
046000
046100     PERFORM 3600-WRITE-RATE-TABLE
046200         THRU 3600-EXIT.
046300
046400     PERFORM 4000-LIST-HELD-RATES
046500         THRU 4000-EXIT.
046600
046700     PERFORM 4500-LIST-MISSING-RATES
046800         THRU 4500-EXIT.
046900
047000     IF WS-HISTORY-FROM NOT = SPACES
047100         PERFORM 5000-PRINT-RATE-HISTORY
047200             THRU 5000-EXIT
047300     END-IF.
047400
047500     CLOSE RATEIN-FILE.
047600     CLOSE RPTOUT-FILE.
047700
047800     IF WS-REJECTED-COUNT > 0
047900         DISPLAY "RATMAINT004W - " WS-REJECTED-COUNT " CARD(S) "
048000                 "COULD NOT BE APPLIED"
048100         MOVE 4 TO RETURN-CODE
048200     END-IF.
048300     IF WS-HELD-ON-FILE-COUNT > 0
048400         DISPLAY "RATMAINT004W - " WS-HELD-ON-FILE-COUNT
048500                 " RATE(S) HELD AWAITING A CONFIRMING CARD"
048600         MOVE 4 TO RETURN-CODE
048700     END-IF.
048800     IF WS-MISSING-COUNT > 0
048900         DISPLAY "RATMAINT004W - " WS-MISSING-COUNT
049000                 " CURRENCY(S) WITH NO RATE FOR " WS-BUS-DATE
049100         MOVE 4 TO RETURN-CODE
049200     END-IF.
049300     STOP RUN.
049400
049500******************************************************************
049600* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
049700* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN        *
049800* FAILURE ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE  *
049900* PROGRAM DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS  *
050000* A NON-ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS. *
050100******************************************************************
050200 0100-VERIFY-FILE-STATUS.
050300     IF WS-FILE-STATUS-CHECK NOT = "00"
050400         DISPLAY "RATMAINT001E - UNABLE TO OPEN "
050500                 WS-FILE-NAME-CHECK
050600                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
050700         MOVE 16 TO RETURN-CODE
050800         STOP RUN
050900     END-IF.
051000 0100-EXIT.
051100     EXIT.
051200
051300******************************************************************
051400* 0300-LOAD-RATE-HISTORY - READ THE WHOLE RATE HISTORY FILE INTO *
051500* THE TABLE.  IT IS WRITTEN BACK IN CURRENCY AND RATE-DATE ORDER *
051600* AND IS LOADED AS IT STANDS.  A FILE THAT HAS NEVER BEEN LOADED *
051700* (STATUS 35 OR 05) SIMPLY MEANS NO RATES HAVE BEEN KEYED YET.   *
051800* A HISTORY PAST 9000 RATES IS FATAL - ARCHIVE THE OLDEST YEARS  *
051900* OFF IT.                                                        *
052000******************************************************************
052100 0300-LOAD-RATE-HISTORY.
052200     OPEN INPUT RATEHST-FILE.
052300     IF WS-RATEHST-STATUS = "00"
052400         PERFORM 0350-LOAD-ONE-RATE
052500             THRU 0350-EXIT
052600             UNTIL RATEHST-EOF-YES
052700         CLOSE RATEHST-FILE
052800     ELSE
052900         IF WS-RATEHST-STATUS = "35"
053000            OR WS-RATEHST-STATUS = "05"
053100             SET RATEHST-EOF-YES TO TRUE
053200         ELSE
053300             DISPLAY "RATMAINT002E - UNABLE TO OPEN RATEHST, "
053400                     "FILE STATUS = " WS-RATEHST-STATUS
053500             MOVE 16 TO RETURN-CODE
053600             STOP RUN
053700         END-IF
053800     END-IF.
053900 0300-EXIT.
054000     EXIT.
054100
054200 0350-LOAD-ONE-RATE.
054300     READ RATEHST-FILE
054400         AT END
054500             SET RATEHST-EOF-YES TO TRUE
054600             GO TO 0350-EXIT
054700     END-READ.
054800     IF WS-HST-COUNT = 9000
054900         DISPLAY "RATMAINT005E - MORE THAN 9000 RATES ON THE "
055000                 "HISTORY, ARCHIVE THE OLDEST"
055100         MOVE 16 TO RETURN-CODE
055200         STOP RUN
055300     END-IF.
055400     ADD 1 TO WS-HST-COUNT.
055500     MOVE RTH-RECORD TO WS-HST-RECORD (WS-HST-COUNT).
055600 0350-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000* 0700-READ-CONTROL-CARDS - ALL OPTIONS ARE OPTIONAL AND KEEP    *
056100* THEIR DEFAULTS WITHOUT CARDS.  AN UNRECOGNIZED CARD IS FATAL - *
056200* A MIS-KEYED BUSINESS DATE OR TOLERANCE MUST NEVER SILENTLY     *
056300* CHECK THE WRONG DAY OR HOLD THE WRONG RATES.                   *
056400******************************************************************
056500 0700-READ-CONTROL-CARDS.
056600     MOVE WS-RUN-DATE-DISPLAY TO WS-BUS-DATE.
056700     OPEN INPUT PARMIN-FILE.
056800     IF WS-PARMIN-STATUS = "00"
056900         PERFORM 0750-READ-ONE-CONTROL-CARD
057000             THRU 0750-EXIT
057100             UNTIL PARMIN-EOF-YES
057200         CLOSE PARMIN-FILE
057300     ELSE
057400         IF WS-PARMIN-STATUS NOT = "35"
057500            AND WS-PARMIN-STATUS NOT = "05"
057600             DISPLAY "RATMAINT002E - UNABLE TO OPEN PARMIN, FILE "
057700                     "STATUS = " WS-PARMIN-STATUS
057800             MOVE 16 TO RETURN-CODE
057900             STOP RUN
058000         END-IF
058100     END-IF.
058200     IF WS-HISTORY-FROM NOT = SPACES
058300        AND WS-HISTORY-TO = SPACES
058400         MOVE WS-BUS-DATE TO WS-HISTORY-TO
058500     END-IF.
058600 0700-EXIT.
058700     EXIT.
058800
058900 0750-READ-ONE-CONTROL-CARD.
059000     READ PARMIN-FILE
059100         AT END
059200             SET PARMIN-EOF-YES TO TRUE
059300             GO TO 0750-EXIT
059400     END-READ.
059500     MOVE PARMIN-RECORD TO WS-PARM-CARD.
059600     EVALUATE TRUE
059700         WHEN WS-PARM-CARD = SPACES
059800             CONTINUE
059900         WHEN PRM-BUSDATE-KEYWORD (1:1) = "*"
060000             CONTINUE
060100         WHEN PRM-BUSDATE-KEYWORD = "BUS-DATE="
060200             MOVE PRM-BUSDATE-VALUE TO WS-EDIT-DATE
060300             PERFORM 1650-EDIT-DATE
060400                 THRU 1650-EXIT
060500             IF EDIT-DATE-VALID
060600                 MOVE PRM-BUSDATE-VALUE TO WS-BUS-DATE
060700             ELSE
060800                 PERFORM 0770-BAD-CONTROL-CARD
060900                     THRU 0770-EXIT
061000             END-IF
061100         WHEN PRM-MOVEPCT-KEYWORD = "MOVE-PCT="
061200             IF PRM-MOVEPCT-WHOLE NUMERIC
061300                AND PRM-MOVEPCT-POINT = "."
061400                AND PRM-MOVEPCT-DEC NUMERIC
061500                 MOVE PRM-MOVEPCT-WHOLE TO WS-MOVE-PCT-WHOLE
061600                 MOVE PRM-MOVEPCT-DEC   TO WS-MOVE-PCT-DEC
061700                 MOVE WS-MOVE-PCT-WORK-NUM TO WS-MOVE-PCT-MAX
061800             ELSE
061900                 PERFORM 0770-BAD-CONTROL-CARD
062000                     THRU 0770-EXIT
062100             END-IF
062200         WHEN PRM-TABDAYS-KEYWORD = "TABLE-DAYS="
062300             IF PRM-TABDAYS-VALUE NUMERIC
062400                AND PRM-TABDAYS-VALUE > 0
062500                 MOVE PRM-TABDAYS-VALUE TO WS-TABLE-DAYS
062600             ELSE
062700                 PERFORM 0770-BAD-CONTROL-CARD
062800                     THRU 0770-EXIT
062900             END-IF
063000         WHEN PRM-HISTFROM-KEYWORD = "HISTORY-FROM="
063100             MOVE PRM-HISTFROM-VALUE TO WS-EDIT-DATE
063200             PERFORM 1650-EDIT-DATE
063300                 THRU 1650-EXIT
063400             IF EDIT-DATE-VALID
063500                 MOVE PRM-HISTFROM-VALUE TO WS-HISTORY-FROM
063600             ELSE
063700                 PERFORM 0770-BAD-CONTROL-CARD
063800                     THRU 0770-EXIT
063900             END-IF
064000         WHEN PRM-HISTTO-KEYWORD = "HISTORY-TO="
064100             MOVE PRM-HISTTO-VALUE TO WS-EDIT-DATE
064200             PERFORM 1650-EDIT-DATE
064300                 THRU 1650-EXIT
064400             IF EDIT-DATE-VALID
064500                 MOVE PRM-HISTTO-VALUE TO WS-HISTORY-TO
064600             ELSE
064700                 PERFORM 0770-BAD-CONTROL-CARD
064800                     THRU 0770-EXIT
064900             END-IF
065000         WHEN OTHER
065100             PERFORM 0770-BAD-CONTROL-CARD
065200                 THRU 0770-EXIT
065300     END-EVALUATE.
065400 0750-EXIT.
065500     EXIT.
065600
065700 0770-BAD-CONTROL-CARD.
065800     DISPLAY "RATMAINT002E - UNRECOGNIZED OR INVALID CONTROL "
065900             "CARD: " WS-PARM-CARD.
066000     MOVE 16 TO RETURN-CODE.
066100     STOP RUN.
066200 0770-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 0800-SET-TABLE-WINDOW - WORK OUT THE FIRST RATE DATE KEPT ON   *
066700* RATETAB - TABLE-DAYS DAYS BEFORE THE BUSINESS DATE - THE SAME  *
066800* DAY-NUMBER ARITHMETIC SUMTWO USES FOR ITS DUPLICATE WINDOW.    *
066900* THE SAME WINDOW DECIDES WHICH CURRENCIES ARE EXPECTED TO HAVE  *
067000* A RATE.                                                        *
067100******************************************************************
067200 0800-SET-TABLE-WINDOW.
067300     MOVE WS-BUS-DATE TO WS-DATE-SPLIT.
067400     MOVE WS-DS-YYYY  TO WS-DC-YYYY.
067500     MOVE WS-DS-MM    TO WS-DC-MM.
067600     MOVE WS-DS-DD    TO WS-DC-DD.
067700     COMPUTE WS-WINDOW-START-DAY-NO =
067800         FUNCTION INTEGER-OF-DATE (WS-DATE-COMPACT-NUM)
067900         - WS-TABLE-DAYS.
068000     COMPUTE WS-DATE-COMPACT-NUM =
068100         FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-DAY-NO).
068200     STRING WS-DC-YYYY "-" WS-DC-MM "-" WS-DC-DD
068300            DELIMITED BY SIZE
068400            INTO WS-WINDOW-START-DATE.
068500 0800-EXIT.
068600     EXIT.
068700
068800******************************************************************
068900* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
069000* FORMATTED FOR THE REPORT HEADER AND THE KEYED AND CONFIRMED    *
069100* STAMPS ON THE HISTORY.                                         *
069200******************************************************************
069300 0900-GET-RUN-DATE-TIME.
069400     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
069500     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
069600     STRING WS-SYS-YYYY DELIMITED BY SIZE
069700            "-"         DELIMITED BY SIZE
069800            WS-SYS-MM   DELIMITED BY SIZE
069900            "-"         DELIMITED BY SIZE
070000            WS-SYS-DD   DELIMITED BY SIZE
070100            INTO WS-RUN-DATE-DISPLAY.
070200     STRING WS-SYS-HH   DELIMITED BY SIZE
070300            ":"         DELIMITED BY SIZE
070400            WS-SYS-MIN  DELIMITED BY SIZE
070500            ":"         DELIMITED BY SIZE
070600            WS-SYS-SS   DELIMITED BY SIZE
070700            INTO WS-RUN-TIME-DISPLAY.
070800 0900-EXIT.
070900     EXIT.
071000
071100******************************************************************
071200* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE, THE RUN    *
071300* DATE/TIME AND THE COLUMN HEADINGS AT THE TOP OF A FRESH RPTOUT *
071400* REPORT.                                                        *
071500******************************************************************
071600 0950-WRITE-REPORT-HEADERS.
071700     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
071800     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
071900     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
072000     WRITE RPTOUT-RECORD.
072100     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
072200     WRITE RPTOUT-RECORD.
072300     MOVE WS-REPORT-COLUMN-HEADINGS TO RPTOUT-RECORD.
072400     WRITE RPTOUT-RECORD.
072500 0950-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900* 1000-PROCESS-ONE-CARD - READ ONE RATE CARD, EDIT THE FIELDS    *
073000* BOTH ACTIONS NEED, LOCATE THE CURRENCY AND DATE ON THE HISTORY *
073100* TABLE AND ROUTE THE CARD BY ACTION CODE.  A CARD THAT CANNOT   *
073200* BE APPLIED IS LISTED WITH ITS REASON AND COUNTED - THE RUN     *
073300* CARRIES ON SO THE REMAINING CARDS STILL APPLY.                 *
073400******************************************************************
073500 1000-PROCESS-ONE-CARD.
073600     READ RATEIN-FILE
073700         AT END
073800             SET RATEIN-EOF-YES TO TRUE
073900             GO TO 1000-EXIT
074000     END-READ.
074100     IF RATEIN-RECORD = SPACES
074200      OR RATEIN-RECORD (1:1) = "*"
074300         GO TO 1000-EXIT
074400     END-IF.
074500     ADD 1 TO WS-CARDS-READ-COUNT.
074600     MOVE RATEIN-RECORD TO WS-RATE-CARD.
074700     MOVE SPACES TO WS-CARD-ERROR-TEXT.
074800     MOVE CRD-RATE-DATE TO WS-EDIT-DATE.
074900     PERFORM 1650-EDIT-DATE
075000         THRU 1650-EXIT.
075100     EVALUATE TRUE
075200         WHEN NOT CRD-ACTION-RATE AND NOT CRD-ACTION-CONFIRM
075300             MOVE "ACTION CODE NOT R OR C" TO WS-CARD-ERROR-TEXT
075400         WHEN CRD-CURRENCY = SPACES
075500             MOVE "CURRENCY MISSING" TO WS-CARD-ERROR-TEXT
075600         WHEN CRD-CURRENCY = WS-BASE-CURRENCY
075700             MOVE "BASE CURRENCY TAKES NO RATE"
075800                 TO WS-CARD-ERROR-TEXT
075900         WHEN EDIT-DATE-INVALID
076000             MOVE "RATE DATE NOT YYYY-MM-DD" TO WS-CARD-ERROR-TEXT
076100         WHEN CRD-FACTOR-WHOLE NOT NUMERIC
076200          OR CRD-FACTOR-POINT NOT = "."
076300          OR CRD-FACTOR-DEC NOT NUMERIC
076400             MOVE "FACTOR NOT NNN.NNNNNN" TO WS-CARD-ERROR-TEXT
076500         WHEN CRD-FACTOR-WHOLE = 0 AND CRD-FACTOR-DEC = 0
076600             MOVE "FACTOR IS ZERO" TO WS-CARD-ERROR-TEXT
076700         WHEN CRD-INITIALS = SPACES
076800             MOVE "OPERATOR INITIALS MISSING"
076900                 TO WS-CARD-ERROR-TEXT
077000     END-EVALUATE.
077100     IF WS-CARD-ERROR-TEXT NOT = SPACES
077200         PERFORM 1900-REJECT-ONE-CARD
077300             THRU 1900-EXIT
077400         GO TO 1000-EXIT
077500     END-IF.
077600     MOVE CRD-FACTOR-WHOLE TO WS-CARD-FACTOR-WHOLE.
077700     MOVE CRD-FACTOR-DEC   TO WS-CARD-FACTOR-DEC.
077800     PERFORM 1700-LOCATE-RATE
077900         THRU 1700-EXIT.
078000     IF CRD-ACTION-RATE
078100         PERFORM 1100-APPLY-RATE
078200             THRU 1100-EXIT
078300     ELSE
078400         PERFORM 1200-CONFIRM-HELD-RATE
078500             THRU 1200-EXIT
078600     END-IF.
078700 1000-EXIT.
078800     EXIT.
078900
079000******************************************************************
079100* 1100-APPLY-RATE - APPLY AN R CARD.  A FACTOR THE SAME AS THE   *
079200* ACCEPTED RATE ALREADY ON FILE FOR THE DATE CHANGES NOTHING.    *
079300* OTHERWISE THE MOVEMENT FROM THE PREVIOUS ACCEPTED RATE IS      *
079400* WORKED OUT, ANY RATE STILL HELD FOR THE DATE IS REPLACED, AND  *
079500* THE NEW RATE GOES ON THE HISTORY HELD WHEN IT MOVED PAST THE   *
079600* TOLERANCE, OR ACCEPTED - REPLACING THE RATE ON FILE FOR THE    *
079700* DATE - WHEN IT DID NOT.                                        *
079800******************************************************************
079900 1100-APPLY-RATE.
080000     IF WS-ACCEPTED-SUB > 0
080100        AND WS-HELD-SUB = 0
080200        AND WS-ACCEPTED-FACTOR = WS-CARD-FACTOR
080300         ADD 1 TO WS-UNCHANGED-COUNT
080400         MOVE "ALREADY ON FILE - NO CHANGE"
080500             TO WS-CARD-ERROR-TEXT
080600         PERFORM 1800-REPORT-ONE-CARD
080700             THRU 1800-EXIT
080800         GO TO 1100-EXIT
080900     END-IF.
081000     IF WS-HST-COUNT = 9000
081100         MOVE "RATE HISTORY TABLE FULL" TO WS-CARD-ERROR-TEXT
081200         PERFORM 1900-REJECT-ONE-CARD
081300             THRU 1900-EXIT
081400         GO TO 1100-EXIT
081500     END-IF.
081600     MOVE 0 TO WS-MOVE-PCT.
081700     IF WS-PREV-SUB > 0
081800         COMPUTE WS-MOVE-AMOUNT = WS-CARD-FACTOR - WS-PREV-FACTOR
081900         IF WS-MOVE-AMOUNT < 0
082000             COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
082100         END-IF
082200         COMPUTE WS-MOVE-PCT ROUNDED =
082300             WS-MOVE-AMOUNT * 100 / WS-PREV-FACTOR
082400             ON SIZE ERROR
082500                 MOVE 99999.99 TO WS-MOVE-PCT
082600         END-COMPUTE
082700     END-IF.
082800     IF WS-HELD-SUB > 0
082900         MOVE WS-HELD-SUB TO WS-HST-SUB
083000         PERFORM 1750-REPLACE-ENTRY
083100             THRU 1750-EXIT
083200     END-IF.
083300     IF WS-ACCEPTED-SUB > 0
083400        AND (WS-PREV-SUB = 0
083500          OR WS-MOVE-PCT NOT > WS-MOVE-PCT-MAX)
083600         MOVE WS-ACCEPTED-SUB TO WS-HST-SUB
083700         PERFORM 1750-REPLACE-ENTRY
083800             THRU 1750-EXIT
083900     END-IF.
084000     MOVE SPACES              TO RTH-RECORD.
084100     MOVE CRD-CURRENCY        TO RTH-CURRENCY.
084200     MOVE CRD-RATE-DATE       TO RTH-RATE-DATE.
084300     MOVE WS-CARD-FACTOR      TO RTH-FACTOR.
084400     MOVE WS-PREV-DATE        TO RTH-PREV-DATE.
084500     MOVE WS-PREV-FACTOR      TO RTH-PREV-FACTOR.
084600     MOVE WS-MOVE-PCT         TO RTH-MOVE-PCT.
084700     MOVE WS-RUN-DATE-DISPLAY TO RTH-KEYED-DATE.
084800     MOVE WS-RUN-TIME-DISPLAY TO RTH-KEYED-TIME.
084900     MOVE CRD-INITIALS        TO RTH-KEYED-BY.
085000     MOVE WS-MOVE-PCT         TO WS-MOVE-PCT-EDIT.
085100     IF WS-PREV-SUB > 0
085200        AND WS-MOVE-PCT > WS-MOVE-PCT-MAX
085300         SET RTH-HELD TO TRUE
085400         ADD 1 TO WS-HELD-COUNT
085500         STRING "HELD - MOVED "  DELIMITED BY SIZE
085600                WS-MOVE-PCT-EDIT DELIMITED BY SIZE
085700                " PCT"           DELIMITED BY SIZE
085800                INTO WS-CARD-ERROR-TEXT
085900     ELSE
086000         SET RTH-ACCEPTED TO TRUE
086100         ADD 1 TO WS-ACCEPTED-COUNT
086200         IF WS-ACCEPTED-SUB > 0
086300             MOVE "ACCEPTED - REPLACED RATE"
086400                 TO WS-CARD-ERROR-TEXT
086500         ELSE
086600             IF WS-PREV-SUB = 0
086700                 MOVE "ACCEPTED - FIRST RATE"
086800                     TO WS-CARD-ERROR-TEXT
086900             ELSE
087000                 STRING "ACCEPTED - MOVED " DELIMITED BY SIZE
087100                        WS-MOVE-PCT-EDIT    DELIMITED BY SIZE
087200                        " PCT"              DELIMITED BY SIZE
087300                        INTO WS-CARD-ERROR-TEXT
087400             END-IF
087500         END-IF
087600     END-IF.
087700     PERFORM 1850-INSERT-ENTRY
087800         THRU 1850-EXIT.
087900     PERFORM 1800-REPORT-ONE-CARD
088000         THRU 1800-EXIT.
088100 1100-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500* 1200-CONFIRM-HELD-RATE - APPLY A C CARD.  THE CARD MUST REPEAT *
088600* THE FACTOR OF THE RATE HELD FOR THE CURRENCY AND DATE - A      *
088700* SECOND KEYING OF THE SAME FIGURE IS WHAT RELEASES IT.  THE     *
088800* HELD RATE BECOMES THE ACCEPTED RATE FOR THE DATE, STAMPED WITH *
088900* WHO CONFIRMED IT AND WHEN, AND ANY RATE ACCEPTED FOR THE DATE  *
089000* BEFORE IT IS MARKED REPLACED.                                  *
089100******************************************************************
089200 1200-CONFIRM-HELD-RATE.
089300     IF WS-HELD-SUB = 0
089400         MOVE "NO HELD RATE TO CONFIRM" TO WS-CARD-ERROR-TEXT
089500         PERFORM 1900-REJECT-ONE-CARD
089600             THRU 1900-EXIT
089700         GO TO 1200-EXIT
089800     END-IF.
089900     IF WS-HELD-FACTOR NOT = WS-CARD-FACTOR
090000         MOVE "FACTOR NOT THE HELD FACTOR"
090100             TO WS-CARD-ERROR-TEXT
090200         PERFORM 1900-REJECT-ONE-CARD
090300             THRU 1900-EXIT
090400         GO TO 1200-EXIT
090500     END-IF.
090600     IF WS-ACCEPTED-SUB > 0
090700         MOVE WS-ACCEPTED-SUB TO WS-HST-SUB
090800         PERFORM 1750-REPLACE-ENTRY
090900             THRU 1750-EXIT
091000     END-IF.
091100     SET HST-IX TO WS-HELD-SUB.
091200     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
091300     SET RTH-ACCEPTED TO TRUE.
091400     MOVE WS-RUN-DATE-DISPLAY TO RTH-CONFIRMED-DATE.
091500     MOVE CRD-INITIALS        TO RTH-CONFIRMED-BY.
091600     MOVE RTH-RECORD TO WS-HST-RECORD (HST-IX).
091700     ADD 1 TO WS-CHANGE-COUNT.
091800     ADD 1 TO WS-CONFIRMED-COUNT.
091900     MOVE "CONFIRMED - NOW ACCEPTED" TO WS-CARD-ERROR-TEXT.
092000     PERFORM 1800-REPORT-ONE-CARD
092100         THRU 1800-EXIT.
092200 1200-EXIT.
092300     EXIT.
092400
092500******************************************************************
092600* 1650-EDIT-DATE - CHECK THAT WS-EDIT-DATE IS A YYYY-MM-DD DATE  *
092700* WITH A MONTH OF 01-12 AND A DAY OF 01-31, THE SAME EDIT        *
092800* BUDMAINT AND STDMAINT APPLY TO THEIR DATES.                    *
092900******************************************************************
093000 1650-EDIT-DATE.
093100     SET EDIT-DATE-VALID TO TRUE.
093200     IF WS-EDIT-YYYY NOT NUMERIC
093300      OR WS-EDIT-MM NOT NUMERIC
093400      OR WS-EDIT-DD NOT NUMERIC
093500      OR WS-EDIT-DASH-1 NOT = "-"
093600      OR WS-EDIT-DASH-2 NOT = "-"
093700      OR WS-EDIT-MM < "01" OR WS-EDIT-MM > "12"
093800      OR WS-EDIT-DD < "01" OR WS-EDIT-DD > "31"
093900         SET EDIT-DATE-INVALID TO TRUE
094000     END-IF.
094100 1650-EXIT.
094200     EXIT.
094300
094400******************************************************************
094500* 1700-LOCATE-RATE - ONE PASS OF THE HISTORY TABLE FOR THE       *
094600* CARD'S CURRENCY AND DATE.  IT FINDS WHERE A NEW ENTRY GOES     *
094700* (AFTER EVERYTHING FOR THE SAME OR AN EARLIER KEY), THE         *
094800* ACCEPTED AND THE HELD RATE ALREADY ON FILE FOR THE DATE, AND   *
094900* THE CURRENCY'S PREVIOUS ACCEPTED RATE - THE LATEST ONE DATED   *
095000* BEFORE THE CARD - THAT THE MOVEMENT IS MEASURED FROM.          *
095100******************************************************************
095200 1700-LOCATE-RATE.
095300     MOVE 1      TO WS-INSERT-SUB.
095400     MOVE 0      TO WS-ACCEPTED-SUB.
095500     MOVE 0      TO WS-HELD-SUB.
095600     MOVE 0      TO WS-PREV-SUB.
095700     MOVE 0      TO WS-ACCEPTED-FACTOR.
095800     MOVE 0      TO WS-HELD-FACTOR.
095900     MOVE 0      TO WS-PREV-FACTOR.
096000     MOVE SPACES TO WS-PREV-DATE.
096100     PERFORM 1710-CHECK-ONE-ENTRY
096200         THRU 1710-EXIT
096300         VARYING WS-HST-SUB FROM 1 BY 1
096400         UNTIL WS-HST-SUB > WS-HST-COUNT.
096500 1700-EXIT.
096600     EXIT.
096700
096800 1710-CHECK-ONE-ENTRY.
096900     SET HST-IX TO WS-HST-SUB.
097000     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
097100     IF RTH-CURRENCY < CRD-CURRENCY
097200      OR (RTH-CURRENCY = CRD-CURRENCY
097300          AND RTH-RATE-DATE NOT > CRD-RATE-DATE)
097400         ADD 1 TO WS-INSERT-SUB
097500     END-IF.
097600     IF RTH-CURRENCY NOT = CRD-CURRENCY
097700         GO TO 1710-EXIT
097800     END-IF.
097900     IF RTH-RATE-DATE = CRD-RATE-DATE
098000         IF RTH-ACCEPTED
098100             MOVE WS-HST-SUB TO WS-ACCEPTED-SUB
098200             MOVE RTH-FACTOR TO WS-ACCEPTED-FACTOR
098300         END-IF
098400         IF RTH-HELD
098500             MOVE WS-HST-SUB TO WS-HELD-SUB
098600             MOVE RTH-FACTOR TO WS-HELD-FACTOR
098700         END-IF
098800     END-IF.
098900     IF RTH-RATE-DATE < CRD-RATE-DATE
099000        AND RTH-ACCEPTED
099100         MOVE WS-HST-SUB    TO WS-PREV-SUB
099200         MOVE RTH-RATE-DATE TO WS-PREV-DATE
099300         MOVE RTH-FACTOR    TO WS-PREV-FACTOR
099400     END-IF.
099500 1710-EXIT.
099600     EXIT.
099700
099800******************************************************************
099900* 1750-REPLACE-ENTRY - MARK THE HISTORY ENTRY AT WS-HST-SUB      *
100000* REPLACED AS OF THE RUN DATE.  IT STAYS ON THE HISTORY FOR THE  *
100100* AUDIT TRAIL BUT NEVER REACHES RATETAB AGAIN.                   *
100200******************************************************************
100300 1750-REPLACE-ENTRY.
100400     SET HST-IX TO WS-HST-SUB.
100500     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
100600     SET RTH-REPLACED TO TRUE.
100700     MOVE WS-RUN-DATE-DISPLAY TO RTH-REPLACED-DATE.
100800     MOVE RTH-RECORD TO WS-HST-RECORD (HST-IX).
100900     ADD 1 TO WS-CHANGE-COUNT.
101000 1750-EXIT.
101100     EXIT.
101200
101300******************************************************************
101400* 1800-REPORT-ONE-CARD - LIST AN APPLIED CARD ON THE RPTOUT      *
101500* REPORT WITH WHAT BECAME OF IT.                                 *
101600******************************************************************
101700 1800-REPORT-ONE-CARD.
101800     MOVE SPACES TO WS-REPORT-ACTION-LINE.
101900     MOVE CRD-ACTION-CODE    TO AL-ACTION-CODE.
102000     MOVE CRD-CURRENCY       TO AL-CURRENCY.
102100     MOVE CRD-RATE-DATE      TO AL-RATE-DATE.
102200     MOVE WS-CARD-FACTOR     TO AL-FACTOR.
102300     MOVE WS-CARD-ERROR-TEXT TO AL-DISPOSITION.
102400     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
102500     WRITE RPTOUT-RECORD.
102600 1800-EXIT.
102700     EXIT.
102800
102900******************************************************************
103000* 1850-INSERT-ENTRY - PUT THE NEW RATE IN RTH-RECORD INTO THE    *
103100* HISTORY TABLE AT WS-INSERT-SUB, MOVING EVERY LATER ENTRY UP    *
103200* ONE PLACE SO THE TABLE STAYS IN CURRENCY AND RATE-DATE ORDER.  *
103300******************************************************************
103400 1850-INSERT-ENTRY.
103500     PERFORM 1860-SHIFT-ONE-ENTRY
103600         THRU 1860-EXIT
103700         VARYING WS-HST-SUB FROM WS-HST-COUNT BY -1
103800         UNTIL WS-HST-SUB < WS-INSERT-SUB.
103900     ADD 1 TO WS-HST-COUNT.
104000     SET HST-IX TO WS-INSERT-SUB.
104100     MOVE RTH-RECORD TO WS-HST-RECORD (HST-IX).
104200     ADD 1 TO WS-CHANGE-COUNT.
104300 1850-EXIT.
104400     EXIT.
104500
104600 1860-SHIFT-ONE-ENTRY.
104700     COMPUTE WS-HST-NEXT-SUB = WS-HST-SUB + 1.
104800     MOVE WS-HST-RECORD (WS-HST-SUB)
104900         TO WS-HST-RECORD (WS-HST-NEXT-SUB).
105000 1860-EXIT.
105100     EXIT.
105200
105300******************************************************************
105400* 1900-REJECT-ONE-CARD - LIST A CARD THAT COULD NOT BE APPLIED,  *
105500* AS KEYED, WITH THE REASON LEFT IN WS-CARD-ERROR-TEXT.          *
105600******************************************************************
105700 1900-REJECT-ONE-CARD.
105800     ADD 1 TO WS-REJECTED-COUNT.
105900     MOVE SPACES TO WS-REPORT-ACTION-LINE.
106000     MOVE CRD-ACTION-CODE    TO AL-ACTION-CODE.
106100     MOVE CRD-CURRENCY       TO AL-CURRENCY.
106200     MOVE CRD-RATE-DATE      TO AL-RATE-DATE.
106300     MOVE CRD-FACTOR-X       TO AL-FACTOR-X.
106400     MOVE WS-CARD-ERROR-TEXT TO AL-DISPOSITION.
106500     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
106600     WRITE RPTOUT-RECORD.
106700 1900-EXIT.
106800     EXIT.
106900
107000******************************************************************
107100* 3000-WRITE-REPORT-TOTALS - WRITE THE CARD COUNT LINES ON THE   *
107200* RPTOUT MAINTENANCE REPORT.                                     *
107300******************************************************************
107400 3000-WRITE-REPORT-TOTALS.
107500     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
107600     WRITE RPTOUT-RECORD.
107700     MOVE "CARDS READ:"                TO CL-COUNT-LABEL.
107800     MOVE WS-CARDS-READ-COUNT          TO CL-COUNT-VALUE.
107900     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
108000     WRITE RPTOUT-RECORD.
108100     MOVE "RATES ACCEPTED:"            TO CL-COUNT-LABEL.
108200     MOVE WS-ACCEPTED-COUNT            TO CL-COUNT-VALUE.
108300     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
108400     WRITE RPTOUT-RECORD.
108500     MOVE "RATES HELD:"                TO CL-COUNT-LABEL.
108600     MOVE WS-HELD-COUNT                TO CL-COUNT-VALUE.
108700     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
108800     WRITE RPTOUT-RECORD.
108900     MOVE "HELD RATES CONFIRMED:"      TO CL-COUNT-LABEL.
109000     MOVE WS-CONFIRMED-COUNT           TO CL-COUNT-VALUE.
109100     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
109200     WRITE RPTOUT-RECORD.
109300     MOVE "ALREADY ON FILE:"           TO CL-COUNT-LABEL.
109400     MOVE WS-UNCHANGED-COUNT           TO CL-COUNT-VALUE.
109500     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
109600     WRITE RPTOUT-RECORD.
109700     MOVE "CARDS NOT APPLIED:"         TO CL-COUNT-LABEL.
109800     MOVE WS-REJECTED-COUNT            TO CL-COUNT-VALUE.
109900     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
110000     WRITE RPTOUT-RECORD.
110100 3000-EXIT.
110200     EXIT.
110300
110400******************************************************************
110500* 3400-COUNT-TABLE-RATES - COUNT THE ACCEPTED RATES DATED FROM   *
110600* THE START OF THE TABLE WINDOW ON - THE ENTRIES RATETAB WILL    *
110700* CARRY - BEFORE ANYTHING IS WRITTEN.  SUMTWO HOLDS AT MOST 200, *
110800* SO A WINDOW THAT WOULD OVERFILL IT IS FATAL HERE, WITH THE     *
110900* HISTORY AND RATETAB BOTH LEFT AS THEY WERE; RERUN WITH A       *
111000* SHORTER TABLE-DAYS, BUT NEVER SHORTER THAN THE CALENDAR DAYS   *
111020* SUMTWO'S BUS-DAYS-BACK WINDOW CAN SPAN - A BATCH SUMTWO        *
111040* ACCEPTS WOULD OTHERWISE REJECT ITS FOREIGN PAIRS FOR WANT OF A *
111060* RATE.                                                          *
111100******************************************************************
111200 3400-COUNT-TABLE-RATES.
111300     MOVE 0 TO WS-TABLE-RATE-COUNT.
111400     PERFORM 3450-COUNT-ONE-RATE
111500         THRU 3450-EXIT
111600         VARYING WS-HST-SUB FROM 1 BY 1
111700         UNTIL WS-HST-SUB > WS-HST-COUNT.
111800     IF WS-TABLE-RATE-COUNT > 200
111900         DISPLAY "RATMAINT006E - " WS-TABLE-RATE-COUNT " RATES "
112000                 "FROM " WS-WINDOW-START-DATE " WILL NOT FIT "
112100                 "RATETAB, SHORTEN TABLE-DAYS BUT NOT BELOW "
112150                 "THE SPAN OF SUMTWO'S BUS-DAYS-BACK"
112200         MOVE 16 TO RETURN-CODE
112300         STOP RUN
112400     END-IF.
112500 3400-EXIT.
112600     EXIT.
112700
112800 3450-COUNT-ONE-RATE.
112900     SET HST-IX TO WS-HST-SUB.
113000     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
113100     IF RTH-ACCEPTED
113200        AND RTH-RATE-DATE NOT < WS-WINDOW-START-DATE
113300         ADD 1 TO WS-TABLE-RATE-COUNT
113400     END-IF.
113500 3450-EXIT.
113600     EXIT.
113700
113800******************************************************************
113900* 3500-REWRITE-HISTORY - WRITE THE WHOLE TABLE BACK OVER THE     *
114000* RATE HISTORY FILE, IN CURRENCY AND RATE-DATE ORDER, WITH THIS  *
114100* RUN'S NEW, CONFIRMED AND REPLACED RATES.  ONLY DONE WHEN A     *
114200* CARD CHANGED SOMETHING.                                        *
114300******************************************************************
114400 3500-REWRITE-HISTORY.
114500     OPEN OUTPUT RATEHST-FILE.
114600     MOVE WS-RATEHST-STATUS TO WS-FILE-STATUS-CHECK.
114700     MOVE "RATEHST"         TO WS-FILE-NAME-CHECK.
114800     PERFORM 0100-VERIFY-FILE-STATUS
114900         THRU 0100-EXIT.
115000     PERFORM 3550-REWRITE-ONE-RATE
115100         THRU 3550-EXIT
115200         VARYING WS-HST-SUB FROM 1 BY 1
115300         UNTIL WS-HST-SUB > WS-HST-COUNT.
115400     CLOSE RATEHST-FILE.
115500 3500-EXIT.
115600     EXIT.
115700
115800 3550-REWRITE-ONE-RATE.
115900     SET HST-IX TO WS-HST-SUB.
116000     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
116100     WRITE RTH-RECORD.
116200     IF WS-RATEHST-STATUS NOT = "00"
116300         DISPLAY "RATMAINT003E - WRITE TO RATEHST FAILED, FILE "
116400                 "STATUS = " WS-RATEHST-STATUS
116500                 ", CURRENCY = " RTH-CURRENCY
116600                 ", DATE = " RTH-RATE-DATE
116700         MOVE 16 TO RETURN-CODE
116800         STOP RUN
116900     END-IF.
117000 3550-EXIT.
117100     EXIT.
117200
117300******************************************************************
117400* 3600-WRITE-RATE-TABLE - REBUILD RATETAB FOR SUMTWO FROM THE    *
117500* ACCEPTED RATES DATED FROM THE START OF THE TABLE WINDOW ON.    *
117600* HELD AND REPLACED RATES NEVER REACH IT, SO A PAIR IN A         *
117700* CURRENCY WHOSE RATE IS STILL HELD REJECTS FOR A MISSING RATE   *
117800* AND IS REPAIRED THROUGH REJFIX ONCE THE RATE IS CONFIRMED.     *
117900* REBUILT ON EVERY RUN SO THE WINDOW MOVES ON WITH THE BUSINESS  *
118000* DATE.                                                          *
118100******************************************************************
118200 3600-WRITE-RATE-TABLE.
118300     OPEN OUTPUT RATETAB-FILE.
118400     MOVE WS-RATETAB-STATUS TO WS-FILE-STATUS-CHECK.
118500     MOVE "RATETAB"         TO WS-FILE-NAME-CHECK.
118600     PERFORM 0100-VERIFY-FILE-STATUS
118700         THRU 0100-EXIT.
118800     PERFORM 3650-WRITE-ONE-TABLE-RATE
118900         THRU 3650-EXIT
119000         VARYING WS-HST-SUB FROM 1 BY 1
119100         UNTIL WS-HST-SUB > WS-HST-COUNT.
119200     CLOSE RATETAB-FILE.
119300 3600-EXIT.
119400     EXIT.
119500
119600 3650-WRITE-ONE-TABLE-RATE.
119700     SET HST-IX TO WS-HST-SUB.
119800     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
119900     IF RTH-HELD
120000      OR RTH-REPLACED
120100      OR RTH-RATE-DATE < WS-WINDOW-START-DATE
120200         GO TO 3650-EXIT
120300     END-IF.
120400     MOVE RTH-CURRENCY  TO RATE-CURRENCY.
120500     MOVE RTH-RATE-DATE TO RATE-DATE.
120600     MOVE RTH-FACTOR    TO RATE-FACTOR.
120700     WRITE RATE-RECORD.
120800     IF WS-RATETAB-STATUS NOT = "00"
120900         DISPLAY "RATMAINT003E - WRITE TO RATETAB FAILED, FILE "
121000                 "STATUS = " WS-RATETAB-STATUS
121100                 ", CURRENCY = " RTH-CURRENCY
121200                 ", DATE = " RTH-RATE-DATE
121300         MOVE 16 TO RETURN-CODE
121400         STOP RUN
121500     END-IF.
121600 3650-EXIT.
121700     EXIT.
121800
121900******************************************************************
122000* 4000-LIST-HELD-RATES - LIST EVERY RATE STILL HELD ON THE       *
122100* HISTORY, WHETHER HELD TONIGHT OR ON AN EARLIER RUN, WITH THE   *
122200* RATE IT MOVED FROM AND BY HOW MUCH, SO THE CONFIRMING CARDS    *
122300* CAN BE KEYED OR THE RATES RE-KEYED.                            *
122400******************************************************************
122500 4000-LIST-HELD-RATES.
122600     MOVE SPACES TO WS-REPORT-TITLE-LINE.
122700     MOVE "RATES HELD AWAITING A CONFIRMING CARD"
122800         TO TL-TITLE-TEXT.
122900     PERFORM 4900-WRITE-SECTION-TITLE
123000         THRU 4900-EXIT.
123100     MOVE WS-HELD-HEADINGS TO RPTOUT-RECORD.
123200     WRITE RPTOUT-RECORD.
123300     PERFORM 4050-LIST-ONE-HELD-RATE
123400         THRU 4050-EXIT
123500         VARYING WS-HST-SUB FROM 1 BY 1
123600         UNTIL WS-HST-SUB > WS-HST-COUNT.
123700     MOVE SPACES TO RPTOUT-RECORD.
123800     WRITE RPTOUT-RECORD.
123900     MOVE "RATES HELD ON FILE:"        TO CL-COUNT-LABEL.
124000     MOVE WS-HELD-ON-FILE-COUNT        TO CL-COUNT-VALUE.
124100     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
124200     WRITE RPTOUT-RECORD.
124300 4000-EXIT.
124400     EXIT.
124500
124600 4050-LIST-ONE-HELD-RATE.
124700     SET HST-IX TO WS-HST-SUB.
124800     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
124900     IF NOT RTH-HELD
125000         GO TO 4050-EXIT
125100     END-IF.
125200     ADD 1 TO WS-HELD-ON-FILE-COUNT.
125300     MOVE RTH-CURRENCY    TO HL-CURRENCY.
125400     MOVE RTH-RATE-DATE   TO HL-RATE-DATE.
125500     MOVE RTH-FACTOR      TO HL-FACTOR.
125600     MOVE RTH-PREV-DATE   TO HL-PREV-DATE.
125700     MOVE RTH-PREV-FACTOR TO HL-PREV-FACTOR.
125800     MOVE RTH-MOVE-PCT    TO HL-MOVE-PCT.
125900     MOVE RTH-KEYED-BY    TO HL-KEYED-BY.
126000     MOVE WS-HELD-LINE TO RPTOUT-RECORD.
126100     WRITE RPTOUT-RECORD.
126200 4050-EXIT.
126300     EXIT.
126400
126500******************************************************************
126600* 4500-LIST-MISSING-RATES - LIST EVERY CURRENCY THAT HAS NO      *
126700* ACCEPTED RATE FOR THE COMING BUSINESS DATE.  A CURRENCY IS     *
126800* EXPECTED WHEN IT HAD AN ACCEPTED RATE DATED IN THE TABLE       *
126900* WINDOW BEFORE THE BUSINESS DATE.  THE TABLE IS IN CURRENCY     *
127000* ORDER, SO EACH CURRENCY IS SETTLED AT THE BREAK TO THE NEXT    *
127100* ONE AND AGAIN AT THE END FOR THE LAST.                         *
127200******************************************************************
127300 4500-LIST-MISSING-RATES.
127400     MOVE SPACES TO WS-REPORT-TITLE-LINE.
127500     STRING "CURRENCIES WITH NO RATE FOR BUSINESS DATE "
127600                          DELIMITED BY SIZE
127700            WS-BUS-DATE   DELIMITED BY SIZE
127800            INTO TL-TITLE-TEXT.
127900     PERFORM 4900-WRITE-SECTION-TITLE
128000         THRU 4900-EXIT.
128100     MOVE WS-MISSING-HEADINGS TO RPTOUT-RECORD.
128200     WRITE RPTOUT-RECORD.
128300     MOVE SPACES TO WS-CUR-CURRENCY.
128400     PERFORM 4550-CHECK-ONE-RATE
128500         THRU 4550-EXIT
128600         VARYING WS-HST-SUB FROM 1 BY 1
128700         UNTIL WS-HST-SUB > WS-HST-COUNT.
128800     IF WS-CUR-CURRENCY NOT = SPACES
128900         PERFORM 4570-SETTLE-CURRENCY
129000             THRU 4570-EXIT
129100     END-IF.
129200     MOVE SPACES TO RPTOUT-RECORD.
129300     WRITE RPTOUT-RECORD.
129400     MOVE "CURRENCIES MISSING A RATE:" TO CL-COUNT-LABEL.
129500     MOVE WS-MISSING-COUNT             TO CL-COUNT-VALUE.
129600     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
129700     WRITE RPTOUT-RECORD.
129800 4500-EXIT.
129900     EXIT.
130000
130100 4550-CHECK-ONE-RATE.
130200     SET HST-IX TO WS-HST-SUB.
130300     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
130400     IF RTH-CURRENCY NOT = WS-CUR-CURRENCY
130500         IF WS-CUR-CURRENCY NOT = SPACES
130600             PERFORM 4570-SETTLE-CURRENCY
130700                 THRU 4570-EXIT
130800         END-IF
130900         MOVE RTH-CURRENCY TO WS-CUR-CURRENCY
131000         MOVE SPACES       TO WS-CUR-LAST-DATE
131100         MOVE 0            TO WS-CUR-LAST-FACTOR
131200         SET CUR-EXPECTED-NO TO TRUE
131300         SET CUR-RATED-NO    TO TRUE
131400         SET CUR-HELD-NO     TO TRUE
131500     END-IF.
131600     IF RTH-RATE-DATE = WS-BUS-DATE
131700         IF RTH-ACCEPTED
131800             SET CUR-RATED-YES TO TRUE
131900         END-IF
132000         IF RTH-HELD
132100             SET CUR-HELD-YES TO TRUE
132200         END-IF
132300     END-IF.
132400     IF RTH-ACCEPTED
132500        AND RTH-RATE-DATE < WS-BUS-DATE
132600         MOVE RTH-RATE-DATE TO WS-CUR-LAST-DATE
132700         MOVE RTH-FACTOR    TO WS-CUR-LAST-FACTOR
132800         IF RTH-RATE-DATE NOT < WS-WINDOW-START-DATE
132900             SET CUR-EXPECTED-YES TO TRUE
133000         END-IF
133100     END-IF.
133200 4550-EXIT.
133300     EXIT.
133400
133500 4570-SETTLE-CURRENCY.
133600     IF CUR-RATED-YES
133700      OR CUR-EXPECTED-NO
133800         GO TO 4570-EXIT
133900     END-IF.
134000     ADD 1 TO WS-MISSING-COUNT.
134100     MOVE WS-CUR-CURRENCY    TO ML-CURRENCY.
134200     MOVE WS-CUR-LAST-DATE   TO ML-LAST-DATE.
134300     MOVE WS-CUR-LAST-FACTOR TO ML-LAST-FACTOR.
134400     IF CUR-HELD-YES
134500         MOVE "RATE HELD AWAITING CONFIRMATION" TO ML-REASON
134600     ELSE
134700         MOVE "NO RATE KEYED" TO ML-REASON
134800     END-IF.
134900     MOVE WS-MISSING-LINE TO RPTOUT-RECORD.
135000     WRITE RPTOUT-RECORD.
135100 4570-EXIT.
135200     EXIT.
135300
135400******************************************************************
135500* 4900-WRITE-SECTION-TITLE - START A NEW REPORT SECTION - A      *
135600* RULE, THE SECTION TITLE LEFT IN WS-REPORT-TITLE-LINE AND A     *
135700* BLANK LINE.                                                    *
135800******************************************************************
135900 4900-WRITE-SECTION-TITLE.
136000     MOVE SPACES TO RPTOUT-RECORD.
136100     WRITE RPTOUT-RECORD.
136200     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
136300     WRITE RPTOUT-RECORD.
136400     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
136500     WRITE RPTOUT-RECORD.
136600     MOVE SPACES TO RPTOUT-RECORD.
136700     WRITE RPTOUT-RECORD.
136800 4900-EXIT.
136900     EXIT.
137000
137100******************************************************************
137200* 5000-PRINT-RATE-HISTORY - THE AUDITORS' RATE HISTORY - EVERY   *
137300* RATE KEYED FOR EACH CURRENCY WITH A RATE DATE FROM HISTORY-    *
137400* FROM TO HISTORY-TO, IN DATE ORDER AND IN THE ORDER KEYED       *
137500* WITHIN A DATE, WITH WHO KEYED AND CONFIRMED IT, HOW FAR IT     *
137600* MOVED AND WHAT BECAME OF IT.  EACH CURRENCY GETS ITS OWN       *
137700* HEADING AND COUNT; THE TABLE IS IN CURRENCY ORDER, SO THE      *
137800* CURRENCY CHANGING STARTS THE NEXT ONE.                         *
137900******************************************************************
138000 5000-PRINT-RATE-HISTORY.
138100     MOVE SPACES TO WS-REPORT-TITLE-LINE.
138200     STRING "RATE HISTORY FROM "  DELIMITED BY SIZE
138300            WS-HISTORY-FROM       DELIMITED BY SIZE
138400            " TO "                DELIMITED BY SIZE
138500            WS-HISTORY-TO         DELIMITED BY SIZE
138600            INTO TL-TITLE-TEXT.
138700     PERFORM 4900-WRITE-SECTION-TITLE
138800         THRU 4900-EXIT.
138900     MOVE SPACES TO WS-CUR-CURRENCY.
139000     PERFORM 5050-LIST-ONE-HISTORY-RATE
139100         THRU 5050-EXIT
139200         VARYING WS-HST-SUB FROM 1 BY 1
139300         UNTIL WS-HST-SUB > WS-HST-COUNT.
139400     IF WS-CUR-CURRENCY NOT = SPACES
139500         PERFORM 5080-END-CURRENCY
139600             THRU 5080-EXIT
139700     END-IF.
139800     MOVE "RATES LISTED:"              TO CL-COUNT-LABEL.
139900     MOVE WS-HISTORY-LISTED-COUNT      TO CL-COUNT-VALUE.
140000     MOVE WS-REPORT-COUNT-LINE         TO RPTOUT-RECORD.
140100     WRITE RPTOUT-RECORD.
140200 5000-EXIT.
140300     EXIT.
140400
140500 5050-LIST-ONE-HISTORY-RATE.
140600     SET HST-IX TO WS-HST-SUB.
140700     MOVE WS-HST-RECORD (HST-IX) TO RTH-RECORD.
140800     IF RTH-RATE-DATE < WS-HISTORY-FROM
140900      OR RTH-RATE-DATE > WS-HISTORY-TO
141000         GO TO 5050-EXIT
141100     END-IF.
141200     IF RTH-CURRENCY NOT = WS-CUR-CURRENCY
141300         IF WS-CUR-CURRENCY NOT = SPACES
141400             PERFORM 5080-END-CURRENCY
141500                 THRU 5080-EXIT
141600         END-IF
141700         MOVE RTH-CURRENCY TO WS-CUR-CURRENCY
141800         MOVE 0 TO WS-CUR-LISTED-COUNT
141900         MOVE SPACES TO WS-REPORT-TITLE-LINE
142000         STRING "CURRENCY "      DELIMITED BY SIZE
142100                WS-CUR-CURRENCY  DELIMITED BY SIZE
142200                INTO TL-TITLE-TEXT
142300         MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD
142400         WRITE RPTOUT-RECORD
142500         MOVE WS-HISTORY-HEADINGS TO RPTOUT-RECORD
142600         WRITE RPTOUT-RECORD
142700     END-IF.
142800     ADD 1 TO WS-CUR-LISTED-COUNT.
142900     ADD 1 TO WS-HISTORY-LISTED-COUNT.
143000     MOVE RTH-RATE-DATE TO HS-RATE-DATE.
143100     MOVE RTH-FACTOR    TO HS-FACTOR.
143200     IF RTH-PREV-DATE = SPACES
143300         MOVE SPACES       TO HS-MOVE-PCT-X
143400     ELSE
143500         MOVE RTH-MOVE-PCT TO HS-MOVE-PCT
143600     END-IF.
143700     EVALUATE TRUE
143800         WHEN RTH-ACCEPTED
143900             MOVE "ACCEPTED" TO HS-STATUS-TEXT
144000         WHEN RTH-HELD
144100             MOVE "HELD"     TO HS-STATUS-TEXT
144200         WHEN RTH-REPLACED
144300             MOVE "REPLACED" TO HS-STATUS-TEXT
144400         WHEN OTHER
144500             MOVE RTH-STATUS-FLAG TO HS-STATUS-TEXT
144600     END-EVALUATE.
144700     MOVE RTH-KEYED-DATE     TO HS-KEYED-DATE.
144800     MOVE RTH-KEYED-BY       TO HS-KEYED-BY.
144900     MOVE RTH-CONFIRMED-BY   TO HS-CONFIRMED-BY.
145000     MOVE RTH-REPLACED-DATE  TO HS-REPLACED-DATE.
145100     MOVE WS-HISTORY-LINE TO RPTOUT-RECORD.
145200     WRITE RPTOUT-RECORD.
145300 5050-EXIT.
145400     EXIT.
145500
145600 5080-END-CURRENCY.
145700     MOVE "RATES FOR CURRENCY:"  TO CL-COUNT-LABEL.
145800     MOVE WS-CUR-LISTED-COUNT    TO CL-COUNT-VALUE.
145900     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
146000     WRITE RPTOUT-RECORD.
146100     MOVE SPACES TO RPTOUT-RECORD.
146200     WRITE RPTOUT-RECORD.
146300 5080-EXIT.
146400     EXIT.
