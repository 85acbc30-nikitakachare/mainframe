000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDSAMP.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* AUDSAMP                                                        *
000900*                                                                *
001000* EXTERNAL-AUDITOR SAMPLE SELECTION FROM THE AUDIT-HISTORY       *
001100* MASTER (DDNAME HISTMST, HISTREC LAYOUT).  EVERY AUDIT POSTING  *
001200* WHOSE RUN DATE FALLS IN THE PERIOD NAMED ON THE PARMIN CARDS   *
001300* IS THE POPULATION; REJECTS ARE COUNTED BUT NEVER SAMPLED.  THE *
001400* SELECTED POSTINGS GO TO A COMMA-DELIMITED EXTRACT (DDNAME      *
001500* SAMPOUT) FOR THE AUDITORS' OWN TOOLS, AND RPTOUT SHOWS THE     *
001600* POPULATION, THE SAMPLING INTERVAL AND HOW EACH ITEM WAS        *
001700* CHOSEN.                                                        *
001800*                                                                *
001900* EVERY R REVERSAL AND EVERY POSTING WHOSE BASE-CURRENCY SUM IS  *
002000* OVER THE HIGH-VALUE LIMIT (IGNORING SIGN) IS ALWAYS SELECTED   *
002100* AND TAKEN OUT OF THE SAMPLING POPULATION.  THE REST ARE        *
002200* SAMPLED BY MONETARY UNIT: THE SAMPLING INTERVAL IS THE         *
002300* POPULATION'S TOTAL VALUE DIVIDED BY THE SAMPLE SIZE, AND A     *
002400* POSTING IS SELECTED WHEN ITS SLICE OF THE RUNNING TOTAL, IN    *
002500* HISTMST KEY ORDER (RUN DATE, RECORD NUMBER), HOLDS A SAMPLING  *
002600* POINT.  THE POINTS ARE THE RANDOM START AND EVERY INTERVAL     *
002700* AFTER IT.  A POSTING LARGER THAN THE INTERVAL CAN HOLD MORE    *
002800* THAN ONE POINT AND IS SELECTED ONCE.                           *
002900*                                                                *
003000* THE RANDOM START COMES FROM THE SEED BY THE PARK-MILLER        *
003100* GENERATOR: X = SEED TIMES 16807 MODULO 2147483647, AND START = *
003200* INTERVAL TIMES X / 2147483647 (THE FRACTION TAKEN TO NINE      *
003300* DECIMALS), NEVER LESS THAN 0.01.  THE SAME PERIOD, SAMPLE      *
003400* SIZE, SEED AND LIMIT AGAINST THE SAME MASTER ALWAYS SELECT THE *
003500* SAME ITEMS, AND THE REPORT PRINTS EVERY FIGURE NEEDED TO       *
003600* REPEAT THE SELECTION BY HAND.  A PERIOD WITH NOTHING TO SAMPLE *
003700* ENDS THE STEP WITH RETURN CODE 4.                              *
003800*                                                                *
003900* SAMPOUT RECORD (120 BYTES, A HEADING RECORD FIRST, FIELDS      *
004000* SEPARATED BY COMMAS): RUN DATE, RECORD NUMBER, COST CENTER,    *
004100* OPERATION, ORIGINAL CURRENCY, ORIGINAL NUM1, NUM2 AND SUM,     *
004200* BASE NUM1, NUM2 AND SUM, RUN TIME AND SELECTION BASIS (M       *
004300* SAMPLING POINT, R REVERSAL, H OVER THE HIGH-VALUE LIMIT).  A   *
004400* POSTING LOADED BEFORE THE MASTER CARRIED THE CURRENCY IS SHOWN *
004500* AS BASE CURRENCY.                                              *
004600*                                                                *
004700* PARMIN CONTROL CARDS:                                          *
004800*   PERIOD-START=YYYY-MM-DD  (REQUIRED)                          *
004900*   PERIOD-END=YYYY-MM-DD    (REQUIRED)                          *
005000*   SAMPLE-SIZE=NNNNN        (REQUIRED)                          *
005100*   SEED=NNNNNNNNN           (REQUIRED)                          *
005200*   HIGH-VALUE=NNNNNNNNN.NN  (OPTIONAL - NO LIMIT WITHOUT IT)    *
005300*                                                                *
005400* MODIFICATION HISTORY                                           *
005500*   2026-10-15  RLH  INITIAL VERSION.                            *
005600******************************************************************
005700
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT HISTMST-FILE ASSIGN TO HISTMST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS HIST-KEY
006500         FILE STATUS IS WS-HISTMST-STATUS.
006600
006700     SELECT PARMIN-FILE ASSIGN TO PARMIN
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-PARMIN-STATUS.
007000
007100     SELECT SAMPOUT-FILE ASSIGN TO SAMPOUT
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-SAMPOUT-STATUS.
007400
007500     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-RPTOUT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  HISTMST-FILE.
008200     COPY HISTREC.
008300
008400 FD  PARMIN-FILE
008500     RECORDING MODE IS F.
008600 01  PARMIN-RECORD               PIC X(80).
008700
008800 FD  SAMPOUT-FILE
008900     RECORDING MODE IS F.
009000 01  SAMPOUT-RECORD              PIC X(120).
009100
009200 FD  RPTOUT-FILE
009300     RECORDING MODE IS F.
009400 01  RPTOUT-RECORD               PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700 01  WS-HISTMST-STATUS           PIC X(02) VALUE SPACES.
009800 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
009900 01  WS-SAMPOUT-STATUS           PIC X(02) VALUE SPACES.
010000 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
010100
010200 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
010300 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
010400
010500 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
010600     88  PARMIN-EOF-YES                    VALUE "Y".
010700     88  PARMIN-EOF-NO                     VALUE "N".
010800
010900 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE "N".
011000     88  HIST-EOF-YES                      VALUE "Y".
011100     88  HIST-EOF-NO                       VALUE "N".
011200
011300 01  WS-BASE-CURRENCY            PIC X(03) VALUE "USD".
011400
011500******************************************************************
011600* SELECTION OPTIONS FROM THE PARMIN CARDS                        *
011700******************************************************************
011800 01  WS-PERIOD-START             PIC X(10) VALUE SPACES.
011900 01  WS-PERIOD-END               PIC X(10) VALUE SPACES.
012000 01  WS-SAMPLE-SIZE              PIC 9(05) VALUE 0.
012100 01  WS-SEED                     PIC 9(09) VALUE 0.
012200 01  WS-HIGH-VALUE               PIC 9(09)V99 VALUE 0.
012300 01  WS-HIGH-VALUE-SWITCH        PIC X(01) VALUE "N".
012400     88  HIGH-VALUE-SET-YES                VALUE "Y".
012500     88  HIGH-VALUE-SET-NO                 VALUE "N".
012600
012700 01  WS-HIGH-VALUE-WORK.
012800     05  WS-HIGH-VALUE-WHOLE     PIC 9(09).
012900     05  WS-HIGH-VALUE-DEC       PIC 9(02).
013000 01  WS-HIGH-VALUE-WORK-NUM      REDEFINES WS-HIGH-VALUE-WORK
013100                                 PIC 9(09)V99.
013200
013300 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
013400 01  WS-PARM-PSTART-CARD         REDEFINES WS-PARM-CARD.
013500     05  PRM-PSTART-KEYWORD      PIC X(13).
013600     05  PRM-PSTART-VALUE        PIC X(10).
013700     05  FILLER                  PIC X(57).
013800 01  WS-PARM-PEND-CARD           REDEFINES WS-PARM-CARD.
013900     05  PRM-PEND-KEYWORD        PIC X(11).
014000     05  PRM-PEND-VALUE          PIC X(10).
014100     05  FILLER                  PIC X(59).
014200 01  WS-PARM-SIZE-CARD           REDEFINES WS-PARM-CARD.
014300     05  PRM-SIZE-KEYWORD        PIC X(12).
014400     05  PRM-SIZE-VALUE          PIC 9(05).
014500     05  FILLER                  PIC X(63).
014600 01  WS-PARM-SEED-CARD           REDEFINES WS-PARM-CARD.
014700     05  PRM-SEED-KEYWORD        PIC X(05).
014800     05  PRM-SEED-VALUE          PIC 9(09).
014900     05  FILLER                  PIC X(66).
015000 01  WS-PARM-HIGH-CARD           REDEFINES WS-PARM-CARD.
015100     05  PRM-HIGH-KEYWORD        PIC X(11).
015200     05  PRM-HIGH-WHOLE          PIC 9(09).
015300     05  PRM-HIGH-POINT          PIC X(01).
015400     05  PRM-HIGH-DEC            PIC 9(02).
015500     05  FILLER                  PIC X(57).
015600
015700 01  WS-EDIT-DATE                PIC X(10) VALUE SPACES.
015800 01  WS-EDIT-DATE-PARTS          REDEFINES WS-EDIT-DATE.
015900     05  WS-EDIT-YYYY            PIC X(04).
016000     05  WS-EDIT-DASH-1          PIC X(01).
016100     05  WS-EDIT-MM              PIC X(02).
016200     05  WS-EDIT-DASH-2          PIC X(01).
016300     05  WS-EDIT-DD              PIC X(02).
016400
016500 01  WS-EDIT-DATE-SWITCH         PIC X(01) VALUE "Y".
016600     88  EDIT-DATE-VALID                   VALUE "Y".
016700     88  EDIT-DATE-INVALID                 VALUE "N".
016800
016900******************************************************************
017000* POPULATION FIGURES FROM THE FIRST PASS.  VALUES ARE            *
017100* BASE-CURRENCY SUMS WITH THE SIGN IGNORED - A CREDIT IS AS MUCH *
017200* AT RISK AS A DEBIT.                                            *
017300******************************************************************
017400 01  WS-POSTING-COUNT            PIC 9(09) COMP VALUE 0.
017500 01  WS-POSTING-TOTAL            PIC 9(13)V99 VALUE 0.
017600 01  WS-REJECT-COUNT             PIC 9(09) COMP VALUE 0.
017700 01  WS-REVERSAL-COUNT           PIC 9(09) COMP VALUE 0.
017800 01  WS-REVERSAL-TOTAL           PIC 9(13)V99 VALUE 0.
017900 01  WS-HIGH-COUNT               PIC 9(09) COMP VALUE 0.
018000 01  WS-HIGH-TOTAL               PIC 9(13)V99 VALUE 0.
018100 01  WS-SAMPLING-COUNT           PIC 9(09) COMP VALUE 0.
018200 01  WS-SAMPLING-TOTAL           PIC 9(13)V99 VALUE 0.
018300
018400******************************************************************
018500* MONETARY-UNIT SAMPLING STATE.  WS-NEXT-POINT IS THE NEXT       *
018600* SAMPLING POINT NOT YET REACHED BY THE RUNNING TOTAL OF THE     *
018700* SAMPLING POPULATION IN WS-CUMULATIVE.                          *
018800******************************************************************
018900 01  WS-SAMPLE-INTERVAL          PIC 9(13)V99 VALUE 0.
019000 01  WS-RANDOM-START             PIC 9(13)V99 VALUE 0.
019100 01  WS-SEED-PRODUCT             PIC 9(15) COMP VALUE 0.
019200 01  WS-SEED-QUOTIENT            PIC 9(15) COMP VALUE 0.
019300 01  WS-SEED-X                   PIC 9(10) COMP VALUE 0.
019400 01  WS-SEED-FRACTION            PIC V9(09) VALUE 0.
019500 01  WS-CUMULATIVE               PIC 9(13)V99 VALUE 0.
019600 01  WS-NEXT-POINT               PIC 9(13)V99 VALUE 0.
019700 01  WS-FIRST-POINT              PIC 9(13)V99 VALUE 0.
019800 01  WS-POINTS-USED              PIC 9(05) COMP VALUE 0.
019900 01  WS-ITEM-HITS                PIC 9(05) COMP VALUE 0.
020000
020100 01  WS-ITEM-VALUE               PIC 9(06)V99 VALUE 0.
020200 01  WS-SELECT-BASIS             PIC X(01) VALUE SPACE.
020300     88  BASIS-NONE                        VALUE SPACE.
020400     88  BASIS-SAMPLED                     VALUE "M".
020500     88  BASIS-REVERSAL                    VALUE "R".
020600     88  BASIS-HIGH-VALUE                  VALUE "H".
020700
020800 01  WS-SAMPLED-COUNT            PIC 9(09) COMP VALUE 0.
020900 01  WS-SAMPLED-TOTAL            PIC 9(13)V99 VALUE 0.
021000 01  WS-SEL-REVERSAL-COUNT       PIC 9(09) COMP VALUE 0.
021100 01  WS-SEL-REVERSAL-TOTAL       PIC 9(13)V99 VALUE 0.
021200 01  WS-SEL-HIGH-COUNT           PIC 9(09) COMP VALUE 0.
021300 01  WS-SEL-HIGH-TOTAL           PIC 9(13)V99 VALUE 0.
021400 01  WS-SELECTED-COUNT           PIC 9(09) COMP VALUE 0.
021500 01  WS-SELECTED-TOTAL           PIC 9(13)V99 VALUE 0.
021600
021700 01  WS-SYS-DATE-FIELDS.
021800     05  WS-SYS-YYYY             PIC 9(04).
021900     05  WS-SYS-MM               PIC 9(02).
022000     05  WS-SYS-DD               PIC 9(02).
022100
022200 01  WS-SYS-TIME-FIELDS.
022300     05  WS-SYS-HH               PIC 9(02).
022400     05  WS-SYS-MIN              PIC 9(02).
022500     05  WS-SYS-SS               PIC 9(02).
022600     05  WS-SYS-HS               PIC 9(02).
022700
022800 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
022900 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
023000
023100******************************************************************
023200* SAMPOUT EXTRACT LAYOUTS - THE HEADING RECORD NAMING THE        *
023300* FIELDS, THEN ONE RECORD PER SELECTED POSTING                   *
023400******************************************************************
023500 01  WS-EXTRACT-HEADING.
023600     05  FILLER                  PIC X(40)
023700         VALUE "RUN-DATE,RECORD-NO,COST-CENTER,OP,CURREN".
023800     05  FILLER                  PIC X(40)
023900         VALUE "CY,ORIG-NUM1,ORIG-NUM2,ORIG-SUM,BASE-NUM".
024000     05  FILLER                  PIC X(40)
024100         VALUE "1,BASE-NUM2,BASE-SUM,RUN-TIME,BASIS".
024200
024300 01  WS-EXTRACT-LINE.
024400     05  EX-RUN-DATE             PIC X(10).
024500     05  FILLER                  PIC X(01) VALUE ",".
024600     05  EX-RECORD-NO            PIC 9(09).
024700     05  FILLER                  PIC X(01) VALUE ",".
024800     05  EX-COST-CENTER          PIC X(06).
024900     05  FILLER                  PIC X(01) VALUE ",".
025000     05  EX-OP-CODE              PIC X(01).
025100     05  FILLER                  PIC X(01) VALUE ",".
025200     05  EX-CURRENCY             PIC X(03).
025300     05  FILLER                  PIC X(01) VALUE ",".
025400     05  EX-ORIG-NUM1            PIC -9(5).99.
025500     05  FILLER                  PIC X(01) VALUE ",".
025600     05  EX-ORIG-NUM2            PIC -9(5).99.
025700     05  FILLER                  PIC X(01) VALUE ",".
025800     05  EX-ORIG-SUM             PIC -9(6).99.
025900     05  FILLER                  PIC X(01) VALUE ",".
026000     05  EX-BASE-NUM1            PIC -9(5).99.
026100     05  FILLER                  PIC X(01) VALUE ",".
026200     05  EX-BASE-NUM2            PIC -9(5).99.
026300     05  FILLER                  PIC X(01) VALUE ",".
026400     05  EX-BASE-SUM             PIC -9(6).99.
026500     05  FILLER                  PIC X(01) VALUE ",".
026600     05  EX-RUN-TIME             PIC X(08).
026700     05  FILLER                  PIC X(01) VALUE ",".
026800     05  EX-BASIS                PIC X(01).
026900     05  FILLER                  PIC X(14) VALUE SPACES.
027000
027100******************************************************************
027200* RPTOUT SELECTION REPORT LINE LAYOUTS                           *
027300******************************************************************
027400 01  WS-REPORT-HEADER-1.
027500     05  FILLER                  PIC X(40)
027600         VALUE "AUDSAMP - AUDITOR SAMPLE SELECTION".
027700     05  RH1-RUN-DATE            PIC X(10).
027800     05  FILLER                  PIC X(03) VALUE SPACES.
027900     05  RH1-RUN-TIME            PIC X(08).
028000     05  FILLER                  PIC X(19) VALUE SPACES.
028100
028200 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
028300
028400 01  WS-REPORT-TITLE-LINE.
028500     05  TL-TITLE-TEXT           PIC X(60) VALUE SPACES.
028600     05  FILLER                  PIC X(20) VALUE SPACES.
028700
028800 01  WS-REPORT-FIGURE-LINE.
028900     05  FL-LABEL                PIC X(36) VALUE SPACES.
029000     05  FL-COUNT                PIC ZZZZZZZZ9 BLANK WHEN ZERO.
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  FL-AMOUNT               PIC Z(12)9.99.
029300     05  FILLER                  PIC X(17) VALUE SPACES.
029400
029500 01  WS-SIZE-EDIT                PIC ZZZZ9.
029600 01  WS-SEED-EDIT                PIC ZZZZZZZZ9.
029700 01  WS-SEED-X-EDIT              PIC ZZZZZZZZZ9.
029800 01  WS-HIGH-VALUE-EDIT          PIC ZZZZZZZZ9.99.
029900
030000 01  WS-ITEM-HEADINGS.
030100     05  FILLER                  PIC X(40)
030200         VALUE "RUN DATE    RECORD NO  CENTER  OP    BAS".
030300     05  FILLER                  PIC X(40)
030400         VALUE "E SUM  BASIS      SAMPLING POINT  HITS".
030500
030600 01  WS-ITEM-LINE.
030700     05  IL-RUN-DATE             PIC X(10).
030800     05  FILLER                  PIC X(02) VALUE SPACES.
030900     05  IL-RECORD-NO            PIC 9(09).
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  IL-COST-CENTER          PIC X(06).
031200     05  FILLER                  PIC X(02) VALUE SPACES.
031300     05  IL-OP-CODE              PIC X(01).
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  IL-BASE-SUM             PIC -(7)9.99.
031600     05  FILLER                  PIC X(02) VALUE SPACES.
031700     05  IL-BASIS-TEXT           PIC X(08).
031800     05  FILLER                  PIC X(01) VALUE SPACES.
031900     05  IL-POINT                PIC Z(12)9.99 BLANK WHEN ZERO.
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  IL-HITS                 PIC ZZZ9 BLANK WHEN ZERO.
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300
032400 PROCEDURE DIVISION.
032500******************************************************************
032600* 0000-MAINLINE                                                  *
032700*                                                                *
032800* PROGRAM ENTRY POINT.  TAKES THE SELECTION OPTIONS, MEASURES    *
032900* THE PERIOD'S POPULATION ON A FIRST PASS OF THE MASTER, SETS    *
033000* THE SAMPLING INTERVAL AND RANDOM START, AND SELECTS AND        *
033100* EXTRACTS THE SAMPLE ON A SECOND PASS.                          *
033200******************************************************************
033300 0000-MAINLINE.
033400     PERFORM 0900-GET-RUN-DATE-TIME
033500         THRU 0900-EXIT.
033600
033700     PERFORM 0700-READ-CONTROL-CARDS
033800         THRU 0700-EXIT.
033900
034000     OPEN INPUT HISTMST-FILE.
034100     MOVE WS-HISTMST-STATUS TO WS-FILE-STATUS-CHECK.
034200     MOVE "HISTMST"         TO WS-FILE-NAME-CHECK.
034300     PERFORM 0100-VERIFY-FILE-STATUS
034400         THRU 0100-EXIT.
034500
034600     OPEN OUTPUT SAMPOUT-FILE.
034700     MOVE WS-SAMPOUT-STATUS TO WS-FILE-STATUS-CHECK.
034800     MOVE "SAMPOUT"         TO WS-FILE-NAME-CHECK.
034900     PERFORM 0100-VERIFY-FILE-STATUS
035000         THRU 0100-EXIT.
035100
035200     OPEN OUTPUT RPTOUT-FILE.
035300     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
035400     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
035500     PERFORM 0100-VERIFY-FILE-STATUS
035600         THRU 0100-EXIT.
035700
035800     PERFORM 0950-WRITE-REPORT-HEADERS
035900         THRU 0950-EXIT.
036000
036100     PERFORM 1000-MEASURE-POPULATION
036200         THRU 1000-EXIT.
036300
036400     PERFORM 2000-SET-SAMPLING-INTERVAL
036500         THRU 2000-EXIT.
036600
036700     PERFORM 2500-WRITE-POPULATION
036800         THRU 2500-EXIT.
036900
037000     PERFORM 3000-SELECT-SAMPLE
037100         THRU 3000-EXIT.
037200
037300     PERFORM 4000-WRITE-SELECTION-TOTALS
037400         THRU 4000-EXIT.
037500
037600     CLOSE HISTMST-FILE.
037700     CLOSE SAMPOUT-FILE.
037800     CLOSE RPTOUT-FILE.
037900
038000     DISPLAY "AUDSAMP005I - " WS-SELECTED-COUNT " POSTING(S) "
038100             "EXTRACTED FROM " WS-POSTING-COUNT " IN THE PERIOD".
038200     IF WS-SAMPLING-TOTAL = 0
038300         DISPLAY "AUDSAMP004W - NOTHING IN THE PERIOD TO SAMPLE"
038400         MOVE 4 TO RETURN-CODE
038500     END-IF.
038600     STOP RUN.
038700
038800******************************************************************
038900* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
039000* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN        *
039100* FAILURE ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE  *
039200* PROGRAM DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS  *
039300* A NON-ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS. *
039400******************************************************************
039500 0100-VERIFY-FILE-STATUS.
039600     IF WS-FILE-STATUS-CHECK NOT = "00"
039700         DISPLAY "AUDSAMP001E - UNABLE TO OPEN "
039800                 WS-FILE-NAME-CHECK
039900                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300 0100-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700* 0700-READ-CONTROL-CARDS - READ THE SELECTION OPTIONS.  THE     *
040800* PERIOD, SAMPLE SIZE AND SEED ARE REQUIRED - A SAMPLE THAT      *
040900* CANNOT BE REPEATED IS NO USE TO THE AUDITORS - SO A MISSING    *
041000* ONE, AN UNRECOGNIZED CARD OR A PERIOD THAT ENDS BEFORE IT      *
041100* STARTS IS FATAL.                                               *
041200******************************************************************
041300 0700-READ-CONTROL-CARDS.
041400     OPEN INPUT PARMIN-FILE.
041500     MOVE WS-PARMIN-STATUS TO WS-FILE-STATUS-CHECK.
041600     MOVE "PARMIN"         TO WS-FILE-NAME-CHECK.
041700     PERFORM 0100-VERIFY-FILE-STATUS
041800         THRU 0100-EXIT.
041900     PERFORM 0750-READ-ONE-CONTROL-CARD
042000         THRU 0750-EXIT
042100         UNTIL PARMIN-EOF-YES.
042200     CLOSE PARMIN-FILE.
042300     IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
042400         DISPLAY "AUDSAMP002E - PERIOD-START AND PERIOD-END "
042500                 "CARDS ARE REQUIRED"
042600         MOVE 16 TO RETURN-CODE
042700         STOP RUN
042800     END-IF.
042900     IF WS-PERIOD-END < WS-PERIOD-START
043000         DISPLAY "AUDSAMP002E - PERIOD-END IS BEFORE "
043100                 "PERIOD-START"
043200         MOVE 16 TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500     IF WS-SAMPLE-SIZE = 0 OR WS-SEED = 0
043600         DISPLAY "AUDSAMP002E - SAMPLE-SIZE AND SEED CARDS ARE "
043700                 "REQUIRED"
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF.
044100 0700-EXIT.
044200     EXIT.
044300
044400 0750-READ-ONE-CONTROL-CARD.
044500     READ PARMIN-FILE
044600         AT END
044700             SET PARMIN-EOF-YES TO TRUE
044800             GO TO 0750-EXIT
044900     END-READ.
045000     MOVE PARMIN-RECORD TO WS-PARM-CARD.
045100     EVALUATE TRUE
045200         WHEN WS-PARM-CARD = SPACES
045300             CONTINUE
045400         WHEN PRM-PSTART-KEYWORD (1:1) = "*"
045500             CONTINUE
045600         WHEN PRM-PSTART-KEYWORD = "PERIOD-START="
045700             MOVE PRM-PSTART-VALUE TO WS-EDIT-DATE
045800             PERFORM 0780-EDIT-DATE
045900                 THRU 0780-EXIT
046000             IF EDIT-DATE-VALID
046100                 MOVE PRM-PSTART-VALUE TO WS-PERIOD-START
046200             ELSE
046300                 PERFORM 0770-BAD-CONTROL-CARD
046400                     THRU 0770-EXIT
046500             END-IF
046600         WHEN PRM-PEND-KEYWORD = "PERIOD-END="
046700             MOVE PRM-PEND-VALUE TO WS-EDIT-DATE
046800             PERFORM 0780-EDIT-DATE
046900                 THRU 0780-EXIT
047000             IF EDIT-DATE-VALID
047100                 MOVE PRM-PEND-VALUE TO WS-PERIOD-END
047200             ELSE
047300                 PERFORM 0770-BAD-CONTROL-CARD
047400                     THRU 0770-EXIT
047500             END-IF
047600         WHEN PRM-SIZE-KEYWORD = "SAMPLE-SIZE="
047700             IF PRM-SIZE-VALUE NUMERIC
047800                AND PRM-SIZE-VALUE > 0
047900                 MOVE PRM-SIZE-VALUE TO WS-SAMPLE-SIZE
048000             ELSE
048100                 PERFORM 0770-BAD-CONTROL-CARD
048200                     THRU 0770-EXIT
048300             END-IF
048400         WHEN PRM-SEED-KEYWORD = "SEED="
048500             IF PRM-SEED-VALUE NUMERIC
048600                AND PRM-SEED-VALUE > 0
048700                 MOVE PRM-SEED-VALUE TO WS-SEED
048800             ELSE
048900                 PERFORM 0770-BAD-CONTROL-CARD
049000                     THRU 0770-EXIT
049100             END-IF
049200         WHEN PRM-HIGH-KEYWORD = "HIGH-VALUE="
049300             IF PRM-HIGH-WHOLE NUMERIC
049400                AND PRM-HIGH-POINT = "."
049500                AND PRM-HIGH-DEC NUMERIC
049600                 MOVE PRM-HIGH-WHOLE TO WS-HIGH-VALUE-WHOLE
049700                 MOVE PRM-HIGH-DEC   TO WS-HIGH-VALUE-DEC
049800                 MOVE WS-HIGH-VALUE-WORK-NUM TO WS-HIGH-VALUE
049900                 SET HIGH-VALUE-SET-YES TO TRUE
050000             ELSE
050100                 PERFORM 0770-BAD-CONTROL-CARD
050200                     THRU 0770-EXIT
050300             END-IF
050400         WHEN OTHER
050500             PERFORM 0770-BAD-CONTROL-CARD
050600                 THRU 0770-EXIT
050700     END-EVALUATE.
050800 0750-EXIT.
050900     EXIT.
051000
051100 0770-BAD-CONTROL-CARD.
051200     DISPLAY "AUDSAMP002E - UNRECOGNIZED OR INVALID CONTROL "
051300             "CARD: " WS-PARM-CARD.
051400     MOVE 16 TO RETURN-CODE.
051500     STOP RUN.
051600 0770-EXIT.
051700     EXIT.
051800
051900 0780-EDIT-DATE.
052000     SET EDIT-DATE-VALID TO TRUE.
052100     IF WS-EDIT-YYYY NOT NUMERIC
052200      OR WS-EDIT-MM NOT NUMERIC
052300      OR WS-EDIT-DD NOT NUMERIC
052400      OR WS-EDIT-DASH-1 NOT = "-"
052500      OR WS-EDIT-DASH-2 NOT = "-"
052600      OR WS-EDIT-MM < "01" OR WS-EDIT-MM > "12"
052700      OR WS-EDIT-DD < "01" OR WS-EDIT-DD > "31"
052800         SET EDIT-DATE-INVALID TO TRUE
052900     END-IF.
053000 0780-EXIT.
053100     EXIT.
053200
053300******************************************************************
053400* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
053500* FORMATTED FOR THE REPORT HEADER.                               *
053600******************************************************************
053700 0900-GET-RUN-DATE-TIME.
053800     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
053900     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
054000     STRING WS-SYS-YYYY DELIMITED BY SIZE
054100            "-"         DELIMITED BY SIZE
054200            WS-SYS-MM   DELIMITED BY SIZE
054300            "-"         DELIMITED BY SIZE
054400            WS-SYS-DD   DELIMITED BY SIZE
054500            INTO WS-RUN-DATE-DISPLAY.
054600     STRING WS-SYS-HH   DELIMITED BY SIZE
054700            ":"         DELIMITED BY SIZE
054800            WS-SYS-MIN  DELIMITED BY SIZE
054900            ":"         DELIMITED BY SIZE
055000            WS-SYS-SS   DELIMITED BY SIZE
055100            INTO WS-RUN-TIME-DISPLAY.
055200 0900-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE AND RUN     *
055700* DATE/TIME, THEN THE SELECTION OPTIONS THE SAMPLE WAS DRAWN     *
055800* WITH, AND THE HEADING RECORD AT THE TOP OF THE EXTRACT.        *
055900******************************************************************
056000 0950-WRITE-REPORT-HEADERS.
056100     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
056200     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
056300     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
056400     WRITE RPTOUT-RECORD.
056500     MOVE SPACES TO WS-REPORT-TITLE-LINE.
056600     MOVE "SELECTION OPTIONS" TO TL-TITLE-TEXT.
056700     PERFORM 4900-WRITE-SECTION-TITLE
056800         THRU 4900-EXIT.
056900     MOVE SPACES TO WS-REPORT-TITLE-LINE.
057000     STRING "PERIOD            " WS-PERIOD-START " THRU "
057100            WS-PERIOD-END
057200            DELIMITED BY SIZE
057300            INTO TL-TITLE-TEXT.
057400     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
057500     WRITE RPTOUT-RECORD.
057600     MOVE WS-SAMPLE-SIZE TO WS-SIZE-EDIT.
057700     MOVE SPACES TO WS-REPORT-TITLE-LINE.
057800     STRING "SAMPLE SIZE       " WS-SIZE-EDIT
057900            DELIMITED BY SIZE
058000            INTO TL-TITLE-TEXT.
058100     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
058200     WRITE RPTOUT-RECORD.
058300     MOVE WS-SEED TO WS-SEED-EDIT.
058400     MOVE SPACES TO WS-REPORT-TITLE-LINE.
058500     STRING "SEED              " WS-SEED-EDIT
058600            DELIMITED BY SIZE
058700            INTO TL-TITLE-TEXT.
058800     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
058900     WRITE RPTOUT-RECORD.
059000     MOVE SPACES TO WS-REPORT-TITLE-LINE.
059100     IF HIGH-VALUE-SET-YES
059200         MOVE WS-HIGH-VALUE TO WS-HIGH-VALUE-EDIT
059300         STRING "HIGH-VALUE LIMIT  " WS-HIGH-VALUE-EDIT
059400                DELIMITED BY SIZE
059500                INTO TL-TITLE-TEXT
059600     ELSE
059700         MOVE "HIGH-VALUE LIMIT  NONE" TO TL-TITLE-TEXT
059800     END-IF.
059900     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
060000     WRITE RPTOUT-RECORD.
060100     MOVE WS-EXTRACT-HEADING TO SAMPOUT-RECORD.
060200     WRITE SAMPOUT-RECORD.
060300 0950-EXIT.
060400     EXIT.
060500
060600******************************************************************
060700* 1000-MEASURE-POPULATION - FIRST PASS OF THE MASTER.  COUNT AND *
060800* TOTAL THE PERIOD'S POSTINGS, SPLIT INTO THE REVERSALS AND      *
060900* HIGH-VALUE POSTINGS THAT ARE ALWAYS SELECTED AND THE SAMPLING  *
061000* POPULATION THAT IS LEFT.                                       *
061100******************************************************************
061200 1000-MEASURE-POPULATION.
061300     PERFORM 1050-START-HISTORY-PASS
061400         THRU 1050-EXIT.
061500     PERFORM 1100-MEASURE-ONE-POSTING
061600         THRU 1100-EXIT
061700         UNTIL HIST-EOF-YES.
061800 1000-EXIT.
061900     EXIT.
062000
062100******************************************************************
062200* 1050-START-HISTORY-PASS - POSITION THE MASTER AT THE FIRST KEY *
062300* ON OR AFTER THE START OF THE PERIOD.  NOTHING THAT FAR ON      *
062400* MEANS AN EMPTY PASS.                                           *
062500******************************************************************
062600 1050-START-HISTORY-PASS.
062700     SET HIST-EOF-NO TO TRUE.
062800     MOVE WS-PERIOD-START TO HIST-RUN-DATE.
062900     MOVE 0               TO HIST-RECORD-NO.
063000     START HISTMST-FILE KEY NOT LESS THAN HIST-KEY
063100         INVALID KEY
063200             SET HIST-EOF-YES TO TRUE
063300     END-START.
063400 1050-EXIT.
063500     EXIT.
063600
063700 1100-MEASURE-ONE-POSTING.
063800     PERFORM 1900-READ-NEXT-HISTORY
063900         THRU 1900-EXIT.
064000     IF HIST-EOF-YES
064100         GO TO 1100-EXIT
064200     END-IF.
064300     IF NOT HIST-TYPE-AUDIT
064400         ADD 1 TO WS-REJECT-COUNT
064500         GO TO 1100-EXIT
064600     END-IF.
064700     PERFORM 1800-CLASSIFY-POSTING
064800         THRU 1800-EXIT.
064900     ADD 1             TO WS-POSTING-COUNT.
065000     ADD WS-ITEM-VALUE TO WS-POSTING-TOTAL.
065100     EVALUATE TRUE
065200         WHEN BASIS-REVERSAL
065300             ADD 1             TO WS-REVERSAL-COUNT
065400             ADD WS-ITEM-VALUE TO WS-REVERSAL-TOTAL
065500         WHEN BASIS-HIGH-VALUE
065600             ADD 1             TO WS-HIGH-COUNT
065700             ADD WS-ITEM-VALUE TO WS-HIGH-TOTAL
065800         WHEN OTHER
065900             ADD 1             TO WS-SAMPLING-COUNT
066000             ADD WS-ITEM-VALUE TO WS-SAMPLING-TOTAL
066100     END-EVALUATE.
066200 1100-EXIT.
066300     EXIT.
066400
066500******************************************************************
066600* 1800-CLASSIFY-POSTING - TAKE THE POSTING'S VALUE (ITS          *
066700* BASE-CURRENCY SUM WITH THE SIGN IGNORED) AND DECIDE WHETHER IT *
066800* IS ALWAYS SELECTED - AS A REVERSAL, OR AS OVER THE HIGH-VALUE  *
066900* LIMIT - OR BELONGS TO THE SAMPLING POPULATION.  A REVERSAL     *
067000* OVER THE LIMIT COUNTS AS A REVERSAL.                           *
067100******************************************************************
067200 1800-CLASSIFY-POSTING.
067300     IF HIST-SUM < 0
067400         COMPUTE WS-ITEM-VALUE = 0 - HIST-SUM
067500     ELSE
067600         MOVE HIST-SUM TO WS-ITEM-VALUE
067700     END-IF.
067800     SET BASIS-NONE TO TRUE.
067900     IF HIST-OP-CODE = "R"
068000         SET BASIS-REVERSAL TO TRUE
068100         GO TO 1800-EXIT
068200     END-IF.
068300     IF HIGH-VALUE-SET-YES
068400        AND WS-ITEM-VALUE > WS-HIGH-VALUE
068500         SET BASIS-HIGH-VALUE TO TRUE
068600     END-IF.
068700 1800-EXIT.
068800     EXIT.
068900
069000******************************************************************
069100* 1900-READ-NEXT-HISTORY - READ THE NEXT MASTER RECORD IN KEY    *
069200* ORDER.  THE PASS ENDS AT END OF FILE OR AT THE FIRST RECORD    *
069300* DATED AFTER THE PERIOD.  ANY OTHER READ FAILURE IS FATAL.      *
069400******************************************************************
069500 1900-READ-NEXT-HISTORY.
069600     READ HISTMST-FILE NEXT RECORD
069700         AT END
069800             SET HIST-EOF-YES TO TRUE
069900             GO TO 1900-EXIT
070000     END-READ.
070100     IF WS-HISTMST-STATUS NOT = "00"
070200         DISPLAY "AUDSAMP003E - READ OF HISTMST FAILED, FILE "
070300                 "STATUS = " WS-HISTMST-STATUS
070400                 ", KEY = " HIST-KEY
070500         MOVE 16 TO RETURN-CODE
070600         STOP RUN
070700     END-IF.
070800     IF HIST-RUN-DATE > WS-PERIOD-END
070900         SET HIST-EOF-YES TO TRUE
071000     END-IF.
071100 1900-EXIT.
071200     EXIT.
071300
071400******************************************************************
071500* 2000-SET-SAMPLING-INTERVAL - SET THE SAMPLING INTERVAL - THE   *
071600* SAMPLING POPULATION'S TOTAL VALUE DIVIDED BY THE SAMPLE SIZE,  *
071700* TO THE CENT BELOW - AND THE RANDOM START FROM THE SEED (SEE    *
071800* THE PROLOGUE).  AN INTERVAL UNDER ONE CENT IS TAKEN AS ONE     *
071900* CENT.  WITH NO VALUE TO SAMPLE THE INTERVAL STAYS ZERO AND NO  *
072000* POINT IS EVER REACHED.                                         *
072100******************************************************************
072200 2000-SET-SAMPLING-INTERVAL.
072300     IF WS-SAMPLING-TOTAL = 0
072400         GO TO 2000-EXIT
072500     END-IF.
072600     COMPUTE WS-SAMPLE-INTERVAL =
072700         WS-SAMPLING-TOTAL / WS-SAMPLE-SIZE.
072800     IF WS-SAMPLE-INTERVAL < 0.01
072900         MOVE 0.01 TO WS-SAMPLE-INTERVAL
073000     END-IF.
073100     COMPUTE WS-SEED-PRODUCT = WS-SEED * 16807.
073200     DIVIDE WS-SEED-PRODUCT BY 2147483647
073300         GIVING WS-SEED-QUOTIENT
073400         REMAINDER WS-SEED-X.
073500     COMPUTE WS-SEED-FRACTION = WS-SEED-X / 2147483647.
073600     COMPUTE WS-RANDOM-START =
073700         WS-SAMPLE-INTERVAL * WS-SEED-FRACTION.
073800     IF WS-RANDOM-START < 0.01
073900         MOVE 0.01 TO WS-RANDOM-START
074000     END-IF.
074100     MOVE WS-RANDOM-START TO WS-NEXT-POINT.
074200 2000-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600* 2500-WRITE-POPULATION - PRINT THE POPULATION SECTION - WHAT    *
074700* THE PERIOD HELD, WHAT WAS ALWAYS SELECTED, WHAT WAS SAMPLED,   *
074800* AND THE INTERVAL AND RANDOM START WITH THE GENERATOR FIGURE    *
074900* THEY CAME FROM.                                                *
075000******************************************************************
075100 2500-WRITE-POPULATION.
075200     MOVE SPACES TO WS-REPORT-TITLE-LINE.
075300     MOVE "POPULATION" TO TL-TITLE-TEXT.
075400     PERFORM 4900-WRITE-SECTION-TITLE
075500         THRU 4900-EXIT.
075600     MOVE "POSTINGS IN THE PERIOD"   TO FL-LABEL.
075700     MOVE WS-POSTING-COUNT           TO FL-COUNT.
075800     MOVE WS-POSTING-TOTAL           TO FL-AMOUNT.
075900     PERFORM 4950-WRITE-FIGURE-LINE
076000         THRU 4950-EXIT.
076100     MOVE "REJECTS IN THE PERIOD - NOT SAMPLED" TO FL-LABEL.
076200     MOVE WS-REJECT-COUNT            TO FL-COUNT.
076300     MOVE 0                          TO FL-AMOUNT.
076400     PERFORM 4950-WRITE-FIGURE-LINE
076500         THRU 4950-EXIT.
076600     MOVE "REVERSALS - ALWAYS SELECTED" TO FL-LABEL.
076700     MOVE WS-REVERSAL-COUNT          TO FL-COUNT.
076800     MOVE WS-REVERSAL-TOTAL          TO FL-AMOUNT.
076900     PERFORM 4950-WRITE-FIGURE-LINE
077000         THRU 4950-EXIT.
077100     MOVE "OVER HIGH VALUE - ALWAYS SELECTED" TO FL-LABEL.
077200     MOVE WS-HIGH-COUNT              TO FL-COUNT.
077300     MOVE WS-HIGH-TOTAL              TO FL-AMOUNT.
077400     PERFORM 4950-WRITE-FIGURE-LINE
077500         THRU 4950-EXIT.
077600     MOVE "SAMPLING POPULATION"      TO FL-LABEL.
077700     MOVE WS-SAMPLING-COUNT          TO FL-COUNT.
077800     MOVE WS-SAMPLING-TOTAL          TO FL-AMOUNT.
077900     PERFORM 4950-WRITE-FIGURE-LINE
078000         THRU 4950-EXIT.
078100     MOVE SPACES TO RPTOUT-RECORD.
078200     WRITE RPTOUT-RECORD.
078300     MOVE "SAMPLING INTERVAL"        TO FL-LABEL.
078400     MOVE 0                          TO FL-COUNT.
078500     MOVE WS-SAMPLE-INTERVAL         TO FL-AMOUNT.
078600     PERFORM 4950-WRITE-FIGURE-LINE
078700         THRU 4950-EXIT.
078800     MOVE "RANDOM START"             TO FL-LABEL.
078900     MOVE 0                          TO FL-COUNT.
079000     MOVE WS-RANDOM-START            TO FL-AMOUNT.
079100     PERFORM 4950-WRITE-FIGURE-LINE
079200         THRU 4950-EXIT.
079300     MOVE WS-SEED-X TO WS-SEED-X-EDIT.
079400     MOVE SPACES TO WS-REPORT-TITLE-LINE.
079500     STRING "X = SEED * 16807 MOD 2147483647 = " WS-SEED-X-EDIT
079600            DELIMITED BY SIZE
079700            INTO TL-TITLE-TEXT.
079800     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
079900     WRITE RPTOUT-RECORD.
080000     MOVE SPACES TO WS-REPORT-TITLE-LINE.
080100     MOVE "START = INTERVAL * X / 2147483647 (9 DECIMALS)"
080200         TO TL-TITLE-TEXT.
080300     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
080400     WRITE RPTOUT-RECORD.
080500 2500-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900* 3000-SELECT-SAMPLE - SECOND PASS OF THE MASTER, IN THE SAME    *
081000* KEY ORDER AS THE FIRST.  EVERY POSTING ALWAYS SELECTED IS      *
081100* EXTRACTED, AND EVERY POSTING OF THE SAMPLING POPULATION ADDS   *
081200* ITS VALUE TO THE RUNNING TOTAL AND IS EXTRACTED WHEN IT        *
081300* REACHES A SAMPLING POINT.                                      *
081400******************************************************************
081500 3000-SELECT-SAMPLE.
081600     MOVE SPACES TO WS-REPORT-TITLE-LINE.
081700     MOVE "SELECTED POSTINGS" TO TL-TITLE-TEXT.
081800     PERFORM 4900-WRITE-SECTION-TITLE
081900         THRU 4900-EXIT.
082000     MOVE WS-ITEM-HEADINGS TO RPTOUT-RECORD.
082100     WRITE RPTOUT-RECORD.
082200     PERFORM 1050-START-HISTORY-PASS
082300         THRU 1050-EXIT.
082400     PERFORM 3100-SELECT-ONE-POSTING
082500         THRU 3100-EXIT
082600         UNTIL HIST-EOF-YES.
082700 3000-EXIT.
082800     EXIT.
082900
083000 3100-SELECT-ONE-POSTING.
083100     PERFORM 1900-READ-NEXT-HISTORY
083200         THRU 1900-EXIT.
083300     IF HIST-EOF-YES
083400         GO TO 3100-EXIT
083500     END-IF.
083600     IF NOT HIST-TYPE-AUDIT
083700         GO TO 3100-EXIT
083800     END-IF.
083900     PERFORM 1800-CLASSIFY-POSTING
084000         THRU 1800-EXIT.
084100     MOVE 0 TO WS-ITEM-HITS.
084200     MOVE 0 TO WS-FIRST-POINT.
084300     IF BASIS-NONE
084400         PERFORM 3200-APPLY-SAMPLING-POINTS
084500             THRU 3200-EXIT
084600         IF WS-ITEM-HITS = 0
084700             GO TO 3100-EXIT
084800         END-IF
084900         SET BASIS-SAMPLED TO TRUE
085000     END-IF.
085100     PERFORM 3300-WRITE-SELECTED-POSTING
085200         THRU 3300-EXIT.
085300 3100-EXIT.
085400     EXIT.
085500
085600******************************************************************
085700* 3200-APPLY-SAMPLING-POINTS - ADD THE POSTING'S VALUE TO THE    *
085800* RUNNING TOTAL AND COUNT THE SAMPLING POINTS IT NOW COVERS -    *
085900* EVERY POINT AFTER THE RUNNING TOTAL BEFORE IT, UP TO AND       *
086000* INCLUDING THE RUNNING TOTAL AFTER IT.  THE FIRST POINT IT      *
086100* COVERS IS KEPT FOR THE REPORT.  NO MORE POINTS ARE TAKEN THAN  *
086200* THE SAMPLE SIZE.                                               *
086300******************************************************************
086400 3200-APPLY-SAMPLING-POINTS.
086500     IF WS-SAMPLE-INTERVAL = 0
086600         GO TO 3200-EXIT
086700     END-IF.
086800     ADD WS-ITEM-VALUE TO WS-CUMULATIVE.
086900     PERFORM 3250-TAKE-ONE-POINT
087000         THRU 3250-EXIT
087100         UNTIL WS-NEXT-POINT > WS-CUMULATIVE
087200            OR WS-POINTS-USED = WS-SAMPLE-SIZE.
087300 3200-EXIT.
087400     EXIT.
087500
087600 3250-TAKE-ONE-POINT.
087700     IF WS-ITEM-HITS = 0
087800         MOVE WS-NEXT-POINT TO WS-FIRST-POINT
087900     END-IF.
088000     ADD 1 TO WS-ITEM-HITS.
088100     ADD 1 TO WS-POINTS-USED.
088200     ADD WS-SAMPLE-INTERVAL TO WS-NEXT-POINT.
088300 3250-EXIT.
088400     EXIT.
088500
088600******************************************************************
088700* 3300-WRITE-SELECTED-POSTING - WRITE ONE SELECTED POSTING TO    *
088800* THE EXTRACT AND LIST IT ON THE REPORT WITH HOW IT WAS CHOSEN:  *
088900* THE FIRST SAMPLING POINT IT HOLDS AND HOW MANY, OR THE REASON  *
089000* IT IS ALWAYS SELECTED.  A POSTING LOADED BEFORE THE MASTER     *
089100* CARRIED THE CURRENCY IS EXTRACTED AS A BASE-CURRENCY PAIR.     *
089200******************************************************************
089300 3300-WRITE-SELECTED-POSTING.
089400     ADD 1             TO WS-SELECTED-COUNT.
089500     ADD WS-ITEM-VALUE TO WS-SELECTED-TOTAL.
089600     EVALUATE TRUE
089700         WHEN BASIS-SAMPLED
089800             ADD 1             TO WS-SAMPLED-COUNT
089900             ADD WS-ITEM-VALUE TO WS-SAMPLED-TOTAL
090000             MOVE "SAMPLED"    TO IL-BASIS-TEXT
090100         WHEN BASIS-REVERSAL
090200             ADD 1             TO WS-SEL-REVERSAL-COUNT
090300             ADD WS-ITEM-VALUE TO WS-SEL-REVERSAL-TOTAL
090400             MOVE "REVERSAL"   TO IL-BASIS-TEXT
090500         WHEN BASIS-HIGH-VALUE
090600             ADD 1             TO WS-SEL-HIGH-COUNT
090700             ADD WS-ITEM-VALUE TO WS-SEL-HIGH-TOTAL
090800             MOVE "HIGH VAL"   TO IL-BASIS-TEXT
090900     END-EVALUATE.
091000     MOVE HIST-RUN-DATE    TO EX-RUN-DATE.
091100     MOVE HIST-RECORD-NO   TO EX-RECORD-NO.
091200     MOVE HIST-COST-CENTER TO EX-COST-CENTER.
091300     MOVE HIST-OP-CODE     TO EX-OP-CODE.
091400     IF HIST-CURRENCY = SPACES
091500         MOVE WS-BASE-CURRENCY TO EX-CURRENCY
091600         MOVE HIST-NUM1        TO EX-ORIG-NUM1
091700         MOVE HIST-NUM2        TO EX-ORIG-NUM2
091800         MOVE HIST-SUM         TO EX-ORIG-SUM
091900     ELSE
092000         MOVE HIST-CURRENCY    TO EX-CURRENCY
092100         MOVE HIST-ORIG-NUM1   TO EX-ORIG-NUM1
092200         MOVE HIST-ORIG-NUM2   TO EX-ORIG-NUM2
092300         MOVE HIST-ORIG-SUM    TO EX-ORIG-SUM
092400     END-IF.
092500     MOVE HIST-NUM1        TO EX-BASE-NUM1.
092600     MOVE HIST-NUM2        TO EX-BASE-NUM2.
092700     MOVE HIST-SUM         TO EX-BASE-SUM.
092800     MOVE HIST-RUN-TIME    TO EX-RUN-TIME.
092900     MOVE WS-SELECT-BASIS  TO EX-BASIS.
093000     MOVE WS-EXTRACT-LINE TO SAMPOUT-RECORD.
093100     WRITE SAMPOUT-RECORD.
093200     MOVE HIST-RUN-DATE    TO IL-RUN-DATE.
093300     MOVE HIST-RECORD-NO   TO IL-RECORD-NO.
093400     MOVE HIST-COST-CENTER TO IL-COST-CENTER.
093500     MOVE HIST-OP-CODE     TO IL-OP-CODE.
093600     MOVE HIST-SUM         TO IL-BASE-SUM.
093700     MOVE WS-FIRST-POINT   TO IL-POINT.
093800     MOVE WS-ITEM-HITS     TO IL-HITS.
093900     MOVE WS-ITEM-LINE TO RPTOUT-RECORD.
094000     WRITE RPTOUT-RECORD.
094100 3300-EXIT.
094200     EXIT.
094300
094400******************************************************************
094500* 4000-WRITE-SELECTION-TOTALS - PRINT WHAT WAS SELECTED AND WHY, *
094600* WITH THE NUMBER OF SAMPLING POINTS TAKEN - FEWER POSTINGS THAN *
094700* POINTS MEANS SOME POSTINGS HELD MORE THAN ONE.                 *
094800******************************************************************
094900 4000-WRITE-SELECTION-TOTALS.
095000     MOVE SPACES TO WS-REPORT-TITLE-LINE.
095100     MOVE "SELECTION TOTALS" TO TL-TITLE-TEXT.
095200     PERFORM 4900-WRITE-SECTION-TITLE
095300         THRU 4900-EXIT.
095400     MOVE "SAMPLING POINTS TAKEN"    TO FL-LABEL.
095500     MOVE WS-POINTS-USED             TO FL-COUNT.
095600     MOVE 0                          TO FL-AMOUNT.
095700     PERFORM 4950-WRITE-FIGURE-LINE
095800         THRU 4950-EXIT.
095900     MOVE "SELECTED AT A SAMPLING POINT" TO FL-LABEL.
096000     MOVE WS-SAMPLED-COUNT           TO FL-COUNT.
096100     MOVE WS-SAMPLED-TOTAL           TO FL-AMOUNT.
096200     PERFORM 4950-WRITE-FIGURE-LINE
096300         THRU 4950-EXIT.
096400     MOVE "SELECTED AS REVERSALS"    TO FL-LABEL.
096500     MOVE WS-SEL-REVERSAL-COUNT      TO FL-COUNT.
096600     MOVE WS-SEL-REVERSAL-TOTAL      TO FL-AMOUNT.
096700     PERFORM 4950-WRITE-FIGURE-LINE
096800         THRU 4950-EXIT.
096900     MOVE "SELECTED OVER HIGH VALUE" TO FL-LABEL.
097000     MOVE WS-SEL-HIGH-COUNT          TO FL-COUNT.
097100     MOVE WS-SEL-HIGH-TOTAL          TO FL-AMOUNT.
097200     PERFORM 4950-WRITE-FIGURE-LINE
097300         THRU 4950-EXIT.
097400     MOVE "POSTINGS EXTRACTED TO SAMPOUT" TO FL-LABEL.
097500     MOVE WS-SELECTED-COUNT          TO FL-COUNT.
097600     MOVE WS-SELECTED-TOTAL          TO FL-AMOUNT.
097700     PERFORM 4950-WRITE-FIGURE-LINE
097800         THRU 4950-EXIT.
097900 4000-EXIT.
098000     EXIT.
098100
098200******************************************************************
098300* 4900-WRITE-SECTION-TITLE - START A NEW REPORT SECTION - A      *
098400* RULE, THE SECTION TITLE LEFT IN WS-REPORT-TITLE-LINE AND A     *
098500* BLANK LINE.                                                    *
098600******************************************************************
098700 4900-WRITE-SECTION-TITLE.
098800     MOVE SPACES TO RPTOUT-RECORD.
098900     WRITE RPTOUT-RECORD.
099000     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
099100     WRITE RPTOUT-RECORD.
099200     MOVE WS-REPORT-TITLE-LINE TO RPTOUT-RECORD.
099300     WRITE RPTOUT-RECORD.
099400     MOVE SPACES TO RPTOUT-RECORD.
099500     WRITE RPTOUT-RECORD.
099600 4900-EXIT.
099700     EXIT.
099800
099900******************************************************************
100000* 4950-WRITE-FIGURE-LINE - WRITE ONE LABELLED COUNT-AND-AMOUNT   *
100100* LINE.  A ZERO COUNT PRINTS BLANK, SO AN AMOUNT-ONLY FIGURE     *
100200* NEEDS NO LAYOUT OF ITS OWN.                                    *
100300******************************************************************
100400 4950-WRITE-FIGURE-LINE.
100500     MOVE WS-REPORT-FIGURE-LINE TO RPTOUT-RECORD.
100600     WRITE RPTOUT-RECORD.
100700     MOVE SPACES TO FL-LABEL.
100800 4950-EXIT.
100900     EXIT.
