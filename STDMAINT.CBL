000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STDMAINT.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* STDMAINT                                                       *
000900*                                                                *
001000* STANDING-INSTRUCTIONS MAINTENANCE FOR THE SUMTWONUMBERS BATCH  *
001100* STREAM.  READS MAINTENANCE CARDS (DDNAME STDMIN) KEYED BY THE  *
001200* ACCOUNTING GROUP AND APPLIES THEM TO THE STANDING-INSTRUCTIONS *
001300* FILE (DDNAME STDINST, STDIREC LAYOUT) THAT STDGEN GENERATES    *
001400* THE RECURRING POSTINGS FROM, SO NOBODY HAS TO EDIT THE FILE BY *
001500* HAND.  THE FILE IS LOADED INTO A TABLE, CHANGED THERE AND      *
001600* WRITTEN BACK WHOLE, THE SAME WAY STDGEN ROLLS ITS DUE DATES.   *
001700* EVERY CARD IS EDITED AND ITS COST CENTER VALIDATED AGAINST THE *
001800* COST-CENTER REFERENCE MASTER (DDNAME CCMAST, CCMREC LAYOUT)    *
001900* BEFORE IT IS APPLIED, AND EVERY APPLIED CARD IS JOURNALLED ON  *
002000* THE DISP=MOD CHANGE JOURNAL (DDNAME STDJRNL, STDJREC LAYOUT)   *
002100* WITH THE INSTRUCTION AS IT STOOD BEFORE AND AFTER AND THE      *
002200* OPERATOR'S INITIALS.  THE JOURNAL IS ONLY WRITTEN ONCE THE     *
002300* REWRITTEN FILE HAS CLOSED, SO A RUN THAT STOPS PART WAY NEVER  *
002400* JOURNALS A CHANGE THE FILE DOES NOT HOLD.                      *
002500*                                                                *
002600* MAINTENANCE CARD FORMAT (ONE CARD PER ACTION, 80 BYTES):       *
002700*   COL   1     ACTION CODE:                                     *
002800*                 A=ADD A NEW INSTRUCTION                        *
002900*                 C=CHANGE AMOUNTS                               *
003000*                 F=CHANGE FREQUENCY AND/OR NEXT-DUE DATE        *
003100*                 S=SUSPEND, R=RESUME                            *
003200*                 E=END-DATE THE INSTRUCTION                     *
003300*   COLS  3-10  INSTRUCTION ID                                   *
003400*   COLS 12-17  COST CENTER CODE (A ONLY)                        *
003500*   COL  19     OPERATION CODE, A OR S (A ONLY)                  *
003600*   COLS 21-28  NUM1, SIGN LEADING SEPARATE +NNNNNVV (A, C)      *
003700*   COLS 30-37  NUM2, SIGN LEADING SEPARATE +NNNNNVV (A, C)      *
003800*   COL  39     FREQUENCY, M OR Q (A, F)                         *
003900*   COLS 41-50  NEXT-DUE DATE, YYYY-MM-DD (A, F)                 *
004000*   COLS 52-61  END DATE, YYYY-MM-DD (A OPTIONAL, E)             *
004100*   COLS 63-65  OPERATOR INITIALS, RECORDED ON THE JOURNAL       *
004200* ON A C CARD A BLANK AMOUNT IS LEFT AS IT WAS, AND ON AN F CARD *
004300* A BLANK FREQUENCY OR DATE IS LEFT AS IT WAS.  AN E CARD WITH   *
004400* NO DATE ENDS THE INSTRUCTION AS OF THE RUN DATE - STDGEN       *
004500* GENERATES NOTHING FURTHER ONCE THE NEXT-DUE DATE PASSES THE    *
004600* END DATE.  THE NEXT-DUE DATE CANNOT BE CHANGED WHILE A         *
004700* GENERATION IS AWAITING POSTING, BECAUSE STDGEN WILL ROLL IT    *
004800* ITSELF WHEN THAT BATCH REGISTERS.  BLANK CARDS AND * COMMENT   *
004900* CARDS ARE IGNORED.  EVERY CARD IS ECHOED ON THE RPTOUT REPORT  *
005000* WITH ITS DISPOSITION, AND ANY CARD THAT CANNOT BE APPLIED ENDS *
005100* THE STEP WITH RETURN CODE 4.  EVERY RUN, WITH OR WITHOUT       *
005200* CARDS, ENDS THE REPORT WITH A LISTING OF ALL ACTIVE            *
005300* INSTRUCTIONS AND THEIR NEXT-DUE DATES.                         *
005400*                                                                *
005500* MODIFICATION HISTORY                                           *
005600*   2026-10-15  RLH  INITIAL VERSION.                            *
005700******************************************************************
005800
005900 ENVIRONMENT DIVISION.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT STDMIN-FILE ASSIGN TO STDMIN
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-STDMIN-STATUS.
006500
006600     SELECT STDINST-FILE ASSIGN TO STDINST
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-STDINST-STATUS.
006900
007000     SELECT CCMAST-FILE ASSIGN TO CCMAST
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS CCM-COST-CENTER
007400         FILE STATUS IS WS-CCMAST-STATUS.
007500
007600     SELECT STDJRNL-FILE ASSIGN TO STDJRNL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-STDJRNL-STATUS.
007900
008000     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-RPTOUT-STATUS.
008300
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  STDMIN-FILE
008700     RECORDING MODE IS F.
008800 01  STDMIN-RECORD               PIC X(80).
008900
009000 FD  STDINST-FILE
009100     RECORDING MODE IS F.
009200     COPY STDIREC.
009300
009400 FD  CCMAST-FILE.
009500     COPY CCMREC.
009600
009700 FD  STDJRNL-FILE
009800     RECORDING MODE IS F.
009900     COPY STDJREC.
010000
010100 FD  RPTOUT-FILE
010200     RECORDING MODE IS F.
010300 01  RPTOUT-RECORD               PIC X(80).
010400
010500 WORKING-STORAGE SECTION.
010600 01  WS-STDMIN-STATUS            PIC X(02) VALUE SPACES.
010700 01  WS-STDINST-STATUS           PIC X(02) VALUE SPACES.
010800 01  WS-CCMAST-STATUS            PIC X(02) VALUE SPACES.
010900 01  WS-STDJRNL-STATUS           PIC X(02) VALUE SPACES.
011000 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
011100
011200 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
011300 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
011400
011500 01  WS-STDMIN-EOF-SWITCH        PIC X(01) VALUE "N".
011600     88  STDMIN-EOF-YES                    VALUE "Y".
011700     88  STDMIN-EOF-NO                     VALUE "N".
011800
011900 01  WS-STDINST-EOF-SWITCH       PIC X(01) VALUE "N".
012000     88  STDINST-EOF-YES                   VALUE "Y".
012100     88  STDINST-EOF-NO                    VALUE "N".
012200
012300 01  WS-STD-FOUND-SWITCH         PIC X(01) VALUE "N".
012400     88  STD-FOUND                         VALUE "Y".
012500     88  STD-NOT-FOUND                     VALUE "N".
012600
012700 01  WS-CARD-ERROR-TEXT          PIC X(30) VALUE SPACES.
012800
012900 01  WS-CARDS-READ-COUNT         PIC 9(05) COMP VALUE 0.
013000 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE 0.
013100 01  WS-AMOUNTS-CHANGED-COUNT    PIC 9(05) COMP VALUE 0.
013200 01  WS-SCHEDULE-CHANGED-COUNT   PIC 9(05) COMP VALUE 0.
013300 01  WS-SUSPENDED-COUNT          PIC 9(05) COMP VALUE 0.
013400 01  WS-RESUMED-COUNT            PIC 9(05) COMP VALUE 0.
013500 01  WS-END-DATED-COUNT          PIC 9(05) COMP VALUE 0.
013600 01  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE 0.
013700 01  WS-ACTIVE-LISTED-COUNT      PIC 9(05) COMP VALUE 0.
013800
013900******************************************************************
014000* STANDING-INSTRUCTIONS TABLE - THE WHOLE STDINST FILE, CHANGED  *
014100* IN PLACE AND WRITTEN BACK AT END OF RUN.  THE KEY VIEW GIVES   *
014200* THE INSTRUCTION ID FOR THE LOOKUP.                             *
014300******************************************************************
014400 01  WS-STD-TABLE                VALUE SPACES.
014500     05  WS-STD-ENTRY            OCCURS 500 TIMES
014600                                 INDEXED BY STD-IX.
014700         10  WS-STD-RECORD       PIC X(61).
014800         10  WS-STD-KEY-VIEW     REDEFINES WS-STD-RECORD.
014900             15  WS-STD-INSTR-ID PIC X(08).
015000             15  FILLER          PIC X(53).
015100
015200 01  WS-STD-COUNT                PIC 9(03) COMP VALUE 0.
015300 01  WS-STD-SUB                  PIC 9(03) COMP VALUE 0.
015400
015500******************************************************************
015600* PENDING JOURNAL ENTRIES - ONE PER APPLIED CARD, HELD UNTIL THE *
015700* REWRITTEN STDINST FILE HAS CLOSED CLEANLY.                     *
015800******************************************************************
015900 01  WS-JRN-TABLE.
016000     05  WS-JRN-ENTRY            OCCURS 500 TIMES
016100                                 INDEXED BY JRN-IX.
016200         10  WS-JRN-ACTION-CODE  PIC X(01).
016300         10  WS-JRN-INITIALS     PIC X(03).
016400         10  WS-JRN-BEFORE-IMAGE PIC X(61).
016500         10  WS-JRN-AFTER-IMAGE  PIC X(61).
016600
016700 01  WS-JRN-COUNT                PIC 9(03) COMP VALUE 0.
016800 01  WS-JRN-SUB                  PIC 9(03) COMP VALUE 0.
016900
017000 01  WS-BEFORE-IMAGE             PIC X(61) VALUE SPACES.
017100
017200******************************************************************
017300* MAINTENANCE CARD WORKING LAYOUT                                *
017400******************************************************************
017500 01  WS-MAINT-CARD.
017600     05  CRD-ACTION-CODE         PIC X(01).
017700         88  CRD-ACTION-ADD                VALUE "A".
017800         88  CRD-ACTION-AMOUNTS            VALUE "C".
017900         88  CRD-ACTION-SCHEDULE           VALUE "F".
018000         88  CRD-ACTION-SUSPEND            VALUE "S".
018100         88  CRD-ACTION-RESUME             VALUE "R".
018200         88  CRD-ACTION-END-DATE           VALUE "E".
018300     05  FILLER                  PIC X(01).
018400     05  CRD-INSTR-ID            PIC X(08).
018500     05  FILLER                  PIC X(01).
018600     05  CRD-COST-CENTER         PIC X(06).
018700     05  FILLER                  PIC X(01).
018800     05  CRD-OP-CODE             PIC X(01).
018900     05  FILLER                  PIC X(01).
019000     05  CRD-NUM1                COPY DL100N12.
019100     05  CRD-NUM1-X              REDEFINES CRD-NUM1
019200                                 PIC X(08).
019300     05  FILLER                  PIC X(01).
019400     05  CRD-NUM2                COPY DL100N12.
019500     05  CRD-NUM2-X              REDEFINES CRD-NUM2
019600                                 PIC X(08).
019700     05  FILLER                  PIC X(01).
019800     05  CRD-FREQUENCY           PIC X(01).
019900     05  FILLER                  PIC X(01).
020000     05  CRD-NEXT-DUE-DATE       PIC X(10).
020100     05  FILLER                  PIC X(01).
020200     05  CRD-END-DATE            PIC X(10).
020300     05  FILLER                  PIC X(01).
020400     05  CRD-INITIALS            PIC X(03).
020500     05  FILLER                  PIC X(15).
020600
020700 01  WS-EDIT-DATE                PIC X(10) VALUE SPACES.
020800 01  WS-EDIT-DATE-PARTS          REDEFINES WS-EDIT-DATE.
020900     05  WS-EDIT-YYYY            PIC X(04).
021000     05  WS-EDIT-DASH-1          PIC X(01).
021100     05  WS-EDIT-MM              PIC X(02).
021200     05  WS-EDIT-DASH-2          PIC X(01).
021300     05  WS-EDIT-DD              PIC X(02).
021400
021500 01  WS-EDIT-DATE-SWITCH         PIC X(01) VALUE "Y".
021600     88  EDIT-DATE-VALID                   VALUE "Y".
021700     88  EDIT-DATE-INVALID                 VALUE "N".
021800
021900 01  WS-SYS-DATE-FIELDS.
022000     05  WS-SYS-YYYY             PIC 9(04).
022100     05  WS-SYS-MM               PIC 9(02).
022200     05  WS-SYS-DD               PIC 9(02).
022300
022400 01  WS-SYS-TIME-FIELDS.
022500     05  WS-SYS-HH               PIC 9(02).
022600     05  WS-SYS-MIN              PIC 9(02).
022700     05  WS-SYS-SS               PIC 9(02).
022800     05  WS-SYS-HS               PIC 9(02).
022900
023000 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
023100 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
023200
023300******************************************************************
023400* RPTOUT MAINTENANCE REPORT LINE LAYOUTS                         *
023500******************************************************************
023600 01  WS-REPORT-HEADER-1.
023700     05  FILLER                 PIC X(30)
023800         VALUE "STDMAINT - STANDING INST MAINT".
023900     05  FILLER                 PIC X(10) VALUE SPACES.
024000     05  RH1-RUN-DATE            PIC X(10).
024100     05  FILLER                 PIC X(03) VALUE SPACES.
024200     05  RH1-RUN-TIME            PIC X(08).
024300     05  FILLER                 PIC X(19) VALUE SPACES.
024400
024500 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
024600
024700 01  WS-REPORT-COLUMN-HEADINGS   PIC X(80) VALUE
024800     "ACT  INSTR ID  CENTER  DISPOSITION".
024900
025000 01  WS-REPORT-ACTION-LINE.
025100     05  AL-ACTION-CODE          PIC X(01).
025200     05  FILLER                  PIC X(04) VALUE SPACES.
025300     05  AL-INSTR-ID             PIC X(08).
025400     05  FILLER                  PIC X(02) VALUE SPACES.
025500     05  AL-COST-CENTER          PIC X(06).
025600     05  FILLER                  PIC X(02) VALUE SPACES.
025700     05  AL-DISPOSITION          PIC X(30).
025800     05  FILLER                  PIC X(27) VALUE SPACES.
025900
026000 01  WS-REPORT-COUNT-LINE.
026100     05  CL-COUNT-LABEL          PIC X(28) VALUE SPACES.
026200     05  CL-COUNT-VALUE          PIC ZZZZZZZZ9.
026300     05  FILLER                  PIC X(43) VALUE SPACES.
026400
026500 01  WS-LISTING-TITLE.
026600     05  FILLER                  PIC X(35)
026700         VALUE "ACTIVE STANDING INSTRUCTIONS AS OF ".
026800     05  LT-RUN-DATE             PIC X(10).
026900     05  FILLER                  PIC X(35) VALUE SPACES.
027000
027100 01  WS-LISTING-HEADINGS.
027200     05  FILLER                  PIC X(41)
027300         VALUE "INSTR ID  CENTER  OP      NUM1       NUM2".
027400     05  FILLER                  PIC X(39)
027500         VALUE "  FRQ  NEXT DUE    END DATE".
027600
027700 01  WS-LISTING-LINE.
027800     05  LL-INSTR-ID             PIC X(08).
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  LL-COST-CENTER          PIC X(06).
028100     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  LL-OP-CODE              PIC X(01).
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  LL-NUM1                 PIC -(5)9.99.
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  LL-NUM2                 PIC -(5)9.99.
028700     05  FILLER                  PIC X(03) VALUE SPACES.
028800     05  LL-FREQUENCY            PIC X(01).
028900     05  FILLER                  PIC X(03) VALUE SPACES.
029000     05  LL-NEXT-DUE-DATE        PIC X(10).
029100     05  FILLER                  PIC X(02) VALUE SPACES.
029200     05  LL-END-DATE             PIC X(10).
029300     05  FILLER                  PIC X(10) VALUE SPACES.
029400
029500 PROCEDURE DIVISION.
029600******************************************************************
029700* 0000-MAINLINE                                                  *
029800*                                                                *
029900* PROGRAM ENTRY POINT.  LOADS THE STANDING-INSTRUCTIONS FILE,    *
030000* APPLIES EVERY CARD, WRITES THE DISPOSITION COUNTS, REWRITES    *
030100* THE FILE AND JOURNALS THE CHANGES WHEN ANY CARD WAS APPLIED,   *
030200* AND LISTS THE ACTIVE INSTRUCTIONS.                             *
030300******************************************************************
030400 0000-MAINLINE.
030500     PERFORM 0900-GET-RUN-DATE-TIME
030600         THRU 0900-EXIT.
030700
030800     PERFORM 0300-LOAD-INSTRUCTIONS
030900         THRU 0300-EXIT.
031000
031100     OPEN INPUT CCMAST-FILE.
031200     MOVE WS-CCMAST-STATUS TO WS-FILE-STATUS-CHECK.
031300     MOVE "CCMAST"         TO WS-FILE-NAME-CHECK.
031400     PERFORM 0100-VERIFY-FILE-STATUS
031500         THRU 0100-EXIT.
031600
031700     OPEN INPUT STDMIN-FILE.
031800     MOVE WS-STDMIN-STATUS TO WS-FILE-STATUS-CHECK.
031900     MOVE "STDMIN"         TO WS-FILE-NAME-CHECK.
032000     PERFORM 0100-VERIFY-FILE-STATUS
032100         THRU 0100-EXIT.
032200
032300     OPEN OUTPUT RPTOUT-FILE.
032400     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
032500     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
032600     PERFORM 0100-VERIFY-FILE-STATUS
032700         THRU 0100-EXIT.
032800
032900     PERFORM 0950-WRITE-REPORT-HEADERS
033000         THRU 0950-EXIT.
033100
033200     PERFORM 1000-PROCESS-ONE-CARD
033300         THRU 1000-EXIT
033400         UNTIL STDMIN-EOF-YES.
033500
033600     PERFORM 3000-WRITE-REPORT-TOTALS
033700         THRU 3000-EXIT.
033800
033900     IF WS-JRN-COUNT > 0
034000         PERFORM 3500-REWRITE-INSTRUCTIONS
034100             THRU 3500-EXIT
034200         PERFORM 3600-WRITE-JOURNAL
034300             THRU 3600-EXIT
034400     END-IF.
034500
034600     PERFORM 4000-LIST-ACTIVE-INSTRS
034700         THRU 4000-EXIT.
034800
034900     CLOSE STDMIN-FILE.
035000     CLOSE CCMAST-FILE.
035100     CLOSE RPTOUT-FILE.
035200
035300     IF WS-REJECTED-COUNT > 0
035400         DISPLAY "STDMAINT004W - " WS-REJECTED-COUNT " CARD(S) "
035500                 "COULD NOT BE APPLIED"
035600         MOVE 4 TO RETURN-CODE
035700     END-IF.
035800     STOP RUN.
035900
036000******************************************************************
036100* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
036200* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN        *
036300* FAILURE ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE  *
036400* PROGRAM DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS  *
036500* A NON-ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS. *
036600******************************************************************
036700 0100-VERIFY-FILE-STATUS.
036800     IF WS-FILE-STATUS-CHECK NOT = "00"
036900         DISPLAY "STDMAINT001E - UNABLE TO OPEN "
037000                 WS-FILE-NAME-CHECK
037100                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500 0100-EXIT.
037600     EXIT.
037700
037800******************************************************************
037900* 0300-LOAD-INSTRUCTIONS - READ THE WHOLE STANDING-INSTRUCTIONS  *
038000* FILE INTO THE TABLE SO THE CARDS CAN BE APPLIED IN PLACE.  A   *
038100* FILE THAT HAS NEVER BEEN LOADED (STATUS 35 OR 05) SIMPLY MEANS *
038200* NO INSTRUCTIONS EXIST YET - THE FIRST ADD CARDS CREATE IT.     *
038300******************************************************************
038400 0300-LOAD-INSTRUCTIONS.
038500     OPEN INPUT STDINST-FILE.
038600     IF WS-STDINST-STATUS = "00"
038700         PERFORM 0350-LOAD-ONE-INSTR
038800             THRU 0350-EXIT
038900             UNTIL STDINST-EOF-YES
039000         CLOSE STDINST-FILE
039100     ELSE
039200         IF WS-STDINST-STATUS = "35"
039300            OR WS-STDINST-STATUS = "05"
039400             SET STDINST-EOF-YES TO TRUE
039500         ELSE
039600             DISPLAY "STDMAINT002E - UNABLE TO OPEN STDINST, "
039700                     "FILE STATUS = " WS-STDINST-STATUS
039800             MOVE 16 TO RETURN-CODE
039900             STOP RUN
040000         END-IF
040100     END-IF.
040200 0300-EXIT.
040300     EXIT.
040400
040500 0350-LOAD-ONE-INSTR.
040600     READ STDINST-FILE
040700         AT END
040800             SET STDINST-EOF-YES TO TRUE
040900             GO TO 0350-EXIT
041000     END-READ.
041100     IF WS-STD-COUNT = 500
041200         DISPLAY "STDMAINT005E - MORE THAN 500 STANDING "
041300                 "INSTRUCTIONS, SPLIT THE FILE"
041400         MOVE 16 TO RETURN-CODE
041500         STOP RUN
041600     END-IF.
041700     ADD 1 TO WS-STD-COUNT.
041800     SET STD-IX TO WS-STD-COUNT.
041900     MOVE STD-RECORD TO WS-STD-RECORD (STD-IX).
042000 0350-EXIT.
042100     EXIT.
042200
042300******************************************************************
042400* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
042500* FORMATTED FOR THE REPORT HEADER, THE JOURNAL STAMP AND THE     *
042600* DEFAULT END DATE OF AN E CARD.                                 *
042700******************************************************************
042800 0900-GET-RUN-DATE-TIME.
042900     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
043000     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
043100     STRING WS-SYS-YYYY DELIMITED BY SIZE
043200            "-"         DELIMITED BY SIZE
043300            WS-SYS-MM   DELIMITED BY SIZE
043400            "-"         DELIMITED BY SIZE
043500            WS-SYS-DD   DELIMITED BY SIZE
043600            INTO WS-RUN-DATE-DISPLAY.
043700     STRING WS-SYS-HH   DELIMITED BY SIZE
043800            ":"         DELIMITED BY SIZE
043900            WS-SYS-MIN  DELIMITED BY SIZE
044000            ":"         DELIMITED BY SIZE
044100            WS-SYS-SS   DELIMITED BY SIZE
044200            INTO WS-RUN-TIME-DISPLAY.
044300 0900-EXIT.
044400     EXIT.
044500
044600******************************************************************
044700* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE, THE RUN    *
044800* DATE/TIME AND THE COLUMN HEADINGS AT THE TOP OF A FRESH RPTOUT *
044900* REPORT.                                                        *
045000******************************************************************
045100 0950-WRITE-REPORT-HEADERS.
045200     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
045300     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
045400     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
045500     WRITE RPTOUT-RECORD.
045600     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
045700     WRITE RPTOUT-RECORD.
045800     MOVE WS-REPORT-COLUMN-HEADINGS TO RPTOUT-RECORD.
045900     WRITE RPTOUT-RECORD.
046000 0950-EXIT.
046100     EXIT.
046200
046300******************************************************************
046400* 1000-PROCESS-ONE-CARD - READ ONE MAINTENANCE CARD, EDIT THE    *
046500* INSTRUCTION ID AND INITIALS EVERY ACTION NEEDS, AND ROUTE IT   *
046600* BY ACTION CODE.  A CARD THAT CANNOT BE APPLIED IS LISTED WITH  *
046700* ITS REASON AND COUNTED - THE RUN CARRIES ON SO THE REMAINING   *
046800* CARDS STILL APPLY.                                             *
046900******************************************************************
047000 1000-PROCESS-ONE-CARD.
047100     READ STDMIN-FILE
047200         AT END
047300             SET STDMIN-EOF-YES TO TRUE
047400             GO TO 1000-EXIT
047500     END-READ.
047600     IF STDMIN-RECORD = SPACES
047700      OR STDMIN-RECORD (1:1) = "*"
047800         GO TO 1000-EXIT
047900     END-IF.
048000     ADD 1 TO WS-CARDS-READ-COUNT.
048100     MOVE STDMIN-RECORD TO WS-MAINT-CARD.
048200     MOVE SPACES TO WS-CARD-ERROR-TEXT.
048300     SET STD-NOT-FOUND TO TRUE.
048400     IF CRD-INSTR-ID = SPACES
048500         MOVE "INSTRUCTION ID MISSING" TO WS-CARD-ERROR-TEXT
048600         PERFORM 1900-REJECT-ONE-CARD
048700             THRU 1900-EXIT
048800         GO TO 1000-EXIT
048900     END-IF.
049000     IF CRD-INITIALS = SPACES
049100         MOVE "OPERATOR INITIALS MISSING"
049200             TO WS-CARD-ERROR-TEXT
049300         PERFORM 1900-REJECT-ONE-CARD
049400             THRU 1900-EXIT
049500         GO TO 1000-EXIT
049600     END-IF.
049700     IF WS-JRN-COUNT = 500
049800         MOVE "500 CHANGES ALREADY THIS RUN"
049900             TO WS-CARD-ERROR-TEXT
050000         PERFORM 1900-REJECT-ONE-CARD
050100             THRU 1900-EXIT
050200         GO TO 1000-EXIT
050300     END-IF.
050400     PERFORM 1700-FIND-INSTRUCTION
050500         THRU 1700-EXIT.
050600     EVALUATE TRUE
050700         WHEN CRD-ACTION-ADD
050800             PERFORM 1100-ADD-ONE-INSTR
050900                 THRU 1100-EXIT
051000         WHEN CRD-ACTION-AMOUNTS
051100             PERFORM 1200-CHANGE-AMOUNTS
051200                 THRU 1200-EXIT
051300         WHEN CRD-ACTION-SCHEDULE
051400             PERFORM 1300-CHANGE-SCHEDULE
051500                 THRU 1300-EXIT
051600         WHEN CRD-ACTION-SUSPEND
051700             PERFORM 1400-SUSPEND-ONE-INSTR
051800                 THRU 1400-EXIT
051900         WHEN CRD-ACTION-RESUME
052000             PERFORM 1450-RESUME-ONE-INSTR
052100                 THRU 1450-EXIT
052200         WHEN CRD-ACTION-END-DATE
052300             PERFORM 1500-END-DATE-ONE-INSTR
052400                 THRU 1500-EXIT
052500         WHEN OTHER
052600             MOVE "ACTION NOT A, C, F, S, R OR E"
052700                 TO WS-CARD-ERROR-TEXT
052800             PERFORM 1900-REJECT-ONE-CARD
052900                 THRU 1900-EXIT
053000     END-EVALUATE.
053100 1000-EXIT.
053200     EXIT.
053300
053400******************************************************************
053500* 1100-ADD-ONE-INSTR - BUILD A NEW ACTIVE INSTRUCTION FROM AN A  *
053600* CARD.  EVERY FIELD STDGEN NEEDS TO GENERATE A POSTING IS       *
053700* REQUIRED AND EDITED THE WAY STDGEN EDITS IT, AND THE CENTER    *
053800* MUST BE ON THE COST-CENTER MASTER AND ACTIVE.  AN ID ALREADY   *
053900* ON FILE IS REFUSED - THE OTHER ACTIONS EXIST TO CHANGE AN      *
054000* INSTRUCTION, AND A SILENT OVERLAY WOULD HIDE A DOUBLE-KEYED    *
054100* CARD.                                                          *
054200******************************************************************
054300 1100-ADD-ONE-INSTR.
054400     EVALUATE TRUE
054500         WHEN STD-FOUND
054600             MOVE "INSTRUCTION ALREADY ON FILE"
054700                 TO WS-CARD-ERROR-TEXT
054800         WHEN WS-STD-COUNT = 500
054900             MOVE "INSTRUCTION FILE FULL (500)"
055000                 TO WS-CARD-ERROR-TEXT
055100         WHEN CRD-COST-CENTER = SPACES
055200             MOVE "COST CENTER MISSING" TO WS-CARD-ERROR-TEXT
055300         WHEN CRD-OP-CODE NOT = "A" AND CRD-OP-CODE NOT = "S"
055400             MOVE "OP CODE NOT A OR S" TO WS-CARD-ERROR-TEXT
055500         WHEN CRD-FREQUENCY NOT = "M" AND CRD-FREQUENCY NOT = "Q"
055600             MOVE "FREQUENCY NOT M OR Q" TO WS-CARD-ERROR-TEXT
055700     END-EVALUATE.
055800     IF WS-CARD-ERROR-TEXT NOT = SPACES
055900         PERFORM 1900-REJECT-ONE-CARD
056000             THRU 1900-EXIT
056100         GO TO 1100-EXIT
056200     END-IF.
056300     PERFORM 1600-EDIT-AMOUNTS
056400         THRU 1600-EXIT.
056500     IF WS-CARD-ERROR-TEXT NOT = SPACES
056600         PERFORM 1900-REJECT-ONE-CARD
056700             THRU 1900-EXIT
056800         GO TO 1100-EXIT
056900     END-IF.
057000     MOVE CRD-NEXT-DUE-DATE TO WS-EDIT-DATE.
057100     PERFORM 1650-EDIT-DATE
057200         THRU 1650-EXIT.
057300     IF EDIT-DATE-INVALID
057400         MOVE "NEXT-DUE DATE NOT YYYY-MM-DD"
057500             TO WS-CARD-ERROR-TEXT
057600         PERFORM 1900-REJECT-ONE-CARD
057700             THRU 1900-EXIT
057800         GO TO 1100-EXIT
057900     END-IF.
058000     IF CRD-END-DATE NOT = SPACES
058100         MOVE CRD-END-DATE TO WS-EDIT-DATE
058200         PERFORM 1650-EDIT-DATE
058300             THRU 1650-EXIT
058400         IF EDIT-DATE-INVALID
058500             MOVE "END DATE NOT YYYY-MM-DD"
058600                 TO WS-CARD-ERROR-TEXT
058700         ELSE
058800             IF CRD-END-DATE < CRD-NEXT-DUE-DATE
058900                 MOVE "END DATE BEFORE NEXT-DUE DATE"
059000                     TO WS-CARD-ERROR-TEXT
059100             END-IF
059200         END-IF
059300     END-IF.
059400     IF WS-CARD-ERROR-TEXT NOT = SPACES
059500         PERFORM 1900-REJECT-ONE-CARD
059600             THRU 1900-EXIT
059700         GO TO 1100-EXIT
059800     END-IF.
059900     MOVE CRD-COST-CENTER TO CCM-COST-CENTER.
060000     PERFORM 1670-CHECK-CENTER
060100         THRU 1670-EXIT.
060200     IF WS-CARD-ERROR-TEXT NOT = SPACES
060300         PERFORM 1900-REJECT-ONE-CARD
060400             THRU 1900-EXIT
060500         GO TO 1100-EXIT
060600     END-IF.
060700     MOVE SPACES              TO WS-BEFORE-IMAGE.
060800     MOVE SPACES              TO STD-RECORD.
060900     MOVE CRD-INSTR-ID        TO STD-INSTR-ID.
061000     SET STD-ACTIVE           TO TRUE.
061100     MOVE CRD-COST-CENTER     TO STD-COST-CENTER.
061200     MOVE CRD-OP-CODE         TO STD-OP-CODE.
061300     MOVE CRD-NUM1            TO STD-NUM1.
061400     MOVE CRD-NUM2            TO STD-NUM2.
061500     MOVE CRD-FREQUENCY       TO STD-FREQUENCY.
061600     MOVE CRD-NEXT-DUE-DATE   TO STD-NEXT-DUE-DATE.
061700     MOVE CRD-END-DATE        TO STD-END-DATE.
061800     ADD 1 TO WS-STD-COUNT.
061900     SET STD-IX TO WS-STD-COUNT.
062000     PERFORM 1750-APPLY-CHANGE
062100         THRU 1750-EXIT.
062200     ADD 1 TO WS-ADDED-COUNT.
062300     PERFORM 1800-REPORT-ONE-CARD
062400         THRU 1800-EXIT.
062500 1100-EXIT.
062600     EXIT.
062700
062800******************************************************************
062900* 1200-CHANGE-AMOUNTS - REPLACE NUM1, NUM2 OR BOTH ON AN         *
063000* EXISTING INSTRUCTION.  A BLANK AMOUNT COLUMN LEAVES THAT       *
063100* AMOUNT AS IT WAS.  THE INSTRUCTION'S CENTER IS CHECKED AGAINST *
063200* THE COST-CENTER MASTER AGAIN, SO AN INSTRUCTION FOR A CENTER   *
063300* CLOSED SINCE IT WAS ADDED IS CAUGHT HERE RATHER THAN REJECTED  *
063400* BY SUMTWO.                                                     *
063500******************************************************************
063600 1200-CHANGE-AMOUNTS.
063700     IF STD-NOT-FOUND
063800         MOVE "INSTRUCTION NOT ON FILE" TO WS-CARD-ERROR-TEXT
063900         PERFORM 1900-REJECT-ONE-CARD
064000             THRU 1900-EXIT
064100         GO TO 1200-EXIT
064200     END-IF.
064300     PERFORM 1600-EDIT-AMOUNTS
064400         THRU 1600-EXIT.
064500     IF WS-CARD-ERROR-TEXT NOT = SPACES
064600         PERFORM 1900-REJECT-ONE-CARD
064700             THRU 1900-EXIT
064800         GO TO 1200-EXIT
064900     END-IF.
065000     MOVE STD-COST-CENTER TO CCM-COST-CENTER.
065100     PERFORM 1670-CHECK-CENTER
065200         THRU 1670-EXIT.
065300     IF WS-CARD-ERROR-TEXT NOT = SPACES
065400         PERFORM 1900-REJECT-ONE-CARD
065500             THRU 1900-EXIT
065600         GO TO 1200-EXIT
065700     END-IF.
065800     IF CRD-NUM1-X NOT = SPACES
065900         MOVE CRD-NUM1 TO STD-NUM1
066000     END-IF.
066100     IF CRD-NUM2-X NOT = SPACES
066200         MOVE CRD-NUM2 TO STD-NUM2
066300     END-IF.
066400     PERFORM 1750-APPLY-CHANGE
066500         THRU 1750-EXIT.
066600     ADD 1 TO WS-AMOUNTS-CHANGED-COUNT.
066700     PERFORM 1800-REPORT-ONE-CARD
066800         THRU 1800-EXIT.
066900 1200-EXIT.
067000     EXIT.
067100
067200******************************************************************
067300* 1300-CHANGE-SCHEDULE - CHANGE THE FREQUENCY, THE NEXT-DUE DATE *
067400* OR BOTH.  A BLANK COLUMN LEAVES THAT FIELD AS IT WAS.  THE     *
067500* NEXT-DUE DATE IS REFUSED WHILE A GENERATION IS AWAITING        *
067600* POSTING - STDGEN ROLLS THE DATE ITSELF ONCE THAT BATCH         *
067700* REGISTERS, AND A HAND-KEYED DATE WOULD THEN BE ROLLED A SECOND *
067800* TIME.                                                          *
067900******************************************************************
068000 1300-CHANGE-SCHEDULE.
068100     IF STD-NOT-FOUND
068200         MOVE "INSTRUCTION NOT ON FILE" TO WS-CARD-ERROR-TEXT
068300         PERFORM 1900-REJECT-ONE-CARD
068400             THRU 1900-EXIT
068500         GO TO 1300-EXIT
068600     END-IF.
068700     EVALUATE TRUE
068800         WHEN CRD-FREQUENCY = SPACES
068900          AND CRD-NEXT-DUE-DATE = SPACES
069000             MOVE "NO FREQUENCY OR DUE DATE GIVEN"
069100                 TO WS-CARD-ERROR-TEXT
069200         WHEN CRD-FREQUENCY NOT = SPACES
069300          AND CRD-FREQUENCY NOT = "M"
069400          AND CRD-FREQUENCY NOT = "Q"
069500             MOVE "FREQUENCY NOT M OR Q" TO WS-CARD-ERROR-TEXT
069600         WHEN CRD-NEXT-DUE-DATE NOT = SPACES
069700          AND STD-LAST-GEN-BATCH NOT = SPACES
069800             MOVE "GENERATION AWAITING POSTING"
069900                 TO WS-CARD-ERROR-TEXT
070000     END-EVALUATE.
070100     IF WS-CARD-ERROR-TEXT NOT = SPACES
070200         PERFORM 1900-REJECT-ONE-CARD
070300             THRU 1900-EXIT
070400         GO TO 1300-EXIT
070500     END-IF.
070600     IF CRD-NEXT-DUE-DATE NOT = SPACES
070700         MOVE CRD-NEXT-DUE-DATE TO WS-EDIT-DATE
070800         PERFORM 1650-EDIT-DATE
070900             THRU 1650-EXIT
071000         IF EDIT-DATE-INVALID
071100             MOVE "NEXT-DUE DATE NOT YYYY-MM-DD"
071200                 TO WS-CARD-ERROR-TEXT
071300         END-IF
071400     END-IF.
071500     IF WS-CARD-ERROR-TEXT NOT = SPACES
071600         PERFORM 1900-REJECT-ONE-CARD
071700             THRU 1900-EXIT
071800         GO TO 1300-EXIT
071900     END-IF.
072000     MOVE STD-COST-CENTER TO CCM-COST-CENTER.
072100     PERFORM 1670-CHECK-CENTER
072200         THRU 1670-EXIT.
072300     IF WS-CARD-ERROR-TEXT NOT = SPACES
072400         PERFORM 1900-REJECT-ONE-CARD
072500             THRU 1900-EXIT
072600         GO TO 1300-EXIT
072700     END-IF.
072800     IF CRD-FREQUENCY NOT = SPACES
072900         MOVE CRD-FREQUENCY TO STD-FREQUENCY
073000     END-IF.
073100     IF CRD-NEXT-DUE-DATE NOT = SPACES
073200         MOVE CRD-NEXT-DUE-DATE TO STD-NEXT-DUE-DATE
073300     END-IF.
073400     PERFORM 1750-APPLY-CHANGE
073500         THRU 1750-EXIT.
073600     ADD 1 TO WS-SCHEDULE-CHANGED-COUNT.
073700     PERFORM 1800-REPORT-ONE-CARD
073800         THRU 1800-EXIT.
073900 1300-EXIT.
074000     EXIT.
074100
074200******************************************************************
074300* 1400-SUSPEND-ONE-INSTR - STOP AN ACTIVE INSTRUCTION FROM       *
074400* GENERATING UNTIL AN R CARD RESUMES IT.  ITS DUE DATE IS LEFT   *
074500* ALONE, SO ON RESUMPTION STDGEN PICKS UP ANY OCCURRENCE STILL   *
074600* DUE.                                                           *
074700******************************************************************
074800 1400-SUSPEND-ONE-INSTR.
074900     IF STD-NOT-FOUND
075000         MOVE "INSTRUCTION NOT ON FILE" TO WS-CARD-ERROR-TEXT
075100         PERFORM 1900-REJECT-ONE-CARD
075200             THRU 1900-EXIT
075300         GO TO 1400-EXIT
075400     END-IF.
075500     IF STD-SUSPENDED
075600         MOVE "ALREADY SUSPENDED" TO WS-CARD-ERROR-TEXT
075700         PERFORM 1900-REJECT-ONE-CARD
075800             THRU 1900-EXIT
075900         GO TO 1400-EXIT
076000     END-IF.
076100     SET STD-SUSPENDED TO TRUE.
076200     PERFORM 1750-APPLY-CHANGE
076300         THRU 1750-EXIT.
076400     ADD 1 TO WS-SUSPENDED-COUNT.
076500     PERFORM 1800-REPORT-ONE-CARD
076600         THRU 1800-EXIT.
076700 1400-EXIT.
076800     EXIT.
076900
077000******************************************************************
077100* 1450-RESUME-ONE-INSTR - RETURN A SUSPENDED INSTRUCTION TO      *
077200* ACTIVE.  THE CENTER IS CHECKED AGAINST THE COST-CENTER MASTER  *
077300* FIRST, SINCE IT MAY HAVE BEEN CLOSED WHILE THE INSTRUCTION WAS *
077400* SUSPENDED.                                                     *
077500******************************************************************
077600 1450-RESUME-ONE-INSTR.
077700     IF STD-NOT-FOUND
077800         MOVE "INSTRUCTION NOT ON FILE" TO WS-CARD-ERROR-TEXT
077900         PERFORM 1900-REJECT-ONE-CARD
078000             THRU 1900-EXIT
078100         GO TO 1450-EXIT
078200     END-IF.
078300     IF NOT STD-SUSPENDED
078400         MOVE "INSTRUCTION NOT SUSPENDED"
078500             TO WS-CARD-ERROR-TEXT
078600         PERFORM 1900-REJECT-ONE-CARD
078700             THRU 1900-EXIT
078800         GO TO 1450-EXIT
078900     END-IF.
079000     MOVE STD-COST-CENTER TO CCM-COST-CENTER.
079100     PERFORM 1670-CHECK-CENTER
079200         THRU 1670-EXIT.
079300     IF WS-CARD-ERROR-TEXT NOT = SPACES
079400         PERFORM 1900-REJECT-ONE-CARD
079500             THRU 1900-EXIT
079600         GO TO 1450-EXIT
079700     END-IF.
079800     SET STD-ACTIVE TO TRUE.
079900     PERFORM 1750-APPLY-CHANGE
080000         THRU 1750-EXIT.
080100     ADD 1 TO WS-RESUMED-COUNT.
080200     PERFORM 1800-REPORT-ONE-CARD
080300         THRU 1800-EXIT.
080400 1450-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800* 1500-END-DATE-ONE-INSTR - SET THE DATE AFTER WHICH THE         *
080900* INSTRUCTION GENERATES NOTHING MORE - THE CARD'S END DATE, OR   *
081000* THE RUN DATE WHEN THE COLUMN IS BLANK.  THE INSTRUCTION STAYS  *
081100* ON FILE FOR THE RECORD; STDGEN STOPS ONCE ITS NEXT-DUE DATE    *
081200* PASSES THE END DATE.                                           *
081300******************************************************************
081400 1500-END-DATE-ONE-INSTR.
081500     IF STD-NOT-FOUND
081600         MOVE "INSTRUCTION NOT ON FILE" TO WS-CARD-ERROR-TEXT
081700         PERFORM 1900-REJECT-ONE-CARD
081800             THRU 1900-EXIT
081900         GO TO 1500-EXIT
082000     END-IF.
082100     IF CRD-END-DATE = SPACES
082200         MOVE WS-RUN-DATE-DISPLAY TO CRD-END-DATE
082300     END-IF.
082400     MOVE CRD-END-DATE TO WS-EDIT-DATE.
082500     PERFORM 1650-EDIT-DATE
082600         THRU 1650-EXIT.
082700     IF EDIT-DATE-INVALID
082800         MOVE "END DATE NOT YYYY-MM-DD" TO WS-CARD-ERROR-TEXT
082900         PERFORM 1900-REJECT-ONE-CARD
083000             THRU 1900-EXIT
083100         GO TO 1500-EXIT
083200     END-IF.
083300     MOVE CRD-END-DATE TO STD-END-DATE.
083400     PERFORM 1750-APPLY-CHANGE
083500         THRU 1750-EXIT.
083600     ADD 1 TO WS-END-DATED-COUNT.
083700     PERFORM 1800-REPORT-ONE-CARD
083800         THRU 1800-EXIT.
083900 1500-EXIT.
084000     EXIT.
084100
084200******************************************************************
084300* 1600-EDIT-AMOUNTS - NUM1 AND NUM2 MUST BE SIGNED NUMBERS.  AN  *
084400* ADD NEEDS BOTH; A CHANGE NEEDS AT LEAST ONE, A BLANK ONE BEING *
084500* LEFT AS IT WAS.  A BAD AMOUNT LEAVES THE REASON IN WS-CARD-    *
084600* ERROR-TEXT FOR THE CALLER TO REPORT.                           *
084700******************************************************************
084800 1600-EDIT-AMOUNTS.
084900     IF CRD-ACTION-ADD
085000         IF CRD-NUM1-X = SPACES OR CRD-NUM2-X = SPACES
085100             MOVE "NUM1 OR NUM2 MISSING" TO WS-CARD-ERROR-TEXT
085200             GO TO 1600-EXIT
085300         END-IF
085400     ELSE
085500         IF CRD-NUM1-X = SPACES AND CRD-NUM2-X = SPACES
085600             MOVE "NO AMOUNT ON CHANGE CARD"
085700                 TO WS-CARD-ERROR-TEXT
085800             GO TO 1600-EXIT
085900         END-IF
086000     END-IF.
086100     IF CRD-NUM1-X NOT = SPACES
086200        AND CRD-NUM1 NOT NUMERIC
086300         MOVE "NUM1 NOT NUMERIC" TO WS-CARD-ERROR-TEXT
086400         GO TO 1600-EXIT
086500     END-IF.
086600     IF CRD-NUM2-X NOT = SPACES
086700        AND CRD-NUM2 NOT NUMERIC
086800         MOVE "NUM2 NOT NUMERIC" TO WS-CARD-ERROR-TEXT
086900     END-IF.
087000 1600-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 1650-EDIT-DATE - CHECK THAT WS-EDIT-DATE IS A YYYY-MM-DD DATE  *
087500* WITH A MONTH OF 01-12 AND A DAY OF 01-31, THE SAME EDIT        *
087600* BUDMAINT APPLIES TO ITS PERIOD-END DATES.                      *
087700******************************************************************
087800 1650-EDIT-DATE.
087900     SET EDIT-DATE-VALID TO TRUE.
088000     IF WS-EDIT-YYYY NOT NUMERIC
088100      OR WS-EDIT-MM NOT NUMERIC
088200      OR WS-EDIT-DD NOT NUMERIC
088300      OR WS-EDIT-DASH-1 NOT = "-"
088400      OR WS-EDIT-DASH-2 NOT = "-"
088500      OR WS-EDIT-MM < "01" OR WS-EDIT-MM > "12"
088600      OR WS-EDIT-DD < "01" OR WS-EDIT-DD > "31"
088700         SET EDIT-DATE-INVALID TO TRUE
088800     END-IF.
088900 1650-EXIT.
089000     EXIT.
089100
089200******************************************************************
089300* 1670-CHECK-CENTER - RANDOM READ OF THE COST-CENTER MASTER FOR  *
089400* THE CENTER THE CALLER HAS MOVED TO CCM-COST-CENTER.  A CENTER  *
089500* THAT IS MISSING OR INACTIVE LEAVES THE REASON IN WS-CARD-      *
089600* ERROR-TEXT.                                                    *
089700******************************************************************
089800 1670-CHECK-CENTER.
089900     READ CCMAST-FILE.
090000     EVALUATE WS-CCMAST-STATUS
090100         WHEN "00"
090200             IF CCM-INACTIVE
090300                 MOVE "CENTER INACTIVE ON CCMAST"
090400                     TO WS-CARD-ERROR-TEXT
090500             END-IF
090600         WHEN "23"
090700             MOVE "CENTER NOT ON CCMAST"
090800                 TO WS-CARD-ERROR-TEXT
090900         WHEN OTHER
091000             DISPLAY "STDMAINT003E - READ OF CCMAST FAILED, "
091100                     "FILE STATUS = " WS-CCMAST-STATUS
091200                     ", CENTER = " CCM-COST-CENTER
091300             MOVE 16 TO RETURN-CODE
091400             STOP RUN
091500     END-EVALUATE.
091600 1670-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000* 1700-FIND-INSTRUCTION - LOOK THE CARD'S INSTRUCTION ID UP IN   *
092100* THE TABLE.  WHEN FOUND, STD-IX POINTS AT THE ENTRY, THE RECORD *
092200* IS MOVED TO STD-RECORD TO BE CHANGED, AND A COPY IS KEPT AS    *
092300* THE JOURNAL'S BEFORE IMAGE.  UNUSED ENTRIES ARE SPACES AND A   *
092400* BLANK ID NEVER GETS THIS FAR, SO THE SEARCH CAN RUN THE WHOLE  *
092500* TABLE.                                                         *
092600******************************************************************
092700 1700-FIND-INSTRUCTION.
092800     SET STD-NOT-FOUND TO TRUE.
092900     SET STD-IX TO 1.
093000     SEARCH WS-STD-ENTRY
093100         AT END
093200             CONTINUE
093300         WHEN WS-STD-INSTR-ID (STD-IX) = CRD-INSTR-ID
093400             SET STD-FOUND TO TRUE
093500             MOVE WS-STD-RECORD (STD-IX) TO STD-RECORD
093600             MOVE WS-STD-RECORD (STD-IX) TO WS-BEFORE-IMAGE
093700     END-SEARCH.
093800 1700-EXIT.
093900     EXIT.
094000
094100******************************************************************
094200* 1750-APPLY-CHANGE - PUT THE CHANGED RECORD IN STD-RECORD BACK  *
094300* INTO THE TABLE AT STD-IX AND QUEUE ITS JOURNAL ENTRY WITH THE  *
094400* BEFORE IMAGE AND THE OPERATOR INITIALS.                        *
094500******************************************************************
094600 1750-APPLY-CHANGE.
094700     MOVE STD-RECORD TO WS-STD-RECORD (STD-IX).
094800     ADD 1 TO WS-JRN-COUNT.
094900     SET JRN-IX TO WS-JRN-COUNT.
095000     MOVE CRD-ACTION-CODE TO WS-JRN-ACTION-CODE (JRN-IX).
095100     MOVE CRD-INITIALS    TO WS-JRN-INITIALS (JRN-IX).
095200     MOVE WS-BEFORE-IMAGE TO WS-JRN-BEFORE-IMAGE (JRN-IX).
095300     MOVE STD-RECORD      TO WS-JRN-AFTER-IMAGE (JRN-IX).
095400 1750-EXIT.
095500     EXIT.
095600
095700******************************************************************
095800* 1800-REPORT-ONE-CARD - ECHO AN APPLIED CARD ON THE REPORT WITH *
095900* ITS DISPOSITION.                                               *
096000******************************************************************
096100 1800-REPORT-ONE-CARD.
096200     MOVE CRD-ACTION-CODE TO AL-ACTION-CODE.
096300     MOVE STD-INSTR-ID    TO AL-INSTR-ID.
096400     MOVE STD-COST-CENTER TO AL-COST-CENTER.
096500     MOVE SPACES          TO AL-DISPOSITION.
096600     EVALUATE TRUE
096700         WHEN CRD-ACTION-ADD
096800             MOVE "ADDED" TO AL-DISPOSITION
096900         WHEN CRD-ACTION-AMOUNTS
097000             MOVE "AMOUNTS CHANGED" TO AL-DISPOSITION
097100         WHEN CRD-ACTION-SCHEDULE
097200             STRING "NEXT DUE "        DELIMITED BY SIZE
097300                    STD-NEXT-DUE-DATE  DELIMITED BY SIZE
097400                    " FREQ "           DELIMITED BY SIZE
097500                    STD-FREQUENCY      DELIMITED BY SIZE
097600                    INTO AL-DISPOSITION
097700         WHEN CRD-ACTION-SUSPEND
097800             MOVE "SUSPENDED" TO AL-DISPOSITION
097900         WHEN CRD-ACTION-RESUME
098000             MOVE "RESUMED" TO AL-DISPOSITION
098100         WHEN CRD-ACTION-END-DATE
098200             STRING "END-DATED "       DELIMITED BY SIZE
098300                    STD-END-DATE       DELIMITED BY SIZE
098400                    INTO AL-DISPOSITION
098500     END-EVALUATE.
098600     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
098700     WRITE RPTOUT-RECORD.
098800 1800-EXIT.
098900     EXIT.
099000
099100******************************************************************
099200* 1900-REJECT-ONE-CARD - LIST A CARD THAT COULD NOT BE APPLIED   *
099300* WITH ITS REASON AND COUNT IT FOR THE RETURN CODE 4 AT END OF   *
099400* RUN.  A CARD FOR AN INSTRUCTION ON FILE SHOWS THE              *
099500* INSTRUCTION'S CENTER.                                          *
099600******************************************************************
099700 1900-REJECT-ONE-CARD.
099800     ADD 1 TO WS-REJECTED-COUNT.
099900     MOVE SPACES TO WS-REPORT-ACTION-LINE.
100000     MOVE CRD-ACTION-CODE TO AL-ACTION-CODE.
100100     MOVE CRD-INSTR-ID    TO AL-INSTR-ID.
100200     MOVE CRD-COST-CENTER TO AL-COST-CENTER.
100300     IF CRD-COST-CENTER = SPACES
100400        AND STD-FOUND
100500         MOVE STD-COST-CENTER TO AL-COST-CENTER
100600     END-IF.
100700     MOVE WS-CARD-ERROR-TEXT TO AL-DISPOSITION.
100800     MOVE WS-REPORT-ACTION-LINE TO RPTOUT-RECORD.
100900     WRITE RPTOUT-RECORD.
101000 1900-EXIT.
101100     EXIT.
101200
101300******************************************************************
101400* 3000-WRITE-REPORT-TOTALS - WRITE THE CARD COUNT LINES ON THE   *
101500* RPTOUT MAINTENANCE REPORT.                                     *
101600******************************************************************
101700 3000-WRITE-REPORT-TOTALS.
101800     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
101900     WRITE RPTOUT-RECORD.
102000     MOVE "CARDS READ:"               TO CL-COUNT-LABEL.
102100     MOVE WS-CARDS-READ-COUNT         TO CL-COUNT-VALUE.
102200     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
102300     WRITE RPTOUT-RECORD.
102400     MOVE "INSTRUCTIONS ADDED:"       TO CL-COUNT-LABEL.
102500     MOVE WS-ADDED-COUNT              TO CL-COUNT-VALUE.
102600     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
102700     WRITE RPTOUT-RECORD.
102800     MOVE "AMOUNTS CHANGED:"          TO CL-COUNT-LABEL.
102900     MOVE WS-AMOUNTS-CHANGED-COUNT    TO CL-COUNT-VALUE.
103000     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
103100     WRITE RPTOUT-RECORD.
103200     MOVE "SCHEDULES CHANGED:"        TO CL-COUNT-LABEL.
103300     MOVE WS-SCHEDULE-CHANGED-COUNT   TO CL-COUNT-VALUE.
103400     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
103500     WRITE RPTOUT-RECORD.
103600     MOVE "INSTRUCTIONS SUSPENDED:"   TO CL-COUNT-LABEL.
103700     MOVE WS-SUSPENDED-COUNT          TO CL-COUNT-VALUE.
103800     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
103900     WRITE RPTOUT-RECORD.
104000     MOVE "INSTRUCTIONS RESUMED:"     TO CL-COUNT-LABEL.
104100     MOVE WS-RESUMED-COUNT            TO CL-COUNT-VALUE.
104200     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
104300     WRITE RPTOUT-RECORD.
104400     MOVE "INSTRUCTIONS END-DATED:"   TO CL-COUNT-LABEL.
104500     MOVE WS-END-DATED-COUNT          TO CL-COUNT-VALUE.
104600     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
104700     WRITE RPTOUT-RECORD.
104800     MOVE "CARDS NOT APPLIED:"        TO CL-COUNT-LABEL.
104900     MOVE WS-REJECTED-COUNT           TO CL-COUNT-VALUE.
105000     MOVE WS-REPORT-COUNT-LINE        TO RPTOUT-RECORD.
105100     WRITE RPTOUT-RECORD.
105200 3000-EXIT.
105300     EXIT.
105400
105500******************************************************************
105600* 3500-REWRITE-INSTRUCTIONS - WRITE THE WHOLE TABLE BACK OVER    *
105700* THE STANDING-INSTRUCTIONS FILE, IN ITS ORIGINAL ORDER WITH ANY *
105800* NEW INSTRUCTIONS AT THE END.  ONLY DONE WHEN AT LEAST ONE CARD *
105900* WAS APPLIED, SO A RUN OF REJECTED CARDS LEAVES THE FILE        *
106000* UNTOUCHED.                                                     *
106100******************************************************************
106200 3500-REWRITE-INSTRUCTIONS.
106300     OPEN OUTPUT STDINST-FILE.
106400     MOVE WS-STDINST-STATUS TO WS-FILE-STATUS-CHECK.
106500     MOVE "STDINST"         TO WS-FILE-NAME-CHECK.
106600     PERFORM 0100-VERIFY-FILE-STATUS
106700         THRU 0100-EXIT.
106800     PERFORM 3550-REWRITE-ONE-INSTR
106900         THRU 3550-EXIT
107000         VARYING WS-STD-SUB FROM 1 BY 1
107100         UNTIL WS-STD-SUB > WS-STD-COUNT.
107200     CLOSE STDINST-FILE.
107300 3500-EXIT.
107400     EXIT.
107500
107600 3550-REWRITE-ONE-INSTR.
107700     SET STD-IX TO WS-STD-SUB.
107800     MOVE WS-STD-RECORD (STD-IX) TO STD-RECORD.
107900     WRITE STD-RECORD.
108000     IF WS-STDINST-STATUS NOT = "00"
108100         DISPLAY "STDMAINT006E - WRITE TO STDINST FAILED, FILE "
108200                 "STATUS = " WS-STDINST-STATUS
108300                 ", INSTRUCTION = " STD-INSTR-ID
108400         MOVE 16 TO RETURN-CODE
108500         STOP RUN
108600     END-IF.
108700 3550-EXIT.
108800     EXIT.
108900
109000******************************************************************
109100* 3600-WRITE-JOURNAL - APPEND ONE CHANGE-JOURNAL RECORD PER      *
109200* APPLIED CARD, IN CARD ORDER, NOW THAT THE REWRITTEN FILE HOLDS *
109300* THE CHANGES.  THE JOURNAL IS A DISP=MOD DATASET OPENED EXTEND; *
109400* THE VERY FIRST RUN FINDS NOTHING TO EXTEND AND FALLS BACK TO   *
109500* OPEN OUTPUT TO CREATE IT.                                      *
109600******************************************************************
109700 3600-WRITE-JOURNAL.
109800     OPEN EXTEND STDJRNL-FILE.
109900     IF WS-STDJRNL-STATUS = "35" OR WS-STDJRNL-STATUS = "05"
110000         OPEN OUTPUT STDJRNL-FILE
110100     END-IF.
110200     MOVE WS-STDJRNL-STATUS TO WS-FILE-STATUS-CHECK.
110300     MOVE "STDJRNL"         TO WS-FILE-NAME-CHECK.
110400     PERFORM 0100-VERIFY-FILE-STATUS
110500         THRU 0100-EXIT.
110600     PERFORM 3650-WRITE-ONE-JOURNAL
110700         THRU 3650-EXIT
110800         VARYING WS-JRN-SUB FROM 1 BY 1
110900         UNTIL WS-JRN-SUB > WS-JRN-COUNT.
111000     CLOSE STDJRNL-FILE.
111100 3600-EXIT.
111200     EXIT.
111300
111400 3650-WRITE-ONE-JOURNAL.
111500     SET JRN-IX TO WS-JRN-SUB.
111600     MOVE SPACES                      TO SJR-RECORD.
111700     MOVE WS-RUN-DATE-DISPLAY         TO SJR-RUN-DATE.
111800     MOVE WS-RUN-TIME-DISPLAY         TO SJR-RUN-TIME.
111900     MOVE WS-JRN-ACTION-CODE (JRN-IX) TO SJR-ACTION-CODE.
112000     MOVE WS-JRN-INITIALS (JRN-IX)    TO SJR-INITIALS.
112100     MOVE WS-JRN-BEFORE-IMAGE (JRN-IX) TO SJR-BEFORE-IMAGE.
112200     MOVE WS-JRN-AFTER-IMAGE (JRN-IX) TO SJR-AFTER-IMAGE.
112300     WRITE SJR-RECORD.
112400     IF WS-STDJRNL-STATUS NOT = "00"
112500         DISPLAY "STDMAINT007E - WRITE TO STDJRNL FAILED, FILE "
112600                 "STATUS = " WS-STDJRNL-STATUS
112700         MOVE 16 TO RETURN-CODE
112800         STOP RUN
112900     END-IF.
113000 3650-EXIT.
113100     EXIT.
113200
113300******************************************************************
113400* 4000-LIST-ACTIVE-INSTRS - LIST EVERY INSTRUCTION STDGEN WILL   *
113500* STILL GENERATE FROM - ACTIVE, AND NOT PAST ITS END DATE - WITH *
113600* ITS AMOUNTS, FREQUENCY AND NEXT-DUE DATE, AS THE TABLE STANDS  *
113700* AFTER THIS RUN'S CARDS.  PRINTED ON EVERY RUN, SO A RUN WITH   *
113800* NO CARDS IS A STRAIGHT REPRINT OF THE SCHEDULE.                *
113900******************************************************************
114000 4000-LIST-ACTIVE-INSTRS.
114100     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
114200     WRITE RPTOUT-RECORD.
114300     MOVE WS-RUN-DATE-DISPLAY TO LT-RUN-DATE.
114400     MOVE WS-LISTING-TITLE TO RPTOUT-RECORD.
114500     WRITE RPTOUT-RECORD.
114600     MOVE WS-LISTING-HEADINGS TO RPTOUT-RECORD.
114700     WRITE RPTOUT-RECORD.
114800     PERFORM 4050-LIST-ONE-INSTR
114900         THRU 4050-EXIT
115000         VARYING WS-STD-SUB FROM 1 BY 1
115100         UNTIL WS-STD-SUB > WS-STD-COUNT.
115200     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
115300     WRITE RPTOUT-RECORD.
115400     MOVE "ACTIVE INSTRUCTIONS:"  TO CL-COUNT-LABEL.
115500     MOVE WS-ACTIVE-LISTED-COUNT TO CL-COUNT-VALUE.
115600     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
115700     WRITE RPTOUT-RECORD.
115800 4000-EXIT.
115900     EXIT.
116000
116100 4050-LIST-ONE-INSTR.
116200     SET STD-IX TO WS-STD-SUB.
116300     MOVE WS-STD-RECORD (STD-IX) TO STD-RECORD.
116400     IF NOT STD-ACTIVE
116500         GO TO 4050-EXIT
116600     END-IF.
116700     IF STD-END-DATE NOT = SPACES
116800        AND STD-NEXT-DUE-DATE > STD-END-DATE
116900         GO TO 4050-EXIT
117000     END-IF.
117100     ADD 1 TO WS-ACTIVE-LISTED-COUNT.
117200     MOVE STD-INSTR-ID      TO LL-INSTR-ID.
117300     MOVE STD-COST-CENTER   TO LL-COST-CENTER.
117400     MOVE STD-OP-CODE       TO LL-OP-CODE.
117500     MOVE STD-NUM1          TO LL-NUM1.
117600     MOVE STD-NUM2          TO LL-NUM2.
117700     MOVE STD-FREQUENCY     TO LL-FREQUENCY.
117800     MOVE STD-NEXT-DUE-DATE TO LL-NEXT-DUE-DATE.
117900     MOVE STD-END-DATE      TO LL-END-DATE.
118000     MOVE WS-LISTING-LINE   TO RPTOUT-RECORD.
118100     WRITE RPTOUT-RECORD.
118200 4050-EXIT.
118300     EXIT.
