000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLACK.
000300 AUTHOR. R L HARRISON.
000400 INSTALLATION. DATA PROCESSING - BATCH SYSTEMS GROUP.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* GLACK                                                          *
000900*                                                                *
001000* GENERAL-LEDGER ACKNOWLEDGEMENT RECONCILIATION FOR THE          *
001100* SUMTWONUMBERS BATCH STREAM.  GLEXTR HANDS EACH COMPLETED RUN   *
001200* TO THE LEDGER AS A GLOUT BATCH AND LOGS IT ON GLSTATE, AND     *
001300* GLRECON PROVES EVERY RUN WAS HANDED OFF EXACTLY ONCE - BUT     *
001400* NOTHING PROVED THE LEDGER ACCEPTED WHAT IT WAS SENT.  THIS     *
001500* PROGRAM READS THE LEDGER'S RETURN FILE (DDNAME GLACKIN,        *
001600* GLACKREC LAYOUT) AND MATCHES EVERY BATCH ACKNOWLEDGEMENT TO    *
001700* ITS ENTRY ON THE GLSTATE EXTRACT LOG (GLSTREC LAYOUT), WHOSE   *
001800* TRAILER FIELDS ARE THE GLOUT TRAILER TOTALS AS SENT.           *
001900*                                                                *
002000* THE REPORT LISTS:                                              *
002100*   - EVERY BATCH ACKNOWLEDGED TODAY, WITH A BATCH THE LEDGER    *
002200*     REJECTED, A BATCH ACCEPTED WITH A POSTING COUNT OR DEBIT   *
002300*     OR CREDIT TOTAL DIFFERENT FROM THE TRAILER SENT, AND AN    *
002400*     ACKNOWLEDGEMENT NAMING NO BATCH ON THE LOG ALL FLAGGED,    *
002500*   - EVERY BATCH ON THE LOG STILL UNACKNOWLEDGED MORE THAN      *
002600*     ACK-DAYS DAYS AFTER IT WAS EXTRACTED, AND                  *
002700*   - EVERY POSTING LINE THE LEDGER REFUSED, SORTED AND          *
002800*     SUBTOTALLED BY COST CENTER.                                *
002900* ANY OF THESE ENDS THE STEP WITH RETURN CODE 8 SO THE           *
003000* STEP-STYLE FLAGGING IN THE JOB HOLDS THE SCHEDULE.             *
003100*                                                                *
003200* THE RETURN FILE HOLDS ONLY WHAT THE LEDGER SENT BACK SINCE THE *
003300* LAST CYCLE, SO EVERY BATCH ACKNOWLEDGED IS APPENDED TO THE     *
003400* GLACKLOG LOG AND IS NEITHER REPORTED OVERDUE NOR FLAGGED AGAIN *
003500* ON A LATER CYCLE.  A REPEATED ACKNOWLEDGEMENT OF A LOGGED      *
003600* BATCH IS LISTED AND OTHERWISE IGNORED.                         *
003700*                                                                *
003800* PARMIN CONTROL CARDS:                                          *
003900*   ACK-DAYS=NNN   (OPTIONAL - DAYS A BATCH MAY WAIT FOR ITS     *
004000*                   ACKNOWLEDGEMENT BEFORE IT IS OVERDUE,        *
004100*                   DEFAULT 3)                                   *
004200*                                                                *
004300* MODIFICATION HISTORY                                          *
004400*   2026-10-15  RLH  INITIAL VERSION.                            *
004410*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
004420*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
004430*                    ACKNOWLEDGEMENTS READ, MATCHED, EXCEPTIONS  *
004440*                    AND BATCHES STILL AWAITING ONE - FOR THE    *
004450*                    CYCLRPT CYCLE CONTROL SHEET.                *
004456*   2026-10-15  RLH  A REFUSED POSTING LINE IS NOW BUILT IN      *
004462*                    WORKING STORAGE AND WRITTEN TO THE WORK     *
004468*                    FILE FROM THERE RATHER THAN IN THE RECORD   *
004474*                    AREA OF THE SORTED FILE, WHICH IS NOT OPEN  *
004480*                    AT THAT POINT, AND A RETURN FILE PAST 99999 *
004486*                    REFUSED LINES HAS ITS OWN MESSAGE,          *
004492*                    GLACK007E.                                  *
004500******************************************************************
004600
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT PARMIN-FILE ASSIGN TO PARMIN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PARMIN-STATUS.
005300
005400     SELECT GLSTATE-FILE ASSIGN TO GLSTATE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-GLSTATE-STATUS.
005700
005800     SELECT ACKLOG-FILE ASSIGN TO GLACKLOG
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-ACKLOG-STATUS.
006100
006200     SELECT GLACKIN-FILE ASSIGN TO GLACKIN
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-GLACKIN-STATUS.
006500
006600     SELECT LINWRK-FILE ASSIGN TO LINWRK
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-LINWRK-STATUS.
006900
007000     SELECT LINSRT-FILE ASSIGN TO LINSRT
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-LINSRT-STATUS.
007300
007400     SELECT SORT-FILE ASSIGN TO SORTWK.
007500
007510     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
007520         ORGANIZATION IS SEQUENTIAL
007530         FILE STATUS IS WS-STEPLOG-STATUS.
007540
007600     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-RPTOUT-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  PARMIN-FILE
008300     RECORDING MODE IS F.
008400 01  PARMIN-RECORD               PIC X(80).
008500
008600 FD  GLSTATE-FILE
008700     RECORDING MODE IS F.
008800     COPY GLSTREC.
008900
009000******************************************************************
009100* GLACKLOG - ONE RECORD PER BATCH EVER ACKNOWLEDGED, NAMING THE  *
009200* EXTRACTED RUN BY ITS GLSTATE RUN STAMP, WITH THE LEDGER'S      *
009300* STATUS AND THE DATES THE LEDGER AND THIS PROGRAM PROCESSED IT. *
009400******************************************************************
009500 FD  ACKLOG-FILE
009600     RECORDING MODE IS F.
009700 01  ACKLOG-RECORD.
009800     05  GAL-RUN-DATE            PIC X(10).
009900     05  GAL-RUN-TIME            PIC X(08).
010000     05  GAL-STATUS              PIC X(01).
010100     05  GAL-GL-DATE             PIC X(10).
010200     05  GAL-ACK-DATE            PIC X(10).
010300
010400 FD  GLACKIN-FILE
010500     RECORDING MODE IS F.
010600     COPY GLACKREC.
010700
010800******************************************************************
010900* LINWRK/LINSRT - THE REFUSED POSTING LINES AS THEY ARE MET ON   *
011000* THE RETURN FILE, AND THE SAME LINES SORTED BY COST CENTER FOR  *
011100* THE REJECTED-LINE SECTION OF THE REPORT.                       *
011200******************************************************************
011300 FD  LINWRK-FILE
011400     RECORDING MODE IS F.
011500 01  LINWRK-RECORD               PIC X(76).
011600
011700 FD  LINSRT-FILE
011800     RECORDING MODE IS F.
011900 01  LINSRT-RECORD.
012000     05  LNS-COST-CENTER         PIC X(06).
012100     05  LNS-SEQ-NO              PIC 9(05).
012200     05  LNS-POST-DATE           PIC X(10).
012300     05  LNS-RUN-TIME            PIC X(08).
012400     05  LNS-DR-CR               PIC X(02).
012500     05  LNS-ACCOUNT             PIC X(12).
012600     05  LNS-AMOUNT              PIC S9(11)V99
012700                                 SIGN LEADING SEPARATE.
012800     05  LNS-REASON              PIC X(19).
012900
013000 SD  SORT-FILE.
013100 01  SRT-RECORD.
013200     05  SRT-COST-CENTER         PIC X(06).
013300     05  SRT-SEQ-NO              PIC 9(05).
013400     05  FILLER                  PIC X(65).
013500
013510 FD  STEPLOG-FILE
013520     RECORDING MODE IS F.
013530     COPY STEPLREC.
013540
013600 FD  RPTOUT-FILE
013700     RECORDING MODE IS F.
013800 01  RPTOUT-RECORD               PIC X(80).
013900
014000 WORKING-STORAGE SECTION.
014100 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
014200 01  WS-GLSTATE-STATUS           PIC X(02) VALUE SPACES.
014300 01  WS-ACKLOG-STATUS            PIC X(02) VALUE SPACES.
014400 01  WS-GLACKIN-STATUS           PIC X(02) VALUE SPACES.
014500 01  WS-LINWRK-STATUS            PIC X(02) VALUE SPACES.
014600 01  WS-LINSRT-STATUS            PIC X(02) VALUE SPACES.
014700 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
014710 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
014800
014900 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
015000 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
015100
015200 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
015300     88  PARMIN-EOF-YES                    VALUE "Y".
015400     88  PARMIN-EOF-NO                     VALUE "N".
015500
015600 01  WS-GLSTATE-EOF-SWITCH       PIC X(01) VALUE "N".
015700     88  GLSTATE-EOF-YES                   VALUE "Y".
015800     88  GLSTATE-EOF-NO                    VALUE "N".
015900
016000 01  WS-ACKLOG-EOF-SWITCH        PIC X(01) VALUE "N".
016100     88  ACKLOG-EOF-YES                    VALUE "Y".
016200     88  ACKLOG-EOF-NO                     VALUE "N".
016300
016400 01  WS-GLACKIN-EOF-SWITCH       PIC X(01) VALUE "N".
016500     88  GLACKIN-EOF-YES                   VALUE "Y".
016600     88  GLACKIN-EOF-NO                    VALUE "N".
016700
016800 01  WS-LINSRT-EOF-SWITCH        PIC X(01) VALUE "N".
016900     88  LINSRT-EOF-YES                    VALUE "Y".
017000     88  LINSRT-EOF-NO                     VALUE "N".
017010
017020 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
017030     88  STEPLOG-EOF-YES                   VALUE "Y".
017040     88  STEPLOG-EOF-NO                    VALUE "N".
017050
017060 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
017070 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.
017100
017200 01  WS-LOG-FOUND-SWITCH         PIC X(01) VALUE "N".
017300     88  LOG-FOUND-YES                     VALUE "Y".
017400     88  LOG-FOUND-NO                      VALUE "N".
017500
017600 01  WS-AGREE-SWITCH             PIC X(01) VALUE "Y".
017700     88  GL-AGREES                         VALUE "Y".
017800     88  GL-DISAGREES                      VALUE "N".
017900
018000 01  WS-ACK-DAYS                 PIC 9(03) VALUE 3.
018100
018200 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
018300 01  WS-PARM-DAYS-CARD           REDEFINES WS-PARM-CARD.
018400     05  PRM-DAYS-KEYWORD        PIC X(09).
018500     05  PRM-DAYS-VALUE          PIC 9(03).
018600     05  FILLER                  PIC X(68).
018700
018800******************************************************************
018900* EXTRACT-LOG TABLE - ONE ENTRY PER GLSTATE RECORD, WITH THE     *
019000* TRAILER AS SENT AND WHETHER THE LEDGER HAS ACKNOWLEDGED IT ON  *
019100* AN EARLIER CYCLE OR ON THIS ONE.                               *
019200******************************************************************
019300 01  WS-LOG-TABLE.
019400     05  WS-LOG-ENTRY            OCCURS 500 TIMES
019500                                 INDEXED BY LOG-IX.
019600         10  WS-LOG-RUN-DATE     PIC X(10).
019700         10  WS-LOG-RUN-TIME     PIC X(08).
019800         10  WS-LOG-EXTRACT-DATE PIC X(10).
019900         10  WS-LOG-POST-DATE    PIC X(10).
020000         10  WS-LOG-TOTALS-SWITCH
020100                                 PIC X(01).
020200             88  WS-LOG-TOTALS-KNOWN       VALUE "Y".
020300             88  WS-LOG-TOTALS-UNKNOWN     VALUE "N".
020400         10  WS-LOG-REC-COUNT    PIC 9(09) COMP.
020500         10  WS-LOG-DR-TOTAL     PIC S9(11)V99.
020600         10  WS-LOG-CR-TOTAL     PIC S9(11)V99.
020700         10  WS-LOG-ACK-STATUS   PIC X(01).
020800         10  WS-LOG-GL-DATE      PIC X(10).
020900         10  WS-LOG-ACK-SWITCH   PIC X(01).
021000             88  WS-LOG-ACK-NONE           VALUE "N".
021100             88  WS-LOG-ACK-EARLIER        VALUE "E".
021200             88  WS-LOG-ACK-TODAY          VALUE "T".
021300
021400 01  WS-LOG-COUNT                PIC 9(03) COMP VALUE 0.
021500 01  WS-LOG-SUB                  PIC 9(03) COMP VALUE 0.
021600
021700 01  WS-FIND-RUN-DATE            PIC X(10) VALUE SPACES.
021800 01  WS-FIND-RUN-TIME            PIC X(08) VALUE SPACES.
021900
022000 01  WS-ACKLOG-READ-COUNT        PIC 9(09) COMP VALUE 0.
022100 01  WS-BATCH-ACK-COUNT          PIC 9(09) COMP VALUE 0.
022200 01  WS-MATCHED-COUNT            PIC 9(09) COMP VALUE 0.
022300 01  WS-GL-REJECTED-COUNT        PIC 9(09) COMP VALUE 0.
022400 01  WS-TOTALS-OFF-COUNT         PIC 9(09) COMP VALUE 0.
022500 01  WS-UNKNOWN-COUNT            PIC 9(09) COMP VALUE 0.
022600 01  WS-REPEAT-COUNT             PIC 9(09) COMP VALUE 0.
022700 01  WS-AWAITING-COUNT           PIC 9(09) COMP VALUE 0.
022800 01  WS-OVERDUE-COUNT            PIC 9(09) COMP VALUE 0.
022900 01  WS-LINE-REJECT-COUNT        PIC 9(05) COMP VALUE 0.
023000 01  WS-BAD-RECORD-COUNT         PIC 9(09) COMP VALUE 0.
023100 01  WS-EXCEPTION-COUNT          PIC 9(09) COMP VALUE 0.
023200
023300 01  WS-PREV-COST-CENTER         PIC X(06) VALUE SPACES.
023400 01  WS-CC-LINE-COUNT            PIC 9(05) COMP VALUE 0.
023500 01  WS-CC-LINE-TOTAL            PIC S9(11)V99 VALUE 0.
023600
023605 01  WS-LINE-WORK.
023610     05  LNW-COST-CENTER         PIC X(06).
023615     05  LNW-SEQ-NO              PIC 9(05).
023620     05  LNW-POST-DATE           PIC X(10).
023625     05  LNW-RUN-TIME            PIC X(08).
023630     05  LNW-DR-CR               PIC X(02).
023635     05  LNW-ACCOUNT             PIC X(12).
023640     05  LNW-AMOUNT              PIC S9(11)V99
023645                                 SIGN LEADING SEPARATE.
023650     05  LNW-REASON              PIC X(19).
023655
023700 01  WS-RUN-DAY-NO               PIC S9(07) COMP VALUE 0.
023800 01  WS-EXTRACT-DAY-NO           PIC S9(07) COMP VALUE 0.
023900 01  WS-WAIT-DAYS                PIC S9(05) COMP VALUE 0.
024000
024100 01  WS-DATE-SPLIT.
024200     05  WS-DS-YYYY              PIC X(04).
024300     05  FILLER                  PIC X(01).
024400     05  WS-DS-MM                PIC X(02).
024500     05  FILLER                  PIC X(01).
024600     05  WS-DS-DD                PIC X(02).
024700 01  WS-DATE-COMPACT.
024800     05  WS-DC-YYYY              PIC X(04).
024900     05  WS-DC-MM                PIC X(02).
025000     05  WS-DC-DD                PIC X(02).
025100 01  WS-DATE-COMPACT-NUM         REDEFINES WS-DATE-COMPACT
025200                                 PIC 9(08).
025300
025400 01  WS-SYS-DATE-FIELDS.
025500     05  WS-SYS-YYYY             PIC 9(04).
025600     05  WS-SYS-MM               PIC 9(02).
025700     05  WS-SYS-DD               PIC 9(02).
025800
025900 01  WS-SYS-TIME-FIELDS.
026000     05  WS-SYS-HH               PIC 9(02).
026100     05  WS-SYS-MIN              PIC 9(02).
026200     05  WS-SYS-SS               PIC 9(02).
026300     05  WS-SYS-HS               PIC 9(02).
026400
026500 01  WS-RUN-DATE-DISPLAY         PIC X(10) VALUE SPACES.
026600 01  WS-RUN-TIME-DISPLAY         PIC X(08) VALUE SPACES.
026700
026800******************************************************************
026900* RPTOUT ACKNOWLEDGEMENT REPORT LINE LAYOUTS                     *
027000******************************************************************
027100 01  WS-REPORT-HEADER-1.
027200     05  FILLER                 PIC X(30)
027300         VALUE "GLACK - GL ACKNOWLEDGEMENTS".
027400     05  FILLER                 PIC X(10) VALUE SPACES.
027500     05  RH1-RUN-DATE            PIC X(10).
027600     05  FILLER                 PIC X(03) VALUE SPACES.
027700     05  RH1-RUN-TIME            PIC X(08).
027800     05  FILLER                 PIC X(19) VALUE SPACES.
027900
028000 01  WS-REPORT-HEADER-2          PIC X(80) VALUE ALL "-".
028100
028200 01  WS-REPORT-SECTION-LINE      PIC X(80) VALUE SPACES.
028300
028400 01  WS-REPORT-BATCH-HEADINGS.
028500     05  FILLER                  PIC X(20) VALUE
028600         "POST DATE  RUN TIME".
028700     05  FILLER                  PIC X(19) VALUE
028800         "STATUS       LINES".
028900     05  FILLER                  PIC X(15) VALUE
029000         "  DEBIT TOTAL".
029100     05  FILLER                  PIC X(15) VALUE
029200         " CREDIT TOTAL".
029300     05  FILLER                  PIC X(11) VALUE
029400         "RESULT".
029500
029600 01  WS-REPORT-BATCH-LINE.
029700     05  BL-POST-DATE            PIC X(10).
029800     05  FILLER                  PIC X(01) VALUE SPACES.
029900     05  BL-RUN-TIME             PIC X(08).
030000     05  FILLER                  PIC X(01) VALUE SPACES.
030100     05  BL-STATUS               PIC X(08).
030200     05  FILLER                  PIC X(01) VALUE SPACES.
030300     05  BL-COUNT                PIC ZZZZZZZZ9.
030400     05  FILLER                  PIC X(01) VALUE SPACES.
030500     05  BL-DR-TOTAL             PIC -(10)9.99.
030600     05  FILLER                  PIC X(01) VALUE SPACES.
030700     05  BL-CR-TOTAL             PIC -(10)9.99.
030800     05  FILLER                  PIC X(01) VALUE SPACES.
030900     05  BL-RESULT               PIC X(10).
031000
031100 01  WS-REPORT-WAIT-LINE.
031200     05  WL-KIND                 PIC X(26).
031300     05  WL-RUN-DATE             PIC X(10).
031400     05  FILLER                  PIC X(01) VALUE SPACES.
031500     05  WL-RUN-TIME             PIC X(08).
031600     05  FILLER                  PIC X(11) VALUE
031700         "  EXTRACTED".
031800     05  FILLER                  PIC X(01) VALUE SPACES.
031900     05  WL-EXTRACT-DATE         PIC X(10).
032000     05  FILLER                  PIC X(01) VALUE SPACES.
032100     05  WL-WAIT-DAYS            PIC ZZZZ9.
032200     05  FILLER                  PIC X(05) VALUE " DAYS".
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400
032500 01  WS-REPORT-LINE-HEADINGS.
032600     05  FILLER                  PIC X(20) VALUE
032700         "CENTER POST DATE".
032800     05  FILLER                  PIC X(24) VALUE
032900         "RUN TIME DR ACCOUNT".
033000     05  FILLER                  PIC X(16) VALUE
033100         "         AMOUNT".
033200     05  FILLER                  PIC X(20) VALUE
033300         "LEDGER REASON".
033400
033500 01  WS-REPORT-REJECT-LINE.
033600     05  RL-COST-CENTER          PIC X(06).
033700     05  FILLER                  PIC X(01) VALUE SPACES.
033800     05  RL-POST-DATE            PIC X(10).
033900     05  FILLER                  PIC X(01) VALUE SPACES.
034000     05  RL-RUN-TIME             PIC X(08).
034100     05  FILLER                  PIC X(01) VALUE SPACES.
034200     05  RL-DR-CR                PIC X(02).
034300     05  FILLER                  PIC X(01) VALUE SPACES.
034400     05  RL-ACCOUNT              PIC X(12).
034500     05  FILLER                  PIC X(01) VALUE SPACES.
034600     05  RL-AMOUNT               PIC -(11)9.99.
034700     05  FILLER                  PIC X(01) VALUE SPACES.
034800     05  RL-REASON               PIC X(19).
034900     05  FILLER                  PIC X(01) VALUE SPACES.
035000
035100 01  WS-REPORT-CC-TOTAL-LINE.
035200     05  FILLER                  PIC X(07) VALUE SPACES.
035300     05  CTL-LABEL               PIC X(16) VALUE SPACES.
035400     05  CTL-COST-CENTER         PIC X(06).
035500     05  FILLER                  PIC X(01) VALUE SPACES.
035600     05  CTL-COUNT               PIC ZZZZ9.
035700     05  FILLER                  PIC X(06) VALUE " LINES".
035800     05  FILLER                  PIC X(02) VALUE SPACES.
035900     05  CTL-AMOUNT              PIC -(11)9.99.
036000     05  FILLER                  PIC X(22) VALUE SPACES.
036100
036200 01  WS-REPORT-COUNT-LINE.
036300     05  CL-COUNT-LABEL          PIC X(28) VALUE SPACES.
036400     05  CL-COUNT-VALUE          PIC ZZZZZZZZ9.
036500     05  FILLER                  PIC X(43) VALUE SPACES.
036600
036700 01  WS-REPORT-VERDICT-LINE      PIC X(80) VALUE SPACES.
036800
036900 PROCEDURE DIVISION.
037000******************************************************************
037100* 0000-MAINLINE                                                  *
037200*                                                                *
037300* PROGRAM ENTRY POINT.  LOADS THE EXTRACT LOG AND THE BATCHES    *
037400* ALREADY ACKNOWLEDGED, MATCHES THE LEDGER'S RETURN FILE AGAINST *
037500* THEM, AGES EVERY BATCH STILL WAITING, LISTS THE REFUSED LINES  *
037600* BY COST CENTER, LOGS TODAY'S ACKNOWLEDGEMENTS AND RENDERS THE  *
037700* VERDICT.                                                       *
037800******************************************************************
037900 0000-MAINLINE.
038000     PERFORM 0700-READ-CONTROL-CARDS
038100         THRU 0700-EXIT.
038200
038300     PERFORM 0900-GET-RUN-DATE-TIME
038400         THRU 0900-EXIT.
038500
038600     OPEN OUTPUT RPTOUT-FILE.
038700     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
038800     MOVE "RPTOUT"         TO WS-FILE-NAME-CHECK.
038900     PERFORM 0100-VERIFY-FILE-STATUS
039000         THRU 0100-EXIT.
039100
039200     PERFORM 0950-WRITE-REPORT-HEADERS
039300         THRU 0950-EXIT.
039400
039500     PERFORM 1000-LOAD-EXTRACT-LOG
039600         THRU 1000-EXIT.
039700
039800     PERFORM 1500-LOAD-ACK-LOG
039900         THRU 1500-EXIT.
040000
040100     PERFORM 2000-MATCH-ACKNOWLEDGEMENTS
040200         THRU 2000-EXIT.
040300
040400     PERFORM 3000-CHECK-UNACKNOWLEDGED
040500         THRU 3000-EXIT.
040600
040700     PERFORM 4000-LIST-REJECTED-LINES
040800         THRU 4000-EXIT.
040900
041000     PERFORM 5000-LOG-ACKNOWLEDGEMENTS
041100         THRU 5000-EXIT.
041200
041300     PERFORM 6000-RENDER-VERDICT
041400         THRU 6000-EXIT.
041500
041600     CLOSE RPTOUT-FILE.
041610     PERFORM 8900-WRITE-STEP-LOG
041620         THRU 8900-EXIT.
041700     STOP RUN.
041800
041900******************************************************************
042000* 0100-VERIFY-FILE-STATUS - CHECK THE FILE STATUS LEFT BY THE    *
042100* OPEN JUST ISSUED AGAINST WS-FILE-STATUS-CHECK.  AN OPEN FAILURE*
042200* ON ANY OF THE PROGRAM'S REQUIRED FILES IS FATAL - THE PROGRAM  *
042300* DISPLAYS THE BAD STATUS AND THE DDNAME INVOLVED, SETS A NON-   *
042400* ZERO RETURN CODE FOR THE SCHEDULER TO ACT ON, AND STOPS.       *
042500******************************************************************
042600 0100-VERIFY-FILE-STATUS.
042700     IF WS-FILE-STATUS-CHECK NOT = "00"
042800         DISPLAY "GLACK001E - UNABLE TO OPEN "
042900                 WS-FILE-NAME-CHECK
043000                 ", FILE STATUS = " WS-FILE-STATUS-CHECK
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF.
043400 0100-EXIT.
043500     EXIT.
043600
043700******************************************************************
043800* 0700-READ-CONTROL-CARDS - THE ONLY CARD IS THE OPTIONAL        *
043900* ACK-DAYS=NNN WAITING LIMIT.  AN UNRECOGNIZED CARD IS FATAL - A *
044000* MIS-KEYED LIMIT MUST NEVER SILENTLY RUN WITH THE DEFAULT.      *
044100******************************************************************
044200 0700-READ-CONTROL-CARDS.
044300     OPEN INPUT PARMIN-FILE.
044400     MOVE WS-PARMIN-STATUS TO WS-FILE-STATUS-CHECK.
044500     MOVE "PARMIN"         TO WS-FILE-NAME-CHECK.
044600     PERFORM 0100-VERIFY-FILE-STATUS
044700         THRU 0100-EXIT.
044800     PERFORM 0750-READ-ONE-CONTROL-CARD
044900         THRU 0750-EXIT
045000         UNTIL PARMIN-EOF-YES.
045100     CLOSE PARMIN-FILE.
045200 0700-EXIT.
045300     EXIT.
045400
045500 0750-READ-ONE-CONTROL-CARD.
045600     READ PARMIN-FILE
045700         AT END
045800             SET PARMIN-EOF-YES TO TRUE
045900             GO TO 0750-EXIT
046000     END-READ.
046100     MOVE PARMIN-RECORD TO WS-PARM-CARD.
046200     EVALUATE TRUE
046300         WHEN WS-PARM-CARD = SPACES
046400             CONTINUE
046500         WHEN PRM-DAYS-KEYWORD (1:1) = "*"
046600             CONTINUE
046700         WHEN PRM-DAYS-KEYWORD = "ACK-DAYS="
046800             IF PRM-DAYS-VALUE NUMERIC
046900                 MOVE PRM-DAYS-VALUE TO WS-ACK-DAYS
047000             ELSE
047100                 PERFORM 0770-BAD-CONTROL-CARD
047200                     THRU 0770-EXIT
047300             END-IF
047400         WHEN OTHER
047500             PERFORM 0770-BAD-CONTROL-CARD
047600                 THRU 0770-EXIT
047700     END-EVALUATE.
047800 0750-EXIT.
047900     EXIT.
048000
048100 0770-BAD-CONTROL-CARD.
048200     DISPLAY "GLACK002E - UNRECOGNIZED OR INVALID CONTROL "
048300             "CARD: " WS-PARM-CARD.
048400     MOVE 16 TO RETURN-CODE.
048500     STOP RUN.
048600 0770-EXIT.
048700     EXIT.
048800
048900******************************************************************
049000* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,   *
049100* FORMATTED FOR THE REPORT HEADER, AND CONVERT THE RUN DATE TO A *
049200* DAY NUMBER FOR THE WAITING-DAYS ARITHMETIC.                    *
049300******************************************************************
049400 0900-GET-RUN-DATE-TIME.
049500     ACCEPT WS-SYS-DATE-FIELDS FROM DATE YYYYMMDD.
049600     ACCEPT WS-SYS-TIME-FIELDS FROM TIME.
049700     STRING WS-SYS-YYYY DELIMITED BY SIZE
049800            "-"         DELIMITED BY SIZE
049900            WS-SYS-MM   DELIMITED BY SIZE
050000            "-"         DELIMITED BY SIZE
050100            WS-SYS-DD   DELIMITED BY SIZE
050200            INTO WS-RUN-DATE-DISPLAY.
050300     STRING WS-SYS-HH   DELIMITED BY SIZE
050400            ":"         DELIMITED BY SIZE
050500            WS-SYS-MIN  DELIMITED BY SIZE
050600            ":"         DELIMITED BY SIZE
050700            WS-SYS-SS   DELIMITED BY SIZE
050800            INTO WS-RUN-TIME-DISPLAY.
050900     MOVE WS-SYS-YYYY TO WS-DC-YYYY.
051000     MOVE WS-SYS-MM   TO WS-DC-MM.
051100     MOVE WS-SYS-DD   TO WS-DC-DD.
051200     COMPUTE WS-RUN-DAY-NO =
051300         FUNCTION INTEGER-OF-DATE (WS-DATE-COMPACT-NUM).
051400 0900-EXIT.
051500     EXIT.
051600
051700******************************************************************
051800* 0950-WRITE-REPORT-HEADERS - WRITE THE REPORT TITLE AND THE     *
051900* RUN DATE/TIME AT THE TOP OF A FRESH RPTOUT REPORT.             *
052000******************************************************************
052100 0950-WRITE-REPORT-HEADERS.
052200     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE.
052300     MOVE WS-RUN-TIME-DISPLAY TO RH1-RUN-TIME.
052400     MOVE WS-REPORT-HEADER-1 TO RPTOUT-RECORD.
052500     WRITE RPTOUT-RECORD.
052600     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
052700     WRITE RPTOUT-RECORD.
052800 0950-EXIT.
052900     EXIT.
053000
053100******************************************************************
053200* 1000-LOAD-EXTRACT-LOG - TABLE EVERY GLSTATE ENTRY WITH THE     *
053300* TRAILER AS SENT.  AN ENTRY LOGGED BEFORE THE TRAILER FIELDS    *
053400* WERE ADDED CAN ONLY BE PROVED ACKNOWLEDGED, NOT PROVED TO THE  *
053500* PENNY, AND TAKES ITS POSTING DATE FROM ITS RUN DATE.  A LOG    *
053600* THAT HAS NEVER BEEN WRITTEN IS SIMPLY EMPTY.                   *
053700******************************************************************
053800 1000-LOAD-EXTRACT-LOG.
053900     OPEN INPUT GLSTATE-FILE.
054000     IF WS-GLSTATE-STATUS = "35" OR WS-GLSTATE-STATUS = "05"
054100         GO TO 1000-EXIT
054200     END-IF.
054300     MOVE WS-GLSTATE-STATUS TO WS-FILE-STATUS-CHECK.
054400     MOVE "GLSTATE"         TO WS-FILE-NAME-CHECK.
054500     PERFORM 0100-VERIFY-FILE-STATUS
054600         THRU 0100-EXIT.
054700     PERFORM 1050-LOAD-ONE-LOG-ENTRY
054800         THRU 1050-EXIT
054900         UNTIL GLSTATE-EOF-YES.
055000     CLOSE GLSTATE-FILE.
055100 1000-EXIT.
055200     EXIT.
055300
055400 1050-LOAD-ONE-LOG-ENTRY.
055500     READ GLSTATE-FILE
055600         AT END
055700             SET GLSTATE-EOF-YES TO TRUE
055800             GO TO 1050-EXIT
055900     END-READ.
056000     IF WS-LOG-COUNT = 500
056100         DISPLAY "GLACK003E - MORE THAN 500 ENTRIES ON THE "
056200                 "GLSTATE EXTRACT LOG, ARCHIVE IT"
056300         MOVE 16 TO RETURN-CODE
056400         STOP RUN
056500     END-IF.
056600     ADD 1 TO WS-LOG-COUNT.
056700     SET LOG-IX TO WS-LOG-COUNT.
056800     MOVE GST-RUN-DATE     TO WS-LOG-RUN-DATE (LOG-IX).
056900     MOVE GST-RUN-TIME     TO WS-LOG-RUN-TIME (LOG-IX).
057000     MOVE GST-EXTRACT-DATE TO WS-LOG-EXTRACT-DATE (LOG-IX).
057100     SET WS-LOG-ACK-NONE (LOG-IX) TO TRUE.
057200     IF GST-REC-COUNT NUMERIC
057300        AND GST-DR-TOTAL NUMERIC
057400        AND GST-CR-TOTAL NUMERIC
057500         SET WS-LOG-TOTALS-KNOWN (LOG-IX) TO TRUE
057600         MOVE GST-POST-DATE TO WS-LOG-POST-DATE (LOG-IX)
057700         MOVE GST-REC-COUNT TO WS-LOG-REC-COUNT (LOG-IX)
057800         MOVE GST-DR-TOTAL  TO WS-LOG-DR-TOTAL (LOG-IX)
057900         MOVE GST-CR-TOTAL  TO WS-LOG-CR-TOTAL (LOG-IX)
058000     ELSE
058100         SET WS-LOG-TOTALS-UNKNOWN (LOG-IX) TO TRUE
058200         MOVE GST-RUN-DATE  TO WS-LOG-POST-DATE (LOG-IX)
058300         MOVE 0             TO WS-LOG-REC-COUNT (LOG-IX)
058400         MOVE 0             TO WS-LOG-DR-TOTAL (LOG-IX)
058500         MOVE 0             TO WS-LOG-CR-TOTAL (LOG-IX)
058600     END-IF.
058700 1050-EXIT.
058800     EXIT.
058900
059000******************************************************************
059100* 1500-LOAD-ACK-LOG - MARK EVERY LOG ENTRY THE LEDGER            *
059200* ACKNOWLEDGED ON AN EARLIER CYCLE.  A GLACKLOG THAT HAS NEVER   *
059300* BEEN WRITTEN IS SIMPLY EMPTY.                                  *
059400******************************************************************
059500 1500-LOAD-ACK-LOG.
059600     OPEN INPUT ACKLOG-FILE.
059700     IF WS-ACKLOG-STATUS = "35" OR WS-ACKLOG-STATUS = "05"
059800         GO TO 1500-EXIT
059900     END-IF.
060000     MOVE WS-ACKLOG-STATUS TO WS-FILE-STATUS-CHECK.
060100     MOVE "GLACKLOG"       TO WS-FILE-NAME-CHECK.
060200     PERFORM 0100-VERIFY-FILE-STATUS
060300         THRU 0100-EXIT.
060400     PERFORM 1550-POST-ONE-ACK-LOG-ENTRY
060500         THRU 1550-EXIT
060600         UNTIL ACKLOG-EOF-YES.
060700     CLOSE ACKLOG-FILE.
060800 1500-EXIT.
060900     EXIT.
061000
061100 1550-POST-ONE-ACK-LOG-ENTRY.
061200     READ ACKLOG-FILE
061300         AT END
061400             SET ACKLOG-EOF-YES TO TRUE
061500             GO TO 1550-EXIT
061600     END-READ.
061700     ADD 1 TO WS-ACKLOG-READ-COUNT.
061800     SET LOG-FOUND-NO TO TRUE.
061900     PERFORM 1570-MATCH-ONE-LOGGED-ACK
062000         THRU 1570-EXIT
062100         VARYING WS-LOG-SUB FROM 1 BY 1
062200         UNTIL WS-LOG-SUB > WS-LOG-COUNT
062300            OR LOG-FOUND-YES.
062400 1550-EXIT.
062500     EXIT.
062600
062700 1570-MATCH-ONE-LOGGED-ACK.
062800     SET LOG-IX TO WS-LOG-SUB.
062900     IF WS-LOG-RUN-DATE (LOG-IX) = GAL-RUN-DATE
063000        AND WS-LOG-RUN-TIME (LOG-IX) = GAL-RUN-TIME
063100         SET WS-LOG-ACK-EARLIER (LOG-IX) TO TRUE
063200         SET LOG-FOUND-YES TO TRUE
063300     END-IF.
063400 1570-EXIT.
063500     EXIT.
063600
063700******************************************************************
063800* 2000-MATCH-ACKNOWLEDGEMENTS - PASS THE LEDGER'S RETURN FILE.   *
063900* EACH BATCH RECORD IS MATCHED TO ITS LOG ENTRY AND LISTED; EACH *
064000* REFUSED LINE IS SET ASIDE ON THE LINWRK WORK FILE FOR THE      *
064100* COST-CENTER LISTING.  A RETURN FILE THAT HAS NEVER BEEN        *
064200* ALLOCATED MEANS THE LEDGER SENT NOTHING THIS CYCLE.            *
064300******************************************************************
064400 2000-MATCH-ACKNOWLEDGEMENTS.
064500     MOVE "BATCHES ACKNOWLEDGED THIS CYCLE"
064600         TO WS-REPORT-SECTION-LINE.
064700     MOVE WS-REPORT-SECTION-LINE TO RPTOUT-RECORD.
064800     WRITE RPTOUT-RECORD.
064900     MOVE WS-REPORT-BATCH-HEADINGS TO RPTOUT-RECORD.
065000     WRITE RPTOUT-RECORD.
065100     OPEN OUTPUT LINWRK-FILE.
065200     MOVE WS-LINWRK-STATUS TO WS-FILE-STATUS-CHECK.
065300     MOVE "LINWRK"         TO WS-FILE-NAME-CHECK.
065400     PERFORM 0100-VERIFY-FILE-STATUS
065500         THRU 0100-EXIT.
065600     OPEN INPUT GLACKIN-FILE.
065700     IF WS-GLACKIN-STATUS = "35" OR WS-GLACKIN-STATUS = "05"
065800         CLOSE LINWRK-FILE
065900         GO TO 2000-EXIT
066000     END-IF.
066100     MOVE WS-GLACKIN-STATUS TO WS-FILE-STATUS-CHECK.
066200     MOVE "GLACKIN"         TO WS-FILE-NAME-CHECK.
066300     PERFORM 0100-VERIFY-FILE-STATUS
066400         THRU 0100-EXIT.
066500     PERFORM 2050-PROCESS-ONE-ACK-RECORD
066600         THRU 2050-EXIT
066700         UNTIL GLACKIN-EOF-YES.
066800     CLOSE GLACKIN-FILE.
066900     CLOSE LINWRK-FILE.
067000 2000-EXIT.
067100     EXIT.
067200
067300 2050-PROCESS-ONE-ACK-RECORD.
067400     READ GLACKIN-FILE
067500         AT END
067600             SET GLACKIN-EOF-YES TO TRUE
067700             GO TO 2050-EXIT
067800     END-READ.
067900     EVALUATE TRUE
068000         WHEN GLA-REC-BATCH
068100             PERFORM 2100-MATCH-BATCH-ACK
068200                 THRU 2100-EXIT
068300         WHEN GLA-REC-LINE
068400             PERFORM 2300-SAVE-REJECTED-LINE
068500                 THRU 2300-EXIT
068600         WHEN OTHER
068700             ADD 1 TO WS-BAD-RECORD-COUNT
068800             ADD 1 TO WS-EXCEPTION-COUNT
068900             SET GL-DISAGREES TO TRUE
069000             DISPLAY "GLACK004W - UNRECOGNIZED RETURN FILE "
069100                     "RECORD: " GLA-RECORD
069200     END-EVALUATE.
069300 2050-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700* 2100-MATCH-BATCH-ACK - FIND THE LOG ENTRY THE ACKNOWLEDGEMENT  *
069800* NAMES AND PROVE IT.  THE LEDGER ECHOES THE POSTING DATE AND    *
069900* RUN TIME FROM THE GLOUT HEADER; AN ACKNOWLEDGEMENT WITHOUT A   *
070000* RUN TIME TAKES THE EARLIEST UNACKNOWLEDGED BATCH POSTED ON ITS *
070100* DATE.  A REJECTED BATCH, AN ACCEPTED BATCH WHOSE COUNT OR      *
070200* TOTALS DIFFER FROM THE TRAILER SENT, AND AN ACKNOWLEDGEMENT    *
070300* FOR NO BATCH ON THE LOG ARE ALL EXCEPTIONS.                    *
070400******************************************************************
070500 2100-MATCH-BATCH-ACK.
070600     ADD 1 TO WS-BATCH-ACK-COUNT.
070700     MOVE SPACES           TO WS-REPORT-BATCH-LINE.
070800     MOVE GLA-POST-DATE    TO BL-POST-DATE.
070900     MOVE GLA-RUN-TIME     TO BL-RUN-TIME.
071000     IF GLA-ACCEPTED
071100         MOVE "ACCEPTED"   TO BL-STATUS
071200     ELSE
071300         MOVE "REJECTED"   TO BL-STATUS
071400     END-IF.
071500     IF GLA-ACCEPT-COUNT NUMERIC
071600         MOVE GLA-ACCEPT-COUNT TO BL-COUNT
071700     END-IF.
071800     IF GLA-DR-TOTAL NUMERIC
071900         MOVE GLA-DR-TOTAL     TO BL-DR-TOTAL
072000     END-IF.
072100     IF GLA-CR-TOTAL NUMERIC
072200         MOVE GLA-CR-TOTAL     TO BL-CR-TOTAL
072300     END-IF.
072400     PERFORM 2150-FIND-LOG-ENTRY
072500         THRU 2150-EXIT.
072600     IF LOG-FOUND-NO
072700         ADD 1 TO WS-UNKNOWN-COUNT
072800         ADD 1 TO WS-EXCEPTION-COUNT
072900         SET GL-DISAGREES TO TRUE
073000         MOVE "NO BATCH"   TO BL-RESULT
073100         GO TO 2190-WRITE-BATCH-LINE
073200     END-IF.
073300     IF NOT WS-LOG-ACK-NONE (LOG-IX)
073400         ADD 1 TO WS-REPEAT-COUNT
073500         MOVE "REPEAT"     TO BL-RESULT
073600         GO TO 2190-WRITE-BATCH-LINE
073700     END-IF.
073800     SET WS-LOG-ACK-TODAY (LOG-IX) TO TRUE.
073900     MOVE GLA-STATUS       TO WS-LOG-ACK-STATUS (LOG-IX).
074000     MOVE GLA-GL-DATE      TO WS-LOG-GL-DATE (LOG-IX).
074100     IF NOT GLA-ACCEPTED
074200         ADD 1 TO WS-GL-REJECTED-COUNT
074300         ADD 1 TO WS-EXCEPTION-COUNT
074400         SET GL-DISAGREES TO TRUE
074500         MOVE "GL REJECT"  TO BL-RESULT
074600         GO TO 2190-WRITE-BATCH-LINE
074700     END-IF.
074800     IF WS-LOG-TOTALS-UNKNOWN (LOG-IX)
074900         ADD 1 TO WS-MATCHED-COUNT
075000         MOVE "NO TRAILER" TO BL-RESULT
075100         GO TO 2190-WRITE-BATCH-LINE
075200     END-IF.
075300     IF GLA-ACCEPT-COUNT NOT NUMERIC
075400      OR GLA-DR-TOTAL NOT NUMERIC
075500      OR GLA-CR-TOTAL NOT NUMERIC
075600      OR GLA-ACCEPT-COUNT NOT = WS-LOG-REC-COUNT (LOG-IX)
075700      OR GLA-DR-TOTAL NOT = WS-LOG-DR-TOTAL (LOG-IX)
075800      OR GLA-CR-TOTAL NOT = WS-LOG-CR-TOTAL (LOG-IX)
075900         ADD 1 TO WS-TOTALS-OFF-COUNT
076000         ADD 1 TO WS-EXCEPTION-COUNT
076100         SET GL-DISAGREES TO TRUE
076200         MOVE "TOTALS OFF" TO BL-RESULT
076300         MOVE WS-REPORT-BATCH-LINE TO RPTOUT-RECORD
076400         WRITE RPTOUT-RECORD
076500         MOVE SPACES       TO WS-REPORT-BATCH-LINE
076600         MOVE "SENT"       TO BL-STATUS
076700         MOVE WS-LOG-REC-COUNT (LOG-IX) TO BL-COUNT
076800         MOVE WS-LOG-DR-TOTAL (LOG-IX)  TO BL-DR-TOTAL
076900         MOVE WS-LOG-CR-TOTAL (LOG-IX)  TO BL-CR-TOTAL
077000         GO TO 2190-WRITE-BATCH-LINE
077100     END-IF.
077200     ADD 1 TO WS-MATCHED-COUNT.
077300     MOVE "MATCHED"        TO BL-RESULT.
077400 2190-WRITE-BATCH-LINE.
077500     MOVE WS-REPORT-BATCH-LINE TO RPTOUT-RECORD.
077600     WRITE RPTOUT-RECORD.
077700 2100-EXIT.
077800     EXIT.
077900
078000******************************************************************
078100* 2150-FIND-LOG-ENTRY - LOCATE THE LOG ENTRY FOR THE BATCH       *
078200* REFERENCE ON THE ACKNOWLEDGEMENT, LEAVING LOG-IX ON IT.  WITH  *
078300* NO RUN TIME ECHOED, AN UNACKNOWLEDGED ENTRY POSTED ON THE DATE *
078400* IS PREFERRED OVER ONE ALREADY ACKNOWLEDGED.                    *
078500******************************************************************
078600 2150-FIND-LOG-ENTRY.
078700     SET LOG-FOUND-NO TO TRUE.
078800     MOVE GLA-POST-DATE TO WS-FIND-RUN-DATE.
078900     MOVE GLA-RUN-TIME  TO WS-FIND-RUN-TIME.
079000     IF WS-FIND-RUN-TIME NOT = SPACES
079100         PERFORM 2170-MATCH-BY-RUN-STAMP
079200             THRU 2170-EXIT
079300             VARYING WS-LOG-SUB FROM 1 BY 1
079400             UNTIL WS-LOG-SUB > WS-LOG-COUNT
079500                OR LOG-FOUND-YES
079600         GO TO 2150-EXIT
079700     END-IF.
079800     PERFORM 2180-MATCH-BY-POST-DATE
079900         THRU 2180-EXIT
080000         VARYING WS-LOG-SUB FROM 1 BY 1
080100         UNTIL WS-LOG-SUB > WS-LOG-COUNT
080200            OR LOG-FOUND-YES.
080300     IF LOG-FOUND-YES
080400         GO TO 2150-EXIT
080500     END-IF.
080600     PERFORM 2185-MATCH-ANY-ON-DATE
080700         THRU 2185-EXIT
080800         VARYING WS-LOG-SUB FROM 1 BY 1
080900         UNTIL WS-LOG-SUB > WS-LOG-COUNT
081000            OR LOG-FOUND-YES.
081100 2150-EXIT.
081200     EXIT.
081300
081400 2170-MATCH-BY-RUN-STAMP.
081500     SET LOG-IX TO WS-LOG-SUB.
081600     IF WS-LOG-POST-DATE (LOG-IX) = WS-FIND-RUN-DATE
081700        AND WS-LOG-RUN-TIME (LOG-IX) = WS-FIND-RUN-TIME
081800         SET LOG-FOUND-YES TO TRUE
081900     END-IF.
082000 2170-EXIT.
082100     EXIT.
082200
082300 2180-MATCH-BY-POST-DATE.
082400     SET LOG-IX TO WS-LOG-SUB.
082500     IF WS-LOG-POST-DATE (LOG-IX) = WS-FIND-RUN-DATE
082600        AND WS-LOG-ACK-NONE (LOG-IX)
082700         SET LOG-FOUND-YES TO TRUE
082800     END-IF.
082900 2180-EXIT.
083000     EXIT.
083100
083200 2185-MATCH-ANY-ON-DATE.
083300     SET LOG-IX TO WS-LOG-SUB.
083400     IF WS-LOG-POST-DATE (LOG-IX) = WS-FIND-RUN-DATE
083500         SET LOG-FOUND-YES TO TRUE
083600     END-IF.
083700 2185-EXIT.
083800     EXIT.
083900
084000******************************************************************
084100* 2300-SAVE-REJECTED-LINE - SET ONE REFUSED POSTING LINE ASIDE   *
084200* ON THE WORK FILE, NUMBERED IN ARRIVAL ORDER SO LINES FOR THE   *
084300* SAME CENTER LIST IN THE ORDER THE LEDGER RETURNED THEM.        *
084400******************************************************************
084500 2300-SAVE-REJECTED-LINE.
084600     IF WS-LINE-REJECT-COUNT = 99999
084700         DISPLAY "GLACK007E - MORE THAN 99999 REFUSED LINES ON "
084800                 "THE RETURN FILE, SPLIT IT"
084900         MOVE 16 TO RETURN-CODE
085000         STOP RUN
085100     END-IF.
085200     ADD 1 TO WS-LINE-REJECT-COUNT.
085300     ADD 1 TO WS-EXCEPTION-COUNT.
085400     SET GL-DISAGREES TO TRUE.
085500     MOVE SPACES               TO WS-LINE-WORK.
085600     MOVE GLA-LINE-COST-CENTER TO LNW-COST-CENTER.
085700     MOVE WS-LINE-REJECT-COUNT TO LNW-SEQ-NO.
085800     MOVE GLA-POST-DATE        TO LNW-POST-DATE.
085900     MOVE GLA-RUN-TIME         TO LNW-RUN-TIME.
086000     MOVE GLA-LINE-DR-CR       TO LNW-DR-CR.
086100     MOVE GLA-LINE-ACCOUNT     TO LNW-ACCOUNT.
086200     IF GLA-LINE-AMOUNT NUMERIC
086300         MOVE GLA-LINE-AMOUNT  TO LNW-AMOUNT
086400     ELSE
086500         MOVE 0                TO LNW-AMOUNT
086600     END-IF.
086700     MOVE GLA-LINE-REASON      TO LNW-REASON.
086900     WRITE LINWRK-RECORD FROM WS-LINE-WORK.
087000 2300-EXIT.
087100     EXIT.
087200
087300******************************************************************
087400* 3000-CHECK-UNACKNOWLEDGED - AGE EVERY LOG ENTRY THE LEDGER HAS *
087500* NEVER ACKNOWLEDGED FROM THE DATE IT WAS EXTRACTED.  ONE        *
087600* WAITING LONGER THAN ACK-DAYS IS OVERDUE; ONE WHOSE EXTRACT     *
087700* DATE CANNOT BE READ IS TREATED AS OVERDUE SO IT CANNOT HIDE.   *
087800******************************************************************
087900 3000-CHECK-UNACKNOWLEDGED.
088000     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
088100     WRITE RPTOUT-RECORD.
088200     MOVE "BATCHES NOT YET ACKNOWLEDGED"
088300         TO WS-REPORT-SECTION-LINE.
088400     MOVE WS-REPORT-SECTION-LINE TO RPTOUT-RECORD.
088500     WRITE RPTOUT-RECORD.
088600     PERFORM 3050-AGE-ONE-LOG-ENTRY
088700         THRU 3050-EXIT
088800         VARYING WS-LOG-SUB FROM 1 BY 1
088900         UNTIL WS-LOG-SUB > WS-LOG-COUNT.
089000 3000-EXIT.
089100     EXIT.
089200
089300 3050-AGE-ONE-LOG-ENTRY.
089400     SET LOG-IX TO WS-LOG-SUB.
089500     IF NOT WS-LOG-ACK-NONE (LOG-IX)
089600         GO TO 3050-EXIT
089700     END-IF.
089800     MOVE WS-LOG-EXTRACT-DATE (LOG-IX) TO WS-DATE-SPLIT.
089900     MOVE WS-DS-YYYY   TO WS-DC-YYYY.
090000     MOVE WS-DS-MM     TO WS-DC-MM.
090100     MOVE WS-DS-DD     TO WS-DC-DD.
090200     IF WS-DATE-COMPACT-NUM NUMERIC
090300         COMPUTE WS-EXTRACT-DAY-NO =
090400             FUNCTION INTEGER-OF-DATE (WS-DATE-COMPACT-NUM)
090500         COMPUTE WS-WAIT-DAYS =
090600             WS-RUN-DAY-NO - WS-EXTRACT-DAY-NO
090700     ELSE
090800         MOVE 999 TO WS-WAIT-DAYS
090900     END-IF.
091000     IF WS-WAIT-DAYS > WS-ACK-DAYS
091100         ADD 1 TO WS-OVERDUE-COUNT
091200         ADD 1 TO WS-EXCEPTION-COUNT
091300         SET GL-DISAGREES TO TRUE
091400         MOVE "OVERDUE - NO ACK:"       TO WL-KIND
091500     ELSE
091600         ADD 1 TO WS-AWAITING-COUNT
091700         MOVE "AWAITING ACK:"           TO WL-KIND
091800     END-IF.
091900     MOVE WS-LOG-RUN-DATE (LOG-IX)      TO WL-RUN-DATE.
092000     MOVE WS-LOG-RUN-TIME (LOG-IX)      TO WL-RUN-TIME.
092100     MOVE WS-LOG-EXTRACT-DATE (LOG-IX)  TO WL-EXTRACT-DATE.
092200     MOVE WS-WAIT-DAYS                  TO WL-WAIT-DAYS.
092300     MOVE WS-REPORT-WAIT-LINE TO RPTOUT-RECORD.
092400     WRITE RPTOUT-RECORD.
092500 3050-EXIT.
092600     EXIT.
092700
092800******************************************************************
092900* 4000-LIST-REJECTED-LINES - SORT THE REFUSED LINES SET ASIDE BY *
093000* COST CENTER AND LIST THEM, WITH A LINE COUNT AND AMOUNT        *
093100* SUBTOTAL FOR EACH CENTER.                                      *
093200******************************************************************
093300 4000-LIST-REJECTED-LINES.
093400     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
093500     WRITE RPTOUT-RECORD.
093600     MOVE "POSTING LINES REFUSED BY THE LEDGER"
093700         TO WS-REPORT-SECTION-LINE.
093800     MOVE WS-REPORT-SECTION-LINE TO RPTOUT-RECORD.
093900     WRITE RPTOUT-RECORD.
094000     IF WS-LINE-REJECT-COUNT = 0
094100         GO TO 4000-EXIT
094200     END-IF.
094300     MOVE WS-REPORT-LINE-HEADINGS TO RPTOUT-RECORD.
094400     WRITE RPTOUT-RECORD.
094500     SORT SORT-FILE
094600         ON ASCENDING KEY SRT-COST-CENTER
094700                          SRT-SEQ-NO
094800         USING LINWRK-FILE
094900         GIVING LINSRT-FILE.
095000     OPEN INPUT LINSRT-FILE.
095100     MOVE WS-LINSRT-STATUS TO WS-FILE-STATUS-CHECK.
095200     MOVE "LINSRT"         TO WS-FILE-NAME-CHECK.
095300     PERFORM 0100-VERIFY-FILE-STATUS
095400         THRU 0100-EXIT.
095500     PERFORM 4050-LIST-ONE-REJECTED-LINE
095600         THRU 4050-EXIT
095700         UNTIL LINSRT-EOF-YES.
095800     CLOSE LINSRT-FILE.
095900     PERFORM 4100-WRITE-CC-SUBTOTAL
096000         THRU 4100-EXIT.
096100 4000-EXIT.
096200     EXIT.
096300
096400 4050-LIST-ONE-REJECTED-LINE.
096500     READ LINSRT-FILE
096600         AT END
096700             SET LINSRT-EOF-YES TO TRUE
096800             GO TO 4050-EXIT
096900     END-READ.
097000     IF WS-CC-LINE-COUNT > 0
097100        AND LNS-COST-CENTER NOT = WS-PREV-COST-CENTER
097200         PERFORM 4100-WRITE-CC-SUBTOTAL
097300             THRU 4100-EXIT
097400     END-IF.
097500     MOVE LNS-COST-CENTER TO WS-PREV-COST-CENTER.
097600     ADD 1          TO WS-CC-LINE-COUNT.
097700     ADD LNS-AMOUNT TO WS-CC-LINE-TOTAL.
097800     MOVE LNS-COST-CENTER TO RL-COST-CENTER.
097900     MOVE LNS-POST-DATE   TO RL-POST-DATE.
098000     MOVE LNS-RUN-TIME    TO RL-RUN-TIME.
098100     MOVE LNS-DR-CR       TO RL-DR-CR.
098200     MOVE LNS-ACCOUNT     TO RL-ACCOUNT.
098300     MOVE LNS-AMOUNT      TO RL-AMOUNT.
098400     MOVE LNS-REASON      TO RL-REASON.
098500     MOVE WS-REPORT-REJECT-LINE TO RPTOUT-RECORD.
098600     WRITE RPTOUT-RECORD.
098700 4050-EXIT.
098800     EXIT.
098900
099000 4100-WRITE-CC-SUBTOTAL.
099100     IF WS-CC-LINE-COUNT = 0
099200         GO TO 4100-EXIT
099300     END-IF.
099400     MOVE "CENTER TOTAL"      TO CTL-LABEL.
099500     MOVE WS-PREV-COST-CENTER TO CTL-COST-CENTER.
099600     MOVE WS-CC-LINE-COUNT    TO CTL-COUNT.
099700     MOVE WS-CC-LINE-TOTAL    TO CTL-AMOUNT.
099800     MOVE WS-REPORT-CC-TOTAL-LINE TO RPTOUT-RECORD.
099900     WRITE RPTOUT-RECORD.
100000     MOVE 0 TO WS-CC-LINE-COUNT.
100100     MOVE 0 TO WS-CC-LINE-TOTAL.
100200 4100-EXIT.
100300     EXIT.
100400
100500******************************************************************
100600* 5000-LOG-ACKNOWLEDGEMENTS - APPEND ONE GLACKLOG RECORD FOR     *
100700* EVERY LOG ENTRY ACKNOWLEDGED THIS CYCLE, WHATEVER THE LEDGER   *
100800* SAID, SO THE NEXT CYCLE NEITHER AGES IT NOR FLAGS IT AGAIN.    *
100900* THE FIRST-TIME FALLBACK IS THE SAME ONE GLEXTR USES FOR ITS    *
101000* EXTRACT LOG.                                                   *
101100******************************************************************
101200 5000-LOG-ACKNOWLEDGEMENTS.
101300     IF WS-BATCH-ACK-COUNT = 0
101400         GO TO 5000-EXIT
101500     END-IF.
101600     OPEN EXTEND ACKLOG-FILE.
101700     IF WS-ACKLOG-STATUS = "35" OR WS-ACKLOG-STATUS = "05"
101800         OPEN OUTPUT ACKLOG-FILE
101900     END-IF.
102000     MOVE WS-ACKLOG-STATUS TO WS-FILE-STATUS-CHECK.
102100     MOVE "GLACKLOG"       TO WS-FILE-NAME-CHECK.
102200     PERFORM 0100-VERIFY-FILE-STATUS
102300         THRU 0100-EXIT.
102400     PERFORM 5050-LOG-ONE-ACKNOWLEDGEMENT
102500         THRU 5050-EXIT
102600         VARYING WS-LOG-SUB FROM 1 BY 1
102700         UNTIL WS-LOG-SUB > WS-LOG-COUNT.
102800     CLOSE ACKLOG-FILE.
102900 5000-EXIT.
103000     EXIT.
103100
103200 5050-LOG-ONE-ACKNOWLEDGEMENT.
103300     SET LOG-IX TO WS-LOG-SUB.
103400     IF NOT WS-LOG-ACK-TODAY (LOG-IX)
103500         GO TO 5050-EXIT
103600     END-IF.
103700     MOVE SPACES                   TO ACKLOG-RECORD.
103800     MOVE WS-LOG-RUN-DATE (LOG-IX) TO GAL-RUN-DATE.
103900     MOVE WS-LOG-RUN-TIME (LOG-IX) TO GAL-RUN-TIME.
104000     MOVE WS-LOG-ACK-STATUS (LOG-IX) TO GAL-STATUS.
104100     MOVE WS-LOG-GL-DATE (LOG-IX)  TO GAL-GL-DATE.
104200     MOVE WS-RUN-DATE-DISPLAY      TO GAL-ACK-DATE.
104300     WRITE ACKLOG-RECORD.
104400 5050-EXIT.
104500     EXIT.
104600
104700******************************************************************
104800* 6000-RENDER-VERDICT - THE REPORT FOOTER: THE COUNTS, THE       *
104900* EXCEPTIONS AND THE VERDICT.  ANY EXCEPTION ENDS THE STEP WITH  *
105000* RETURN CODE 8 SO THE STEP-STYLE FLAGGING HOLDS THE SCHEDULE.   *
105100******************************************************************
105200 6000-RENDER-VERDICT.
105300     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
105400     WRITE RPTOUT-RECORD.
105500     MOVE "ACK DAYS ALLOWED:"       TO CL-COUNT-LABEL.
105600     MOVE WS-ACK-DAYS              TO CL-COUNT-VALUE.
105700     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
105800     WRITE RPTOUT-RECORD.
105900     MOVE "GL EXTRACT LOG ENTRIES:" TO CL-COUNT-LABEL.
106000     MOVE WS-LOG-COUNT             TO CL-COUNT-VALUE.
106100     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
106200     WRITE RPTOUT-RECORD.
106300     MOVE "ACKNOWLEDGED EARLIER:"   TO CL-COUNT-LABEL.
106400     MOVE WS-ACKLOG-READ-COUNT     TO CL-COUNT-VALUE.
106500     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
106600     WRITE RPTOUT-RECORD.
106700     MOVE "ACKNOWLEDGEMENTS READ:"  TO CL-COUNT-LABEL.
106800     MOVE WS-BATCH-ACK-COUNT       TO CL-COUNT-VALUE.
106900     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
107000     WRITE RPTOUT-RECORD.
107100     MOVE "  MATCHED:"              TO CL-COUNT-LABEL.
107200     MOVE WS-MATCHED-COUNT         TO CL-COUNT-VALUE.
107300     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
107400     WRITE RPTOUT-RECORD.
107500     MOVE "  REJECTED BY THE GL:"   TO CL-COUNT-LABEL.
107600     MOVE WS-GL-REJECTED-COUNT     TO CL-COUNT-VALUE.
107700     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
107800     WRITE RPTOUT-RECORD.
107900     MOVE "  TOTALS DIFFERENT:"     TO CL-COUNT-LABEL.
108000     MOVE WS-TOTALS-OFF-COUNT      TO CL-COUNT-VALUE.
108100     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
108200     WRITE RPTOUT-RECORD.
108300     MOVE "  NO SUCH BATCH:"        TO CL-COUNT-LABEL.
108400     MOVE WS-UNKNOWN-COUNT         TO CL-COUNT-VALUE.
108500     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
108600     WRITE RPTOUT-RECORD.
108700     MOVE "  REPEATED:"             TO CL-COUNT-LABEL.
108800     MOVE WS-REPEAT-COUNT          TO CL-COUNT-VALUE.
108900     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
109000     WRITE RPTOUT-RECORD.
109100     MOVE "AWAITING ACKNOWLEDGEMENT:" TO CL-COUNT-LABEL.
109200     MOVE WS-AWAITING-COUNT        TO CL-COUNT-VALUE.
109300     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
109400     WRITE RPTOUT-RECORD.
109500     MOVE "OVERDUE ACKNOWLEDGEMENT:" TO CL-COUNT-LABEL.
109600     MOVE WS-OVERDUE-COUNT         TO CL-COUNT-VALUE.
109700     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
109800     WRITE RPTOUT-RECORD.
109900     MOVE "LINES REFUSED BY THE GL:" TO CL-COUNT-LABEL.
110000     MOVE WS-LINE-REJECT-COUNT     TO CL-COUNT-VALUE.
110100     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
110200     WRITE RPTOUT-RECORD.
110300     MOVE "UNRECOGNIZED RECORDS:"   TO CL-COUNT-LABEL.
110400     MOVE WS-BAD-RECORD-COUNT      TO CL-COUNT-VALUE.
110500     MOVE WS-REPORT-COUNT-LINE     TO RPTOUT-RECORD.
110600     WRITE RPTOUT-RECORD.
110700     MOVE WS-REPORT-HEADER-2 TO RPTOUT-RECORD.
110800     WRITE RPTOUT-RECORD.
110900     IF GL-AGREES
111000         MOVE "LEDGER ACKNOWLEDGEMENTS AGREE WITH THE GL HANDOFF"
111100             TO WS-REPORT-VERDICT-LINE
111200         DISPLAY "GLACK000I - LEDGER ACKNOWLEDGEMENTS AGREE"
111210         MOVE "LEDGER ACKNOWLEDGEMENTS AGREE"
111220             TO WS-STEP-REASON
111300     ELSE
111400         MOVE "*** GL ACKNOWLEDGEMENT EXCEPTIONS - HOLD SCHEDULE"
111500             TO WS-REPORT-VERDICT-LINE
111600         DISPLAY "GLACK005E - " WS-EXCEPTION-COUNT
111700                 " ACKNOWLEDGEMENT EXCEPTION(S), SEE REPORT"
111800         MOVE 8 TO RETURN-CODE
111810         MOVE "ACKNOWLEDGEMENT EXCEPTION(S) ON REPORT"
111820             TO WS-STEP-REASON
111900     END-IF.
112000     MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD.
112100     WRITE RPTOUT-RECORD.
112200 6000-EXIT.
112300     EXIT.
112400
112500******************************************************************
112600* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
112700* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
112800* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
112900* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
113000* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
113100* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
113200* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
113300* DISP=MOD FILES USE.                                            *
113400******************************************************************
113500 8900-WRITE-STEP-LOG.
113600     MOVE SPACES TO WS-CYCLE-DATE.
113700     OPEN INPUT STEPLOG-FILE.
113800     IF WS-STEPLOG-STATUS = "00"
113900         PERFORM 8950-READ-ONE-STEP-LOG
114000             THRU 8950-EXIT
114100             UNTIL STEPLOG-EOF-YES
114200         CLOSE STEPLOG-FILE
114300     ELSE
114400         IF WS-STEPLOG-STATUS NOT = "35"
114500            AND WS-STEPLOG-STATUS NOT = "05"
114600             PERFORM 8980-STEPLOG-FAILURE
114700                 THRU 8980-EXIT
114800         END-IF
114900     END-IF.
115000     IF WS-CYCLE-DATE = SPACES
115100         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
115200     END-IF.
115300     OPEN EXTEND STEPLOG-FILE.
115400     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
115500         OPEN OUTPUT STEPLOG-FILE
115600     END-IF.
115700     IF WS-STEPLOG-STATUS NOT = "00"
115800         PERFORM 8980-STEPLOG-FAILURE
115900             THRU 8980-EXIT
116000     END-IF.
116100     MOVE SPACES TO SLG-RECORD.
116200     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
116300     MOVE "GLACK"             TO SLG-PROGRAM.
116400     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
116500     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
116600     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
116700     MOVE WS-BATCH-ACK-COUNT  TO SLG-COUNT-IN.
116800     MOVE WS-MATCHED-COUNT    TO SLG-COUNT-OUT.
116900     MOVE WS-EXCEPTION-COUNT  TO SLG-COUNT-EXCEPTION.
117000     MOVE WS-AWAITING-COUNT   TO SLG-COUNT-HELD.
117100     MOVE 0                   TO SLG-AMOUNT.
117200     MOVE WS-STEP-REASON      TO SLG-REASON.
117300     WRITE SLG-RECORD.
117400     CLOSE STEPLOG-FILE.
117500 8900-EXIT.
117600     EXIT.
117700
117800 8950-READ-ONE-STEP-LOG.
117900     READ STEPLOG-FILE
118000         AT END
118100             SET STEPLOG-EOF-YES TO TRUE
118200             GO TO 8950-EXIT
118300     END-READ.
118400     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
118500 8950-EXIT.
118600     EXIT.
118700
118800******************************************************************
118900* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
119000* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
119100* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
119200* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
119300* FAILURE DOES.                                                  *
119400******************************************************************
119500 8980-STEPLOG-FAILURE.
119600     DISPLAY "GLACK006E - UNABLE TO OPEN STEPLOG, FILE "
119700             "STATUS = " WS-STEPLOG-STATUS.
119800     MOVE 16 TO RETURN-CODE.
119900     STOP RUN.
120000 8980-EXIT.
120100     EXIT.
