002800* GRAND TOTALS, SO A STATEMENT WITH A MISSING RUN IS NEVER      *
002900* PUBLISHED.                                                     *
003000*                                                                *
003100* PARMIN CONTROL CARDS:                                          *
003200*   PERIOD-START=YYYY-MM-DD (REQUIRED)                           *
003300*   PERIOD-END=YYYY-MM-DD   (REQUIRED)                           *
003310*   YEAR-END=Y            (OPTIONAL - LAST PERIOD OF THE FISCAL  *
003320*                          YEAR, CARRIES THE CLOSING BALANCES    *
003330*                          INTO THE NEW FISCAL YEAR)             *
003340*   FISCAL-YEAR=YYYY      (OPTIONAL - DEFAULTS TO THE YEAR OF    *
003350*                          PERIOD-END)                           *
003400*                                                                *
003500* MODIFICATION HISTORY                                          *
003600*   2026-09-02  RLH  INITIAL VERSION.                            *
003610*   2026-10-15  RLH  OPENING POSITIONS NOW COME FROM THE CCBAL   *
003620*                    BALANCE-FORWARD LEDGER (CCBALREC LAYOUT)    *
003630*                    INSTEAD OF SUMMING THE PRE-PERIOD AUDIT     *
003640*                    TRAIL, WHICH ARCPRUNE ARCHIVES.  A CENTER   *
003650*                    WITH NO LEDGER BALANCE STILL OPENS FROM THE *
003660*                    TRAIL, AND TRAIL ACTIVITY DATED AFTER THE   *
003670*                    CENTER'S LAST LEDGER BALANCE IS ADDED TO    *
003680*                    ITS OPENING.  A SUCCESSFUL CLOSE POSTS      *
003690*                    EVERY CENTER'S CLOSING BALANCE TO THE       *
003691*                    LEDGER; YEAR-END=Y ALSO WRITES THE NEW      *
003692*                    FISCAL YEAR'S OPENING RECORDS.  AN OPENING  *
003693*                    THAT DISAGREES WITH THE PRIOR PERIOD'S      *
003694*                    CLOSE IS FLAGGED ON THE STATEMENT AND ENDS  *
003695*                    THE STEP WITH RETURN CODE 4.                *
003700******************************************************************
003800
003900 ENVIRONMENT DIVISION.
005800     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RPTOUT-STATUS.
006010
006020     SELECT CCBAL-FILE ASSIGN TO CCBAL
006030         ORGANIZATION IS INDEXED
006040         ACCESS MODE IS DYNAMIC
006050         RECORD KEY IS CCB-KEY
006060         FILE STATUS IS WS-CCBAL-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
008700 FD  RPTOUT-FILE
008800     RECORDING MODE IS F.
008900 01  RPTOUT-RECORD               PIC X(80).
008910
008920 FD  CCBAL-FILE.
008930     COPY CCBALREC.
009000
009100 WORKING-STORAGE SECTION.
009200 01  WS-AUDITIN-STATUS           PIC X(02) VALUE SPACES.
009400 01  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
009500 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
009600 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
009610 01  WS-CCBAL-STATUS             PIC X(02) VALUE SPACES.
009700
009800 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
009900 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
011400     88  PARMIN-EOF-YES                    VALUE "Y".
011500     88  PARMIN-EOF-NO                     VALUE "N".
011600
011610 01  WS-CCBAL-EOF-SWITCH         PIC X(01) VALUE "N".
011620     88  CCBAL-EOF-YES                     VALUE "Y".
011630     88  CCBAL-EOF-NO                      VALUE "N".
011640
011650 01  WS-YEAR-END-SWITCH          PIC X(01) VALUE "N".
011660     88  YEAR-END-CLOSE                    VALUE "Y".
011670     88  NOT-YEAR-END-CLOSE                VALUE "N".
011680
011700 01  WS-CLOSE-SWITCH             PIC X(01) VALUE "Y".
011800     88  PERIOD-CLOSES                     VALUE "Y".
011900     88  PERIOD-DOES-NOT-CLOSE             VALUE "N".
012000
012100 01  WS-PERIOD-START             PIC X(10) VALUE SPACES.
012200 01  WS-PERIOD-END               PIC X(10) VALUE SPACES.
012210 01  WS-FISCAL-YEAR              PIC X(04) VALUE SPACES.
012220 01  WS-FISCAL-YEAR-NUM          REDEFINES WS-FISCAL-YEAR
012230                                 PIC 9(04).
012240 01  WS-NEXT-FISCAL-YEAR         PIC 9(04) VALUE 0.
012250 01  WS-FIND-CC-CODE             PIC X(06) VALUE SPACES.
012300
012400 01  WS-PARM-CARD                PIC X(80) VALUE SPACES.
012500 01  WS-PARM-PSTART-CARD         REDEFINES WS-PARM-CARD.
013000     05  PRM-PEND-KEYWORD        PIC X(11).
013100     05  PRM-PEND-VALUE          PIC X(10).
013200     05  FILLER                  PIC X(59).
013210 01  WS-PARM-YEAREND-CARD        REDEFINES WS-PARM-CARD.
013220     05  PRM-YEAREND-KEYWORD     PIC X(09).
013230     05  PRM-YEAREND-VALUE       PIC X(01).
013240     05  FILLER                  PIC X(70).
013250 01  WS-PARM-FISCAL-CARD         REDEFINES WS-PARM-CARD.
013260     05  PRM-FISCAL-KEYWORD      PIC X(12).
013270     05  PRM-FISCAL-VALUE        PIC X(04).
013280     05  FILLER                  PIC X(64).
013300
013400******************************************************************
013500* COST-CENTER STATEMENT TABLE - ONE ENTRY PER CENTER SEEN ON     *
013600* THE LEDGER OR THE TRAIL, CARRYING ITS OPENING POSITION (THE   *
013700* LEDGER BALANCE BROUGHT FORWARD PLUS ANY LATER ACTIVITY DATED  *
013800* BEFORE THE PERIOD), THE PRIOR PERIOD'S LEDGER CLOSE THE       *
013810* OPENING IS PROVED AGAINST, AND ITS IN-PERIOD ACTIVITY BY      *
013820* OPERATION CODE.                                                *
013900******************************************************************
014000 01  WS-CC-TABLE.
014100     05  WS-CC-ENTRY             OCCURS 200 TIMES
014200                                 INDEXED BY CC-IX.
014300         10  WS-CC-CODE          PIC X(06).
014400         10  WS-CC-OPENING       PIC S9(11)V99.
014410         10  WS-CC-BF-SWITCH     PIC X(01).
014420             88  WS-CC-BF-FOUND            VALUE "Y".
014430             88  WS-CC-BF-NONE             VALUE "N".
014440         10  WS-CC-BF-DATE       PIC X(10).
014450         10  WS-CC-BF-TYPE       PIC X(01).
014460         10  WS-CC-BF-AMOUNT     PIC S9(11)V99.
014470         10  WS-CC-PRIOR-SWITCH  PIC X(01).
014480             88  WS-CC-PRIOR-FOUND         VALUE "Y".
014490             88  WS-CC-PRIOR-NONE          VALUE "N".
014491         10  WS-CC-PRIOR-DATE    PIC X(10).
014492         10  WS-CC-PRIOR-CLOSE   PIC S9(11)V99.
014500         10  WS-CC-ADD-COUNT     PIC 9(09) COMP.
014600         10  WS-CC-ADD-TOTAL     PIC S9(11)V99.
014700         10  WS-CC-SUB-COUNT     PIC 9(09) COMP.
019400 01  WS-UNMATCHED-COUNT          PIC 9(03) COMP VALUE 0.
019500 01  WS-CLOSING-AMOUNT           PIC S9(11)V99 VALUE 0.
019600 01  WS-CC-ACTIVITY              PIC S9(11)V99 VALUE 0.
019610 01  WS-BF-CENTER-COUNT          PIC 9(05) COMP VALUE 0.
019620 01  WS-BF-MISMATCH-COUNT        PIC 9(05) COMP VALUE 0.
019630 01  WS-LEDGER-POSTED-COUNT      PIC 9(05) COMP VALUE 0.
019640 01  WS-ROLLOVER-COUNT           PIC 9(05) COMP VALUE 0.
019700
019800 01  WS-SYS-DATE-FIELDS.
019900     05  WS-SYS-YYYY             PIC 9(04).
026400         VALUE " HAS NO AUDIT SLICE       ".
026500     05  FILLER                  PIC X(15) VALUE SPACES.
026600
026610 01  WS-REPORT-BF-LINE.
026620     05  FILLER                  PIC X(24)
026630         VALUE "  BROUGHT FORWARD AS AT ".
026640     05  BF-PERIOD-END           PIC X(10).
026650     05  FILLER                  PIC X(03) VALUE SPACES.
026660     05  BF-AMOUNT               PIC -(10)9.99.
026670     05  FILLER                  PIC X(01) VALUE SPACES.
026680     05  BF-SOURCE               PIC X(20).
026690     05  FILLER                  PIC X(08) VALUE SPACES.
026691
026692 01  WS-REPORT-PRIOR-FLAG-LINE.
026693     05  FILLER                  PIC X(24)
026694         VALUE "  *** PRIOR CLOSE AS AT ".
026695     05  PF-PERIOD-END           PIC X(10).
026696     05  FILLER                  PIC X(03) VALUE SPACES.
026697     05  PF-AMOUNT               PIC -(10)9.99.
026698     05  FILLER                  PIC X(29)
026699         VALUE " - OPENING DISAGREES ***".
026700
026710 01  WS-REPORT-VERDICT-LINE      PIC X(80) VALUE SPACES.
026800
026900 PROCEDURE DIVISION.
027000******************************************************************
027100* 0000-MAINLINE                                                  *
027200*                                                                *
027300* PROGRAM ENTRY POINT.  READS THE PERIOD FROM THE CONTROL       *
027400* CARDS, LOADS THE REGISTERED BATCHES, COMMITTED RUN FIGURES    *
027500* AND LEDGER BALANCES, PASSES THE WHOLE AUDIT TRAIL, PROVES     *
027600* EVERY REGISTERED BATCH HAS ITS AUDIT SLICE, WRITES THE        *
027700* CONSOLIDATED STATEMENT AND, WHEN THE PERIOD CLOSES, POSTS     *
027710* THE CLOSING BALANCES TO THE LEDGER.                            *
027800******************************************************************
027900 0000-MAINLINE.
028000     PERFORM 0700-READ-CONTROL-CARDS
029800     PERFORM 1200-LOAD-COMMITTED-RUNS
029900         THRU 1200-EXIT.
030000
030010     PERFORM 1400-LOAD-BALANCE-FORWARD
030020         THRU 1400-EXIT.
030030
030100     OPEN INPUT AUDITIN-FILE.
030200     MOVE WS-AUDITIN-STATUS TO WS-FILE-STATUS-CHECK.
030300     MOVE "AUDITIN"         TO WS-FILE-NAME-CHECK.
032200     PERFORM 6000-WRITE-TIE-OUT
032300         THRU 6000-EXIT.
032400
032410     IF PERIOD-CLOSES
032420         PERFORM 7000-POST-BALANCE-LEDGER
032430             THRU 7000-EXIT
032440     END-IF.
032450
032460     CLOSE CCBAL-FILE.
032500     CLOSE RPTOUT-FILE.
032510
032520     IF PERIOD-CLOSES AND WS-BF-MISMATCH-COUNT > 0
032530         DISPLAY "PERCLOSE007W - " WS-BF-MISMATCH-COUNT
032540                 " OPENING(S) DISAGREE WITH THE PRIOR CLOSE"
032550         MOVE 4 TO RETURN-CODE
032560     END-IF.
032600     STOP RUN.
032700
032800******************************************************************
037000         MOVE 16 TO RETURN-CODE
037100         STOP RUN
037200     END-IF.
037210     IF WS-FISCAL-YEAR = SPACES
037220         MOVE WS-PERIOD-END (1:4) TO WS-FISCAL-YEAR
037230     END-IF.
037240     IF WS-FISCAL-YEAR-NUM NOT NUMERIC
037250         DISPLAY "PERCLOSE002E - FISCAL-YEAR IS NOT A FOUR-DIGIT "
037260                 "YEAR: " WS-FISCAL-YEAR
037270         MOVE 16 TO RETURN-CODE
037280         STOP RUN
037290     END-IF.
037291     COMPUTE WS-NEXT-FISCAL-YEAR = WS-FISCAL-YEAR-NUM + 1.
037300 0700-EXIT.
037400     EXIT.
037500
038900             MOVE PRM-PSTART-VALUE TO WS-PERIOD-START
039000         WHEN PRM-PEND-KEYWORD = "PERIOD-END="
039100             MOVE PRM-PEND-VALUE TO WS-PERIOD-END
039110         WHEN PRM-YEAREND-KEYWORD = "YEAR-END="
039120          AND (PRM-YEAREND-VALUE = "Y" OR PRM-YEAREND-VALUE = "N")
039130             MOVE PRM-YEAREND-VALUE TO WS-YEAR-END-SWITCH
039140         WHEN PRM-FISCAL-KEYWORD = "FISCAL-YEAR="
039150             MOVE PRM-FISCAL-VALUE TO WS-FISCAL-YEAR
039200         WHEN OTHER
039300             DISPLAY "PERCLOSE002E - UNRECOGNIZED CONTROL CARD: "
039400                     WS-PARM-CARD
052700 1250-EXIT.
052800     EXIT.
052900
052901******************************************************************
052902* 1400-LOAD-BALANCE-FORWARD - OPEN THE CCBAL BALANCE-FORWARD     *
052903* LEDGER AND BROWSE IT IN KEY ORDER.  FOR EVERY CENTER, THE      *
052904* LATEST BALANCE DATED BEFORE THE PERIOD BECOMES ITS OPENING     *
052905* POSITION, AND THE LATEST PERIOD CLOSE (TYPE C) IS KEPT AS THE  *
052906* PRIOR CLOSE THE OPENING IS PROVED AGAINST.  A CENTER WITH NO   *
052907* ACTIVITY ON THE TRAIL STILL CARRIES ITS BALANCE FORWARD.  A    *
052908* FRESHLY DEFINED, NEVER-LOADED CLUSTER IS PRIMED THE SAME WAY   *
052909* CCMAINT PRIMES THE COST-CENTER MASTER, AND EVERY CENTER THEN   *
052910* OPENS FROM THE TRAIL AS BEFORE.                                *
052911******************************************************************
052912 1400-LOAD-BALANCE-FORWARD.
052913     OPEN I-O CCBAL-FILE.
052914     IF WS-CCBAL-STATUS = "35" OR WS-CCBAL-STATUS = "05"
052915         OPEN OUTPUT CCBAL-FILE
052916         IF WS-CCBAL-STATUS = "00"
052917             CLOSE CCBAL-FILE
052918             OPEN I-O CCBAL-FILE
052919         END-IF
052920     END-IF.
052921     MOVE WS-CCBAL-STATUS  TO WS-FILE-STATUS-CHECK.
052922     MOVE "CCBAL"          TO WS-FILE-NAME-CHECK.
052923     PERFORM 0100-VERIFY-FILE-STATUS
052924         THRU 0100-EXIT.
052925     PERFORM 1450-LOAD-ONE-BALANCE
052926         THRU 1450-EXIT
052927         UNTIL CCBAL-EOF-YES.
052928     IF WS-CC-COUNT = 0
052929         GO TO 1400-EXIT
052930     END-IF.
052931     PERFORM 1480-TOTAL-ONE-OPENING
052932         THRU 1480-EXIT
052933         VARYING WS-CC-SUB FROM 1 BY 1
052934         UNTIL WS-CC-SUB > WS-CC-COUNT.
052935 1400-EXIT.
052936     EXIT.
052937
052938 1450-LOAD-ONE-BALANCE.
052939     READ CCBAL-FILE NEXT RECORD
052940         AT END
052941             SET CCBAL-EOF-YES TO TRUE
052942             GO TO 1450-EXIT
052943     END-READ.
052944     IF WS-CCBAL-STATUS NOT = "00"
052945         DISPLAY "PERCLOSE006E - READ OF CCBAL FAILED, FILE "
052946                 "STATUS = " WS-CCBAL-STATUS
052947         MOVE 16 TO RETURN-CODE
052948         STOP RUN
052949     END-IF.
052950     IF CCB-PERIOD-END NOT < WS-PERIOD-START
052951         GO TO 1450-EXIT
052952     END-IF.
052953     MOVE CCB-COST-CENTER TO WS-FIND-CC-CODE.
052954     PERFORM 2100-FIND-CC-ENTRY
052955         THRU 2100-EXIT.
052956     SET WS-CC-BF-FOUND (CC-IX) TO TRUE.
052957     MOVE CCB-PERIOD-END  TO WS-CC-BF-DATE (CC-IX).
052958     MOVE CCB-REC-TYPE    TO WS-CC-BF-TYPE (CC-IX).
052959     MOVE CCB-CLOSING     TO WS-CC-BF-AMOUNT (CC-IX).
052960     MOVE CCB-CLOSING     TO WS-CC-OPENING (CC-IX).
052961     IF CCB-TYPE-CLOSE
052962         SET WS-CC-PRIOR-FOUND (CC-IX) TO TRUE
052963         MOVE CCB-PERIOD-END TO WS-CC-PRIOR-DATE (CC-IX)
052964         MOVE CCB-CLOSING    TO WS-CC-PRIOR-CLOSE (CC-IX)
052965     END-IF.
052966 1450-EXIT.
052967     EXIT.
052968
052969 1480-TOTAL-ONE-OPENING.
052970     SET CC-IX TO WS-CC-SUB.
052971     ADD 1 TO WS-BF-CENTER-COUNT.
052972     ADD WS-CC-OPENING (CC-IX) TO WS-OPENING-TOTAL.
052973 1480-EXIT.
052974     EXIT.
052975
053000******************************************************************
053100* 2000-POST-ONE-AUDIT-RECORD - READ ONE AUDIT RECORD.  A RECORD  *
053200* DATED BEFORE THE PERIOD ROLLS INTO ITS CENTER'S OPENING        *
053300* POSITION UNLESS IT IS ALREADY INSIDE THE CENTER'S LEDGER       *
053310* BALANCE; A RECORD IN THE PERIOD POSTS TO THE CENTER'S          *
053400* ACTIVITY BY OPERATION CODE AND TO ITS RUN SLICE; A RECORD      *
053500* AFTER THE PERIOD IS LEFT ALONE.                                *
053600******************************************************************
054300     IF AUD-RUN-DATE > WS-PERIOD-END
054400         GO TO 2000-EXIT
054500     END-IF.
054510     MOVE AUD-COST-CENTER TO WS-FIND-CC-CODE.
054600     PERFORM 2100-FIND-CC-ENTRY
054700         THRU 2100-EXIT.
054800     IF AUD-RUN-DATE < WS-PERIOD-START
054810         IF WS-CC-BF-FOUND (CC-IX)
054820          AND AUD-RUN-DATE NOT > WS-CC-BF-DATE (CC-IX)
054830             GO TO 2000-EXIT
054840         END-IF
054900         ADD AUD-SUM TO WS-CC-OPENING (CC-IX)
055000         ADD AUD-SUM TO WS-OPENING-TOTAL
055100         GO TO 2000-EXIT
056800     EXIT.
056900
057000******************************************************************
057100* 2100-FIND-CC-ENTRY - LOCATE THE TABLE ENTRY FOR THE CENTER IN *
057200* WS-FIND-CC-CODE, OPENING A FRESH ONE THE FIRST TIME THE CENTER *
057210* APPEARS ON THE LEDGER OR THE TRAIL.                            *
057300******************************************************************
057400 2100-FIND-CC-ENTRY.
057500     SET CC-IX TO 1.
057700         AT END
057800             PERFORM 2150-OPEN-CC-ENTRY
057900                 THRU 2150-EXIT
058000         WHEN WS-CC-CODE (CC-IX) = WS-FIND-CC-CODE
058100             CONTINUE
058200     END-SEARCH.
058300 2100-EXIT.
058600 2150-OPEN-CC-ENTRY.
058700     IF WS-CC-COUNT = 200
058800         DISPLAY "PERCLOSE003E - MORE THAN 200 COST CENTERS "
058900                 "ON THE LEDGER AND TRAIL, SPLIT THE CLOSE"
059000         MOVE 16 TO RETURN-CODE
059100         STOP RUN
059200     END-IF.
059300     ADD 1 TO WS-CC-COUNT.
059400     SET CC-IX TO WS-CC-COUNT.
059500     MOVE WS-FIND-CC-CODE TO WS-CC-CODE (CC-IX).
059600     MOVE 0 TO WS-CC-OPENING (CC-IX).
059610     SET WS-CC-BF-NONE (CC-IX)    TO TRUE.
059620     MOVE SPACES TO WS-CC-BF-DATE (CC-IX).
059630     MOVE SPACES TO WS-CC-BF-TYPE (CC-IX).
059640     MOVE 0 TO WS-CC-BF-AMOUNT (CC-IX).
059650     SET WS-CC-PRIOR-NONE (CC-IX) TO TRUE.
059660     MOVE SPACES TO WS-CC-PRIOR-DATE (CC-IX).
059670     MOVE 0 TO WS-CC-PRIOR-CLOSE (CC-IX).
059700     MOVE 0 TO WS-CC-ADD-COUNT (CC-IX).
059800     MOVE 0 TO WS-CC-ADD-TOTAL (CC-IX).
059900     MOVE 0 TO WS-CC-SUB-COUNT (CC-IX).
068800
068900******************************************************************
069000* 4000-WRITE-CC-STATEMENTS - ONE CONSOLIDATED STATEMENT PER     *
069100* COST CENTER: OPENING POSITION AND WHERE IT CAME FROM,          *
069200* ACTIVITY BY OPERATION CODE, PERIOD ACTIVITY AND THE CLOSING   *
069210* POSITION.  AN OPENING THAT DISAGREES WITH THE PRIOR PERIOD'S  *
069220* LEDGER CLOSE - ACTIVITY DATED INTO A GAP BETWEEN CLOSES, OR A *
069230* YEAR-OPENING RECORD THAT DOES NOT CARRY THE YEAR'S CLOSE -    *
069240* IS FLAGGED UNDER THE OPENING LINE.                             *
069300******************************************************************
069400 4000-WRITE-CC-STATEMENTS.
069500     IF WS-CC-COUNT = 0
069600         MOVE "NO BALANCES OR ACTIVITY THROUGH PERIOD END"
069700             TO WS-REPORT-VERDICT-LINE
069800         MOVE WS-REPORT-VERDICT-LINE TO RPTOUT-RECORD
069900         WRITE RPTOUT-RECORD
071800     MOVE WS-CC-OPENING (CC-IX)    TO AM-AMOUNT.
071900     MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD.
072000     WRITE RPTOUT-RECORD.
072010     PERFORM 4100-WRITE-OPENING-SOURCE
072020         THRU 4100-EXIT.
072100     MOVE "ADDS:"                  TO AM-LABEL.
072200     MOVE WS-CC-ADD-COUNT (CC-IX)  TO AM-COUNT.
072300     MOVE WS-CC-ADD-TOTAL (CC-IX)  TO AM-AMOUNT.
075500 4050-EXIT.
075600     EXIT.
075700
075701******************************************************************
075702* 4100-WRITE-OPENING-SOURCE - SHOW WHERE THE CENTER'S OPENING    *
075703* CAME FROM AND PROVE IT AGAINST THE PRIOR PERIOD'S LEDGER       *
075704* CLOSE.  A CENTER WITH NO LEDGER BALANCE OPENED FROM THE TRAIL  *
075705* AND HAS NOTHING TO PROVE AGAINST.                              *
075706******************************************************************
075707 4100-WRITE-OPENING-SOURCE.
075708     IF WS-CC-BF-NONE (CC-IX)
075709         MOVE "  OPENING FROM AUDIT TRAIL - NO LEDGER BALANCE"
075710             TO RPTOUT-RECORD
075711         WRITE RPTOUT-RECORD
075712         GO TO 4100-EXIT
075713     END-IF.
075714     MOVE WS-CC-BF-DATE (CC-IX)   TO BF-PERIOD-END.
075715     MOVE WS-CC-BF-AMOUNT (CC-IX) TO BF-AMOUNT.
075716     IF WS-CC-BF-TYPE (CC-IX) = "Y"
075717         MOVE "YEAR-OPENING BALANCE" TO BF-SOURCE
075718     ELSE
075719         MOVE "PERIOD CLOSE"         TO BF-SOURCE
075720     END-IF.
075721     MOVE WS-REPORT-BF-LINE TO RPTOUT-RECORD.
075722     WRITE RPTOUT-RECORD.
075723     IF WS-CC-PRIOR-NONE (CC-IX)
075724         GO TO 4100-EXIT
075725     END-IF.
075726     IF WS-CC-OPENING (CC-IX) NOT = WS-CC-PRIOR-CLOSE (CC-IX)
075727         ADD 1 TO WS-BF-MISMATCH-COUNT
075728         MOVE WS-CC-PRIOR-DATE (CC-IX)  TO PF-PERIOD-END
075729         MOVE WS-CC-PRIOR-CLOSE (CC-IX) TO PF-AMOUNT
075730         MOVE WS-REPORT-PRIOR-FLAG-LINE TO RPTOUT-RECORD
075731         WRITE RPTOUT-RECORD
075732         DISPLAY "PERCLOSE007W - CENTER " WS-CC-CODE (CC-IX)
075733                 " OPENING DISAGREES WITH THE CLOSE OF "
075734                 WS-CC-PRIOR-DATE (CC-IX)
075735     END-IF.
075736 4100-EXIT.
075737     EXIT.
075738
075800******************************************************************
075900* 5000-WRITE-RUN-SECTION - LIST EVERY RUN SLICE IN THE PERIOD    *
076000* WITH ITS RECORD COUNT AND TOTAL, SO THE STATEMENT SHOWS WHICH  *
080900     MOVE WS-COMMITTED-TOTAL      TO AM-AMOUNT.
081000     MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD.
081100     WRITE RPTOUT-RECORD.
081110     MOVE "LEDGER BALANCES B/F:"   TO AM-LABEL.
081120     MOVE WS-BF-CENTER-COUNT      TO AM-COUNT.
081130     MOVE 0                       TO AM-AMOUNT.
081140     MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD.
081150     WRITE RPTOUT-RECORD.
081160     MOVE "OPENINGS FLAGGED:"      TO AM-LABEL.
081170     MOVE WS-BF-MISMATCH-COUNT    TO AM-COUNT.
081180     MOVE 0                       TO AM-AMOUNT.
081190     MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD.
081191     WRITE RPTOUT-RECORD.
081200     IF WS-ACTIVITY-TOTAL NOT = WS-COMMITTED-TOTAL
081300         SET PERIOD-DOES-NOT-CLOSE TO TRUE
081400         DISPLAY "PERCLOSE005E - PERIOD ACTIVITY DOES NOT TIE TO "
082900     WRITE RPTOUT-RECORD.
083000 6000-EXIT.
083100     EXIT.
083200
083300******************************************************************
083400* 7000-POST-BALANCE-LEDGER - A CLOSED PERIOD POSTS EVERY         *
083500* CENTER'S CLOSING BALANCE TO THE CCBAL LEDGER AS A TYPE C       *
083600* RECORD KEYED BY THE PERIOD-END DATE, SO THE NEXT CLOSE OPENS   *
083700* FROM IT.  A PERIOD CLOSED AGAIN (A RERUN AFTER A LATE FIX)     *
083800* REPLACES ITS EARLIER BALANCES.  ON A YEAR-END CLOSE EACH       *
083900* CENTER ALSO GETS A TYPE Y YEAR-OPENING RECORD CARRYING ITS     *
084000* CLOSING BALANCE INTO THE NEW FISCAL YEAR.                      *
084100******************************************************************
084200 7000-POST-BALANCE-LEDGER.
084300     IF WS-CC-COUNT = 0
084400         GO TO 7000-EXIT
084500     END-IF.
084600     PERFORM 7050-POST-ONE-CENTER
084700         THRU 7050-EXIT
084800         VARYING WS-CC-SUB FROM 1 BY 1
084900         UNTIL WS-CC-SUB > WS-CC-COUNT.
085000     MOVE "LEDGER BALANCES POSTED:" TO AM-LABEL.
085100     MOVE WS-LEDGER-POSTED-COUNT  TO AM-COUNT.
085200     MOVE 0                       TO AM-AMOUNT.
085300     MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD.
085400     WRITE RPTOUT-RECORD.
085500     IF YEAR-END-CLOSE
085600         MOVE "YEAR-OPENING RECORDS:"  TO AM-LABEL
085700         MOVE WS-ROLLOVER-COUNT       TO AM-COUNT
085800         MOVE 0                       TO AM-AMOUNT
085900         MOVE WS-REPORT-AMOUNT-LINE TO RPTOUT-RECORD
086000         WRITE RPTOUT-RECORD
086100         DISPLAY "PERCLOSE000I - FISCAL YEAR " WS-FISCAL-YEAR
086200                 " BALANCES CARRIED INTO " WS-NEXT-FISCAL-YEAR
086300     END-IF.
086400 7000-EXIT.
086500     EXIT.
086600
086700 7050-POST-ONE-CENTER.
086800     SET CC-IX TO WS-CC-SUB.
086900     COMPUTE WS-CC-ACTIVITY =
087000         WS-CC-ADD-TOTAL (CC-IX)
087100         + WS-CC-SUB-TOTAL (CC-IX)
087200         + WS-CC-REV-TOTAL (CC-IX).
087300     MOVE SPACES                  TO CCB-RECORD.
087400     MOVE WS-CC-CODE (CC-IX)      TO CCB-COST-CENTER.
087500     MOVE WS-PERIOD-END           TO CCB-PERIOD-END.
087600     SET CCB-TYPE-CLOSE           TO TRUE.
087700     MOVE WS-PERIOD-START         TO CCB-PERIOD-START.
087800     MOVE WS-FISCAL-YEAR          TO CCB-FISCAL-YEAR.
087900     MOVE WS-CC-OPENING (CC-IX)   TO CCB-OPENING.
088000     MOVE WS-CC-ACTIVITY          TO CCB-ACTIVITY.
088100     COMPUTE CCB-CLOSING =
088200         WS-CC-OPENING (CC-IX) + WS-CC-ACTIVITY.
088300     MOVE WS-RUN-DATE-DISPLAY     TO CCB-CLOSE-DATE.
088400     MOVE WS-RUN-TIME-DISPLAY     TO CCB-CLOSE-TIME.
088500     PERFORM 7100-WRITE-LEDGER-RECORD
088600         THRU 7100-EXIT.
088700     ADD 1 TO WS-LEDGER-POSTED-COUNT.
088800     IF NOT-YEAR-END-CLOSE
088900         GO TO 7050-EXIT
089000     END-IF.
089100     SET CCB-TYPE-YEAR-OPENING    TO TRUE.
089200     MOVE WS-NEXT-FISCAL-YEAR     TO CCB-FISCAL-YEAR.
089300     MOVE CCB-CLOSING             TO CCB-OPENING.
089400     MOVE 0                       TO CCB-ACTIVITY.
089500     PERFORM 7100-WRITE-LEDGER-RECORD
089600         THRU 7100-EXIT.
089700     ADD 1 TO WS-ROLLOVER-COUNT.
089800 7050-EXIT.
089900     EXIT.
090000
090100******************************************************************
090200* 7100-WRITE-LEDGER-RECORD - WRITE THE LEDGER RECORD BUILT BY    *
090300* THE CALLER, REPLACING AN EARLIER ONE WITH THE SAME KEY.        *
090400******************************************************************
090500 7100-WRITE-LEDGER-RECORD.
090600     WRITE CCB-RECORD.
090700     IF WS-CCBAL-STATUS = "22"
090800         REWRITE CCB-RECORD
090900     END-IF.
091000     IF WS-CCBAL-STATUS NOT = "00"
091100         DISPLAY "PERCLOSE006E - WRITE TO CCBAL FAILED, FILE "
091200                 "STATUS = " WS-CCBAL-STATUS
091300                 ", CENTER = " CCB-COST-CENTER
091400         MOVE 16 TO RETURN-CODE
091500         STOP RUN
091600     END-IF.
091700 7100-EXIT.
091800     EXIT.
