003810*   COL   48    BLANK                                            *
003820*   COLS 49-51  CORRECTED CURRENCY CODE - BLANK KEEPS THE ONE    *
003830*               THE REJECT WAS KEYED WITH (BLANK = BASE)         *
003840* A CARD OF THE FORM AGE=NNN IN COLUMNS 1-7 OVERRIDES THE        *
003850* DEFAULT AGING LIMIT OF 5 DAYS.  AGES ARE COUNTED IN BUSINESS   *
003860* DAYS ON THE CALMAINT BUSINESS-DAY CALENDAR (DDNAME CALENDAR,   *
003870* CALREC LAYOUT) - A REJECT FROM A FRIDAY IS ONE DAY OLD ON THE  *
003880* MONDAY.                                                        *
004001*                                                                *
004002* A CARD OF THE FORM APPR=+NNNNNVV IN COLUMNS 1-13 SETS THE      *
004003* SUPERVISOR APPROVAL THRESHOLD: A CORRECTION WHOSE NUM1 OR      *
004013* A HELD CORRECTION IS LISTED IN THE PENDING-APPROVALS LINES     *
004014* WITH ITS DAYS OPEN AND DOES NOT AGE INTO THE FALSE-ALARM       *
004015* LIST.                                                          *
004016*                                                                *
004017* A CARD OF THE FORM REL, LAID OUT EXACTLY LIKE THE APPROVAL     *
004018* CARD (LITERAL "REL ", HELD RUN DATE, HELD RECORD NUMBER,       *
004019* SUPERVISOR'S INITIALS), RELEASES ONE PAIR SUMTWONUMBERS HELD   *
004020* ON DUPHOLD AS A SUSPECTED DUPLICATE.  THE RELEASED PAIRS ARE   *
004021* WRITTEN AS KEYED TO A SEPARATE RELEASE ENVELOPE ON FIXOUT,     *
004022* BATCH ID L + YYDDD + HH, AFTER THE RECYCLE ENVELOPE;           *
004023* SUMTWONUMBERS NEVER HOLDS A PAIR FROM AN L BATCH, SO A GENUINE *
004024* REPEAT POSTS ON THE NEXT RUN.                                  *
004100*                                                                *
004200* MODIFICATION HISTORY                                          *
004300*   2026-08-21  RLH  INITIAL VERSION.                            *
008868*                    AGE INTO THE FALSE-ALARM LIST, AND THE      *
008869*                    FIXLOG ENTRY NOW RECORDS WHO APPROVED A     *
008870*                    HIGH-VALUE REPAIR.                          *
008871*   2026-10-15  RLH  A REJECTED H RECORD (A REVERSAL NAMING ITS  *
008872*                    ORIGINAL POSTING BY RUN DATE AND RECORD     *
008873*                    NUMBER) IS LISTED FOR RE-KEYING LIKE ANY    *
008874*                    OTHER REVERSAL - ITS REFERENCE SITS WHERE A *
008875*                    CORRECTION CARD'S AMOUNTS WOULD GO.         *
008876*   2026-10-15  RLH  ADDED THE REL CARD AND THE DUPIN DD (THE    *
008877*                    DUPHOLD SUSPECTED-DUPLICATE FILE, DUPREC    *
008878*                    LAYOUT).  EACH HELD PAIR A SUPERVISOR       *
008879*                    RELEASES IS WRITTEN AS KEYED TO AN          *
008880*                    L-PREFIXED RELEASE ENVELOPE AFTER THE       *
008881*                    RECYCLE ENVELOPE, WHICH SUMTWONUMBERS POSTS *
008882*                    WITHOUT HOLDING AGAIN, AND IS LOGGED ON     *
008883*                    FIXLOG WITH THE SUPERVISOR'S INITIALS SO IT *
008884*                    CAN ONLY BE RELEASED ONCE.                  *
008887*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
008890*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
008893*                    REJECTS READ, RECYCLED, AGED AND HELD - FOR *
008896*                    THE CYCLRPT CYCLE CONTROL SHEET.            *
008897*   2026-10-15  RLH  REJECT AGES AND DAYS OPEN ARE NOW COUNTED   *
008898*                    IN BUSINESS DAYS ON THE CALMAINT CALENDAR.  *
008899*   2026-10-15  RLH  ENVELOPES NOW DATED THE LAST BUSINESS DAY.  *
008900******************************************************************

009000 ENVIRONMENT DIVISION.
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS WS-RPTOUT-STATUS.

011010     SELECT DUPIN-FILE ASSIGN TO DUPIN
011020         ORGANIZATION IS SEQUENTIAL
011030         FILE STATUS IS WS-DUPIN-STATUS.

011040     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
011050         ORGANIZATION IS SEQUENTIAL
011060         FILE STATUS IS WS-STEPLOG-STATUS.

011070     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
011080         ORGANIZATION IS SEQUENTIAL
011090         FILE STATUS IS WS-CALENDAR-STATUS.

011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  REJIN-FILE
013900     RECORDING MODE IS F.
014000 01  RPTOUT-RECORD               PIC X(80).

014010 FD  DUPIN-FILE
014020     RECORDING MODE IS F.
014030     COPY DUPREC.

014040 FD  STEPLOG-FILE
014050     RECORDING MODE IS F.
014060     COPY STEPLREC.

014070 FD  CALENDAR-FILE
014080     RECORDING MODE IS F.
014090     COPY CALREC.

014100 WORKING-STORAGE SECTION.
014200 01  WS-REJIN-STATUS             PIC X(02) VALUE SPACES.
014300 01  WS-CORRIN-STATUS            PIC X(02) VALUE SPACES.
014500 01  WS-FIXLOG-STATUS            PIC X(02) VALUE SPACES.
014600 01  WS-REGSTRY-STATUS           PIC X(02) VALUE SPACES.
014700 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
014710 01  WS-DUPIN-STATUS             PIC X(02) VALUE SPACES.
014720 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
014730 01  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.

014800 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
014900 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
016900     88  FIXED-POSTED-FOUND                VALUE "Y".
017000     88  FIXED-POSTED-NOT-FOUND            VALUE "N".

017010 01  WS-DUPIN-EOF-SWITCH         PIC X(01) VALUE "N".
017020     88  DUPIN-EOF-YES                     VALUE "Y".
017030     88  DUPIN-EOF-NO                      VALUE "N".

017040 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
017050     88  STEPLOG-EOF-YES                   VALUE "Y".
017060     88  STEPLOG-EOF-NO                    VALUE "N".

017062 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE "N".
017064     88  CALENDAR-EOF-YES                  VALUE "Y".
017066     88  CALENDAR-EOF-NO                   VALUE "N".

017070 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
017080 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.

017100******************************************************************
017200* CORRECTION CARD WORKING LAYOUT AND IN-CORE CORRECTIONS TABLE   *
017300******************************************************************

023200 01  WS-FIX-BATCH-ID             PIC X(08) VALUE SPACES.

023201******************************************************************
023202* SUSPECTED-DUPLICATE RELEASE STATE - EACH REL CARD NAMES ONE    *
023203* PAIR HELD ON DUPHOLD BY ITS HELD RUN DATE AND RECORD NUMBER.   *
023204* RELEASED PAIRS RIDE THEIR OWN L-PREFIXED ENVELOPE, OPENED WITH *
023205* THE FIRST ONE.                                                 *
023206******************************************************************
023207 01  WS-RELEASE-TABLE.
023208     05  WS-REL-ENTRY            OCCURS 200 TIMES
023209                                 INDEXED BY REL-IX.
023210         10  WS-REL-HELD-DATE    PIC X(10).
023211         10  WS-REL-RECORD-NO    PIC 9(09).
023212         10  WS-REL-INITIALS     PIC X(03).
023213         10  WS-REL-USED-FLAG    PIC X(01).
023214             88  WS-REL-USED               VALUE "Y".
023215             88  WS-REL-UNUSED             VALUE "N".
023216 01  WS-REL-COUNT                PIC 9(03) COMP VALUE 0.
023217 01  WS-REL-USED-COUNT           PIC 9(03) COMP VALUE 0.
023218 01  WS-RELEASED-COUNT           PIC 9(09) COMP VALUE 0.
023219 01  WS-REL-HASH-TOTAL           PIC S9(11)V99 VALUE 0.
023220 01  WS-REL-BATCH-ID             PIC X(08) VALUE SPACES.
023221 01  WS-REL-ENVELOPE-SWITCH      PIC X(01) VALUE "N".
023222     88  REL-ENVELOPE-OPEN                 VALUE "Y".
023223     88  REL-ENVELOPE-NOT-OPEN             VALUE "N".

023300 01  WS-AGING-LIMIT-DAYS         PIC 9(03) VALUE 5.
023400 01  WS-REJECT-AGE-DAYS          PIC S9(05) COMP VALUE 0.
023500 01  WS-RUN-DAY-NO               PIC S9(07) COMP VALUE 0.
023600 01  WS-REJ-DAY-NO               PIC S9(07) COMP VALUE 0.
023602 01  WS-AGE-FROM-DAY-NO          PIC S9(07) COMP VALUE 0.

023604******************************************************************
023606* BUSINESS-DAY CALENDAR - THE HOLIDAYS AND WORKED WEEKEND DAYS   *
023608* FROM THE CALMAINT CALENDAR FILE (DDNAME CALENDAR, CALREC       *
023610* LAYOUT), IN DATE ORDER, READ BY STDGEN, REJFIX AND SUMTWO      *
023612* ALIKE.  THE BUSINESS-DAY TEST TURNS A DATE INTO A DAY NUMBER,  *
023614* TAKES ITS DAY OF THE WEEK FROM THE DAY NUMBER (DAY 1,          *
023616* 1601-01-01, WAS A MONDAY) AND LOOKS THE DATE UP HERE.          *
023618******************************************************************
023620 01  WS-CAL-TABLE.
023622     05  WS-CAL-ENTRY            OCCURS 1000 TIMES
023624                                 INDEXED BY CAL-IX.
023626         10  WS-CAL-DATE         PIC X(10).
023628         10  WS-CAL-DAY-TYPE     PIC X(01).

023630 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE 0.

023632 01  WS-CAL-TEST-DATE            PIC X(10) VALUE SPACES.
023634 01  WS-CAL-TEST-SPLIT           REDEFINES WS-CAL-TEST-DATE.
023636     05  WS-CAL-TEST-YYYY        PIC X(04).
023638     05  FILLER                  PIC X(01).
023640     05  WS-CAL-TEST-MM          PIC X(02).
023642     05  FILLER                  PIC X(01).
023644     05  WS-CAL-TEST-DD          PIC X(02).

023646 01  WS-CAL-COMPACT.
023648     05  WS-CAL-CMP-YYYY         PIC X(04).
023650     05  WS-CAL-CMP-MM           PIC X(02).
023652     05  WS-CAL-CMP-DD           PIC X(02).
023654 01  WS-CAL-COMPACT-NUM          REDEFINES WS-CAL-COMPACT
023656                                 PIC 9(08).

023658 01  WS-CAL-DAY-NO               PIC S9(07) COMP VALUE 0.
023660 01  WS-CAL-WEEK-NO              PIC S9(07) COMP VALUE 0.
023662 01  WS-CAL-WEEKDAY              PIC 9(01) COMP VALUE 0.

023664 01  WS-CAL-BUSINESS-SWITCH      PIC X(01) VALUE "N".
023666     88  CAL-BUSINESS-DAY                  VALUE "Y".
023668     88  CAL-NOT-BUSINESS-DAY              VALUE "N".

023670 01  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
023672     88  CAL-DATE-ON-FILE                  VALUE "Y".
023674     88  CAL-DATE-NOT-ON-FILE              VALUE "N".

023682 01  WS-ENV-BUS-DATE             PIC X(10) VALUE SPACES.
023690 01  WS-ENV-DAYS-BACK            PIC 9(03) COMP VALUE 0.

023700 01  WS-SYS-DATE-FIELDS.
023800     05  WS-SYS-YYYY             PIC 9(04).
030500     PERFORM 0900-GET-RUN-DATE-TIME
030600         THRU 0900-EXIT.

030610     PERFORM 9100-LOAD-CALENDAR
030620         THRU 9100-EXIT.

030630     PERFORM 9400-SET-ENVELOPE-DATE
030640         THRU 9400-EXIT.

030700     OPEN INPUT REJIN-FILE.
030800     IF WS-REJIN-STATUS = "35" OR WS-REJIN-STATUS = "05"
030900         SET REJIN-EOF-YES TO TRUE
034200     PERFORM 2600-WRITE-FEED-TRAILER
034300         THRU 2600-EXIT.

034310     PERFORM 2800-RELEASE-HELD-PAIRS
034320         THRU 2800-EXIT.

034400     PERFORM 3000-WRITE-REPORT-TOTALS
034500         THRU 3000-EXIT.

035000     CLOSE FIXLOG-FILE.
035100     CLOSE RPTOUT-FILE.

035110     MOVE "REJECTS RECYCLED, NONE LEFT WAITING"
035120         TO WS-STEP-REASON.
035200     IF WS-AGED-COUNT > 0
035300         DISPLAY "REJFIX004W - " WS-AGED-COUNT " REJECT(S) LEFT "
035400                 "UNCORRECTED PAST THE AGING LIMIT"
035500         MOVE 4 TO RETURN-CODE
035510         MOVE "REJECT(S) UNCORRECTED PAST AGING LIMIT"
035520             TO WS-STEP-REASON
035600     END-IF.
035610     IF WS-HELD-COUNT > 0
035620         DISPLAY "REJFIX009W - " WS-HELD-COUNT " CORRECTION(S) "
035630                 "HELD AWAITING SUPERVISOR APPROVAL"
035640         MOVE 4 TO RETURN-CODE
035643         MOVE "CORRECTION(S) HELD FOR APPROVAL"
035646             TO WS-STEP-REASON
035650     END-IF.
035660     PERFORM 8900-WRITE-STEP-LOG
035670         THRU 8900-EXIT.
035700     STOP RUN.

035800******************************************************************
040200            WS-SYS-JUL-DDD DELIMITED BY SIZE
040300            WS-SYS-HH      DELIMITED BY SIZE
040400            INTO WS-FIX-BATCH-ID.
040410     STRING "L"            DELIMITED BY SIZE
040420            WS-SYS-JUL-YY  DELIMITED BY SIZE
040430            WS-SYS-JUL-DDD DELIMITED BY SIZE
040440            WS-SYS-HH      DELIMITED BY SIZE
040450            INTO WS-REL-BATCH-ID.
040500 0900-EXIT.
040600     EXIT.

046600         SUBTRACT 1 FROM WS-CARDS-READ-COUNT
046700         GO TO 1050-EXIT
046800     END-IF.
046802     IF APP-CARD-KEYWORD = "REL "
046803         PERFORM 1080-LOAD-RELEASE-CARD
046804             THRU 1080-EXIT
046805         SUBTRACT 1 FROM WS-CARDS-READ-COUNT
046806         GO TO 1050-EXIT
046807     END-IF.
046810     IF APPR-CARD-KEYWORD = "APPR="
046820         IF APPR-CARD-LIMIT NUMERIC
046830             MOVE APPR-CARD-LIMIT TO WS-APPR-LIMIT
061400         ADD 1 TO WS-PRIOR-FIXED-COUNT
061500         GO TO 2000-EXIT
061600     END-IF.
061700     IF REJ-OP-CODE = "R" OR REJ-OP-CODE = "H"
061800         PERFORM 2400-REPORT-REVERSAL-REJECT
061900             THRU 2400-EXIT
062000         GO TO 2000-EXIT
073580     EXIT.

073590******************************************************************
073600* 2700-WRITE-HELD-LINE - LIST ONE HELD CORRECTION ON THE         *
073610* PENDING-APPROVALS LINES WITH HOW MANY BUSINESS DAYS IT HAS     *
073620* BEEN OPEN.  A HELD CORRECTION IS NEITHER RECYCLED NOR AGED -   *
073630* IT WAITS FOR ITS APPROVAL CARD, AND ITS CORRECTION CARD STAYS  *
073640* UNUSED SO THE RESUPPLIED CARD PLUS THE APPROVAL RELEASE IT     *
073645* NEXT CYCLE.                                                    *
073650******************************************************************
073660 2700-WRITE-HELD-LINE.
073670     ADD 1 TO WS-HELD-COUNT.
073720     IF WS-DATE-COMPACT-NUM NUMERIC
073730         COMPUTE WS-REJ-DAY-NO =
073740             FUNCTION INTEGER-OF-DATE (WS-DATE-COMPACT-NUM)
073750         PERFORM 9300-COUNT-BUSINESS-DAYS
073760             THRU 9300-EXIT
073770     ELSE
073780         MOVE 999 TO WS-REJECT-AGE-DAYS
073790     END-IF.
073880     EXIT.

073200******************************************************************
073302* 2200-AGE-REJECT - WORK OUT HOW MANY BUSINESS DAYS THE REJECT   *
073304* HAS BEEN OPEN.  A REJECT OLDER THAN THE AGING LIMIT IS LISTED  *
073306* ON THE REPORT; A REJECT WHOSE RUN DATE CANNOT BE READ IS       *
073308* TREATED AS AGED SO IT CANNOT HIDE.                             *
073700******************************************************************
073800 2200-AGE-REJECT.
073900     MOVE REJ-RUN-DATE TO WS-DATE-SPLIT.
074300     IF WS-DATE-COMPACT-NUM NUMERIC
074400         COMPUTE WS-REJ-DAY-NO =
074500             FUNCTION INTEGER-OF-DATE (WS-DATE-COMPACT-NUM)
074600         PERFORM 9300-COUNT-BUSINESS-DAYS
074700             THRU 9300-EXIT
074800     ELSE
074900         MOVE 999 TO WS-REJECT-AGE-DAYS
075000     END-IF.
077600* RECYCLED SAFELY: IN THE RECYCLE BATCH IT WOULD OFFSET THE      *
077700* RECORD THAT HAPPENED TO PRECEDE IT, NOT THE RECORD IT WAS      *
077800* KEYED AGAINST.  LIST IT FOR MANUAL RE-KEYING IN THE MAIN FEED. *
077810* A REJECTED H RECORD IS LISTED THE SAME WAY - A CORRECTION CARD *
077820* CANNOT REPAIR THE POSTING REFERENCE IT CARRIES.                *
077900******************************************************************
078000 2400-REPORT-REVERSAL-REJECT.
078100     ADD 1 TO WS-REVERSAL-COUNT.

079100******************************************************************
079200* 2500-WRITE-FEED-HEADER - OPEN THE RECYCLE FEED'S BATCH        *
079300* ENVELOPE WITH ITS OWN BATCH ID AND THE LAST BUSINESS DAY ON   *
079400* OR BEFORE THE RUN DATE AS THE BUSINESS DATE, SO THE CORRECTED *
079500* PAIRS VERIFY THE SAME WAY THE CAPTURE AREA'S BATCH DOES.      *
079600******************************************************************
079700 2500-WRITE-FEED-HEADER.
079800     MOVE SPACES TO SYSIN-RECORD.
079900     SET SYSIN-REC-HEADER TO TRUE.
080000     MOVE WS-FIX-BATCH-ID     TO SYSIN-HDR-BATCH-ID.
080100     MOVE WS-ENV-BUS-DATE     TO SYSIN-HDR-BUS-DATE.
080200     WRITE SYSIN-RECORD.
080300 2500-EXIT.
080400     EXIT.
086100         WS-CORR-COUNT - WS-CORR-USED-COUNT.
086200     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
086300     WRITE RPTOUT-RECORD.
086310     MOVE "DUPLICATES RELEASED:" TO CL-COUNT-LABEL.
086320     MOVE WS-RELEASED-COUNT      TO CL-COUNT-VALUE.
086330     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
086340     WRITE RPTOUT-RECORD.
086350     MOVE "RELEASE CARDS UNMATCHED:" TO CL-COUNT-LABEL.
086360     COMPUTE CL-COUNT-VALUE =
086370         WS-REL-COUNT - WS-REL-USED-COUNT.
086380     MOVE WS-REPORT-COUNT-LINE   TO RPTOUT-RECORD.
086390     WRITE RPTOUT-RECORD.
086400 3000-EXIT.
086500     EXIT.

086600******************************************************************
086700* 1080-LOAD-RELEASE-CARD - POST ONE SUSPECTED-DUPLICATE RELEASE  *
086800* CARD TO THE RELEASE TABLE.  A TABLE OVERFLOW IS FATAL - A      *
086900* CYCLE WITH MORE THAN 200 RELEASES NEEDS TO BE SPLIT, NOT       *
087000* SILENTLY CLIPPED.                                              *
087100******************************************************************
087200 1080-LOAD-RELEASE-CARD.
087300     IF WS-REL-COUNT = 200
087400         DISPLAY "REJFIX010E - MORE THAN 200 RELEASE CARDS "
087500                 "SUPPLIED, SPLIT THE CORRECTIONS FILE"
087600         MOVE 16 TO RETURN-CODE
087700         STOP RUN
087800     END-IF.
087900     ADD 1 TO WS-REL-COUNT.
088000     SET REL-IX TO WS-REL-COUNT.
088100     MOVE APP-CARD-REJ-DATE  TO WS-REL-HELD-DATE (REL-IX).
088200     MOVE APP-CARD-RECORD-NO TO WS-REL-RECORD-NO (REL-IX).
088300     MOVE APP-CARD-INITIALS  TO WS-REL-INITIALS (REL-IX).
088400     SET WS-REL-UNUSED (REL-IX) TO TRUE.
088500 1080-EXIT.
088600     EXIT.

088700******************************************************************
088800* 2800-RELEASE-HELD-PAIRS - PASS THE DUPHOLD SUSPECTED-DUPLICATE *
088900* FILE AGAINST THE REL CARDS.  EACH HELD PAIR A SUPERVISOR HAS   *
089000* RELEASED IS WRITTEN, EXACTLY AS KEYED, INTO THE RELEASE        *
089100* ENVELOPE AFTER THE RECYCLE ENVELOPE ON FIXOUT, AND LOGGED ON   *
089200* FIXLOG WITH THE SUPERVISOR'S INITIALS.  NO REL CARDS, OR NO    *
089300* DUPHOLD DATASET YET, MEANS NO RELEASE ENVELOPE AT ALL.         *
089400******************************************************************
089500 2800-RELEASE-HELD-PAIRS.
089600     IF WS-REL-COUNT = 0
089700         GO TO 2800-EXIT
089800     END-IF.
089900     OPEN INPUT DUPIN-FILE.
090000     IF WS-DUPIN-STATUS = "35" OR WS-DUPIN-STATUS = "05"
090100         GO TO 2800-EXIT
090200     END-IF.
090300     MOVE WS-DUPIN-STATUS TO WS-FILE-STATUS-CHECK.
090400     MOVE "DUPIN"         TO WS-FILE-NAME-CHECK.
090500     PERFORM 0100-VERIFY-FILE-STATUS
090600         THRU 0100-EXIT.
090700     PERFORM 2850-RELEASE-ONE-HELD-PAIR
090800         THRU 2850-EXIT
090900         UNTIL DUPIN-EOF-YES.
091000     CLOSE DUPIN-FILE.
091100     IF REL-ENVELOPE-OPEN
091200         MOVE SPACES TO SYSIN-RECORD
091300         SET SYSIN-REC-TRAILER TO TRUE
091400         MOVE WS-RELEASED-COUNT  TO SYSIN-TRL-REC-COUNT
091500         MOVE WS-REL-HASH-TOTAL  TO SYSIN-TRL-HASH-TOTAL
091600         WRITE SYSIN-RECORD
091700     END-IF.
091800 2800-EXIT.
091900     EXIT.

092000******************************************************************
092100* 2850-RELEASE-ONE-HELD-PAIR - READ ONE HELD PAIR AND RELEASE IT *
092200* IF A REL CARD NAMES IT.  A PAIR WHOSE EARLIER RELEASE IS       *
092300* LOGGED ON FIXLOG IN A BATCH REGISTERED COMPLETE HAS ALREADY    *
092400* POSTED AND IS ONLY LISTED; A RELEASE THAT RODE A TRIAL OR      *
092500* FAILED RUN MAY BE RELEASED AGAIN.                              *
092600******************************************************************
092700 2850-RELEASE-ONE-HELD-PAIR.
092800     READ DUPIN-FILE
092900         AT END
093000             SET DUPIN-EOF-YES TO TRUE
093100             GO TO 2850-EXIT
093200     END-READ.
093300     SET MATCH-NOT-FOUND TO TRUE.
093400     SET REL-IX TO 1.
093500     SEARCH WS-REL-ENTRY
093600         WHEN WS-REL-HELD-DATE (REL-IX) = DUP-RUN-DATE
093700          AND WS-REL-RECORD-NO (REL-IX) = DUP-RECORD-NO
093800          AND WS-REL-UNUSED (REL-IX)
093900             SET MATCH-FOUND TO TRUE
094000     END-SEARCH.
094100     IF MATCH-NOT-FOUND
094200         GO TO 2850-EXIT
094300     END-IF.
094400     SET WS-REL-USED (REL-IX) TO TRUE.
094500     ADD 1 TO WS-REL-USED-COUNT.
094600     MOVE DUP-RUN-DATE       TO AL-REJ-DATE.
094700     MOVE DUP-RECORD-NO      TO AL-RECORD-NO.
094800     MOVE SPACES             TO AL-REASON-CODE.
094900     MOVE 0                  TO AL-AGE-DAYS.
095000     SET FIXED-POSTED-NOT-FOUND TO TRUE.
095100     IF WS-FIXED-COUNT > 0
095200         SET FXD-IX TO 1
095300         SEARCH WS-FIXED-ENTRY
095400             WHEN WS-FXD-REJ-DATE (FXD-IX) = DUP-RUN-DATE
095500              AND WS-FXD-RECORD-NO (FXD-IX) = DUP-RECORD-NO
095600              AND WS-FXD-POSTED (FXD-IX)
095700                 SET FIXED-POSTED-FOUND TO TRUE
095800         END-SEARCH
095900     END-IF.
096000     IF FIXED-POSTED-FOUND
096100         MOVE "ALREADY RELEASED" TO AL-STATUS-TEXT
096200         MOVE WS-REPORT-AGED-LINE TO RPTOUT-RECORD
096300         WRITE RPTOUT-RECORD
096400         GO TO 2850-EXIT
096500     END-IF.
096600     IF REL-ENVELOPE-NOT-OPEN
096700         MOVE SPACES TO SYSIN-RECORD
096800         SET SYSIN-REC-HEADER TO TRUE
096900         MOVE WS-REL-BATCH-ID     TO SYSIN-HDR-BATCH-ID
097000         MOVE WS-ENV-BUS-DATE     TO SYSIN-HDR-BUS-DATE
097100         WRITE SYSIN-RECORD
097200         SET REL-ENVELOPE-OPEN TO TRUE
097300     END-IF.
097400     MOVE SPACES TO SYSIN-RECORD.
097500     SET SYSIN-REC-DETAIL TO TRUE.
097600     MOVE DUP-OP-CODE     TO SYSIN-OP-CODE.
097700     MOVE DUP-COST-CENTER TO SYSIN-COST-CENTER.
097800     MOVE DUP-CURRENCY    TO SYSIN-CURRENCY.
097900     MOVE DUP-NUM1        TO SYSIN-NUM1.
098000     MOVE DUP-NUM2        TO SYSIN-NUM2.
098100     WRITE SYSIN-RECORD.
098200     ADD SYSIN-NUM1 TO WS-REL-HASH-TOTAL.
098300     ADD SYSIN-NUM2 TO WS-REL-HASH-TOTAL.
098400     ADD 1 TO WS-RELEASED-COUNT.
098500     MOVE DUP-RUN-DATE    TO FXL-REJ-DATE.
098600     MOVE DUP-RECORD-NO   TO FXL-RECORD-NO.
098700     MOVE WS-REL-BATCH-ID TO FXL-BATCH-ID.
098800     MOVE WS-REL-INITIALS (REL-IX) TO FXL-APPROVED-BY.
098900     WRITE FIXLOG-RECORD.
099000     MOVE "RELEASED DUPLICATE" TO AL-STATUS-TEXT.
099100     MOVE WS-REPORT-AGED-LINE TO RPTOUT-RECORD.
099200     WRITE RPTOUT-RECORD.
099300 2850-EXIT.
099400     EXIT.

099500******************************************************************
099600* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
099700* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
099800* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
099900* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
100000* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
100100* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
100200* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
100300* DISP=MOD FILES USE.                                            *
100400******************************************************************
100500 8900-WRITE-STEP-LOG.
100600     MOVE SPACES TO WS-CYCLE-DATE.
100700     OPEN INPUT STEPLOG-FILE.
100800     IF WS-STEPLOG-STATUS = "00"
100900         PERFORM 8950-READ-ONE-STEP-LOG
101000             THRU 8950-EXIT
101100             UNTIL STEPLOG-EOF-YES
101200         CLOSE STEPLOG-FILE
101300     ELSE
101400         IF WS-STEPLOG-STATUS NOT = "35"
101500            AND WS-STEPLOG-STATUS NOT = "05"
101600             PERFORM 8980-STEPLOG-FAILURE
101700                 THRU 8980-EXIT
101800         END-IF
101900     END-IF.
102000     IF WS-CYCLE-DATE = SPACES
102100         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
102200     END-IF.
102300     OPEN EXTEND STEPLOG-FILE.
102400     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
102500         OPEN OUTPUT STEPLOG-FILE
102600     END-IF.
102700     IF WS-STEPLOG-STATUS NOT = "00"
102800         PERFORM 8980-STEPLOG-FAILURE
102900             THRU 8980-EXIT
103000     END-IF.
103100     MOVE SPACES TO SLG-RECORD.
103200     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
103300     MOVE "REJFIX"            TO SLG-PROGRAM.
103400     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
103500     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
103600     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
103700     MOVE WS-REJECTS-READ-COUNT TO SLG-COUNT-IN.
103800     COMPUTE SLG-COUNT-OUT =
103900         WS-CORRECTED-COUNT + WS-RELEASED-COUNT.
104000     MOVE WS-AGED-COUNT       TO SLG-COUNT-EXCEPTION.
104100     MOVE WS-HELD-COUNT       TO SLG-COUNT-HELD.
104200     COMPUTE SLG-AMOUNT =
104300         WS-FIX-HASH-TOTAL + WS-REL-HASH-TOTAL.
104400     MOVE WS-STEP-REASON      TO SLG-REASON.
104500     WRITE SLG-RECORD.
104600     CLOSE STEPLOG-FILE.
104700 8900-EXIT.
104800     EXIT.

104900 8950-READ-ONE-STEP-LOG.
105000     READ STEPLOG-FILE
105100         AT END
105200             SET STEPLOG-EOF-YES TO TRUE
105300             GO TO 8950-EXIT
105400     END-READ.
105500     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
105600 8950-EXIT.
105700     EXIT.

105800******************************************************************
105900* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
106000* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
106100* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
106200* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
106300* FAILURE DOES.                                                  *
106400******************************************************************
106500 8980-STEPLOG-FAILURE.
106600     DISPLAY "REJFIX011E - UNABLE TO OPEN STEPLOG, FILE "
106700             "STATUS = " WS-STEPLOG-STATUS.
106800     MOVE 16 TO RETURN-CODE.
106900     STOP RUN.
107000 8980-EXIT.
107100     EXIT.

107110******************************************************************
107120* 9100-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR INTO THE   *
107130* TABLE.  EVERY REJECT IS AGED IN BUSINESS DAYS, SO A CALENDAR   *
107140* THAT CANNOT BE OPENED IS FATAL; AN EMPTY ONE SIMPLY MAKES      *
107150* EVERY MONDAY TO FRIDAY A BUSINESS DAY.  MORE THAN 1000 DATES   *
107160* IS FATAL - CALMAINT DELETES THE OLDEST.                        *
107170******************************************************************
107180 9100-LOAD-CALENDAR.
107190     MOVE SPACES TO WS-CAL-TABLE.
107200     OPEN INPUT CALENDAR-FILE.
107210     MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS-CHECK.
107220     MOVE "CALENDAR"         TO WS-FILE-NAME-CHECK.
107230     PERFORM 0100-VERIFY-FILE-STATUS
107240         THRU 0100-EXIT.
107250     PERFORM 9150-LOAD-ONE-CALENDAR-DAY
107260         THRU 9150-EXIT
107270         UNTIL CALENDAR-EOF-YES.
107280     CLOSE CALENDAR-FILE.
107290 9100-EXIT.
107300     EXIT.

107310 9150-LOAD-ONE-CALENDAR-DAY.
107320     READ CALENDAR-FILE
107330         AT END
107340             SET CALENDAR-EOF-YES TO TRUE
107350             GO TO 9150-EXIT
107360     END-READ.
107370     IF WS-CAL-COUNT = 1000
107380         DISPLAY "REJFIX012E - MORE THAN 1000 DATES ON THE "
107390                 "CALENDAR"
107400         MOVE 16 TO RETURN-CODE
107410         STOP RUN
107420     END-IF.
107430     ADD 1 TO WS-CAL-COUNT.
107440     MOVE CAL-DATE     TO WS-CAL-DATE (WS-CAL-COUNT).
107450     MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT).
107460 9150-EXIT.
107470     EXIT.

107480******************************************************************
107490* 9200-TEST-BUSINESS-DAY - DECIDE WHETHER THE DATE IN            *
107500* WS-CAL-TEST-DATE IS A BUSINESS DAY.  MONDAY TO FRIDAY IS A     *
107510* BUSINESS DAY UNLESS THE CALENDAR HOLDS IT AS A HOLIDAY;        *
107520* SATURDAY AND SUNDAY ARE NOT UNLESS THE CALENDAR HOLDS THEM AS  *
107530* WORKED DAYS.  A DATE THAT IS NOT A REAL CALENDAR DATE IS NEVER *
107540* A BUSINESS DAY.                                                *
107550******************************************************************
107560 9200-TEST-BUSINESS-DAY.
107570     PERFORM 9210-DATE-TO-DAY-NO
107580         THRU 9210-EXIT.
107590     IF WS-CAL-DAY-NO = 0
107600         SET CAL-NOT-BUSINESS-DAY TO TRUE
107610         SET CAL-DATE-NOT-ON-FILE TO TRUE
107620         GO TO 9200-EXIT
107630     END-IF.
107640     PERFORM 9220-TEST-DAY-NO
107650         THRU 9220-EXIT.
107660 9200-EXIT.
107670     EXIT.

107680******************************************************************
107690* 9210-DATE-TO-DAY-NO - TURN THE YYYY-MM-DD DATE IN              *
107700* WS-CAL-TEST-DATE INTO ITS DAY NUMBER IN WS-CAL-DAY-NO, OR ZERO *
107710* WHEN IT IS NOT A REAL CALENDAR DATE.                           *
107720******************************************************************
107730 9210-DATE-TO-DAY-NO.
107740     MOVE 0 TO WS-CAL-DAY-NO.
107750     IF WS-CAL-TEST-YYYY NOT NUMERIC
107760      OR WS-CAL-TEST-MM NOT NUMERIC
107770      OR WS-CAL-TEST-DD NOT NUMERIC
107780         GO TO 9210-EXIT
107790     END-IF.
107800     MOVE WS-CAL-TEST-YYYY TO WS-CAL-CMP-YYYY.
107810     MOVE WS-CAL-TEST-MM   TO WS-CAL-CMP-MM.
107820     MOVE WS-CAL-TEST-DD   TO WS-CAL-CMP-DD.
107830     IF FUNCTION TEST-DATE-YYYYMMDD (WS-CAL-COMPACT-NUM) NOT = 0
107840         GO TO 9210-EXIT
107850     END-IF.
107860     COMPUTE WS-CAL-DAY-NO =
107870         FUNCTION INTEGER-OF-DATE (WS-CAL-COMPACT-NUM).
107880 9210-EXIT.
107890     EXIT.

107900******************************************************************
107910* 9215-DAY-NO-TO-WEEKDAY - WORK OUT THE DAY OF THE WEEK OF DAY   *
107920* NUMBER WS-CAL-DAY-NO INTO WS-CAL-WEEKDAY, 1 FOR MONDAY TO 7    *
107930* FOR SUNDAY.  DAY 1, 1601-01-01, WAS A MONDAY.                  *
107940******************************************************************
107950 9215-DAY-NO-TO-WEEKDAY.
107960     COMPUTE WS-CAL-WEEK-NO = (WS-CAL-DAY-NO - 1) / 7.
107970     COMPUTE WS-CAL-WEEKDAY =
107980         WS-CAL-DAY-NO - (WS-CAL-WEEK-NO * 7).
107990 9215-EXIT.
108000     EXIT.

108010******************************************************************
108020* 9220-TEST-DAY-NO - THE BUSINESS-DAY TEST FOR DAY NUMBER        *
108030* WS-CAL-DAY-NO.  THE DAY OF THE WEEK GIVES THE ORDINARY ANSWER  *
108040* AND A HOLIDAY OR WORKED DAY ON THE CALENDAR OVERRIDES IT.  THE *
108050* DATE IS LEFT IN WS-CAL-TEST-DATE AND, WHEN IT IS ON THE        *
108060* CALENDAR, CAL-IX POINTS AT ITS ENTRY.                          *
108070******************************************************************
108080 9220-TEST-DAY-NO.
108090     PERFORM 9215-DAY-NO-TO-WEEKDAY
108100         THRU 9215-EXIT.
108110     IF WS-CAL-WEEKDAY > 5
108120         SET CAL-NOT-BUSINESS-DAY TO TRUE
108130     ELSE
108140         SET CAL-BUSINESS-DAY TO TRUE
108150     END-IF.
108160     COMPUTE WS-CAL-COMPACT-NUM =
108170         FUNCTION DATE-OF-INTEGER (WS-CAL-DAY-NO).
108180     STRING WS-CAL-CMP-YYYY "-" WS-CAL-CMP-MM "-" WS-CAL-CMP-DD
108190            DELIMITED BY SIZE
108200            INTO WS-CAL-TEST-DATE.
108210     SET CAL-DATE-NOT-ON-FILE TO TRUE.
108220     SET CAL-IX TO 1.
108230     SEARCH WS-CAL-ENTRY
108240         AT END
108250             CONTINUE
108260         WHEN WS-CAL-DATE (CAL-IX) = SPACES
108270             CONTINUE
108280         WHEN WS-CAL-DATE (CAL-IX) = WS-CAL-TEST-DATE
108290             SET CAL-DATE-ON-FILE TO TRUE
108300             IF WS-CAL-DAY-TYPE (CAL-IX) = "H"
108310                 SET CAL-NOT-BUSINESS-DAY TO TRUE
108320             END-IF
108330             IF WS-CAL-DAY-TYPE (CAL-IX) = "W"
108340                 SET CAL-BUSINESS-DAY TO TRUE
108350             END-IF
108360     END-SEARCH.
108370 9220-EXIT.
108380     EXIT.

108390******************************************************************
108400* 9300-COUNT-BUSINESS-DAYS - COUNT THE BUSINESS DAYS AFTER THE   *
108410* REJECT'S RUN DATE (DAY NUMBER WS-REJ-DAY-NO) UP TO AND         *
108420* INCLUDING THE RUN DATE INTO WS-REJECT-AGE-DAYS - THE REJECT'S  *
108430* AGE.  A WEEKEND OR HOLIDAY IN BETWEEN ADDS NOTHING.  A REJECT  *
108440* MORE THAN 999 CALENDAR DAYS OLD IS SIMPLY GIVEN AN AGE OF 999. *
108450******************************************************************
108460 9300-COUNT-BUSINESS-DAYS.
108470     MOVE 0 TO WS-REJECT-AGE-DAYS.
108480     IF WS-RUN-DAY-NO - WS-REJ-DAY-NO > 999
108490         MOVE 999 TO WS-REJECT-AGE-DAYS
108500         GO TO 9300-EXIT
108510     END-IF.
108520     COMPUTE WS-AGE-FROM-DAY-NO = WS-REJ-DAY-NO + 1.
108530     PERFORM 9350-COUNT-ONE-DAY
108540         THRU 9350-EXIT
108550         VARYING WS-CAL-DAY-NO FROM WS-AGE-FROM-DAY-NO BY 1
108560         UNTIL WS-CAL-DAY-NO > WS-RUN-DAY-NO.
108570 9300-EXIT.
108580     EXIT.

108590 9350-COUNT-ONE-DAY.
108600     PERFORM 9220-TEST-DAY-NO
108610         THRU 9220-EXIT.
108620     IF CAL-BUSINESS-DAY
108630         ADD 1 TO WS-REJECT-AGE-DAYS
108640     END-IF.
108650 9350-EXIT.
108660     EXIT.

108670******************************************************************
108680* 9400-SET-ENVELOPE-DATE - SET THE BUSINESS DATE STAMPED ON THE  *
108690* RECYCLE AND RELEASE ENVELOPES: THE RUN DATE WHEN IT IS A       *
108700* BUSINESS DAY, OTHERWISE THE LAST BUSINESS DAY BEFORE IT, SO A  *
108710* CYCLE RUN ON A WEEKEND OR HOLIDAY (OR ONE THAT CROSSES         *
108720* MIDNIGHT INTO ONE) STILL HAS ITS ENVELOPES ACCEPTED BY         *
108730* SUMTWONUMBERS.  A MONTH WITH NO BUSINESS DAY AT ALL MEANS A    *
108740* DAMAGED CALENDAR AND IS FATAL.                                 *
108750******************************************************************
108760 9400-SET-ENVELOPE-DATE.
108770     MOVE WS-RUN-DAY-NO TO WS-CAL-DAY-NO.
108780     MOVE 0 TO WS-ENV-DAYS-BACK.
108790     PERFORM 9220-TEST-DAY-NO
108800         THRU 9220-EXIT.
108810     PERFORM 9450-STEP-BACK-ONE-DAY
108820         THRU 9450-EXIT
108830         UNTIL CAL-BUSINESS-DAY.
108840     MOVE WS-CAL-TEST-DATE TO WS-ENV-BUS-DATE.
108850 9400-EXIT.
108860     EXIT.

108870 9450-STEP-BACK-ONE-DAY.
108880     IF WS-ENV-DAYS-BACK = 31
108890         DISPLAY "REJFIX013E - NO BUSINESS DAY ON THE CALENDAR "
108900                 "IN THE 31 DAYS BEFORE THE RUN DATE"
108910         MOVE 16 TO RETURN-CODE
108920         STOP RUN
108930     END-IF.
108940     ADD 1 TO WS-ENV-DAYS-BACK.
108950     SUBTRACT 1 FROM WS-CAL-DAY-NO.
108960     PERFORM 9220-TEST-DAY-NO
108970         THRU 9220-EXIT.
108980 9450-EXIT.
108990     EXIT.
