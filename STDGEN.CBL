003100* LISTED WITH ITS REASON, AND THE STEP ENDS RC=4 SO THE          *
003200* ACCOUNTING GROUP REPAIRS THE INSTRUCTION INSTEAD OF CHASING    *
003300* A REJECT.                                                      *
003310*                                                                *
003320* A DUE DATE THAT FALLS ON A SATURDAY, A SUNDAY OR A HOLIDAY ON  *
003330* THE CALMAINT BUSINESS-DAY CALENDAR (DDNAME CALENDAR, CALREC    *
003340* LAYOUT) MOVES TO THE NEXT BUSINESS DAY: THE INSTRUCTION IS     *
003350* DUE, AND LISTED, ON THAT DAY.  THE NEXT-DUE DATE ON FILE STAYS *
003360* THE SCHEDULED DATE, SO THE MONTHLY ROLL NEVER DRIFTS OFF THE   *
003370* INSTRUCTION'S OWN DAY.                                         *
003400*                                                                *
003500* PARMIN CONTROL CARDS (OPTIONAL):                               *
003600*   AS-OF-DATE=YYYY-MM-DD  BUSINESS DATE FOR THE SELECTION      *
004170*                    CHECKPOINT SHOWS A RESTART PENDING, SO A    *
004180*                    PENDING RESTART NEVER REPOSITIONS INTO A    *
004190*                    REWRITTEN FEED.                             *
004191*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
004192*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT)   *
004193*                    FOR THE CYCLRPT CYCLE CONTROL SHEET.  A     *
004194*                    NORMAL RUN OPENS THE CYCLE UNDER ITS        *
004195*                    BUSINESS DATE; A STAND-DOWN FOR A PENDING   *
004196*                    RESTART LOGS AGAINST THE CYCLE BEING        *
004197*                    RESTARTED.                                  *
004198*   2026-10-15  RLH  STDIREC NOW 61 BYTES - NOTHING IS GENERATED *
004199*                    PAST THE STDMAINT END DATE.                 *
004210*   2026-10-15  RLH  A DUE DATE ON A WEEKEND OR A CALENDAR       *
004220*                    HOLIDAY NOW MOVES TO THE NEXT BUSINESS DAY. *
004230*   2026-10-15  RLH  THE STDFEED ENVELOPE IS NOW DATED THE LAST  *
004240*                    BUSINESS DAY ON OR BEFORE THE BUSINESS      *
004250*                    DATE, SO A RUN ON A WEEKEND OR HOLIDAY IS   *
004260*                    NOT REFUSED BY SUMTWONUMBERS.               *
004290******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-PARMIN-STATUS.
005800
005810     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
005820         ORGANIZATION IS SEQUENTIAL
005830         FILE STATUS IS WS-STEPLOG-STATUS.
005832
005834     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
005836         ORGANIZATION IS SEQUENTIAL
005838         FILE STATUS IS WS-CALENDAR-STATUS.
005840
005900     SELECT RPTOUT-FILE ASSIGN TO RPTOUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RPTOUT-STATUS.
007400     RECORDING MODE IS F.
007500 01  PARMIN-RECORD               PIC X(80).
007600
007610 FD  STEPLOG-FILE
007620     RECORDING MODE IS F.
007630     COPY STEPLREC.
007632
007634 FD  CALENDAR-FILE
007636     RECORDING MODE IS F.
007638     COPY CALREC.
007640
007700 FD  RPTOUT-FILE
007800     RECORDING MODE IS F.
007900 01  RPTOUT-RECORD               PIC X(80).
008320 01  WS-CHKPT-STATUS             PIC X(02) VALUE SPACES.
008400 01  WS-PARMIN-STATUS            PIC X(02) VALUE SPACES.
008500 01  WS-RPTOUT-STATUS            PIC X(02) VALUE SPACES.
008510 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
008520 01  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.
008600
008700 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
008800 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
009380     88  WS-CKPT-FOUND-YES                 VALUE "Y".
009390     88  WS-CKPT-FOUND-NO                  VALUE "N".

009392 01  WS-STAND-DOWN-SWITCH        PIC X(01) VALUE "N".
009394     88  WS-STAND-DOWN-YES                 VALUE "Y".
009396     88  WS-STAND-DOWN-NO                  VALUE "N".

009400 01  WS-PARMIN-EOF-SWITCH        PIC X(01) VALUE "N".
009500     88  PARMIN-EOF-YES                    VALUE "Y".
009600     88  PARMIN-EOF-NO                     VALUE "N".
009610
009620 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
009630     88  STEPLOG-EOF-YES                   VALUE "Y".
009640     88  STEPLOG-EOF-NO                    VALUE "N".
009642
009644 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE "N".
009646     88  CALENDAR-EOF-YES                  VALUE "Y".
009648     88  CALENDAR-EOF-NO                   VALUE "N".
009650
009660 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
009670 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.
009700
009800******************************************************************
009900* STANDING-INSTRUCTIONS TABLE - THE WHOLE FILE IN CORE, SO THE   *
010400 01  WS-STD-TABLE.
010500     05  WS-STD-ENTRY            OCCURS 500 TIMES
010600                                 INDEXED BY STD-IX.
010700         10  WS-STD-RECORD       PIC X(61).
010710         10  WS-STD-GEN-BATCH    PIC X(08).
010720         10  WS-STD-POSTED-FLAG  PIC X(01).
010730             88  WS-STD-POSTED             VALUE "Y".
011900 01  WS-GEN-BATCH-ID             PIC X(08) VALUE SPACES.
011910 01  WS-PRIOR-GEN-BATCH          PIC X(08) VALUE SPACES.
012000 01  WS-BUS-DATE                 PIC X(10) VALUE SPACES.
012002 01  WS-DUE-BUS-DATE             PIC X(10) VALUE SPACES.
012004
012006******************************************************************
012008* BUSINESS-DAY CALENDAR - THE HOLIDAYS AND WORKED WEEKEND DAYS   *
012010* FROM THE CALMAINT CALENDAR FILE (DDNAME CALENDAR, CALREC       *
012012* LAYOUT), IN DATE ORDER, READ BY STDGEN, REJFIX AND SUMTWO      *
012014* ALIKE.  THE BUSINESS-DAY TEST TURNS A DATE INTO A DAY NUMBER,  *
012016* TAKES ITS DAY OF THE WEEK FROM THE DAY NUMBER (DAY 1,          *
012018* 1601-01-01, WAS A MONDAY) AND LOOKS THE DATE UP HERE.          *
012020******************************************************************
012022 01  WS-CAL-TABLE.
012024     05  WS-CAL-ENTRY            OCCURS 1000 TIMES
012026                                 INDEXED BY CAL-IX.
012028         10  WS-CAL-DATE         PIC X(10).
012030         10  WS-CAL-DAY-TYPE     PIC X(01).
012032
012034 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE 0.
012036
012038 01  WS-CAL-TEST-DATE            PIC X(10) VALUE SPACES.
012040 01  WS-CAL-TEST-SPLIT           REDEFINES WS-CAL-TEST-DATE.
012042     05  WS-CAL-TEST-YYYY        PIC X(04).
012044     05  FILLER                  PIC X(01).
012046     05  WS-CAL-TEST-MM          PIC X(02).
012048     05  FILLER                  PIC X(01).
012050     05  WS-CAL-TEST-DD          PIC X(02).
012052
012054 01  WS-CAL-COMPACT.
012056     05  WS-CAL-CMP-YYYY         PIC X(04).
012058     05  WS-CAL-CMP-MM           PIC X(02).
012060     05  WS-CAL-CMP-DD           PIC X(02).
012062 01  WS-CAL-COMPACT-NUM          REDEFINES WS-CAL-COMPACT
012064                                 PIC 9(08).
012066
012068 01  WS-CAL-DAY-NO               PIC S9(07) COMP VALUE 0.
012070 01  WS-CAL-WEEK-NO              PIC S9(07) COMP VALUE 0.
012072 01  WS-CAL-WEEKDAY              PIC 9(01) COMP VALUE 0.
012074
012076 01  WS-CAL-BUSINESS-SWITCH      PIC X(01) VALUE "N".
012078     88  CAL-BUSINESS-DAY                  VALUE "Y".
012080     88  CAL-NOT-BUSINESS-DAY              VALUE "N".
012082
012084 01  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
012086     88  CAL-DATE-ON-FILE                  VALUE "Y".
012088     88  CAL-DATE-NOT-ON-FILE              VALUE "N".
012090
012092 01  WS-ENV-BUS-DATE             PIC X(10) VALUE SPACES.
012094 01  WS-ENV-DAYS-BACK            PIC 9(03) COMP VALUE 0.
012100
012200******************************************************************
012300* NEXT-DUE ROLL WORK AREAS - THE DUE DATE IS SPLIT, THE MONTH    *
022010
022020     PERFORM 0600-CHECK-RESTART-PENDING
022030         THRU 0600-EXIT.
022038     IF WS-STAND-DOWN-YES
022046         MOVE "STOOD DOWN - RESTART PENDING"
022054             TO WS-STEP-REASON
022062         PERFORM 8900-WRITE-STEP-LOG
022070             THRU 8900-EXIT
022078         STOP RUN
022086     END-IF.
022100
022200     OPEN OUTPUT RPTOUT-FILE.
022300     MOVE WS-RPTOUT-STATUS TO WS-FILE-STATUS-CHECK.
022700
022800     PERFORM 0950-WRITE-REPORT-HEADERS
022900         THRU 0950-EXIT.
022910
022920     PERFORM 9100-LOAD-CALENDAR
022930         THRU 9100-EXIT.
022940
022950     PERFORM 9400-SET-ENVELOPE-DATE
022960         THRU 9400-EXIT.
023000
023100     PERFORM 1000-LOAD-INSTRUCTIONS
023200         THRU 1000-EXIT.
026200         DISPLAY "STDGEN004W - " WS-SKIPPED-COUNT
026300                 " INSTRUCTION(S) UNUSABLE AND SKIPPED"
026400         MOVE 4 TO RETURN-CODE
026410         MOVE "INSTRUCTION(S) UNUSABLE AND SKIPPED"
026420             TO WS-STEP-REASON
026430     ELSE
026440         MOVE "DUE INSTRUCTIONS GENERATED"
026450             TO WS-STEP-REASON
026500     END-IF.
026510     MOVE WS-BUS-DATE TO WS-CYCLE-DATE.
026520     PERFORM 8900-WRITE-STEP-LOG
026530         THRU 8900-EXIT.
026600     STOP RUN.
026700
026800******************************************************************
028500             DISPLAY "STDGEN005I - A RESTART IS PENDING, THE "
028501                     "GENERATED FEED AND THE INSTRUCTIONS ARE "
028502                     "LEFT UNTOUCHED FOR IT"
028503             SET WS-STAND-DOWN-YES TO TRUE
028504         END-IF
028505     ELSE
028506         IF WS-CHKPT-STATUS NOT = "35"
044510* STILL OUTSTANDING AND IS REGENERATED.  AN ACTIVE INSTRUCTION  *
044520* DUE ON OR BEFORE THE BUSINESS DATE IS THEN EDITED, EMITTED    *
044530* AS A DETAIL PAIR AND STAMPED WITH THIS CYCLE'S BATCH ID;      *
044540* ANYTHING ELSE IS LEFT EXACTLY AS IT WAS.  A DUE DATE THAT IS   *
044550* NOT A BUSINESS DAY IS TAKEN AS FALLING ON THE NEXT ONE.        *
044600******************************************************************
044700 2000-PROCESS-ONE-INSTR.
044800     SET STD-IX TO WS-STD-SUB.
045250         MOVE SPACES TO STD-LAST-GEN-BATCH
045260         MOVE STD-RECORD TO WS-STD-RECORD (STD-IX)
045270     END-IF.
045276     IF STD-END-DATE NOT = SPACES
045282        AND STD-NEXT-DUE-DATE > STD-END-DATE
045288         GO TO 2000-EXIT
045294     END-IF.
045295     MOVE STD-NEXT-DUE-DATE TO WS-CAL-TEST-DATE.
045296     PERFORM 9250-NEXT-BUSINESS-DAY
045297         THRU 9250-EXIT.
045298     MOVE WS-CAL-TEST-DATE TO WS-DUE-BUS-DATE.
045300     IF WS-DUE-BUS-DATE > WS-BUS-DATE
045400         GO TO 2000-EXIT
045500     END-IF.
045600     ADD 1 TO WS-CARDS-DUE-COUNT.
046900         MOVE STD-INSTR-ID      TO IL-INSTR-ID
047000         MOVE STD-COST-CENTER   TO IL-COST-CENTER
047100         MOVE STD-OP-CODE       TO IL-OP-CODE
047200         MOVE WS-DUE-BUS-DATE   TO IL-NEXT-DUE
047300         MOVE WS-SKIP-REASON-TEXT TO IL-STATUS-TEXT
047400         MOVE WS-REPORT-INSTR-LINE TO RPTOUT-RECORD
047500         WRITE RPTOUT-RECORD
048300     MOVE STD-INSTR-ID      TO IL-INSTR-ID.
048400     MOVE STD-COST-CENTER   TO IL-COST-CENTER.
048500     MOVE STD-OP-CODE       TO IL-OP-CODE.
048600     MOVE WS-DUE-BUS-DATE   TO IL-NEXT-DUE.
048700     IF WS-PRIOR-GEN-BATCH = SPACES
048710         MOVE "GENERATED"   TO IL-STATUS-TEXT
048720     ELSE
054400
054500******************************************************************
054600* 2500-WRITE-FEED-HEADER - OPEN THE GENERATED ENVELOPE WITH ITS *
054700* OWN BATCH ID AND THE ENVELOPE DATE SET BY 9400, SO IT         *
054800* VERIFIES THE SAME WAY THE CAPTURE AND RECYCLE BATCHES DO.     *
054900******************************************************************
055000 2500-WRITE-FEED-HEADER.
055100     MOVE SPACES TO SYSIN-RECORD.
055200     SET SYSIN-REC-HEADER TO TRUE.
055300     MOVE WS-GEN-BATCH-ID TO SYSIN-HDR-BATCH-ID.
055400     MOVE WS-ENV-BUS-DATE TO SYSIN-HDR-BUS-DATE.
055500     WRITE SYSIN-RECORD.
055600 2500-EXIT.
055700     EXIT.
062600     WRITE RPTOUT-RECORD.
062700 3000-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
063200* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  AS THE    *
063300* FIRST STEP OF THE STREAM, A NORMAL RUN OPENS THE CYCLE: THE    *
063400* MAINLINE SETS ITS BUSINESS DATE AS THE CYCLE DATE EVERY LATER  *
063500* STEP PICKS UP FROM THE LOG.  A STAND-DOWN FOR A PENDING        *
063600* RESTART SETS NONE, AND LOGS AGAINST THE CYCLE ON THE LAST      *
063700* RECORD ALREADY LOGGED - THE ONE BEING RESTARTED.  THE LOG IS   *
063800* APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER DISP=MOD  *
063900* FILES USE.                                                     *
064000******************************************************************
064100 8900-WRITE-STEP-LOG.
064200     IF WS-CYCLE-DATE = SPACES
064300         PERFORM 8910-FIND-OPEN-CYCLE
064400             THRU 8910-EXIT
064500     END-IF.
064600     OPEN EXTEND STEPLOG-FILE.
064700     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
064800         OPEN OUTPUT STEPLOG-FILE
064900     END-IF.
065000     IF WS-STEPLOG-STATUS NOT = "00"
065100         PERFORM 8980-STEPLOG-FAILURE
065200             THRU 8980-EXIT
065300     END-IF.
065400     MOVE SPACES TO SLG-RECORD.
065500     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
065600     MOVE "STDGEN"            TO SLG-PROGRAM.
065700     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
065800     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
065900     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
066000     MOVE WS-STD-COUNT        TO SLG-COUNT-IN.
066100     MOVE WS-GENERATED-COUNT  TO SLG-COUNT-OUT.
066200     MOVE WS-SKIPPED-COUNT    TO SLG-COUNT-EXCEPTION.
066300     MOVE 0                   TO SLG-COUNT-HELD.
066400     MOVE WS-GEN-HASH-TOTAL   TO SLG-AMOUNT.
066500     MOVE WS-STEP-REASON      TO SLG-REASON.
066600     WRITE SLG-RECORD.
066700     CLOSE STEPLOG-FILE.
066800 8900-EXIT.
066900     EXIT.
067000
067100 8910-FIND-OPEN-CYCLE.
067200     OPEN INPUT STEPLOG-FILE.
067300     IF WS-STEPLOG-STATUS = "00"
067400         PERFORM 8950-READ-ONE-STEP-LOG
067500             THRU 8950-EXIT
067600             UNTIL STEPLOG-EOF-YES
067700         CLOSE STEPLOG-FILE
067800     ELSE
067900         IF WS-STEPLOG-STATUS NOT = "35"
068000            AND WS-STEPLOG-STATUS NOT = "05"
068100             PERFORM 8980-STEPLOG-FAILURE
068200                 THRU 8980-EXIT
068300         END-IF
068400     END-IF.
068500     IF WS-CYCLE-DATE = SPACES
068600         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
068700     END-IF.
068800 8910-EXIT.
068900     EXIT.
069000
069100 8950-READ-ONE-STEP-LOG.
069200     READ STEPLOG-FILE
069300         AT END
069400             SET STEPLOG-EOF-YES TO TRUE
069500             GO TO 8950-EXIT
069600     END-READ.
069700     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
069800 8950-EXIT.
069900     EXIT.
070000
070100******************************************************************
070200* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
070300* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
070400* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
070500* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
070600* FAILURE DOES.                                                  *
070700******************************************************************
070800 8980-STEPLOG-FAILURE.
070900     DISPLAY "STDGEN008E - UNABLE TO OPEN STEPLOG, FILE "
071000             "STATUS = " WS-STEPLOG-STATUS.
071100     MOVE 16 TO RETURN-CODE.
071200     STOP RUN.
071300 8980-EXIT.
071400     EXIT.
071410
071420******************************************************************
071430* 9100-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR INTO THE   *
071440* TABLE.  STDGEN DUES NOTHING WITHOUT KNOWING WHICH DAYS ARE     *
071450* BUSINESS DAYS, SO A CALENDAR THAT CANNOT BE OPENED IS FATAL;   *
071460* AN EMPTY ONE SIMPLY MAKES EVERY MONDAY TO FRIDAY A BUSINESS    *
071470* DAY.  MORE THAN 1000 DATES IS FATAL - CALMAINT DELETES THE     *
071480* OLDEST.                                                        *
071490******************************************************************
071500 9100-LOAD-CALENDAR.
071510     MOVE SPACES TO WS-CAL-TABLE.
071520     OPEN INPUT CALENDAR-FILE.
071530     MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS-CHECK.
071540     MOVE "CALENDAR"         TO WS-FILE-NAME-CHECK.
071550     PERFORM 0100-VERIFY-FILE-STATUS
071560         THRU 0100-EXIT.
071570     PERFORM 9150-LOAD-ONE-CALENDAR-DAY
071580         THRU 9150-EXIT
071590         UNTIL CALENDAR-EOF-YES.
071600     CLOSE CALENDAR-FILE.
071610 9100-EXIT.
071620     EXIT.
071630
071640 9150-LOAD-ONE-CALENDAR-DAY.
071650     READ CALENDAR-FILE
071660         AT END
071670             SET CALENDAR-EOF-YES TO TRUE
071680             GO TO 9150-EXIT
071690     END-READ.
071700     IF WS-CAL-COUNT = 1000
071710         DISPLAY "STDGEN009E - MORE THAN 1000 DATES ON THE "
071720                 "CALENDAR"
071730         MOVE 16 TO RETURN-CODE
071740         STOP RUN
071750     END-IF.
071760     ADD 1 TO WS-CAL-COUNT.
071770     MOVE CAL-DATE     TO WS-CAL-DATE (WS-CAL-COUNT).
071780     MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT).
071790 9150-EXIT.
071800     EXIT.
071810
071820******************************************************************
071830* 9200-TEST-BUSINESS-DAY - DECIDE WHETHER THE DATE IN            *
071840* WS-CAL-TEST-DATE IS A BUSINESS DAY.  MONDAY TO FRIDAY IS A     *
071850* BUSINESS DAY UNLESS THE CALENDAR HOLDS IT AS A HOLIDAY;        *
071860* SATURDAY AND SUNDAY ARE NOT UNLESS THE CALENDAR HOLDS THEM AS  *
071870* WORKED DAYS.  A DATE THAT IS NOT A REAL CALENDAR DATE IS NEVER *
071880* A BUSINESS DAY.                                                *
071890******************************************************************
071900 9200-TEST-BUSINESS-DAY.
071910     PERFORM 9210-DATE-TO-DAY-NO
071920         THRU 9210-EXIT.
071930     IF WS-CAL-DAY-NO = 0
071940         SET CAL-NOT-BUSINESS-DAY TO TRUE
071950         SET CAL-DATE-NOT-ON-FILE TO TRUE
071960         GO TO 9200-EXIT
071970     END-IF.
071980     PERFORM 9220-TEST-DAY-NO
071990         THRU 9220-EXIT.
072000 9200-EXIT.
072010     EXIT.
072020
072030******************************************************************
072040* 9210-DATE-TO-DAY-NO - TURN THE YYYY-MM-DD DATE IN              *
072050* WS-CAL-TEST-DATE INTO ITS DAY NUMBER IN WS-CAL-DAY-NO, OR ZERO *
072060* WHEN IT IS NOT A REAL CALENDAR DATE.                           *
072070******************************************************************
072080 9210-DATE-TO-DAY-NO.
072090     MOVE 0 TO WS-CAL-DAY-NO.
072100     IF WS-CAL-TEST-YYYY NOT NUMERIC
072110      OR WS-CAL-TEST-MM NOT NUMERIC
072120      OR WS-CAL-TEST-DD NOT NUMERIC
072130         GO TO 9210-EXIT
072140     END-IF.
072150     MOVE WS-CAL-TEST-YYYY TO WS-CAL-CMP-YYYY.
072160     MOVE WS-CAL-TEST-MM   TO WS-CAL-CMP-MM.
072170     MOVE WS-CAL-TEST-DD   TO WS-CAL-CMP-DD.
072180     IF FUNCTION TEST-DATE-YYYYMMDD (WS-CAL-COMPACT-NUM) NOT = 0
072190         GO TO 9210-EXIT
072200     END-IF.
072210     COMPUTE WS-CAL-DAY-NO =
072220         FUNCTION INTEGER-OF-DATE (WS-CAL-COMPACT-NUM).
072230 9210-EXIT.
072240     EXIT.
072250
072260******************************************************************
072270* 9215-DAY-NO-TO-WEEKDAY - WORK OUT THE DAY OF THE WEEK OF DAY   *
072280* NUMBER WS-CAL-DAY-NO INTO WS-CAL-WEEKDAY, 1 FOR MONDAY TO 7    *
072290* FOR SUNDAY.  DAY 1, 1601-01-01, WAS A MONDAY.                  *
072300******************************************************************
072310 9215-DAY-NO-TO-WEEKDAY.
072320     COMPUTE WS-CAL-WEEK-NO = (WS-CAL-DAY-NO - 1) / 7.
072330     COMPUTE WS-CAL-WEEKDAY =
072340         WS-CAL-DAY-NO - (WS-CAL-WEEK-NO * 7).
072350 9215-EXIT.
072360     EXIT.
072370
072380******************************************************************
072390* 9220-TEST-DAY-NO - THE BUSINESS-DAY TEST FOR DAY NUMBER        *
072400* WS-CAL-DAY-NO.  THE DAY OF THE WEEK GIVES THE ORDINARY ANSWER  *
072410* AND A HOLIDAY OR WORKED DAY ON THE CALENDAR OVERRIDES IT.  THE *
072420* DATE IS LEFT IN WS-CAL-TEST-DATE AND, WHEN IT IS ON THE        *
072430* CALENDAR, CAL-IX POINTS AT ITS ENTRY.                          *
072440******************************************************************
072450 9220-TEST-DAY-NO.
072460     PERFORM 9215-DAY-NO-TO-WEEKDAY
072470         THRU 9215-EXIT.
072480     IF WS-CAL-WEEKDAY > 5
072490         SET CAL-NOT-BUSINESS-DAY TO TRUE
072500     ELSE
072510         SET CAL-BUSINESS-DAY TO TRUE
072520     END-IF.
072530     COMPUTE WS-CAL-COMPACT-NUM =
072540         FUNCTION DATE-OF-INTEGER (WS-CAL-DAY-NO).
072550     STRING WS-CAL-CMP-YYYY "-" WS-CAL-CMP-MM "-" WS-CAL-CMP-DD
072560            DELIMITED BY SIZE
072570            INTO WS-CAL-TEST-DATE.
072580     SET CAL-DATE-NOT-ON-FILE TO TRUE.
072590     SET CAL-IX TO 1.
072600     SEARCH WS-CAL-ENTRY
072610         AT END
072620             CONTINUE
072630         WHEN WS-CAL-DATE (CAL-IX) = SPACES
072640             CONTINUE
072650         WHEN WS-CAL-DATE (CAL-IX) = WS-CAL-TEST-DATE
072660             SET CAL-DATE-ON-FILE TO TRUE
072670             IF WS-CAL-DAY-TYPE (CAL-IX) = "H"
072680                 SET CAL-NOT-BUSINESS-DAY TO TRUE
072690             END-IF
072700             IF WS-CAL-DAY-TYPE (CAL-IX) = "W"
072710                 SET CAL-BUSINESS-DAY TO TRUE
072720             END-IF
072730     END-SEARCH.
072740 9220-EXIT.
072750     EXIT.
072760
072770******************************************************************
072780* 9250-NEXT-BUSINESS-DAY - MOVE THE DATE IN WS-CAL-TEST-DATE     *
072790* FORWARD TO THE FIRST BUSINESS DAY ON OR AFTER IT.  A DATE THAT *
072800* IS NOT A REAL CALENDAR DATE IS LEFT AS IT IS.                  *
072810******************************************************************
072820 9250-NEXT-BUSINESS-DAY.
072830     PERFORM 9200-TEST-BUSINESS-DAY
072840         THRU 9200-EXIT.
072850     IF WS-CAL-DAY-NO = 0
072860         GO TO 9250-EXIT
072870     END-IF.
072880     PERFORM 9260-STEP-ONE-DAY
072890         THRU 9260-EXIT
072900         UNTIL CAL-BUSINESS-DAY.
072910 9250-EXIT.
072920     EXIT.
072930
072940 9260-STEP-ONE-DAY.
072950     ADD 1 TO WS-CAL-DAY-NO.
072960     PERFORM 9220-TEST-DAY-NO
072970         THRU 9220-EXIT.
072980 9260-EXIT.
072990     EXIT.
073000
073010******************************************************************
073020* 9400-SET-ENVELOPE-DATE - SET THE BUSINESS DATE STAMPED ON THE  *
073030* STDFEED ENVELOPE: THE BUSINESS DATE WHEN IT IS A BUSINESS DAY, *
073040* OTHERWISE THE LAST BUSINESS DAY BEFORE IT, SO A CYCLE RUN ON A *
073050* WEEKEND OR HOLIDAY STILL HAS ITS ENVELOPE ACCEPTED BY          *
073060* SUMTWONUMBERS.  THIS IS THE ENVELOPE DATE ONLY - INSTRUCTIONS  *
073070* ARE STILL SELECTED AGAINST THE BUSINESS DATE ITSELF, AND 9250  *
073080* STILL MOVES A DUE DATE FORWARD.  A BUSINESS DATE THAT IS NOT A *
073090* REAL CALENDAR DATE IS LEFT AS IT IS.  NO BUSINESS DAY IN THE   *
073100* 31 DAYS BEFORE IT MEANS A DAMAGED CALENDAR AND IS FATAL.       *
073110******************************************************************
073120 9400-SET-ENVELOPE-DATE.
073130     MOVE WS-BUS-DATE TO WS-ENV-BUS-DATE.
073140     MOVE WS-BUS-DATE TO WS-CAL-TEST-DATE.
073150     MOVE 0 TO WS-ENV-DAYS-BACK.
073160     PERFORM 9200-TEST-BUSINESS-DAY
073170         THRU 9200-EXIT.
073180     IF WS-CAL-DAY-NO = 0
073190         GO TO 9400-EXIT
073200     END-IF.
073210     PERFORM 9450-STEP-BACK-ONE-DAY
073220         THRU 9450-EXIT
073230         UNTIL CAL-BUSINESS-DAY.
073240     MOVE WS-CAL-TEST-DATE TO WS-ENV-BUS-DATE.
073250 9400-EXIT.
073260     EXIT.
073270
073280 9450-STEP-BACK-ONE-DAY.
073290     IF WS-ENV-DAYS-BACK = 31
073300         DISPLAY "STDGEN010E - NO BUSINESS DAY ON THE CALENDAR "
073310                 "IN THE 31 DAYS BEFORE " WS-BUS-DATE
073320         MOVE 16 TO RETURN-CODE
073330         STOP RUN
073340     END-IF.
073350     ADD 1 TO WS-ENV-DAYS-BACK.
073360     SUBTRACT 1 FROM WS-CAL-DAY-NO.
073370     PERFORM 9220-TEST-DAY-NO
073380         THRU 9220-EXIT.
073390 9450-EXIT.
073400     EXIT.
