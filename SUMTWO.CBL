018928*                    DETAIL RECORDS, LEAVING THE RESTARTED LIVE  *
018929*                    RUN TO REBUILD ITS REPORT FROM THE TRIAL'S  *
018930*                    PREVIEW INSTEAD OF THE REAL POSTINGS.       *
018931*   2026-10-15  RLH  ADDED THE HISTORICAL REVERSAL.  AN H DETAIL *
018932*                    RECORD NAMES THE RUN DATE AND RECORD NUMBER *
018933*                    OF ANY EARLIER POSTING; THE POSTING IS READ *
018934*                    FROM THE HISTMST AUDIT-HISTORY MASTER AND   *
018935*                    ITS EXACT OFFSET POSTS AS AN R RECORD UNDER *
018936*                    THE ORIGINAL COST CENTER.  EVERY POSTING    *
018937*                    REVERSED THIS WAY IS RECORDED ON THE NEW    *
018938*                    REVXREF CROSS-REFERENCE (REVXREC LAYOUT,    *
018939*                    SEE REVDEF) SO IT CAN NEVER BE REVERSED     *
018940*                    TWICE.  AN H RECORD REJECTS WITH REASON 11  *
018941*                    WHEN THE ORIGINAL IS NOT ON THE MASTER, 12  *
018942*                    WHEN THE ORIGINAL IS ITSELF A REJECT AND 13 *
018943*                    WHEN IT HAS ALREADY BEEN REVERSED.          *
018944*   2026-10-15  RLH  ADDED THE CROSS-RUN SUSPECTED-DUPLICATE     *
018945*                    CHECK.  EVERY VALID A OR S PAIR IS COMPARED *
018946*                    WITH THE POSTINGS OF THE LAST DUP-DAYS=     *
018947*                    DAYS (DEFAULT 7) ON THE HISTMST MASTER AND  *
018948*                    WITH EARLIER PAIRS IN THIS FEED, ON COST    *
018949*                    CENTER, OPERATION, CURRENCY AND BOTH        *
018950*                    AMOUNTS AS KEYED.  A MATCH IS HELD ON THE   *
018951*                    NEW DUPHOLD FILE (DUPREC LAYOUT) INSTEAD OF *
018952*                    POSTED, LISTED WITH THE POSTING IT MATCHES  *
018953*                    IN A HELD SECTION OF THE REPORT, AND ENDS   *
018954*                    THE STEP WITH RETURN CODE 4.  A SUPERVISOR  *
018955*                    RELEASES A GENUINE REPEAT WITH A REL CARD   *
018956*                    TO REJFIX, WHOSE L-PREFIXED RELEASE BATCH   *
018957*                    IS NEVER HELD.  HISTMST IS NOW READ         *
018958*                    DYNAMICALLY AND RPTWRK/RPTSRT GREW 44 TO 73 *
018959*                    BYTES.                                      *
018960*   2026-10-15  RLH  EVERY RUN NOW APPENDS ONE RECORD TO THE     *
018961*                    COMMON STEPLOG STEP LOG (STEPLREC LAYOUT) - *
018962*                    FEED RECORDS READ, PAIRS POSTED, REJECTED   *
018963*                    AND HELD, THE GRAND TOTAL AND A SHORT       *
018964*                    REASON - FOR THE CYCLRPT CYCLE CONTROL      *
018965*                    SHEET.  A REFUSED TRIAL, A DUPLICATE BATCH  *
018966*                    AND A FEED CONTROL FAILURE ARE LOGGED AS    *
018967*                    WELL AS A NORMAL END.                       *
018968*   2026-10-15  RLH  A BATCH HEADER'S BUSINESS DATE MUST NOW BE  *
018969*                    A BUSINESS DAY ON THE CALMAINT CALENDAR     *
018970*                    (CALREC LAYOUT) AND FALL WITHIN A WINDOW OF *
018971*                    BUS-DAYS-BACK= (DEFAULT 5) BUSINESS DAYS    *
018972*                    BEFORE THE AS-OF DATE TO BUS-DAYS-AHEAD=    *
018973*                    (DEFAULT 0) AFTER IT; OTHERWISE THE RUN     *
018974*                    STOPS AT THE HEADER WITH RETURN CODE 12.    *
018975*   2026-10-15  RLH  AN R RECORD NOW ALSO RECORDS THE POSTING IT *
018976*                    OFFSETS ON THE REVXREF CROSS-REFERENCE,     *
018977*                    KEYED BY THE RUN DATE AND THE PRIOR POSTED  *
018978*                    RECORD'S NUMBER, SO A LATER H RECORD NAMING *
018979*                    THAT POSTING REJECTS AS ALREADY REVERSED    *
018980*                    INSTEAD OF OFFSETTING IT A SECOND TIME.     *
018981*                    THE PRIOR RECORD NUMBER IS CARRIED ON THE   *
018982*                    CHECKPOINT.                                 *
018983*   2026-10-15  RLH  THE HELD-PAIR COUNT IS NOW TAKEN AS EACH    *
018984*                    PAIR IS HELD, NOT WHEN THE SORTED REPORT    *
018985*                    PRINTS IT, SO THE STEP LOG, THE REJECT RATE *
018986*                    AND A FEED CONTROL FAILURE SEE THE TRUE     *
018987*                    COUNT; IT IS CARRIED ON THE CHECKPOINT SO A *
018988*                    RESTART KEEPS THE PAIRS HELD BEFORE THE     *
018989*                    ABEND.                                      *
018999******************************************************************

019000 ENVIRONMENT DIVISION.
019100 INPUT-OUTPUT SECTION.
021305         ORGANIZATION IS SEQUENTIAL
021306         FILE STATUS IS WS-RUNSTAT-STATUS.

021307     SELECT STEPLOG-FILE ASSIGN TO STEPLOG
021308         ORGANIZATION IS SEQUENTIAL
021309         FILE STATUS IS WS-STEPLOG-STATUS.

021310     SELECT CCMAST-FILE ASSIGN TO CCMAST
021320         ORGANIZATION IS INDEXED
021330         ACCESS MODE IS RANDOM
021340         RECORD KEY IS CCM-COST-CENTER
021350         FILE STATUS IS WS-CCMAST-STATUS.

021351     SELECT HISTMST-FILE ASSIGN TO HISTMST
021352         ORGANIZATION IS INDEXED
021353         ACCESS MODE IS DYNAMIC
021354         RECORD KEY IS HIST-KEY
021355         FILE STATUS IS WS-HISTMST-STATUS.

021356     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
021357         ORGANIZATION IS SEQUENTIAL
021358         FILE STATUS IS WS-CALENDAR-STATUS.

021360     SELECT RPTWRK-FILE ASSIGN TO RPTWRK
021370         ORGANIZATION IS SEQUENTIAL
021380         FILE STATUS IS WS-RPTWRK-STATUS.

021390     SELECT SORT-FILE ASSIGN TO SORTWK.

021391     SELECT REVXREF-FILE ASSIGN TO REVXREF
021392         ORGANIZATION IS INDEXED
021393         ACCESS MODE IS RANDOM
021394         RECORD KEY IS RVX-KEY
021395         FILE STATUS IS WS-REVXREF-STATUS.
021396     SELECT DUPHOLD-FILE ASSIGN TO DUPHOLD
021397         ORGANIZATION IS SEQUENTIAL
021398         FILE STATUS IS WS-DUPHOLD-STATUS.

021400 DATA DIVISION.
021500 FILE SECTION.
021600 FD  SYSIN-FILE
024304     RECORDING MODE IS F.
024306     COPY RUNSTREC.

024307 FD  STEPLOG-FILE
024308     RECORDING MODE IS F.
024309     COPY STEPLREC.

024310 FD  CCMAST-FILE.
024320     COPY CCMREC.

024321 FD  HISTMST-FILE.
024322     COPY HISTREC.

024323 FD  REVXREF-FILE.
024324     COPY REVXREC.

024325 FD  DUPHOLD-FILE
024326     RECORDING MODE IS F.
024327     COPY DUPREC.

024330******************************************************************
024331* RPTWRK/RPTSRT - THE REPORT DETAIL WORK FILE AND ITS SORTED     *
024332* COPY.  ONE RECORD PER VERIFIED DETAIL PAIR, WRITTEN DURING     *
024333* PROCESSING AND SORTED BY COST CENTER AND RECORD NUMBER SO THE  *
024334* REPORT PRINTS EACH CENTER EXACTLY ONCE.  A PAIR HELD AS A      *
024335* SUSPECTED DUPLICATE CARRIES THE HOLD FLAG AND THE POSTING IT   *
024336* MATCHES, AND SORTS AFTER EVERY POSTED PAIR.  RPTWRK IS A       *
024337* CATALOGED DATASET (NOT SYSOUT), SO A RESTARTED RUN EXTENDS IT  *
024338* AND THE REBUILT REPORT STILL CARRIES THE DETAILS PROCESSED     *
024339* BEFORE THE ABEND.                                              *
024340******************************************************************
024341 FD  RPTWRK-FILE
024342     RECORDING MODE IS F.
024343 01  RPTWRK-RECORD.
024344     05  RPW-COST-CENTER         PIC X(06).
024345     05  RPW-REC-NO              PIC 9(09).
024346     05  RPW-OP-CODE             PIC X(01).
024347     05  RPW-CURRENCY            PIC X(03).
024348     05  RPW-NUM1                PIC S9(5)V99
024349                                 SIGN LEADING SEPARATE.
024350     05  RPW-NUM2                PIC S9(5)V99
024351                                 SIGN LEADING SEPARATE.
024352     05  RPW-SUM                 PIC S9(6)V99
024353                                 SIGN LEADING SEPARATE.
024354     05  RPW-HOLD-FLAG           PIC X(01).
024355         88  RPW-PAIR-HELD                 VALUE "H".
024356     05  RPW-MATCH-SOURCE        PIC X(01).
024357     05  RPW-MATCH-RUN-DATE      PIC X(10).
024358     05  RPW-MATCH-REC-NO        PIC 9(09).
024359     05  RPW-MATCH-RUN-TIME      PIC X(08).

024360 FD  RPTSRT-FILE
024361     RECORDING MODE IS F.
024362 01  RPTSRT-RECORD.
024363     05  RPS-COST-CENTER         PIC X(06).
024364     05  RPS-REC-NO              PIC 9(09).
024365     05  RPS-OP-CODE             PIC X(01).
024366     05  RPS-CURRENCY            PIC X(03).
024367     05  RPS-NUM1                PIC S9(5)V99
024368                                 SIGN LEADING SEPARATE.
024369     05  RPS-NUM2                PIC S9(5)V99
024370                                 SIGN LEADING SEPARATE.
024371     05  RPS-SUM                 PIC S9(6)V99
024372                                 SIGN LEADING SEPARATE.
024373     05  RPS-HOLD-FLAG           PIC X(01).
024374         88  RPS-PAIR-HELD                 VALUE "H".
024375     05  RPS-MATCH-SOURCE        PIC X(01).
024376     05  RPS-MATCH-RUN-DATE      PIC X(10).
024377     05  RPS-MATCH-REC-NO        PIC 9(09).
024378     05  RPS-MATCH-RUN-TIME      PIC X(08).

024379 SD  SORT-FILE.
024380 01  SRT-RECORD.
024381     05  SRT-COST-CENTER         PIC X(06).
024382     05  SRT-REC-NO              PIC 9(09).
024383     05  FILLER                  PIC X(29).
024384     05  SRT-HOLD-FLAG           PIC X(01).
024385     05  FILLER                  PIC X(28).

024388 FD  CALENDAR-FILE
024391     RECORDING MODE IS F.
024394     COPY CALREC.

024400 WORKING-STORAGE SECTION.
024500******************************************************************
025503 01  WS-RATETAB-STATUS           PIC X(02) VALUE SPACES.
025505 01  WS-RUNSTAT-STATUS           PIC X(02) VALUE SPACES.
025510 01  WS-CCMAST-STATUS            PIC X(02) VALUE SPACES.
025511 01  WS-HISTMST-STATUS           PIC X(02) VALUE SPACES.
025512 01  WS-REVXREF-STATUS           PIC X(02) VALUE SPACES.
025513 01  WS-DUPHOLD-STATUS           PIC X(02) VALUE SPACES.
025523 01  WS-STEPLOG-STATUS           PIC X(02) VALUE SPACES.
025533 01  WS-CALENDAR-STATUS          PIC X(02) VALUE SPACES.

025600 01  WS-FILE-STATUS-CHECK        PIC X(02) VALUE SPACES.
025700 01  WS-FILE-NAME-CHECK          PIC X(08) VALUE SPACES.
025900     88  EOF-YES                           VALUE "Y".
026000     88  EOF-NO                            VALUE "N".

026010 01  WS-STEPLOG-EOF-SWITCH       PIC X(01) VALUE "N".
026020     88  STEPLOG-EOF-YES                   VALUE "Y".
026030     88  STEPLOG-EOF-NO                    VALUE "N".

026032 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE "N".
026034     88  CALENDAR-EOF-YES                  VALUE "Y".
026036     88  CALENDAR-EOF-NO                   VALUE "N".

026040 01  WS-CYCLE-DATE               PIC X(10) VALUE SPACES.
026050 01  WS-STEP-REASON              PIC X(40) VALUE SPACES.

026100 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
026200     88  WS-RESTART-YES                    VALUE "Y".
026300     88  WS-RESTART-NO                     VALUE "N".
027920     88  RSN-CC-INACTIVE                   VALUE "08".
027930     88  RSN-NO-RATE                       VALUE "09".
027940     88  RSN-CONV-OVERFLOW                 VALUE "10".
027950     88  RSN-ORIG-MISSING                  VALUE "11".
027960     88  RSN-ORIG-IS-REJECT                VALUE "12".
027970     88  RSN-ORIG-REVERSED                 VALUE "13".

028000 01  WS-REJECT-REASON-TEXT       PIC X(30) VALUE SPACES.

031400 01  WS-PRIOR-NUM1               PIC S9(5)V99 VALUE 0.
031500 01  WS-PRIOR-NUM2               PIC S9(5)V99 VALUE 0.
031600 01  WS-PRIOR-SUM                PIC S9(6)V99 VALUE 0.
031605 01  WS-PRIOR-RECORD-NO          PIC 9(09) VALUE 0.

031610******************************************************************
031611* HISTORICAL REVERSAL STATE - AN H RECORD OFFSETS THE POSTING IT *
031612* NAMES ON THE HISTMST AUDIT-HISTORY MASTER, AND THE REVXREF     *
031613* CROSS-REFERENCE RECORDS EVERY POSTING EVER REVERSED THAT WAY.  *
031614* A MASTER NEVER LOADED REJECTS EVERY H RECORD; A TRIAL RUN      *
031615* READS THE CROSS-REFERENCE BUT NEVER WRITES IT.                 *
031616******************************************************************
031617 01  WS-HISTMST-OPEN-SWITCH      PIC X(01) VALUE "N".
031618     88  HISTMST-OPEN-YES                  VALUE "Y".
031619     88  HISTMST-OPEN-NO                   VALUE "N".

031620 01  WS-REVXREF-OPEN-SWITCH      PIC X(01) VALUE "N".
031621     88  REVXREF-OPEN-YES                  VALUE "Y".
031622     88  REVXREF-OPEN-NO                   VALUE "N".

031623 01  WS-XREF-WRITE-SWITCH        PIC X(01) VALUE "Y".
031624     88  XREF-TO-WRITE                     VALUE "Y".
031625     88  XREF-ALREADY-WRITTEN              VALUE "N".

031626 01  WS-REV-COST-CENTER          PIC X(06) VALUE SPACES.
031627******************************************************************
031628* SUSPECTED-DUPLICATE CHECK - EVERY A OR S PAIR POSTED ON OR     *
031629* AFTER THE LOOK-BACK CUTOFF (DUP-DAYS= CARD, DEFAULT 7 DAYS     *
031630* BEFORE THE AS-OF DATE), LOADED FROM THE HISTMST AUDIT-HISTORY  *
031631* MASTER AND GROWN AS THIS FEED POSTS.  AMOUNTS ARE KEPT AS      *
031632* KEYED, IN THE PAIR'S OWN CURRENCY.  A PAIR OFFSET BY A         *
031633* REVERSAL IS DROPPED SO ITS CORRECTED RE-KEY IS NOT HELD.       *
031634******************************************************************
031635 01  WS-DUP-DAYS                 PIC 9(03) VALUE 7.
031636 01  WS-DUP-CUTOFF-DATE          PIC X(10) VALUE SPACES.
031637 01  WS-DUP-CUTOFF-DAY-NO        PIC 9(07) COMP VALUE 0.
031638 01  WS-DUP-COUNT                PIC 9(05) COMP VALUE 0.
031639 01  WS-DUP-TABLE-MAX            PIC 9(05) COMP VALUE 9000.
031640 01  WS-DUP-LAST-SUB             PIC 9(05) COMP VALUE 0.
031641 01  WS-DUP-MATCH-SUB            PIC 9(05) COMP VALUE 0.
031642 01  WS-DUP-HELD-COUNT           PIC 9(09) COMP VALUE 0.
031643 01  WS-DUP-KEY-OP               PIC X(01) VALUE SPACE.
031644 01  WS-DUP-SUSPECT-SWITCH       PIC X(01) VALUE "N".
031645     88  DUPLICATE-SUSPECTED               VALUE "Y".
031646     88  DUPLICATE-NOT-SUSPECTED           VALUE "N".
031647 01  WS-DUP-SCAN-EOF-SWITCH      PIC X(01) VALUE "N".
031648     88  DUP-SCAN-EOF-YES                  VALUE "Y".
031649     88  DUP-SCAN-EOF-NO                   VALUE "N".
031650 01  WS-DUP-FULL-SWITCH          PIC X(01) VALUE "N".
031651     88  DUP-TABLE-FULL                    VALUE "Y" "W".
031652     88  DUP-TABLE-WARNED                  VALUE "W".
031653 01  WS-DUP-STAGE.
031654     05  DST-COST-CENTER         PIC X(06).
031655     05  DST-OP-CODE             PIC X(01).
031656     05  DST-CURRENCY            PIC X(03).
031657     05  DST-NUM1                PIC S9(5)V99.
031658     05  DST-NUM2                PIC S9(5)V99.
031659     05  DST-BASE-NUM1           PIC S9(5)V99.
031660     05  DST-RUN-DATE            PIC X(10).
031661     05  DST-RECORD-NO           PIC 9(09).
031662     05  DST-RUN-TIME            PIC X(08).
031663     05  DST-SOURCE              PIC X(01).
031664 01  WS-DUP-TABLE.
031665     05  WS-DUP-ENTRY            OCCURS 9000 TIMES
031666                                 INDEXED BY DUP-IX.
031667         10  WS-DUP-COST-CENTER  PIC X(06).
031668         10  WS-DUP-OP-CODE      PIC X(01).
031669         10  WS-DUP-CURRENCY     PIC X(03).
031670         10  WS-DUP-NUM1         PIC S9(5)V99.
031671         10  WS-DUP-NUM2         PIC S9(5)V99.
031672         10  WS-DUP-BASE-NUM1    PIC S9(5)V99.
031673         10  WS-DUP-RUN-DATE     PIC X(10).
031674         10  WS-DUP-RECORD-NO    PIC 9(09).
031675         10  WS-DUP-RUN-TIME     PIC X(08).
031676         10  WS-DUP-SOURCE       PIC X(01).
031677         10  WS-DUP-DROP-FLAG    PIC X(01).
031678             88  WS-DUP-LIVE               VALUE "L".
031679             88  WS-DUP-DROPPED            VALUE "D".
031680 01  WS-DUP-DATE-SPLIT.
031681     05  WS-DUP-DS-YYYY          PIC X(04).
031682     05  FILLER                  PIC X(01).
031683     05  WS-DUP-DS-MM            PIC X(02).
031684     05  FILLER                  PIC X(01).
031685     05  WS-DUP-DS-DD            PIC X(02).
031686 01  WS-DUP-DATE-COMPACT.
031687     05  WS-DUP-DC-YYYY          PIC X(04).
031688     05  WS-DUP-DC-MM            PIC X(02).
031689     05  WS-DUP-DC-DD            PIC X(02).
031690 01  WS-DUP-DATE-COMPACT-NUM     REDEFINES WS-DUP-DATE-COMPACT
031691                                 PIC 9(08).
031692 01  WS-DUP-HELD-PRINTED         PIC 9(09) COMP VALUE 0.
      
031700******************************************************************
031800* COST-CENTER CONTROL-BREAK STATE AND RECAP TABLE - THE REPORT   *
040400     05  PRM-MINREC-KEYWORD      PIC X(12).
040500     05  PRM-MINREC-VALUE        PIC 9(09).
040600     05  FILLER                  PIC X(59).
040601 01  WS-PARM-DUPDAYS-CARD        REDEFINES WS-PARM-CARD.
040602     05  PRM-DUPDAYS-KEYWORD     PIC X(09).
040603     05  PRM-DUPDAYS-VALUE       PIC 9(03).
040604     05  FILLER                  PIC X(68).
040605 01  WS-PARM-BUSBACK-CARD        REDEFINES WS-PARM-CARD.
040606     05  PRM-BUSBACK-KEYWORD     PIC X(14).
040607     05  PRM-BUSBACK-VALUE       PIC 9(03).
040608     05  FILLER                  PIC X(63).
040609 01  WS-PARM-BUSAHEAD-CARD       REDEFINES WS-PARM-CARD.
040610     05  PRM-BUSAHEAD-KEYWORD    PIC X(15).
040611     05  PRM-BUSAHEAD-VALUE      PIC 9(03).
040612     05  FILLER                  PIC X(62).

040613******************************************************************
040614* BUSINESS-DATE WINDOW - A BATCH HEADER'S BUSINESS DATE MUST BE  *
040615* A BUSINESS DAY FROM BUS-DAYS-BACK= BUSINESS DAYS BEFORE THE    *
040616* AS-OF DATE (DEFAULT 5) THROUGH BUS-DAYS-AHEAD= BUSINESS DAYS   *
040617* AFTER IT (DEFAULT 0, NO FUTURE DATES).  THE WINDOW IS SET ONCE *
040618* AT STARTUP.                                                    *
040619******************************************************************
040620 01  WS-BUS-DAYS-BACK            PIC 9(03) VALUE 5.
040621 01  WS-BUS-DAYS-AHEAD           PIC 9(03) VALUE 0.
040622 01  WS-BUS-DAYS-COUNTED         PIC 9(03) VALUE 0.
040623 01  WS-BUS-AS-OF-DAY-NO         PIC S9(07) COMP VALUE 0.
040624 01  WS-BUS-FROM-DAY-NO          PIC S9(07) COMP VALUE 0.
040625 01  WS-BUS-TO-DAY-NO            PIC S9(07) COMP VALUE 0.
040626 01  WS-BUS-WINDOW-FROM          PIC X(10) VALUE SPACES.
040627 01  WS-BUS-WINDOW-TO            PIC X(10) VALUE SPACES.

040628******************************************************************
040629* BUSINESS-DAY CALENDAR - THE HOLIDAYS AND WORKED WEEKEND DAYS   *
040630* FROM THE CALMAINT CALENDAR FILE (DDNAME CALENDAR, CALREC       *
040631* LAYOUT), IN DATE ORDER, READ BY STDGEN, REJFIX AND SUMTWO      *
040632* ALIKE.  THE BUSINESS-DAY TEST TURNS A DATE INTO A DAY NUMBER,  *
040633* TAKES ITS DAY OF THE WEEK FROM THE DAY NUMBER (DAY 1,          *
040634* 1601-01-01, WAS A MONDAY) AND LOOKS THE DATE UP HERE.          *
040635******************************************************************
040636 01  WS-CAL-TABLE.
040637     05  WS-CAL-ENTRY            OCCURS 1000 TIMES
040638                                 INDEXED BY CAL-IX.
040639         10  WS-CAL-DATE         PIC X(10).
040640         10  WS-CAL-DAY-TYPE     PIC X(01).

040641 01  WS-CAL-COUNT                PIC 9(04) COMP VALUE 0.

040642 01  WS-CAL-TEST-DATE            PIC X(10) VALUE SPACES.
040643 01  WS-CAL-TEST-SPLIT           REDEFINES WS-CAL-TEST-DATE.
040644     05  WS-CAL-TEST-YYYY        PIC X(04).
040645     05  FILLER                  PIC X(01).
040646     05  WS-CAL-TEST-MM          PIC X(02).
040647     05  FILLER                  PIC X(01).
040648     05  WS-CAL-TEST-DD          PIC X(02).

040649 01  WS-CAL-COMPACT.
040650     05  WS-CAL-CMP-YYYY         PIC X(04).
040651     05  WS-CAL-CMP-MM           PIC X(02).
040652     05  WS-CAL-CMP-DD           PIC X(02).
040653 01  WS-CAL-COMPACT-NUM          REDEFINES WS-CAL-COMPACT
040654                                 PIC 9(08).

040655 01  WS-CAL-DAY-NO               PIC S9(07) COMP VALUE 0.
040656 01  WS-CAL-WEEK-NO              PIC S9(07) COMP VALUE 0.
040657 01  WS-CAL-WEEKDAY              PIC 9(01) COMP VALUE 0.

040658 01  WS-CAL-BUSINESS-SWITCH      PIC X(01) VALUE "N".
040659     88  CAL-BUSINESS-DAY                  VALUE "Y".
040660     88  CAL-NOT-BUSINESS-DAY              VALUE "N".

040661 01  WS-CAL-FOUND-SWITCH         PIC X(01) VALUE "N".
040662     88  CAL-DATE-ON-FILE                  VALUE "Y".
040663     88  CAL-DATE-NOT-ON-FILE              VALUE "N".
      
040700******************************************************************
040800* TOLERANCE RULES - EACH RULE IS INACTIVE UNTIL ITS PARMIN CARD  *
053700     05  FILLER                  PIC X(02) VALUE SPACES.
053800     05  RP-TOTAL                PIC -(9)9.99.
053900     05  FILLER                  PIC X(44) VALUE SPACES.
053901 01  WS-REPORT-DUP-HEADING.
053902     05  FILLER                  PIC X(50) VALUE
053903         "SUSPECTED DUPLICATES HELD ON DUPHOLD - NOT POSTED".
053904     05  FILLER                  PIC X(30) VALUE SPACES.
053905 01  WS-REPORT-DUP-COLUMNS.
053906     05  FILLER                  PIC X(49) VALUE
053907         "   REC NO  CENTER  OP CUR        NUM1        NUM2".
053908     05  FILLER                  PIC X(31) VALUE SPACES.
053909 01  WS-REPORT-DUP-LINE.
053910     05  DL-REC-NO               PIC ZZZZZZZZ9.
053911     05  FILLER                  PIC X(02) VALUE SPACES.
053912     05  DL-COST-CENTER          PIC X(06).
053913     05  FILLER                  PIC X(02) VALUE SPACES.
053914     05  DL-OP-CODE              PIC X(01).
053915     05  FILLER                  PIC X(02) VALUE SPACES.
053916     05  DL-CURRENCY             PIC X(03).
053917     05  FILLER                  PIC X(02) VALUE SPACES.
053918     05  DL-NUM1                 PIC -(6)9.99.
053919     05  FILLER                  PIC X(02) VALUE SPACES.
053920     05  DL-NUM2                 PIC -(6)9.99.
053921     05  FILLER                  PIC X(31) VALUE SPACES.
053922 01  WS-REPORT-DUP-MATCH-LINE.
053923     05  FILLER                  PIC X(11) VALUE "  MATCHES".
053924     05  DM-SOURCE-TEXT          PIC X(09).
053925     05  FILLER                  PIC X(08) VALUE "POSTING".
053926     05  DM-RUN-DATE             PIC X(10).
053927     05  FILLER                  PIC X(08) VALUE " RECORD".
053928     05  DM-REC-NO               PIC ZZZZZZZZ9.
053929     05  FILLER                  PIC X(04) VALUE " AT".
053930     05  DM-RUN-TIME             PIC X(08).
053931     05  FILLER                  PIC X(13) VALUE SPACES.
053932 01  WS-REPORT-DUP-COUNT-LINE.
053933     05  FILLER                  PIC X(20) VALUE "PAIRS HELD:".
053934     05  DC-PAIRS-HELD           PIC ZZZZZZZZ9.
053935     05  FILLER                  PIC X(51) VALUE SPACES.

054000 PROCEDURE DIVISION.
054100******************************************************************
056130     MOVE "CCMAST"         TO WS-FILE-NAME-CHECK.
056140     PERFORM 0100-VERIFY-FILE-STATUS
056150         THRU 0100-EXIT.

056160     PERFORM 0850-OPEN-REVERSAL-FILES
056170         THRU 0850-EXIT.
056180     PERFORM 0870-LOAD-DUPLICATE-WINDOW
056190         THRU 0870-EXIT.
056192     PERFORM 9100-LOAD-CALENDAR
056194         THRU 9100-EXIT.
056196     PERFORM 9300-SET-BUSINESS-WINDOW
056198         THRU 9300-EXIT.
      
056200     IF TRIAL-MODE-NO
056300         IF WS-RESTART-YES
056500                 THRU 2200-EXIT
056600             OPEN EXTEND AUDITOUT-FILE
056700             OPEN EXTEND REJOUT-FILE
056710             OPEN EXTEND DUPHOLD-FILE
056800         ELSE
056900             OPEN OUTPUT AUDITOUT-FILE
057000             OPEN OUTPUT REJOUT-FILE
057010             OPEN OUTPUT DUPHOLD-FILE
057100         END-IF
057200         MOVE WS-AUDITOUT-STATUS TO WS-FILE-STATUS-CHECK
057300         MOVE "AUDITOUT"         TO WS-FILE-NAME-CHECK
057700         MOVE "REJOUT"           TO WS-FILE-NAME-CHECK
057800         PERFORM 0100-VERIFY-FILE-STATUS
057900             THRU 0100-EXIT
057910         MOVE WS-DUPHOLD-STATUS  TO WS-FILE-STATUS-CHECK
057920         MOVE "DUPHOLD"          TO WS-FILE-NAME-CHECK
057930         PERFORM 0100-VERIFY-FILE-STATUS
057940             THRU 0100-EXIT
058000     END-IF.

058100     OPEN OUTPUT RPTOUT-FILE.
      
060100     CLOSE SYSIN-FILE.
060110     CLOSE CCMAST-FILE.
060111     IF HISTMST-OPEN-YES
060112         CLOSE HISTMST-FILE
060113     END-IF.
060114     IF REVXREF-OPEN-YES
060115         CLOSE REVXREF-FILE
060116     END-IF.
060200     IF TRIAL-MODE-NO
060300         CLOSE AUDITOUT-FILE
060400         CLOSE REJOUT-FILE
060410         CLOSE DUPHOLD-FILE
060500     END-IF.
060600     CLOSE RPTOUT-FILE.
060700     IF TRIAL-MODE-YES
060900                 "RETURN CODE 2"
061000         MOVE 2 TO RETURN-CODE
061100     END-IF.
061105     IF TRIAL-MODE-YES
061110         MOVE "TRIAL RUN, NOTHING COMMITTED"
061115             TO WS-STEP-REASON
061120     ELSE
061125         IF WS-BREACH-COUNT > 0
061130             MOVE "FEED POSTED, TOLERANCE RULE(S) BREACHED"
061135                 TO WS-STEP-REASON
061140         ELSE
061145             IF WS-DUP-HELD-COUNT > 0
061150                 MOVE "FEED POSTED, SUSPECTED DUPLICATES HELD"
061155                     TO WS-STEP-REASON
061160             ELSE
061165                 MOVE "FEED POSTED"
061170                     TO WS-STEP-REASON
061175             END-IF
061180         END-IF
061185     END-IF.
061190     PERFORM 8900-WRITE-STEP-LOG
061195         THRU 8900-EXIT.
061200     STOP RUN.

061300******************************************************************
073200                 PERFORM 0770-BAD-CONTROL-CARD
073300                     THRU 0770-EXIT
073400             END-IF
073410         WHEN PRM-DUPDAYS-KEYWORD = "DUP-DAYS="
073420             IF PRM-DUPDAYS-VALUE NUMERIC
073430                 MOVE PRM-DUPDAYS-VALUE TO WS-DUP-DAYS
073440             ELSE
073450                 PERFORM 0770-BAD-CONTROL-CARD
073460                     THRU 0770-EXIT
073470             END-IF
073472         WHEN PRM-BUSBACK-KEYWORD = "BUS-DAYS-BACK="
073474             IF PRM-BUSBACK-VALUE NUMERIC
073476                 MOVE PRM-BUSBACK-VALUE TO WS-BUS-DAYS-BACK
073478             ELSE
073480                 PERFORM 0770-BAD-CONTROL-CARD
073482                     THRU 0770-EXIT
073484             END-IF
073486         WHEN PRM-BUSAHEAD-KEYWORD = "BUS-DAYS-AHEAD="
073488             IF PRM-BUSAHEAD-VALUE NUMERIC
073490                 MOVE PRM-BUSAHEAD-VALUE TO WS-BUS-DAYS-AHEAD
073492             ELSE
073494                 PERFORM 0770-BAD-CONTROL-CARD
073496                     THRU 0770-EXIT
073498             END-IF
073500         WHEN OTHER
073600             PERFORM 0770-BAD-CONTROL-CARD
073700                 THRU 0770-EXIT
074827 0820-EXIT.
074828     EXIT.

074830******************************************************************
074831* 0850-OPEN-REVERSAL-FILES - OPEN THE HISTMST AUDIT-HISTORY      *
074832* MASTER AND THE REVXREF REVERSAL CROSS-REFERENCE FOR THE H      *
074833* RECORD LOOKUPS.  A MASTER NEVER LOADED (STATUS 35 OR 05)       *
074834* LEAVES HISTMST CLOSED AND EVERY H RECORD REJECTS AS MISSING    *
074835* ITS ORIGINAL.  A LIVE RUN OPENS THE CROSS-REFERENCE I-O,       *
074836* PRIMING A NEWLY DEFINED CLUSTER THE FIRST TIME; A TRIAL RUN    *
074837* ONLY READS IT.  ANY OTHER OPEN FAILURE IS FATAL.               *
074838******************************************************************
074839 0850-OPEN-REVERSAL-FILES.
074840     OPEN INPUT HISTMST-FILE.
074841     EVALUATE WS-HISTMST-STATUS
074842         WHEN "00"
074843             SET HISTMST-OPEN-YES TO TRUE
074844         WHEN "35"
074845         WHEN "05"
074846             CONTINUE
074847         WHEN OTHER
074848             DISPLAY "SUMTWO020E - UNABLE TO OPEN HISTMST, FILE "
074849                     "STATUS = " WS-HISTMST-STATUS
074850             MOVE 16 TO RETURN-CODE
074851             STOP RUN
074852     END-EVALUATE.
074853     IF TRIAL-MODE-YES
074854         OPEN INPUT REVXREF-FILE
074855     ELSE
074856         OPEN I-O REVXREF-FILE
074857         IF WS-REVXREF-STATUS = "35" OR WS-REVXREF-STATUS = "05"
074858             OPEN OUTPUT REVXREF-FILE
074859             IF WS-REVXREF-STATUS = "00"
074860                 CLOSE REVXREF-FILE
074861                 OPEN I-O REVXREF-FILE
074862             END-IF
074863         END-IF
074864     END-IF.
074865     EVALUATE WS-REVXREF-STATUS
074866         WHEN "00"
074867             SET REVXREF-OPEN-YES TO TRUE
074868         WHEN "35"
074869         WHEN "05"
074870             IF TRIAL-MODE-NO
074871                 DISPLAY "SUMTWO022E - UNABLE TO OPEN REVXREF, "
074872                         "FILE STATUS = " WS-REVXREF-STATUS
074873                 MOVE 16 TO RETURN-CODE
074874                 STOP RUN
074875             END-IF
074876         WHEN OTHER
074877             DISPLAY "SUMTWO022E - UNABLE TO OPEN REVXREF, FILE "
074878                     "STATUS = " WS-REVXREF-STATUS
074879             MOVE 16 TO RETURN-CODE
074880             STOP RUN
074881     END-EVALUATE.
074882 0850-EXIT.
074883     EXIT.

074884******************************************************************
074885* 0870-LOAD-DUPLICATE-WINDOW - WORK OUT THE LOOK-BACK CUTOFF AND *
074886* LOAD EVERY A OR S POSTING DATED ON OR AFTER IT FROM THE        *
074887* HISTMST AUDIT-HISTORY MASTER INTO THE SUSPECTED-DUPLICATE      *
074888* TABLE.  A RESTARTED RUN ALSO LOADS THE POSTINGS ON AUDITOUT    *
074889* THAT HISTLD HAS NOT YET CARRIED TO THE MASTER - AMONG THEM THE *
074890* ONES ITS ABENDED ATTEMPT ALREADY MADE.  A MASTER NEVER LOADED  *
074891* LEAVES ONLY THE CHECK WITHIN THIS FEED.  MORE POSTINGS IN THE  *
074892* WINDOW THAN THE TABLE HOLDS IS FATAL - SHORTEN THE WINDOW WITH *
074893* A DUP-DAYS= CARD.                                              *
074894******************************************************************
074895 0870-LOAD-DUPLICATE-WINDOW.
074896     MOVE WS-AS-OF-DATE  TO WS-DUP-DATE-SPLIT.
074897     MOVE WS-DUP-DS-YYYY TO WS-DUP-DC-YYYY.
074898     MOVE WS-DUP-DS-MM   TO WS-DUP-DC-MM.
074899     MOVE WS-DUP-DS-DD   TO WS-DUP-DC-DD.
074901     COMPUTE WS-DUP-CUTOFF-DAY-NO =
074902         FUNCTION INTEGER-OF-DATE (WS-DUP-DATE-COMPACT-NUM)
074903         - WS-DUP-DAYS.
074904     COMPUTE WS-DUP-DATE-COMPACT-NUM =
074905         FUNCTION DATE-OF-INTEGER (WS-DUP-CUTOFF-DAY-NO).
074906     STRING WS-DUP-DC-YYYY "-" WS-DUP-DC-MM "-" WS-DUP-DC-DD
074907            DELIMITED BY SIZE
074908            INTO WS-DUP-CUTOFF-DATE.
074909     MOVE 0 TO WS-DUP-COUNT.
074910     MOVE 0 TO WS-DUP-LAST-SUB.
074911     IF HISTMST-OPEN-YES
074912         MOVE WS-DUP-CUTOFF-DATE TO HIST-RUN-DATE
074913         MOVE 0                  TO HIST-RECORD-NO
074914         START HISTMST-FILE
074915             KEY IS NOT LESS THAN HIST-KEY
074916         EVALUATE WS-HISTMST-STATUS
074917             WHEN "00"
074918                 SET DUP-SCAN-EOF-NO TO TRUE
074919                 PERFORM 0872-LOAD-ONE-HISTORY
074920                     THRU 0872-EXIT
074921                     UNTIL DUP-SCAN-EOF-YES
074922             WHEN "23"
074923                 CONTINUE
074924             WHEN OTHER
074925                 DISPLAY "SUMTWO021E - READ OF HISTMST FAILED, "
074926                         "FILE STATUS = " WS-HISTMST-STATUS
074927                         ", KEY = " HIST-KEY
074928                 MOVE 16 TO RETURN-CODE
074929                 STOP RUN
074930         END-EVALUATE
074931     END-IF.
074932     IF WS-RESTART-YES
074933         PERFORM 0874-LOAD-RESTART-POSTINGS
074934             THRU 0874-EXIT
074935     ELSE
074936         MOVE 0 TO WS-DUP-LAST-SUB
074937     END-IF.
074938     IF DUP-TABLE-FULL
074939         DISPLAY "SUMTWO025E - MORE THAN " WS-DUP-TABLE-MAX
074940                 " POSTINGS SINCE " WS-DUP-CUTOFF-DATE
074941                 " - SHORTEN THE DUP-DAYS= WINDOW"
074942         MOVE 16 TO RETURN-CODE
074943         STOP RUN
074944     END-IF.
074945     DISPLAY "SUMTWO024I - " WS-DUP-COUNT " POSTINGS SINCE "
074946             WS-DUP-CUTOFF-DATE " LOADED FOR THE DUPLICATE CHECK".
074947 0870-EXIT.
074948     EXIT.

074949******************************************************************
074950* 0872-LOAD-ONE-HISTORY - READ THE NEXT HISTMST RECORD AND STAGE *
074951* IT IF IT IS A POSTING.  A POSTING LOADED BEFORE THE MASTER     *
074952* CARRIED THE CURRENCY IS TAKEN AS A BASE-CURRENCY PAIR.         *
074953******************************************************************
074954 0872-LOAD-ONE-HISTORY.
074955     READ HISTMST-FILE NEXT RECORD
074956         AT END
074957             SET DUP-SCAN-EOF-YES TO TRUE
074958             GO TO 0872-EXIT
074959     END-READ.
074960     IF WS-HISTMST-STATUS NOT = "00"
074961         DISPLAY "SUMTWO021E - READ OF HISTMST FAILED, FILE "
074962                 "STATUS = " WS-HISTMST-STATUS
074963                 ", KEY = " HIST-KEY
074964         MOVE 16 TO RETURN-CODE
074965         STOP RUN
074966     END-IF.
074967     IF NOT HIST-TYPE-AUDIT
074968         GO TO 0872-EXIT
074969     END-IF.
074970     MOVE HIST-COST-CENTER TO DST-COST-CENTER.
074971     MOVE HIST-OP-CODE     TO DST-OP-CODE.
074972     IF HIST-CURRENCY = SPACES
074973         MOVE WS-BASE-CURRENCY TO DST-CURRENCY
074974         MOVE HIST-NUM1        TO DST-NUM1
074975         MOVE HIST-NUM2        TO DST-NUM2
074976     ELSE
074977         MOVE HIST-CURRENCY    TO DST-CURRENCY
074978         MOVE HIST-ORIG-NUM1   TO DST-NUM1
074979         MOVE HIST-ORIG-NUM2   TO DST-NUM2
074980     END-IF.
074981     MOVE HIST-NUM1        TO DST-BASE-NUM1.
074982     MOVE HIST-RUN-DATE    TO DST-RUN-DATE.
074983     MOVE HIST-RECORD-NO   TO DST-RECORD-NO.
074984     MOVE HIST-RUN-TIME    TO DST-RUN-TIME.
074985     MOVE "H"              TO DST-SOURCE.
074986     PERFORM 0876-STAGE-ONE-POSTING
074987         THRU 0876-EXIT.
074988 0872-EXIT.
074989     EXIT.

074990******************************************************************
074991* 0874-LOAD-RESTART-POSTINGS - ON A RESTART, STAGE EVERY         *
074992* AUDITOUT POSTING IN THE WINDOW THAT IS NOT ALREADY ON HISTMST. *
074993* THE LAST ONE STAGED STAYS THE PRIOR PAIR, SO AN R RECORD AT    *
074994* THE RESTART POINT STILL DROPS THE PAIR IT OFFSETS.  AUDITOUT   *
074995* IS CLOSED AGAIN BEFORE THE MAINLINE OPENS IT FOR EXTEND.       *
074996******************************************************************
074997 0874-LOAD-RESTART-POSTINGS.
074998     OPEN INPUT AUDITOUT-FILE.
074999     IF WS-AUDITOUT-STATUS = "35" OR WS-AUDITOUT-STATUS = "05"
075001         GO TO 0874-EXIT
075002     END-IF.
075003     MOVE WS-AUDITOUT-STATUS TO WS-FILE-STATUS-CHECK.
075004     MOVE "AUDITOUT"         TO WS-FILE-NAME-CHECK.
075005     PERFORM 0100-VERIFY-FILE-STATUS
075006         THRU 0100-EXIT.
075007     SET DUP-SCAN-EOF-NO TO TRUE.
075008     PERFORM 0875-LOAD-ONE-AUDIT
075009         THRU 0875-EXIT
075010         UNTIL DUP-SCAN-EOF-YES.
075011     CLOSE AUDITOUT-FILE.
075012 0874-EXIT.
075013     EXIT.

075014 0875-LOAD-ONE-AUDIT.
075015     READ AUDITOUT-FILE
075016         AT END
075017             SET DUP-SCAN-EOF-YES TO TRUE
075018             GO TO 0875-EXIT
075019     END-READ.
075020     IF AUD-RUN-DATE < WS-DUP-CUTOFF-DATE
075021         GO TO 0875-EXIT
075022     END-IF.
075023     IF HISTMST-OPEN-YES
075024         MOVE AUD-RUN-DATE  TO HIST-RUN-DATE
075025         MOVE AUD-RECORD-NO TO HIST-RECORD-NO
075026         READ HISTMST-FILE
075027         EVALUATE WS-HISTMST-STATUS
075028             WHEN "00"
075029                 GO TO 0875-EXIT
075030             WHEN "23"
075031                 CONTINUE
075032             WHEN OTHER
075033                 DISPLAY "SUMTWO021E - READ OF HISTMST FAILED, "
075034                         "FILE STATUS = " WS-HISTMST-STATUS
075035                         ", KEY = " HIST-KEY
075036                 MOVE 16 TO RETURN-CODE
075037                 STOP RUN
075038         END-EVALUATE
075039     END-IF.
075040     MOVE AUD-COST-CENTER TO DST-COST-CENTER.
075041     MOVE AUD-OP-CODE     TO DST-OP-CODE.
075042     IF AUD-CURRENCY = SPACES
075043         MOVE WS-BASE-CURRENCY TO DST-CURRENCY
075044         MOVE AUD-NUM1         TO DST-NUM1
075045         MOVE AUD-NUM2         TO DST-NUM2
075046     ELSE
075047         MOVE AUD-CURRENCY     TO DST-CURRENCY
075048         MOVE AUD-ORIG-NUM1    TO DST-NUM1
075049         MOVE AUD-ORIG-NUM2    TO DST-NUM2
075050     END-IF.
075051     MOVE AUD-NUM1        TO DST-BASE-NUM1.
075052     MOVE AUD-RUN-DATE    TO DST-RUN-DATE.
075053     MOVE AUD-RECORD-NO   TO DST-RECORD-NO.
075054     MOVE AUD-RUN-TIME    TO DST-RUN-TIME.
075055     IF AUD-RUN-DATE = WS-AS-OF-DATE
075056         MOVE "F" TO DST-SOURCE
075057     ELSE
075058         MOVE "H" TO DST-SOURCE
075059     END-IF.
075060     PERFORM 0876-STAGE-ONE-POSTING
075061         THRU 0876-EXIT.
075062 0875-EXIT.
075063     EXIT.

075064******************************************************************
075065* 0876-STAGE-ONE-POSTING - CARRY ONE EARLIER POSTING INTO THE    *
075066* TABLE.  AN R POSTING THAT EXACTLY OFFSETS THE PAIR STAGED JUST *
075067* BEFORE IT ON THE SAME RUN DATE DROPS THAT PAIR; ANY OTHER R    *
075068* POSTING IS THE OFFSET OF AN H RECORD, WHOSE ORIGINAL IS ON THE *
075069* REVXREF CROSS-REFERENCE AND IS NEVER STAGED AT ALL.            *
075070******************************************************************
075071 0876-STAGE-ONE-POSTING.
075072     IF DST-OP-CODE = "R"
075073         IF WS-DUP-LAST-SUB > 0
075074             IF WS-DUP-RUN-DATE (WS-DUP-LAST-SUB) = DST-RUN-DATE
075075                AND WS-DUP-BASE-NUM1 (WS-DUP-LAST-SUB)
075076                    + DST-BASE-NUM1 = 0
075077                 SET WS-DUP-DROPPED (WS-DUP-LAST-SUB) TO TRUE
075078             END-IF
075079         END-IF
075080         MOVE 0 TO WS-DUP-LAST-SUB
075081         GO TO 0876-EXIT
075082     END-IF.
075083     IF DST-OP-CODE NOT = "A" AND DST-OP-CODE NOT = "S"
075084         GO TO 0876-EXIT
075085     END-IF.
075086     IF REVXREF-OPEN-YES
075087         MOVE DST-RUN-DATE  TO RVX-ORIG-RUN-DATE
075088         MOVE DST-RECORD-NO TO RVX-ORIG-RECORD-NO
075089         READ REVXREF-FILE
075090         EVALUATE WS-REVXREF-STATUS
075091             WHEN "00"
075092                 MOVE 0 TO WS-DUP-LAST-SUB
075093                 GO TO 0876-EXIT
075094             WHEN "23"
075095                 CONTINUE
075096             WHEN OTHER
075097                 DISPLAY "SUMTWO022E - READ OF REVXREF FAILED, "
075098                         "FILE STATUS = " WS-REVXREF-STATUS
075099                 MOVE 16 TO RETURN-CODE
075101                 STOP RUN
075102         END-EVALUATE
075103     END-IF.
075104     PERFORM 0878-ADD-DUP-ENTRY
075105         THRU 0878-EXIT.
075106 0876-EXIT.
075107     EXIT.

075108******************************************************************
075109* 0878-ADD-DUP-ENTRY - ADD THE STAGED POSTING TO THE TABLE AND   *
075110* MAKE IT THE PRIOR PAIR.  A FULL TABLE TAKES NOTHING MORE; THE  *
075111* CALLER DECIDES WHETHER THAT IS FATAL.                          *
075112******************************************************************
075113 0878-ADD-DUP-ENTRY.
075114     IF WS-DUP-COUNT NOT < WS-DUP-TABLE-MAX
075115         IF NOT DUP-TABLE-FULL
075116             MOVE "Y" TO WS-DUP-FULL-SWITCH
075117         END-IF
075118         MOVE 0 TO WS-DUP-LAST-SUB
075119         GO TO 0878-EXIT
075120     END-IF.
075121     ADD 1 TO WS-DUP-COUNT.
075122     SET DUP-IX TO WS-DUP-COUNT.
075123     MOVE DST-COST-CENTER TO WS-DUP-COST-CENTER (DUP-IX).
075124     MOVE DST-OP-CODE     TO WS-DUP-OP-CODE (DUP-IX).
075125     MOVE DST-CURRENCY    TO WS-DUP-CURRENCY (DUP-IX).
075126     MOVE DST-NUM1        TO WS-DUP-NUM1 (DUP-IX).
075127     MOVE DST-NUM2        TO WS-DUP-NUM2 (DUP-IX).
075128     MOVE DST-BASE-NUM1   TO WS-DUP-BASE-NUM1 (DUP-IX).
075129     MOVE DST-RUN-DATE    TO WS-DUP-RUN-DATE (DUP-IX).
075130     MOVE DST-RECORD-NO   TO WS-DUP-RECORD-NO (DUP-IX).
075131     MOVE DST-RUN-TIME    TO WS-DUP-RUN-TIME (DUP-IX).
075132     MOVE DST-SOURCE      TO WS-DUP-SOURCE (DUP-IX).
075133     SET WS-DUP-LIVE (DUP-IX) TO TRUE.
075134     MOVE WS-DUP-COUNT    TO WS-DUP-LAST-SUB.
075135 0878-EXIT.
075136     EXIT.

074800******************************************************************
074900* 0900-GET-RUN-DATE-TIME - CAPTURE THE RUN DATE AND TIME ONCE,  *
075000* FORMATTED FOR USE ON EVERY AUDIT RECORD WRITTEN THIS RUN.     *
086300         MOVE WS-REPORT-OPTION-LINE TO RPTOUT-RECORD
086400         WRITE RPTOUT-RECORD
086500     END-IF.
086510     MOVE SPACES TO OL-OPTION-TEXT.
086520     STRING "DUPLICATE LOOK-BACK " DELIMITED BY SIZE
086530            WS-DUP-DAYS            DELIMITED BY SIZE
086540            " DAYS, POSTINGS SINCE " DELIMITED BY SIZE
086550            WS-DUP-CUTOFF-DATE     DELIMITED BY SIZE
086560            INTO OL-OPTION-TEXT.
086570     MOVE WS-REPORT-OPTION-LINE TO RPTOUT-RECORD.
086580     WRITE RPTOUT-RECORD.
086581     MOVE SPACES TO OL-OPTION-TEXT.
086582     STRING "BUSINESS DATES ACCEPTED " DELIMITED BY SIZE
086583            WS-BUS-WINDOW-FROM     DELIMITED BY SIZE
086584            " THRU "               DELIMITED BY SIZE
086585            WS-BUS-WINDOW-TO       DELIMITED BY SIZE
086586            ", "                   DELIMITED BY SIZE
086587            WS-BUS-DAYS-BACK       DELIMITED BY SIZE
086588            " BACK/"               DELIMITED BY SIZE
086589            WS-BUS-DAYS-AHEAD      DELIMITED BY SIZE
086590            " AHEAD"               DELIMITED BY SIZE
086591            INTO OL-OPTION-TEXT.
086592     MOVE WS-REPORT-OPTION-LINE TO RPTOUT-RECORD.
086593     WRITE RPTOUT-RECORD.
086600 0960-EXIT.
086700     EXIT.

089800         IF WS-CKPT-FOUND-YES AND DL100-CKPT-IN-PROGRESS
089900             MOVE DL100-CKPT-LAST-REC-NO      TO WS-RECORD-COUNT
090000             MOVE DL100-CKPT-VALID-COUNT      TO WS-VALID-COUNT
090010             MOVE DL100-CKPT-HELD-COUNT       TO WS-DUP-HELD-COUNT
090100             MOVE DL100-CKPT-SUBTOTAL-COUNT   TO WS-SUBTOTAL-COUNT
090200             MOVE DL100-CKPT-SUBTOTAL         TO WS-SUBTOTAL
090300             MOVE DL100-CKPT-GRAND-TOTAL      TO WS-GRAND-TOTAL
091900             MOVE DL100-CKPT-PRIOR-SUM        TO WS-PRIOR-SUM
092000             MOVE DL100-CKPT-PRIOR-FLAG
092100                                          TO WS-PRIOR-VALID-SWITCH
092110             MOVE DL100-CKPT-PRIOR-REC-NO
092120                                          TO WS-PRIOR-RECORD-NO
092200             MOVE DL100-CKPT-CC-GROUP-CODE    TO WS-CC-GROUP-CODE
092300             MOVE DL100-CKPT-CC-GROUP-COUNT   TO WS-CC-GROUP-COUNT
092400             MOVE DL100-CKPT-CC-GROUP-TOTAL   TO WS-CC-GROUP-TOTAL
101403             DISPLAY "SUMTWO019E - A RESTART IS PENDING, "
101404                     "TRIAL PREVIEW REFUSED - IT WOULD "
101405                     "OVERWRITE THE RESTART REPORT WORK FILE"
101406             PERFORM 2350-REFUSE-TRIAL-PREVIEW
101407                 THRU 2350-EXIT
101408         END-IF
101409     ELSE
101410         IF WS-CHKPT-STATUS NOT = "35"
101418 2300-EXIT.
101419     EXIT.

101420******************************************************************
101421* 2350-REFUSE-TRIAL-PREVIEW - A TRIAL PREVIEW ASKED FOR WHILE A  *
101422* RESTART IS PENDING IS REFUSED WITH RETURN CODE 8, AND THE      *
101423* REFUSAL IS LOGGED SO THE CYCLE CONTROL SHEET SHOWS WHY NOTHING *
101424* WAS PREVIEWED.                                                 *
101425******************************************************************
101426 2350-REFUSE-TRIAL-PREVIEW.
101427     MOVE 8 TO RETURN-CODE.
101428     MOVE "TRIAL REFUSED - RESTART PENDING"
101429         TO WS-STEP-REASON.
101430     PERFORM 8900-WRITE-STEP-LOG
101431         THRU 8900-EXIT.
101432     STOP RUN.
101433 2350-EXIT.
101434     EXIT.

101400******************************************************************
101500* 1000-PROCESS-ONE-PAIR - READ ONE FEED RECORD AND ROUTE IT BY  *
101600* RECORD TYPE: BATCH HEADERS OPEN AN ENVELOPE, BATCH TRAILERS   *
106900         THRU 1012-EXIT.
107000     PERFORM 1015-CHECK-BATCH-REGISTERED
107100         THRU 1015-EXIT.
107110     PERFORM 1018-CHECK-BUSINESS-DATE
107120         THRU 1018-EXIT.
107200     DISPLAY "SUMTWO006I - BATCH " WS-BATCH-ID " OPENED, "
107300             "BUSINESS DATE " WS-BUS-DATE.
107400 1010-EXIT.
114400             MOVE WS-REPORT-CONTROL-FAIL-LINE TO RPTOUT-RECORD
114500             WRITE RPTOUT-RECORD
114600             MOVE 12 TO RETURN-CODE
114610             MOVE "DUPLICATE BATCH - ALREADY REGISTERED"
114620                 TO WS-STEP-REASON
114630             PERFORM 8900-WRITE-STEP-LOG
114640                 THRU 8900-EXIT
114700             STOP RUN
114800         END-IF
114900     END-IF.
116100 1017-EXIT.
116200     EXIT.

116202******************************************************************
116204* 1018-CHECK-BUSINESS-DATE - THE HEADER'S BUSINESS DATE MUST BE  *
116206* A BUSINESS DAY ON THE CALMAINT CALENDAR AND LIE INSIDE THE     *
116208* BUSINESS-DATE WINDOW SET AT STARTUP.  A BATCH DATED ON A       *
116210* WEEKEND, A HOLIDAY, A DAY THAT DOES NOT EXIST, TOO FAR BACK OR *
116212* IN THE FUTURE STOPS THE RUN AT ITS HEADER WITH RETURN CODE 12, *
116214* BEFORE ANY OF ITS RECORDS IS PROCESSED, JUST AS A DUPLICATE    *
116216* BATCH DOES.                                                    *
116218******************************************************************
116220 1018-CHECK-BUSINESS-DATE.
116222     MOVE WS-BUS-DATE TO WS-CAL-TEST-DATE.
116224     PERFORM 9200-TEST-BUSINESS-DAY
116226         THRU 9200-EXIT.
116228     IF CAL-NOT-BUSINESS-DAY
116230         DISPLAY "SUMTWO030E - BATCH " WS-BATCH-ID
116232                 " BUSINESS DATE " WS-BUS-DATE
116234                 " IS NOT A BUSINESS DAY, RUN STOPPED"
116236         MOVE "BUSINESS DATE NOT A BUSINESS DAY"
116238             TO CF-ERROR-TEXT
116240         MOVE WS-REPORT-CONTROL-FAIL-LINE TO RPTOUT-RECORD
116242         WRITE RPTOUT-RECORD
116244         MOVE 12 TO RETURN-CODE
116246         MOVE "BUSINESS DATE NOT A BUSINESS DAY"
116248             TO WS-STEP-REASON
116250         PERFORM 8900-WRITE-STEP-LOG
116252             THRU 8900-EXIT
116254         STOP RUN
116256     END-IF.
116258     IF WS-CAL-DAY-NO < WS-BUS-FROM-DAY-NO
116260      OR WS-CAL-DAY-NO > WS-BUS-TO-DAY-NO
116262         DISPLAY "SUMTWO031E - BATCH " WS-BATCH-ID
116264                 " BUSINESS DATE " WS-BUS-DATE " OUTSIDE "
116266                 WS-BUS-WINDOW-FROM " THRU " WS-BUS-WINDOW-TO
116268                 ", RUN STOPPED"
116270         MOVE "BUSINESS DATE OUTSIDE RUN WINDOW"
116272             TO CF-ERROR-TEXT
116274         MOVE WS-REPORT-CONTROL-FAIL-LINE TO RPTOUT-RECORD
116276         WRITE RPTOUT-RECORD
116278         MOVE 12 TO RETURN-CODE
116280         MOVE "BUSINESS DATE OUTSIDE RUN WINDOW"
116282             TO WS-STEP-REASON
116284         PERFORM 8900-WRITE-STEP-LOG
116286             THRU 8900-EXIT
116288         STOP RUN
116290     END-IF.
116292 1018-EXIT.
116294     EXIT.

116300******************************************************************
116400* 1020-PROCESS-BATCH-TRAILER - VERIFY THE TRAILER'S EXPECTED    *
116500* RECORD COUNT AND HASH TOTAL AGAINST WHAT WAS ACTUALLY READ    *
124500     END-IF.
124600     PERFORM 1050-VALIDATE-INPUT
124700         THRU 1050-EXIT.
124710     IF INPUT-IS-VALID
124720         PERFORM 1080-CHECK-DUPLICATE
124730             THRU 1080-EXIT
124740         IF DUPLICATE-SUSPECTED
124750             PERFORM 1250-HOLD-DUPLICATE
124760                 THRU 1250-EXIT
124770             GO TO 1030-EXIT
124780         END-IF
124790     END-IF.
124800     IF INPUT-IS-VALID
124900         PERFORM 1060-APPLY-OPERATION
125000             THRU 1060-EXIT
125300         DISPLAY "THE SUM OF THE TWO NUMBERS IS: " DL100-SUM
125400         PERFORM 1100-WRITE-AUDIT-RECORD
125500             THRU 1100-EXIT
125510         PERFORM 1076-WRITE-REVERSAL-XREF
125520             THRU 1076-EXIT
125530         PERFORM 1082-RECORD-POSTED-PAIR
125540             THRU 1082-EXIT
125600         PERFORM 1150-WRITE-REPORT-DETAIL
125700             THRU 1150-EXIT
125800         PERFORM 1300-ACCUMULATE-TOTALS
127300* NUM1 + NUM2 RECOMPUTES ITS POSTED SUM WHICHEVER OPERATION THE  *
127400* PRIOR RECORD CARRIED, WHICH IS WHAT THE AUDBAL BALANCING       *
127500* PROGRAM PROVES EACH RECORD AGAINST.                            *
127510* AN H RECORD POSTS THE SAME KIND OF OFFSET AGAINST THE HISTMST  *
127520* POSTING IT NAMES, UNDER THAT POSTING'S COST CENTER.            *
127600******************************************************************
127700 1060-APPLY-OPERATION.
127800     MOVE SYSIN-COST-CENTER TO DL100-COST-CENTER.
128100     ELSE
128200         MOVE SYSIN-OP-CODE TO DL100-OP-CODE
128300     END-IF.
128310     IF SYSIN-OP-HIST-REVERSAL
128320         SET DL100-OP-REVERSAL TO TRUE
128330         MOVE HIST-COST-CENTER TO DL100-COST-CENTER
128340     END-IF.
128400     EVALUATE TRUE
128401         WHEN SYSIN-OP-HIST-REVERSAL
128402             COMPUTE DL100-NUM1 = 0 - HIST-NUM1
128403             IF HIST-OP-CODE = "S"
128404                 MOVE HIST-NUM2 TO DL100-NUM2
128405             ELSE
128406                 COMPUTE DL100-NUM2 = 0 - HIST-NUM2
128407             END-IF
128408             COMPUTE DL100-SUM = 0 - HIST-SUM
128409             MOVE WS-BASE-CURRENCY TO WS-EFF-CURRENCY
128410             MOVE DL100-NUM1 TO WS-ORIG-NUM1
128411             MOVE DL100-NUM2 TO WS-ORIG-NUM2
128412             MOVE DL100-SUM  TO WS-ORIG-SUM
128500         WHEN DL100-OP-SUBTRACT
128600             MOVE WS-BASE-NUM1 TO DL100-NUM1
128700             MOVE WS-BASE-NUM2 TO DL100-NUM2
131200     MOVE DL100-NUM1    TO WS-PRIOR-NUM1.
131300     MOVE DL100-NUM2    TO WS-PRIOR-NUM2.
131400     MOVE DL100-SUM     TO WS-PRIOR-SUM.
131410     MOVE WS-RECORD-COUNT TO WS-PRIOR-RECORD-NO.
131500     SET WS-PRIOR-VALID-YES TO TRUE.
131600 1070-EXIT.
131700     EXIT.
132370     MOVE 0 TO WS-CC-GROUP-COUNT.
132380     MOVE 0 TO WS-CC-GROUP-TOTAL.
132390     SORT SORT-FILE
132400         ON ASCENDING KEY SRT-HOLD-FLAG
132401                          SRT-COST-CENTER
132410                          SRT-REC-NO
132420         USING RPTWRK-FILE
132430         GIVING RPTSRT-FILE.
132650             SET RPTSRT-EOF-YES TO TRUE
132660             GO TO 1750-EXIT
132670     END-READ.
132671     IF RPS-PAIR-HELD
132672         PERFORM 1760-REPORT-HELD-PAIR
132673             THRU 1760-EXIT
132674         GO TO 1750-EXIT
132675     END-IF.
132680     IF CC-GROUP-OPEN
132690        AND WS-CC-GROUP-CODE NOT = RPS-COST-CENTER
132700         PERFORM 1085-WRITE-CC-SUBTOTAL
132920 1750-EXIT.
132930     EXIT.

132934******************************************************************
132938* 1760-REPORT-HELD-PAIR - HELD PAIRS SORT AFTER EVERY POSTED     *
132942* PAIR.  THE FIRST ONE PRINTED CLOSES THE LAST COST-CENTER GROUP *
132946* AND OPENS THE HELD SECTION; EACH PRINTS AS THE PAIR AS KEYED   *
132950* FOLLOWED BY THE POSTING IT MATCHES.  1250-HOLD-DUPLICATE KEEPS *
132954* THE COUNT THAT FEEDS THE TOTALS AND RETURN CODE.               *
132958******************************************************************
132962 1760-REPORT-HELD-PAIR.
132966     IF WS-DUP-HELD-PRINTED = 0
132970         IF CC-GROUP-OPEN
132974             PERFORM 1085-WRITE-CC-SUBTOTAL
132978                 THRU 1085-EXIT
132982         END-IF
132986         MOVE WS-REPORT-DUP-HEADING TO RPTOUT-RECORD
132990         WRITE RPTOUT-RECORD
132994         MOVE WS-REPORT-DUP-COLUMNS TO RPTOUT-RECORD
132998         WRITE RPTOUT-RECORD
133002     END-IF.
133006     ADD 1 TO WS-DUP-HELD-PRINTED.
133010     MOVE RPS-REC-NO      TO DL-REC-NO.
133014     MOVE RPS-COST-CENTER TO DL-COST-CENTER.
133018     MOVE RPS-OP-CODE     TO DL-OP-CODE.
133022     MOVE RPS-CURRENCY    TO DL-CURRENCY.
133026     MOVE RPS-NUM1        TO DL-NUM1.
133030     MOVE RPS-NUM2        TO DL-NUM2.
133034     MOVE WS-REPORT-DUP-LINE TO RPTOUT-RECORD.
133038     WRITE RPTOUT-RECORD.
133042     IF RPS-MATCH-SOURCE = "F"
133046         MOVE "THIS RUN" TO DM-SOURCE-TEXT
133050     ELSE
133054         MOVE "HISTORY"  TO DM-SOURCE-TEXT
133058     END-IF.
133062     MOVE RPS-MATCH-RUN-DATE TO DM-RUN-DATE.
133066     MOVE RPS-MATCH-REC-NO   TO DM-REC-NO.
133070     MOVE RPS-MATCH-RUN-TIME TO DM-RUN-TIME.
133074     MOVE WS-REPORT-DUP-MATCH-LINE TO RPTOUT-RECORD.
133078     WRITE RPTOUT-RECORD.
133082 1760-EXIT.
133086     EXIT.

133090******************************************************************
133094* 1072-CHECK-ORIGINAL-POSTING - LOOK UP THE POSTING AN H RECORD  *
133098* NAMES ON THE HISTMST AUDIT-HISTORY MASTER.  THE REFERENCE MUST *
133102* BE A WELL-FORMED RUN DATE AND RECORD NUMBER OF AN AUDIT        *
133106* POSTING ON THE MASTER, AND THAT POSTING MUST NOT ALREADY BE ON *
133110* THE REVXREF CROSS-REFERENCE.  AN ENTRY STAMPED WITH THIS RUN'S *
133114* DATE, BATCH AND RECORD NUMBER WAS WRITTEN BY THIS SAME RECORD  *
133118* AHEAD OF AN ABEND AND IS NOT A SECOND REVERSAL.  THE POSTING   *
133122* IS LEFT IN HIST-RECORD FOR 1060-APPLY-OPERATION TO OFFSET.     *
133126******************************************************************
133130 1072-CHECK-ORIGINAL-POSTING.
133134     SET XREF-TO-WRITE TO TRUE.
133138     MOVE SPACES TO WS-REV-COST-CENTER.
133142     IF SYSIN-REV-RUN-DATE (1:4) NOT NUMERIC
133146      OR SYSIN-REV-RUN-DATE (5:1) NOT = "-"
133150      OR SYSIN-REV-RUN-DATE (6:2) NOT NUMERIC
133154      OR SYSIN-REV-RUN-DATE (8:1) NOT = "-"
133158      OR SYSIN-REV-RUN-DATE (9:2) NOT NUMERIC
133162      OR SYSIN-REV-RECORD-NO NOT NUMERIC
133166         SET INPUT-IS-INVALID TO TRUE
133170         SET RSN-ORIG-MISSING TO TRUE
133174         MOVE "ORIGINAL REFERENCE INVALID"
133178             TO WS-REJECT-REASON-TEXT
133182         GO TO 1072-EXIT
133186     END-IF.
133190     IF HISTMST-OPEN-NO
133194         SET INPUT-IS-INVALID TO TRUE
133198         SET RSN-ORIG-MISSING TO TRUE
133202         MOVE "ORIGINAL NOT ON HISTORY" TO WS-REJECT-REASON-TEXT
133206         GO TO 1072-EXIT
133210     END-IF.
133214     MOVE SYSIN-REV-RUN-DATE  TO HIST-RUN-DATE.
133218     MOVE SYSIN-REV-RECORD-NO TO HIST-RECORD-NO.
133222     READ HISTMST-FILE.
133226     EVALUATE WS-HISTMST-STATUS
133230         WHEN "00"
133234             CONTINUE
133238         WHEN "23"
133242             SET INPUT-IS-INVALID TO TRUE
133246             SET RSN-ORIG-MISSING TO TRUE
133250             MOVE "ORIGINAL NOT ON HISTORY"
133254                 TO WS-REJECT-REASON-TEXT
133258             GO TO 1072-EXIT
133262         WHEN OTHER
133266             DISPLAY "SUMTWO021E - READ OF HISTMST FAILED, FILE "
133270                     "STATUS = " WS-HISTMST-STATUS
133274                     ", KEY = " HIST-KEY
133278             MOVE 16 TO RETURN-CODE
133282             STOP RUN
133286     END-EVALUATE.
133290     MOVE HIST-COST-CENTER TO WS-REV-COST-CENTER.
133294     IF NOT HIST-TYPE-AUDIT
133298         SET INPUT-IS-INVALID TO TRUE
133302         SET RSN-ORIG-IS-REJECT TO TRUE
133306         MOVE "ORIGINAL IS A REJECT" TO WS-REJECT-REASON-TEXT
133310         GO TO 1072-EXIT
133314     END-IF.
133318     IF REVXREF-OPEN-NO
133322         GO TO 1072-EXIT
133326     END-IF.
133330     MOVE HIST-KEY TO RVX-KEY.
133334     READ REVXREF-FILE.
133338     EVALUATE WS-REVXREF-STATUS
133342         WHEN "00"
133346             IF RVX-REV-RUN-DATE = WS-AS-OF-DATE
133350                AND RVX-REV-BATCH-ID = WS-BATCH-ID
133354                AND RVX-REV-RECORD-NO = WS-RECORD-COUNT
133358                 SET XREF-ALREADY-WRITTEN TO TRUE
133362             ELSE
133366                 SET INPUT-IS-INVALID TO TRUE
133370                 SET RSN-ORIG-REVERSED TO TRUE
133374                 MOVE "ORIGINAL ALREADY REVERSED"
133378                     TO WS-REJECT-REASON-TEXT
133382             END-IF
133386         WHEN "23"
133390             CONTINUE
133394         WHEN OTHER
133398             DISPLAY "SUMTWO022E - READ OF REVXREF FAILED, FILE "
133402                     "STATUS = " WS-REVXREF-STATUS
133406                     ", KEY = " RVX-KEY
133410             MOVE 16 TO RETURN-CODE
133414             STOP RUN
133418     END-EVALUATE.
133422 1072-EXIT.
133426     EXIT.

133430******************************************************************
133434* 1076-WRITE-REVERSAL-XREF - RECORD THE POSTING A REVERSAL       *
133438* OFFSETS ON THE REVXREF CROSS-REFERENCE ONCE ITS OFFSET IS ON   *
133442* THE AUDIT TRAIL, STAMPED WITH THE RUN, BATCH AND RECORD THAT   *
133446* REVERSED IT.  AN H RECORD'S ORIGINAL IS THE POSTING IT NAMES;  *
133450* AN R RECORD'S IS THE PRIOR POSTED RECORD OF THIS RUN, SO A     *
133454* LATER H RECORD NAMING THAT POSTING REJECTS AS ALREADY          *
133458* REVERSED.  A TRIAL RUN COMMITS NOTHING, AND A RESTARTED RECORD *
133462* WHOSE ENTRY IS ALREADY ON FILE IS NOT WRITTEN AGAIN.           *
133466******************************************************************
133470 1076-WRITE-REVERSAL-XREF.
133474     IF TRIAL-MODE-YES
133478         GO TO 1076-EXIT
133482     END-IF.
133486     EVALUATE TRUE
133490         WHEN SYSIN-OP-HIST-REVERSAL
133494             IF XREF-ALREADY-WRITTEN
133498                 GO TO 1076-EXIT
133502             END-IF
133506             MOVE SYSIN-REV-RUN-DATE  TO RVX-ORIG-RUN-DATE
133510             MOVE SYSIN-REV-RECORD-NO TO RVX-ORIG-RECORD-NO
133514             MOVE HIST-COST-CENTER    TO RVX-ORIG-COST-CENTER
133518             MOVE HIST-SUM            TO RVX-ORIG-SUM
133522         WHEN SYSIN-OP-REVERSAL
133526             MOVE WS-AS-OF-DATE       TO RVX-ORIG-RUN-DATE
133530             MOVE WS-PRIOR-RECORD-NO  TO RVX-ORIG-RECORD-NO
133534             READ REVXREF-FILE
133538             IF WS-REVXREF-STATUS = "00"
133542                 GO TO 1076-EXIT
133546             END-IF
133550             IF WS-REVXREF-STATUS NOT = "23"
133554                 DISPLAY "SUMTWO022E - READ OF REVXREF FAILED, "
133558                         "FILE STATUS = " WS-REVXREF-STATUS
133562                         ", KEY = " RVX-KEY
133566                 MOVE 16 TO RETURN-CODE
133570                 STOP RUN
133574             END-IF
133578             MOVE DL100-COST-CENTER   TO RVX-ORIG-COST-CENTER
133582             MOVE WS-PRIOR-SUM        TO RVX-ORIG-SUM
133586         WHEN OTHER
133590             GO TO 1076-EXIT
133594     END-EVALUATE.
133598     MOVE WS-AS-OF-DATE       TO RVX-REV-RUN-DATE.
133602     MOVE WS-RECORD-COUNT     TO RVX-REV-RECORD-NO.
133606     MOVE WS-RUN-TIME-DISPLAY TO RVX-REV-RUN-TIME.
133610     MOVE WS-BATCH-ID         TO RVX-REV-BATCH-ID.
133614     WRITE RVX-RECORD.
133618     IF WS-REVXREF-STATUS NOT = "00"
133622         DISPLAY "SUMTWO022E - WRITE OF REVXREF FAILED, FILE "
133626                 "STATUS = " WS-REVXREF-STATUS ", KEY = " RVX-KEY
133630         MOVE 16 TO RETURN-CODE
133634         STOP RUN
133638     END-IF.
133642     DISPLAY "SUMTWO023I - POSTING " RVX-ORIG-RUN-DATE " RECORD "
133646             RVX-ORIG-RECORD-NO " REVERSED, COST CENTER "
133650             RVX-ORIG-COST-CENTER.
133654 1076-EXIT.
133658     EXIT.

133662******************************************************************
133666* 1080-CHECK-DUPLICATE - COMPARE A VALID A OR S PAIR WITH EVERY  *
133670* LIVE TABLE ENTRY ON COST CENTER, OPERATION, CURRENCY AND BOTH  *
133674* AMOUNTS AS KEYED.  R AND H RECORDS ARE NEVER HELD, AND NEITHER *
133678* IS A PAIR IN A RELEASE BATCH - REJFIX WRAPS THE PAIRS A        *
133682* SUPERVISOR RELEASED FROM DUPHOLD IN AN ENVELOPE WHOSE BATCH ID *
133686* BEGINS WITH L, AND THOSE POST EVEN THOUGH THEY MATCH.          *
133690******************************************************************
133694 1080-CHECK-DUPLICATE.
133698     SET DUPLICATE-NOT-SUSPECTED TO TRUE.
133702     IF NOT SYSIN-OP-ADD AND NOT SYSIN-OP-SUBTRACT
133706         GO TO 1080-EXIT
133710     END-IF.
133714     IF WS-BATCH-ID (1:1) = "L"
133718         GO TO 1080-EXIT
133722     END-IF.
133726     IF SYSIN-OP-SUBTRACT
133730         MOVE "S" TO WS-DUP-KEY-OP
133734     ELSE
133738         MOVE "A" TO WS-DUP-KEY-OP
133742     END-IF.
133746     PERFORM 1081-MATCH-ONE-ENTRY
133750         THRU 1081-EXIT
133754         VARYING DUP-IX FROM 1 BY 1
133758         UNTIL DUP-IX > WS-DUP-COUNT
133762            OR DUPLICATE-SUSPECTED.
133766 1080-EXIT.
133770     EXIT.

133774 1081-MATCH-ONE-ENTRY.
133778     IF WS-DUP-LIVE (DUP-IX)
133782        AND WS-DUP-COST-CENTER (DUP-IX) = SYSIN-COST-CENTER
133786        AND WS-DUP-OP-CODE (DUP-IX)     = WS-DUP-KEY-OP
133790        AND WS-DUP-CURRENCY (DUP-IX)    = WS-EFF-CURRENCY
133794        AND WS-DUP-NUM1 (DUP-IX)        = WS-ORIG-NUM1
133798        AND WS-DUP-NUM2 (DUP-IX)        = WS-ORIG-NUM2
133802         SET DUPLICATE-SUSPECTED TO TRUE
133806         SET WS-DUP-MATCH-SUB TO DUP-IX
133810     END-IF.
133814 1081-EXIT.
133818     EXIT.

133822******************************************************************
133826* 1082-RECORD-POSTED-PAIR - KEEP THE TABLE IN STEP WITH WHAT     *
133830* THIS FEED POSTS.  AN A OR S PAIR IS ADDED, SO A REPEAT LATER   *
133834* IN THE FEED IS HELD; AN R RECORD DROPS THE PAIR IT OFFSETS; AN *
133838* H RECORD DROPS THE POSTING IT REVERSES IF THAT POSTING IS IN   *
133842* THE WINDOW.  ONCE THE TABLE FILLS, LATER PAIRS ARE STILL       *
133846* CHECKED BUT NO LONGER ADDED.                                   *
133850******************************************************************
133854 1082-RECORD-POSTED-PAIR.
133858     EVALUATE TRUE
133862         WHEN SYSIN-OP-HIST-REVERSAL
133866             PERFORM 1083-DROP-REVERSED-ENTRY
133870                 THRU 1083-EXIT
133874                 VARYING DUP-IX FROM 1 BY 1
133878                 UNTIL DUP-IX > WS-DUP-COUNT
133882             MOVE 0 TO WS-DUP-LAST-SUB
133886         WHEN SYSIN-OP-REVERSAL
133890             IF WS-DUP-LAST-SUB > 0
133894                 SET WS-DUP-DROPPED (WS-DUP-LAST-SUB) TO TRUE
133898             END-IF
133902             MOVE 0 TO WS-DUP-LAST-SUB
133906         WHEN OTHER
133910             MOVE DL100-COST-CENTER   TO DST-COST-CENTER
133914             MOVE DL100-OP-CODE       TO DST-OP-CODE
133918             MOVE WS-EFF-CURRENCY     TO DST-CURRENCY
133922             MOVE WS-ORIG-NUM1        TO DST-NUM1
133926             MOVE WS-ORIG-NUM2        TO DST-NUM2
133930             MOVE DL100-NUM1          TO DST-BASE-NUM1
133934             MOVE WS-AS-OF-DATE       TO DST-RUN-DATE
133938             MOVE WS-RECORD-COUNT     TO DST-RECORD-NO
133942             MOVE WS-RUN-TIME-DISPLAY TO DST-RUN-TIME
133946             MOVE "F"                 TO DST-SOURCE
133950             PERFORM 0878-ADD-DUP-ENTRY
133954                 THRU 0878-EXIT
133958     END-EVALUATE.
133962     IF DUP-TABLE-FULL AND NOT DUP-TABLE-WARNED
133966         MOVE "W" TO WS-DUP-FULL-SWITCH
133970         DISPLAY "SUMTWO028W - DUPLICATE TABLE FULL AT RECORD "
133974                 WS-RECORD-COUNT ", LATER PAIRS ARE NOT ADDED"
133978     END-IF.
133982 1082-EXIT.
133986     EXIT.

133990 1083-DROP-REVERSED-ENTRY.
133994     IF WS-DUP-RUN-DATE (DUP-IX)  = SYSIN-REV-RUN-DATE
133998        AND WS-DUP-RECORD-NO (DUP-IX) = SYSIN-REV-RECORD-NO
134002         SET WS-DUP-DROPPED (DUP-IX) TO TRUE
134006     END-IF.
134010 1083-EXIT.
134014     EXIT.

134200******************************************************************
134300* 1085-WRITE-CC-SUBTOTAL - CLOSE THE OPEN COST-CENTER GROUP      *
134400* WITH ITS SUBTOTAL LINE.                                        *
      
139500     IF NOT SYSIN-OP-ADD AND NOT SYSIN-OP-SUBTRACT
139600        AND NOT SYSIN-OP-REVERSAL
139650        AND NOT SYSIN-OP-HIST-REVERSAL
139700         SET INPUT-IS-INVALID TO TRUE
139800         SET RSN-OP-INVALID TO TRUE
139900         MOVE "OPERATION CODE INVALID" TO WS-REJECT-REASON-TEXT
140600             TO WS-REJECT-REASON-TEXT
140700         GO TO 1050-EXIT
140800     END-IF.
140810     IF SYSIN-OP-HIST-REVERSAL
140820         PERFORM 1072-CHECK-ORIGINAL-POSTING
140830             THRU 1072-EXIT
140840         GO TO 1050-EXIT
140850     END-IF.
140900     IF SYSIN-COST-CENTER = SPACES
141000         SET INPUT-IS-INVALID TO TRUE
141100         SET RSN-CC-MISSING TO TRUE
145610* CENTER PRINTS IN ONE GROUP HOWEVER THE FEED ARRIVED.           *
145620******************************************************************
145700 1150-WRITE-REPORT-DETAIL.
145710     MOVE SPACES            TO RPTWRK-RECORD.
145800     MOVE DL100-COST-CENTER TO RPW-COST-CENTER.
145900     MOVE WS-RECORD-COUNT   TO RPW-REC-NO.
146000     MOVE DL100-OP-CODE     TO RPW-OP-CODE.
146700******************************************************************
146800* 1200-WRITE-REJECT-RECORD - WRITE ONE REJECTS REPORT RECORD    *
146900* FOR A PAIR THAT FAILED NUMERIC EDITING, WITH A REASON CODE.   *
146910* AN H RECORD CARRIES ITS ORIGINAL-POSTING REFERENCE IN THE RAW  *
146920* AMOUNT COLUMNS AND THE ORIGINAL'S COST CENTER WHEN IT WAS      *
146930* FOUND.                                                         *
147000******************************************************************
147100 1200-WRITE-REJECT-RECORD.
147200     IF TRIAL-MODE-YES
147810     MOVE SYSIN-CURRENCY        TO REJ-CURRENCY.
147900     MOVE SYSIN-NUM1-RAW        TO REJ-RAW-NUM1.
148000     MOVE SYSIN-NUM2-RAW        TO REJ-RAW-NUM2.
148010     IF SYSIN-OP-HIST-REVERSAL
148020         MOVE WS-REV-COST-CENTER      TO REJ-COST-CENTER
148030         MOVE SPACES                  TO REJ-CURRENCY
148040         MOVE SYSIN-REV-RUN-DATE      TO REJ-RAW-NUM1
148050         MOVE SYSIN-REV-RECORD-NO-RAW TO REJ-RAW-NUM2
148060     END-IF.
148100     MOVE WS-REJECT-REASON-CODE TO REJ-REASON-CODE.
148200     MOVE WS-REJECT-REASON-TEXT TO REJ-REASON-TEXT.
148300     WRITE REJOUT-RECORD.
148400 1200-EXIT.
148500     EXIT.

148502******************************************************************
148504* 1250-HOLD-DUPLICATE - SET A SUSPECTED DUPLICATE ASIDE.  A LIVE *
148506* RUN WRITES IT TO DUPHOLD WITH THE POSTING IT MATCHES, WHERE IT *
148508* WAITS FOR A SUPERVISOR'S REL CARD TO REJFIX; EVERY RUN LISTS   *
148510* IT IN THE HELD SECTION OF THE REPORT AND COUNTS IT HERE, SO    *
148512* THE COUNT IS RIGHT FOR EVERYTHING THAT RUNS BEFORE THE REPORT  *
148514* IS SORTED.  NOTHING IS POSTED, AND AN R RECORD FOLLOWING IT    *
148516* REJECTS AS HAVING NO PRIOR RECORD TO REVERSE.                  *
148518******************************************************************
148520 1250-HOLD-DUPLICATE.
148522     SET WS-PRIOR-VALID-NO TO TRUE.
148524     SET DUP-IX TO WS-DUP-MATCH-SUB.
148526     DISPLAY "SUMTWO026I - RECORD " WS-RECORD-COUNT
148528             " HELD, MATCHES " WS-DUP-RUN-DATE (DUP-IX)
148530             " RECORD " WS-DUP-RECORD-NO (DUP-IX).
148532     IF TRIAL-MODE-NO
148534         MOVE SPACES              TO DUP-RECORD
148536         MOVE WS-AS-OF-DATE       TO DUP-RUN-DATE
148538         MOVE WS-RECORD-COUNT     TO DUP-RECORD-NO
148540         MOVE WS-RUN-TIME-DISPLAY TO DUP-RUN-TIME
148542         MOVE WS-BATCH-ID         TO DUP-BATCH-ID
148544         MOVE WS-DUP-KEY-OP       TO DUP-OP-CODE
148546         MOVE SYSIN-COST-CENTER   TO DUP-COST-CENTER
148548         MOVE WS-EFF-CURRENCY     TO DUP-CURRENCY
148550         MOVE WS-ORIG-NUM1        TO DUP-NUM1
148552         MOVE WS-ORIG-NUM2        TO DUP-NUM2
148554         MOVE WS-DUP-SOURCE (DUP-IX)    TO DUP-MATCH-SOURCE
148556         MOVE WS-DUP-RUN-DATE (DUP-IX)  TO DUP-MATCH-RUN-DATE
148558         MOVE WS-DUP-RECORD-NO (DUP-IX) TO DUP-MATCH-RECORD-NO
148560         MOVE WS-DUP-RUN-TIME (DUP-IX)  TO DUP-MATCH-RUN-TIME
148562         WRITE DUP-RECORD
148564     END-IF.
148566     MOVE SPACES              TO RPTWRK-RECORD.
148568     MOVE SYSIN-COST-CENTER   TO RPW-COST-CENTER.
148570     MOVE WS-RECORD-COUNT     TO RPW-REC-NO.
148572     MOVE WS-DUP-KEY-OP       TO RPW-OP-CODE.
148574     MOVE WS-EFF-CURRENCY     TO RPW-CURRENCY.
148576     MOVE WS-ORIG-NUM1        TO RPW-NUM1.
148578     MOVE WS-ORIG-NUM2        TO RPW-NUM2.
148580     MOVE 0                   TO RPW-SUM.
148582     SET RPW-PAIR-HELD        TO TRUE.
148584     MOVE WS-DUP-SOURCE (DUP-IX)    TO RPW-MATCH-SOURCE.
148586     MOVE WS-DUP-RUN-DATE (DUP-IX)  TO RPW-MATCH-RUN-DATE.
148588     MOVE WS-DUP-RECORD-NO (DUP-IX) TO RPW-MATCH-REC-NO.
148590     MOVE WS-DUP-RUN-TIME (DUP-IX)  TO RPW-MATCH-RUN-TIME.
148592     WRITE RPTWRK-RECORD.
148594     ADD 1 TO WS-DUP-HELD-COUNT.
148596 1250-EXIT.
148598     EXIT.

148600******************************************************************
148700* 1300-ACCUMULATE-TOTALS - ADD THE SUM JUST COMPUTED INTO THE   *
148800* RUNNING SUBTOTAL AND THE OVERALL GRAND TOTAL, DISPLAYING A    *
155700     MOVE WS-REPORT-CONTROL-FAIL-LINE TO RPTOUT-RECORD.
155800     WRITE RPTOUT-RECORD.
155900     MOVE 16 TO RETURN-CODE.
155910     MOVE WS-CONTROL-ERROR-TEXT TO WS-STEP-REASON.
155920     PERFORM 8900-WRITE-STEP-LOG
155930         THRU 8900-EXIT.
156000     STOP RUN.
156100 1850-EXIT.
156200     EXIT.
157700     END-IF.
157800     DISPLAY "RECORDS READ:     " WS-RECORD-COUNT.
157900     DISPLAY "RECORDS VALID:    " WS-VALID-COUNT.
157910     DISPLAY "PAIRS HELD:       " WS-DUP-HELD-COUNT.
158000     DISPLAY "GRAND TOTAL:      " WS-GRAND-TOTAL.
158100     PERFORM 1950-WRITE-REPORT-TOTALS
158200         THRU 1950-EXIT.
158300     PERFORM 1920-EVALUATE-TOLERANCES
158400         THRU 1920-EXIT.
158410     IF WS-DUP-HELD-COUNT > 0
158420         DISPLAY "SUMTWO027W - " WS-DUP-HELD-COUNT
158430                 " SUSPECTED DUPLICATE PAIRS HELD ON DUPHOLD"
158440         IF RETURN-CODE < 4
158450             MOVE 4 TO RETURN-CODE
158460         END-IF
158470     END-IF.
158500 1900-EXIT.
158600     EXIT.
      
159700     MOVE 0 TO WS-BREACH-COUNT.
159800     IF REJ-PCT-SET-YES AND WS-RECORD-COUNT > 0
159900         COMPUTE WS-REJECT-RATE-PCT ROUNDED =
160000             ((WS-RECORD-COUNT - WS-VALID-COUNT
160001               - WS-DUP-HELD-COUNT) * 100)
160100             / WS-RECORD-COUNT
160200         IF WS-REJECT-RATE-PCT > WS-REJ-PCT-MAX
160300             MOVE WS-REJECT-RATE-PCT TO WS-REJECT-RATE-EDIT
166300     MOVE WS-VALID-COUNT  TO CL-RECORDS-VALID.
166400     MOVE WS-REPORT-COUNTS-LINE TO RPTOUT-RECORD.
166500     WRITE RPTOUT-RECORD.
166510     IF WS-DUP-HELD-COUNT > 0
166520         MOVE WS-DUP-HELD-COUNT TO DC-PAIRS-HELD
166530         MOVE WS-REPORT-DUP-COUNT-LINE TO RPTOUT-RECORD
166540         WRITE RPTOUT-RECORD
166550     END-IF.
166600     MOVE WS-GRAND-TOTAL TO GL-GRAND-TOTAL.
166700     MOVE WS-REPORT-GRANDTOTAL-LINE TO RPTOUT-RECORD.
166800     WRITE RPTOUT-RECORD.
173100         MOVE WS-RUN-TIME-DISPLAY     TO DL100-CKPT-RUN-TIME
173200         MOVE WS-RECORD-COUNT         TO DL100-CKPT-LAST-REC-NO
173300         MOVE WS-VALID-COUNT          TO DL100-CKPT-VALID-COUNT
173310         MOVE WS-DUP-HELD-COUNT       TO DL100-CKPT-HELD-COUNT
173400         MOVE WS-SUBTOTAL-COUNT       TO DL100-CKPT-SUBTOTAL-COUNT
173500         MOVE WS-SUBTOTAL             TO DL100-CKPT-SUBTOTAL
173600         MOVE WS-GRAND-TOTAL          TO DL100-CKPT-GRAND-TOTAL
174700         MOVE WS-PRIOR-NUM2           TO DL100-CKPT-PRIOR-NUM2
174800         MOVE WS-PRIOR-SUM            TO DL100-CKPT-PRIOR-SUM
174900         MOVE WS-PRIOR-VALID-SWITCH   TO DL100-CKPT-PRIOR-FLAG
174910         MOVE WS-PRIOR-RECORD-NO      TO DL100-CKPT-PRIOR-REC-NO
175000         PERFORM 8010-SAVE-CC-STATE
175100             THRU 8010-EXIT
175200         PERFORM 8030-SAVE-BATCH-TABLE
184400     MOVE WS-RUN-TIME-DISPLAY     TO DL100-CKPT-RUN-TIME.
184500     MOVE WS-RECORD-COUNT         TO DL100-CKPT-LAST-REC-NO.
184600     MOVE WS-VALID-COUNT          TO DL100-CKPT-VALID-COUNT.
184610     MOVE WS-DUP-HELD-COUNT       TO DL100-CKPT-HELD-COUNT.
184700     MOVE WS-SUBTOTAL-COUNT       TO DL100-CKPT-SUBTOTAL-COUNT.
184800     MOVE WS-SUBTOTAL             TO DL100-CKPT-SUBTOTAL.
184900     MOVE WS-GRAND-TOTAL          TO DL100-CKPT-GRAND-TOTAL.
185900     MOVE WS-PRIOR-NUM2           TO DL100-CKPT-PRIOR-NUM2.
186000     MOVE WS-PRIOR-SUM            TO DL100-CKPT-PRIOR-SUM.
186100     MOVE WS-PRIOR-VALID-SWITCH   TO DL100-CKPT-PRIOR-FLAG.
186110     MOVE WS-PRIOR-RECORD-NO      TO DL100-CKPT-PRIOR-REC-NO.
186200     PERFORM 8010-SAVE-CC-STATE
186300         THRU 8010-EXIT.
186400     PERFORM 8030-SAVE-BATCH-TABLE
193400     MOVE WS-RECORD-COUNT       TO RST-RECORDS-READ.
193500     MOVE WS-VALID-COUNT        TO RST-VALID-COUNT.
193600     COMPUTE RST-REJECT-COUNT =
193700         WS-RECORD-COUNT - WS-VALID-COUNT - WS-DUP-HELD-COUNT.
193800     IF WS-RECORD-COUNT > 0
193900         COMPUTE RST-REJECT-RATE ROUNDED =
194000             ((WS-RECORD-COUNT - WS-VALID-COUNT
194001               - WS-DUP-HELD-COUNT) * 100)
194100             / WS-RECORD-COUNT
194200     ELSE
194300         MOVE 0 TO RST-REJECT-RATE
197700     END-IF.
197800 8350-EXIT.
197900     EXIT.

243200******************************************************************
243300* 8900-WRITE-STEP-LOG - APPEND THIS STEP'S RECORD TO THE COMMON  *
243400* STEP LOG THE CYCLRPT CONTROL SHEET IS PRINTED FROM.  THE CYCLE *
243500* DATE IS THE ONE ON THE LAST RECORD ALREADY LOGGED - STDGEN     *
243600* OPENED THE CYCLE WITH ITS BUSINESS DATE - SO A STEP RUNNING    *
243700* PAST MIDNIGHT OR RESTARTED NEXT MORNING STILL LOGS AGAINST ITS *
243800* OWN CYCLE.  AN EMPTY LOG FALLS BACK TO THE RUN DATE.  THE LOG  *
243900* IS APPENDED WITH THE SAME FIRST-TIME FALLBACK THE OTHER        *
244000* DISP=MOD FILES USE.                                            *
244100******************************************************************
244200 8900-WRITE-STEP-LOG.
244300     MOVE SPACES TO WS-CYCLE-DATE.
244400     OPEN INPUT STEPLOG-FILE.
244500     IF WS-STEPLOG-STATUS = "00"
244600         PERFORM 8950-READ-ONE-STEP-LOG
244700             THRU 8950-EXIT
244800             UNTIL STEPLOG-EOF-YES
244900         CLOSE STEPLOG-FILE
245000     ELSE
245100         IF WS-STEPLOG-STATUS NOT = "35"
245200            AND WS-STEPLOG-STATUS NOT = "05"
245300             PERFORM 8980-STEPLOG-FAILURE
245400                 THRU 8980-EXIT
245500         END-IF
245600     END-IF.
245700     IF WS-CYCLE-DATE = SPACES
245800         MOVE WS-RUN-DATE-DISPLAY TO WS-CYCLE-DATE
245900     END-IF.
246000     OPEN EXTEND STEPLOG-FILE.
246100     IF WS-STEPLOG-STATUS = "35" OR WS-STEPLOG-STATUS = "05"
246200         OPEN OUTPUT STEPLOG-FILE
246300     END-IF.
246400     IF WS-STEPLOG-STATUS NOT = "00"
246500         PERFORM 8980-STEPLOG-FAILURE
246600             THRU 8980-EXIT
246700     END-IF.
246800     MOVE SPACES TO SLG-RECORD.
246900     MOVE WS-CYCLE-DATE       TO SLG-CYCLE-DATE.
247000     MOVE "SUMTWO"            TO SLG-PROGRAM.
247100     MOVE WS-RUN-DATE-DISPLAY TO SLG-RUN-DATE.
247200     MOVE WS-RUN-TIME-DISPLAY TO SLG-RUN-TIME.
247300     MOVE RETURN-CODE         TO SLG-RETURN-CODE.
247400     MOVE WS-FEED-RECORD-COUNT TO SLG-COUNT-IN.
247500     MOVE WS-VALID-COUNT      TO SLG-COUNT-OUT.
247600     COMPUTE SLG-COUNT-EXCEPTION =
247700         WS-RECORD-COUNT - WS-VALID-COUNT - WS-DUP-HELD-COUNT.
247800     MOVE WS-DUP-HELD-COUNT   TO SLG-COUNT-HELD.
247900     MOVE WS-GRAND-TOTAL      TO SLG-AMOUNT.
248000     MOVE WS-STEP-REASON      TO SLG-REASON.
248100     WRITE SLG-RECORD.
248200     CLOSE STEPLOG-FILE.
248300 8900-EXIT.
248400     EXIT.

248500 8950-READ-ONE-STEP-LOG.
248600     READ STEPLOG-FILE
248700         AT END
248800             SET STEPLOG-EOF-YES TO TRUE
248900             GO TO 8950-EXIT
249000     END-READ.
249100     MOVE SLG-CYCLE-DATE TO WS-CYCLE-DATE.
249200 8950-EXIT.
249300     EXIT.

249400******************************************************************
249500* 8980-STEPLOG-FAILURE - THE STEP LOG COULD NOT BE OPENED.  THE  *
249600* STEP'S OWN WORK IS ALREADY DONE, BUT A CYCLE WITH A STEP       *
249700* MISSING FROM THE LOG WOULD PRINT A MISLEADING CONTROL SHEET,   *
249800* SO THE FAILURE ENDS THE STEP THE SAME WAY ANY OTHER FILE       *
249900* FAILURE DOES.                                                  *
250000******************************************************************
250100 8980-STEPLOG-FAILURE.
250200     DISPLAY "SUMTWO029E - UNABLE TO OPEN STEPLOG, FILE "
250300             "STATUS = " WS-STEPLOG-STATUS.
250400     MOVE 16 TO RETURN-CODE.
250500     STOP RUN.
250600 8980-EXIT.
250700     EXIT.

250710******************************************************************
250720* 9100-LOAD-CALENDAR - LOAD THE BUSINESS-DAY CALENDAR INTO THE   *
250730* TABLE.  NO BATCH IS ACCEPTED WITHOUT KNOWING WHICH DAYS ARE    *
250740* BUSINESS DAYS, SO A CALENDAR THAT CANNOT BE OPENED IS FATAL;   *
250750* AN EMPTY ONE SIMPLY MAKES EVERY MONDAY TO FRIDAY A BUSINESS    *
250760* DAY.  MORE THAN 1000 DATES IS FATAL - CALMAINT DELETES THE     *
250770* OLDEST.                                                        *
250780******************************************************************
250790 9100-LOAD-CALENDAR.
250800     MOVE SPACES TO WS-CAL-TABLE.
250810     OPEN INPUT CALENDAR-FILE.
250820     MOVE WS-CALENDAR-STATUS TO WS-FILE-STATUS-CHECK.
250830     MOVE "CALENDAR"         TO WS-FILE-NAME-CHECK.
250840     PERFORM 0100-VERIFY-FILE-STATUS
250850         THRU 0100-EXIT.
250860     PERFORM 9150-LOAD-ONE-CALENDAR-DAY
250870         THRU 9150-EXIT
250880         UNTIL CALENDAR-EOF-YES.
250890     CLOSE CALENDAR-FILE.
250900 9100-EXIT.
250910     EXIT.

250920 9150-LOAD-ONE-CALENDAR-DAY.
250930     READ CALENDAR-FILE
250940         AT END
250950             SET CALENDAR-EOF-YES TO TRUE
250960             GO TO 9150-EXIT
250970     END-READ.
250980     IF WS-CAL-COUNT = 1000
250990         DISPLAY "SUMTWO032E - MORE THAN 1000 DATES ON THE "
251000                 "CALENDAR"
251010         MOVE 16 TO RETURN-CODE
251020         STOP RUN
251030     END-IF.
251040     ADD 1 TO WS-CAL-COUNT.
251050     MOVE CAL-DATE     TO WS-CAL-DATE (WS-CAL-COUNT).
251060     MOVE CAL-DAY-TYPE TO WS-CAL-DAY-TYPE (WS-CAL-COUNT).
251070 9150-EXIT.
251080     EXIT.

251090******************************************************************
251100* 9200-TEST-BUSINESS-DAY - DECIDE WHETHER THE DATE IN            *
251110* WS-CAL-TEST-DATE IS A BUSINESS DAY.  MONDAY TO FRIDAY IS A     *
251120* BUSINESS DAY UNLESS THE CALENDAR HOLDS IT AS A HOLIDAY;        *
251130* SATURDAY AND SUNDAY ARE NOT UNLESS THE CALENDAR HOLDS THEM AS  *
251140* WORKED DAYS.  A DATE THAT IS NOT A REAL CALENDAR DATE IS NEVER *
251150* A BUSINESS DAY.                                                *
251160******************************************************************
251170 9200-TEST-BUSINESS-DAY.
251180     PERFORM 9210-DATE-TO-DAY-NO
251190         THRU 9210-EXIT.
251200     IF WS-CAL-DAY-NO = 0
251210         SET CAL-NOT-BUSINESS-DAY TO TRUE
251220         SET CAL-DATE-NOT-ON-FILE TO TRUE
251230         GO TO 9200-EXIT
251240     END-IF.
251250     PERFORM 9220-TEST-DAY-NO
251260         THRU 9220-EXIT.
251270 9200-EXIT.
251280     EXIT.

251290******************************************************************
251300* 9210-DATE-TO-DAY-NO - TURN THE YYYY-MM-DD DATE IN              *
251310* WS-CAL-TEST-DATE INTO ITS DAY NUMBER IN WS-CAL-DAY-NO, OR ZERO *
251320* WHEN IT IS NOT A REAL CALENDAR DATE.                           *
251330******************************************************************
251340 9210-DATE-TO-DAY-NO.
251350     MOVE 0 TO WS-CAL-DAY-NO.
251360     IF WS-CAL-TEST-YYYY NOT NUMERIC
251370      OR WS-CAL-TEST-MM NOT NUMERIC
251380      OR WS-CAL-TEST-DD NOT NUMERIC
251390         GO TO 9210-EXIT
251400     END-IF.
251410     MOVE WS-CAL-TEST-YYYY TO WS-CAL-CMP-YYYY.
251420     MOVE WS-CAL-TEST-MM   TO WS-CAL-CMP-MM.
251430     MOVE WS-CAL-TEST-DD   TO WS-CAL-CMP-DD.
251440     IF FUNCTION TEST-DATE-YYYYMMDD (WS-CAL-COMPACT-NUM) NOT = 0
251450         GO TO 9210-EXIT
251460     END-IF.
251470     COMPUTE WS-CAL-DAY-NO =
251480         FUNCTION INTEGER-OF-DATE (WS-CAL-COMPACT-NUM).
251490 9210-EXIT.
251500     EXIT.

251510******************************************************************
251520* 9215-DAY-NO-TO-WEEKDAY - WORK OUT THE DAY OF THE WEEK OF DAY   *
251530* NUMBER WS-CAL-DAY-NO INTO WS-CAL-WEEKDAY, 1 FOR MONDAY TO 7    *
251540* FOR SUNDAY.  DAY 1, 1601-01-01, WAS A MONDAY.                  *
251550******************************************************************
251560 9215-DAY-NO-TO-WEEKDAY.
251570     COMPUTE WS-CAL-WEEK-NO = (WS-CAL-DAY-NO - 1) / 7.
251580     COMPUTE WS-CAL-WEEKDAY =
251590         WS-CAL-DAY-NO - (WS-CAL-WEEK-NO * 7).
251600 9215-EXIT.
251610     EXIT.

251620******************************************************************
251630* 9220-TEST-DAY-NO - THE BUSINESS-DAY TEST FOR DAY NUMBER        *
251640* WS-CAL-DAY-NO.  THE DAY OF THE WEEK GIVES THE ORDINARY ANSWER  *
251650* AND A HOLIDAY OR WORKED DAY ON THE CALENDAR OVERRIDES IT.  THE *
251660* DATE IS LEFT IN WS-CAL-TEST-DATE AND, WHEN IT IS ON THE        *
251670* CALENDAR, CAL-IX POINTS AT ITS ENTRY.                          *
251680******************************************************************
251690 9220-TEST-DAY-NO.
251700     PERFORM 9215-DAY-NO-TO-WEEKDAY
251710         THRU 9215-EXIT.
251720     IF WS-CAL-WEEKDAY > 5
251730         SET CAL-NOT-BUSINESS-DAY TO TRUE
251740     ELSE
251750         SET CAL-BUSINESS-DAY TO TRUE
251760     END-IF.
251770     COMPUTE WS-CAL-COMPACT-NUM =
251780         FUNCTION DATE-OF-INTEGER (WS-CAL-DAY-NO).
251790     STRING WS-CAL-CMP-YYYY "-" WS-CAL-CMP-MM "-" WS-CAL-CMP-DD
251800            DELIMITED BY SIZE
251810            INTO WS-CAL-TEST-DATE.
251820     SET CAL-DATE-NOT-ON-FILE TO TRUE.
251830     SET CAL-IX TO 1.
251840     SEARCH WS-CAL-ENTRY
251850         AT END
251860             CONTINUE
251870         WHEN WS-CAL-DATE (CAL-IX) = SPACES
251880             CONTINUE
251890         WHEN WS-CAL-DATE (CAL-IX) = WS-CAL-TEST-DATE
251900             SET CAL-DATE-ON-FILE TO TRUE
251910             IF WS-CAL-DAY-TYPE (CAL-IX) = "H"
251920                 SET CAL-NOT-BUSINESS-DAY TO TRUE
251930             END-IF
251940             IF WS-CAL-DAY-TYPE (CAL-IX) = "W"
251950                 SET CAL-BUSINESS-DAY TO TRUE
251960             END-IF
251970     END-SEARCH.
251980 9220-EXIT.
251990     EXIT.

252000******************************************************************
252010* 9300-SET-BUSINESS-WINDOW - SET THE BUSINESS-DATE WINDOW A      *
252020* BATCH HEADER IS HELD TO: FROM WS-BUS-DAYS-BACK BUSINESS DAYS   *
252030* BEFORE THE AS-OF DATE THROUGH WS-BUS-DAYS-AHEAD BUSINESS DAYS  *
252040* AFTER IT.  WITH NO DAYS AHEAD THE WINDOW ENDS ON THE AS-OF     *
252050* DATE ITSELF.                                                   *
252060******************************************************************
252070 9300-SET-BUSINESS-WINDOW.
252080     MOVE WS-AS-OF-DATE TO WS-CAL-TEST-DATE.
252090     PERFORM 9210-DATE-TO-DAY-NO
252100         THRU 9210-EXIT.
252110     IF WS-CAL-DAY-NO = 0
252120         DISPLAY "SUMTWO033E - AS-OF DATE " WS-AS-OF-DATE
252130                 " IS NOT A CALENDAR DATE"
252140         MOVE 16 TO RETURN-CODE
252150         STOP RUN
252160     END-IF.
252170     MOVE WS-CAL-DAY-NO TO WS-BUS-AS-OF-DAY-NO.
252180     MOVE 0 TO WS-BUS-DAYS-COUNTED.
252190     PERFORM 9350-STEP-BACK-ONE-DAY
252200         THRU 9350-EXIT
252210         UNTIL WS-BUS-DAYS-COUNTED = WS-BUS-DAYS-BACK.
252220     MOVE WS-CAL-DAY-NO    TO WS-BUS-FROM-DAY-NO.
252230     MOVE WS-CAL-TEST-DATE TO WS-BUS-WINDOW-FROM.
252240     MOVE WS-BUS-AS-OF-DAY-NO TO WS-CAL-DAY-NO.
252250     MOVE WS-AS-OF-DATE       TO WS-CAL-TEST-DATE.
252260     MOVE 0 TO WS-BUS-DAYS-COUNTED.
252270     PERFORM 9360-STEP-AHEAD-ONE-DAY
252280         THRU 9360-EXIT
252290         UNTIL WS-BUS-DAYS-COUNTED = WS-BUS-DAYS-AHEAD.
252300     MOVE WS-CAL-DAY-NO    TO WS-BUS-TO-DAY-NO.
252310     MOVE WS-CAL-TEST-DATE TO WS-BUS-WINDOW-TO.
252320 9300-EXIT.
252330     EXIT.

252340 9350-STEP-BACK-ONE-DAY.
252350     SUBTRACT 1 FROM WS-CAL-DAY-NO.
252360     PERFORM 9220-TEST-DAY-NO
252370         THRU 9220-EXIT.
252380     IF CAL-BUSINESS-DAY
252390         ADD 1 TO WS-BUS-DAYS-COUNTED
252400     END-IF.
252410 9350-EXIT.
252420     EXIT.

252430 9360-STEP-AHEAD-ONE-DAY.
252440     ADD 1 TO WS-CAL-DAY-NO.
252450     PERFORM 9220-TEST-DAY-NO
252460         THRU 9220-EXIT.
252470     IF CAL-BUSINESS-DAY
252480         ADD 1 TO WS-BUS-DAYS-COUNTED
252490     END-IF.
252500 9360-EXIT.
252510     EXIT.
