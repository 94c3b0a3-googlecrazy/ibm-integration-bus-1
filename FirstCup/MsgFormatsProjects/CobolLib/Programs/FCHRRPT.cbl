000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCHRRPT.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - HOURLY TRADING
000800*                          PATTERN REPORT FOR STAFF ROSTERING,
000900*                          READ FROM THE HRSALES SUMMARY FILE
001000*                          FCHRSUM BUILDS NIGHTLY. THE WINDOW IS
001100*                          THE NUMBER OF WEEKS ON THE HRRPARM
001200*                          CONTROL CARD (ZERO MEANS 4, AT MOST 13)
001300*                          ENDING ON THE LATEST RUN DATE ON FILE.
001400*                          FOR EACH BRANCH IT PRINTS THE AVERAGE
001500*                          INVOICES AND ITEM LINES BY HOUR OF THE
001600*                          DAY AND DAY OF THE WEEK, EACH CELL
001700*                          BEING THE HOUR'S TOTAL OVER THE NUMBER
001800*                          OF THOSE WEEKDAYS THE BRANCH TRADED,
001900*                          WITH THE PEAK HOUR OF EACH WEEKDAY,
002000*                          FOLLOWED BY EACH TILL'S AVERAGE
002100*                          INVOICES PER TRADING DAY BY HOUR SO
002200*                          THAT TILLS SITTING IDLE IN HOURS THE
002300*                          BRANCH TRADES STAND OUT. BRANCH NAMES
002400*                          COME FROM BRCHMSTR VIA FCBRNAME AS ON
002500*                          THE OTHER REPORTS.
002600*      ------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500           SELECT PARM-FILE    ASSIGN TO HRRPARM
003600               ORGANIZATION    IS LINE SEQUENTIAL
003700               FILE STATUS     IS WS-PARM-STATUS.
003800           SELECT HOUR-FILE    ASSIGN TO HRSALES
003900               ORGANIZATION    IS LINE SEQUENTIAL
004000               FILE STATUS     IS WS-HOUR-STATUS.
004100           SELECT REPORT-FILE  ASSIGN TO HRRPT
004200               ORGANIZATION    IS LINE SEQUENTIAL
004300               FILE STATUS     IS WS-REPORT-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700**----------------------------------------------------------*
004800*    PARM-RECORD - THE REPORT CONTROL CARD: THE NUMBER OF   *
004900*    WEEKS TO AVERAGE OVER, ENDING ON THE LATEST RUN DATE   *
005000*    ON FILE                                                *
005100**----------------------------------------------------------*
005200 FD  PARM-FILE.
005300 01  PARM-RECORD.
005400           05  PARM-WEEKS              PIC 9(2).
005500
005600 FD  HOUR-FILE.
005700           COPY HourlySales
005800               REPLACING ==HourlySalesRecord==
005900                   BY ==HOUR-RECORD==.
006000
006100 FD  REPORT-FILE.
006200 01  REPORT-RECORD               PIC X(132).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
006700               88  END-OF-HOUR-FILE          VALUE "Y".
006800           05  WS-BR-FOUND-SWITCH   PIC X(01)    VALUE "N".
006900               88  FOUND-BRANCH              VALUE "Y".
007000           05  WS-TL-FOUND-SWITCH   PIC X(01)    VALUE "N".
007100               88  FOUND-TILL                VALUE "Y".
007200           05  WS-HR-TRADED-SWITCH  PIC X(01)    VALUE "N".
007300               88  HOUR-TRADED               VALUE "Y".
007400
007500 01  WS-FILE-STATUSES.
007600           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
007700           05  WS-HOUR-STATUS       PIC X(02)    VALUE "00".
007800           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
007900
008000 01  WS-INDICES.
008100           05  WS-BR-IX             PIC 99       COMP
008200               VALUE ZERO.
008300           05  WS-TL-IX             PIC 9(3)     COMP
008400               VALUE ZERO.
008500           05  WS-HR-IX             PIC 99       COMP
008600               VALUE ZERO.
008700           05  WS-DW-IX             PIC 99       COMP
008800               VALUE ZERO.
008900           05  WS-OFF-IX            PIC 9(3)     COMP
009000               VALUE ZERO.
009100
009200 01  WS-COUNTERS.
009300           05  WS-BRANCH-COUNT      PIC 99       COMP
009400               VALUE ZERO.
009500           05  WS-TILL-COUNT        PIC 9(3)     COMP
009600               VALUE ZERO.
009700           05  WS-RECORD-COUNT      PIC 9(9)     COMP
009800               VALUE ZERO.
009900           05  WS-OLDER-COUNT       PIC 9(9)     COMP
010000               VALUE ZERO.
010100           05  WS-BAD-HOUR-COUNT    PIC 9(6)     COMP
010200               VALUE ZERO.
010300           05  WS-BR-OVERFLOW-CNT   PIC 9(6)     COMP
010400               VALUE ZERO.
010500           05  WS-TL-OVERFLOW-CNT   PIC 9(6)     COMP
010600               VALUE ZERO.
010700
010800**----------------------------------------------------------*
010900*    WS-WINDOW-PARMS - THE CONTROL CARD AFTER DEFAULTING,   *
011000*    AND THE WINDOW IT GIVES: THE WEEKS ENDING ON THE       *
011100*    LATEST RUN DATE ON HRSALES                             *
011200**----------------------------------------------------------*
011300 01  WS-WINDOW-PARMS.
011400           05  WS-WEEKS             PIC 9(2)     VALUE ZERO.
011500           05  WS-WINDOW-DAYS       PIC 9(3)     COMP
011600               VALUE ZERO.
011700           05  WS-LATEST-DATE       PIC 9(8)     VALUE ZERO.
011800           05  WS-LATEST-INT        PIC 9(8)     COMP
011900               VALUE ZERO.
012000           05  WS-FROM-DATE         PIC 9(8)     VALUE ZERO.
012100           05  WS-REC-INT           PIC 9(8)     COMP
012200               VALUE ZERO.
012300           05  WS-DAY-OFFSET        PIC S9(4)    COMP
012400               VALUE ZERO.
012500           05  WS-DOW-BASE          PIC 9(8)     COMP
012600               VALUE ZERO.
012700           05  WS-DOW-QUOTIENT      PIC 9(8)     COMP
012800               VALUE ZERO.
012900           05  WS-DOW-REMAINDER     PIC 9        COMP
013000               VALUE ZERO.
013100
013200**----------------------------------------------------------*
013300*    WS-BRANCH-TABLE - PER BRANCH: WHICH DAYS OF THE        *
013400*    WINDOW IT TRADED (SLOT 1 BEING THE LATEST DATE), HOW   *
013500*    MANY OF EACH WEEKDAY THAT MAKES (1 = MONDAY), AND THE  *
013600*    HOUR BY WEEKDAY GRID OF INVOICES AND ITEM LINES        *
013700**----------------------------------------------------------*
013800 01  WS-BRANCH-TABLE.
013900           05  WS-BR-ENTRY          OCCURS 50 TIMES.
014000               10  WS-BR-BRANCH-ID      PIC X(05).
014100               10  WS-BR-TRADING-DAYS   PIC 9(3)     COMP.
014200               10  WS-BR-DAY-SEEN       PIC X(01)
014300                   OCCURS 91 TIMES.
014400               10  WS-BR-DOW-DAYS       PIC 9(3)     COMP
014500                   OCCURS 7 TIMES.
014600               10  WS-BR-HOUR           OCCURS 24 TIMES.
014700                   15  WS-BR-CELL           OCCURS 7 TIMES.
014800                       20  WS-BR-INVOICES   PIC S9(9)    COMP-3.
014900                       20  WS-BR-ITEMS      PIC S9(9)    COMP-3.
015000
015100**----------------------------------------------------------*
015200*    WS-TILL-TABLE - INVOICES BY HOUR OF THE DAY FOR EACH   *
015300*    TILL OF EACH BRANCH ACROSS THE WHOLE WINDOW            *
015400**----------------------------------------------------------*
015500 01  WS-TILL-TABLE.
015600           05  WS-TL-ENTRY          OCCURS 500 TIMES.
015700               10  WS-TL-BR-IX          PIC 99       COMP.
015800               10  WS-TL-TILL-ID        PIC 9(4).
015900               10  WS-TL-INVOICES       PIC S9(9)    COMP-3
016000                   OCCURS 24 TIMES.
016100
016200 01  WS-AVERAGE-WORK.
016300           05  WS-AVG-INVOICES      PIC S9(7)    COMP-3
016400               VALUE ZERO.
016500           05  WS-AVG-ITEMS         PIC S9(7)    COMP-3
016600               VALUE ZERO.
016700           05  WS-PEAK-INVOICES     PIC S9(9)    COMP-3
016800               VALUE ZERO.
016900           05  WS-PEAK-HOUR         PIC 99       VALUE ZERO.
017000
017100 01  WS-DAY-NAMES-VALUES.
017200           05  FILLER               PIC X(03)    VALUE "MON".
017300           05  FILLER               PIC X(03)    VALUE "TUE".
017400           05  FILLER               PIC X(03)    VALUE "WED".
017500           05  FILLER               PIC X(03)    VALUE "THU".
017600           05  FILLER               PIC X(03)    VALUE "FRI".
017700           05  FILLER               PIC X(03)    VALUE "SAT".
017800           05  FILLER               PIC X(03)    VALUE "SUN".
017900 01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-VALUES.
018000           05  WS-DAY-NAME          PIC X(03)    OCCURS 7 TIMES.
018100
018200**----------------------------------------------------------*
018300*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
018400*    PRINT THE BRANCH NAME ALONGSIDE THE RAW ID             *
018500**----------------------------------------------------------*
018600 01  WS-BRNAME-PARMS.
018700           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
018800           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
018900           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
019000           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
019100           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
019200
019300**----------------------------------------------------------*
019400*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
019500*    WRITTEN BY 7900-WRITE-RECORD                           *
019600**----------------------------------------------------------*
019700 01  WS-SECTION-LINE.
019800           05  WS-SL-TEXT           PIC X(60).
019900
020000 01  WS-BRANCH-HEAD-LINE.
020100           05  FILLER               PIC X(07)
020200               VALUE "BRANCH ".
020300           05  WS-BH-BRANCH         PIC X(05).
020400           05  FILLER               PIC X(01)    VALUE SPACE.
020500           05  WS-BH-BRANCH-NAME    PIC X(30).
020600           05  FILLER               PIC X(14)
020700               VALUE " TRADING DAYS=".
020800           05  WS-BH-DAYS           PIC ZZ9.
020900           05  FILLER               PIC X(06)
021000               VALUE " FROM ".
021100           05  WS-BH-FROM-DATE      PIC 9(8).
021200           05  FILLER               PIC X(04)
021300               VALUE " TO ".
021400           05  WS-BH-TO-DATE        PIC 9(8).
021500
021600 01  WS-DAYS-LINE.
021700           05  FILLER               PIC X(15)
021800               VALUE "WEEKDAYS TRADED".
021900           05  WS-DYL-CELL          OCCURS 7 TIMES.
022000               10  FILLER               PIC X(01)    VALUE SPACES.
022100               10  WS-DYL-NAME          PIC X(03).
022200               10  FILLER               PIC X(01)    VALUE SPACES.
022300               10  WS-DYL-DAYS          PIC Z9.
022400               10  FILLER               PIC X(04)    VALUE SPACES.
022500
022600 01  WS-GRID-HEAD-1.
022700           05  FILLER               PIC X(06)    VALUE "HOUR".
022800           05  WS-GH1-CELL          OCCURS 7 TIMES.
022900               10  FILLER               PIC X(04)    VALUE SPACES.
023000               10  WS-GH1-NAME          PIC X(03).
023100               10  FILLER               PIC X(04)    VALUE SPACES.
023200
023300 01  WS-GRID-HEAD-2.
023400           05  FILLER               PIC X(06)    VALUE SPACES.
023500           05  WS-GH2-CELL          OCCURS 7 TIMES.
023600               10  WS-GH2-TEXT          PIC X(11).
023700
023800 01  WS-GRID-LINE.
023900           05  WS-GL-HOUR           PIC 99.
024000           05  FILLER               PIC X(04)    VALUE ":00 ".
024100           05  WS-GL-CELL           OCCURS 7 TIMES.
024200               10  WS-GL-CELL-DATA.
024300                   15  WS-GL-INVOICES   PIC ZZZ9.
024400                   15  WS-GL-SLASH      PIC X(01).
024500                   15  WS-GL-ITEMS      PIC ZZZZ9.
024600               10  WS-GL-CELL-X         REDEFINES WS-GL-CELL-DATA
024700                                        PIC X(10).
024800               10  FILLER               PIC X(01)    VALUE SPACES.
024900
025000 01  WS-PEAK-LINE.
025100           05  FILLER               PIC X(06)    VALUE "PEAK".
025200           05  WS-PL-CELL           OCCURS 7 TIMES.
025300               10  FILLER               PIC X(03)    VALUE SPACES.
025400               10  WS-PL-HOUR           PIC 99.
025500               10  WS-PL-HOUR-X         REDEFINES WS-PL-HOUR
025600                                        PIC X(02).
025700               10  WS-PL-SUFFIX         PIC X(03).
025800               10  FILLER               PIC X(03)    VALUE SPACES.
025900
026000 01  WS-TILL-HEAD-LINE.
026100           05  FILLER               PIC X(10)    VALUE "TILL".
026200           05  WS-TH-CELL           OCCURS 24 TIMES.
026300               10  FILLER               PIC X(02)    VALUE SPACES.
026400               10  WS-TH-HOUR           PIC 99.
026500
026600 01  WS-TILL-LINE.
026700           05  FILLER               PIC X(05)    VALUE "TILL ".
026800           05  WS-TLL-TILL          PIC 9(4).
026900           05  FILLER               PIC X(01)    VALUE SPACE.
027000           05  WS-TLL-CELL          OCCURS 24 TIMES.
027100               10  FILLER               PIC X(01)    VALUE SPACES.
027200               10  WS-TLL-AVG           PIC ZZ9.
027300               10  WS-TLL-AVG-X         REDEFINES WS-TLL-AVG
027400                                        PIC X(03).
027500
027600 PROCEDURE DIVISION.
027700
027800**----------------------------------------------------------*
027900*    0000-MAINLINE                                          *
028000**----------------------------------------------------------*
028100 0000-MAINLINE.
028200           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
028300           PERFORM 1100-SCAN-LATEST-DATE
028400               THRU 1100-SCAN-LATEST-DATE-EXIT
028500               UNTIL END-OF-HOUR-FILE.
028600           IF WS-LATEST-DATE = ZERO
028700               DISPLAY "FCHRRPT: NO SUMMARY DATA ON HRSALES"
028800               PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
028900               STOP RUN
029000           END-IF.
029100           PERFORM 1200-SET-UP-WINDOW
029200               THRU 1200-SET-UP-WINDOW-EXIT.
029300           PERFORM 1300-REOPEN-SUMMARY
029400               THRU 1300-REOPEN-SUMMARY-EXIT.
029500           PERFORM 2000-BUCKET-RECORD
029600               THRU 2000-BUCKET-RECORD-EXIT
029700               UNTIL END-OF-HOUR-FILE.
029800           PERFORM 7000-PRINT-REPORT
029900               THRU 7000-PRINT-REPORT-EXIT.
030000           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
030100           STOP RUN.
030200
030300**----------------------------------------------------------*
030400*    1000-INITIALISE - READ THE CONTROL CARD, OPEN THE      *
030500*    SUMMARY FILE FOR THE LATEST-DATE SCAN AND THE REPORT   *
030600*    FOR OUTPUT                                             *
030700**----------------------------------------------------------*
030800 1000-INITIALISE.
030900           OPEN INPUT  PARM-FILE.
031000           IF WS-PARM-STATUS NOT = "00"
031100               DISPLAY "FCHRRPT: PARM-FILE OPEN FAILED, STATUS="
031200                   WS-PARM-STATUS
031300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031400           END-IF.
031500           READ PARM-FILE
031600               AT END
031700                   DISPLAY "FCHRRPT: EMPTY CONTROL CARD"
031800                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031900           END-READ.
032000           IF PARM-WEEKS NUMERIC
032100               MOVE PARM-WEEKS TO WS-WEEKS
032200           END-IF.
032300           CLOSE PARM-FILE.
032400           IF WS-WEEKS = ZERO
032500               MOVE 4 TO WS-WEEKS
032600           END-IF.
032700           IF WS-WEEKS > 13
032800               MOVE 13 TO WS-WEEKS
032900           END-IF.
033000           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7.
033100           OPEN INPUT  HOUR-FILE.
033200           IF WS-HOUR-STATUS NOT = "00"
033300               DISPLAY "FCHRRPT: HRSALES OPEN FAILED, STATUS="
033400                   WS-HOUR-STATUS
033500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
033600           END-IF.
033700           OPEN OUTPUT REPORT-FILE.
033800           IF WS-REPORT-STATUS NOT = "00"
033900               DISPLAY "FCHRRPT: REPORT OPEN FAILED, STATUS="
034000                   WS-REPORT-STATUS
034100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034200           END-IF.
034300           PERFORM 2900-READ-HOUR-FILE
034400               THRU 2900-READ-HOUR-FILE-EXIT.
034500 1000-INITIALISE-EXIT.
034600           EXIT.
034700
034800**----------------------------------------------------------*
034900*    1100-SCAN-LATEST-DATE - FIRST PASS: THE LATEST RUN     *
035000*    DATE ON FILE ENDS THE WINDOW                           *
035100**----------------------------------------------------------*
035200 1100-SCAN-LATEST-DATE.
035300           IF SummaryRunDate OF HOUR-RECORD > WS-LATEST-DATE
035400               MOVE SummaryRunDate OF HOUR-RECORD
035500                   TO WS-LATEST-DATE
035600           END-IF.
035700           PERFORM 2900-READ-HOUR-FILE
035800               THRU 2900-READ-HOUR-FILE-EXIT.
035900 1100-SCAN-LATEST-DATE-EXIT.
036000           EXIT.
036100
036200**----------------------------------------------------------*
036300*    1200-SET-UP-WINDOW - DATE THE START OF THE WINDOW      *
036400*    BACK FROM THE LATEST DATE                              *
036500**----------------------------------------------------------*
036600 1200-SET-UP-WINDOW.
036700           COMPUTE WS-LATEST-INT =
036800               FUNCTION INTEGER-OF-DATE (WS-LATEST-DATE).
036900           COMPUTE WS-FROM-DATE =
037000               FUNCTION DATE-OF-INTEGER
037100                   (WS-LATEST-INT - WS-WINDOW-DAYS + 1).
037200 1200-SET-UP-WINDOW-EXIT.
037300           EXIT.
037400
037500**----------------------------------------------------------*
037600*    1300-REOPEN-SUMMARY - REWIND THE SUMMARY FILE FOR THE  *
037700*    BUCKETING PASS                                         *
037800**----------------------------------------------------------*
037900 1300-REOPEN-SUMMARY.
038000           CLOSE HOUR-FILE.
038100           OPEN INPUT  HOUR-FILE.
038200           IF WS-HOUR-STATUS NOT = "00"
038300               DISPLAY "FCHRRPT: HRSALES REOPEN FAILED,"
038400                   " STATUS=" WS-HOUR-STATUS
038500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038600           END-IF.
038700           MOVE "N" TO WS-EOF-SWITCH.
038800           PERFORM 2900-READ-HOUR-FILE
038900               THRU 2900-READ-HOUR-FILE-EXIT.
039000 1300-REOPEN-SUMMARY-EXIT.
039100           EXIT.
039200
039300**----------------------------------------------------------*
039400*    2000-BUCKET-RECORD - SECOND PASS: PLACE ONE SUMMARY    *
039500*    RECORD IN ITS BRANCH'S HOUR BY WEEKDAY GRID AND ITS    *
039600*    TILL'S HOURLY TOTALS. THE FIRST RECORD OF A BRANCH ON  *
039700*    A DATE COUNTS THAT DATE AS A TRADING DAY FOR ITS       *
039800*    WEEKDAY. ANYTHING BEFORE THE WINDOW IS COUNTED PAST    *
039900**----------------------------------------------------------*
040000 2000-BUCKET-RECORD.
040100           ADD 1 TO WS-RECORD-COUNT.
040200           COMPUTE WS-REC-INT =
040300               FUNCTION INTEGER-OF-DATE
040400                   (SummaryRunDate OF HOUR-RECORD).
040500           COMPUTE WS-DAY-OFFSET = WS-LATEST-INT - WS-REC-INT.
040600           IF WS-DAY-OFFSET < 0
040700               OR WS-DAY-OFFSET >= WS-WINDOW-DAYS
040800               ADD 1 TO WS-OLDER-COUNT
040900               GO TO 2000-BUCKET-RECORD-READ
041000           END-IF.
041100           IF TradingHour OF HOUR-RECORD NOT NUMERIC
041200               OR TradingHour OF HOUR-RECORD > 23
041300               ADD 1 TO WS-BAD-HOUR-COUNT
041400               GO TO 2000-BUCKET-RECORD-READ
041500           END-IF.
041600           PERFORM 2100-FIND-OR-ADD-BRANCH
041700               THRU 2100-FIND-OR-ADD-BRANCH-EXIT.
041800           IF WS-BR-IX = ZERO
041900               GO TO 2000-BUCKET-RECORD-READ
042000           END-IF.
042100           COMPUTE WS-DOW-BASE = WS-REC-INT - 1.
042200           DIVIDE WS-DOW-BASE BY 7
042300               GIVING WS-DOW-QUOTIENT
042400               REMAINDER WS-DOW-REMAINDER.
042500           COMPUTE WS-DW-IX = WS-DOW-REMAINDER + 1.
042600           COMPUTE WS-OFF-IX = WS-DAY-OFFSET + 1.
042700           IF WS-BR-DAY-SEEN (WS-BR-IX, WS-OFF-IX) NOT = "Y"
042800               MOVE "Y" TO WS-BR-DAY-SEEN (WS-BR-IX, WS-OFF-IX)
042900               ADD 1 TO WS-BR-TRADING-DAYS (WS-BR-IX)
043000               ADD 1 TO WS-BR-DOW-DAYS (WS-BR-IX, WS-DW-IX)
043100           END-IF.
043200           COMPUTE WS-HR-IX = TradingHour OF HOUR-RECORD + 1.
043300           ADD HourlyInvoices OF HOUR-RECORD
043400               TO WS-BR-INVOICES (WS-BR-IX, WS-HR-IX, WS-DW-IX).
043500           ADD HourlyItems OF HOUR-RECORD
043600               TO WS-BR-ITEMS (WS-BR-IX, WS-HR-IX, WS-DW-IX).
043700           PERFORM 2200-FIND-OR-ADD-TILL
043800               THRU 2200-FIND-OR-ADD-TILL-EXIT.
043900           IF WS-TL-IX > ZERO
044000               ADD HourlyInvoices OF HOUR-RECORD
044100                   TO WS-TL-INVOICES (WS-TL-IX, WS-HR-IX)
044200           END-IF.
044300 2000-BUCKET-RECORD-READ.
044400           PERFORM 2900-READ-HOUR-FILE
044500               THRU 2900-READ-HOUR-FILE-EXIT.
044600 2000-BUCKET-RECORD-EXIT.
044700           EXIT.
044800
044900**----------------------------------------------------------*
045000*    2100-FIND-OR-ADD-BRANCH                                *
045100**----------------------------------------------------------*
045200 2100-FIND-OR-ADD-BRANCH.
045300           SET WS-BR-FOUND-SWITCH TO "N".
045400           PERFORM 2110-SEARCH-BRANCH
045500               THRU 2110-SEARCH-BRANCH-EXIT
045600               VARYING WS-BR-IX FROM 1 BY 1
045700               UNTIL WS-BR-IX > WS-BRANCH-COUNT
045800                   OR FOUND-BRANCH.
045900           IF FOUND-BRANCH
046000               SUBTRACT 1 FROM WS-BR-IX
046100           ELSE
046200               IF WS-BRANCH-COUNT >= 50
046300                   ADD 1 TO WS-BR-OVERFLOW-CNT
046400                   MOVE ZERO TO WS-BR-IX
046500               ELSE
046600                   ADD 1 TO WS-BRANCH-COUNT
046700                   MOVE WS-BRANCH-COUNT TO WS-BR-IX
046800                   INITIALIZE WS-BR-ENTRY (WS-BR-IX)
046900                   MOVE SourceBranchID OF HOUR-RECORD
047000                       TO WS-BR-BRANCH-ID (WS-BR-IX)
047100               END-IF
047200           END-IF.
047300 2100-FIND-OR-ADD-BRANCH-EXIT.
047400           EXIT.
047500
047600**----------------------------------------------------------*
047700*    2110-SEARCH-BRANCH                                     *
047800**----------------------------------------------------------*
047900 2110-SEARCH-BRANCH.
048000           IF WS-BR-BRANCH-ID (WS-BR-IX)
048100               = SourceBranchID OF HOUR-RECORD
048200               SET FOUND-BRANCH TO TRUE
048300           END-IF.
048400 2110-SEARCH-BRANCH-EXIT.
048500           EXIT.
048600
048700**----------------------------------------------------------*
048800*    2200-FIND-OR-ADD-TILL                                  *
048900**----------------------------------------------------------*
049000 2200-FIND-OR-ADD-TILL.
049100           SET WS-TL-FOUND-SWITCH TO "N".
049200           PERFORM 2210-SEARCH-TILL
049300               THRU 2210-SEARCH-TILL-EXIT
049400               VARYING WS-TL-IX FROM 1 BY 1
049500               UNTIL WS-TL-IX > WS-TILL-COUNT
049600                   OR FOUND-TILL.
049700           IF FOUND-TILL
049800               SUBTRACT 1 FROM WS-TL-IX
049900           ELSE
050000               IF WS-TILL-COUNT >= 500
050100                   ADD 1 TO WS-TL-OVERFLOW-CNT
050200                   MOVE ZERO TO WS-TL-IX
050300               ELSE
050400                   ADD 1 TO WS-TILL-COUNT
050500                   MOVE WS-TILL-COUNT TO WS-TL-IX
050600                   INITIALIZE WS-TL-ENTRY (WS-TL-IX)
050700                   MOVE WS-BR-IX TO WS-TL-BR-IX (WS-TL-IX)
050800                   MOVE SourceTillID OF HOUR-RECORD
050900                       TO WS-TL-TILL-ID (WS-TL-IX)
051000               END-IF
051100           END-IF.
051200 2200-FIND-OR-ADD-TILL-EXIT.
051300           EXIT.
051400
051500**----------------------------------------------------------*
051600*    2210-SEARCH-TILL                                       *
051700**----------------------------------------------------------*
051800 2210-SEARCH-TILL.
051900           IF WS-TL-BR-IX (WS-TL-IX) = WS-BR-IX
052000               AND WS-TL-TILL-ID (WS-TL-IX)
052100               = SourceTillID OF HOUR-RECORD
052200               SET FOUND-TILL TO TRUE
052300           END-IF.
052400 2210-SEARCH-TILL-EXIT.
052500           EXIT.
052600
052700**----------------------------------------------------------*
052800*    2900-READ-HOUR-FILE                                    *
052900**----------------------------------------------------------*
053000 2900-READ-HOUR-FILE.
053100           READ HOUR-FILE
053200               AT END
053300                   SET END-OF-HOUR-FILE TO TRUE
053400           END-READ.
053500           IF NOT END-OF-HOUR-FILE
053600               AND WS-HOUR-STATUS NOT = "00"
053700               DISPLAY "FCHRRPT: HRSALES READ ERROR, STATUS="
053800                   WS-HOUR-STATUS
053900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
054000           END-IF.
054100 2900-READ-HOUR-FILE-EXIT.
054200           EXIT.
054300
054400**----------------------------------------------------------*
054500*    7000-PRINT-REPORT - SET UP THE FIXED HEADINGS, THEN    *
054600*    ONE BLOCK PER BRANCH                                   *
054700**----------------------------------------------------------*
054800 7000-PRINT-REPORT.
054900           PERFORM 7010-SET-UP-DAY-HEADING
055000               THRU 7010-SET-UP-DAY-HEADING-EXIT
055100               VARYING WS-DW-IX FROM 1 BY 1
055200               UNTIL WS-DW-IX > 7.
055300           PERFORM 7020-SET-UP-HOUR-HEADING
055400               THRU 7020-SET-UP-HOUR-HEADING-EXIT
055500               VARYING WS-HR-IX FROM 1 BY 1
055600               UNTIL WS-HR-IX > 24.
055700           PERFORM 7100-PRINT-BRANCH THRU 7100-PRINT-BRANCH-EXIT
055800               VARYING WS-BR-IX FROM 1 BY 1
055900               UNTIL WS-BR-IX > WS-BRANCH-COUNT.
056000 7000-PRINT-REPORT-EXIT.
056100           EXIT.
056200
056300**----------------------------------------------------------*
056400*    7010-SET-UP-DAY-HEADING                                *
056500**----------------------------------------------------------*
056600 7010-SET-UP-DAY-HEADING.
056700           MOVE WS-DAY-NAME (WS-DW-IX) TO WS-GH1-NAME (WS-DW-IX).
056800           MOVE WS-DAY-NAME (WS-DW-IX) TO WS-DYL-NAME (WS-DW-IX).
056900           MOVE "INVS/ITEMS" TO WS-GH2-TEXT (WS-DW-IX).
057000 7010-SET-UP-DAY-HEADING-EXIT.
057100           EXIT.
057200
057300**----------------------------------------------------------*
057400*    7020-SET-UP-HOUR-HEADING                               *
057500**----------------------------------------------------------*
057600 7020-SET-UP-HOUR-HEADING.
057700           COMPUTE WS-TH-HOUR (WS-HR-IX) = WS-HR-IX - 1.
057800 7020-SET-UP-HOUR-HEADING-EXIT.
057900           EXIT.
058000
058100**----------------------------------------------------------*
058200*    7100-PRINT-BRANCH - THE BRANCH HEADING, THE NUMBER OF  *
058300*    EACH WEEKDAY TRADED, THE AVERAGE GRID FOR EVERY HOUR   *
058400*    THE BRANCH TRADED ON ANY DAY, THE PEAK HOUR OF EACH    *
058500*    WEEKDAY AND THE TILL LINES                             *
058600**----------------------------------------------------------*
058700 7100-PRINT-BRANCH.
058800           MOVE WS-BR-BRANCH-ID (WS-BR-IX) TO WS-BH-BRANCH.
058900           MOVE WS-BR-BRANCH-ID (WS-BR-IX) TO WS-BN-BRANCH-ID.
059000           CALL "FCBRNAME" USING WS-BN-FUNCTION,
059100               WS-BN-BRANCH-ID, WS-BN-TILL-ID,
059200               WS-BN-BRANCH-NAME, WS-BN-RETURN.
059300           MOVE WS-BN-BRANCH-NAME TO WS-BH-BRANCH-NAME.
059400           MOVE WS-BR-TRADING-DAYS (WS-BR-IX) TO WS-BH-DAYS.
059500           MOVE WS-FROM-DATE   TO WS-BH-FROM-DATE.
059600           MOVE WS-LATEST-DATE TO WS-BH-TO-DATE.
059700           MOVE SPACES TO REPORT-RECORD.
059800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
059900           MOVE WS-BRANCH-HEAD-LINE TO REPORT-RECORD.
060000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
060100           PERFORM 7110-SET-DAYS-CELL THRU 7110-SET-DAYS-CELL-EXIT
060200               VARYING WS-DW-IX FROM 1 BY 1
060300               UNTIL WS-DW-IX > 7.
060400           MOVE WS-DAYS-LINE TO REPORT-RECORD.
060500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
060600           MOVE
060700               "AVERAGE INVOICES / ITEM LINES BY HOUR AND WEEKDAY"
060800               TO WS-SL-TEXT.
060900           MOVE WS-SECTION-LINE TO REPORT-RECORD.
061000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
061100           MOVE WS-GRID-HEAD-1 TO REPORT-RECORD.
061200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
061300           MOVE WS-GRID-HEAD-2 TO REPORT-RECORD.
061400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
061500           PERFORM 7200-PRINT-HOUR THRU 7200-PRINT-HOUR-EXIT
061600               VARYING WS-HR-IX FROM 1 BY 1
061700               UNTIL WS-HR-IX > 24.
061800           PERFORM 7300-FIND-PEAK THRU 7300-FIND-PEAK-EXIT
061900               VARYING WS-DW-IX FROM 1 BY 1
062000               UNTIL WS-DW-IX > 7.
062100           MOVE WS-PEAK-LINE TO REPORT-RECORD.
062200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
062300           MOVE
062400               "AVERAGE INVOICES PER TRADING DAY BY TILL AND HOUR"
062500               TO WS-SL-TEXT.
062600           MOVE WS-SECTION-LINE TO REPORT-RECORD.
062700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
062800           MOVE WS-TILL-HEAD-LINE TO REPORT-RECORD.
062900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
063000           PERFORM 7400-PRINT-TILL THRU 7400-PRINT-TILL-EXIT
063100               VARYING WS-TL-IX FROM 1 BY 1
063200               UNTIL WS-TL-IX > WS-TILL-COUNT.
063300 7100-PRINT-BRANCH-EXIT.
063400           EXIT.
063500
063600**----------------------------------------------------------*
063700*    7110-SET-DAYS-CELL                                     *
063800**----------------------------------------------------------*
063900 7110-SET-DAYS-CELL.
064000           MOVE WS-BR-DOW-DAYS (WS-BR-IX, WS-DW-IX)
064100               TO WS-DYL-DAYS (WS-DW-IX).
064200 7110-SET-DAYS-CELL-EXIT.
064300           EXIT.
064400
064500**----------------------------------------------------------*
064600*    7200-PRINT-HOUR - ONE GRID LINE, SKIPPED WHEN THE      *
064700*    BRANCH NEVER TRADED THE HOUR. A WEEKDAY THE BRANCH     *
064800*    NEVER TRADED PRINTS BLANK                              *
064900**----------------------------------------------------------*
065000 7200-PRINT-HOUR.
065100           PERFORM 7500-CHECK-HOUR-TRADED
065200               THRU 7500-CHECK-HOUR-TRADED-EXIT.
065300           IF NOT HOUR-TRADED
065400               GO TO 7200-PRINT-HOUR-EXIT
065500           END-IF.
065600           COMPUTE WS-GL-HOUR = WS-HR-IX - 1.
065700           PERFORM 7210-SET-GRID-CELL THRU 7210-SET-GRID-CELL-EXIT
065800               VARYING WS-DW-IX FROM 1 BY 1
065900               UNTIL WS-DW-IX > 7.
066000           MOVE WS-GRID-LINE TO REPORT-RECORD.
066100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
066200 7200-PRINT-HOUR-EXIT.
066300           EXIT.
066400
066500**----------------------------------------------------------*
066600*    7210-SET-GRID-CELL                                     *
066700**----------------------------------------------------------*
066800 7210-SET-GRID-CELL.
066900           IF WS-BR-DOW-DAYS (WS-BR-IX, WS-DW-IX) = ZERO
067000               MOVE SPACES TO WS-GL-CELL-X (WS-DW-IX)
067100               GO TO 7210-SET-GRID-CELL-EXIT
067200           END-IF.
067300           COMPUTE WS-AVG-INVOICES ROUNDED =
067400               WS-BR-INVOICES (WS-BR-IX, WS-HR-IX, WS-DW-IX)
067500               / WS-BR-DOW-DAYS (WS-BR-IX, WS-DW-IX).
067600           COMPUTE WS-AVG-ITEMS ROUNDED =
067700               WS-BR-ITEMS (WS-BR-IX, WS-HR-IX, WS-DW-IX)
067800               / WS-BR-DOW-DAYS (WS-BR-IX, WS-DW-IX).
067900           MOVE WS-AVG-INVOICES TO WS-GL-INVOICES (WS-DW-IX).
068000           MOVE "/"             TO WS-GL-SLASH (WS-DW-IX).
068100           MOVE WS-AVG-ITEMS    TO WS-GL-ITEMS (WS-DW-IX).
068200 7210-SET-GRID-CELL-EXIT.
068300           EXIT.
068400
068500**----------------------------------------------------------*
068600*    7300-FIND-PEAK - THE HOUR WITH THE MOST INVOICES ON    *
068700*    THE WEEKDAY; THE DAY COUNT IS THE SAME FOR EVERY HOUR  *
068800*    OF A WEEKDAY SO THE TOTALS COMPARE AS THE AVERAGES DO  *
068900**----------------------------------------------------------*
069000 7300-FIND-PEAK.
069100           MOVE ZERO TO WS-PEAK-INVOICES.
069200           MOVE ZERO TO WS-PEAK-HOUR.
069300           PERFORM 7310-COMPARE-PEAK THRU 7310-COMPARE-PEAK-EXIT
069400               VARYING WS-HR-IX FROM 1 BY 1
069500               UNTIL WS-HR-IX > 24.
069600           IF WS-PEAK-INVOICES = ZERO
069700               MOVE SPACES TO WS-PL-HOUR-X (WS-DW-IX)
069800               MOVE SPACES TO WS-PL-SUFFIX (WS-DW-IX)
069900           ELSE
070000               MOVE WS-PEAK-HOUR TO WS-PL-HOUR (WS-DW-IX)
070100               MOVE ":00" TO WS-PL-SUFFIX (WS-DW-IX)
070200           END-IF.
070300 7300-FIND-PEAK-EXIT.
070400           EXIT.
070500
070600**----------------------------------------------------------*
070700*    7310-COMPARE-PEAK                                      *
070800**----------------------------------------------------------*
070900 7310-COMPARE-PEAK.
071000           IF WS-BR-INVOICES (WS-BR-IX, WS-HR-IX, WS-DW-IX)
071100               > WS-PEAK-INVOICES
071200               MOVE WS-BR-INVOICES (WS-BR-IX, WS-HR-IX, WS-DW-IX)
071300                   TO WS-PEAK-INVOICES
071400               COMPUTE WS-PEAK-HOUR = WS-HR-IX - 1
071500           END-IF.
071600 7310-COMPARE-PEAK-EXIT.
071700           EXIT.
071800
071900**----------------------------------------------------------*
072000*    7400-PRINT-TILL - ONE LINE FOR EACH TILL OF THE        *
072100*    BRANCH. AN HOUR THE BRANCH TRADED BUT THE TILL TOOK    *
072200*    NOTHING PRINTS "-" SO IDLE TILLS STAND OUT; AN HOUR    *
072300*    THE BRANCH NEVER TRADED PRINTS BLANK                   *
072400**----------------------------------------------------------*
072500 7400-PRINT-TILL.
072600           IF WS-TL-BR-IX (WS-TL-IX) NOT = WS-BR-IX
072700               GO TO 7400-PRINT-TILL-EXIT
072800           END-IF.
072900           MOVE WS-TL-TILL-ID (WS-TL-IX) TO WS-TLL-TILL.
073000           PERFORM 7410-SET-TILL-CELL THRU 7410-SET-TILL-CELL-EXIT
073100               VARYING WS-HR-IX FROM 1 BY 1
073200               UNTIL WS-HR-IX > 24.
073300           MOVE WS-TILL-LINE TO REPORT-RECORD.
073400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
073500 7400-PRINT-TILL-EXIT.
073600           EXIT.
073700
073800**----------------------------------------------------------*
073900*    7410-SET-TILL-CELL                                     *
074000**----------------------------------------------------------*
074100 7410-SET-TILL-CELL.
074200           IF WS-TL-INVOICES (WS-TL-IX, WS-HR-IX) > ZERO
074300               COMPUTE WS-AVG-INVOICES ROUNDED =
074400                   WS-TL-INVOICES (WS-TL-IX, WS-HR-IX)
074500                   / WS-BR-TRADING-DAYS (WS-BR-IX)
074600               MOVE WS-AVG-INVOICES TO WS-TLL-AVG (WS-HR-IX)
074700               GO TO 7410-SET-TILL-CELL-EXIT
074800           END-IF.
074900           PERFORM 7500-CHECK-HOUR-TRADED
075000               THRU 7500-CHECK-HOUR-TRADED-EXIT.
075100           IF HOUR-TRADED
075200               MOVE "  -" TO WS-TLL-AVG-X (WS-HR-IX)
075300           ELSE
075400               MOVE SPACES TO WS-TLL-AVG-X (WS-HR-IX)
075500           END-IF.
075600 7410-SET-TILL-CELL-EXIT.
075700           EXIT.
075800
075900**----------------------------------------------------------*
076000*    7500-CHECK-HOUR-TRADED - DID THE BRANCH TAKE ANY       *
076100*    INVOICES IN THE HOUR ON ANY WEEKDAY                    *
076200**----------------------------------------------------------*
076300 7500-CHECK-HOUR-TRADED.
076400           SET WS-HR-TRADED-SWITCH TO "N".
076500           PERFORM 7510-CHECK-HOUR-DAY
076600               THRU 7510-CHECK-HOUR-DAY-EXIT
076700               VARYING WS-DW-IX FROM 1 BY 1
076800               UNTIL WS-DW-IX > 7
076900                   OR HOUR-TRADED.
077000 7500-CHECK-HOUR-TRADED-EXIT.
077100           EXIT.
077200
077300**----------------------------------------------------------*
077400*    7510-CHECK-HOUR-DAY                                    *
077500**----------------------------------------------------------*
077600 7510-CHECK-HOUR-DAY.
077700           IF WS-BR-INVOICES (WS-BR-IX, WS-HR-IX, WS-DW-IX)
077800               > ZERO
077900               SET HOUR-TRADED TO TRUE
078000           END-IF.
078100 7510-CHECK-HOUR-DAY-EXIT.
078200           EXIT.
078300
078400**----------------------------------------------------------*
078500*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
078600**----------------------------------------------------------*
078700 7900-WRITE-RECORD.
078800           WRITE REPORT-RECORD.
078900           IF WS-REPORT-STATUS NOT = "00"
079000               DISPLAY "FCHRRPT: REPORT WRITE ERROR, STATUS="
079100                   WS-REPORT-STATUS
079200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
079300           END-IF.
079400 7900-WRITE-RECORD-EXIT.
079500           EXIT.
079600
079700**----------------------------------------------------------*
079800*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
079900*    RUN'S CONTROL TOTALS                                   *
080000**----------------------------------------------------------*
080100 8000-TERMINATE.
080200           CLOSE HOUR-FILE.
080300           CLOSE REPORT-FILE.
080400           DISPLAY "FCHRRPT: " WS-RECORD-COUNT
080500               " SUMMARY ENTRY(S) READ, " WS-BRANCH-COUNT
080600               " BRANCH(ES) AND " WS-TILL-COUNT
080700               " TILL(S) REPORTED OVER " WS-WEEKS " WEEK(S), "
080800               WS-OLDER-COUNT " ENTRY(S) BEFORE THE WINDOW".
080900           IF WS-BAD-HOUR-COUNT > ZERO
081000               DISPLAY "FCHRRPT: " WS-BAD-HOUR-COUNT
081100                   " ENTRY(S) CARRIED AN INVALID HOUR"
081200           END-IF.
081300           IF WS-BR-OVERFLOW-CNT > ZERO
081400               DISPLAY "FCHRRPT: " WS-BR-OVERFLOW-CNT
081500                   " ENTRY(S) EXCEEDED THE BRANCH TABLE"
081600           END-IF.
081700           IF WS-TL-OVERFLOW-CNT > ZERO
081800               DISPLAY "FCHRRPT: " WS-TL-OVERFLOW-CNT
081900                   " ENTRY(S) EXCEEDED THE TILL TABLE"
082000           END-IF.
082100 8000-TERMINATE-EXIT.
082200           EXIT.
082300
082400**----------------------------------------------------------*
082500*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
082600*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
082700**----------------------------------------------------------*
082800 9999-ABEND.
082900           MOVE 16 TO RETURN-CODE.
083000           STOP RUN.
083100 9999-ABEND-EXIT.
083200           EXIT.
