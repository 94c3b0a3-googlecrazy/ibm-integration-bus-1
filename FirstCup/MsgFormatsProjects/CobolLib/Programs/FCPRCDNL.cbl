000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCPRCDNL.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - NIGHTLY TILL PRICE
000800*                          DOWNLOAD. FOR EVERY OPEN BRANCH ON
000900*                          BRCHMSTR (OR THE ONE BRANCH NAMED ON
001000*                          THE PDLPARM CONTROL CARD) WRITES A
001100*                          PRICE TABLE TO PRCDNLD: A HEADER, ONE
001200*                          RECORD PER ITEM WITH ITEMCODE,
001300*                          DESCRIPTION, ITEMTYPE AND THE PRICE IN
001400*                          FORCE ON THE NEXT TRADING DATE (THE
001500*                          PROMMSTR PROMOTION IN FORCE THAT DAY,
001600*                          OTHERWISE THE ITEMMSTR PRICE), AND A
001700*                          TRAILER CARRYING THE CONTROL COUNT THE
001800*                          BRANCH CHECKS ITS LOAD AGAINST. A FULL
001900*                          REFRESH SENDS THE WHOLE ITEM MASTER;
002000*                          CHANGES-ONLY SENDS THE ITEMS ALTERED ON
002100*                          ITEMHIST OR PROMMSTR SINCE THAT
002200*                          BRANCH'S LAST DOWNLOAD, WITH A DELETE
002300*                          RECORD FOR AN ITEM NO LONGER ON THE
002400*                          MASTER. EACH BRANCH'S LAST DOWNLOAD IS
002500*                          KEPT ON THE NEW PRCDNCTL LEDGER, AND A
002600*                          BRANCH WITH NO DOWNLOAD ON RECORD
002700*                          ALWAYS GETS A FULL REFRESH.
002800*      ------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700           SELECT PARM-FILE    ASSIGN TO PDLPARM
003800               ORGANIZATION    IS LINE SEQUENTIAL
003900               FILE STATUS     IS WS-PARM-STATUS.
004000           SELECT BRANCH-FILE  ASSIGN TO BRCHMSTR
004100               ORGANIZATION    IS INDEXED
004200               ACCESS MODE     IS DYNAMIC
004300               RECORD KEY      IS BranchID OF BRANCH-RECORD
004400               FILE STATUS     IS WS-BRANCH-STATUS.
004500           SELECT ITEM-FILE    ASSIGN TO ITEMMSTR
004600               ORGANIZATION    IS INDEXED
004700               ACCESS MODE     IS DYNAMIC
004800               RECORD KEY      IS ItemCode OF ITEM-RECORD
004900               FILE STATUS     IS WS-ITEM-STATUS.
005000           SELECT OPTIONAL PROMO-FILE ASSIGN TO PROMMSTR
005100               ORGANIZATION    IS INDEXED
005200               ACCESS MODE     IS DYNAMIC
005300               RECORD KEY      IS PromoPriceKey
005400               FILE STATUS     IS WS-PROMO-STATUS.
005500           SELECT OPTIONAL HIST-FILE ASSIGN TO ITEMHIST
005600               ORGANIZATION    IS LINE SEQUENTIAL
005700               FILE STATUS     IS WS-HIST-STATUS.
005800           SELECT OPTIONAL CTL-FILE ASSIGN TO PRCDNCTL
005900               ORGANIZATION    IS INDEXED
006000               ACCESS MODE     IS RANDOM
006100               RECORD KEY      IS BranchID OF CTL-RECORD
006200               FILE STATUS     IS WS-CTL-STATUS.
006300           SELECT DNL-FILE     ASSIGN TO PRCDNLD
006400               ORGANIZATION    IS LINE SEQUENTIAL
006500               FILE STATUS     IS WS-DNL-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900**----------------------------------------------------------*
007000*    PARM-RECORD - THE DOWNLOAD CONTROL CARD: F (FULL       *
007100*    REFRESH) OR C (CHANGES ONLY, THE DEFAULT), THE TRADING *
007200*    DATE TO PRICE FOR (ZERO MEANS TOMORROW) AND ONE BRANCH *
007300*    TO RUN FOR (SPACES MEANS EVERY OPEN BRANCH)            *
007400**----------------------------------------------------------*
007500 FD  PARM-FILE.
007600 01  PARM-RECORD.
007700           05  PARM-MODE               PIC X(01).
007800           05  PARM-TRADING-DATE       PIC 9(8).
007900           05  PARM-BRANCH-ID          PIC X(05).
008000
008100 FD  BRANCH-FILE.
008200           COPY BranchMaster
008300               REPLACING ==BranchMasterRecord==
008400                   BY ==BRANCH-RECORD==.
008500
008600 FD  ITEM-FILE.
008700           COPY ItemMaster
008800               REPLACING ==ItemMasterRecord==
008900                   BY ==ITEM-RECORD==.
009000
009100 FD  PROMO-FILE.
009200           COPY PromoPrice
009300               REPLACING ==PromoPriceRecord==
009400                   BY ==PROMO-RECORD==.
009500
009600 FD  HIST-FILE.
009700           COPY ItemHistory
009800               REPLACING ==ItemHistoryRecord==
009900                   BY ==HIST-RECORD==.
010000
010100**----------------------------------------------------------*
010200*    CTL-RECORD - EACH BRANCH'S LAST PRICE DOWNLOAD, THE    *
010300*    STARTING POINT FOR ITS NEXT CHANGES-ONLY DOWNLOAD      *
010400**----------------------------------------------------------*
010500 FD  CTL-FILE.
010600           COPY PriceDownloadControl
010700               REPLACING ==PriceDownloadControlRecord==
010800                   BY ==CTL-RECORD==.
010900
011000 FD  DNL-FILE.
011100           COPY PriceDownload
011200               REPLACING ==PriceDownloadRecord==
011300                   BY ==DNL-RECORD==.
011400
011500 WORKING-STORAGE SECTION.
011600 01  WS-SWITCHES.
011700           05  WS-BRANCH-EOF-SWITCH PIC X(01)    VALUE "N".
011800               88  END-OF-BRANCH-FILE        VALUE "Y".
011900           05  WS-HIST-EOF-SWITCH   PIC X(01)    VALUE "N".
012000               88  END-OF-HIST-FILE          VALUE "Y".
012100           05  WS-SCAN-EOF-SWITCH   PIC X(01)    VALUE "N".
012200               88  END-OF-SCAN               VALUE "Y".
012300           05  WS-PROMO-EOF-SWITCH  PIC X(01)    VALUE "N".
012400               88  END-OF-PROMO-SCAN         VALUE "Y".
012500           05  WS-FOUND-SWITCH      PIC X(01)    VALUE "N".
012600               88  FOUND-CHANGE              VALUE "Y".
012700           05  WS-CHANGES-SWITCH    PIC X(01)    VALUE "N".
012800               88  CHANGES-NEEDED            VALUE "Y".
012900           05  WS-OVERFLOW-SWITCH   PIC X(01)    VALUE "N".
013000               88  CHANGE-TABLE-OVERFLOWED   VALUE "Y".
013100
013200 01  WS-FILE-STATUSES.
013300           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
013400           05  WS-BRANCH-STATUS     PIC X(02)    VALUE "00".
013500           05  WS-ITEM-STATUS       PIC X(02)    VALUE "00".
013600           05  WS-PROMO-STATUS      PIC X(02)    VALUE "00".
013700           05  WS-HIST-STATUS       PIC X(02)    VALUE "00".
013800           05  WS-CTL-STATUS        PIC X(02)    VALUE "00".
013900           05  WS-DNL-STATUS        PIC X(02)    VALUE "00".
014000
014100**----------------------------------------------------------*
014200*    WS-DOWNLOAD-PARMS - THE CONTROL CARD AFTER DEFAULTING, *
014300*    AND THE EARLIEST CHANGES-ONLY STARTING DATE OF ANY     *
014400*    BRANCH IN THE RUN                                      *
014500**----------------------------------------------------------*
014600 01  WS-DOWNLOAD-PARMS.
014700           05  WS-RUN-DATE          PIC 9(8)     VALUE ZERO.
014800           05  WS-TRADING-DATE      PIC 9(8)     VALUE ZERO.
014900           05  WS-RUN-MODE          PIC X(01)    VALUE "C".
015000               88  RUN-FULL-REFRESH          VALUE "F".
015100               88  RUN-CHANGES-ONLY          VALUE "C".
015200           05  WS-RUN-BRANCH-ID     PIC X(05)    VALUE SPACES.
015300           05  WS-EARLIEST-SINCE    PIC 9(8)     VALUE 99999999.
015400
015500 01  WS-DATE-WORK.
015600           05  WS-DATE-INT          PIC 9(8)     COMP
015700               VALUE ZERO.
015800           05  WS-CHANGE-DATE       PIC 9(8)     VALUE ZERO.
015900           05  WS-CHANGE-ITEM-CODE  PIC X(13)    VALUE SPACES.
016000
016100 01  WS-INDICES.
016200           05  WS-BT-IX             PIC 9(3)     COMP
016300               VALUE ZERO.
016400           05  WS-CT-IX             PIC 9(5)     COMP
016500               VALUE ZERO.
016600
016700 01  WS-COUNTERS.
016800           05  WS-BRANCH-COUNT      PIC 9(3)     COMP
016900               VALUE ZERO.
017000           05  WS-CHANGE-COUNT      PIC 9(5)     COMP
017100               VALUE ZERO.
017200           05  WS-HIST-COUNT        PIC 9(9)     COMP
017300               VALUE ZERO.
017400           05  WS-PROMO-COUNT       PIC 9(9)     COMP
017500               VALUE ZERO.
017600           05  WS-FULL-COUNT        PIC 9(3)     COMP
017700               VALUE ZERO.
017800           05  WS-PARTIAL-COUNT     PIC 9(3)     COMP
017900               VALUE ZERO.
018000           05  WS-BRANCH-ITEMS      PIC 9(7)     COMP
018100               VALUE ZERO.
018200           05  WS-TOTAL-ITEMS       PIC 9(9)     COMP
018300               VALUE ZERO.
018400           05  WS-RECORD-COUNT      PIC 9(9)     COMP
018500               VALUE ZERO.
018600
018700**----------------------------------------------------------*
018800*    WS-EFFECTIVE-PRICE - THE PRICE IN FORCE ON THE TRADING *
018900*    DATE AND WHERE IT CAME FROM                            *
019000**----------------------------------------------------------*
019100 01  WS-EFFECTIVE-PRICE.
019200           05  WS-EP-PRICE          PIC S9(4)    COMP-3
019300               VALUE ZERO.
019400           05  WS-EP-SOURCE         PIC X(01)    VALUE "M".
019500
019600**----------------------------------------------------------*
019700*    WS-BRANCH-TABLE - THE BRANCHES IN THE RUN, EACH WITH   *
019800*    ITS MODE AND, FOR CHANGES ONLY, THE BUILD DATE OF ITS  *
019900*    LAST DOWNLOAD                                          *
020000**----------------------------------------------------------*
020100 01  WS-BRANCH-TABLE.
020200           05  WS-BT-ENTRY          OCCURS 50 TIMES.
020300               10  WS-BT-BRANCH-ID      PIC X(05).
020400               10  WS-BT-MODE           PIC X(01).
020500                   88  WS-BT-FULL           VALUE "F".
020600               10  WS-BT-SINCE-DATE     PIC 9(8).
020700               10  WS-BT-CTL-SWITCH     PIC X(01).
020800                   88  WS-BT-ON-LEDGER      VALUE "Y".
020900
021000**----------------------------------------------------------*
021100*    WS-CHANGE-TABLE - EVERY ITEM ALTERED ON ITEMHIST OR    *
021200*    PROMMSTR SINCE THE EARLIEST STARTING DATE, WITH THE    *
021300*    LATEST ALTERATION DATE NOT PAST THE TRADING DATE. A    *
021400*    BRANCH TAKES THE ITEMS ALTERED ON OR AFTER ITS OWN     *
021500*    STARTING DATE                                          *
021600**----------------------------------------------------------*
021700 01  WS-CHANGE-TABLE.
021800           05  WS-CT-ENTRY          OCCURS 5000 TIMES.
021900               10  WS-CT-ITEM-CODE      PIC X(13).
022000               10  WS-CT-CHANGE-DATE    PIC 9(8).
022100
022200 PROCEDURE DIVISION.
022300
022400**----------------------------------------------------------*
022500*    0000-MAINLINE                                          *
022600**----------------------------------------------------------*
022700 0000-MAINLINE.
022800           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
022900           PERFORM 1200-LOAD-BRANCH THRU 1200-LOAD-BRANCH-EXIT
023000               UNTIL END-OF-BRANCH-FILE.
023100           IF WS-BRANCH-COUNT = ZERO
023200               DISPLAY "FCPRCDNL: NO BRANCH TO DOWNLOAD TO"
023300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
023400           END-IF.
023500           IF CHANGES-NEEDED
023600               PERFORM 2000-COLLECT-CHANGES
023700                   THRU 2000-COLLECT-CHANGES-EXIT
023800           END-IF.
023900           PERFORM 3000-DOWNLOAD-BRANCH
024000               THRU 3000-DOWNLOAD-BRANCH-EXIT
024100               VARYING WS-BT-IX FROM 1 BY 1
024200               UNTIL WS-BT-IX > WS-BRANCH-COUNT.
024300           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
024400           STOP RUN.
024500
024600**----------------------------------------------------------*
024700*    1000-INITIALISE - READ THE CONTROL CARD, WORK OUT THE  *
024800*    TRADING DATE, OPEN THE FILES AND POSITION AT THE       *
024900*    START OF THE BRANCH MASTER                             *
025000**----------------------------------------------------------*
025100 1000-INITIALISE.
025200           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025300           OPEN INPUT  PARM-FILE.
025400           IF WS-PARM-STATUS NOT = "00"
025500               DISPLAY "FCPRCDNL: PARM-FILE OPEN FAILED, STATUS="
025600                   WS-PARM-STATUS
025700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
025800           END-IF.
025900           READ PARM-FILE
026000               AT END
026100                   DISPLAY "FCPRCDNL: EMPTY CONTROL CARD"
026200                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026300           END-READ.
026400           IF PARM-MODE NOT = SPACE
026500               MOVE PARM-MODE TO WS-RUN-MODE
026600           END-IF.
026700           IF NOT RUN-FULL-REFRESH AND NOT RUN-CHANGES-ONLY
026800               DISPLAY
026900                   "FCPRCDNL: MODE ON CONTROL CARD IS NOT F OR C"
027000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
027100           END-IF.
027200           IF PARM-TRADING-DATE NUMERIC
027300               MOVE PARM-TRADING-DATE TO WS-TRADING-DATE
027400           END-IF.
027500           IF WS-TRADING-DATE = ZERO
027600               COMPUTE WS-DATE-INT =
027700                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1
027800               COMPUTE WS-TRADING-DATE =
027900                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
028000           END-IF.
028100           MOVE PARM-BRANCH-ID TO WS-RUN-BRANCH-ID.
028200           CLOSE PARM-FILE.
028300           OPEN INPUT  BRANCH-FILE.
028400           IF WS-BRANCH-STATUS NOT = "00"
028500               DISPLAY
028600                   "FCPRCDNL: BRANCH-FILE OPEN FAILED, STATUS="
028700                   WS-BRANCH-STATUS
028800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
028900           END-IF.
029000           OPEN INPUT  ITEM-FILE.
029100           IF WS-ITEM-STATUS NOT = "00"
029200               DISPLAY "FCPRCDNL: ITEM-FILE OPEN FAILED, STATUS="
029300                   WS-ITEM-STATUS
029400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
029500           END-IF.
029600           OPEN INPUT  PROMO-FILE.
029700           IF WS-PROMO-STATUS NOT = "00"
029800               AND WS-PROMO-STATUS NOT = "05"
029900               DISPLAY "FCPRCDNL: PROMO OPEN FAILED, STATUS="
030000                   WS-PROMO-STATUS
030100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030200           END-IF.
030300           OPEN INPUT  HIST-FILE.
030400           IF WS-HIST-STATUS NOT = "00"
030500               AND WS-HIST-STATUS NOT = "05"
030600               DISPLAY "FCPRCDNL: HIST-FILE OPEN FAILED, STATUS="
030700                   WS-HIST-STATUS
030800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030900           END-IF.
031000           OPEN I-O    CTL-FILE.
031100           IF WS-CTL-STATUS NOT = "00"
031200               AND WS-CTL-STATUS NOT = "05"
031300               DISPLAY "FCPRCDNL: CTL-FILE OPEN FAILED, STATUS="
031400                   WS-CTL-STATUS
031500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031600           END-IF.
031700           OPEN OUTPUT DNL-FILE.
031800           IF WS-DNL-STATUS NOT = "00"
031900               DISPLAY "FCPRCDNL: DNL-FILE OPEN FAILED, STATUS="
032000                   WS-DNL-STATUS
032100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
032200           END-IF.
032300           MOVE LOW-VALUES TO BranchID OF BRANCH-RECORD.
032400           START BRANCH-FILE
032500               KEY IS NOT LESS THAN BranchID OF BRANCH-RECORD
032600               INVALID KEY
032700                   SET END-OF-BRANCH-FILE TO TRUE
032800           END-START.
032900 1000-INITIALISE-EXIT.
033000           EXIT.
033100
033200**----------------------------------------------------------*
033300*    1200-LOAD-BRANCH - TAKE ONE OPEN BRANCH INTO THE RUN   *
033400*    AND LOOK UP ITS LAST DOWNLOAD. A BRANCH WITH NONE ON   *
033500*    RECORD IS GIVEN A FULL REFRESH WHATEVER THE CARD SAYS  *
033600**----------------------------------------------------------*
033700 1200-LOAD-BRANCH.
033800           READ BRANCH-FILE NEXT RECORD
033900               AT END
034000                   SET END-OF-BRANCH-FILE TO TRUE
034100                   GO TO 1200-LOAD-BRANCH-EXIT
034200           END-READ.
034300           IF WS-BRANCH-STATUS NOT = "00"
034400               DISPLAY "FCPRCDNL: BRANCH-FILE READ ERROR, STATUS="
034500                   WS-BRANCH-STATUS
034600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034700           END-IF.
034800           IF NOT Branch-Open OF BRANCH-RECORD
034900               GO TO 1200-LOAD-BRANCH-EXIT
035000           END-IF.
035100           IF WS-RUN-BRANCH-ID NOT = SPACES
035200               AND BranchID OF BRANCH-RECORD NOT =
035300                   WS-RUN-BRANCH-ID
035400               GO TO 1200-LOAD-BRANCH-EXIT
035500           END-IF.
035600           IF WS-BRANCH-COUNT >= 50
035700               DISPLAY "FCPRCDNL: MORE THAN 50 OPEN BRANCHES, "
035800                   BranchID OF BRANCH-RECORD " NOT DOWNLOADED"
035900               GO TO 1200-LOAD-BRANCH-EXIT
036000           END-IF.
036100           ADD 1 TO WS-BRANCH-COUNT.
036200           MOVE WS-BRANCH-COUNT TO WS-BT-IX.
036300           MOVE BranchID OF BRANCH-RECORD
036400               TO WS-BT-BRANCH-ID (WS-BT-IX).
036500           MOVE WS-RUN-MODE TO WS-BT-MODE (WS-BT-IX).
036600           MOVE ZERO TO WS-BT-SINCE-DATE (WS-BT-IX).
036700           MOVE "N" TO WS-BT-CTL-SWITCH (WS-BT-IX).
036800           MOVE BranchID OF BRANCH-RECORD
036900               TO BranchID OF CTL-RECORD.
037000           READ CTL-FILE
037100               INVALID KEY
037200                   MOVE "F" TO WS-BT-MODE (WS-BT-IX)
037300                   GO TO 1200-LOAD-BRANCH-EXIT
037400           END-READ.
037500           IF WS-CTL-STATUS NOT = "00"
037600               MOVE "F" TO WS-BT-MODE (WS-BT-IX)
037700               GO TO 1200-LOAD-BRANCH-EXIT
037800           END-IF.
037900           MOVE "Y" TO WS-BT-CTL-SWITCH (WS-BT-IX).
038000           IF WS-BT-FULL (WS-BT-IX)
038100               GO TO 1200-LOAD-BRANCH-EXIT
038200           END-IF.
038300           MOVE LastBuildDate TO WS-BT-SINCE-DATE (WS-BT-IX).
038400           SET CHANGES-NEEDED TO TRUE.
038500           IF LastBuildDate < WS-EARLIEST-SINCE
038600               MOVE LastBuildDate TO WS-EARLIEST-SINCE
038700           END-IF.
038800 1200-LOAD-BRANCH-EXIT.
038900           EXIT.
039000
039100**----------------------------------------------------------*
039200*    2000-COLLECT-CHANGES - NOTE EVERY ITEM ALTERED FROM    *
039300*    THE EARLIEST STARTING DATE TO THE TRADING DATE: ON     *
039400*    ITEMHIST BY ITS MAINTENANCE DATE (PROMOTIONS AND THEIR *
039500*    REVERSIONS ARE DATED THE DAY THEY TAKE EFFECT), AND ON *
039600*    PROMMSTR BY THE DAY A PROMOTION STARTS OR THE DAY      *
039700*    AFTER IT ENDS                                          *
039800**----------------------------------------------------------*
039900 2000-COLLECT-CHANGES.
040000           PERFORM 2900-READ-HIST-FILE
040100               THRU 2900-READ-HIST-FILE-EXIT.
040200           PERFORM 2100-PASS-HISTORY THRU 2100-PASS-HISTORY-EXIT
040300               UNTIL END-OF-HIST-FILE.
040400           MOVE "N" TO WS-SCAN-EOF-SWITCH.
040500           MOVE LOW-VALUES TO PromoPriceKey.
040600           START PROMO-FILE
040700               KEY IS NOT LESS THAN PromoPriceKey
040800               INVALID KEY
040900                   SET END-OF-SCAN TO TRUE
041000           END-START.
041100           IF WS-PROMO-STATUS NOT = "00"
041200               SET END-OF-SCAN TO TRUE
041300           END-IF.
041400           PERFORM 2200-PASS-PROMOTION
041500               THRU 2200-PASS-PROMOTION-EXIT
041600               UNTIL END-OF-SCAN.
041700           IF CHANGE-TABLE-OVERFLOWED
041800               DISPLAY
041900                   "FCPRCDNL: MORE THAN 5000 ITEMS CHANGED -"
042000                   " EVERY BRANCH GETS A FULL REFRESH"
042100           END-IF.
042200 2000-COLLECT-CHANGES-EXIT.
042300           EXIT.
042400
042500**----------------------------------------------------------*
042600*    2100-PASS-HISTORY                                      *
042700**----------------------------------------------------------*
042800 2100-PASS-HISTORY.
042900           ADD 1 TO WS-HIST-COUNT.
043000           MOVE MaintenanceDate TO WS-CHANGE-DATE.
043100           MOVE ItemCode OF HIST-RECORD TO WS-CHANGE-ITEM-CODE.
043200           PERFORM 2300-NOTE-CHANGE THRU 2300-NOTE-CHANGE-EXIT.
043300           PERFORM 2900-READ-HIST-FILE
043400               THRU 2900-READ-HIST-FILE-EXIT.
043500 2100-PASS-HISTORY-EXIT.
043600           EXIT.
043700
043800**----------------------------------------------------------*
043900*    2200-PASS-PROMOTION - A PROMOTION CHANGES THE PRICE ON *
044000*    ITS FROM DATE, AND AGAIN THE DAY AFTER ITS TO DATE     *
044100*    WHEN THAT FALLS BEFORE THE TRADING DATE                *
044200**----------------------------------------------------------*
044300 2200-PASS-PROMOTION.
044400           READ PROMO-FILE NEXT RECORD
044500               AT END
044600                   SET END-OF-SCAN TO TRUE
044700                   GO TO 2200-PASS-PROMOTION-EXIT
044800           END-READ.
044900           IF WS-PROMO-STATUS NOT = "00"
045000               SET END-OF-SCAN TO TRUE
045100               GO TO 2200-PASS-PROMOTION-EXIT
045200           END-IF.
045300           ADD 1 TO WS-PROMO-COUNT.
045400           MOVE ItemCode OF PROMO-RECORD TO WS-CHANGE-ITEM-CODE.
045500           MOVE EffectiveFromDate OF PROMO-RECORD
045600               TO WS-CHANGE-DATE.
045700           PERFORM 2300-NOTE-CHANGE THRU 2300-NOTE-CHANGE-EXIT.
045800           IF EffectiveToDate OF PROMO-RECORD < WS-TRADING-DATE
045900               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
046000                   (EffectiveToDate OF PROMO-RECORD) + 1
046100               COMPUTE WS-CHANGE-DATE =
046200                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
046300               PERFORM 2300-NOTE-CHANGE THRU 2300-NOTE-CHANGE-EXIT
046400           END-IF.
046500 2200-PASS-PROMOTION-EXIT.
046600           EXIT.
046700
046800**----------------------------------------------------------*
046900*    2300-NOTE-CHANGE - ADD THE ITEM TO THE CHANGE TABLE,   *
047000*    OR MOVE ITS ALTERATION DATE LATER, WHEN THE DATE FALLS *
047100*    INSIDE THE WINDOW                                      *
047200**----------------------------------------------------------*
047300 2300-NOTE-CHANGE.
047400           IF WS-CHANGE-DATE < WS-EARLIEST-SINCE
047500               OR WS-CHANGE-DATE > WS-TRADING-DATE
047600               GO TO 2300-NOTE-CHANGE-EXIT
047700           END-IF.
047800           SET WS-FOUND-SWITCH TO "N".
047900           PERFORM 2310-SEARCH-CHANGE THRU 2310-SEARCH-CHANGE-EXIT
048000               VARYING WS-CT-IX FROM 1 BY 1
048100               UNTIL WS-CT-IX > WS-CHANGE-COUNT OR FOUND-CHANGE.
048200           IF FOUND-CHANGE
048300               SUBTRACT 1 FROM WS-CT-IX
048400               IF WS-CHANGE-DATE > WS-CT-CHANGE-DATE (WS-CT-IX)
048500                   MOVE WS-CHANGE-DATE
048600                       TO WS-CT-CHANGE-DATE (WS-CT-IX)
048700               END-IF
048800               GO TO 2300-NOTE-CHANGE-EXIT
048900           END-IF.
049000           IF WS-CHANGE-COUNT >= 5000
049100               SET CHANGE-TABLE-OVERFLOWED TO TRUE
049200               GO TO 2300-NOTE-CHANGE-EXIT
049300           END-IF.
049400           ADD 1 TO WS-CHANGE-COUNT.
049500           MOVE WS-CHANGE-ITEM-CODE
049600               TO WS-CT-ITEM-CODE (WS-CHANGE-COUNT).
049700           MOVE WS-CHANGE-DATE
049800               TO WS-CT-CHANGE-DATE (WS-CHANGE-COUNT).
049900 2300-NOTE-CHANGE-EXIT.
050000           EXIT.
050100
050200**----------------------------------------------------------*
050300*    2310-SEARCH-CHANGE                                     *
050400**----------------------------------------------------------*
050500 2310-SEARCH-CHANGE.
050600           IF WS-CT-ITEM-CODE (WS-CT-IX) = WS-CHANGE-ITEM-CODE
050700               SET FOUND-CHANGE TO TRUE
050800           END-IF.
050900 2310-SEARCH-CHANGE-EXIT.
051000           EXIT.
051100
051200**----------------------------------------------------------*
051300*    2900-READ-HIST-FILE                                    *
051400**----------------------------------------------------------*
051500 2900-READ-HIST-FILE.
051600           READ HIST-FILE
051700               AT END
051800                   SET END-OF-HIST-FILE TO TRUE
051900           END-READ.
052000           IF NOT END-OF-HIST-FILE
052100               AND WS-HIST-STATUS NOT = "00"
052200               DISPLAY "FCPRCDNL: HIST-FILE READ ERROR, STATUS="
052300                   WS-HIST-STATUS
052400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
052500           END-IF.
052600 2900-READ-HIST-FILE-EXIT.
052700           EXIT.
052800
052900**----------------------------------------------------------*
053000*    3000-DOWNLOAD-BRANCH - ONE BRANCH'S PRICE TABLE: THE   *
053100*    HEADER, THE ITEMS, THE TRAILER WITH ITS CONTROL COUNT, *
053200*    THEN THE LEDGER UPDATED FOR NEXT TIME                  *
053300**----------------------------------------------------------*
053400 3000-DOWNLOAD-BRANCH.
053500           IF CHANGE-TABLE-OVERFLOWED
053600               MOVE "F" TO WS-BT-MODE (WS-BT-IX)
053700           END-IF.
053800           MOVE ZERO TO WS-BRANCH-ITEMS.
053900           MOVE SPACES TO DNL-RECORD.
054000           SET Download-Header TO TRUE.
054100           MOVE WS-BT-BRANCH-ID (WS-BT-IX) TO DownloadBranchID.
054200           MOVE WS-TRADING-DATE TO TradingDate.
054300           MOVE WS-BT-MODE (WS-BT-IX) TO DownloadMode.
054400           MOVE WS-BT-SINCE-DATE (WS-BT-IX) TO ChangesSinceDate.
054500           MOVE WS-RUN-DATE TO BuildDate.
054600           PERFORM 7900-WRITE-DOWNLOAD
054700               THRU 7900-WRITE-DOWNLOAD-EXIT.
054800           IF WS-BT-FULL (WS-BT-IX)
054900               ADD 1 TO WS-FULL-COUNT
055000               PERFORM 3100-FULL-REFRESH
055100                   THRU 3100-FULL-REFRESH-EXIT
055200           ELSE
055300               ADD 1 TO WS-PARTIAL-COUNT
055400               PERFORM 3200-CHANGED-ITEM
055500                   THRU 3200-CHANGED-ITEM-EXIT
055600                   VARYING WS-CT-IX FROM 1 BY 1
055700                   UNTIL WS-CT-IX > WS-CHANGE-COUNT
055800           END-IF.
055900           MOVE SPACES TO DNL-RECORD.
056000           SET Download-Trailer TO TRUE.
056100           MOVE WS-BT-BRANCH-ID (WS-BT-IX) TO DownloadBranchID.
056200           MOVE WS-BRANCH-ITEMS TO ControlCount.
056300           PERFORM 7900-WRITE-DOWNLOAD
056400               THRU 7900-WRITE-DOWNLOAD-EXIT.
056500           ADD WS-BRANCH-ITEMS TO WS-TOTAL-ITEMS.
056600           PERFORM 4000-UPDATE-LEDGER
056700               THRU 4000-UPDATE-LEDGER-EXIT.
056800           IF WS-BT-FULL (WS-BT-IX)
056900               DISPLAY "FCPRCDNL: BRANCH " WS-BT-BRANCH-ID
057000                   (WS-BT-IX)
057100                   " FULL REFRESH FOR " WS-TRADING-DATE ", "
057200                   WS-BRANCH-ITEMS " ITEM RECORD(S)"
057300           ELSE
057400               DISPLAY "FCPRCDNL: BRANCH " WS-BT-BRANCH-ID
057500                   (WS-BT-IX)
057600                   " CHANGES SINCE " WS-BT-SINCE-DATE (WS-BT-IX)
057700                   " FOR " WS-TRADING-DATE ", " WS-BRANCH-ITEMS
057800                   " ITEM RECORD(S)"
057900           END-IF.
058000 3000-DOWNLOAD-BRANCH-EXIT.
058100           EXIT.
058200
058300**----------------------------------------------------------*
058400*    3100-FULL-REFRESH - EVERY ITEM ON THE MASTER, IN       *
058500*    ITEMCODE ORDER                                         *
058600**----------------------------------------------------------*
058700 3100-FULL-REFRESH.
058800           MOVE "N" TO WS-SCAN-EOF-SWITCH.
058900           MOVE LOW-VALUES TO ItemCode OF ITEM-RECORD.
059000           START ITEM-FILE
059100               KEY IS NOT LESS THAN ItemCode OF ITEM-RECORD
059200               INVALID KEY
059300                   SET END-OF-SCAN TO TRUE
059400           END-START.
059500           PERFORM 3110-NEXT-ITEM THRU 3110-NEXT-ITEM-EXIT
059600               UNTIL END-OF-SCAN.
059700 3100-FULL-REFRESH-EXIT.
059800           EXIT.
059900
060000**----------------------------------------------------------*
060100*    3110-NEXT-ITEM                                         *
060200**----------------------------------------------------------*
060300 3110-NEXT-ITEM.
060400           READ ITEM-FILE NEXT RECORD
060500               AT END
060600                   SET END-OF-SCAN TO TRUE
060700                   GO TO 3110-NEXT-ITEM-EXIT
060800           END-READ.
060900           IF WS-ITEM-STATUS NOT = "00"
061000               DISPLAY "FCPRCDNL: ITEM-FILE READ ERROR, STATUS="
061100                   WS-ITEM-STATUS
061200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
061300           END-IF.
061400           PERFORM 3500-WRITE-PRICE THRU 3500-WRITE-PRICE-EXIT.
061500 3110-NEXT-ITEM-EXIT.
061600           EXIT.
061700
061800**----------------------------------------------------------*
061900*    3200-CHANGED-ITEM - AN ITEM ALTERED SINCE THE BRANCH'S *
062000*    LAST DOWNLOAD: ITS CURRENT PRICE, OR A DELETE WHEN IT  *
062100*    HAS GONE FROM THE MASTER                               *
062200**----------------------------------------------------------*
062300 3200-CHANGED-ITEM.
062400           IF WS-CT-CHANGE-DATE (WS-CT-IX)
062500               < WS-BT-SINCE-DATE (WS-BT-IX)
062600               GO TO 3200-CHANGED-ITEM-EXIT
062700           END-IF.
062800           MOVE WS-CT-ITEM-CODE (WS-CT-IX)
062900               TO ItemCode OF ITEM-RECORD.
063000           READ ITEM-FILE
063100               INVALID KEY
063200                   MOVE SPACES TO DNL-RECORD
063300                   SET Download-Delete TO TRUE
063400                   MOVE WS-BT-BRANCH-ID (WS-BT-IX)
063500                       TO DownloadBranchID
063600                   MOVE WS-CT-ITEM-CODE (WS-CT-IX)
063700                       TO ItemCode OF DNL-RECORD
063800                   MOVE ZERO TO EffectivePrice
063900                   PERFORM 7900-WRITE-DOWNLOAD
064000                       THRU 7900-WRITE-DOWNLOAD-EXIT
064100                   ADD 1 TO WS-BRANCH-ITEMS
064200                   GO TO 3200-CHANGED-ITEM-EXIT
064300           END-READ.
064400           PERFORM 3500-WRITE-PRICE THRU 3500-WRITE-PRICE-EXIT.
064500 3200-CHANGED-ITEM-EXIT.
064600           EXIT.
064700
064800**----------------------------------------------------------*
064900*    3500-WRITE-PRICE - ONE ITEM RECORD FOR THE ITEM IN     *
065000*    ITEM-RECORD AT ITS PRICE ON THE TRADING DATE           *
065100**----------------------------------------------------------*
065200 3500-WRITE-PRICE.
065300           PERFORM 3600-FIND-PROMOTION
065400               THRU 3600-FIND-PROMOTION-EXIT.
065500           MOVE SPACES TO DNL-RECORD.
065600           SET Download-Price TO TRUE.
065700           MOVE WS-BT-BRANCH-ID (WS-BT-IX) TO DownloadBranchID.
065800           MOVE ItemCode OF ITEM-RECORD TO ItemCode OF DNL-RECORD.
065900           MOVE ItemType OF ITEM-RECORD TO ItemType OF DNL-RECORD.
066000           MOVE Description OF ITEM-RECORD
066100               TO Description OF DNL-RECORD.
066200           MOVE WS-EP-PRICE TO EffectivePrice.
066300           MOVE WS-EP-SOURCE TO PriceSource.
066400           PERFORM 7900-WRITE-DOWNLOAD
066500               THRU 7900-WRITE-DOWNLOAD-EXIT.
066600           ADD 1 TO WS-BRANCH-ITEMS.
066700 3500-WRITE-PRICE-EXIT.
066800           EXIT.
066900
067000**----------------------------------------------------------*
067100*    3600-FIND-PROMOTION - THE MASTER PRICE, UNLESS A       *
067200*    PROMOTION IS IN FORCE ON THE TRADING DATE. THE ITEM'S  *
067300*    PROMOTIONS COME IN FROM-DATE ORDER, SO WHEN TWO        *
067400*    OVERLAP THE LATER START WINS                           *
067500**----------------------------------------------------------*
067600 3600-FIND-PROMOTION.
067700           MOVE Price OF ITEM-RECORD TO WS-EP-PRICE.
067800           MOVE "M" TO WS-EP-SOURCE.
067900           MOVE "N" TO WS-PROMO-EOF-SWITCH.
068000           MOVE ItemCode OF ITEM-RECORD
068100               TO ItemCode OF PROMO-RECORD.
068200           MOVE ZERO TO EffectiveFromDate OF PROMO-RECORD.
068300           START PROMO-FILE
068400               KEY IS NOT LESS THAN PromoPriceKey
068500               INVALID KEY
068600                   GO TO 3600-FIND-PROMOTION-EXIT
068700           END-START.
068800           IF WS-PROMO-STATUS NOT = "00"
068900               GO TO 3600-FIND-PROMOTION-EXIT
069000           END-IF.
069100           PERFORM 3610-SCAN-PROMOTION
069200               THRU 3610-SCAN-PROMOTION-EXIT
069300               UNTIL END-OF-PROMO-SCAN.
069400 3600-FIND-PROMOTION-EXIT.
069500           EXIT.
069600
069700**----------------------------------------------------------*
069800*    3610-SCAN-PROMOTION - STOP AT THE FIRST FOREIGN ITEM   *
069900*    OR A FROM DATE PAST THE TRADING DATE                   *
070000**----------------------------------------------------------*
070100 3610-SCAN-PROMOTION.
070200           READ PROMO-FILE NEXT RECORD
070300               AT END
070400                   SET END-OF-PROMO-SCAN TO TRUE
070500                   GO TO 3610-SCAN-PROMOTION-EXIT
070600           END-READ.
070700           IF WS-PROMO-STATUS NOT = "00"
070800               OR ItemCode OF PROMO-RECORD NOT = ItemCode OF
070900                   ITEM-RECORD
071000               OR EffectiveFromDate OF PROMO-RECORD >
071100                   WS-TRADING-DATE
071200               SET END-OF-PROMO-SCAN TO TRUE
071300               GO TO 3610-SCAN-PROMOTION-EXIT
071400           END-IF.
071500           IF EffectiveToDate OF PROMO-RECORD NOT <
071600               WS-TRADING-DATE
071700               MOVE PromoPrice OF PROMO-RECORD TO WS-EP-PRICE
071800               MOVE "P" TO WS-EP-SOURCE
071900           END-IF.
072000 3610-SCAN-PROMOTION-EXIT.
072100           EXIT.
072200
072300**----------------------------------------------------------*
072400*    4000-UPDATE-LEDGER - RECORD THIS DOWNLOAD AS THE       *
072500*    BRANCH'S LAST                                          *
072600**----------------------------------------------------------*
072700 4000-UPDATE-LEDGER.
072800           MOVE WS-BT-BRANCH-ID (WS-BT-IX)
072900               TO BranchID OF CTL-RECORD.
073000           MOVE WS-RUN-DATE TO LastBuildDate.
073100           MOVE WS-TRADING-DATE TO LastTradingDate.
073200           MOVE WS-BT-MODE (WS-BT-IX) TO LastDownloadMode.
073300           MOVE WS-BRANCH-ITEMS TO LastControlCount.
073400           IF WS-BT-ON-LEDGER (WS-BT-IX)
073500               REWRITE CTL-RECORD
073600                   INVALID KEY
073700                       DISPLAY
073800                           "FCPRCDNL: LEDGER REWRITE REJECTED,"
073900                           " BRANCH " BranchID OF CTL-RECORD
074000                       PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
074100               END-REWRITE
074200           ELSE
074300               WRITE CTL-RECORD
074400                   INVALID KEY
074500                       DISPLAY "FCPRCDNL: LEDGER WRITE REJECTED,"
074600                           " BRANCH " BranchID OF CTL-RECORD
074700                       PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
074800               END-WRITE
074900           END-IF.
075000 4000-UPDATE-LEDGER-EXIT.
075100           EXIT.
075200
075300**----------------------------------------------------------*
075400*    7900-WRITE-DOWNLOAD - WRITE THE RECORD IN DNL-RECORD   *
075500**----------------------------------------------------------*
075600 7900-WRITE-DOWNLOAD.
075700           WRITE DNL-RECORD.
075800           IF WS-DNL-STATUS NOT = "00"
075900               DISPLAY "FCPRCDNL: DNL-FILE WRITE ERROR, STATUS="
076000                   WS-DNL-STATUS
076100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
076200           END-IF.
076300           ADD 1 TO WS-RECORD-COUNT.
076400 7900-WRITE-DOWNLOAD-EXIT.
076500           EXIT.
076600
076700**----------------------------------------------------------*
076800*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
076900*    RUN'S CONTROL TOTALS                                   *
077000**----------------------------------------------------------*
077100 8000-TERMINATE.
077200           CLOSE BRANCH-FILE.
077300           CLOSE ITEM-FILE.
077400           CLOSE PROMO-FILE.
077500           CLOSE HIST-FILE.
077600           CLOSE CTL-FILE.
077700           CLOSE DNL-FILE.
077800           DISPLAY "FCPRCDNL: " WS-BRANCH-COUNT
077900               " BRANCH(ES) FOR TRADING DATE " WS-TRADING-DATE
078000                   ", "
078100               WS-FULL-COUNT " FULL REFRESH, " WS-PARTIAL-COUNT
078200               " CHANGES ONLY".
078300           DISPLAY "FCPRCDNL: " WS-HIST-COUNT
078400               " HISTORY AND " WS-PROMO-COUNT
078500               " PROMOTION RECORD(S) READ, " WS-CHANGE-COUNT
078600               " ITEM(S) CHANGED".
078700           DISPLAY "FCPRCDNL: " WS-TOTAL-ITEMS
078800               " ITEM RECORD(S) IN " WS-RECORD-COUNT
078900               " DOWNLOAD RECORD(S) WRITTEN".
079000 8000-TERMINATE-EXIT.
079100           EXIT.
079200
079300**----------------------------------------------------------*
079400*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
079500*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
079600**----------------------------------------------------------*
079700 9999-ABEND.
079800           MOVE 16 TO RETURN-CODE.
079900           STOP RUN.
080000 9999-ABEND-EXIT.
080100           EXIT.
