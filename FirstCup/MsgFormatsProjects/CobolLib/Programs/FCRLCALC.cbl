000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCRLCALC.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - RECALCULATES THE
000800*                          REORDER LEVEL OF EVERY STCKMSTR LEDGER
000900*                          LINE FROM ITS RECENT SALES VELOCITY.
001000*                          SALES AND RETURNS ON THE STKJRNL
001100*                          MOVEMENT JOURNAL OVER THE NUMBER OF
001200*                          WEEKS ON THE RLCPARM CONTROL CARD GIVE
001300*                          AN AVERAGE DAILY SALE PER BRANCH AND
001400*                          ITEM, WHICH TIMES THE SUPPLIER LEAD
001500*                          TIME ON SUPPMSTR TIMES THE CARD'S
001600*                          SAFETY FACTOR IS THE NEW REORDER LEVEL.
001700*                          LINES FLAGGED AS MANUALLY MANAGED ARE
001800*                          LEFT ALONE; THE FLAG IS SET AND CLEARED
001900*                          THROUGH THE RLMANUAL FEED, APPLIED AT
002000*                          THE START OF THE RUN. EVERY LINE IS
002100*                          PRINTED WITH ITS OLD AND NEW LEVEL ON
002200*                          RLCRPT AND EVERY CHANGE IS JOURNALLED
002300*                          TO RCVYLOG FOR FCRECOVR.
002400*      ------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300           SELECT PARM-FILE    ASSIGN TO RLCPARM
003400               ORGANIZATION    IS LINE SEQUENTIAL
003500               FILE STATUS     IS WS-PARM-STATUS.
003600           SELECT OPTIONAL MANUAL-FILE ASSIGN TO RLMANUAL
003700               ORGANIZATION    IS LINE SEQUENTIAL
003800               FILE STATUS     IS WS-MANUAL-STATUS.
003900           SELECT OPTIONAL JRNL-FILE ASSIGN TO STKJRNL
004000               ORGANIZATION    IS LINE SEQUENTIAL
004100               FILE STATUS     IS WS-JRNL-STATUS.
004200           SELECT OPTIONAL SUPP-FILE ASSIGN TO SUPPMSTR
004300               ORGANIZATION    IS INDEXED
004400               ACCESS MODE     IS DYNAMIC
004500               RECORD KEY      IS SupplierCode OF SUPP-RECORD
004600               FILE STATUS     IS WS-SUPP-STATUS.
004700           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
004800               ORGANIZATION    IS INDEXED
004900               ACCESS MODE     IS DYNAMIC
005000               RECORD KEY      IS StockKey OF STOCK-RECORD
005100               FILE STATUS     IS WS-STOCK-STATUS.
005200           SELECT REPORT-FILE  ASSIGN TO RLCRPT
005300               ORGANIZATION    IS LINE SEQUENTIAL
005400               FILE STATUS     IS WS-REPORT-STATUS.
005500           SELECT OPTIONAL RCVY-FILE ASSIGN TO RCVYLOG
005600               ORGANIZATION    IS LINE SEQUENTIAL
005700               FILE STATUS     IS WS-RCVY-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100**----------------------------------------------------------*
006200*    PARM-RECORD - THE RECALCULATION CONTROL CARD: THE      *
006300*    NUMBER OF WEEKS OF SALES TO AVERAGE OVER AND THE       *
006400*    SAFETY FACTOR APPLIED TO THE LEAD-TIME DEMAND. A ZERO  *
006500*    OR BLANK FIELD TAKES THE HOUSE DEFAULT                 *
006600**----------------------------------------------------------*
006700 FD  PARM-FILE.
006800 01  PARM-RECORD.
006900           05  PARM-WEEKS              PIC 9(2).
007000           05  PARM-SAFETY-FACTOR      PIC 9V99.
007100
007200**----------------------------------------------------------*
007300*    MANUAL-RECORD - ONE REORDER LEVEL TAKEN INTO OR        *
007400*    RELEASED FROM MANUAL MANAGEMENT. ACTION M SETS THE     *
007500*    LEVEL GIVEN AND FLAGS THE LINE MANUAL; ACTION A        *
007600*    RETURNS THE LINE TO THE CALCULATION                    *
007700**----------------------------------------------------------*
007800 FD  MANUAL-FILE.
007900 01  MANUAL-RECORD.
008000           05  MAN-BRANCH-ID           PIC X(5).
008100           05  MAN-ITEM-CODE           PIC X(13).
008200           05  MAN-ACTION              PIC X(01).
008300               88  MAN-SET-MANUAL            VALUE "M".
008400               88  MAN-SET-AUTOMATIC         VALUE "A".
008500           05  MAN-REORDER-LEVEL       PIC 9(7)V9(3).
008600
008700 FD  JRNL-FILE.
008800           COPY StockMovement
008900               REPLACING ==StockMovementRecord==
009000                   BY ==JRNL-RECORD==.
009100
009200 FD  SUPP-FILE.
009300           COPY SupplierMaster
009400               REPLACING ==SupplierMasterRecord==
009500                   BY ==SUPP-RECORD==.
009600
009700 FD  STOCK-FILE.
009800           COPY StockRecord
009900               REPLACING ==StockRecord==
010000                   BY ==STOCK-RECORD==.
010100
010200 FD  REPORT-FILE.
010300 01  REPORT-RECORD               PIC X(132).
010400
010500 FD  RCVY-FILE.
010600           COPY RecoveryLog
010700               REPLACING ==RecoveryLogRecord==
010800                   BY ==RCVY-RECORD==.
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-SWITCHES.
011200           05  WS-MANUAL-EOF-SWITCH PIC X(01)    VALUE "N".
011300               88  END-OF-MANUAL-FILE        VALUE "Y".
011400           05  WS-JRNL-EOF-SWITCH   PIC X(01)    VALUE "N".
011500               88  END-OF-JRNL-FILE          VALUE "Y".
011600           05  WS-SUPP-EOF-SWITCH   PIC X(01)    VALUE "N".
011700               88  END-OF-SUPP-FILE          VALUE "Y".
011800           05  WS-STOCK-EOF-SWITCH  PIC X(01)    VALUE "N".
011900               88  END-OF-STOCK-FILE         VALUE "Y".
012000           05  WS-SALES-FOUND-SWITCH PIC X(01)   VALUE "N".
012100               88  FOUND-SALES               VALUE "Y".
012200           05  WS-LINK-FOUND-SWITCH PIC X(01)    VALUE "N".
012300               88  FOUND-LINK                VALUE "Y".
012400           05  WS-SALES-FULL-SWITCH PIC X(01)    VALUE "N".
012500               88  SALES-TABLE-FULL          VALUE "Y".
012600
012700 01  WS-FILE-STATUSES.
012800           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
012900           05  WS-MANUAL-STATUS     PIC X(02)    VALUE "00".
013000           05  WS-JRNL-STATUS       PIC X(02)    VALUE "00".
013100           05  WS-SUPP-STATUS       PIC X(02)    VALUE "00".
013200           05  WS-STOCK-STATUS      PIC X(02)    VALUE "00".
013300           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
013400           05  WS-RCVY-STATUS       PIC X(02)    VALUE "00".
013500
013600 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
013700
013800**----------------------------------------------------------*
013900*    WS-CALC-PARMS - THE CONTROL CARD AFTER DEFAULTING, AND *
014000*    THE SALES WINDOW IT GIVES: THE WEEKS ENDING ON THE RUN *
014100*    DATE                                                   *
014200**----------------------------------------------------------*
014300 01  WS-CALC-PARMS.
014400           05  WS-WEEKS             PIC 9(2)     VALUE ZERO.
014500           05  WS-SAFETY-FACTOR     PIC 9V99     VALUE ZERO.
014600           05  WS-WINDOW-DAYS       PIC 9(3)     COMP
014700               VALUE ZERO.
014800           05  WS-RUN-INT           PIC 9(8)     COMP
014900               VALUE ZERO.
015000           05  WS-FROM-DATE         PIC 9(8)     VALUE ZERO.
015100
015200 01  WS-RECOVERY-WORK.
015300           05  WS-TIME-WORK         PIC 9(8)     VALUE ZERO.
015400           05  WS-LOG-SEQUENCE      PIC 9(9)     VALUE ZERO.
015500           05  WS-LOG-ACTION        PIC X(01)    VALUE SPACE.
015600           05  WS-BEFORE-IMAGE      PIC X(3300)  VALUE SPACES.
015700           05  WS-AFTER-IMAGE       PIC X(3300)  VALUE SPACES.
015800
015900 01  WS-INDICES.
016000           05  WS-SALES-IX          PIC 9(5)     COMP
016100               VALUE ZERO.
016200           05  WS-SUPP-IX           PIC 9(3)     COMP
016300               VALUE ZERO.
016400           05  WS-LINK-IX           PIC 99       COMP
016500               VALUE ZERO.
016600
016700 01  WS-COUNTERS.
016800           05  WS-MANUAL-COUNT      PIC 9(6)     COMP
016900               VALUE ZERO.
017000           05  WS-MANUAL-REJ-COUNT  PIC 9(6)     COMP
017100               VALUE ZERO.
017200           05  WS-JRNL-COUNT        PIC 9(9)     COMP
017300               VALUE ZERO.
017400           05  WS-SALES-MVT-COUNT   PIC 9(9)     COMP
017500               VALUE ZERO.
017600           05  WS-SALES-DROP-COUNT  PIC 9(9)     COMP
017700               VALUE ZERO.
017800           05  WS-SUPP-COUNT        PIC 9(3)     COMP
017900               VALUE ZERO.
018000           05  WS-STOCK-COUNT       PIC 9(9)     COMP
018100               VALUE ZERO.
018200           05  WS-CHANGED-COUNT     PIC 9(9)     COMP
018300               VALUE ZERO.
018400           05  WS-MANAGED-COUNT     PIC 9(9)     COMP
018500               VALUE ZERO.
018600           05  WS-NO-LINK-COUNT     PIC 9(9)     COMP
018700               VALUE ZERO.
018800           05  WS-NO-SALES-COUNT    PIC 9(9)     COMP
018900               VALUE ZERO.
019000           05  WS-RCVY-COUNT        PIC 9(9)     COMP
019100               VALUE ZERO.
019200
019300**----------------------------------------------------------*
019400*    WS-SALES-TABLE - NET SALES OVER THE WINDOW BY BRANCH   *
019500*    AND ITEM, ACCUMULATED FROM THE JOURNAL'S SALE AND      *
019600*    RETURN MOVEMENTS. THE JOURNAL CARRIES THE SIGNED       *
019700*    CHANGE TO ON-HAND, SO A SALE ADDS A NEGATIVE AMOUNT    *
019800*    AND A RETURN A POSITIVE ONE                            *
019900**----------------------------------------------------------*
020000 01  WS-SALES-KEY.
020100           05  WS-SK-BRANCH-ID      PIC X(5)     VALUE SPACES.
020200           05  WS-SK-ITEM-CODE      PIC X(13)    VALUE SPACES.
020300
020400 01  WS-SALES-TABLE.
020500           05  WS-SALES-COUNT       PIC 9(5)     COMP
020600               VALUE ZERO.
020700           05  WS-SL-ENTRY          OCCURS 10000 TIMES.
020800               10  WS-SL-KEY.
020900                   15  WS-SL-BRANCH-ID  PIC X(5).
021000                   15  WS-SL-ITEM-CODE  PIC X(13).
021100               10  WS-SL-QTY            PIC S9(9)V9(3) COMP-3.
021200
021300**----------------------------------------------------------*
021400*    WS-SUPPLIER-TABLE - THE SUPPLIER MASTER'S ITEM LINKS,  *
021500*    LOADED ONCE AT INITIALISATION. THE LEAD TIME IS TAKEN  *
021600*    FROM THE FIRST SUPPLIER CARRYING THE ITEM, THE SAME    *
021700*    SUPPLIER FCPOGEN ORDERS IT FROM                        *
021800**----------------------------------------------------------*
021900 01  WS-SUPPLIER-TABLE.
022000           05  WS-SP-ENTRY          OCCURS 100 TIMES.
022100               10  WS-SP-CODE           PIC X(06).
022200               10  WS-SP-LINK-COUNT     PIC 99       COMP.
022300               10  WS-SP-LINK           OCCURS 50 TIMES.
022400                   15  WS-SP-ITEM-CODE  PIC X(13).
022500                   15  WS-SP-LEAD-TIME  PIC 9(3).
022600
022700**----------------------------------------------------------*
022800*    WS-CALC-WORK - THE LEDGER LINE BEING RECALCULATED      *
022900**----------------------------------------------------------*
023000 01  WS-CALC-WORK.
023100           05  WS-NET-SALES         PIC S9(9)V9(3) COMP-3
023200               VALUE ZERO.
023300           05  WS-AVG-DAILY         PIC 9(7)V9(3)  COMP-3
023400               VALUE ZERO.
023500           05  WS-LEAD-TIME         PIC 9(3)     VALUE ZERO.
023600           05  WS-OLD-LEVEL         PIC 9(7)V9(3)  COMP-3
023700               VALUE ZERO.
023800           05  WS-NEW-LEVEL         PIC 9(7)V9(3)  COMP-3
023900               VALUE ZERO.
024000           05  WS-CALC-NOTE         PIC X(30)    VALUE SPACES.
024100
024200**----------------------------------------------------------*
024300*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD WITH       *
024400*    WRITE ... FROM                                         *
024500**----------------------------------------------------------*
024600 01  WS-HEADING-LINE.
024700           05  FILLER               PIC X(45)
024800               VALUE "FCRLCALC - REORDER LEVEL RECALCULATION".
024900           05  FILLER               PIC X(09)
025000               VALUE "RUN DATE=".
025100           05  WS-HDG-RUN-DATE      PIC 9(8).
025200
025300 01  WS-PARM-LINE.
025400           05  FILLER               PIC X(13)
025500               VALUE "SALES WINDOW ".
025600           05  WS-PL-WEEKS          PIC Z9.
025700           05  FILLER               PIC X(14)
025800               VALUE " WEEK(S) FROM ".
025900           05  WS-PL-FROM-DATE      PIC 9(8).
026000           05  FILLER               PIC X(04)    VALUE " TO ".
026100           05  WS-PL-TO-DATE        PIC 9(8).
026200           05  FILLER               PIC X(16)
026300               VALUE ", SAFETY FACTOR ".
026400           05  WS-PL-SAFETY-FACTOR  PIC 9.99.
026500
026600 01  WS-SECTION-LINE.
026700           05  WS-SL-TEXT           PIC X(60).
026800
026900 01  WS-MANUAL-LINE.
027000           05  FILLER               PIC X(07)    VALUE "BRANCH ".
027100           05  WS-ML-BRANCH-ID      PIC X(5).
027200           05  FILLER               PIC X(06)    VALUE " ITEM ".
027300           05  WS-ML-ITEM-CODE      PIC X(13).
027400           05  FILLER               PIC X(08)    VALUE " ACTION ".
027500           05  WS-ML-ACTION         PIC X(01).
027600           05  FILLER               PIC X(07)    VALUE " LEVEL=".
027700           05  WS-ML-LEVEL          PIC Z(6)9.9(3).
027800           05  FILLER               PIC X(03)    VALUE " - ".
027900           05  WS-ML-RESULT         PIC X(40).
028000
028100 01  WS-COLUMN-LINE.
028200           05  FILLER               PIC X(33)
028300               VALUE "BRANCH ITEM             NET SALES".
028400           05  FILLER               PIC X(11)
028500               VALUE "    AVG/DAY".
028600           05  FILLER               PIC X(17)
028700               VALUE " LEAD   OLD LEVEL".
028800           05  FILLER               PIC X(18)
028900               VALUE "   NEW LEVEL  NOTE".
029000
029100 01  WS-DETAIL-LINE.
029200           05  WS-DL-BRANCH-ID      PIC X(5).
029300           05  FILLER               PIC X(02)    VALUE SPACES.
029400           05  WS-DL-ITEM-CODE      PIC X(13).
029500           05  FILLER               PIC X(01)    VALUE SPACE.
029600           05  WS-DL-NET-SALES      PIC -(7)9.9(3).
029700           05  FILLER               PIC X(01)    VALUE SPACE.
029800           05  WS-DL-AVG-DAILY      PIC Z(5)9.9(3).
029900           05  FILLER               PIC X(02)    VALUE SPACES.
030000           05  WS-DL-LEAD-TIME      PIC ZZ9.
030100           05  FILLER               PIC X(01)    VALUE SPACE.
030200           05  WS-DL-OLD-LEVEL      PIC Z(6)9.9(3).
030300           05  FILLER               PIC X(01)    VALUE SPACE.
030400           05  WS-DL-NEW-LEVEL      PIC Z(6)9.9(3).
030500           05  FILLER               PIC X(02)    VALUE SPACES.
030600           05  WS-DL-NOTE           PIC X(30).
030700
030800 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
030900
031000 PROCEDURE DIVISION.
031100
031200**----------------------------------------------------------*
031300*    0000-MAINLINE                                          *
031400**----------------------------------------------------------*
031500 0000-MAINLINE.
031600           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
031700           PERFORM 2000-APPLY-MANUAL-LEVEL
031800               THRU 2000-APPLY-MANUAL-LEVEL-EXIT
031900               UNTIL END-OF-MANUAL-FILE.
032000           PERFORM 3000-ACCUMULATE-SALES
032100               THRU 3000-ACCUMULATE-SALES-EXIT
032200               UNTIL END-OF-JRNL-FILE.
032300           PERFORM 4000-START-LEDGER-PASS
032400               THRU 4000-START-LEDGER-PASS-EXIT.
032500           PERFORM 4100-RECALCULATE-LEVEL
032600               THRU 4100-RECALCULATE-LEVEL-EXIT
032700               UNTIL END-OF-STOCK-FILE.
032800           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
032900           STOP RUN.
033000
033100**----------------------------------------------------------*
033200*    1000-INITIALISE - READ THE CONTROL CARD AND WORK OUT   *
033300*    THE SALES WINDOW, LOAD THE SUPPLIER MASTER, OPEN THE   *
033400*    FILES AND PRIME THE MAINTENANCE FEED                   *
033500**----------------------------------------------------------*
033600 1000-INITIALISE.
033700           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
033800           OPEN INPUT  PARM-FILE.
033900           IF WS-PARM-STATUS NOT = "00"
034000               DISPLAY "FCRLCALC: PARM-FILE OPEN FAILED, STATUS="
034100                   WS-PARM-STATUS
034200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034300           END-IF.
034400           READ PARM-FILE
034500               AT END
034600                   DISPLAY "FCRLCALC: EMPTY CONTROL CARD"
034700                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034800           END-READ.
034900           IF PARM-WEEKS NUMERIC
035000               MOVE PARM-WEEKS TO WS-WEEKS
035100           END-IF.
035200           IF PARM-SAFETY-FACTOR NUMERIC
035300               MOVE PARM-SAFETY-FACTOR TO WS-SAFETY-FACTOR
035400           END-IF.
035500           CLOSE PARM-FILE.
035600           IF WS-WEEKS = ZERO
035700               MOVE 8 TO WS-WEEKS
035800           END-IF.
035900           IF WS-SAFETY-FACTOR = ZERO
036000               MOVE 1 TO WS-SAFETY-FACTOR
036100           END-IF.
036200           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7.
036300           COMPUTE WS-RUN-INT =
036400               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
036500           COMPUTE WS-FROM-DATE =
036600               FUNCTION DATE-OF-INTEGER
036700                   (WS-RUN-INT - WS-WINDOW-DAYS + 1).
036800           PERFORM 1100-LOAD-SUPPLIERS
036900               THRU 1100-LOAD-SUPPLIERS-EXIT.
037000           OPEN I-O    STOCK-FILE.
037100           IF WS-STOCK-STATUS NOT = "00"
037200               DISPLAY "FCRLCALC: STOCK-FILE OPEN FAILED, STATUS="
037300                   WS-STOCK-STATUS
037400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037500           END-IF.
037600           OPEN OUTPUT REPORT-FILE.
037700           IF WS-REPORT-STATUS NOT = "00"
037800               DISPLAY "FCRLCALC: REPORT-FILE OPEN FAILED,"
037900                   " STATUS=" WS-REPORT-STATUS
038000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038100           END-IF.
038200           OPEN EXTEND RCVY-FILE.
038300           IF WS-RCVY-STATUS NOT = "00"
038400               AND WS-RCVY-STATUS NOT = "05"
038500               DISPLAY "FCRLCALC: RCVY-FILE OPEN FAILED, STATUS="
038600                   WS-RCVY-STATUS
038700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038800           END-IF.
038900           OPEN INPUT  MANUAL-FILE.
039000           IF WS-MANUAL-STATUS NOT = "00"
039100               AND WS-MANUAL-STATUS NOT = "05"
039200               DISPLAY "FCRLCALC: RLMANUAL OPEN FAILED, STATUS="
039300                   WS-MANUAL-STATUS
039400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
039500           END-IF.
039600           OPEN INPUT  JRNL-FILE.
039700           IF WS-JRNL-STATUS NOT = "00"
039800               AND WS-JRNL-STATUS NOT = "05"
039900               DISPLAY "FCRLCALC: STKJRNL OPEN FAILED, STATUS="
040000                   WS-JRNL-STATUS
040100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040200           END-IF.
040300           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
040400           MOVE WS-HEADING-LINE TO REPORT-RECORD.
040500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
040600           MOVE WS-WEEKS         TO WS-PL-WEEKS.
040700           MOVE WS-FROM-DATE     TO WS-PL-FROM-DATE.
040800           MOVE WS-RUN-DATE      TO WS-PL-TO-DATE.
040900           MOVE WS-SAFETY-FACTOR TO WS-PL-SAFETY-FACTOR.
041000           MOVE WS-PARM-LINE TO REPORT-RECORD.
041100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
041200           MOVE WS-BLANK-LINE TO REPORT-RECORD.
041300           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
041400           MOVE "MANUAL REORDER LEVEL MAINTENANCE" TO WS-SL-TEXT.
041500           MOVE WS-SECTION-LINE TO REPORT-RECORD.
041600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
041700           PERFORM 2900-READ-MANUAL-FILE
041800               THRU 2900-READ-MANUAL-FILE-EXIT.
041900 1000-INITIALISE-EXIT.
042000           EXIT.
042100
042200**----------------------------------------------------------*
042300*    1100-LOAD-SUPPLIERS - READ THE WHOLE SUPPLIER MASTER   *
042400*    INTO THE SUPPLIER TABLE. NO MASTER MEANS NO LINKS, SO  *
042500*    EVERY CALCULATED LINE IS LEFT AS IT STANDS             *
042600**----------------------------------------------------------*
042700 1100-LOAD-SUPPLIERS.
042800           OPEN INPUT SUPP-FILE.
042900           IF WS-SUPP-STATUS NOT = "00"
043000               AND WS-SUPP-STATUS NOT = "05"
043100               GO TO 1100-LOAD-SUPPLIERS-EXIT
043200           END-IF.
043300           MOVE LOW-VALUES TO SupplierCode OF SUPP-RECORD.
043400           START SUPP-FILE
043500               KEY IS NOT LESS THAN SupplierCode OF SUPP-RECORD
043600               INVALID KEY
043700                   SET END-OF-SUPP-FILE TO TRUE
043800           END-START.
043900           PERFORM 1110-LOAD-ONE-SUPPLIER
044000               THRU 1110-LOAD-ONE-SUPPLIER-EXIT
044100               UNTIL END-OF-SUPP-FILE.
044200           CLOSE SUPP-FILE.
044300 1100-LOAD-SUPPLIERS-EXIT.
044400           EXIT.
044500
044600**----------------------------------------------------------*
044700*    1110-LOAD-ONE-SUPPLIER                                 *
044800**----------------------------------------------------------*
044900 1110-LOAD-ONE-SUPPLIER.
045000           READ SUPP-FILE NEXT RECORD
045100               AT END
045200                   SET END-OF-SUPP-FILE TO TRUE
045300                   GO TO 1110-LOAD-ONE-SUPPLIER-EXIT
045400           END-READ.
045500           IF WS-SUPP-STATUS NOT = "00"
045600               SET END-OF-SUPP-FILE TO TRUE
045700               GO TO 1110-LOAD-ONE-SUPPLIER-EXIT
045800           END-IF.
045900           IF WS-SUPP-COUNT >= 100
046000               DISPLAY "FCRLCALC: SUPPLIER TABLE FULL, SUPPLIER "
046100                   SupplierCode OF SUPP-RECORD " DROPPED"
046200               GO TO 1110-LOAD-ONE-SUPPLIER-EXIT
046300           END-IF.
046400           ADD 1 TO WS-SUPP-COUNT.
046500           MOVE SupplierCode OF SUPP-RECORD
046600               TO WS-SP-CODE (WS-SUPP-COUNT).
046700           MOVE LinkCount OF SUPP-RECORD
046800               TO WS-SP-LINK-COUNT (WS-SUPP-COUNT).
046900           PERFORM 1120-LOAD-ONE-LINK
047000               THRU 1120-LOAD-ONE-LINK-EXIT
047100               VARYING WS-LINK-IX FROM 1 BY 1
047200               UNTIL WS-LINK-IX > LinkCount OF SUPP-RECORD.
047300 1110-LOAD-ONE-SUPPLIER-EXIT.
047400           EXIT.
047500
047600**----------------------------------------------------------*
047700*    1120-LOAD-ONE-LINK                                     *
047800**----------------------------------------------------------*
047900 1120-LOAD-ONE-LINK.
048000           MOVE ItemCode OF SUPP-RECORD (WS-LINK-IX)
048100               TO WS-SP-ITEM-CODE (WS-SUPP-COUNT, WS-LINK-IX).
048200           MOVE LeadTimeDays OF SUPP-RECORD (WS-LINK-IX)
048300               TO WS-SP-LEAD-TIME (WS-SUPP-COUNT, WS-LINK-IX).
048400 1120-LOAD-ONE-LINK-EXIT.
048500           EXIT.
048600
048700**----------------------------------------------------------*
048800*    2000-APPLY-MANUAL-LEVEL - APPLY ONE MAINTENANCE LINE   *
048900*    AND PRINT WHAT BECAME OF IT                            *
049000**----------------------------------------------------------*
049100 2000-APPLY-MANUAL-LEVEL.
049200           MOVE MAN-BRANCH-ID     TO WS-ML-BRANCH-ID.
049300           MOVE MAN-ITEM-CODE     TO WS-ML-ITEM-CODE.
049400           MOVE MAN-ACTION        TO WS-ML-ACTION.
049500           MOVE ZERO              TO WS-ML-LEVEL.
049600           PERFORM 2100-SET-MANUAL-FLAG
049700               THRU 2100-SET-MANUAL-FLAG-EXIT.
049800           MOVE WS-MANUAL-LINE TO REPORT-RECORD.
049900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
050000           PERFORM 2900-READ-MANUAL-FILE
050100               THRU 2900-READ-MANUAL-FILE-EXIT.
050200 2000-APPLY-MANUAL-LEVEL-EXIT.
050300           EXIT.
050400
050500**----------------------------------------------------------*
050600*    2100-SET-MANUAL-FLAG - TAKE ONE LEDGER LINE INTO, OR   *
050700*    RELEASE IT FROM, MANUAL MANAGEMENT. A LINE RELEASED    *
050800*    HERE IS RECALCULATED BY THE LEDGER PASS OF THIS RUN    *
050900**----------------------------------------------------------*
051000 2100-SET-MANUAL-FLAG.
051100           IF NOT MAN-SET-MANUAL
051200               AND NOT MAN-SET-AUTOMATIC
051300               MOVE "REJECTED - ACTION MUST BE M OR A"
051400                   TO WS-ML-RESULT
051500               ADD 1 TO WS-MANUAL-REJ-COUNT
051600               GO TO 2100-SET-MANUAL-FLAG-EXIT
051700           END-IF.
051800           IF MAN-SET-MANUAL
051900               AND MAN-REORDER-LEVEL NOT NUMERIC
052000               MOVE "REJECTED - REORDER LEVEL NOT NUMERIC"
052100                   TO WS-ML-RESULT
052200               ADD 1 TO WS-MANUAL-REJ-COUNT
052300               GO TO 2100-SET-MANUAL-FLAG-EXIT
052400           END-IF.
052500           MOVE MAN-BRANCH-ID TO BranchID OF STOCK-RECORD.
052600           MOVE MAN-ITEM-CODE TO ItemCode OF STOCK-RECORD.
052700           READ STOCK-FILE
052800               INVALID KEY
052900                   MOVE "REJECTED - NO LEDGER LINE"
053000                       TO WS-ML-RESULT
053100                   ADD 1 TO WS-MANUAL-REJ-COUNT
053200                   GO TO 2100-SET-MANUAL-FLAG-EXIT
053300           END-READ.
053400           MOVE STOCK-RECORD TO WS-BEFORE-IMAGE.
053500           IF MAN-SET-MANUAL
053600               MOVE MAN-REORDER-LEVEL
053700                   TO ReorderLevel OF STOCK-RECORD
053800               SET Manual-Reorder-Level OF STOCK-RECORD TO TRUE
053900               MOVE "SET AND FLAGGED MANUAL" TO WS-ML-RESULT
054000           ELSE
054100               SET Calculated-Reorder-Level OF STOCK-RECORD
054200                   TO TRUE
054300               MOVE "RETURNED TO CALCULATION" TO WS-ML-RESULT
054400           END-IF.
054500           MOVE ReorderLevel OF STOCK-RECORD TO WS-ML-LEVEL.
054600           PERFORM 3800-REWRITE-STOCK
054700               THRU 3800-REWRITE-STOCK-EXIT.
054800           ADD 1 TO WS-MANUAL-COUNT.
054900 2100-SET-MANUAL-FLAG-EXIT.
055000           EXIT.
055100
055200**----------------------------------------------------------*
055300*    2900-READ-MANUAL-FILE                                  *
055400**----------------------------------------------------------*
055500 2900-READ-MANUAL-FILE.
055600           READ MANUAL-FILE
055700               AT END
055800                   SET END-OF-MANUAL-FILE TO TRUE
055900           END-READ.
056000           IF NOT END-OF-MANUAL-FILE
056100               AND WS-MANUAL-STATUS NOT = "00"
056200               DISPLAY "FCRLCALC: RLMANUAL READ ERROR, STATUS="
056300                   WS-MANUAL-STATUS
056400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
056500           END-IF.
056600 2900-READ-MANUAL-FILE-EXIT.
056700           EXIT.
056800
056900**----------------------------------------------------------*
057000*    3000-ACCUMULATE-SALES - ADD ONE SALE OR RETURN         *
057100*    MOVEMENT DATED INSIDE THE WINDOW TO ITS BRANCH AND     *
057200*    ITEM'S NET SALES. OTHER MOVEMENTS ARE PASSED OVER      *
057300**----------------------------------------------------------*
057400 3000-ACCUMULATE-SALES.
057500           READ JRNL-FILE
057600               AT END
057700                   SET END-OF-JRNL-FILE TO TRUE
057800                   GO TO 3000-ACCUMULATE-SALES-EXIT
057900           END-READ.
058000           IF WS-JRNL-STATUS NOT = "00"
058100               DISPLAY "FCRLCALC: STKJRNL READ ERROR, STATUS="
058200                   WS-JRNL-STATUS
058300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
058400           END-IF.
058500           ADD 1 TO WS-JRNL-COUNT.
058600           IF NOT Sale-Movement OF JRNL-RECORD
058700               AND NOT Return-Movement OF JRNL-RECORD
058800               GO TO 3000-ACCUMULATE-SALES-EXIT
058900           END-IF.
059000           IF MovementDate OF JRNL-RECORD < WS-FROM-DATE
059100               OR MovementDate OF JRNL-RECORD > WS-RUN-DATE
059200               GO TO 3000-ACCUMULATE-SALES-EXIT
059300           END-IF.
059400           ADD 1 TO WS-SALES-MVT-COUNT.
059500           MOVE SourceBranchID OF JRNL-RECORD TO WS-SK-BRANCH-ID.
059600           MOVE ItemCode OF JRNL-RECORD TO WS-SK-ITEM-CODE.
059700           PERFORM 3100-SEARCH-SALES
059800               THRU 3100-SEARCH-SALES-EXIT.
059900           IF NOT FOUND-SALES
060000               IF WS-SALES-COUNT >= 10000
060100                   SET SALES-TABLE-FULL TO TRUE
060200                   ADD 1 TO WS-SALES-DROP-COUNT
060300                   GO TO 3000-ACCUMULATE-SALES-EXIT
060400               END-IF
060500               ADD 1 TO WS-SALES-COUNT
060600               MOVE WS-SALES-COUNT TO WS-SALES-IX
060700               MOVE WS-SALES-KEY TO WS-SL-KEY (WS-SALES-IX)
060800               MOVE ZERO TO WS-SL-QTY (WS-SALES-IX)
060900           END-IF.
061000           ADD MovementQuantity OF JRNL-RECORD
061100               TO WS-SL-QTY (WS-SALES-IX).
061200 3000-ACCUMULATE-SALES-EXIT.
061300           EXIT.
061400
061500**----------------------------------------------------------*
061600*    3100-SEARCH-SALES - LOOK FOR WS-SALES-KEY IN THE SALES *
061700*    TABLE, LEAVING WS-SALES-IX ON THE MATCH                *
061800**----------------------------------------------------------*
061900 3100-SEARCH-SALES.
062000           MOVE "N" TO WS-SALES-FOUND-SWITCH.
062100           PERFORM 3110-SEARCH-SALES-ENTRY
062200               THRU 3110-SEARCH-SALES-ENTRY-EXIT
062300               VARYING WS-SALES-IX FROM 1 BY 1
062400               UNTIL WS-SALES-IX > WS-SALES-COUNT
062500                   OR FOUND-SALES.
062600           IF FOUND-SALES
062700               SUBTRACT 1 FROM WS-SALES-IX
062800           END-IF.
062900 3100-SEARCH-SALES-EXIT.
063000           EXIT.
063100
063200**----------------------------------------------------------*
063300*    3110-SEARCH-SALES-ENTRY                                *
063400**----------------------------------------------------------*
063500 3110-SEARCH-SALES-ENTRY.
063600           IF WS-SL-KEY (WS-SALES-IX) = WS-SALES-KEY
063700               SET FOUND-SALES TO TRUE
063800           END-IF.
063900 3110-SEARCH-SALES-ENTRY-EXIT.
064000           EXIT.
064100
064200**----------------------------------------------------------*
064300*    3400-WRITE-RECOVERY - APPEND ONE DATED BEFORE/AFTER    *
064400*    IMAGE PAIR FOR THE LEDGER CHANGE JUST APPLIED. THE     *
064500*    CALLER HAS SET WS-LOG-ACTION AND THE TWO IMAGES        *
064600**----------------------------------------------------------*
064700 3400-WRITE-RECOVERY.
064800           MOVE WS-RUN-DATE TO LogRunDate.
064900           ACCEPT WS-TIME-WORK FROM TIME.
065000           COMPUTE LogTime = WS-TIME-WORK / 100.
065100           ADD 1 TO WS-LOG-SEQUENCE.
065200           MOVE WS-LOG-SEQUENCE TO LogSequence.
065300           MOVE "FCRLCALC" TO LogProgram.
065400           MOVE "STCKMSTR" TO LogFileName.
065500           MOVE WS-LOG-ACTION TO LogAction.
065600           MOVE WS-BEFORE-IMAGE TO BeforeImage.
065700           MOVE WS-AFTER-IMAGE TO AfterImage.
065800           WRITE RCVY-RECORD.
065900           IF WS-RCVY-STATUS NOT = "00"
066000               DISPLAY "FCRLCALC: RCVY-FILE WRITE ERROR, STATUS="
066100                   WS-RCVY-STATUS
066200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
066300           END-IF.
066400           ADD 1 TO WS-RCVY-COUNT.
066500 3400-WRITE-RECOVERY-EXIT.
066600           EXIT.
066700
066800**----------------------------------------------------------*
066900*    3800-REWRITE-STOCK - REWRITE THE LEDGER LINE IN THE FD *
067000*    RECORD AREA AND LOG ITS IMAGES. THE CALLER HAS SAVED   *
067100*    THE BEFORE IMAGE                                       *
067200**----------------------------------------------------------*
067300 3800-REWRITE-STOCK.
067400           REWRITE STOCK-RECORD.
067500           IF WS-STOCK-STATUS NOT = "00"
067600               DISPLAY "FCRLCALC: STOCK REWRITE ERROR, BRANCH "
067700                   BranchID OF STOCK-RECORD " ITEM "
067800                   ItemCode OF STOCK-RECORD
067900                   " STATUS=" WS-STOCK-STATUS
068000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
068100           END-IF.
068200           MOVE STOCK-RECORD TO WS-AFTER-IMAGE.
068300           MOVE "R" TO WS-LOG-ACTION.
068400           PERFORM 3400-WRITE-RECOVERY
068500               THRU 3400-WRITE-RECOVERY-EXIT.
068600 3800-REWRITE-STOCK-EXIT.
068700           EXIT.
068800
068900**----------------------------------------------------------*
069000*    4000-START-LEDGER-PASS - POSITION AT THE TOP OF THE    *
069100*    LEDGER AND HEAD UP THE BEFORE/AFTER SECTION            *
069200**----------------------------------------------------------*
069300 4000-START-LEDGER-PASS.
069400           MOVE WS-BLANK-LINE TO REPORT-RECORD.
069500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
069600           MOVE "REORDER LEVELS BEFORE AND AFTER RECALCULATION"
069700               TO WS-SL-TEXT.
069800           MOVE WS-SECTION-LINE TO REPORT-RECORD.
069900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
070000           MOVE WS-COLUMN-LINE TO REPORT-RECORD.
070100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
070200           MOVE LOW-VALUES TO StockKey OF STOCK-RECORD.
070300           START STOCK-FILE
070400               KEY IS NOT LESS THAN StockKey OF STOCK-RECORD
070500               INVALID KEY
070600                   SET END-OF-STOCK-FILE TO TRUE
070700           END-START.
070800 4000-START-LEDGER-PASS-EXIT.
070900           EXIT.
071000
071100**----------------------------------------------------------*
071200*    4100-RECALCULATE-LEVEL - READ THE NEXT LEDGER LINE,    *
071300*    RECALCULATE IT AND PRINT IT BEFORE AND AFTER           *
071400**----------------------------------------------------------*
071500 4100-RECALCULATE-LEVEL.
071600           READ STOCK-FILE NEXT RECORD
071700               AT END
071800                   SET END-OF-STOCK-FILE TO TRUE
071900                   GO TO 4100-RECALCULATE-LEVEL-EXIT
072000           END-READ.
072100           IF WS-STOCK-STATUS NOT = "00"
072200               DISPLAY "FCRLCALC: STOCK READ ERROR, STATUS="
072300                   WS-STOCK-STATUS
072400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
072500           END-IF.
072600           ADD 1 TO WS-STOCK-COUNT.
072700           PERFORM 4200-CALCULATE-LEVEL
072800               THRU 4200-CALCULATE-LEVEL-EXIT.
072900           PERFORM 7000-WRITE-DETAIL THRU 7000-WRITE-DETAIL-EXIT.
073000 4100-RECALCULATE-LEVEL-EXIT.
073100           EXIT.
073200
073300**----------------------------------------------------------*
073400*    4200-CALCULATE-LEVEL - WORK OUT ONE LEDGER LINE'S      *
073500*    NEW REORDER LEVEL: AVERAGE DAILY NET SALES OVER THE    *
073600*    WINDOW, TIMES THE SUPPLIER LEAD TIME, TIMES THE SAFETY *
073700*    FACTOR. A LINE MANUALLY MANAGED, WITH NO SUPPLIER LINK *
073800*    OR WHOSE SALES COULD NOT ALL BE COUNTED IS PRINTED     *
073900*    BUT LEFT AS IT STANDS                                  *
074000**----------------------------------------------------------*
074100 4200-CALCULATE-LEVEL.
074200           MOVE ReorderLevel OF STOCK-RECORD TO WS-OLD-LEVEL.
074300           MOVE ReorderLevel OF STOCK-RECORD TO WS-NEW-LEVEL.
074400           MOVE ZERO TO WS-NET-SALES.
074500           MOVE ZERO TO WS-AVG-DAILY.
074600           MOVE ZERO TO WS-LEAD-TIME.
074700           MOVE BranchID OF STOCK-RECORD TO WS-SK-BRANCH-ID.
074800           MOVE ItemCode OF STOCK-RECORD TO WS-SK-ITEM-CODE.
074900           PERFORM 3100-SEARCH-SALES
075000               THRU 3100-SEARCH-SALES-EXIT.
075100           IF FOUND-SALES
075200               COMPUTE WS-NET-SALES =
075300                   ZERO - WS-SL-QTY (WS-SALES-IX)
075400           END-IF.
075500           IF Manual-Reorder-Level OF STOCK-RECORD
075600               ADD 1 TO WS-MANAGED-COUNT
075700               MOVE "MANUALLY MANAGED - UNCHANGED" TO WS-CALC-NOTE
075800               GO TO 4200-CALCULATE-LEVEL-EXIT
075900           END-IF.
076000           IF NOT FOUND-SALES
076100               AND SALES-TABLE-FULL
076200               ADD 1 TO WS-NO-SALES-COUNT
076300               MOVE "SALES NOT COUNTED - UNCHANGED"
076400                   TO WS-CALC-NOTE
076500               GO TO 4200-CALCULATE-LEVEL-EXIT
076600           END-IF.
076700           MOVE "N" TO WS-LINK-FOUND-SWITCH.
076800           PERFORM 4300-SEARCH-SUPPLIER
076900               THRU 4300-SEARCH-SUPPLIER-EXIT
077000               VARYING WS-SUPP-IX FROM 1 BY 1
077100               UNTIL WS-SUPP-IX > WS-SUPP-COUNT
077200                   OR FOUND-LINK.
077300           IF NOT FOUND-LINK
077400               ADD 1 TO WS-NO-LINK-COUNT
077500               MOVE "NO SUPPLIER LINK - UNCHANGED" TO WS-CALC-NOTE
077600               GO TO 4200-CALCULATE-LEVEL-EXIT
077700           END-IF.
077800           SUBTRACT 1 FROM WS-SUPP-IX.
077900           MOVE WS-SP-LEAD-TIME (WS-SUPP-IX, WS-LINK-IX)
078000               TO WS-LEAD-TIME.
078100           IF WS-NET-SALES > ZERO
078200               COMPUTE WS-AVG-DAILY ROUNDED =
078300                   WS-NET-SALES / WS-WINDOW-DAYS
078400               COMPUTE WS-NEW-LEVEL ROUNDED =
078500                   WS-NET-SALES * WS-LEAD-TIME * WS-SAFETY-FACTOR
078600                       / WS-WINDOW-DAYS
078700           ELSE
078800               MOVE ZERO TO WS-NEW-LEVEL
078900           END-IF.
079000           IF WS-NEW-LEVEL = WS-OLD-LEVEL
079100               AND Calculated-Reorder-Level OF STOCK-RECORD
079200               MOVE "NO CHANGE" TO WS-CALC-NOTE
079300               GO TO 4200-CALCULATE-LEVEL-EXIT
079400           END-IF.
079500           MOVE STOCK-RECORD TO WS-BEFORE-IMAGE.
079600           MOVE WS-NEW-LEVEL TO ReorderLevel OF STOCK-RECORD.
079700           SET Calculated-Reorder-Level OF STOCK-RECORD TO TRUE.
079800           PERFORM 3800-REWRITE-STOCK
079900               THRU 3800-REWRITE-STOCK-EXIT.
080000           ADD 1 TO WS-CHANGED-COUNT.
080100           MOVE "RECALCULATED" TO WS-CALC-NOTE.
080200 4200-CALCULATE-LEVEL-EXIT.
080300           EXIT.
080400
080500**----------------------------------------------------------*
080600*    4300-SEARCH-SUPPLIER - LOOK FOR THE CURRENT STOCK      *
080700*    ITEM AMONG ONE SUPPLIER'S LINKS, LEAVING WS-LINK-IX    *
080800*    ON THE MATCH                                           *
080900**----------------------------------------------------------*
081000 4300-SEARCH-SUPPLIER.
081100           PERFORM 4310-SEARCH-LINK
081200               THRU 4310-SEARCH-LINK-EXIT
081300               VARYING WS-LINK-IX FROM 1 BY 1
081400               UNTIL WS-LINK-IX > WS-SP-LINK-COUNT (WS-SUPP-IX)
081500                   OR FOUND-LINK.
081600           IF FOUND-LINK
081700               SUBTRACT 1 FROM WS-LINK-IX
081800           END-IF.
081900 4300-SEARCH-SUPPLIER-EXIT.
082000           EXIT.
082100
082200**----------------------------------------------------------*
082300*    4310-SEARCH-LINK                                       *
082400**----------------------------------------------------------*
082500 4310-SEARCH-LINK.
082600           IF WS-SP-ITEM-CODE (WS-SUPP-IX, WS-LINK-IX)
082700               = ItemCode OF STOCK-RECORD
082800               SET FOUND-LINK TO TRUE
082900           END-IF.
083000 4310-SEARCH-LINK-EXIT.
083100           EXIT.
083200
083300**----------------------------------------------------------*
083400*    7000-WRITE-DETAIL - ONE BEFORE/AFTER LINE PER LEDGER   *
083500*    LINE                                                   *
083600**----------------------------------------------------------*
083700 7000-WRITE-DETAIL.
083800           MOVE BranchID OF STOCK-RECORD TO WS-DL-BRANCH-ID.
083900           MOVE ItemCode OF STOCK-RECORD TO WS-DL-ITEM-CODE.
084000           MOVE WS-NET-SALES  TO WS-DL-NET-SALES.
084100           MOVE WS-AVG-DAILY  TO WS-DL-AVG-DAILY.
084200           MOVE WS-LEAD-TIME  TO WS-DL-LEAD-TIME.
084300           MOVE WS-OLD-LEVEL  TO WS-DL-OLD-LEVEL.
084400           MOVE WS-NEW-LEVEL  TO WS-DL-NEW-LEVEL.
084500           MOVE WS-CALC-NOTE  TO WS-DL-NOTE.
084600           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
084700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
084800 7000-WRITE-DETAIL-EXIT.
084900           EXIT.
085000
085100**----------------------------------------------------------*
085200*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
085300**----------------------------------------------------------*
085400 7900-WRITE-RECORD.
085500           WRITE REPORT-RECORD.
085600           IF WS-REPORT-STATUS NOT = "00"
085700               DISPLAY "FCRLCALC: REPORT WRITE ERROR, STATUS="
085800                   WS-REPORT-STATUS
085900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
086000           END-IF.
086100 7900-WRITE-RECORD-EXIT.
086200           EXIT.
086300
086400**----------------------------------------------------------*
086500*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
086600*    RUN'S CONTROL TOTALS                                   *
086700**----------------------------------------------------------*
086800 8000-TERMINATE.
086900           CLOSE MANUAL-FILE.
087000           CLOSE JRNL-FILE.
087100           CLOSE STOCK-FILE.
087200           CLOSE REPORT-FILE.
087300           CLOSE RCVY-FILE.
087400           DISPLAY "FCRLCALC: " WS-MANUAL-COUNT
087500               " MANUAL CHANGE(S) APPLIED, " WS-MANUAL-REJ-COUNT
087600               " REJECTED".
087700           DISPLAY "FCRLCALC: " WS-JRNL-COUNT
087800               " MOVEMENT(S) READ, " WS-SALES-MVT-COUNT
087900               " SALE/RETURN(S) IN WINDOW, " WS-SALES-COUNT
088000               " BRANCH ITEM(S) SOLD".
088100           IF SALES-TABLE-FULL
088200               DISPLAY "FCRLCALC: SALES TABLE FULL, "
088300                   WS-SALES-DROP-COUNT " MOVEMENT(S) NOT COUNTED"
088400           END-IF.
088500           DISPLAY "FCRLCALC: " WS-STOCK-COUNT
088600               " LEDGER LINE(S) READ, " WS-CHANGED-COUNT
088700               " RECALCULATED, " WS-MANAGED-COUNT
088800               " MANUALLY MANAGED".
088900           DISPLAY "FCRLCALC: " WS-NO-LINK-COUNT
089000               " LINE(S) WITH NO SUPPLIER LINK, "
089100               WS-NO-SALES-COUNT
089200               " LINE(S) WITH SALES NOT COUNTED".
089300           DISPLAY "FCRLCALC: " WS-RCVY-COUNT
089400               " RECOVERY IMAGE(S) JOURNALLED".
089500 8000-TERMINATE-EXIT.
089600           EXIT.
089700
089800**----------------------------------------------------------*
089900*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
090000*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
090100**----------------------------------------------------------*
090200 9999-ABEND.
090300           MOVE 16 TO RETURN-CODE.
090400           STOP RUN.
090500 9999-ABEND-EXIT.
090600           EXIT.
