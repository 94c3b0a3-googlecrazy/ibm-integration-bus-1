000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCCUSSEG.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - PERIODIC CUSTOMER
000800*                          SEGMENTATION. EVERY CUSTMSTR CUSTOMER
000900*                          IS SCORED 1 TO 5 ON RECENCY (DAYS SINCE
001000*                          THE LAST SALE ON PURCHHST), FREQUENCY
001100*                          (SALE INVOICES IN THE WINDOW) AND SPEND
001200*                          (NET VALUE OF SALES LESS RETURNS IN THE
001300*                          WINDOW), GIVEN THEIR LOYLMSTR POINTS
001400*                          BALANCE AND THE REGION OF THEIR CURRENT
001500*                          ADDRESS FROM THE POSTREGN POSTCODE AREA
001600*                          TABLE, AND PLACED IN A SEGMENT. THE
001700*                          SCORED CUSTOMERS ARE WRITTEN TO CUSTSEG
001800*                          FOR FCMKTEXT TO SELECT FROM, AND SEGRPT
001900*                          SUMMARISES THEM BY SEGMENT AND BY
002000*                          REGION WITH THEIR MARKETING CONSENT.
002100*      ------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000           SELECT PARM-FILE    ASSIGN TO SEGPARM
003100               ORGANIZATION    IS LINE SEQUENTIAL
003200               FILE STATUS     IS WS-PARM-STATUS.
003300           SELECT REGION-FILE  ASSIGN TO POSTREGN
003400               ORGANIZATION    IS LINE SEQUENTIAL
003500               FILE STATUS     IS WS-REGION-STATUS.
003600           SELECT MASTER-FILE  ASSIGN TO CUSTMSTR
003700               ORGANIZATION    IS INDEXED
003800               ACCESS MODE     IS DYNAMIC
003900               RECORD KEY      IS CustomerReference
004000                                   OF MASTER-RECORD
004100               FILE STATUS     IS WS-MASTER-STATUS.
004200           SELECT HIST-FILE    ASSIGN TO PURCHHST
004300               ORGANIZATION    IS INDEXED
004400               ACCESS MODE     IS DYNAMIC
004500               RECORD KEY      IS HistoryKey
004600               FILE STATUS     IS WS-HIST-STATUS.
004700           SELECT LOYALTY-FILE ASSIGN TO LOYLMSTR
004800               ORGANIZATION    IS INDEXED
004900               ACCESS MODE     IS RANDOM
005000               RECORD KEY      IS CustomerReference
005100                                   OF LOYALTY-RECORD
005200               FILE STATUS     IS WS-LOYALTY-STATUS.
005300           SELECT SEG-FILE     ASSIGN TO CUSTSEG
005400               ORGANIZATION    IS LINE SEQUENTIAL
005500               FILE STATUS     IS WS-SEG-STATUS.
005600           SELECT REPORT-FILE  ASSIGN TO SEGRPT
005700               ORGANIZATION    IS LINE SEQUENTIAL
005800               FILE STATUS     IS WS-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200**----------------------------------------------------------*
006300*    PARM-RECORD - THE SEGMENTATION CONTROL CARD: THE       *
006400*    ANALYSIS DATE (ZERO MEANS TODAY) AND THE FREQUENCY     *
006500*    AND SPEND WINDOW IN DAYS BACK FROM IT (ZERO MEANS 365) *
006600**----------------------------------------------------------*
006700 FD  PARM-FILE.
006800 01  PARM-RECORD.
006900           05  PARM-ANALYSIS-DATE      PIC 9(8).
007000           05  PARM-WINDOW-DAYS        PIC 9(3).
007100
007200 FD  REGION-FILE.
007300           COPY PostcodeRegion
007400               REPLACING ==PostcodeRegionRecord==
007500                   BY ==REGION-RECORD==.
007600
007700 FD  MASTER-FILE.
007800           COPY CustomerMaster
007900               REPLACING ==CustomerMasterRecord==
008000                   BY ==MASTER-RECORD==.
008100
008200 FD  HIST-FILE.
008300           COPY PurchaseHistory
008400               REPLACING ==PurchaseHistoryRecord==
008500                   BY ==HIST-RECORD==.
008600
008700 FD  LOYALTY-FILE.
008800           COPY LoyaltyAccount
008900               REPLACING ==LoyaltyAccountRecord==
009000                   BY ==LOYALTY-RECORD==.
009100
009200 FD  SEG-FILE.
009300           COPY CustomerSegment
009400               REPLACING ==CustomerSegmentRecord==
009500                   BY ==SEG-RECORD==.
009600
009700 FD  REPORT-FILE.
009800 01  REPORT-RECORD               PIC X(132).
009900
010000 WORKING-STORAGE SECTION.
010100 01  WS-SWITCHES.
010200           05  WS-MASTER-EOF-SWITCH PIC X(01)    VALUE "N".
010300               88  END-OF-MASTER-FILE        VALUE "Y".
010400           05  WS-REGION-EOF-SWITCH PIC X(01)    VALUE "N".
010500               88  END-OF-REGION-FILE        VALUE "Y".
010600           05  WS-RANGE-SWITCH      PIC X(01)    VALUE "N".
010700               88  END-OF-RANGE              VALUE "Y".
010800           05  WS-ADDR-FOUND-SWITCH PIC X(01)    VALUE "N".
010900               88  FOUND-CURRENT-ADDR        VALUE "Y".
011000           05  WS-FOUND-SWITCH      PIC X(01)    VALUE "N".
011100               88  FOUND-ENTRY               VALUE "Y".
011200
011300 01  WS-FILE-STATUSES.
011400           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
011500           05  WS-REGION-STATUS     PIC X(02)    VALUE "00".
011600           05  WS-MASTER-STATUS     PIC X(02)    VALUE "00".
011700           05  WS-HIST-STATUS       PIC X(02)    VALUE "00".
011800           05  WS-LOYALTY-STATUS    PIC X(02)    VALUE "00".
011900           05  WS-SEG-STATUS        PIC X(02)    VALUE "00".
012000           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
012100
012200 01  WS-INDICES.
012300           05  WS-ADDR-IX           PIC 99       COMP
012400               VALUE ZERO.
012500           05  WS-ITEM-IX           PIC 99       COMP
012600               VALUE ZERO.
012700           05  WS-PR-IX             PIC 9(3)     COMP
012800               VALUE ZERO.
012900           05  WS-RG-IX             PIC 99       COMP
013000               VALUE ZERO.
013100           05  WS-SG-IX             PIC 9        COMP
013200               VALUE ZERO.
013300
013400 01  WS-COUNTERS.
013500           05  WS-MASTER-READ-COUNT PIC 9(7)     COMP
013600               VALUE ZERO.
013700           05  WS-SEG-WRITE-COUNT   PIC 9(7)     COMP
013800               VALUE ZERO.
013900           05  WS-NO-LOYALTY-COUNT  PIC 9(7)     COMP
014000               VALUE ZERO.
014100           05  WS-HIST-READ-COUNT   PIC 9(9)     COMP
014200               VALUE ZERO.
014300
014400**----------------------------------------------------------*
014500*    WS-ANALYSIS-DATES - THE DATE THE CUSTOMERS ARE SCORED  *
014600*    AS AT AND THE START OF THE WINDOW, AS DAY NUMBERS      *
014700**----------------------------------------------------------*
014800 01  WS-ANALYSIS-DATES.
014900           05  WS-ANALYSIS-DATE     PIC 9(8)     VALUE ZERO.
015000           05  WS-WINDOW-DAYS       PIC 9(3)     VALUE ZERO.
015100           05  WS-ANALYSIS-INT      PIC 9(7)     COMP
015200               VALUE ZERO.
015300           05  WS-WINDOW-START-INT  PIC 9(7)     COMP
015400               VALUE ZERO.
015500           05  WS-HIST-DATE-INT     PIC 9(7)     COMP
015600               VALUE ZERO.
015700
015800**----------------------------------------------------------*
015900*    WS-CUSTOMER-SCORE - ONE CUSTOMER'S HISTORY TOTALS.     *
016000*    VALUES ARE IN PENCE, AS THE ITEM PRICES ARE HELD       *
016100**----------------------------------------------------------*
016200 01  WS-CUSTOMER-SCORE.
016300           05  WS-LAST-SALE-DATE    PIC 9(8)     VALUE ZERO.
016400           05  WS-FREQUENCY         PIC 9(5)     COMP
016500               VALUE ZERO.
016600           05  WS-MONETARY          PIC S9(11)   COMP-3
016700               VALUE ZERO.
016800           05  WS-INVOICE-VALUE     PIC S9(11)   COMP-3
016900               VALUE ZERO.
017000           05  WS-ITEM-VALUE        PIC S9(9)    COMP-3
017100               VALUE ZERO.
017200           05  WS-RECENCY-DAYS      PIC 9(5)     VALUE ZERO.
017300           05  WS-CUST-REGION       PIC X(4)     VALUE SPACES.
017400           05  WS-CUST-REGION-NAME  PIC X(20)    VALUE SPACES.
017500           05  WS-POSTCODE-AREA     PIC X(2)     VALUE SPACES.
017600
017700**----------------------------------------------------------*
017800*    WS-POSTCODE-TABLE - THE POSTREGN POSTCODE AREAS AND    *
017900*    THE MARKETING REGION EACH ONE BELONGS TO               *
018000**----------------------------------------------------------*
018100 01  WS-POSTCODE-TABLE.
018200           05  WS-PR-COUNT          PIC 9(3)     COMP
018300               VALUE ZERO.
018400           05  WS-PR-ENTRY          OCCURS 200 TIMES.
018500               10  WS-PR-AREA           PIC X(2).
018600               10  WS-PR-REGION         PIC X(4).
018700               10  WS-PR-REGION-NAME    PIC X(20).
018800
018900**----------------------------------------------------------*
019000*    WS-SEGMENT-LIST - THE SEGMENTS IN THE ORDER THEY ARE   *
019100*    REPORTED, WITH THE CUSTOMERS IN EACH BY CONSENT        *
019200**----------------------------------------------------------*
019300 01  WS-SEGMENT-LIST.
019400           05  FILLER               PIC X(24)
019500               VALUE "CHMPCHAMPION            ".
019600           05  FILLER               PIC X(24)
019700               VALUE "LOYLLOYAL               ".
019800           05  FILLER               PIC X(24)
019900               VALUE "BIGSBIG SPENDER         ".
020000           05  FILLER               PIC X(24)
020100               VALUE "NEWCNEW CUSTOMER        ".
020200           05  FILLER               PIC X(24)
020300               VALUE "OCCSOCCASIONAL          ".
020400           05  FILLER               PIC X(24)
020500               VALUE "ATRKAT RISK             ".
020600           05  FILLER               PIC X(24)
020700               VALUE "LAPSLAPSED              ".
020800           05  FILLER               PIC X(24)
020900               VALUE "NEVRNEVER PURCHASED     ".
021000 01  WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-LIST.
021100           05  WS-SG-ENTRY          OCCURS 8 TIMES.
021200               10  WS-SG-CODE           PIC X(4).
021300               10  WS-SG-NAME           PIC X(20).
021400
021500 01  WS-SEGMENT-COUNTS.
021600           05  WS-SC-ENTRY          OCCURS 8 TIMES.
021700               10  WS-SC-CUSTOMERS      PIC 9(7)     COMP.
021800               10  WS-SC-PERMITTED      PIC 9(7)     COMP.
021900               10  WS-SC-OPTED-OUT      PIC 9(7)     COMP.
022000               10  WS-SC-NOT-ASKED      PIC 9(7)     COMP.
022100
022200**----------------------------------------------------------*
022300*    WS-REGION-COUNTS - EACH REGION MET, WITH ITS CUSTOMERS *
022400*    AND HOW MANY OF THEM MAY BE MAILED                     *
022500**----------------------------------------------------------*
022600 01  WS-REGION-COUNTS.
022700           05  WS-RG-COUNT          PIC 99       COMP
022800               VALUE ZERO.
022900           05  WS-RG-ENTRY          OCCURS 60 TIMES.
023000               10  WS-RG-REGION         PIC X(4).
023100               10  WS-RG-REGION-NAME    PIC X(20).
023200               10  WS-RG-CUSTOMERS      PIC 9(7)     COMP.
023300               10  WS-RG-PERMITTED      PIC 9(7)     COMP.
023400
023500**----------------------------------------------------------*
023600*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
023700*    WRITTEN BY 7900-WRITE-RECORD                           *
023800**----------------------------------------------------------*
023900 01  WS-HEADING-LINE.
024000           05  FILLER               PIC X(36)
024100               VALUE "FCCUSSEG - CUSTOMER SEGMENTS AS AT ".
024200           05  WS-HDG-ANALYSIS-DATE PIC 9(8).
024300           05  FILLER               PIC X(09)
024400               VALUE ", WINDOW ".
024500           05  WS-HDG-WINDOW-DAYS   PIC ZZ9.
024600           05  FILLER               PIC X(05)
024700               VALUE " DAYS".
024800
024900 01  WS-SEGMENT-COLUMN-LINE.
025000           05  FILLER               PIC X(40)
025100               VALUE "SEGMENT                  CUSTOMERS PERMI".
025200           05  FILLER               PIC X(40)
025300               VALUE "TTED OPTED OUT NOT ASKED                ".
025400
025500 01  WS-REGION-COLUMN-LINE.
025600           05  FILLER               PIC X(40)
025700               VALUE "REGION                   CUSTOMERS PERMI".
025800           05  FILLER               PIC X(40)
025900               VALUE "TTED                                    ".
026000
026100 01  WS-DETAIL-LINE.
026200           05  WS-DL-CODE           PIC X(04).
026300           05  FILLER               PIC X(01)    VALUE SPACE.
026400           05  WS-DL-NAME           PIC X(20).
026500           05  WS-DL-CUSTOMERS      PIC Z(8)9.
026600           05  FILLER               PIC X(01)    VALUE SPACE.
026700           05  WS-DL-PERMITTED      PIC Z(8)9.
026800           05  FILLER               PIC X(01)    VALUE SPACE.
026900           05  WS-DL-OPTED-OUT      PIC Z(8)9.
027000           05  FILLER               PIC X(01)    VALUE SPACE.
027100           05  WS-DL-NOT-ASKED      PIC Z(8)9.
027200
027300 01  WS-SUMMARY-LINE.
027400           05  WS-SUM-TEXT          PIC X(40).
027500           05  WS-SUM-VALUE         PIC Z(8)9.
027600
027700 PROCEDURE DIVISION.
027800
027900**----------------------------------------------------------*
028000*    0000-MAINLINE                                          *
028100**----------------------------------------------------------*
028200 0000-MAINLINE.
028300           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
028400           PERFORM 2000-PROCESS-CUSTOMER
028500               THRU 2000-PROCESS-CUSTOMER-EXIT
028600               UNTIL END-OF-MASTER-FILE.
028700           PERFORM 6000-PRINT-SUMMARY
028800               THRU 6000-PRINT-SUMMARY-EXIT.
028900           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
029000           STOP RUN.
029100
029200**----------------------------------------------------------*
029300*    1000-INITIALISE - READ THE CONTROL CARD, LOAD THE      *
029400*    POSTCODE AREAS, OPEN THE FILES AND POSITION ON THE     *
029500*    FIRST CUSTOMER                                         *
029600**----------------------------------------------------------*
029700 1000-INITIALISE.
029800           OPEN INPUT  PARM-FILE.
029900           IF WS-PARM-STATUS NOT = "00"
030000               DISPLAY "FCCUSSEG: PARM-FILE OPEN FAILED, STATUS="
030100                   WS-PARM-STATUS
030200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
030300           END-IF.
030400           READ PARM-FILE
030500               AT END
030600                   MOVE ZERO TO PARM-ANALYSIS-DATE
030700                   MOVE ZERO TO PARM-WINDOW-DAYS
030800           END-READ.
030900           CLOSE PARM-FILE.
031000           IF PARM-ANALYSIS-DATE NUMERIC
031100               AND PARM-ANALYSIS-DATE NOT = ZERO
031200               MOVE PARM-ANALYSIS-DATE TO WS-ANALYSIS-DATE
031300           ELSE
031400               ACCEPT WS-ANALYSIS-DATE FROM DATE YYYYMMDD
031500           END-IF.
031600           IF PARM-WINDOW-DAYS NUMERIC
031700               AND PARM-WINDOW-DAYS NOT = ZERO
031800               MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
031900           ELSE
032000               MOVE 365 TO WS-WINDOW-DAYS
032100           END-IF.
032200           COMPUTE WS-ANALYSIS-INT =
032300               FUNCTION INTEGER-OF-DATE (WS-ANALYSIS-DATE).
032400           COMPUTE WS-WINDOW-START-INT =
032500               WS-ANALYSIS-INT - WS-WINDOW-DAYS.
032600           INITIALIZE WS-SEGMENT-COUNTS.
032700           PERFORM 1100-LOAD-POSTCODE-AREAS
032800               THRU 1100-LOAD-POSTCODE-AREAS-EXIT.
032900           OPEN INPUT  MASTER-FILE.
033000           IF WS-MASTER-STATUS NOT = "00"
033100               DISPLAY "FCCUSSEG: MASTER OPEN FAILED, STATUS="
033200                   WS-MASTER-STATUS
033300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
033400           END-IF.
033500           OPEN INPUT  HIST-FILE.
033600           IF WS-HIST-STATUS NOT = "00"
033700               DISPLAY "FCCUSSEG: HIST-FILE OPEN FAILED, STATUS="
033800                   WS-HIST-STATUS
033900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034000           END-IF.
034100           OPEN INPUT  LOYALTY-FILE.
034200           IF WS-LOYALTY-STATUS NOT = "00"
034300               DISPLAY
034400                   "FCCUSSEG: LOYALTY-FILE OPEN FAILED, STATUS="
034500                   WS-LOYALTY-STATUS
034600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
034700           END-IF.
034800           OPEN OUTPUT SEG-FILE.
034900           IF WS-SEG-STATUS NOT = "00"
035000               DISPLAY "FCCUSSEG: SEG-FILE OPEN FAILED, STATUS="
035100                   WS-SEG-STATUS
035200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035300           END-IF.
035400           OPEN OUTPUT REPORT-FILE.
035500           IF WS-REPORT-STATUS NOT = "00"
035600               DISPLAY "FCCUSSEG: REPORT OPEN FAILED, STATUS="
035700                   WS-REPORT-STATUS
035800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035900           END-IF.
036000           MOVE ZERO TO CustomerReference OF MASTER-RECORD.
036100           START MASTER-FILE
036200               KEY IS NOT LESS THAN CustomerReference
036300                                       OF MASTER-RECORD
036400               INVALID KEY
036500                   SET END-OF-MASTER-FILE TO TRUE
036600           END-START.
036700           IF NOT END-OF-MASTER-FILE
036800               PERFORM 2900-READ-MASTER-FILE
036900                   THRU 2900-READ-MASTER-FILE-EXIT
037000           END-IF.
037100 1000-INITIALISE-EXIT.
037200           EXIT.
037300
037400**----------------------------------------------------------*
037500*    1100-LOAD-POSTCODE-AREAS                               *
037600**----------------------------------------------------------*
037700 1100-LOAD-POSTCODE-AREAS.
037800           OPEN INPUT  REGION-FILE.
037900           IF WS-REGION-STATUS NOT = "00"
038000               DISPLAY "FCCUSSEG: POSTREGN OPEN FAILED, STATUS="
038100                   WS-REGION-STATUS
038200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038300           END-IF.
038400           PERFORM 1110-LOAD-ONE-AREA THRU 1110-LOAD-ONE-AREA-EXIT
038500               UNTIL END-OF-REGION-FILE.
038600           CLOSE REGION-FILE.
038700 1100-LOAD-POSTCODE-AREAS-EXIT.
038800           EXIT.
038900
039000**----------------------------------------------------------*
039100*    1110-LOAD-ONE-AREA                                     *
039200**----------------------------------------------------------*
039300 1110-LOAD-ONE-AREA.
039400           READ REGION-FILE
039500               AT END
039600                   SET END-OF-REGION-FILE TO TRUE
039700                   GO TO 1110-LOAD-ONE-AREA-EXIT
039800           END-READ.
039900           IF WS-REGION-STATUS NOT = "00"
040000               DISPLAY "FCCUSSEG: POSTREGN READ ERROR, STATUS="
040100                   WS-REGION-STATUS
040200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040300           END-IF.
040400           IF WS-PR-COUNT >= 200
040500               DISPLAY "FCCUSSEG: MORE THAN 200 POSTCODE AREAS"
040600                   " ON POSTREGN"
040700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040800           END-IF.
040900           ADD 1 TO WS-PR-COUNT.
041000           MOVE PostcodeArea TO WS-PR-AREA (WS-PR-COUNT).
041100           MOVE RegionCode TO WS-PR-REGION (WS-PR-COUNT).
041200           MOVE RegionName TO WS-PR-REGION-NAME (WS-PR-COUNT).
041300 1110-LOAD-ONE-AREA-EXIT.
041400           EXIT.
041500
041600**----------------------------------------------------------*
041700*    2000-PROCESS-CUSTOMER - SCORE ONE CUSTOMER, PLACE THEM *
041800*    IN A SEGMENT AND WRITE THEIR CUSTSEG RECORD            *
041900**----------------------------------------------------------*
042000 2000-PROCESS-CUSTOMER.
042100           MOVE SPACES TO SEG-RECORD.
042200           MOVE CustomerReference OF MASTER-RECORD
042300               TO CustomerReference OF SEG-RECORD.
042400           MOVE WS-ANALYSIS-DATE TO AnalysisDate.
042500           PERFORM 3000-FIND-REGION THRU 3000-FIND-REGION-EXIT.
042600           MOVE WS-CUST-REGION TO CustomerRegion OF SEG-RECORD.
042700           PERFORM 4000-SCAN-HISTORY THRU 4000-SCAN-HISTORY-EXIT.
042800           PERFORM 5000-ASSIGN-SEGMENT
042900               THRU 5000-ASSIGN-SEGMENT-EXIT.
043000           MOVE CustomerReference OF MASTER-RECORD
043100               TO CustomerReference OF LOYALTY-RECORD.
043200           READ LOYALTY-FILE
043300               INVALID KEY
043400                   MOVE ZERO TO LoyaltyPoints
043500                   ADD 1 TO WS-NO-LOYALTY-COUNT
043600               NOT INVALID KEY
043700                   MOVE PointsBalance TO LoyaltyPoints
043800           END-READ.
043900           MOVE MarketingConsent OF MASTER-RECORD
044000               TO SegmentConsent.
044100           WRITE SEG-RECORD.
044200           IF WS-SEG-STATUS NOT = "00"
044300               DISPLAY "FCCUSSEG: SEG-FILE WRITE ERROR, STATUS="
044400                   WS-SEG-STATUS
044500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
044600           END-IF.
044700           ADD 1 TO WS-SEG-WRITE-COUNT.
044800           PERFORM 5500-COUNT-CUSTOMER
044900               THRU 5500-COUNT-CUSTOMER-EXIT.
045000           PERFORM 2900-READ-MASTER-FILE
045100               THRU 2900-READ-MASTER-FILE-EXIT.
045200 2000-PROCESS-CUSTOMER-EXIT.
045300           EXIT.
045400
045500**----------------------------------------------------------*
045600*    2900-READ-MASTER-FILE                                  *
045700**----------------------------------------------------------*
045800 2900-READ-MASTER-FILE.
045900           READ MASTER-FILE NEXT RECORD
046000               AT END
046100                   SET END-OF-MASTER-FILE TO TRUE
046200                   GO TO 2900-READ-MASTER-FILE-EXIT
046300           END-READ.
046400           IF WS-MASTER-STATUS NOT = "00"
046500               DISPLAY "FCCUSSEG: MASTER READ ERROR, STATUS="
046600                   WS-MASTER-STATUS
046700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
046800           END-IF.
046900           ADD 1 TO WS-MASTER-READ-COUNT.
047000 2900-READ-MASTER-FILE-EXIT.
047100           EXIT.
047200
047300**----------------------------------------------------------*
047400*    3000-FIND-REGION - THE REGION COMES FROM THE POSTCODE  *
047500*    AREA OF THE CURRENT ADDRESS: THE ONE OR TWO LETTERS    *
047600*    THE POSTCODE STARTS WITH. AN OVERSEAS ADDRESS IS       *
047700*    REGION OVSE, AND A CUSTOMER WITH NO CURRENT ADDRESS,   *
047800*    A BLANK POSTCODE OR AN AREA NOT ON POSTREGN IS UNKN    *
047900**----------------------------------------------------------*
048000 3000-FIND-REGION.
048100           MOVE "UNKN" TO WS-CUST-REGION.
048200           MOVE "NOT KNOWN" TO WS-CUST-REGION-NAME.
048300           IF AddressCount OF MASTER-RECORD < 1
048400               OR AddressCount OF MASTER-RECORD > 20
048500               GO TO 3000-FIND-REGION-EXIT
048600           END-IF.
048700           SET WS-ADDR-FOUND-SWITCH TO "N".
048800           PERFORM 3010-SEARCH-CURRENT-ADDR
048900               THRU 3010-SEARCH-CURRENT-ADDR-EXIT
049000               VARYING WS-ADDR-IX FROM 1 BY 1
049100               UNTIL WS-ADDR-IX > AddressCount OF MASTER-RECORD
049200                   OR FOUND-CURRENT-ADDR.
049300           IF NOT FOUND-CURRENT-ADDR
049400               GO TO 3000-FIND-REGION-EXIT
049500           END-IF.
049600           SUBTRACT 1 FROM WS-ADDR-IX.
049700           IF Overseas OF MASTER-RECORD (WS-ADDR-IX)
049800               MOVE "OVSE" TO WS-CUST-REGION
049900               MOVE "OVERSEAS" TO WS-CUST-REGION-NAME
050000               GO TO 3000-FIND-REGION-EXIT
050100           END-IF.
050200           IF Postcode OF MASTER-RECORD (WS-ADDR-IX) = SPACES
050300               GO TO 3000-FIND-REGION-EXIT
050400           END-IF.
050500           MOVE SPACES TO WS-POSTCODE-AREA.
050600           IF Postcode OF MASTER-RECORD (WS-ADDR-IX) (2:1)
050700               IS ALPHABETIC
050800               MOVE Postcode OF MASTER-RECORD (WS-ADDR-IX) (1:2)
050900                   TO WS-POSTCODE-AREA
051000           ELSE
051100               MOVE Postcode OF MASTER-RECORD (WS-ADDR-IX) (1:1)
051200                   TO WS-POSTCODE-AREA
051300           END-IF.
051400           SET WS-FOUND-SWITCH TO "N".
051500           PERFORM 3020-SEARCH-AREA THRU 3020-SEARCH-AREA-EXIT
051600               VARYING WS-PR-IX FROM 1 BY 1
051700               UNTIL WS-PR-IX > WS-PR-COUNT OR FOUND-ENTRY.
051800           IF FOUND-ENTRY
051900               SUBTRACT 1 FROM WS-PR-IX
052000               MOVE WS-PR-REGION (WS-PR-IX) TO WS-CUST-REGION
052100               MOVE WS-PR-REGION-NAME (WS-PR-IX)
052200                   TO WS-CUST-REGION-NAME
052300           END-IF.
052400 3000-FIND-REGION-EXIT.
052500           EXIT.
052600
052700**----------------------------------------------------------*
052800*    3010-SEARCH-CURRENT-ADDR                               *
052900**----------------------------------------------------------*
053000 3010-SEARCH-CURRENT-ADDR.
053100           IF Current-Address OF MASTER-RECORD (WS-ADDR-IX)
053200               SET FOUND-CURRENT-ADDR TO TRUE
053300           END-IF.
053400 3010-SEARCH-CURRENT-ADDR-EXIT.
053500           EXIT.
053600
053700**----------------------------------------------------------*
053800*    3020-SEARCH-AREA                                       *
053900**----------------------------------------------------------*
054000 3020-SEARCH-AREA.
054100           IF WS-PR-AREA (WS-PR-IX) = WS-POSTCODE-AREA
054200               SET FOUND-ENTRY TO TRUE
054300           END-IF.
054400 3020-SEARCH-AREA-EXIT.
054500           EXIT.
054600
054700**----------------------------------------------------------*
054800*    4000-SCAN-HISTORY - THE CUSTOMER'S ARCHIVED INVOICES   *
054900*    ARE READ IN RUN DATE ORDER FROM THE LEADING PART OF    *
055000*    THE KEY UP TO THE ANALYSIS DATE. THE LATEST INVOICE    *
055100*    SUPPLIES THE NAME, AS THE MASTER CARRIES NONE          *
055200**----------------------------------------------------------*
055300 4000-SCAN-HISTORY.
055400           MOVE ZERO TO WS-LAST-SALE-DATE.
055500           MOVE ZERO TO WS-FREQUENCY.
055600           MOVE ZERO TO WS-MONETARY.
055700           MOVE "N" TO WS-RANGE-SWITCH.
055800           MOVE CustomerReference OF MASTER-RECORD
055900               TO CustomerReference OF HIST-RECORD.
056000           MOVE ZERO TO RunDate OF HIST-RECORD.
056100           MOVE ZERO TO ArchiveSeqNo.
056200           START HIST-FILE
056300               KEY IS NOT LESS THAN HistoryKey
056400               INVALID KEY
056500                   SET END-OF-RANGE TO TRUE
056600           END-START.
056700           PERFORM 4100-NEXT-HISTORY THRU 4100-NEXT-HISTORY-EXIT
056800               UNTIL END-OF-RANGE.
056900 4000-SCAN-HISTORY-EXIT.
057000           EXIT.
057100
057200**----------------------------------------------------------*
057300*    4100-NEXT-HISTORY - EVERY SALE COUNTS TOWARDS RECENCY. *
057400*    ONLY INVOICES INSIDE THE WINDOW COUNT TOWARDS          *
057500*    FREQUENCY AND SPEND. RETURN QUANTITIES COME IN         *
057600*    NEGATIVE, SO A RETURN'S VALUE REDUCES THE SPEND        *
057700**----------------------------------------------------------*
057800 4100-NEXT-HISTORY.
057900           READ HIST-FILE NEXT RECORD
058000               AT END
058100                   SET END-OF-RANGE TO TRUE
058200                   GO TO 4100-NEXT-HISTORY-EXIT
058300           END-READ.
058400           IF CustomerReference OF HIST-RECORD NOT =
058500               CustomerReference OF MASTER-RECORD
058600               OR RunDate OF HIST-RECORD > WS-ANALYSIS-DATE
058700               SET END-OF-RANGE TO TRUE
058800               GO TO 4100-NEXT-HISTORY-EXIT
058900           END-IF.
059000           ADD 1 TO WS-HIST-READ-COUNT.
059100           MOVE CustomerInitial OF HIST-RECORD (1)
059200               TO CustomerInitial OF SEG-RECORD (1).
059300           MOVE CustomerInitial OF HIST-RECORD (2)
059400               TO CustomerInitial OF SEG-RECORD (2).
059500           MOVE Surname OF HIST-RECORD TO Surname OF SEG-RECORD.
059600           IF Sale-Transaction OF HIST-RECORD
059700               MOVE RunDate OF HIST-RECORD TO WS-LAST-SALE-DATE
059800           END-IF.
059900           COMPUTE WS-HIST-DATE-INT =
060000               FUNCTION INTEGER-OF-DATE (RunDate OF HIST-RECORD).
060100           IF WS-HIST-DATE-INT NOT > WS-WINDOW-START-INT
060200               GO TO 4100-NEXT-HISTORY-EXIT
060300           END-IF.
060400           MOVE ZERO TO WS-INVOICE-VALUE.
060500           PERFORM 4200-VALUE-ITEM THRU 4200-VALUE-ITEM-EXIT
060600               VARYING WS-ITEM-IX FROM 1 BY 1
060700               UNTIL WS-ITEM-IX > ItemCount OF HIST-RECORD
060800                   OR WS-ITEM-IX > 50.
060900           ADD WS-INVOICE-VALUE TO WS-MONETARY.
061000           IF Sale-Transaction OF HIST-RECORD
061100               ADD 1 TO WS-FREQUENCY
061200           END-IF.
061300 4100-NEXT-HISTORY-EXIT.
061400           EXIT.
061500
061600**----------------------------------------------------------*
061700*    4200-VALUE-ITEM - VALUE ONE ITEM LINE THE SAME WAY THE *
061800*    SALES REPORTS DO                                       *
061900**----------------------------------------------------------*
062000 4200-VALUE-ITEM.
062100           EVALUATE TRUE
062200               WHEN Barcoded-Item OF HIST-RECORD (WS-ITEM-IX)
062300                   COMPUTE WS-ITEM-VALUE =
062400                       Price OF Item1 OF HIST-RECORD (WS-ITEM-IX)
062500                       * Quantity OF Item1 OF HIST-RECORD
062600                           (WS-ITEM-IX)
062700               WHEN Clothing-Item OF HIST-RECORD (WS-ITEM-IX)
062800                   COMPUTE WS-ITEM-VALUE =
062900                       Price OF Item2 OF HIST-RECORD (WS-ITEM-IX)
063000                       * Quantity OF Item2 OF HIST-RECORD
063100                           (WS-ITEM-IX)
063200               WHEN Weighed-Item OF HIST-RECORD (WS-ITEM-IX)
063300                   COMPUTE WS-ITEM-VALUE ROUNDED =
063400                       Price OF Item3 OF HIST-RECORD (WS-ITEM-IX)
063500                       * Weight OF Item3 OF HIST-RECORD
063600                           (WS-ITEM-IX)
063700               WHEN OTHER
063800                   MOVE ZERO TO WS-ITEM-VALUE
063900           END-EVALUATE.
064000           ADD WS-ITEM-VALUE TO WS-INVOICE-VALUE.
064100 4200-VALUE-ITEM-EXIT.
064200           EXIT.
064300
064400**----------------------------------------------------------*
064500*    5000-ASSIGN-SEGMENT - SCORE RECENCY, FREQUENCY AND     *
064600*    SPEND 1 (LOW) TO 5 (HIGH) AND TAKE THE FIRST SEGMENT   *
064700*    THE SCORES QUALIFY FOR. A CUSTOMER WITH NO SALE ON     *
064800*    PURCHHST IS NEVER PURCHASED                            *
064900**----------------------------------------------------------*
065000 5000-ASSIGN-SEGMENT.
065100           MOVE WS-LAST-SALE-DATE TO LastPurchaseDate.
065200           MOVE WS-FREQUENCY TO PurchaseFrequency.
065300           MOVE WS-MONETARY TO MonetaryValue.
065400           IF WS-LAST-SALE-DATE = ZERO
065500               MOVE 99999 TO WS-RECENCY-DAYS
065600           ELSE
065700               COMPUTE WS-RECENCY-DAYS = WS-ANALYSIS-INT
065800                   - FUNCTION INTEGER-OF-DATE (WS-LAST-SALE-DATE)
065900           END-IF.
066000           MOVE WS-RECENCY-DAYS TO RecencyDays.
066100           EVALUATE TRUE
066200               WHEN WS-RECENCY-DAYS NOT > 30
066300                   MOVE 5 TO RecencyScore
066400               WHEN WS-RECENCY-DAYS NOT > 90
066500                   MOVE 4 TO RecencyScore
066600               WHEN WS-RECENCY-DAYS NOT > 180
066700                   MOVE 3 TO RecencyScore
066800               WHEN WS-RECENCY-DAYS NOT > 365
066900                   MOVE 2 TO RecencyScore
067000               WHEN OTHER
067100                   MOVE 1 TO RecencyScore
067200           END-EVALUATE.
067300           EVALUATE TRUE
067400               WHEN WS-FREQUENCY NOT < 24
067500                   MOVE 5 TO FrequencyScore
067600               WHEN WS-FREQUENCY NOT < 12
067700                   MOVE 4 TO FrequencyScore
067800               WHEN WS-FREQUENCY NOT < 6
067900                   MOVE 3 TO FrequencyScore
068000               WHEN WS-FREQUENCY NOT < 2
068100                   MOVE 2 TO FrequencyScore
068200               WHEN OTHER
068300                   MOVE 1 TO FrequencyScore
068400           END-EVALUATE.
068500           EVALUATE TRUE
068600               WHEN WS-MONETARY NOT < 100000
068700                   MOVE 5 TO MonetaryScore
068800               WHEN WS-MONETARY NOT < 50000
068900                   MOVE 4 TO MonetaryScore
069000               WHEN WS-MONETARY NOT < 20000
069100                   MOVE 3 TO MonetaryScore
069200               WHEN WS-MONETARY NOT < 5000
069300                   MOVE 2 TO MonetaryScore
069400               WHEN OTHER
069500                   MOVE 1 TO MonetaryScore
069600           END-EVALUATE.
069700           EVALUATE TRUE
069800               WHEN WS-LAST-SALE-DATE = ZERO
069900                   SET Never-Purchased-Segment TO TRUE
070000               WHEN RecencyScore NOT < 4
070100                   AND FrequencyScore NOT < 4
070200                   AND MonetaryScore NOT < 4
070300                   SET Champion-Segment TO TRUE
070400               WHEN RecencyScore NOT < 4
070500                   AND FrequencyScore = 1
070600                   SET New-Customer-Segment TO TRUE
070700               WHEN FrequencyScore NOT < 4
070800                   AND RecencyScore NOT < 3
070900                   SET Loyal-Segment TO TRUE
071000               WHEN MonetaryScore NOT < 4
071100                   SET Big-Spender-Segment TO TRUE
071200               WHEN RecencyScore NOT > 2
071300                   AND (FrequencyScore NOT < 3
071400                       OR MonetaryScore NOT < 3)
071500                   SET At-Risk-Segment TO TRUE
071600               WHEN RecencyScore = 1
071700                   SET Lapsed-Segment TO TRUE
071800               WHEN OTHER
071900                   SET Occasional-Segment TO TRUE
072000           END-EVALUATE.
072100 5000-ASSIGN-SEGMENT-EXIT.
072200           EXIT.
072300
072400**----------------------------------------------------------*
072500*    5500-COUNT-CUSTOMER - ADD THE CUSTOMER TO THEIR        *
072600*    SEGMENT'S AND THEIR REGION'S SUMMARY COUNTS            *
072700**----------------------------------------------------------*
072800 5500-COUNT-CUSTOMER.
072900           SET WS-FOUND-SWITCH TO "N".
073000           PERFORM 5510-SEARCH-SEGMENT
073100               THRU 5510-SEARCH-SEGMENT-EXIT
073200               VARYING WS-SG-IX FROM 1 BY 1
073300               UNTIL WS-SG-IX > 8 OR FOUND-ENTRY.
073400           SUBTRACT 1 FROM WS-SG-IX.
073500           ADD 1 TO WS-SC-CUSTOMERS (WS-SG-IX).
073600           EVALUATE TRUE
073700               WHEN Marketing-Permitted OF MASTER-RECORD
073800                   ADD 1 TO WS-SC-PERMITTED (WS-SG-IX)
073900               WHEN Marketing-Opted-Out OF MASTER-RECORD
074000                   ADD 1 TO WS-SC-OPTED-OUT (WS-SG-IX)
074100               WHEN OTHER
074200                   ADD 1 TO WS-SC-NOT-ASKED (WS-SG-IX)
074300           END-EVALUATE.
074400           SET WS-FOUND-SWITCH TO "N".
074500           PERFORM 5520-SEARCH-REGION THRU 5520-SEARCH-REGION-EXIT
074600               VARYING WS-RG-IX FROM 1 BY 1
074700               UNTIL WS-RG-IX > WS-RG-COUNT OR FOUND-ENTRY.
074800           IF FOUND-ENTRY
074900               SUBTRACT 1 FROM WS-RG-IX
075000           ELSE
075100               IF WS-RG-COUNT >= 60
075200                   DISPLAY "FCCUSSEG: MORE THAN 60 REGIONS MET"
075300                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
075400               END-IF
075500               ADD 1 TO WS-RG-COUNT
075600               MOVE WS-RG-COUNT TO WS-RG-IX
075700               MOVE WS-CUST-REGION TO WS-RG-REGION (WS-RG-IX)
075800               MOVE WS-CUST-REGION-NAME
075900                   TO WS-RG-REGION-NAME (WS-RG-IX)
076000               MOVE ZERO TO WS-RG-CUSTOMERS (WS-RG-IX)
076100               MOVE ZERO TO WS-RG-PERMITTED (WS-RG-IX)
076200           END-IF.
076300           ADD 1 TO WS-RG-CUSTOMERS (WS-RG-IX).
076400           IF Marketing-Permitted OF MASTER-RECORD
076500               ADD 1 TO WS-RG-PERMITTED (WS-RG-IX)
076600           END-IF.
076700 5500-COUNT-CUSTOMER-EXIT.
076800           EXIT.
076900
077000**----------------------------------------------------------*
077100*    5510-SEARCH-SEGMENT                                    *
077200**----------------------------------------------------------*
077300 5510-SEARCH-SEGMENT.
077400           IF WS-SG-CODE (WS-SG-IX) = SegmentCode OF SEG-RECORD
077500               SET FOUND-ENTRY TO TRUE
077600           END-IF.
077700 5510-SEARCH-SEGMENT-EXIT.
077800           EXIT.
077900
078000**----------------------------------------------------------*
078100*    5520-SEARCH-REGION                                     *
078200**----------------------------------------------------------*
078300 5520-SEARCH-REGION.
078400           IF WS-RG-REGION (WS-RG-IX) = WS-CUST-REGION
078500               SET FOUND-ENTRY TO TRUE
078600           END-IF.
078700 5520-SEARCH-REGION-EXIT.
078800           EXIT.
078900
079000**----------------------------------------------------------*
079100*    6000-PRINT-SUMMARY - THE CUSTOMERS IN EACH SEGMENT AND *
079200*    EACH REGION, WITH THEIR MARKETING CONSENT              *
079300**----------------------------------------------------------*
079400 6000-PRINT-SUMMARY.
079500           MOVE WS-ANALYSIS-DATE TO WS-HDG-ANALYSIS-DATE.
079600           MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW-DAYS.
079700           MOVE WS-HEADING-LINE TO REPORT-RECORD.
079800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
079900           MOVE SPACES TO REPORT-RECORD.
080000           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
080100           MOVE WS-SEGMENT-COLUMN-LINE TO REPORT-RECORD.
080200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
080300           PERFORM 6100-PRINT-SEGMENT THRU 6100-PRINT-SEGMENT-EXIT
080400               VARYING WS-SG-IX FROM 1 BY 1
080500               UNTIL WS-SG-IX > 8.
080600           MOVE SPACES TO REPORT-RECORD.
080700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
080800           MOVE WS-REGION-COLUMN-LINE TO REPORT-RECORD.
080900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
081000           PERFORM 6200-PRINT-REGION THRU 6200-PRINT-REGION-EXIT
081100               VARYING WS-RG-IX FROM 1 BY 1
081200               UNTIL WS-RG-IX > WS-RG-COUNT.
081300           MOVE SPACES TO REPORT-RECORD.
081400           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
081500           MOVE "CUSTOMERS READ FROM CUSTMSTR" TO WS-SUM-TEXT.
081600           MOVE WS-MASTER-READ-COUNT TO WS-SUM-VALUE.
081700           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
081800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
081900           MOVE "CUSTOMERS WRITTEN TO CUSTSEG" TO WS-SUM-TEXT.
082000           MOVE WS-SEG-WRITE-COUNT TO WS-SUM-VALUE.
082100           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
082200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
082300           MOVE "CUSTOMERS WITH NO LOYALTY ACCOUNT"
082400               TO WS-SUM-TEXT.
082500           MOVE WS-NO-LOYALTY-COUNT TO WS-SUM-VALUE.
082600           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
082700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
082800           MOVE "PURCHHST INVOICES READ" TO WS-SUM-TEXT.
082900           MOVE WS-HIST-READ-COUNT TO WS-SUM-VALUE.
083000           MOVE WS-SUMMARY-LINE TO REPORT-RECORD.
083100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
083200 6000-PRINT-SUMMARY-EXIT.
083300           EXIT.
083400
083500**----------------------------------------------------------*
083600*    6100-PRINT-SEGMENT                                     *
083700**----------------------------------------------------------*
083800 6100-PRINT-SEGMENT.
083900           MOVE SPACES TO WS-DETAIL-LINE.
084000           MOVE WS-SG-CODE (WS-SG-IX) TO WS-DL-CODE.
084100           MOVE WS-SG-NAME (WS-SG-IX) TO WS-DL-NAME.
084200           MOVE WS-SC-CUSTOMERS (WS-SG-IX) TO WS-DL-CUSTOMERS.
084300           MOVE WS-SC-PERMITTED (WS-SG-IX) TO WS-DL-PERMITTED.
084400           MOVE WS-SC-OPTED-OUT (WS-SG-IX) TO WS-DL-OPTED-OUT.
084500           MOVE WS-SC-NOT-ASKED (WS-SG-IX) TO WS-DL-NOT-ASKED.
084600           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
084700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
084800 6100-PRINT-SEGMENT-EXIT.
084900           EXIT.
085000
085100**----------------------------------------------------------*
085200*    6200-PRINT-REGION                                      *
085300**----------------------------------------------------------*
085400 6200-PRINT-REGION.
085500           MOVE SPACES TO WS-DETAIL-LINE.
085600           MOVE WS-RG-REGION (WS-RG-IX) TO WS-DL-CODE.
085700           MOVE WS-RG-REGION-NAME (WS-RG-IX) TO WS-DL-NAME.
085800           MOVE WS-RG-CUSTOMERS (WS-RG-IX) TO WS-DL-CUSTOMERS.
085900           MOVE WS-RG-PERMITTED (WS-RG-IX) TO WS-DL-PERMITTED.
086000           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
086100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
086200 6200-PRINT-REGION-EXIT.
086300           EXIT.
086400
086500**----------------------------------------------------------*
086600*    7900-WRITE-RECORD                                      *
086700**----------------------------------------------------------*
086800 7900-WRITE-RECORD.
086900           WRITE REPORT-RECORD.
087000           IF WS-REPORT-STATUS NOT = "00"
087100               DISPLAY "FCCUSSEG: REPORT WRITE ERROR, STATUS="
087200                   WS-REPORT-STATUS
087300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
087400           END-IF.
087500 7900-WRITE-RECORD-EXIT.
087600           EXIT.
087700
087800**----------------------------------------------------------*
087900*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
088000*    RUN'S CONTROL TOTALS                                   *
088100**----------------------------------------------------------*
088200 8000-TERMINATE.
088300           CLOSE MASTER-FILE.
088400           CLOSE HIST-FILE.
088500           CLOSE LOYALTY-FILE.
088600           CLOSE SEG-FILE.
088700           CLOSE REPORT-FILE.
088800           DISPLAY "FCCUSSEG: " WS-MASTER-READ-COUNT
088900               " CUSTOMER(S) READ, " WS-SEG-WRITE-COUNT
089000               " SEGMENTED".
089100 8000-TERMINATE-EXIT.
089200           EXIT.
089300
089400**----------------------------------------------------------*
089500*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
089600*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
089700**----------------------------------------------------------*
089800 9999-ABEND.
089900           MOVE 16 TO RETURN-CODE.
090000           STOP RUN.
090100 9999-ABEND-EXIT.
090200           EXIT.
