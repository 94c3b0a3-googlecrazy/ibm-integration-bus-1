000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCDSRPRC.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - DATA-SUBJECT ACCESS
000800*                          AND ERASURE PROCESSING, DRIVEN BY THE
000900*                          DSRREQ REQUEST FILE KEYED ON
001000*                          CUSTOMERREFERENCE. AN ACCESS REQUEST
001100*                          PRINTS ONE READABLE EXTRACT ON DSREXTR
001200*                          OF EVERYTHING HELD ON THE CUSTOMER:
001300*                          CUSTMSTR ADDRESSES, PURCHHST PURCHASE
001400*                          HISTORY, THE LOYLMSTR POINTS BALANCE,
001500*                          ONLORDR ONLINE ORDERS AND THE CUSTMSTR
001600*                          IMAGES HELD ON THE RCVYLOG RECOVERY
001700*                          LOG. AN ERASURE REQUEST BLANKS THE NAME
001800*                          AND ADDRESS FIELDS IN PLACE ON THE SAME
001900*                          FILES AND LEAVES EVERY SALES FIGURE,
002000*                          QUANTITY AND POINTS BALANCE ALONE SO
002100*                          PERIOD TOTALS AND THE GL STAY CORRECT.
002200*                          ORDERS STILL AWAITING DESPATCH KEEP
002300*                          THEIR DELIVERY ADDRESS AND ARE COUNTED
002400*                          AS HELD BACK. RCVYLOG IS COPIED FORWARD
002500*                          TO RCVYOUT WITH THE ERASED CUSTOMERS'
002600*                          IMAGES ANONYMISED AND THE ERASURE
002700*                          ITSELF JOURNALLED, AND RCVYOUT REPLACES
002800*                          RCVYLOG AFTER A SUCCESSFUL RUN. EVERY
002900*                          REQUEST, REJECTED OR NOT, LEAVES A
003000*                          COMPLETION RECORD ON DSRDONE SHOWING
003100*                          WHETHER ITS DUE DATE WAS MET.
003200*      ------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100           SELECT REQ-FILE     ASSIGN TO DSRREQ
004200               ORGANIZATION    IS LINE SEQUENTIAL
004300               FILE STATUS     IS WS-REQ-STATUS.
004400           SELECT CUST-FILE    ASSIGN TO CUSTMSTR
004500               ORGANIZATION    IS INDEXED
004600               ACCESS MODE     IS RANDOM
004700               RECORD KEY      IS CustomerReference
004800                                   OF CUST-RECORD
004900               FILE STATUS     IS WS-CUST-STATUS.
005000           SELECT HIST-FILE    ASSIGN TO PURCHHST
005100               ORGANIZATION    IS INDEXED
005200               ACCESS MODE     IS DYNAMIC
005300               RECORD KEY      IS HistoryKey
005400               FILE STATUS     IS WS-HIST-STATUS.
005500           SELECT OPTIONAL LOYALTY-FILE ASSIGN TO LOYLMSTR
005600               ORGANIZATION    IS INDEXED
005700               ACCESS MODE     IS RANDOM
005800               RECORD KEY      IS CustomerReference
005900                                   OF LOYALTY-RECORD
006000               FILE STATUS     IS WS-LOYALTY-STATUS.
006100           SELECT OPTIONAL ORDER-FILE ASSIGN TO ONLORDR
006200               ORGANIZATION    IS INDEXED
006300               ACCESS MODE     IS DYNAMIC
006400               RECORD KEY      IS OrderKey OF ORDER-RECORD
006500               FILE STATUS     IS WS-ORDER-STATUS.
006600           SELECT OPTIONAL RCVY-FILE ASSIGN TO RCVYLOG
006700               ORGANIZATION    IS LINE SEQUENTIAL
006800               FILE STATUS     IS WS-RCVY-STATUS.
006900           SELECT RCVY-OUT-FILE ASSIGN TO RCVYOUT
007000               ORGANIZATION    IS LINE SEQUENTIAL
007100               FILE STATUS     IS WS-RCVY-OUT-STATUS.
007200           SELECT OPTIONAL DONE-FILE ASSIGN TO DSRDONE
007300               ORGANIZATION    IS LINE SEQUENTIAL
007400               FILE STATUS     IS WS-DONE-STATUS.
007500           SELECT REPORT-FILE  ASSIGN TO DSREXTR
007600               ORGANIZATION    IS LINE SEQUENTIAL
007700               FILE STATUS     IS WS-REPORT-STATUS.
007800
007900 DATA DIVISION.
008000 FILE SECTION.
008100**----------------------------------------------------------*
008200*    REQ-RECORD - ONE DATA-SUBJECT REQUEST: OUR REFERENCE   *
008300*    FOR IT, THE CUSTOMER, A (ACCESS) OR E (ERASURE), THE   *
008400*    DATE IT WAS RECEIVED AND THE DATE IT IS DUE. A ZERO    *
008500*    DUE DATE MEANS 30 DAYS AFTER RECEIPT                   *
008600**----------------------------------------------------------*
008700 FD  REQ-FILE.
008800 01  REQ-RECORD.
008900           05  REQ-REQUEST-ID          PIC X(10).
009000           05  REQ-CUST-REF            PIC 9(10).
009100           05  REQ-MODE                PIC X(01).
009200           05  REQ-RECEIVED-DATE       PIC 9(8).
009300           05  REQ-DUE-DATE            PIC 9(8).
009400
009500 FD  CUST-FILE.
009600           COPY CustomerMaster
009700               REPLACING ==CustomerMasterRecord==
009800                   BY ==CUST-RECORD==.
009900
010000 FD  HIST-FILE.
010100           COPY PurchaseHistory
010200               REPLACING ==PurchaseHistoryRecord==
010300                   BY ==HIST-RECORD==.
010400
010500 FD  LOYALTY-FILE.
010600           COPY LoyaltyAccount
010700               REPLACING ==LoyaltyAccountRecord==
010800                   BY ==LOYALTY-RECORD==.
010900
011000 FD  ORDER-FILE.
011100           COPY OnlineOrder
011200               REPLACING ==OnlineOrderRecord==
011300                   BY ==ORDER-RECORD==.
011400
011500 FD  RCVY-FILE.
011600           COPY RecoveryLog
011700               REPLACING ==RecoveryLogRecord==
011800                   BY ==RCVY-RECORD==.
011900
012000**----------------------------------------------------------*
012100*    RCVY-OUT-RECORD - THE RECOVERY LOG CARRIED FORWARD,    *
012200*    WITH THE ERASURES OF THIS RUN APPENDED                 *
012300**----------------------------------------------------------*
012400 FD  RCVY-OUT-FILE.
012500           COPY RecoveryLog
012600               REPLACING ==RecoveryLogRecord==
012700                   BY ==RCVY-OUT-RECORD==.
012800
012900 FD  DONE-FILE.
013000           COPY SubjectRequestLog
013100               REPLACING ==SubjectRequestLogRecord==
013200                   BY ==DONE-RECORD==.
013300
013400 FD  REPORT-FILE.
013500 01  REPORT-RECORD               PIC X(132).
013600
013700 WORKING-STORAGE SECTION.
013800 01  WS-SWITCHES.
013900           05  WS-REQ-EOF-SWITCH    PIC X(01)    VALUE "N".
014000               88  END-OF-REQ-FILE           VALUE "Y".
014100           05  WS-RCVY-EOF-SWITCH   PIC X(01)    VALUE "N".
014200               88  END-OF-RCVY-FILE          VALUE "Y".
014300           05  WS-RANGE-SWITCH      PIC X(01)    VALUE "N".
014400               88  END-OF-RANGE              VALUE "Y".
014500           05  WS-ERASE-SWITCH      PIC X(01)    VALUE "N".
014600               88  ERASE-THIS-IMAGE          VALUE "Y".
014700
014800 01  WS-FILE-STATUSES.
014900           05  WS-REQ-STATUS        PIC X(02)    VALUE "00".
015000           05  WS-CUST-STATUS       PIC X(02)    VALUE "00".
015100           05  WS-HIST-STATUS       PIC X(02)    VALUE "00".
015200           05  WS-LOYALTY-STATUS    PIC X(02)    VALUE "00".
015300           05  WS-ORDER-STATUS      PIC X(02)    VALUE "00".
015400           05  WS-RCVY-STATUS       PIC X(02)    VALUE "00".
015500           05  WS-RCVY-OUT-STATUS   PIC X(02)    VALUE "00".
015600           05  WS-DONE-STATUS       PIC X(02)    VALUE "00".
015700           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
015800
015900 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
016000
016100 01  WS-INDICES.
016200           05  WS-RQ-IX             PIC 9(3)     COMP
016300               VALUE ZERO.
016400           05  WS-ADDR-IDX          PIC 99       COMP
016500               VALUE ZERO.
016600           05  WS-ITEM-IDX          PIC 99       COMP
016700               VALUE ZERO.
016800
016900 01  WS-COUNTERS.
017000           05  WS-REQUEST-COUNT     PIC 9(3)     COMP
017100               VALUE ZERO.
017200           05  WS-ACCESS-COUNT      PIC 9(3)     COMP
017300               VALUE ZERO.
017400           05  WS-ERASURE-COUNT     PIC 9(3)     COMP
017500               VALUE ZERO.
017600           05  WS-REJECT-COUNT      PIC 9(3)     COMP
017700               VALUE ZERO.
017800           05  WS-LATE-COUNT        PIC 9(3)     COMP
017900               VALUE ZERO.
018000           05  WS-RCVY-IN-COUNT     PIC 9(9)     COMP
018100               VALUE ZERO.
018200           05  WS-RCVY-OUT-COUNT    PIC 9(9)     COMP
018300               VALUE ZERO.
018400           05  WS-RCVY-ERASED-COUNT PIC 9(9)     COMP
018500               VALUE ZERO.
018600
018700 01  WS-DATE-WORK.
018800           05  WS-DATE-INT          PIC 9(8)     COMP
018900               VALUE ZERO.
019000
019100 01  WS-RECOVERY-WORK.
019200           05  WS-TIME-WORK         PIC 9(8)     VALUE ZERO.
019300           05  WS-LOG-SEQUENCE      PIC 9(9)     VALUE ZERO.
019400           05  WS-IMAGE-REF         PIC 9(10)    VALUE ZERO.
019500
019600**----------------------------------------------------------*
019700*    IMAGE-RECORD - A CUSTMSTR BEFORE OR AFTER IMAGE FROM   *
019800*    THE RECOVERY LOG, LAID OUT AS THE MASTER RECORD SO ITS *
019900*    REFERENCE CAN BE READ AND ITS ADDRESSES BLANKED        *
020000**----------------------------------------------------------*
020100           COPY CustomerMaster
020200               REPLACING ==CustomerMasterRecord==
020300                   BY ==IMAGE-RECORD==.
020400
020500**----------------------------------------------------------*
020600*    WS-REQUEST-TABLE - THE RUN'S REQUESTS, LOADED FIRST SO *
020700*    THE RECOVERY LOG CAN BE PASSED ONCE FOR ALL OF THEM.   *
020800*    THE COUNTS ARE WHAT WAS FOUND (OR ANONYMISED) ON EACH  *
020900*    FILE AND GO ONTO THE COMPLETION RECORD                 *
021000**----------------------------------------------------------*
021100 01  WS-REQUEST-TABLE.
021200           05  WS-RQ-ENTRY          OCCURS 200 TIMES.
021300               10  WS-RQ-ID             PIC X(10).
021400               10  WS-RQ-CUST-REF       PIC 9(10).
021500               10  WS-RQ-MODE           PIC X(01).
021600                   88  WS-RQ-ACCESS         VALUE "A".
021700                   88  WS-RQ-ERASURE        VALUE "E".
021800               10  WS-RQ-RECEIVED       PIC 9(8).
021900               10  WS-RQ-DUE            PIC 9(8).
022000               10  WS-RQ-OUTCOME        PIC X(01).
022100                   88  WS-RQ-REJECTED       VALUE "R".
022200               10  WS-RQ-REASON         PIC X(30).
022300               10  WS-RQ-MASTER         PIC 9(3)     COMP.
022400               10  WS-RQ-HISTORY        PIC 9(7)     COMP.
022500               10  WS-RQ-LOYALTY        PIC 9(3)     COMP.
022600               10  WS-RQ-ORDERS         PIC 9(5)     COMP.
022700               10  WS-RQ-HELD-BACK      PIC 9(5)     COMP.
022800               10  WS-RQ-IMAGES         PIC 9(7)     COMP.
022900
023000**----------------------------------------------------------*
023100*    PRINT LINE LAYOUTS - MOVED TO REPORT-RECORD AND        *
023200*    WRITTEN BY 7900-WRITE-RECORD                           *
023300**----------------------------------------------------------*
023400 01  WS-SECTION-LINE.
023500           05  FILLER               PIC X(02)    VALUE SPACES.
023600           05  WS-SL-TEXT           PIC X(100).
023700
023800 01  WS-REQUEST-LINE.
023900           05  WS-RL-MODE-TEXT      PIC X(24).
024000           05  FILLER               PIC X(09)
024100               VALUE " REQUEST ".
024200           05  WS-RL-REQUEST-ID     PIC X(10).
024300           05  FILLER               PIC X(10)
024400               VALUE " CUSTOMER ".
024500           05  WS-RL-CUST-REF       PIC 9(10).
024600           05  FILLER               PIC X(10)
024700               VALUE " RECEIVED ".
024800           05  WS-RL-RECEIVED       PIC 9(8).
024900           05  FILLER               PIC X(05)
025000               VALUE " DUE ".
025100           05  WS-RL-DUE            PIC 9(8).
025200           05  FILLER               PIC X(10)
025300               VALUE " RUN DATE ".
025400           05  WS-RL-RUN-DATE       PIC 9(8).
025500
025600 01  WS-ADDRESS-LINE.
025700           05  FILLER               PIC X(04)    VALUE SPACES.
025800           05  FILLER               PIC X(05)    VALUE "TYPE=".
025900           05  WS-AL-TYPE           PIC X(01).
026000           05  FILLER               PIC X(09)
026100               VALUE " COUNTRY=".
026200           05  WS-AL-COUNTRY        PIC X(01).
026300           05  FILLER               PIC X(01)    VALUE SPACE.
026400           05  WS-AL-TEXT           PIC X(81).
026500
026600 01  WS-ADDRESS-CONT-LINE.
026700           05  FILLER               PIC X(21)    VALUE SPACES.
026800           05  WS-AC-TEXT           PIC X(81).
026900
027000 01  WS-INVOICE-LINE.
027100           05  FILLER               PIC X(04)    VALUE SPACES.
027200           05  WS-IL-RUN-DATE       PIC 9(8).
027300           05  FILLER               PIC X(08)
027400               VALUE " BRANCH ".
027500           05  WS-IL-BRANCH         PIC X(05).
027600           05  FILLER               PIC X(06)    VALUE " TILL ".
027700           05  WS-IL-TILL           PIC 9(04).
027800           05  FILLER               PIC X(01)    VALUE SPACE.
027900           05  WS-IL-TXN-TYPE       PIC X(06).
028000           05  FILLER               PIC X(01)    VALUE SPACE.
028100           05  WS-IL-INITIAL-1      PIC X(01).
028200           05  WS-IL-INITIAL-2      PIC X(01).
028300           05  FILLER               PIC X(01)    VALUE SPACE.
028400           05  WS-IL-SURNAME        PIC X(50).
028500
028600 01  WS-ITEM-LINE.
028700           05  FILLER               PIC X(06)    VALUE SPACES.
028800           05  FILLER               PIC X(05)    VALUE "ITEM ".
028900           05  WS-TL-ITEM-CODE      PIC X(13).
029000           05  FILLER               PIC X(01)    VALUE SPACE.
029100           05  WS-TL-DESCRIPTION    PIC X(30).
029200           05  FILLER               PIC X(07)
029300               VALUE " PRICE=".
029400           05  WS-TL-PRICE          PIC -(4)9.
029500           05  FILLER               PIC X(05)
029600               VALUE " QTY=".
029700           05  WS-TL-QTY            PIC -(8)9.9(3).
029800
029900 01  WS-LOYALTY-LINE.
030000           05  FILLER               PIC X(04)    VALUE SPACES.
030100           05  FILLER               PIC X(15)
030200               VALUE "POINTS BALANCE=".
030300           05  WS-LL-BALANCE        PIC -(9)9.
030400           05  FILLER               PIC X(15)
030500               VALUE " LAST ACTIVITY=".
030600           05  WS-LL-LAST-DATE      PIC 9(8).
030700
030800 01  WS-ORDER-LINE.
030900           05  FILLER               PIC X(04)    VALUE SPACES.
031000           05  WS-OL-ORDER-DATE     PIC 9(8).
031100           05  FILLER               PIC X(08)
031200               VALUE " BRANCH ".
031300           05  WS-OL-BRANCH         PIC X(05).
031400           05  FILLER               PIC X(05)    VALUE " SEQ ".
031500           05  WS-OL-SEQUENCE       PIC 9(9).
031600           05  FILLER               PIC X(01)    VALUE "/".
031700           05  WS-OL-INVOICE        PIC 99.
031800           05  FILLER               PIC X(01)    VALUE SPACE.
031900           05  WS-OL-STATUS         PIC X(10).
032000           05  FILLER               PIC X(01)    VALUE SPACE.
032100           05  WS-OL-INITIAL-1      PIC X(01).
032200           05  WS-OL-INITIAL-2      PIC X(01).
032300           05  FILLER               PIC X(01)    VALUE SPACE.
032400           05  WS-OL-SURNAME        PIC X(50).
032500
032600 01  WS-COUNT-LINE.
032700           05  FILLER               PIC X(04)    VALUE SPACES.
032800           05  WS-CL-TEXT           PIC X(50).
032900           05  WS-CL-COUNT          PIC Z(6)9.
033000
033100 01  WS-COMPLETION-LINE.
033200           05  FILLER               PIC X(02)    VALUE SPACES.
033300           05  FILLER               PIC X(10)
033400               VALUE "COMPLETED ".
033500           05  WS-CPL-DATE          PIC 9(8).
033600           05  FILLER               PIC X(01)    VALUE SPACE.
033700           05  WS-CPL-STATUS        PIC X(30).
033800
033900 PROCEDURE DIVISION.
034000
034100**----------------------------------------------------------*
034200*    0000-MAINLINE                                          *
034300**----------------------------------------------------------*
034400 0000-MAINLINE.
034500           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
034600           PERFORM 1100-LOAD-REQUEST THRU 1100-LOAD-REQUEST-EXIT
034700               UNTIL END-OF-REQ-FILE.
034800           PERFORM 2000-COPY-RECOVERY-LOG
034900               THRU 2000-COPY-RECOVERY-LOG-EXIT
035000               UNTIL END-OF-RCVY-FILE.
035100           PERFORM 3000-PROCESS-REQUEST
035200               THRU 3000-PROCESS-REQUEST-EXIT
035300               VARYING WS-RQ-IX FROM 1 BY 1
035400               UNTIL WS-RQ-IX > WS-REQUEST-COUNT.
035500           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
035600           STOP RUN.
035700
035800**----------------------------------------------------------*
035900*    1000-INITIALISE - OPEN EVERY FILE AND PRIME THE READS  *
036000*    OF THE REQUEST FILE AND THE RECOVERY LOG               *
036100**----------------------------------------------------------*
036200 1000-INITIALISE.
036300           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036400           OPEN INPUT  REQ-FILE.
036500           IF WS-REQ-STATUS NOT = "00"
036600               DISPLAY "FCDSRPRC: REQ-FILE OPEN FAILED, STATUS="
036700                   WS-REQ-STATUS
036800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036900           END-IF.
037000           OPEN I-O    CUST-FILE.
037100           IF WS-CUST-STATUS NOT = "00"
037200               DISPLAY "FCDSRPRC: CUST-FILE OPEN FAILED, STATUS="
037300                   WS-CUST-STATUS
037400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
037500           END-IF.
037600           OPEN I-O    HIST-FILE.
037700           IF WS-HIST-STATUS NOT = "00"
037800               DISPLAY "FCDSRPRC: HIST-FILE OPEN FAILED, STATUS="
037900                   WS-HIST-STATUS
038000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038100           END-IF.
038200           OPEN INPUT  LOYALTY-FILE.
038300           IF WS-LOYALTY-STATUS NOT = "00"
038400               AND WS-LOYALTY-STATUS NOT = "05"
038500               DISPLAY
038600                   "FCDSRPRC: LOYALTY-FILE OPEN FAILED, STATUS="
038700                   WS-LOYALTY-STATUS
038800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
038900           END-IF.
039000           OPEN I-O    ORDER-FILE.
039100           IF WS-ORDER-STATUS NOT = "00"
039200               AND WS-ORDER-STATUS NOT = "05"
039300               DISPLAY "FCDSRPRC: ORDER-FILE OPEN FAILED, STATUS="
039400                   WS-ORDER-STATUS
039500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
039600           END-IF.
039700           OPEN INPUT  RCVY-FILE.
039800           IF WS-RCVY-STATUS NOT = "00"
039900               AND WS-RCVY-STATUS NOT = "05"
040000               DISPLAY "FCDSRPRC: RCVY-FILE OPEN FAILED, STATUS="
040100                   WS-RCVY-STATUS
040200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040300           END-IF.
040400           OPEN OUTPUT RCVY-OUT-FILE.
040500           IF WS-RCVY-OUT-STATUS NOT = "00"
040600               DISPLAY "FCDSRPRC: RCVY-OUT-FILE OPEN FAILED,"
040700                   " STATUS=" WS-RCVY-OUT-STATUS
040800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040900           END-IF.
041000           OPEN EXTEND DONE-FILE.
041100           IF WS-DONE-STATUS NOT = "00"
041200               AND WS-DONE-STATUS NOT = "05"
041300               DISPLAY "FCDSRPRC: DONE-FILE OPEN FAILED, STATUS="
041400                   WS-DONE-STATUS
041500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
041600           END-IF.
041700           OPEN OUTPUT REPORT-FILE.
041800           IF WS-REPORT-STATUS NOT = "00"
041900               DISPLAY "FCDSRPRC: REPORT OPEN FAILED, STATUS="
042000                   WS-REPORT-STATUS
042100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
042200           END-IF.
042300           PERFORM 2900-READ-REQ-FILE
042400               THRU 2900-READ-REQ-FILE-EXIT.
042500           PERFORM 2950-READ-RCVY-FILE
042600               THRU 2950-READ-RCVY-FILE-EXIT.
042700 1000-INITIALISE-EXIT.
042800           EXIT.
042900
043000**----------------------------------------------------------*
043100*    1100-LOAD-REQUEST - VALIDATE ONE REQUEST INTO THE      *
043200*    TABLE. A REQUEST THAT FAILS IS KEPT, MARKED REJECTED,  *
043300*    SO IT STILL LEAVES A COMPLETION RECORD                 *
043400**----------------------------------------------------------*
043500 1100-LOAD-REQUEST.
043600           IF WS-REQUEST-COUNT >= 200
043700               DISPLAY "FCDSRPRC: MORE THAN 200 REQUESTS - SPLIT"
043800                   " THE REQUEST FILE"
043900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
044000           END-IF.
044100           ADD 1 TO WS-REQUEST-COUNT.
044200           MOVE WS-REQUEST-COUNT TO WS-RQ-IX.
044300           INITIALIZE WS-RQ-ENTRY (WS-RQ-IX).
044400           MOVE REQ-REQUEST-ID TO WS-RQ-ID (WS-RQ-IX).
044500           MOVE REQ-MODE       TO WS-RQ-MODE (WS-RQ-IX).
044600           MOVE "C"            TO WS-RQ-OUTCOME (WS-RQ-IX).
044700           EVALUATE TRUE
044800               WHEN REQ-CUST-REF NOT NUMERIC
044900                   OR REQ-CUST-REF = ZERO
045000                   MOVE "R" TO WS-RQ-OUTCOME (WS-RQ-IX)
045100                   MOVE "INVALID CUSTOMER REFERENCE"
045200                       TO WS-RQ-REASON (WS-RQ-IX)
045300               WHEN NOT WS-RQ-ACCESS (WS-RQ-IX)
045400                   AND NOT WS-RQ-ERASURE (WS-RQ-IX)
045500                   MOVE "R" TO WS-RQ-OUTCOME (WS-RQ-IX)
045600                   MOVE "MODE IS NOT A OR E"
045700                       TO WS-RQ-REASON (WS-RQ-IX)
045800               WHEN REQ-RECEIVED-DATE NOT NUMERIC
045900                   OR REQ-RECEIVED-DATE = ZERO
046000                   MOVE "INVALID RECEIVED DATE"
046100                       TO WS-RQ-REASON (WS-RQ-IX)
046200                   MOVE "R" TO WS-RQ-OUTCOME (WS-RQ-IX)
046300           END-EVALUATE.
046400           IF REQ-CUST-REF NUMERIC
046500               MOVE REQ-CUST-REF TO WS-RQ-CUST-REF (WS-RQ-IX)
046600           END-IF.
046700           IF REQ-RECEIVED-DATE NUMERIC
046800               MOVE REQ-RECEIVED-DATE TO WS-RQ-RECEIVED (WS-RQ-IX)
046900           END-IF.
047000           IF WS-RQ-REJECTED (WS-RQ-IX)
047100               GO TO 1100-LOAD-REQUEST-READ
047200           END-IF.
047300           IF REQ-DUE-DATE NUMERIC AND REQ-DUE-DATE > ZERO
047400               MOVE REQ-DUE-DATE TO WS-RQ-DUE (WS-RQ-IX)
047500           ELSE
047600               COMPUTE WS-DATE-INT =
047700                   FUNCTION INTEGER-OF-DATE (REQ-RECEIVED-DATE)
047800                   + 30
047900               COMPUTE WS-RQ-DUE (WS-RQ-IX) =
048000                   FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
048100           END-IF.
048200 1100-LOAD-REQUEST-READ.
048300           PERFORM 2900-READ-REQ-FILE
048400               THRU 2900-READ-REQ-FILE-EXIT.
048500 1100-LOAD-REQUEST-EXIT.
048600           EXIT.
048700
048800**----------------------------------------------------------*
048900*    2000-COPY-RECOVERY-LOG - CARRY ONE LOG ENTRY FORWARD   *
049000*    TO RCVYOUT. A CUSTMSTR IMAGE OF A REQUESTED CUSTOMER   *
049100*    IS COUNTED AGAINST THE REQUEST, AND FOR AN ERASURE     *
049200*    BOTH IMAGES HAVE THEIR ADDRESSES BLANKED ON THE WAY    *
049300*    THROUGH                                                *
049400**----------------------------------------------------------*
049500 2000-COPY-RECOVERY-LOG.
049600           ADD 1 TO WS-RCVY-IN-COUNT.
049700           MOVE RCVY-RECORD TO RCVY-OUT-RECORD.
049800           IF LogFileName OF RCVY-RECORD NOT = "CUSTMSTR"
049900               GO TO 2000-COPY-RECOVERY-LOG-WRITE
050000           END-IF.
050100           MOVE "N" TO WS-ERASE-SWITCH.
050200           MOVE BeforeImage OF RCVY-RECORD TO IMAGE-RECORD.
050300           IF BeforeImage OF RCVY-RECORD = SPACES
050400               MOVE AfterImage OF RCVY-RECORD TO IMAGE-RECORD
050500           END-IF.
050600           IF CustomerReference OF IMAGE-RECORD NOT NUMERIC
050700               GO TO 2000-COPY-RECOVERY-LOG-WRITE
050800           END-IF.
050900           MOVE CustomerReference OF IMAGE-RECORD TO WS-IMAGE-REF.
051000           PERFORM 2100-MATCH-IMAGE THRU 2100-MATCH-IMAGE-EXIT
051100               VARYING WS-RQ-IX FROM 1 BY 1
051200               UNTIL WS-RQ-IX > WS-REQUEST-COUNT.
051300           IF ERASE-THIS-IMAGE
051400               IF BeforeImage OF RCVY-RECORD NOT = SPACES
051500                   MOVE BeforeImage OF RCVY-RECORD TO IMAGE-RECORD
051600                   PERFORM 2200-BLANK-IMAGE-ADDRESSES
051700                       THRU 2200-BLANK-IMAGE-ADDRESSES-EXIT
051800                   MOVE IMAGE-RECORD
051900                       TO BeforeImage OF RCVY-OUT-RECORD
052000               END-IF
052100               IF AfterImage OF RCVY-RECORD NOT = SPACES
052200                   MOVE AfterImage OF RCVY-RECORD TO IMAGE-RECORD
052300                   PERFORM 2200-BLANK-IMAGE-ADDRESSES
052400                       THRU 2200-BLANK-IMAGE-ADDRESSES-EXIT
052500                   MOVE IMAGE-RECORD
052600                       TO AfterImage OF RCVY-OUT-RECORD
052700               END-IF
052800               ADD 1 TO WS-RCVY-ERASED-COUNT
052900           END-IF.
053000 2000-COPY-RECOVERY-LOG-WRITE.
053100           PERFORM 7800-WRITE-RCVY-OUT
053200               THRU 7800-WRITE-RCVY-OUT-EXIT.
053300           PERFORM 2950-READ-RCVY-FILE
053400               THRU 2950-READ-RCVY-FILE-EXIT.
053500 2000-COPY-RECOVERY-LOG-EXIT.
053600           EXIT.
053700
053800**----------------------------------------------------------*
053900*    2100-MATCH-IMAGE - COUNT THE IMAGE AGAINST EVERY       *
054000*    REQUEST FOR ITS CUSTOMER AND NOTE AN ERASURE           *
054100**----------------------------------------------------------*
054200 2100-MATCH-IMAGE.
054300           IF WS-RQ-REJECTED (WS-RQ-IX)
054400               OR WS-RQ-CUST-REF (WS-RQ-IX) NOT = WS-IMAGE-REF
054500               GO TO 2100-MATCH-IMAGE-EXIT
054600           END-IF.
054700           ADD 1 TO WS-RQ-IMAGES (WS-RQ-IX).
054800           IF WS-RQ-ERASURE (WS-RQ-IX)
054900               SET ERASE-THIS-IMAGE TO TRUE
055000           END-IF.
055100 2100-MATCH-IMAGE-EXIT.
055200           EXIT.
055300
055400**----------------------------------------------------------*
055500*    2200-BLANK-IMAGE-ADDRESSES - ADDRESS TYPE AND COUNTRY  *
055600*    STAY; THE ADDRESS ITSELF GOES                          *
055700**----------------------------------------------------------*
055800 2200-BLANK-IMAGE-ADDRESSES.
055900           PERFORM 2210-BLANK-IMAGE-ADDRESS
056000               THRU 2210-BLANK-IMAGE-ADDRESS-EXIT
056100               VARYING WS-ADDR-IDX FROM 1 BY 1
056200               UNTIL WS-ADDR-IDX > 20.
056300 2200-BLANK-IMAGE-ADDRESSES-EXIT.
056400           EXIT.
056500
056600**----------------------------------------------------------*
056700*    2210-BLANK-IMAGE-ADDRESS                               *
056800**----------------------------------------------------------*
056900 2210-BLANK-IMAGE-ADDRESS.
057000           MOVE SPACES
057100               TO AddressString OF IMAGE-RECORD (WS-ADDR-IDX).
057200 2210-BLANK-IMAGE-ADDRESS-EXIT.
057300           EXIT.
057400
057500**----------------------------------------------------------*
057600*    2900-READ-REQ-FILE                                     *
057700**----------------------------------------------------------*
057800 2900-READ-REQ-FILE.
057900           READ REQ-FILE
058000               AT END
058100                   SET END-OF-REQ-FILE TO TRUE
058200           END-READ.
058300           IF NOT END-OF-REQ-FILE
058400               AND WS-REQ-STATUS NOT = "00"
058500               DISPLAY "FCDSRPRC: REQ-FILE READ ERROR, STATUS="
058600                   WS-REQ-STATUS
058700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
058800           END-IF.
058900 2900-READ-REQ-FILE-EXIT.
059000           EXIT.
059100
059200**----------------------------------------------------------*
059300*    2950-READ-RCVY-FILE                                    *
059400**----------------------------------------------------------*
059500 2950-READ-RCVY-FILE.
059600           READ RCVY-FILE
059700               AT END
059800                   SET END-OF-RCVY-FILE TO TRUE
059900           END-READ.
060000           IF NOT END-OF-RCVY-FILE
060100               AND WS-RCVY-STATUS NOT = "00"
060200               DISPLAY "FCDSRPRC: RCVY-FILE READ ERROR, STATUS="
060300                   WS-RCVY-STATUS
060400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
060500           END-IF.
060600 2950-READ-RCVY-FILE-EXIT.
060700           EXIT.
060800
060900**----------------------------------------------------------*
061000*    3000-PROCESS-REQUEST - WORK ONE REQUEST THROUGH EACH   *
061100*    FILE IN TURN AND LEAVE ITS COMPLETION RECORD           *
061200**----------------------------------------------------------*
061300 3000-PROCESS-REQUEST.
061400           MOVE SPACES TO REPORT-RECORD.
061500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
061600           EVALUATE TRUE
061700               WHEN WS-RQ-REJECTED (WS-RQ-IX)
061800                   MOVE "REJECTED DATA-SUBJECT" TO WS-RL-MODE-TEXT
061900               WHEN WS-RQ-ACCESS (WS-RQ-IX)
062000                   MOVE "SUBJECT ACCESS EXTRACT"
062100                       TO WS-RL-MODE-TEXT
062200               WHEN OTHER
062300                   MOVE "ERASURE CONFIRMATION" TO WS-RL-MODE-TEXT
062400           END-EVALUATE.
062500           MOVE WS-RQ-ID (WS-RQ-IX)       TO WS-RL-REQUEST-ID.
062600           MOVE WS-RQ-CUST-REF (WS-RQ-IX) TO WS-RL-CUST-REF.
062700           MOVE WS-RQ-RECEIVED (WS-RQ-IX) TO WS-RL-RECEIVED.
062800           MOVE WS-RQ-DUE (WS-RQ-IX)      TO WS-RL-DUE.
062900           MOVE WS-RUN-DATE               TO WS-RL-RUN-DATE.
063000           MOVE WS-REQUEST-LINE TO REPORT-RECORD.
063100           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
063200           IF WS-RQ-REJECTED (WS-RQ-IX)
063300               ADD 1 TO WS-REJECT-COUNT
063400               MOVE WS-RQ-REASON (WS-RQ-IX) TO WS-SL-TEXT
063500               MOVE WS-SECTION-LINE TO REPORT-RECORD
063600               PERFORM 7900-WRITE-RECORD
063700                   THRU 7900-WRITE-RECORD-EXIT
063800               GO TO 3000-PROCESS-REQUEST-DONE
063900           END-IF.
064000           IF WS-RQ-ACCESS (WS-RQ-IX)
064100               ADD 1 TO WS-ACCESS-COUNT
064200           ELSE
064300               ADD 1 TO WS-ERASURE-COUNT
064400           END-IF.
064500           PERFORM 4000-CUSTOMER-MASTER
064600               THRU 4000-CUSTOMER-MASTER-EXIT.
064700           PERFORM 4100-PURCHASE-HISTORY
064800               THRU 4100-PURCHASE-HISTORY-EXIT.
064900           PERFORM 4200-LOYALTY-ACCOUNT
065000               THRU 4200-LOYALTY-ACCOUNT-EXIT.
065100           PERFORM 4300-ONLINE-ORDERS
065200               THRU 4300-ONLINE-ORDERS-EXIT.
065300           PERFORM 4400-VOUCHERS-AND-LOG
065400               THRU 4400-VOUCHERS-AND-LOG-EXIT.
065500 3000-PROCESS-REQUEST-DONE.
065600           PERFORM 5000-WRITE-COMPLETION
065700               THRU 5000-WRITE-COMPLETION-EXIT.
065800 3000-PROCESS-REQUEST-EXIT.
065900           EXIT.
066000
066100**----------------------------------------------------------*
066200*    4000-CUSTOMER-MASTER - PRINT THE ADDRESSES HELD, OR    *
066300*    BLANK THEM, REWRITE THE MASTER AND JOURNAL THE CHANGE. *
066400*    THE ERASURE IS JOURNALLED WITH THE BLANKED RECORD AS   *
066500*    BOTH IMAGES SO THE LOG NEVER HOLDS WHAT WAS ERASED,    *
066600*    AND A ROLL FORWARD OVER AN OLDER BACKUP RE-ERASES IT   *
066700**----------------------------------------------------------*
066800 4000-CUSTOMER-MASTER.
066900           MOVE "ADDRESSES HELD ON THE CUSTOMER MASTER (CUSTMSTR)"
067000               TO WS-SL-TEXT.
067100           MOVE WS-SECTION-LINE TO REPORT-RECORD.
067200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
067300           MOVE WS-RQ-CUST-REF (WS-RQ-IX)
067400               TO CustomerReference OF CUST-RECORD.
067500           READ CUST-FILE
067600               INVALID KEY
067700                   MOVE "    NONE HELD" TO REPORT-RECORD
067800                   PERFORM 7900-WRITE-RECORD
067900                       THRU 7900-WRITE-RECORD-EXIT
068000                   GO TO 4000-CUSTOMER-MASTER-EXIT
068100           END-READ.
068200           ADD 1 TO WS-RQ-MASTER (WS-RQ-IX).
068300           IF WS-RQ-ACCESS (WS-RQ-IX)
068400               PERFORM 4010-PRINT-ADDRESS
068500                   THRU 4010-PRINT-ADDRESS-EXIT
068600                   VARYING WS-ADDR-IDX FROM 1 BY 1
068700                   UNTIL WS-ADDR-IDX > AddressCount OF CUST-RECORD
068800                       OR WS-ADDR-IDX > 20
068900               GO TO 4000-CUSTOMER-MASTER-EXIT
069000           END-IF.
069100           MOVE CUST-RECORD TO IMAGE-RECORD.
069200           PERFORM 2200-BLANK-IMAGE-ADDRESSES
069300               THRU 2200-BLANK-IMAGE-ADDRESSES-EXIT.
069400           MOVE IMAGE-RECORD TO CUST-RECORD.
069500           REWRITE CUST-RECORD
069600               INVALID KEY
069700                   DISPLAY "FCDSRPRC: MASTER REWRITE REJECTED,"
069800                       " REFERENCE="
069900                       CustomerReference OF CUST-RECORD
070000                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
070100           END-REWRITE.
070200           MOVE WS-RUN-DATE TO LogRunDate OF RCVY-OUT-RECORD.
070300           ACCEPT WS-TIME-WORK FROM TIME.
070400           COMPUTE LogTime OF RCVY-OUT-RECORD = WS-TIME-WORK /
070500               100.
070600           ADD 1 TO WS-LOG-SEQUENCE.
070700           MOVE WS-LOG-SEQUENCE TO LogSequence OF RCVY-OUT-RECORD.
070800           MOVE "FCDSRPRC" TO LogProgram OF RCVY-OUT-RECORD.
070900           MOVE "CUSTMSTR" TO LogFileName OF RCVY-OUT-RECORD.
071000           MOVE "R" TO LogAction OF RCVY-OUT-RECORD.
071100           MOVE CUST-RECORD TO BeforeImage OF RCVY-OUT-RECORD.
071200           MOVE CUST-RECORD TO AfterImage OF RCVY-OUT-RECORD.
071300           PERFORM 7800-WRITE-RCVY-OUT
071400               THRU 7800-WRITE-RCVY-OUT-EXIT.
071500           MOVE "ADDRESS(ES) BLANKED ON CUSTMSTR" TO WS-CL-TEXT.
071600           MOVE AddressCount OF CUST-RECORD TO WS-CL-COUNT.
071700           MOVE WS-COUNT-LINE TO REPORT-RECORD.
071800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
071900 4000-CUSTOMER-MASTER-EXIT.
072000           EXIT.
072100
072200**----------------------------------------------------------*
072300*    4010-PRINT-ADDRESS - ONE ADDRESS OVER TWO LINES        *
072400**----------------------------------------------------------*
072500 4010-PRINT-ADDRESS.
072600           MOVE AddressType OF CUST-RECORD (WS-ADDR-IDX)
072700               TO WS-AL-TYPE.
072800           MOVE Country OF CUST-RECORD (WS-ADDR-IDX)
072900               TO WS-AL-COUNTRY.
073000           MOVE AddressString OF CUST-RECORD (WS-ADDR-IDX) (1:81)
073100               TO WS-AL-TEXT.
073200           MOVE WS-ADDRESS-LINE TO REPORT-RECORD.
073300           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
073400           MOVE AddressString OF CUST-RECORD (WS-ADDR-IDX) (82:81)
073500               TO WS-AC-TEXT.
073600           MOVE WS-ADDRESS-CONT-LINE TO REPORT-RECORD.
073700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
073800 4010-PRINT-ADDRESS-EXIT.
073900           EXIT.
074000
074100**----------------------------------------------------------*
074200*    4100-PURCHASE-HISTORY - EVERY ARCHIVED INVOICE FOR     *
074300*    THE CUSTOMER, FOUND BY STARTING ON THE LEADING PART OF *
074400*    THE KEY: PRINTED WITH ITS ITEMS, OR WITH THE NAME      *
074500*    BLANKED AND REWRITTEN. ITEMS, PRICES AND QUANTITIES    *
074600*    ARE NOT TOUCHED                                        *
074700**----------------------------------------------------------*
074800 4100-PURCHASE-HISTORY.
074900           MOVE "PURCHASE HISTORY ON THE ARCHIVE (PURCHHST)"
075000               TO WS-SL-TEXT.
075100           MOVE WS-SECTION-LINE TO REPORT-RECORD.
075200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
075300           MOVE "N" TO WS-RANGE-SWITCH.
075400           MOVE WS-RQ-CUST-REF (WS-RQ-IX)
075500               TO CustomerReference OF HIST-RECORD.
075600           MOVE ZERO TO RunDate OF HIST-RECORD.
075700           MOVE ZERO TO ArchiveSeqNo.
075800           START HIST-FILE
075900               KEY IS NOT LESS THAN HistoryKey
076000               INVALID KEY
076100                   SET END-OF-RANGE TO TRUE
076200           END-START.
076300           PERFORM 4110-NEXT-INVOICE THRU 4110-NEXT-INVOICE-EXIT
076400               UNTIL END-OF-RANGE.
076500           MOVE "INVOICE(S) HELD ON PURCHHST" TO WS-CL-TEXT.
076600           IF WS-RQ-ERASURE (WS-RQ-IX)
076700               MOVE "INVOICE(S) WITH NAME BLANKED ON PURCHHST"
076800                   TO WS-CL-TEXT
076900           END-IF.
077000           MOVE WS-RQ-HISTORY (WS-RQ-IX) TO WS-CL-COUNT.
077100           MOVE WS-COUNT-LINE TO REPORT-RECORD.
077200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
077300 4100-PURCHASE-HISTORY-EXIT.
077400           EXIT.
077500
077600**----------------------------------------------------------*
077700*    4110-NEXT-INVOICE                                      *
077800**----------------------------------------------------------*
077900 4110-NEXT-INVOICE.
078000           READ HIST-FILE NEXT RECORD
078100               AT END
078200                   SET END-OF-RANGE TO TRUE
078300                   GO TO 4110-NEXT-INVOICE-EXIT
078400           END-READ.
078500           IF CustomerReference OF HIST-RECORD
078600               NOT = WS-RQ-CUST-REF (WS-RQ-IX)
078700               SET END-OF-RANGE TO TRUE
078800               GO TO 4110-NEXT-INVOICE-EXIT
078900           END-IF.
079000           ADD 1 TO WS-RQ-HISTORY (WS-RQ-IX).
079100           IF WS-RQ-ERASURE (WS-RQ-IX)
079200               MOVE SPACES TO CustomerInitial OF HIST-RECORD (1)
079300               MOVE SPACES TO CustomerInitial OF HIST-RECORD (2)
079400               MOVE SPACES TO Surname OF HIST-RECORD
079500               REWRITE HIST-RECORD
079600                   INVALID KEY
079700                       DISPLAY
079800                           "FCDSRPRC: HISTORY REWRITE REJECTED,"
079900                           " REFERENCE="
080000                           CustomerReference OF HIST-RECORD
080100                       PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
080200               END-REWRITE
080300               GO TO 4110-NEXT-INVOICE-EXIT
080400           END-IF.
080500           MOVE RunDate OF HIST-RECORD TO WS-IL-RUN-DATE.
080600           MOVE SourceBranchID OF HIST-RECORD TO WS-IL-BRANCH.
080700           MOVE SourceTillID OF HIST-RECORD TO WS-IL-TILL.
080800           IF Return-Transaction OF HIST-RECORD
080900               MOVE "RETURN" TO WS-IL-TXN-TYPE
081000           ELSE
081100               MOVE "SALE"   TO WS-IL-TXN-TYPE
081200           END-IF.
081300           MOVE CustomerInitial OF HIST-RECORD (1)
081400               TO WS-IL-INITIAL-1.
081500           MOVE CustomerInitial OF HIST-RECORD (2)
081600               TO WS-IL-INITIAL-2.
081700           MOVE Surname OF HIST-RECORD TO WS-IL-SURNAME.
081800           MOVE WS-INVOICE-LINE TO REPORT-RECORD.
081900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
082000           PERFORM 4120-PRINT-ITEM THRU 4120-PRINT-ITEM-EXIT
082100               VARYING WS-ITEM-IDX FROM 1 BY 1
082200               UNTIL WS-ITEM-IDX > ItemCount OF HIST-RECORD
082300                   OR WS-ITEM-IDX > 50.
082400 4110-NEXT-INVOICE-EXIT.
082500           EXIT.
082600
082700**----------------------------------------------------------*
082800*    4120-PRINT-ITEM - ONE LINE PER ITEM, TAKING THE CODE,  *
082900*    DESCRIPTION (OR COLOUR, FOR CLOTHING), PRICE AND       *
083000*    QUANTITY (OR WEIGHT) FROM WHICHEVER VARIANT THE ITEM   *
083100*    CARRIES                                                *
083200**----------------------------------------------------------*
083300 4120-PRINT-ITEM.
083400           EVALUATE TRUE
083500               WHEN Barcoded-Item (WS-ITEM-IDX)
083600                   MOVE ItemCode OF Item1 (WS-ITEM-IDX)
083700                       TO WS-TL-ITEM-CODE
083800                   MOVE Description OF Item1 (WS-ITEM-IDX)
083900                       TO WS-TL-DESCRIPTION
084000                   MOVE Price OF Item1 (WS-ITEM-IDX)
084100                       TO WS-TL-PRICE
084200                   MOVE Quantity OF Item1 (WS-ITEM-IDX)
084300                       TO WS-TL-QTY
084400               WHEN Clothing-Item (WS-ITEM-IDX)
084500                   MOVE ItemCode OF Item2 (WS-ITEM-IDX)
084600                       TO WS-TL-ITEM-CODE
084700                   MOVE Colour OF Item2 (WS-ITEM-IDX)
084800                       TO WS-TL-DESCRIPTION
084900                   MOVE Price OF Item2 (WS-ITEM-IDX)
085000                       TO WS-TL-PRICE
085100                   MOVE Quantity OF Item2 (WS-ITEM-IDX)
085200                       TO WS-TL-QTY
085300               WHEN Weighed-Item (WS-ITEM-IDX)
085400                   MOVE ItemCode OF Item3 (WS-ITEM-IDX)
085500                       TO WS-TL-ITEM-CODE
085600                   MOVE Description OF Item3 (WS-ITEM-IDX)
085700                       TO WS-TL-DESCRIPTION
085800                   MOVE Price OF Item3 (WS-ITEM-IDX)
085900                       TO WS-TL-PRICE
086000                   MOVE Weight OF Item3 (WS-ITEM-IDX)
086100                       TO WS-TL-QTY
086200               WHEN OTHER
086300                   GO TO 4120-PRINT-ITEM-EXIT
086400           END-EVALUATE.
086500           MOVE WS-ITEM-LINE TO REPORT-RECORD.
086600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
086700 4120-PRINT-ITEM-EXIT.
086800           EXIT.
086900
087000**----------------------------------------------------------*
087100*    4200-LOYALTY-ACCOUNT - THE POINTS BALANCE. IT CARRIES  *
087200*    NO NAME OR ADDRESS, SO AN ERASURE LEAVES IT AS IT IS   *
087300**----------------------------------------------------------*
087400 4200-LOYALTY-ACCOUNT.
087500           MOVE "LOYALTY ACCOUNT (LOYLMSTR)" TO WS-SL-TEXT.
087600           MOVE WS-SECTION-LINE TO REPORT-RECORD.
087700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
087800           MOVE WS-RQ-CUST-REF (WS-RQ-IX)
087900               TO CustomerReference OF LOYALTY-RECORD.
088000           READ LOYALTY-FILE
088100               INVALID KEY
088200                   MOVE "    NONE HELD" TO REPORT-RECORD
088300                   PERFORM 7900-WRITE-RECORD
088400                       THRU 7900-WRITE-RECORD-EXIT
088500                   GO TO 4200-LOYALTY-ACCOUNT-EXIT
088600           END-READ.
088700           IF WS-LOYALTY-STATUS NOT = "00"
088800               MOVE "    NONE HELD" TO REPORT-RECORD
088900               PERFORM 7900-WRITE-RECORD
089000                   THRU 7900-WRITE-RECORD-EXIT
089100               GO TO 4200-LOYALTY-ACCOUNT-EXIT
089200           END-IF.
089300           ADD 1 TO WS-RQ-LOYALTY (WS-RQ-IX).
089400           MOVE PointsBalance OF LOYALTY-RECORD TO WS-LL-BALANCE.
089500           MOVE LastActivityDate OF LOYALTY-RECORD
089600               TO WS-LL-LAST-DATE.
089700           MOVE WS-LOYALTY-LINE TO REPORT-RECORD.
089800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
089900           IF WS-RQ-ERASURE (WS-RQ-IX)
090000               MOVE
090100                   "    BALANCE KEPT - NO NAME OR ADDRESS HELD"
090200                   TO REPORT-RECORD
090300               PERFORM 7900-WRITE-RECORD
090400                   THRU 7900-WRITE-RECORD-EXIT
090500           END-IF.
090600 4200-LOYALTY-ACCOUNT-EXIT.
090700           EXIT.
090800
090900**----------------------------------------------------------*
091000*    4300-ONLINE-ORDERS - ONLORDR IS KEYED ON BRANCH AND    *
091100*    DATE, SO THE WHOLE FILE IS PASSED FOR THE CUSTOMER'S   *
091200*    ORDERS. A DESPATCHED ORDER HAS ITS NAME AND DELIVERY   *
091300*    ADDRESS BLANKED ON ERASURE; ONE STILL AWAITING         *
091400*    DESPATCH NEEDS THEM TO BE DELIVERED AND IS HELD BACK   *
091500**----------------------------------------------------------*
091600 4300-ONLINE-ORDERS.
091700           MOVE "ONLINE ORDERS (ONLORDR)" TO WS-SL-TEXT.
091800           MOVE WS-SECTION-LINE TO REPORT-RECORD.
091900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
092000           MOVE "N" TO WS-RANGE-SWITCH.
092100           MOVE LOW-VALUES TO OrderKey OF ORDER-RECORD.
092200           START ORDER-FILE
092300               KEY IS NOT LESS THAN OrderKey OF ORDER-RECORD
092400               INVALID KEY
092500                   SET END-OF-RANGE TO TRUE
092600           END-START.
092700           IF WS-ORDER-STATUS NOT = "00"
092800               SET END-OF-RANGE TO TRUE
092900           END-IF.
093000           PERFORM 4310-NEXT-ORDER THRU 4310-NEXT-ORDER-EXIT
093100               UNTIL END-OF-RANGE.
093200           MOVE "ORDER(S) HELD ON ONLORDR" TO WS-CL-TEXT.
093300           IF WS-RQ-ERASURE (WS-RQ-IX)
093400               MOVE "ORDER(S) WITH NAME AND ADDRESS BLANKED"
093500                   TO WS-CL-TEXT
093600           END-IF.
093700           COMPUTE WS-CL-COUNT = WS-RQ-ORDERS (WS-RQ-IX)
093800               - WS-RQ-HELD-BACK (WS-RQ-IX).
093900           IF WS-RQ-ACCESS (WS-RQ-IX)
094000               MOVE WS-RQ-ORDERS (WS-RQ-IX) TO WS-CL-COUNT
094100           END-IF.
094200           MOVE WS-COUNT-LINE TO REPORT-RECORD.
094300           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
094400           IF WS-RQ-HELD-BACK (WS-RQ-IX) > ZERO
094500               MOVE "ORDER(S) HELD BACK AWAITING DESPATCH"
094600                   TO WS-CL-TEXT
094700               MOVE WS-RQ-HELD-BACK (WS-RQ-IX) TO WS-CL-COUNT
094800               MOVE WS-COUNT-LINE TO REPORT-RECORD
094900               PERFORM 7900-WRITE-RECORD
095000                   THRU 7900-WRITE-RECORD-EXIT
095100           END-IF.
095200 4300-ONLINE-ORDERS-EXIT.
095300           EXIT.
095400
095500**----------------------------------------------------------*
095600*    4310-NEXT-ORDER                                        *
095700**----------------------------------------------------------*
095800 4310-NEXT-ORDER.
095900           READ ORDER-FILE NEXT RECORD
096000               AT END
096100                   SET END-OF-RANGE TO TRUE
096200                   GO TO 4310-NEXT-ORDER-EXIT
096300           END-READ.
096400           IF CustomerReference OF ORDER-RECORD
096500               NOT = WS-RQ-CUST-REF (WS-RQ-IX)
096600               GO TO 4310-NEXT-ORDER-EXIT
096700           END-IF.
096800           ADD 1 TO WS-RQ-ORDERS (WS-RQ-IX).
096900           IF WS-RQ-ACCESS (WS-RQ-IX)
097000               GO TO 4310-NEXT-ORDER-PRINT
097100           END-IF.
097200           IF Awaiting-Despatch OF ORDER-RECORD
097300               ADD 1 TO WS-RQ-HELD-BACK (WS-RQ-IX)
097400               GO TO 4310-NEXT-ORDER-EXIT
097500           END-IF.
097600           MOVE SPACES TO CustomerInitial OF ORDER-RECORD (1).
097700           MOVE SPACES TO CustomerInitial OF ORDER-RECORD (2).
097800           MOVE SPACES TO Surname OF ORDER-RECORD.
097900           MOVE SPACES TO DeliveryAddress OF ORDER-RECORD.
098000           REWRITE ORDER-RECORD
098100               INVALID KEY
098200                   DISPLAY "FCDSRPRC: ORDER REWRITE REJECTED,"
098300                       " REFERENCE="
098400                       CustomerReference OF ORDER-RECORD
098500                   PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
098600           END-REWRITE.
098700           GO TO 4310-NEXT-ORDER-EXIT.
098800 4310-NEXT-ORDER-PRINT.
098900           MOVE OrderDate OF ORDER-RECORD TO WS-OL-ORDER-DATE.
099000           MOVE OrderBranchID OF ORDER-RECORD TO WS-OL-BRANCH.
099100           MOVE OrderMessageSequence OF ORDER-RECORD
099200               TO WS-OL-SEQUENCE.
099300           MOVE OrderInvoiceNumber OF ORDER-RECORD
099400               TO WS-OL-INVOICE.
099500           IF Order-Despatched OF ORDER-RECORD
099600               MOVE "DESPATCHED" TO WS-OL-STATUS
099700           ELSE
099800               MOVE "AWAITING"   TO WS-OL-STATUS
099900           END-IF.
100000           MOVE CustomerInitial OF ORDER-RECORD (1)
100100               TO WS-OL-INITIAL-1.
100200           MOVE CustomerInitial OF ORDER-RECORD (2)
100300               TO WS-OL-INITIAL-2.
100400           MOVE Surname OF ORDER-RECORD TO WS-OL-SURNAME.
100500           MOVE WS-ORDER-LINE TO REPORT-RECORD.
100600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
100700           MOVE "D" TO WS-AL-TYPE.
100800           MOVE DeliveryCountry OF ORDER-RECORD TO WS-AL-COUNTRY.
100900           MOVE DeliveryAddress OF ORDER-RECORD (1:81)
101000               TO WS-AL-TEXT.
101100           MOVE WS-ADDRESS-LINE TO REPORT-RECORD.
101200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
101300           MOVE DeliveryAddress OF ORDER-RECORD (82:81)
101400               TO WS-AC-TEXT.
101500           MOVE WS-ADDRESS-CONT-LINE TO REPORT-RECORD.
101600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
101700 4310-NEXT-ORDER-EXIT.
101800           EXIT.
101900
102000**----------------------------------------------------------*
102100*    4400-VOUCHERS-AND-LOG - GIFT VOUCHERS ARE BEARER       *
102200*    VOUCHERS HELD ON VCHRMSTR BY SERIAL NUMBER ALONE, SO   *
102300*    NONE CAN BE TRACED TO A CUSTOMER; SAY SO. THEN THE     *
102400*    CUSTMSTR IMAGES FOUND ON THE RECOVERY LOG              *
102500**----------------------------------------------------------*
102600 4400-VOUCHERS-AND-LOG.
102700           MOVE "GIFT VOUCHERS (VCHRMSTR)" TO WS-SL-TEXT.
102800           MOVE WS-SECTION-LINE TO REPORT-RECORD.
102900           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
103000           MOVE "    NONE HELD - VOUCHERS ARE RECORDED BY SERIAL"
103100               TO REPORT-RECORD.
103200           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
103300           MOVE "    NUMBER ONLY, NOT AGAINST A CUSTOMER"
103400               TO REPORT-RECORD.
103500           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
103600           MOVE "RECOVERY LOG (RCVYLOG)" TO WS-SL-TEXT.
103700           MOVE WS-SECTION-LINE TO REPORT-RECORD.
103800           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
103900           MOVE "CUSTMSTR IMAGE PAIR(S) HELD" TO WS-CL-TEXT.
104000           IF WS-RQ-ERASURE (WS-RQ-IX)
104100               MOVE "CUSTMSTR IMAGE PAIR(S) ANONYMISED"
104200                   TO WS-CL-TEXT
104300           END-IF.
104400           MOVE WS-RQ-IMAGES (WS-RQ-IX) TO WS-CL-COUNT.
104500           MOVE WS-COUNT-LINE TO REPORT-RECORD.
104600           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
104700 4400-VOUCHERS-AND-LOG-EXIT.
104800           EXIT.
104900
105000**----------------------------------------------------------*
105100*    5000-WRITE-COMPLETION - THE PROOF OF COMPLETION: WHAT  *
105200*    WAS FOUND ON EACH FILE AND WHETHER THE DUE DATE WAS    *
105300*    MET                                                    *
105400**----------------------------------------------------------*
105500 5000-WRITE-COMPLETION.
105600           MOVE WS-RQ-ID (WS-RQ-IX)       TO RequestID.
105700           MOVE WS-RQ-CUST-REF (WS-RQ-IX)
105800               TO CustomerReference OF DONE-RECORD.
105900           MOVE WS-RQ-MODE (WS-RQ-IX)     TO RequestMode.
106000           MOVE WS-RQ-RECEIVED (WS-RQ-IX) TO ReceivedDate.
106100           MOVE WS-RQ-DUE (WS-RQ-IX)      TO DueDate.
106200           MOVE WS-RUN-DATE               TO CompletedDate.
106300           MOVE WS-RQ-OUTCOME (WS-RQ-IX)  TO RequestOutcome.
106400           MOVE WS-RQ-MASTER (WS-RQ-IX)   TO MasterRecords.
106500           MOVE WS-RQ-HISTORY (WS-RQ-IX)  TO HistoryRecords.
106600           MOVE WS-RQ-LOYALTY (WS-RQ-IX)  TO LoyaltyRecords.
106700           MOVE WS-RQ-ORDERS (WS-RQ-IX)   TO OrderRecords.
106800           MOVE WS-RQ-HELD-BACK (WS-RQ-IX) TO OrdersHeldBack.
106900           MOVE WS-RQ-IMAGES (WS-RQ-IX)   TO RecoveryImages.
107000           MOVE WS-RUN-DATE TO WS-CPL-DATE.
107100           IF WS-RQ-DUE (WS-RQ-IX) = ZERO
107200               OR WS-RUN-DATE <= WS-RQ-DUE (WS-RQ-IX)
107300               SET Deadline-Met TO TRUE
107400               MOVE "WITHIN THE DUE DATE" TO WS-CPL-STATUS
107500           ELSE
107600               SET Deadline-Missed TO TRUE
107700               ADD 1 TO WS-LATE-COUNT
107800               MOVE "** AFTER THE DUE DATE **" TO WS-CPL-STATUS
107900           END-IF.
108000           WRITE DONE-RECORD.
108100           IF WS-DONE-STATUS NOT = "00"
108200               DISPLAY "FCDSRPRC: DONE-FILE WRITE ERROR, STATUS="
108300                   WS-DONE-STATUS
108400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
108500           END-IF.
108600           MOVE WS-COMPLETION-LINE TO REPORT-RECORD.
108700           PERFORM 7900-WRITE-RECORD THRU 7900-WRITE-RECORD-EXIT.
108800 5000-WRITE-COMPLETION-EXIT.
108900           EXIT.
109000
109100**----------------------------------------------------------*
109200*    7800-WRITE-RCVY-OUT - WRITE THE ENTRY IN               *
109300*    RCVY-OUT-RECORD TO THE CARRIED-FORWARD LOG             *
109400**----------------------------------------------------------*
109500 7800-WRITE-RCVY-OUT.
109600           WRITE RCVY-OUT-RECORD.
109700           IF WS-RCVY-OUT-STATUS NOT = "00"
109800               DISPLAY "FCDSRPRC: RCVY-OUT-FILE WRITE ERROR,"
109900                   " STATUS=" WS-RCVY-OUT-STATUS
110000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
110100           END-IF.
110200           ADD 1 TO WS-RCVY-OUT-COUNT.
110300 7800-WRITE-RCVY-OUT-EXIT.
110400           EXIT.
110500
110600**----------------------------------------------------------*
110700*    7900-WRITE-RECORD - WRITE THE LINE IN REPORT-RECORD    *
110800**----------------------------------------------------------*
110900 7900-WRITE-RECORD.
111000           WRITE REPORT-RECORD.
111100           IF WS-REPORT-STATUS NOT = "00"
111200               DISPLAY "FCDSRPRC: REPORT WRITE ERROR, STATUS="
111300                   WS-REPORT-STATUS
111400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
111500           END-IF.
111600 7900-WRITE-RECORD-EXIT.
111700           EXIT.
111800
111900**----------------------------------------------------------*
112000*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
112100*    RUN'S CONTROL TOTALS                                   *
112200**----------------------------------------------------------*
112300 8000-TERMINATE.
112400           CLOSE REQ-FILE.
112500           CLOSE CUST-FILE.
112600           CLOSE HIST-FILE.
112700           CLOSE LOYALTY-FILE.
112800           CLOSE ORDER-FILE.
112900           CLOSE RCVY-FILE.
113000           CLOSE RCVY-OUT-FILE.
113100           CLOSE DONE-FILE.
113200           CLOSE REPORT-FILE.
113300           DISPLAY "FCDSRPRC: " WS-REQUEST-COUNT
113400               " REQUEST(S) READ, " WS-ACCESS-COUNT " ACCESS, "
113500               WS-ERASURE-COUNT " ERASURE, " WS-REJECT-COUNT
113600               " REJECTED, " WS-LATE-COUNT
113700               " COMPLETED AFTER THE DUE DATE".
113800           DISPLAY "FCDSRPRC: " WS-RCVY-IN-COUNT
113900               " RECOVERY LOG ENTRY(S) READ, "
114000                   WS-RCVY-ERASED-COUNT
114100               " ANONYMISED, " WS-RCVY-OUT-COUNT
114200               " WRITTEN TO RCVYOUT".
114300 8000-TERMINATE-EXIT.
114400           EXIT.
114500
114600**----------------------------------------------------------*
114700*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
114800*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
114900**----------------------------------------------------------*
115000 9999-ABEND.
115100           MOVE 16 TO RETURN-CODE.
115200           STOP RUN.
115300 9999-ABEND-EXIT.
115400           EXIT.
