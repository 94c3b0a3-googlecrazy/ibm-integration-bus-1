000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCITMCST.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - ITEM COST PRICE
000800*                          LOOKUP, CALLED BY THE GROSS MARGIN AND
000900*                          STOCK VALUATION JOBS. AN ITEM'S COST IS
001000*                          THE AGREED COST PRICE KEYED THROUGH
001100*                          FCSMUPDT ON ITS SUPPLIER LINK. THE
001200*                          SUPPMSTR LINKS ARE LOADED INTO A TABLE
001300*                          ON THE FIRST CALL OF THE RUN, THE SAME
001400*                          WAY FCBRNAME LOADS THE BRANCH MASTER.
001500*                          WHERE SEVERAL SUPPLIERS CARRY AN ITEM
001600*                          THE FIRST IN SUPPLIERCODE ORDER IS
001700*                          TAKEN, BEING THE ONE FCPOGEN ORDERS
001800*                          FROM. AN ITEM WITH NO LINK, OR WHOSE
001900*                          LINK STILL CARRIES A ZERO COST, IS
002000*                          RETURNED AS UNCOSTED.
002100*      ------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000           SELECT OPTIONAL SUPP-FILE ASSIGN TO SUPPMSTR
003100               ORGANIZATION    IS INDEXED
003200               ACCESS MODE     IS DYNAMIC
003300               RECORD KEY      IS SupplierCode OF SUPP-RECORD
003400               FILE STATUS     IS WS-SUPP-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  SUPP-FILE.
003900           COPY SupplierMaster
004000               REPLACING ==SupplierMasterRecord==
004100                   BY ==SUPP-RECORD==.
004200
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500           05  WS-FIRST-CALL-SWITCH PIC X(01)    VALUE "Y".
004600               88  FIRST-CALL                VALUE "Y".
004700           05  WS-LOAD-EOF-SWITCH   PIC X(01)    VALUE "N".
004800               88  END-OF-SUPP-FILE          VALUE "Y".
004900           05  WS-IC-FOUND-SWITCH   PIC X(01)    VALUE "N".
005000               88  FOUND-ITEM                VALUE "Y".
005100
005200 01  WS-FILE-STATUSES.
005300           05  WS-SUPP-STATUS       PIC X(02)    VALUE "00".
005400
005500 01  WS-COUNTERS.
005600           05  WS-IC-COUNT          PIC 9(4)     COMP
005700               VALUE ZERO.
005800           05  WS-IC-IX             PIC 9(4)     COMP
005900               VALUE ZERO.
006000           05  WS-LINK-IX           PIC 99       COMP
006100               VALUE ZERO.
006200
006300**----------------------------------------------------------*
006400*    WS-ITEM-COST-TABLE - EVERY SUPPLIER ITEM LINK, IN      *
006500*    SUPPLIERCODE ORDER, LOADED ONCE ON THE FIRST CALL OF   *
006600*    THE RUN                                                *
006700**----------------------------------------------------------*
006800 01  WS-ITEM-COST-TABLE.
006900           05  WS-IC-ENTRY          OCCURS 5000 TIMES.
007000               10  WS-IC-ITEM-CODE      PIC X(13).
007100               10  WS-IC-SUPPLIER-CODE  PIC X(6).
007200               10  WS-IC-COST-PRICE     PIC S9(4)    COMP-3.
007300
007400 LINKAGE SECTION.
007500 01  IC-ITEM-CODE                PIC X(13).
007600 01  IC-COST-PRICE               PIC S9(4)      COMP-3.
007700 01  IC-SUPPLIER-CODE            PIC X(6).
007800 01  IC-RETURN-CODE              PIC X.
007900           88  Item-Costed         VALUE "0".
008000           88  Item-Not-Costed     VALUE "N".
008100
008200 PROCEDURE DIVISION USING IC-ITEM-CODE, IC-COST-PRICE,
008300                          IC-SUPPLIER-CODE, IC-RETURN-CODE.
008400
008500**----------------------------------------------------------*
008600*    0000-MAINLINE                                          *
008700**----------------------------------------------------------*
008800 0000-MAINLINE.
008900           IF FIRST-CALL
009000               MOVE "N" TO WS-FIRST-CALL-SWITCH
009100               PERFORM 1000-LOAD-LINKS
009200                   THRU 1000-LOAD-LINKS-EXIT
009300           END-IF.
009400           MOVE "0" TO IC-RETURN-CODE.
009500           MOVE ZERO TO IC-COST-PRICE.
009600           MOVE SPACES TO IC-SUPPLIER-CODE.
009700           PERFORM 2000-FIND-ITEM
009800               THRU 2000-FIND-ITEM-EXIT.
009900           IF FOUND-ITEM
010000               MOVE WS-IC-COST-PRICE (WS-IC-IX) TO IC-COST-PRICE
010100               MOVE WS-IC-SUPPLIER-CODE (WS-IC-IX)
010200                   TO IC-SUPPLIER-CODE
010300           END-IF.
010400           IF IC-COST-PRICE NOT > ZERO
010500               MOVE ZERO TO IC-COST-PRICE
010600               MOVE "N" TO IC-RETURN-CODE
010700           END-IF.
010800           GOBACK.
010900
011000**----------------------------------------------------------*
011100*    1000-LOAD-LINKS - READ THE WHOLE SUPPLIER MASTER INTO  *
011200*    THE TABLE. AN ABSENT OR EMPTY MASTER LOADS NOTHING,    *
011300*    SO EVERY ITEM ANSWERS UNCOSTED                         *
011400**----------------------------------------------------------*
011500 1000-LOAD-LINKS.
011600           OPEN INPUT SUPP-FILE.
011700           IF WS-SUPP-STATUS NOT = "00"
011800               AND WS-SUPP-STATUS NOT = "05"
011900               GO TO 1000-LOAD-LINKS-EXIT
012000           END-IF.
012100           MOVE LOW-VALUES TO SupplierCode OF SUPP-RECORD.
012200           START SUPP-FILE
012300               KEY IS NOT LESS THAN SupplierCode OF SUPP-RECORD
012400               INVALID KEY
012500                   SET END-OF-SUPP-FILE TO TRUE
012600           END-START.
012700           PERFORM 1100-LOAD-ONE-SUPPLIER
012800               THRU 1100-LOAD-ONE-SUPPLIER-EXIT
012900               UNTIL END-OF-SUPP-FILE.
013000           CLOSE SUPP-FILE.
013100 1000-LOAD-LINKS-EXIT.
013200           EXIT.
013300
013400**----------------------------------------------------------*
013500*    1100-LOAD-ONE-SUPPLIER                                 *
013600**----------------------------------------------------------*
013700 1100-LOAD-ONE-SUPPLIER.
013800           READ SUPP-FILE NEXT RECORD
013900               AT END
014000                   SET END-OF-SUPP-FILE TO TRUE
014100                   GO TO 1100-LOAD-ONE-SUPPLIER-EXIT
014200           END-READ.
014300           IF WS-SUPP-STATUS NOT = "00"
014400               SET END-OF-SUPP-FILE TO TRUE
014500               GO TO 1100-LOAD-ONE-SUPPLIER-EXIT
014600           END-IF.
014700           PERFORM 1110-LOAD-ONE-LINK
014800               THRU 1110-LOAD-ONE-LINK-EXIT
014900               VARYING WS-LINK-IX FROM 1 BY 1
015000               UNTIL WS-LINK-IX > LinkCount OF SUPP-RECORD.
015100 1100-LOAD-ONE-SUPPLIER-EXIT.
015200           EXIT.
015300
015400**----------------------------------------------------------*
015500*    1110-LOAD-ONE-LINK                                     *
015600**----------------------------------------------------------*
015700 1110-LOAD-ONE-LINK.
015800           IF WS-IC-COUNT >= 5000
015900               DISPLAY "FCITMCST: COST TABLE FULL, SUPPLIER "
016000                   SupplierCode OF SUPP-RECORD " ITEM "
016100                   ItemCode OF SUPP-RECORD (WS-LINK-IX) " DROPPED"
016200               GO TO 1110-LOAD-ONE-LINK-EXIT
016300           END-IF.
016400           ADD 1 TO WS-IC-COUNT.
016500           MOVE ItemCode OF SUPP-RECORD (WS-LINK-IX)
016600               TO WS-IC-ITEM-CODE (WS-IC-COUNT).
016700           MOVE SupplierCode OF SUPP-RECORD
016800               TO WS-IC-SUPPLIER-CODE (WS-IC-COUNT).
016900           MOVE CostPrice OF SUPP-RECORD (WS-LINK-IX)
017000               TO WS-IC-COST-PRICE (WS-IC-COUNT).
017100 1110-LOAD-ONE-LINK-EXIT.
017200           EXIT.
017300
017400**----------------------------------------------------------*
017500*    2000-FIND-ITEM - LEAVE WS-IC-IX ON THE FIRST LINK FOR  *
017600*    THE CALLER'S ITEM, OR THE FOUND SWITCH OFF WHEN NO     *
017700*    SUPPLIER CARRIES IT                                    *
017800**----------------------------------------------------------*
017900 2000-FIND-ITEM.
018000           SET WS-IC-FOUND-SWITCH TO "N".
018100           PERFORM 2100-SEARCH-ITEM
018200               THRU 2100-SEARCH-ITEM-EXIT
018300               VARYING WS-IC-IX FROM 1 BY 1
018400               UNTIL WS-IC-IX > WS-IC-COUNT
018500                   OR FOUND-ITEM.
018600           IF FOUND-ITEM
018700               SUBTRACT 1 FROM WS-IC-IX
018800           END-IF.
018900 2000-FIND-ITEM-EXIT.
019000           EXIT.
019100
019200**----------------------------------------------------------*
019300*    2100-SEARCH-ITEM                                       *
019400**----------------------------------------------------------*
019500 2100-SEARCH-ITEM.
019600           IF WS-IC-ITEM-CODE (WS-IC-IX) = IC-ITEM-CODE
019700               SET FOUND-ITEM TO TRUE
019800           END-IF.
019900 2100-SEARCH-ITEM-EXIT.
020000           EXIT.
