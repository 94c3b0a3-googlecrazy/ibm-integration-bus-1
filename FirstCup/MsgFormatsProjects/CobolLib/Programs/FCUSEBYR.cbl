002000*                          THE NEXT TWO DAYS, SO THE SHOPS CAN
002100*                          MARK THEM DOWN IN TIME INSTEAD OF
002200*                          MEETING TRADING STANDARDS AGAIN.
002210*       15-OCT-2026  DP    STCKMSTR IS NOW KEYED ON BRANCH AND
002220*                          ITEM: MARK-DOWN CANDIDATES ARE KEPT PER
002230*                          BRANCH AND CHECKED AGAINST THAT
002240*                          BRANCH'S OWN ON-HAND STOCK.
002300*      ------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
003500           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
003600               ORGANIZATION    IS INDEXED
003700               ACCESS MODE     IS RANDOM
003800               RECORD KEY      IS StockKey OF STOCK-RECORD
003900               FILE STATUS     IS WS-STOCK-STATUS.
004000           SELECT REPORT-FILE  ASSIGN TO USEBYRPT
004100               ORGANIZATION    IS LINE SEQUENTIAL
009700           05  WS-CURRENT-USE-BY    PIC 9(8)     VALUE ZERO.
009800
009900**----------------------------------------------------------*
010000*    WS-MARKDOWN-TABLE - ITEMS WHOSE FEED ACTIVITY AT A     *
010100*    BRANCH SHOWS USE-BY DATES INSIDE THE NEXT TWO DAYS,    *
010200*    ONE ENTRY PER BRANCH AND ITEM, EACH KEEPING ITS        *
010210*    EARLIEST SUCH DATE                                     *
010300**----------------------------------------------------------*
010400 01  WS-MARKDOWN-TABLE.
010500           05  WS-MD-ENTRY          OCCURS 200 TIMES.
029800           EXIT.
029900
030000**----------------------------------------------------------*
030100*    3300-NOTE-MARKDOWN - FIND OR ADD THE BRANCH AND ITEM   *
030200*    ON THE MARKDOWN TABLE, KEEPING ITS EARLIEST            *
030300*    QUALIFYING USE-BY DATE                                 *
030400**----------------------------------------------------------*
030500 3300-NOTE-MARKDOWN.
030600           SET WS-MD-FOUND-SWITCH TO "N".
033900 3310-SEARCH-MARKDOWN.
034000           IF WS-MD-ITEM-CODE (WS-MD-IX)
034100               = WS-CURRENT-ITEM-CODE
034110               AND WS-MD-BRANCH (WS-MD-IX)
034120               = SourceBranchID OF PURCH-RECORD
034200               SET FOUND-MARKDOWN TO TRUE
034300           END-IF.
034400 3310-SEARCH-MARKDOWN-EXIT.
034600
034700**----------------------------------------------------------*
034800*    7000-PRINT-MARKDOWNS - AFTER THE FEED PASS, LIST       *
034900*    EVERY MARKDOWN CANDIDATE STILL ON-HAND AT ITS BRANCH   *
035000**----------------------------------------------------------*
035100 7000-PRINT-MARKDOWNS.
035200           MOVE "MARK-DOWN LIST - USE-BY INSIDE THE NEXT TWO DAYS"
036600*    NOTHING LEFT TO MARK DOWN                              *
036700**----------------------------------------------------------*
036800 7100-PRINT-ONE-MARKDOWN.
036810           MOVE WS-MD-BRANCH (WS-MD-IX)
036820               TO BranchID OF STOCK-RECORD.
036900           MOVE WS-MD-ITEM-CODE (WS-MD-IX)
037000               TO ItemCode OF STOCK-RECORD.
037100           READ STOCK-FILE
