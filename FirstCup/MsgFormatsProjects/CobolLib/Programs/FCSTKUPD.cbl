002212*                          BACKUP FORWARD TO ANY POINT - INCLUDING
002213*                          STOPPING JUST BEFORE THE UPDATE THAT
002214*                          TOOK AN ABENDING RUN DOWN.
002215*       15-OCT-2026  DP    THE LEDGER IS NOW KEYED ON BRANCH AND
002216*                          ITEM: MOVEMENTS POST TO THE MESSAGE'S
002217*                          SOURCE BRANCH, AND THE REORDER REPORT
002218*                          LISTS EACH SHORT BRANCH, COUNTING STOCK
002219*                          IN TRANSIT TO IT TOWARDS ITS LEVEL.
002220*       15-OCT-2026  DP    NEW LEDGER LINES ARE OPENED WITH A
002221*                          BLANK REORDER LEVEL SOURCE, LEAVING
002222*                          THE LEVEL TO FCRLCALC.
002290*      ------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003100           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
003200               ORGANIZATION    IS INDEXED
003300               ACCESS MODE     IS DYNAMIC
003400               RECORD KEY      IS StockKey OF STOCK-RECORD
003500               FILE STATUS     IS WS-STOCK-STATUS.
003600           SELECT PURCH-FILE   ASSIGN TO PURCHIN
003700               ORGANIZATION    IS LINE SEQUENTIAL
005400               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
005500
005600 FD  REPORT-FILE.
005700 01  REPORT-RECORD               PIC X(132).
005710
005720**----------------------------------------------------------*
005730*    JRNL-RECORD - ONE DATED MOVEMENT PER LEDGER CHANGE,    *
009300*    WRITE ... FROM                                         *
009400**----------------------------------------------------------*
009500 01  WS-REORDER-LINE.
009510           05  FILLER               PIC X(07)    VALUE "BRANCH ".
009520           05  WS-RL-BRANCH-ID      PIC X(05).
009600           05  FILLER               PIC X(06)    VALUE " ITEM ".
009700           05  WS-RL-ITEM-CODE      PIC X(13).
009800           05  FILLER               PIC X(09)
009900               VALUE " ON-HAND=".
010000           05  WS-RL-ON-HAND        PIC -(8)9.9(3).
010010           05  FILLER               PIC X(12)
010020               VALUE " IN TRANSIT=".
010030           05  WS-RL-IN-TRANSIT     PIC -(8)9.9(3).
010100           05  FILLER               PIC X(15)
010200               VALUE " REORDER LEVEL=".
010300           05  WS-RL-REORDER-LEVEL  PIC Z(6)9.9(3).
023200
023300**----------------------------------------------------------*
023400*    3200-UPDATE-STOCK - READ, ADJUST AND REWRITE THE       *
023500*    SOURCE BRANCH'S LEDGER RECORD FOR THE ITEM, CREATING   *
023510*    IT IF THE ITEM IS NEW TO THAT BRANCH                   *
023600**----------------------------------------------------------*
023700 3200-UPDATE-STOCK.
023710           MOVE SourceBranchID OF PURCH-RECORD
023720               TO BranchID OF STOCK-RECORD.
023800           MOVE WS-CURRENT-ITEM-CODE
023900               TO ItemCode OF STOCK-RECORD.
024000           READ STOCK-FILE
025700*    SET                                                    *
025800**----------------------------------------------------------*
025900 3210-CREATE-STOCK.
025910           MOVE SourceBranchID OF PURCH-RECORD
025920               TO BranchID OF STOCK-RECORD.
026000           MOVE WS-CURRENT-ITEM-CODE
026100               TO ItemCode OF STOCK-RECORD.
026200           MOVE ZERO TO OnHandQuantity OF STOCK-RECORD.
026300           MOVE ZERO TO ReorderLevel OF STOCK-RECORD.
026310           MOVE ZERO TO InTransitQuantity OF STOCK-RECORD.
026320           MOVE SPACE TO ReorderLevelSource OF STOCK-RECORD.
026400           SUBTRACT WS-CURRENT-QTY
026500               FROM OnHandQuantity OF STOCK-RECORD.
026510           MOVE SPACES TO WS-BEFORE-IMAGE.
026600           WRITE STOCK-RECORD
026700               INVALID KEY
026800                   DISPLAY "FCSTKUPD: STOCK WRITE REJECTED, ITEM "
026900                       WS-CURRENT-ITEM-CODE " BRANCH "
026910                       BranchID OF STOCK-RECORD
027000               NOT INVALID KEY
027100                   ADD 1 TO WS-CREATE-COUNT
027110                   PERFORM 3300-WRITE-JOURNAL
027530
027600**----------------------------------------------------------*
027700*    7000-PRINT-REORDER-REPORT - PASS THE WHOLE LEDGER AND  *
027800*    LIST EVERY BRANCH AND ITEM WHOSE ON-HAND, WITH ANY     *
027900*    STOCK IN TRANSIT TO IT, IS BELOW ITS REORDER LEVEL     *
028000**----------------------------------------------------------*
028100 7000-PRINT-REORDER-REPORT.
028200           MOVE LOW-VALUES TO StockKey OF STOCK-RECORD.
028300           START STOCK-FILE
028400               KEY IS NOT LESS THAN StockKey OF STOCK-RECORD
028500               INVALID KEY
028600                   SET END-OF-STOCK-FILE TO TRUE
028700           END-START.
030200                   GO TO 7100-CHECK-STOCK-RECORD-EXIT
030300           END-READ.
030400           IF OnHandQuantity OF STOCK-RECORD
030410               + InTransitQuantity OF STOCK-RECORD
030500               < ReorderLevel OF STOCK-RECORD
030600               ADD 1 TO WS-REORDER-COUNT
030610               MOVE BranchID OF STOCK-RECORD
030620                   TO WS-RL-BRANCH-ID
030700               MOVE ItemCode OF STOCK-RECORD
030800                   TO WS-RL-ITEM-CODE
030900               MOVE OnHandQuantity OF STOCK-RECORD
031000                   TO WS-RL-ON-HAND
031010               MOVE InTransitQuantity OF STOCK-RECORD
031020                   TO WS-RL-IN-TRANSIT
031100               MOVE ReorderLevel OF STOCK-RECORD
031200                   TO WS-RL-REORDER-LEVEL
031300               WRITE REPORT-RECORD FROM WS-REORDER-LINE
