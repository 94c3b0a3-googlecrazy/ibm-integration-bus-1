002450*                          GROUPS, SO EVERY PRE-CUTOVER AUDIT
002460*                          RECORD WOULD OTHERWISE BE MISPARSED
002470*                          BY FCPRCENQ AFTER THE CUTOVER.
002471*       15-OCT-2026  DP    STCKNEW IS NOW DESCRIBED HERE IN THE
002472*                          LAYOUT THIS CONVERSION WRITES, SINCE
002473*                          STOCKRECORD HAS SINCE MOVED TO THE
002474*                          BRANCH-LEVEL LEDGER; ITS OUTPUT IS THE
002475*                          INPUT FCSTKCNV EXPECTS ON STCKOLD.
002500*      ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
008000           05  OS-ON-HAND-QTY          PIC S9(9)V9(3) COMP-3.
008100           05  OS-REORDER-LEVEL        PIC 9(7)V9(3)  COMP-3.
008200
008210**----------------------------------------------------------*
008220*    NEW-STOCK-RECORD - THE STOCK LEDGER IN THE LAYOUT THIS *
008230*    CONVERSION WAS CUT FOR: FULL ITEMCODE, ONE COMPANY-    *
008240*    WIDE LINE PER ITEM. FCSTKCNV TAKES IT ON TO THE        *
008250*    BRANCH-LEVEL LEDGER FROM THERE                         *
008260**----------------------------------------------------------*
008300 FD  STOCK-NEW.
008400 01  NEW-STOCK-RECORD.
008500           05  NS-ITEM-CODE            PIC X(13).
008600           05  NS-ON-HAND-QTY          PIC S9(9)V9(3) COMP-3.
008610           05  NS-REORDER-LEVEL        PIC 9(7)V9(3)  COMP-3.
008700
008800**----------------------------------------------------------*
008900*    OLD-HIST-RECORD - THE PURCHASE HISTORY ARCHIVE AS      *
028200*    2100-CONVERT-ONE-STOCK                                 *
028300**----------------------------------------------------------*
028400 2100-CONVERT-ONE-STOCK.
028500           MOVE OS-ITEM-CODE   TO NS-ITEM-CODE.
028600           MOVE OS-ON-HAND-QTY
028700               TO NS-ON-HAND-QTY.
028800           MOVE OS-REORDER-LEVEL
028900               TO NS-REORDER-LEVEL.
029000           WRITE NEW-STOCK-RECORD.
029100           IF WS-STOCK-NEW-STATUS NOT = "00"
029200               DISPLAY "FCICCONV: STCKNEW WRITE ERROR, STATUS="
