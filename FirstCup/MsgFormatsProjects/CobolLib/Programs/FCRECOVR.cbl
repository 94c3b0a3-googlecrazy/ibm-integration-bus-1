002300*                          ROLLED FILE IS SAFE: A WRITE THAT
002400*                          FINDS ITS KEY ALREADY PRESENT IS
002500*                          RETRIED AS A REWRITE AND VICE VERSA.
002510*       15-OCT-2026  DP    STCKMSTR IS NOW KEYED ON BRANCH AND
002520*                          ITEM; ITS IMAGES ARE RE-APPLIED ON THE
002530*                          NEW KEY.
002600*      ------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
005200           SELECT STOCK-FILE   ASSIGN TO STCKMSTR
005300               ORGANIZATION    IS INDEXED
005400               ACCESS MODE     IS DYNAMIC
005500               RECORD KEY      IS StockKey OF STOCK-RECORD
005600               FILE STATUS     IS WS-STOCK-STATUS.
005700
005800 DATA DIVISION.
