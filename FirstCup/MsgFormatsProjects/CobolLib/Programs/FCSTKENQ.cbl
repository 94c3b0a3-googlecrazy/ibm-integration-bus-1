001500*                          BRANCH), SO THE FIRST THING AN
001600*                          AUDITOR ASKS FOR CAN NOW BE SHOWN
001700*                          RATHER THAN APOLOGISED FOR.
001710*       15-OCT-2026  DP    INTER-BRANCH TRANSFER MOVEMENTS BOOKED
001720*                          BY FCSTKXFR ARE NOW DECODED (TRANSFER
001730*                          OUT AT THE SENDING BRANCH, TRANSFER IN
001740*                          AT THE RECEIVING BRANCH).
001800*      ------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
022900                   MOVE "DELIVERY"   TO WS-ML-TYPE
023000               WHEN Adjustment-Movement
023100                   MOVE "ADJUSTMENT" TO WS-ML-TYPE
023110               WHEN Transfer-Out-Movement
023120                   MOVE "XFER OUT"   TO WS-ML-TYPE
023130               WHEN Transfer-In-Movement
023140                   MOVE "XFER IN"    TO WS-ML-TYPE
023200               WHEN OTHER
023300                   MOVE "UNKNOWN"    TO WS-ML-TYPE
023400           END-EVALUATE.
