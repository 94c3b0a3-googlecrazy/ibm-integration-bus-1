002050*                          UPDATERS DO, SO A RESTORED CUSTMSTR
002060*                          BACKUP ROLLED FORWARD BY FCRECOVR
002070*                          KEEPS THE DAY'S MERGES TOO.
002071*       15-OCT-2026  DP    THE SURVIVOR NOW ALSO TAKES THE
002072*                          DUPLICATE'S MARKETING CONSENT: AN
002073*                          OPT-OUT ON EITHER RECORD WINS, AND A
002074*                          SURVIVOR NEVER ASKED TAKES THE
002075*                          DUPLICATE'S CONSENT.
002100*      ------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
018800               THRU 2100-FOLD-ADDRESSES-EXIT
018900               VARYING WS-DUP-IDX FROM 1 BY 1
019000               UNTIL WS-DUP-IDX > AddressCount OF WS-DUP-MASTER.
019010           IF Marketing-Opted-Out OF WS-DUP-MASTER
019020               MOVE "N" TO MarketingConsent OF MASTER-RECORD
019030           END-IF.
019040           IF Marketing-Not-Asked OF MASTER-RECORD
019050               MOVE MarketingConsent OF WS-DUP-MASTER
019060                   TO MarketingConsent OF MASTER-RECORD
019070           END-IF.
019100           REWRITE MASTER-RECORD
019200               INVALID KEY
019300                   DISPLAY "FCCMERGE: SURVIVOR REWRITE REJECTED,"
