002183*                          PAIR TO THE RCVYLOG RECOVERY LOG, SO
002184*                          FCRECOVR CAN ROLL A RESTORED CUSTMSTR
002185*                          BACKUP FORWARD TO ANY POINT.
002186*       15-OCT-2026  DP    THE FEED NOW CARRIES THE CUSTOMER'S
002187*                          MARKETING CONSENT. A NEW CUSTOMER TAKES
002188*                          IT AS SUPPLIED; AN EXISTING CUSTOMER'S
002189*                          CONSENT IS REPLACED ONLY WHEN THE FEED
002190*                          STATES Y OR N, SO A FEED THAT DOES NOT
002191*                          ASK NEVER OVERWRITES A RECORDED CHOICE.
002192*                          CHANGES ARE COUNTED AND JOURNALLED WITH
002193*                          THE REWRITE IMAGES.
002200*      ------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
007720               VALUE ZERO.
007730           05  WS-RCVY-COUNT        PIC 9(6)     COMP
007740               VALUE ZERO.
007750           05  WS-CONSENT-COUNT     PIC 9(6)     COMP
007760               VALUE ZERO.
007800
007900 PROCEDURE DIVISION.
008000
015000               THRU 2120-COPY-FEED-ADDRESS-EXIT
015100               VARYING WS-FEED-IDX FROM 1 BY 1
015200               UNTIL WS-FEED-IDX > AddressCount OF CUST-RECORD.
015201           IF Consent-Given OF CUST-RECORD
015202               OR Consent-Withdrawn OF CUST-RECORD
015203               MOVE MarketingConsent OF CUST-RECORD
015204                   TO MarketingConsent OF MASTER-RECORD
015205           ELSE
015206               MOVE SPACE TO MarketingConsent OF MASTER-RECORD
015207           END-IF.
015210           MOVE SPACES TO WS-BEFORE-IMAGE.
015300           WRITE MASTER-RECORD
015400               INVALID KEY
018500*    EACH INCOMING ADDRESS REPLACES THE STORED ADDRESS OF   *
018600*    THE SAME ADDRESSTYPE, OR IS APPENDED WHEN NO ADDRESS   *
018700*    OF THAT TYPE IS HELD AND THE TABLE HAS ROOM            *
018710*    THE FEED'S MARKETING CONSENT REPLACES THE STORED       *
018720*    CONSENT ONLY WHEN IT STATES Y OR N                     *
018800**----------------------------------------------------------*
018900 2200-MERGE-MASTER.
019000           PERFORM 2210-MERGE-ONE-ADDRESS
019100               THRU 2210-MERGE-ONE-ADDRESS-EXIT
019200               VARYING WS-FEED-IDX FROM 1 BY 1
019300               UNTIL WS-FEED-IDX > AddressCount OF CUST-RECORD.
019310           IF (Consent-Given OF CUST-RECORD
019320               OR Consent-Withdrawn OF CUST-RECORD)
019330               AND MarketingConsent OF CUST-RECORD
019340                   NOT = MarketingConsent OF MASTER-RECORD
019350               MOVE MarketingConsent OF CUST-RECORD
019360                   TO MarketingConsent OF MASTER-RECORD
019370               ADD 1 TO WS-CONSENT-COUNT
019380           END-IF.
019400           REWRITE MASTER-RECORD
019500               INVALID KEY
019600                   DISPLAY "FCCMUPDT: MASTER REWRITE REJECTED,"
027200               " ADDRESS(ES) DROPPED TABLE FULL".
027210           DISPLAY "FCCMUPDT: " WS-RCVY-COUNT
027220               " RECOVERY IMAGE(S) JOURNALLED".
027230           DISPLAY "FCCMUPDT: " WS-CONSENT-COUNT
027240               " MARKETING CONSENT(S) CHANGED".
027300 8000-TERMINATE-EXIT.
027400           EXIT.
027500
