002730*                          BRANCH, A CLOSED BRANCH OR A TILL NOT
002731*                          ON THE BRANCH'S LIST IS REJECTED WITH
002732*                          NEW REASON CODE 08.
002733*       15-OCT-2026  DP    CUSTOMER RECORDS WHOSE MARKETING
002734*                          CONSENT IS NOT Y, N OR SPACE ARE NOW
002735*                          REJECTED WITH REASON 09.
002740*      ------------------------------------------------------------

002800 ENVIRONMENT DIVISION.
029940               PERFORM 9200-WRITE-CUST-REJECT
029950                   THRU 9200-WRITE-CUST-REJECT-EXIT
029960           END-IF.
029961           IF NOT Consent-Valid OF CUST-RECORD
029962               MOVE 09 TO RejectReasonCode
029963               PERFORM 9200-WRITE-CUST-REJECT
029964                   THRU 9200-WRITE-CUST-REJECT-EXIT
029965           END-IF.
030000           PERFORM 3300-CHECK-ONE-ADDRESS
030100               THRU 3300-CHECK-ONE-ADDRESS-EXIT
030200               VARYING WS-ADDRESS-IDX FROM 1 BY 1
