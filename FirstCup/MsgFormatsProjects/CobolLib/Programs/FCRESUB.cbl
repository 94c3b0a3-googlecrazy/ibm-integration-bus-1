001848*                          FEED LAYOUTS; THE SUPPLEMENTARY OUTPUT
001864*                          AND REJECT IMAGE RECORD LENGTH CEILINGS
001880*                          ARE RAISED TO THE NEW MAXIMA.
001881*       15-OCT-2026  DP    A CORRECTION WITH FIELD CODE MC NOW
001882*                          REPLACES A REJECTED CUSTOMER RECORD'S
001883*                          MARKETING CONSENT WITH THE FIRST
001884*                          CHARACTER OF THE NEW VALUE, WHICH MUST
001885*                          BE Y, N OR SPACE.
001900*      ------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
006400               88  Correct-Inventory-Count VALUE "VC".
006500               88  Correct-Address-Count   VALUE "AC".
006600               88  Correct-Txn-Type        VALUE "TT".
006610               88  Correct-Marketing-Consent VALUE "MC".
006700           05  CORR-INVOICE-NO         PIC 99.
006800           05  CORR-NEW-VALUE          PIC X(10).
006900           05  CORR-NEW-VALUE-NUM      REDEFINES CORR-NEW-VALUE
050300               WHEN "AC"
050400                   MOVE WS-CT-NEW-VALUE-NUM (WS-CORR-IX)
050500                       TO AddressCount OF CUST-OUT-RECORD
050510               WHEN "MC"
050520                   MOVE WS-CT-NEW-VALUE (WS-CORR-IX)
050530                       TO MarketingConsent OF CUST-OUT-RECORD
050600               WHEN OTHER
050700                   CONTINUE
050800           END-EVALUATE.
050900           SET WS-VALID-SWITCH TO "Y".
051000           IF AddressCount OF CUST-OUT-RECORD < 1
051100               OR AddressCount OF CUST-OUT-RECORD > 20
051110               OR NOT Consent-Valid OF CUST-OUT-RECORD
051200               SET WS-VALID-SWITCH TO "N"
051300           END-IF.
051400           IF RECORD-IS-VALID
