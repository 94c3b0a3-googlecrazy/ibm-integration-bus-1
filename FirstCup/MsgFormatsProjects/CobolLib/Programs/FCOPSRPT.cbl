001848*                          FROM BRCHMSTR IS NOW PRINTED ALONGSIDE
001864*                          THE RAW BRANCH ID ON THE BRANCH/TILL
001880*                          REJECT SUMMARY.
001881*       15-OCT-2026  DP    NEW REJECT REASON 09 (MARKETING CONSENT
001882*                          FLAG INVALID) DECODED.
001900*      ------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
009300*    THE DECODED WORDING ALONGSIDE                          *
009400**----------------------------------------------------------*
009500 01  WS-REASON-TABLE.
009600           05  WS-REASON-ENTRY      OCCURS 9 TIMES.
009700               10  WS-REASON-COUNT      PIC 9(6)     COMP
009800                   VALUE ZERO.
009900
010600           05  FILLER  PIC X(24) VALUE "ADDRESS COUNT INVALID".
010700           05  FILLER  PIC X(24) VALUE "TRANSACTION TYPE INVALID".
010710           05  FILLER  PIC X(24) VALUE "BRANCH/TILL INVALID".
010720           05  FILLER  PIC X(24) VALUE "CONSENT FLAG INVALID".
010800 01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
010900           05  WS-REASON-NAME       PIC X(24)    OCCURS 9 TIMES.
011000
011100**----------------------------------------------------------*
011200*    WS-SOURCE-COUNTS - REJECTS BY SOURCE FILE              *
024600**----------------------------------------------------------*
024700 2000-TALLY-REJECT.
024800           ADD 1 TO WS-REJECT-TOTAL.
024900           IF RejectReasonCode >= 1 AND <= 9
025000               ADD 1 TO WS-REASON-COUNT (RejectReasonCode)
025100           ELSE
025200               ADD 1 TO WS-OTHER-REASON-CNT
034000           PERFORM 7100-PRINT-REASON
034100               THRU 7100-PRINT-REASON-EXIT
034200               VARYING WS-REASON-IX FROM 1 BY 1
034300               UNTIL WS-REASON-IX > 9.
034400           IF WS-OTHER-REASON-CNT > ZERO
034500               MOVE ZERO                TO WS-RL-CODE
034600               MOVE "REASON NOT RECOGNISED" TO WS-RL-NAME
