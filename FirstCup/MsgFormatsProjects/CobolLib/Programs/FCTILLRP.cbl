001605*                          BRANCH NAME ON THE TILL HEADER LINE;
001606*                          THE REPORT RECORD IS WIDENED TO CARRY
001607*                          IT.
001608*       15-OCT-2026  DP    EVERY MESSAGE READ, TILL OR NOT, IS NOW
001609*                          COUNTED, WITH ITS INVOICES, ITEM LINES
001610*                          AND GROSS VALUE (VALUED AS
001611*                          3100-SUM-ITEMS VALUES THEM), BY RUN
001612*                          DATE AND BRANCH THROUGH FCCTLTOT, AND
001613*                          THE TOTALS ARE WRITTEN TO THE SHARED
001614*                          CTLTOTS FILE AT CLOSE FOR FCCTLBAL TO
001615*                          BALANCE AGAINST THE OTHER JOBS THAT
001616*                          READ PURCHIN.
001617*       15-OCT-2026  DP    CONTROL TOTALS NOW CARRY ONLY THE
001618*                          INVOICES, ITEM LINES AND VALUE THIS JOB
001619*                          ACCEPTED, ADDED AS EACH LINE IS TAKEN
001620*                          INTO ITS OWN TOTALS, SO A MESSAGE OR
001621*                          LINE DROPPED ON A TABLE OVERFLOW PUTS
001622*                          THE JOB OUT OF BALANCE ON FCCTLBAL.
001623*                          NON-TILL MESSAGES ARE VALUED INTO THE
001624*                          CONTROL TOTALS THOUGH NOT REPORTED.
001625*      ------------------------------------------------------------

001700 ENVIRONMENT DIVISION.
001800 CONFIGURATION SECTION.
004100               88  END-OF-PURCH-FILE         VALUE "Y".
004200           05  WS-TILL-FOUND-SWITCH PIC X(01)    VALUE "N".
004300               88  FOUND-TILL                VALUE "Y".
004310           05  WS-EXCLUDE-SWITCH    PIC X(01)    VALUE "N".
004320               88  EXCLUDED-MESSAGE          VALUE "Y".
004400           05  WS-CAT-FOUND-SWITCH  PIC X(01)    VALUE "N".
004500               88  FOUND-CATEGORY            VALUE "Y".
004510           05  WS-RB-FOUND-SWITCH   PIC X(01)    VALUE "N".
011100           05  FILLER               PIC X(06)    VALUE "VALUE=".
011200           05  WS-CL-VALUE          PIC -(8)9.

011202**----------------------------------------------------------*
011203*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
011204*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
011205*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
011206*    RUN DATE AND BRANCH                                    *
011207**----------------------------------------------------------*
011208 01  WS-CTLTOT-PARMS.
011209           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
011210           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCTILLRP".
011211           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
011212           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
011213           05  WS-CTL-INVOICES      PIC 9(7)     COMP
011214               VALUE ZERO.
011215           05  WS-CTL-ITEMS         PIC 9(9)     COMP
011216               VALUE ZERO.
011217           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
011218               VALUE ZERO.
011219           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.

011300 PROCEDURE DIVISION.

011400**----------------------------------------------------------*
014720*    SCOPE; SALESPERSON-SALE AND ONLINE-SALE MESSAGES CARRY *
014730*    NO TILL NUMBER AND ARE COUNTED AS EXCLUDED RATHER THAN *
014740*    BEING SILENTLY DROPPED.                                *
014750*    THEIR ITEM LINES ARE STILL VALUED THROUGH              *
014760*    3100-SUM-ITEMS, INTO THE CONTROL TOTALS ONLY, SO THE   *
014770*    JOB ACCOUNTS FOR THE WHOLE FEED.                       *
014800**----------------------------------------------------------*
014900 2000-PROCESS-MESSAGE.
014910           PERFORM 2800-CHECK-RUN-CONTROL
014920               THRU 2800-CHECK-RUN-CONTROL-EXIT.
014930           MOVE ZERO TO WS-CTL-INVOICES.
014940           MOVE ZERO TO WS-CTL-ITEMS.
014950           MOVE ZERO TO WS-CTL-VALUE.
015000           IF Till-Sale OF PURCH-RECORD
015100               PERFORM 2100-FIND-OR-ADD-TILL
015200                   THRU 2100-FIND-OR-ADD-TILL-EXIT
016010               END-IF
016020           ELSE
016030               ADD 1 TO WS-EXCLUDED-CNT
016031               SET WS-EXCLUDE-SWITCH TO "Y"
016032               PERFORM 3000-SUM-INVOICES
016033                   THRU 3000-SUM-INVOICES-EXIT
016034                   VARYING WS-INVOICE-IDX FROM 1 BY 1
016035                   UNTIL WS-INVOICE-IDX >
016036                       InvoiceCount OF PURCH-RECORD
016037               SET WS-EXCLUDE-SWITCH TO "N"
016100           END-IF.
016110           PERFORM 2700-ADD-CONTROL-TOTALS
016120               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
016300           PERFORM 2900-READ-PURCH-FILE
016400               THRU 2900-READ-PURCH-FILE-EXIT.
016500 2000-PROCESS-MESSAGE-EXIT.
020300 2110-SEARCH-TILL-EXIT.
020400           EXIT.

020401**----------------------------------------------------------*
020402*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
020403*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
020404*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
020405*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
020406*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
020407*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE; A NON-TILL   *
020408*    MESSAGE, EXCLUDED ON PURPOSE, IS STILL VALUED IN FULL  *
020409**----------------------------------------------------------*
020410 2700-ADD-CONTROL-TOTALS.
020415           MOVE "A" TO WS-CTL-FUNCTION.
020416           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
020417           MOVE SourceBranchID OF PURCH-RECORD
020418               TO WS-CTL-BRANCH-ID.
020420           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
020421               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
020422               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
020423           IF WS-CTL-RETURN = "E"
020424               DISPLAY "FCTILLRP: CONTROL-TOTALS TABLE FULL"
020425               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
020426           END-IF.
020427 2700-ADD-CONTROL-TOTALS-EXIT.
020428           EXIT.

020500**----------------------------------------------------------*
020600*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
020700**----------------------------------------------------------*
020800 3000-SUM-INVOICES.
020810           ADD 1 TO WS-CTL-INVOICES.
020900           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
021000               VARYING WS-ITEM-IDX FROM 1 BY 1
021100               UNTIL WS-ITEM-IDX >
021800*    CATEGORY'S TOTAL FOR THE TILL                          *
021900**----------------------------------------------------------*
022000 3100-SUM-ITEMS.
022010           IF NOT EXCLUDED-MESSAGE
022020               ADD 1 TO WS-TILL-ITEM-CNT (WS-TILL-IX)
022030           END-IF.
022200           EVALUATE TRUE
022300               WHEN Barcoded-Item
022400                       (WS-SALE-IDX, WS-INVOICE-IDX, WS-ITEM-IDX)
026700*    IF THE TILL'S CATEGORY TABLE IS FULL AND THIS IS A NEW*
026800*    CATEGORY, THE OVERFLOW IS COUNTED AND REPORTED AND THE*
026900*    ITEM'S VALUE IS NOT ROLLED UP.                        *
026910*    AN EXCLUDED MESSAGE'S ITEM VALUE GOES TO THE CONTROL   *
026920*    TOTALS ONLY.                                           *
027000**----------------------------------------------------------*
027100 3200-ROLLUP-CATEGORY.
027110           IF EXCLUDED-MESSAGE
027120               ADD 1 TO WS-CTL-ITEMS
027130               ADD WS-CURRENT-VALUE TO WS-CTL-VALUE
027140               GO TO 3200-ROLLUP-CATEGORY-EXIT
027150           END-IF.
027200           SET WS-CAT-FOUND-SWITCH TO "N".
027300           PERFORM 3210-SEARCH-CATEGORY
027400               THRU 3210-SEARCH-CATEGORY-EXIT
029200               ADD 1 TO WS-CAT-ITEM-CNT (WS-TILL-IX, WS-CAT-IX)
029300               ADD WS-CURRENT-VALUE
029400                   TO WS-CAT-VALUE (WS-TILL-IX, WS-CAT-IX)
029410               ADD 1 TO WS-CTL-ITEMS
029420               ADD WS-CURRENT-VALUE TO WS-CTL-VALUE
029500           END-IF.
029600 3200-ROLLUP-CATEGORY-EXIT.
029700           EXIT.
038720               THRU 8100-STAMP-RUN-CONTROL-EXIT
038730               VARYING WS-RB-IX FROM 1 BY 1
038740               UNTIL WS-RB-IX > WS-RB-COUNT.
038750           PERFORM 8200-WRITE-CONTROL-TOTALS
038760               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
038800 8000-TERMINATE-EXIT.
038900           EXIT.
038910
038996 8100-STAMP-RUN-CONTROL-EXIT.
038997           EXIT.

038998**----------------------------------------------------------*
038999*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
039000*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
039001**----------------------------------------------------------*
039002 8200-WRITE-CONTROL-TOTALS.
039003           MOVE "W" TO WS-CTL-FUNCTION.
039004           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
039005               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
039006               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
039007           IF WS-CTL-RETURN = "E"
039008               DISPLAY "FCTILLRP: CONTROL TOTALS NOT WRITTEN"
039009           END-IF.
039010 8200-WRITE-CONTROL-TOTALS-EXIT.
039011           EXIT.

039013**----------------------------------------------------------*
039100*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
039200*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
039300**----------------------------------------------------------*
