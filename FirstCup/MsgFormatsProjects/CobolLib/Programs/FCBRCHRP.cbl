001781*       02-SEP-2026  DP    THE BRANCH NAME FROM BRCHMSTR IS NOW
001787*                          PRINTED ALONGSIDE THE RAW BRANCH ID ON
001793*                          EACH BRANCH HEADER LINE.
001794*       15-OCT-2026  DP    EVERY MESSAGE READ IS NOW COUNTED, WITH
001795*                          ITS INVOICES, ITEM LINES AND GROSS
001796*                          VALUE (VALUED AS 3100-SUM-ITEMS VALUES
001797*                          THEM), BY RUN DATE AND BRANCH THROUGH
001798*                          FCCTLTOT, AND THE TOTALS ARE WRITTEN TO
001799*                          THE SHARED CTLTOTS FILE AT CLOSE FOR
001800*                          FCCTLBAL TO BALANCE AGAINST THE OTHER
001801*                          JOBS THAT READ PURCHIN.
001802*       15-OCT-2026  DP    CONTROL TOTALS NOW CARRY ONLY THE
001803*                          INVOICES, ITEM LINES AND VALUE THIS JOB
001804*                          ACCEPTED, ADDED AS EACH LINE IS TAKEN
001805*                          INTO ITS OWN TOTALS, SO A MESSAGE OR
001806*                          LINE DROPPED ON A TABLE OVERFLOW PUTS
001807*                          THE JOB OUT OF BALANCE ON FCCTLBAL.
001808*       15-OCT-2026  DP    AN ITEM WHOSE CATEGORY OVERFLOWS THE
001809*                          BRANCH'S CATEGORY TABLE NOW STILL
001810*                          COUNTS IN THE CONTROL TOTALS, AS IT
001811*                          DOES IN THE BRANCH AND COMPANY VALUES.
001812*      ------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
015000           05  FILLER               PIC X(03)    VALUE SPACES.
015100           05  FILLER               PIC X(06)    VALUE "VALUE=".
015200           05  WS-CO-L-VALUE        PIC -(10)9.
015201
015202**----------------------------------------------------------*
015203*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
015204*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
015205*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
015206*    RUN DATE AND BRANCH                                    *
015207**----------------------------------------------------------*
015208 01  WS-CTLTOT-PARMS.
015209           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
015210           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCBRCHRP".
015211           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
015212           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
015213           05  WS-CTL-INVOICES      PIC 9(7)     COMP
015214               VALUE ZERO.
015215           05  WS-CTL-ITEMS         PIC 9(9)     COMP
015216               VALUE ZERO.
015217           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
015218               VALUE ZERO.
015219           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.
015300
015400 PROCEDURE DIVISION.
015500
019300*    CHANNELS ARE IN SCOPE HERE                             *
019400**----------------------------------------------------------*
019500 2000-PROCESS-MESSAGE.
019510           MOVE ZERO TO WS-CTL-INVOICES.
019520           MOVE ZERO TO WS-CTL-ITEMS.
019530           MOVE ZERO TO WS-CTL-VALUE.
019600           PERFORM 2100-FIND-OR-ADD-BRANCH
019700               THRU 2100-FIND-OR-ADD-BRANCH-EXIT.
019800           IF WS-BRCH-IX > ZERO
020600                   UNTIL WS-INVOICE-IDX >
020700                       InvoiceCount OF PURCH-RECORD
020800           END-IF.
020810           PERFORM 2700-ADD-CONTROL-TOTALS
020820               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
020900           PERFORM 2900-READ-PURCH-FILE
021000               THRU 2900-READ-PURCH-FILE-EXIT.
021100 2000-PROCESS-MESSAGE-EXIT.
025600 2110-SEARCH-BRANCH-EXIT.
025700           EXIT.
025800
025801**----------------------------------------------------------*
025802*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
025803*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
025804*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
025805*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
025806*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
025807*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE               *
025808**----------------------------------------------------------*
025809 2700-ADD-CONTROL-TOTALS.
025815           MOVE "A" TO WS-CTL-FUNCTION.
025816           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
025817           MOVE SourceBranchID OF PURCH-RECORD
025818               TO WS-CTL-BRANCH-ID.
025820           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
025821               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
025822               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
025823           IF WS-CTL-RETURN = "E"
025824               DISPLAY "FCBRCHRP: CONTROL-TOTALS TABLE FULL"
025825               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
025826           END-IF.
025827 2700-ADD-CONTROL-TOTALS-EXIT.
025828           EXIT.
025829
025900**----------------------------------------------------------*
026000*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
026100**----------------------------------------------------------*
026200 3000-SUM-INVOICES.
026210           ADD 1 TO WS-CTL-INVOICES.
026300           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
026400               VARYING WS-ITEM-IDX FROM 1 BY 1
026500               UNTIL WS-ITEM-IDX >
032600*    THE ITEM'S VALUE IS NOT ROLLED UP TO A CATEGORY,       *
032700*    THOUGH IT STILL COUNTS IN THE BRANCH AND COMPANY       *
032800*    VALUES.                                                *
032810*    THE CONTROL TOTALS FOLLOW THE BRANCH AND COMPANY       *
032820*    VALUES, SO A CATEGORY OVERFLOW LEAVES THE JOB IN       *
032830*    BALANCE.                                               *
032900**----------------------------------------------------------*
033000 3200-ROLLUP-CATEGORY.
033100           ADD WS-CURRENT-VALUE TO WS-BRCH-VALUE (WS-BRCH-IX).
033200           ADD WS-CURRENT-VALUE TO WS-CO-VALUE.
033210           ADD 1 TO WS-CTL-ITEMS.
033220           ADD WS-CURRENT-VALUE TO WS-CTL-VALUE.
033300           SET WS-CAT-FOUND-SWITCH TO "N".
033400           PERFORM 3210-SEARCH-CATEGORY
033500               THRU 3210-SEARCH-CATEGORY-EXIT
046700 8000-TERMINATE.
046800           CLOSE PURCH-FILE.
046900           CLOSE REPORT-FILE.
046910           PERFORM 8200-WRITE-CONTROL-TOTALS
046920               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
047000 8000-TERMINATE-EXIT.
047100           EXIT.
047200
047201**----------------------------------------------------------*
047202*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
047203*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
047204**----------------------------------------------------------*
047205 8200-WRITE-CONTROL-TOTALS.
047206           MOVE "W" TO WS-CTL-FUNCTION.
047207           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
047208               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
047209               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
047210           IF WS-CTL-RETURN = "E"
047211               DISPLAY "FCBRCHRP: CONTROL TOTALS NOT WRITTEN"
047212           END-IF.
047213 8200-WRITE-CONTROL-TOTALS-EXIT.
047214           EXIT.
047215
047300**----------------------------------------------------------*
047400*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
047500*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
