001900*                          CONTROL PER BRANCH AND RUN DATE, SO A
002000*                          FEED CANNOT BE CONSOLIDATED TWICE AND
002100*                          DOUBLE THE TREND FIGURES.
002110*       15-OCT-2026  DP    EVERY MESSAGE READ IS NOW COUNTED, WITH
002120*                          ITS INVOICES, ITEM LINES AND GROSS
002130*                          VALUE (VALUED AS 3100-SUM-ITEMS VALUES
002140*                          THEM), BY RUN DATE AND BRANCH THROUGH
002150*                          FCCTLTOT, AND THE TOTALS ARE WRITTEN TO
002160*                          THE SHARED CTLTOTS FILE AT CLOSE FOR
002170*                          FCCTLBAL TO BALANCE AGAINST THE OTHER
002180*                          JOBS THAT READ PURCHIN.
002181*       15-OCT-2026  DP    CONTROL TOTALS NOW CARRY ONLY THE
002182*                          INVOICES, ITEM LINES AND VALUE THIS JOB
002183*                          ACCEPTED, ADDED AS EACH LINE IS TAKEN
002184*                          INTO ITS OWN TOTALS, SO A MESSAGE OR
002185*                          LINE DROPPED ON A TABLE OVERFLOW PUTS
002186*                          THE JOB OUT OF BALANCE ON FCCTLBAL.
002200*      ------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
013000           05  WS-CK-BRANCH         PIC X(05)    VALUE SPACES.
013100           05  WS-CK-CHANNEL        PIC X(04)    VALUE SPACES.
013200           05  WS-CK-CATEGORY       PIC X(50)    VALUE SPACES.
013201
013202**----------------------------------------------------------*
013203*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
013204*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
013205*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
013206*    RUN DATE AND BRANCH                                    *
013207**----------------------------------------------------------*
013208 01  WS-CTLTOT-PARMS.
013209           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
013210           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCPERSUM".
013211           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
013212           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
013213           05  WS-CTL-INVOICES      PIC 9(7)     COMP
013214               VALUE ZERO.
013215           05  WS-CTL-ITEMS         PIC 9(9)     COMP
013216               VALUE ZERO.
013217           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
013218               VALUE ZERO.
013219           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.
013300
013400 PROCEDURE DIVISION.
013500
017100 2000-PROCESS-MESSAGE.
017200           PERFORM 2800-CHECK-RUN-CONTROL
017300               THRU 2800-CHECK-RUN-CONTROL-EXIT.
017310           MOVE ZERO TO WS-CTL-INVOICES.
017320           MOVE ZERO TO WS-CTL-ITEMS.
017330           MOVE ZERO TO WS-CTL-VALUE.
017400           EVALUATE TRUE
017500               WHEN Till-Sale OF PURCH-RECORD
017600                   MOVE "TILL" TO WS-CURRENT-CHANNEL
018700               VARYING WS-INVOICE-IDX FROM 1 BY 1
018800               UNTIL WS-INVOICE-IDX >
018900                   InvoiceCount OF PURCH-RECORD.
018910           PERFORM 2700-ADD-CONTROL-TOTALS
018920               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
019000           PERFORM 2900-READ-PURCH-FILE
019100               THRU 2900-READ-PURCH-FILE-EXIT.
019200 2000-PROCESS-MESSAGE-EXIT.
026700 2900-READ-PURCH-FILE-EXIT.
026800           EXIT.
026900
026901**----------------------------------------------------------*
026902*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
026903*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
026904*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
026905*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
026906*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
026907*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE               *
026908**----------------------------------------------------------*
026909 2700-ADD-CONTROL-TOTALS.
026914           MOVE "A" TO WS-CTL-FUNCTION.
026915           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
026916           MOVE SourceBranchID OF PURCH-RECORD
026917               TO WS-CTL-BRANCH-ID.
026919           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
026920               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
026921               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
026922           IF WS-CTL-RETURN = "E"
026923               DISPLAY "FCPERSUM: CONTROL-TOTALS TABLE FULL"
026924               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026925           END-IF.
026926 2700-ADD-CONTROL-TOTALS-EXIT.
026927           EXIT.
026928
027000**----------------------------------------------------------*
027100*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
027200**----------------------------------------------------------*
027300 3000-SUM-INVOICES.
027310           ADD 1 TO WS-CTL-INVOICES.
027400           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
027500               VARYING WS-ITEM-IDX FROM 1 BY 1
027600               UNTIL WS-ITEM-IDX >
036900           END-IF.
037000           ADD WS-CURRENT-VALUE TO WS-SU-VALUE (WS-SUM-IX).
037100           ADD WS-CURRENT-QTY   TO WS-SU-QTY (WS-SUM-IX).
037110           ADD 1 TO WS-CTL-ITEMS.
037120           ADD WS-CURRENT-VALUE TO WS-CTL-VALUE.
037200 3200-ROLLUP-SUMMARY-EXIT.
037300           EXIT.
037400
044800               THRU 8100-STAMP-RUN-CONTROL-EXIT
044900               VARYING WS-RB-IX FROM 1 BY 1
045000               UNTIL WS-RB-IX > WS-RB-COUNT.
045010           PERFORM 8200-WRITE-CONTROL-TOTALS
045020               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
045100 8000-TERMINATE-EXIT.
045200           EXIT.
045300
046700 8100-STAMP-RUN-CONTROL-EXIT.
046800           EXIT.
046900
046901**----------------------------------------------------------*
046902*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
046903*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
046904**----------------------------------------------------------*
046905 8200-WRITE-CONTROL-TOTALS.
046906           MOVE "W" TO WS-CTL-FUNCTION.
046907           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
046908               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
046909               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
046910           IF WS-CTL-RETURN = "E"
046911               DISPLAY "FCPERSUM: CONTROL TOTALS NOT WRITTEN"
046912           END-IF.
046913 8200-WRITE-CONTROL-TOTALS-EXIT.
046914           EXIT.
046915
047000**----------------------------------------------------------*
047100*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
047200*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
