002025*       02-SEP-2026  DP    PURCH-FILE RECORD LENGTH CEILING RAISED
002050*                          FOR THE 13-CHARACTER EAN-13 ITEMCODE
002075*                          NOW CARRIED ON PURCHASEDATA.
002076*       15-OCT-2026  DP    EVERY MESSAGE READ IS NOW COUNTED, WITH
002077*                          ITS INVOICES, ITEM LINES AND GROSS
002078*                          VALUE (VALUED AS 3100-SUM-ITEMS VALUES
002079*                          THEM), BY RUN DATE AND BRANCH THROUGH
002080*                          FCCTLTOT, AND THE TOTALS ARE WRITTEN TO
002081*                          THE SHARED CTLTOTS FILE AT CLOSE FOR
002082*                          FCCTLBAL TO BALANCE AGAINST THE OTHER
002083*                          JOBS THAT READ PURCHIN.
002084*       15-OCT-2026  DP    CONTROL TOTALS NOW CARRY ONLY THE
002085*                          INVOICES, ITEM LINES AND VALUE THIS JOB
002086*                          ACCEPTED, ADDED AS EACH LINE IS TAKEN
002087*                          INTO ITS OWN TOTALS, SO A MESSAGE OR
002088*                          LINE DROPPED ON A TABLE OVERFLOW PUTS
002089*                          THE JOB OUT OF BALANCE ON FCCTLBAL.
002100*      ------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
017600           05  FILLER               PIC X(05)
017700               VALUE " VAT=".
017800           05  WS-CA-VAT            PIC -(8)9.99.
017801
017802**----------------------------------------------------------*
017803*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
017804*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
017805*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
017806*    RUN DATE AND BRANCH                                    *
017807**----------------------------------------------------------*
017808 01  WS-CTLTOT-PARMS.
017809           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
017810           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCVATSUM".
017811           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
017812           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
017813           05  WS-CTL-INVOICES      PIC 9(7)     COMP
017814               VALUE ZERO.
017815           05  WS-CTL-ITEMS         PIC 9(9)     COMP
017816               VALUE ZERO.
017817           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
017818               VALUE ZERO.
017819           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.
017900
018000 PROCEDURE DIVISION.
018100
025600*    MESSAGE INTO ITS CATEGORY'S GROSS TOTAL                *
025700**----------------------------------------------------------*
025800 2000-PROCESS-MESSAGE.
025810           MOVE ZERO TO WS-CTL-INVOICES.
025820           MOVE ZERO TO WS-CTL-ITEMS.
025830           MOVE ZERO TO WS-CTL-VALUE.
025900           PERFORM 3000-SUM-INVOICES
026000               THRU 3000-SUM-INVOICES-EXIT
026100               VARYING WS-INVOICE-IDX FROM 1 BY 1
026200               UNTIL WS-INVOICE-IDX >
026300                   InvoiceCount OF PURCH-RECORD.
026310           PERFORM 2700-ADD-CONTROL-TOTALS
026320               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
026400           PERFORM 2900-READ-PURCH-FILE
026500               THRU 2900-READ-PURCH-FILE-EXIT.
026600 2000-PROCESS-MESSAGE-EXIT.
028300 2900-READ-PURCH-FILE-EXIT.
028400           EXIT.
028500
028501**----------------------------------------------------------*
028502*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
028503*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
028504*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
028505*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
028506*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
028507*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE               *
028508**----------------------------------------------------------*
028509 2700-ADD-CONTROL-TOTALS.
028514           MOVE "A" TO WS-CTL-FUNCTION.
028515           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
028516           MOVE SourceBranchID OF PURCH-RECORD
028517               TO WS-CTL-BRANCH-ID.
028519           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
028520               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
028521               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
028522           IF WS-CTL-RETURN = "E"
028523               DISPLAY "FCVATSUM: CONTROL-TOTALS TABLE FULL"
028524               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
028525           END-IF.
028526 2700-ADD-CONTROL-TOTALS-EXIT.
028527           EXIT.
028528
028600**----------------------------------------------------------*
028700*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
028800**----------------------------------------------------------*
028900 3000-SUM-INVOICES.
028910           ADD 1 TO WS-CTL-INVOICES.
029000           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
029100               VARYING WS-ITEM-IDX FROM 1 BY 1
029200               UNTIL WS-ITEM-IDX >
036600                   THRU 3220-RESOLVE-RATE-EXIT
036700           END-IF.
036800           ADD WS-CURRENT-VALUE TO WS-CT-GROSS (WS-CAT-IX).
036810           ADD 1 TO WS-CTL-ITEMS.
036820           ADD WS-CURRENT-VALUE TO WS-CTL-VALUE.
036900 3200-ROLLUP-CATEGORY-EXIT.
037000           EXIT.
037100
051600           DISPLAY "FCVATSUM: " WS-CAT-COUNT
051700               " CATEGORY(S) SUMMARISED, " WS-UNMATCHED-CNT
051800               " WITHOUT A VAT RATE".
051810           PERFORM 8200-WRITE-CONTROL-TOTALS
051820               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
051900 8000-TERMINATE-EXIT.
052000           EXIT.
052100
052101**----------------------------------------------------------*
052102*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
052103*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
052104**----------------------------------------------------------*
052105 8200-WRITE-CONTROL-TOTALS.
052106           MOVE "W" TO WS-CTL-FUNCTION.
052107           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
052108               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
052109               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
052110           IF WS-CTL-RETURN = "E"
052111               DISPLAY "FCVATSUM: CONTROL TOTALS NOT WRITTEN"
052112           END-IF.
052113 8200-WRITE-CONTROL-TOTALS-EXIT.
052114           EXIT.
052115
052200**----------------------------------------------------------*
052300*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
052400*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
