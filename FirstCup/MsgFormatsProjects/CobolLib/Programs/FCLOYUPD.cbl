002200*                          LEDGER IN A PRE-SCAN OF THE WHOLE
002300*                          FEED SO POINTS CANNOT BE EARNED
002400*                          TWICE FROM A RE-DRIVEN FEED.
002410*       15-OCT-2026  DP    EVERY MESSAGE READ IS NOW COUNTED, WITH
002420*                          ITS INVOICES, ITEM LINES AND GROSS
002430*                          VALUE (VALUED AS 3100-SUM-ITEMS VALUES
002440*                          THEM), BY RUN DATE AND BRANCH THROUGH
002450*                          FCCTLTOT, AND THE TOTALS ARE WRITTEN TO
002460*                          THE SHARED CTLTOTS FILE AT CLOSE FOR
002470*                          FCCTLBAL TO BALANCE AGAINST THE OTHER
002480*                          JOBS THAT READ PURCHIN.
002481*       15-OCT-2026  DP    CONTROL TOTALS NOW CARRY ONLY THE
002482*                          INVOICES, ITEM LINES AND VALUE THIS JOB
002483*                          ACCEPTED, ADDED AS EACH LINE IS TAKEN
002484*                          INTO ITS OWN TOTALS, SO A MESSAGE OR
002485*                          LINE DROPPED ON A TABLE OVERFLOW PUTS
002486*                          THE JOB OUT OF BALANCE ON FCCTLBAL.
002500*      ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
011100           05  WS-RB-ENTRY          OCCURS 50 TIMES.
011200               10  WS-RB-RUN-DATE       PIC 9(8)     VALUE ZERO.
011300               10  WS-RB-BRANCH-ID      PIC X(5)     VALUE SPACES.
011301
011302**----------------------------------------------------------*
011303*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
011304*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
011305*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
011306*    RUN DATE AND BRANCH                                    *
011307**----------------------------------------------------------*
011308 01  WS-CTLTOT-PARMS.
011309           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
011310           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCLOYUPD".
011311           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
011312           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
011313           05  WS-CTL-INVOICES      PIC 9(7)     COMP
011314               VALUE ZERO.
011315           05  WS-CTL-ITEMS         PIC 9(9)     COMP
011316               VALUE ZERO.
011317           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
011318               VALUE ZERO.
011319           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.
011400
011500 PROCEDURE DIVISION.
011600
019100*    ON ONE PURCHASEDATA MESSAGE                            *
019200**----------------------------------------------------------*
019300 2000-PROCESS-MESSAGE.
019310           MOVE ZERO TO WS-CTL-INVOICES.
019320           MOVE ZERO TO WS-CTL-ITEMS.
019330           MOVE ZERO TO WS-CTL-VALUE.
019400           PERFORM 3000-EARN-INVOICE
019500               THRU 3000-EARN-INVOICE-EXIT
019600               VARYING WS-INVOICE-IDX FROM 1 BY 1
019700               UNTIL WS-INVOICE-IDX >
019800                   InvoiceCount OF PURCH-RECORD.
019810           PERFORM 2700-ADD-CONTROL-TOTALS
019820               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
019900           PERFORM 2900-READ-PURCH-FILE
020000               THRU 2900-READ-PURCH-FILE-EXIT.
020100 2000-PROCESS-MESSAGE-EXIT.
027500 2900-READ-PURCH-FILE-EXIT.
027600           EXIT.
027700
027701**----------------------------------------------------------*
027702*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
027703*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
027704*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
027705*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
027706*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
027707*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE               *
027708**----------------------------------------------------------*
027709 2700-ADD-CONTROL-TOTALS.
027714           MOVE "A" TO WS-CTL-FUNCTION.
027715           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
027716           MOVE SourceBranchID OF PURCH-RECORD
027717               TO WS-CTL-BRANCH-ID.
027719           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
027720               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
027721               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
027722           IF WS-CTL-RETURN = "E"
027723               DISPLAY "FCLOYUPD: CONTROL-TOTALS TABLE FULL"
027724               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
027725           END-IF.
027726 2700-ADD-CONTROL-TOTALS-EXIT.
027727           EXIT.
027728
027800**----------------------------------------------------------*
027900*    3000-EARN-INVOICE - VALUE ONE INVOICE AND POST ITS     *
028000*    POINTS, OR TALLY IT AS UNIDENTIFIED TRADE WHEN IT      *
028100*    CARRIES NO CUSTOMERREFERENCE                           *
028200**----------------------------------------------------------*
028300 3000-EARN-INVOICE.
028310           ADD 1 TO WS-CTL-INVOICES.
028400           MOVE ZERO TO WS-INVOICE-VALUE.
028500           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
028600               VARYING WS-ITEM-IDX FROM 1 BY 1
032900                   GO TO 3100-SUM-ITEMS-EXIT
033000           END-EVALUATE.
033100           ADD WS-CURRENT-VALUE TO WS-INVOICE-VALUE.
033110           ADD 1 TO WS-CTL-ITEMS.
033120           ADD WS-CURRENT-VALUE TO WS-CTL-VALUE.
033200 3100-SUM-ITEMS-EXIT.
033300           EXIT.
033400
039900               THRU 8100-STAMP-RUN-CONTROL-EXIT
040000               VARYING WS-RB-IX FROM 1 BY 1
040100               UNTIL WS-RB-IX > WS-RB-COUNT.
040110           PERFORM 8200-WRITE-CONTROL-TOTALS
040120               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
040200 8000-TERMINATE-EXIT.
040300           EXIT.
040400
041800 8100-STAMP-RUN-CONTROL-EXIT.
041900           EXIT.
042000
042001**----------------------------------------------------------*
042002*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
042003*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
042004**----------------------------------------------------------*
042005 8200-WRITE-CONTROL-TOTALS.
042006           MOVE "W" TO WS-CTL-FUNCTION.
042007           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
042008               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
042009               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
042010           IF WS-CTL-RETURN = "E"
042011               DISPLAY "FCLOYUPD: CONTROL TOTALS NOT WRITTEN"
042012           END-IF.
042013 8200-WRITE-CONTROL-TOTALS-EXIT.
042014           EXIT.
042015
042100**----------------------------------------------------------*
042200*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
042300*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
