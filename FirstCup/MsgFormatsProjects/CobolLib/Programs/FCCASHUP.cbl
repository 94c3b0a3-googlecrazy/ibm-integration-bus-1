001885*                          CAPTURED AND PRINTED WITH ITS BRCHMSTR
001890*                          BRANCH NAME ON THE CASH-UP LINE; THE
001895*                          REPORT RECORD IS WIDENED TO CARRY IT.
001896*       15-OCT-2026  DP    EVERY MESSAGE READ, TILL OR NOT, IS NOW
001897*                          COUNTED, WITH ITS INVOICES, ITEM LINES
001898*                          AND GROSS VALUE (VALUED AS
001899*                          3100-SUM-ITEMS VALUES THEM), BY RUN
001900*                          DATE AND BRANCH THROUGH FCCTLTOT, AND
001901*                          THE TOTALS ARE WRITTEN TO THE SHARED
001902*                          CTLTOTS FILE AT CLOSE FOR FCCTLBAL TO
001903*                          BALANCE AGAINST THE OTHER JOBS THAT
001904*                          READ PURCHIN.
001905*       15-OCT-2026  DP    CONTROL TOTALS NOW CARRY ONLY THE
001906*                          INVOICES, ITEM LINES AND VALUE THIS JOB
001907*                          ACCEPTED, ADDED AS EACH LINE IS TAKEN
001908*                          INTO ITS OWN TOTALS, SO A MESSAGE OR
001909*                          LINE DROPPED ON A TABLE OVERFLOW PUTS
001910*                          THE JOB OUT OF BALANCE ON FCCTLBAL.
001911*                          NON-TILL MESSAGES ARE VALUED INTO THE
001912*                          CONTROL TOTALS THOUGH NOT REPORTED.
001913*      ------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
004900               88  END-OF-PURCH-FILE         VALUE "Y".
005000           05  WS-TILL-FOUND-SWITCH PIC X(01)    VALUE "N".
005100               88  FOUND-TILL                VALUE "Y".
005110           05  WS-EXCLUDE-SWITCH    PIC X(01)    VALUE "N".
005120               88  EXCLUDED-MESSAGE          VALUE "Y".
005200
005300 01  WS-FILE-STATUSES.
005400           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
012300               VALUE " OVER/SHORT=".
012400           05  WS-CL-OVER-SHORT     PIC -(8)9.
012500           05  WS-CL-FLAG           PIC X(03)    VALUE SPACES.
012501
012502**----------------------------------------------------------*
012503*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
012504*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
012505*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
012506*    RUN DATE AND BRANCH                                    *
012507**----------------------------------------------------------*
012508 01  WS-CTLTOT-PARMS.
012509           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
012510           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCCASHUP".
012511           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
012512           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
012513           05  WS-CTL-INVOICES      PIC 9(7)     COMP
012514               VALUE ZERO.
012515           05  WS-CTL-ITEMS         PIC 9(9)     COMP
012516               VALUE ZERO.
012517           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
012518               VALUE ZERO.
012519           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.
012600
012700 PROCEDURE DIVISION.
012800
016300*    2000-PROCESS-MESSAGE - ROLL ONE TILL MESSAGE'S         *
016400*    DECLARED TENDER AND COMPUTED INVOICE VALUE INTO ITS    *
016500*    TILL'S ENTRY. CASH-UP IS BY TILLNUMBER, SO NON-TILL    *
016600*    MESSAGES ARE COUNTED AS EXCLUDED.                      *
016610*    THEIR ITEM LINES ARE STILL VALUED THROUGH              *
016620*    3100-SUM-ITEMS, INTO THE CONTROL TOTALS ONLY, SO THE   *
016630*    JOB ACCOUNTS FOR THE WHOLE FEED.                       *
016700**----------------------------------------------------------*
016800 2000-PROCESS-MESSAGE.
016810           MOVE ZERO TO WS-CTL-INVOICES.
016820           MOVE ZERO TO WS-CTL-ITEMS.
016830           MOVE ZERO TO WS-CTL-VALUE.
016900           IF Till-Sale OF PURCH-RECORD
017000               PERFORM 2100-FIND-OR-ADD-TILL
017100                   THRU 2100-FIND-OR-ADD-TILL-EXIT
018400               END-IF
018500           ELSE
018600               ADD 1 TO WS-EXCLUDED-CNT
018610               SET WS-EXCLUDE-SWITCH TO "Y"
018620               PERFORM 3000-SUM-INVOICES
018630                   THRU 3000-SUM-INVOICES-EXIT
018640                   VARYING WS-INVOICE-IDX FROM 1 BY 1
018650                   UNTIL WS-INVOICE-IDX >
018660                       InvoiceCount OF PURCH-RECORD
018670               SET WS-EXCLUDE-SWITCH TO "N"
018700           END-IF.
018710           PERFORM 2700-ADD-CONTROL-TOTALS
018720               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
018800           PERFORM 2900-READ-PURCH-FILE
018900               THRU 2900-READ-PURCH-FILE-EXIT.
019000 2000-PROCESS-MESSAGE-EXIT.
023200 2110-SEARCH-TILL-EXIT.
023300           EXIT.
023400
023401**----------------------------------------------------------*
023402*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
023403*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
023404*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
023405*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
023406*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
023407*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE; A NON-TILL   *
023408*    MESSAGE, EXCLUDED ON PURPOSE, IS STILL VALUED IN FULL  *
023409**----------------------------------------------------------*
023410 2700-ADD-CONTROL-TOTALS.
023415           MOVE "A" TO WS-CTL-FUNCTION.
023416           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
023417           MOVE SourceBranchID OF PURCH-RECORD
023418               TO WS-CTL-BRANCH-ID.
023420           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
023421               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
023422               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
023423           IF WS-CTL-RETURN = "E"
023424               DISPLAY "FCCASHUP: CONTROL-TOTALS TABLE FULL"
023425               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
023426           END-IF.
023427 2700-ADD-CONTROL-TOTALS-EXIT.
023428           EXIT.
023429
023500**----------------------------------------------------------*
023600*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
023700**----------------------------------------------------------*
023800 3000-SUM-INVOICES.
023810           ADD 1 TO WS-CTL-INVOICES.
023900           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
024000               VARYING WS-ITEM-IDX FROM 1 BY 1
024100               UNTIL WS-ITEM-IDX >
024500
024600**----------------------------------------------------------*
024700*    3100-SUM-ITEMS - VALUE ONE ITEM LINE THE WAY FCTILLRP  *
024800*    DOES AND ADD IT TO THE TILL'S COMPUTED VALUE.          *
024810*    AN EXCLUDED MESSAGE'S LINES GO TO THE CONTROL TOTALS   *
024820*    ONLY                                                   *
024900**----------------------------------------------------------*
025000 3100-SUM-ITEMS.
025100           MOVE ZERO TO WS-CURRENT-VALUE.
027400               WHEN OTHER
027500                   GO TO 3100-SUM-ITEMS-EXIT
027600           END-EVALUATE.
027610           ADD 1 TO WS-CTL-ITEMS.
027620           ADD WS-CURRENT-VALUE TO WS-CTL-VALUE.
027630           IF EXCLUDED-MESSAGE
027640               GO TO 3100-SUM-ITEMS-EXIT
027650           END-IF.
027700           ADD WS-CURRENT-VALUE
027800               TO WS-CU-COMPUTED (WS-TILL-IX).
027900 3100-SUM-ITEMS-EXIT.
036200           DISPLAY "FCCASHUP: " WS-TILL-COUNT
036300               " TILL(S) CASHED UP, " WS-OVER-SHORT-CNT
036400               " OVER OR SHORT".
036410           PERFORM 8200-WRITE-CONTROL-TOTALS
036420               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
036500 8000-TERMINATE-EXIT.
036600           EXIT.
036700
036701**----------------------------------------------------------*
036702*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
036703*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
036704**----------------------------------------------------------*
036705 8200-WRITE-CONTROL-TOTALS.
036706           MOVE "W" TO WS-CTL-FUNCTION.
036707           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
036708               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
036709               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
036710           IF WS-CTL-RETURN = "E"
036711               DISPLAY "FCCASHUP: CONTROL TOTALS NOT WRITTEN"
036712           END-IF.
036713 8200-WRITE-CONTROL-TOTALS-EXIT.
036714           EXIT.
036715
036800**----------------------------------------------------------*
036900*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
037000*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
