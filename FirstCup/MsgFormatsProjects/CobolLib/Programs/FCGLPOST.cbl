002200*                          SO THE JOURNAL ALWAYS BALANCES. A
002300*                          CONTROL REPORT SHOWS THE TOTALS THAT
002400*                          WENT OUT.
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
002487*       15-OCT-2026  DP    THE JOURNAL IS NOW CUT TO THE HELD FILE
002488*                          GLJRNLH. FCGLREL RELEASES IT TO GLJRNL
002489*                          ONLY WHEN FCCTLBAL HAS PROVED THE RUN
002490*                          DATE IN BALANCE, SO AN OUT-OF-BALANCE
002491*                          FEED NEVER REACHES THE LEDGER.
002500*      ------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004000           SELECT PURCH-FILE   ASSIGN TO PURCHIN
004100               ORGANIZATION    IS LINE SEQUENTIAL
004200               FILE STATUS     IS WS-PURCH-STATUS.
004300           SELECT JRNL-FILE    ASSIGN TO GLJRNLH
004400               ORGANIZATION    IS LINE SEQUENTIAL
004500               FILE STATUS     IS WS-JRNL-STATUS.
004600           SELECT REPORT-FILE  ASSIGN TO GLCTLRPT
023800           05  FILLER               PIC X(09)
023900               VALUE " CREDITS=".
024000           05  WS-TL-CREDITS        PIC -(11)9.99.
024001
024002**----------------------------------------------------------*
024003*    WS-CTLTOT-PARMS - FCCTLTOT CALL PARAMETERS: THE        *
024004*    INVOICES, ITEM LINES AND GROSS VALUE THIS JOB ACCEPTED *
024005*    FROM ONE MESSAGE, ADDED TO THE CONTROL TOTALS FOR ITS  *
024006*    RUN DATE AND BRANCH                                    *
024007**----------------------------------------------------------*
024008 01  WS-CTLTOT-PARMS.
024009           05  WS-CTL-FUNCTION      PIC X(01)    VALUE SPACE.
024010           05  WS-CTL-JOB-NAME      PIC X(8)     VALUE "FCGLPOST".
024011           05  WS-CTL-RUN-DATE      PIC 9(8)     VALUE ZERO.
024012           05  WS-CTL-BRANCH-ID     PIC X(5)     VALUE SPACES.
024013           05  WS-CTL-INVOICES      PIC 9(7)     COMP
024014               VALUE ZERO.
024015           05  WS-CTL-ITEMS         PIC 9(9)     COMP
024016               VALUE ZERO.
024017           05  WS-CTL-VALUE         PIC S9(13)   COMP-3
024018               VALUE ZERO.
024019           05  WS-CTL-RETURN        PIC X(01)    VALUE SPACE.
024100
024200 PROCEDURE DIVISION.
024300
039600*    BRANCH'S ENTRY                                         *
039700**----------------------------------------------------------*
039800 2000-PROCESS-MESSAGE.
039810           MOVE ZERO TO WS-CTL-INVOICES.
039820           MOVE ZERO TO WS-CTL-ITEMS.
039830           MOVE ZERO TO WS-CTL-VALUE.
039900           PERFORM 2100-FIND-OR-ADD-BRANCH
040000               THRU 2100-FIND-OR-ADD-BRANCH-EXIT.
040100           IF WS-BR-IX > ZERO
041100                   UNTIL WS-INVOICE-IDX >
041200                       InvoiceCount OF PURCH-RECORD
041300           END-IF.
041310           PERFORM 2700-ADD-CONTROL-TOTALS
041320               THRU 2700-ADD-CONTROL-TOTALS-EXIT.
041400           PERFORM 2900-READ-PURCH-FILE
041500               THRU 2900-READ-PURCH-FILE-EXIT.
041600 2000-PROCESS-MESSAGE-EXIT.
047700 2900-READ-PURCH-FILE-EXIT.
047800           EXIT.
047900
047901**----------------------------------------------------------*
047902*    2700-ADD-CONTROL-TOTALS - COUNT EVERY MESSAGE READ     *
047903*    INTO THE FCCTLTOT CONTROL TOTALS FOR ITS RUN DATE AND  *
047904*    BRANCH, WITH THE INVOICES, ITEM LINES AND GROSS VALUE  *
047905*    THIS JOB ACCEPTED FROM IT. A MESSAGE OR LINE THE JOB   *
047906*    COULD NOT HOLD ADDS NOTHING BEYOND THE MESSAGE COUNT,  *
047907*    SO FCCTLBAL SHOWS THE JOB OUT OF BALANCE               *
047908**----------------------------------------------------------*
047909 2700-ADD-CONTROL-TOTALS.
047915           MOVE "A" TO WS-CTL-FUNCTION.
047916           MOVE RunDate OF PURCH-RECORD TO WS-CTL-RUN-DATE.
047917           MOVE SourceBranchID OF PURCH-RECORD
047918               TO WS-CTL-BRANCH-ID.
047920           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
047921               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
047922               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
047923           IF WS-CTL-RETURN = "E"
047924               DISPLAY "FCGLPOST: CONTROL-TOTALS TABLE FULL"
047925               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
047926           END-IF.
047927 2700-ADD-CONTROL-TOTALS-EXIT.
047928           EXIT.
047929
048000**----------------------------------------------------------*
048100*    3000-SUM-INVOICES - WALK ONE INVOICE'S ITEM LINES      *
048200**----------------------------------------------------------*
048300 3000-SUM-INVOICES.
048310           ADD 1 TO WS-CTL-INVOICES.
048400           PERFORM 3100-SUM-ITEMS THRU 3100-SUM-ITEMS-EXIT
048500               VARYING WS-ITEM-IDX FROM 1 BY 1
048600               UNTIL WS-ITEM-IDX >
053200               THRU 3200-RESOLVE-BAND-EXIT.
053300           ADD WS-CURRENT-VALUE
053400               TO WS-BR-BAND-GROSS (WS-BR-IX, WS-BAND-IX).
053410           ADD 1 TO WS-CTL-ITEMS.
053420           ADD WS-CURRENT-VALUE TO WS-CTL-VALUE.
053500 3100-SUM-ITEMS-EXIT.
053600           EXIT.
053700
083500                   " MESSAGE(S) EXCEEDED THE BRANCH TABLE AND"
083600                   " WERE NOT POSTED"
083700           END-IF.
083710           PERFORM 8200-WRITE-CONTROL-TOTALS
083720               THRU 8200-WRITE-CONTROL-TOTALS-EXIT.
083800 8000-TERMINATE-EXIT.
083900           EXIT.
084000
084001**----------------------------------------------------------*
084002*    8200-WRITE-CONTROL-TOTALS - HAND THIS RUN'S PURCHIN    *
084003*    CONTROL TOTALS TO CTLTOTS FOR THE BALANCING STEP       *
084004**----------------------------------------------------------*
084005 8200-WRITE-CONTROL-TOTALS.
084006           MOVE "W" TO WS-CTL-FUNCTION.
084007           CALL "FCCTLTOT" USING WS-CTL-FUNCTION, WS-CTL-JOB-NAME,
084008               WS-CTL-RUN-DATE, WS-CTL-BRANCH-ID, WS-CTL-INVOICES,
084009               WS-CTL-ITEMS, WS-CTL-VALUE, WS-CTL-RETURN.
084010           IF WS-CTL-RETURN = "E"
084011               DISPLAY "FCGLPOST: CONTROL TOTALS NOT WRITTEN"
084012           END-IF.
084013 8200-WRITE-CONTROL-TOTALS-EXIT.
084014           EXIT.
084015
084100**----------------------------------------------------------*
084200*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
084300*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
