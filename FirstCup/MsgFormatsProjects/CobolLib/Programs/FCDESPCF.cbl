000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCDESPCF.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - ONLINE ORDER DESPATCH
000800*                          CONFIRMATION AND UNFULFILLED ORDER
000900*                          AGEING. EACH LINE OF THE WAREHOUSE'S
001000*                          DESPCONF FEED QUOTES THE ORDER
001100*                          REFERENCE PRINTED ON THE FCONLORD
001200*                          DESPATCH NOTE WITH THE DATE SENT AND
001300*                          THE CARRIER CONSIGNMENT NUMBER, AND
001400*                          MARKS THAT ONLORDR ORDER DESPATCHED; AN
001500*                          UNKNOWN OR ALREADY DESPATCHED ORDER IS
001600*                          REJECTED ON THE DESPRPT REPORT. EVERY
001700*                          ORDER STILL AWAITING DESPATCH IS THEN
001800*                          AGED AGAINST TODAY AND LISTED ON
001900*                          ORDAGERP IN THREE BANDS - SEVEN DAYS OR
002000*                          MORE, THREE TO SIX DAYS, AND ONE TO TWO
002100*                          DAYS - SO CUSTOMER SERVICES CAN CHASE A
002200*                          LOST ORDER BEFORE THE CUSTOMER DOES.
002300*      ------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200           SELECT OPTIONAL CONF-FILE ASSIGN TO DESPCONF
003300               ORGANIZATION    IS LINE SEQUENTIAL
003400               FILE STATUS     IS WS-CONF-STATUS.
003500           SELECT OPTIONAL ORDER-FILE ASSIGN TO ONLORDR
003600               ORGANIZATION    IS INDEXED
003700               ACCESS MODE     IS DYNAMIC
003800               RECORD KEY      IS OrderKey OF ORDER-RECORD
003900               FILE STATUS     IS WS-ORDER-STATUS.
004000           SELECT CONFIRM-FILE ASSIGN TO DESPRPT
004100               ORGANIZATION    IS LINE SEQUENTIAL
004200               FILE STATUS     IS WS-CONFIRM-STATUS.
004300           SELECT AGEING-FILE  ASSIGN TO ORDAGERP
004400               ORGANIZATION    IS LINE SEQUENTIAL
004500               FILE STATUS     IS WS-AGEING-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900**----------------------------------------------------------*
005000*    CONF-RECORD - ONE DESPATCHED ORDER, IDENTIFIED BY THE  *
005100*    ORDER REFERENCE ON ITS DESPATCH NOTE. A ZERO DATE IS   *
005200*    TAKEN AS DESPATCHED TODAY                              *
005300**----------------------------------------------------------*
005400 FD  CONF-FILE.
005500 01  CONF-RECORD.
005600           05  DCF-ORDER-REF.
005700               10  DCF-BRANCH-ID       PIC X(5).
005800               10  DCF-ORDER-DATE      PIC 9(8).
005900               10  DCF-MESSAGE-SEQ     PIC 9(9).
006000               10  DCF-INVOICE-NO      PIC 9(2).
006100           05  DCF-DESPATCH-DATE       PIC 9(8).
006200           05  DCF-CONSIGNMENT         PIC X(20).
006300
006400 FD  ORDER-FILE.
006500           COPY OnlineOrder
006600               REPLACING ==OnlineOrderRecord==
006700                   BY ==ORDER-RECORD==.
006800
006900 FD  CONFIRM-FILE.
007000 01  CONFIRM-RECORD              PIC X(132).
007100
007200 FD  AGEING-FILE.
007300 01  AGEING-RECORD               PIC X(132).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
007700           05  WS-CONF-EOF-SWITCH   PIC X(01)    VALUE "N".
007800               88  END-OF-CONF-FILE          VALUE "Y".
007900           05  WS-ORDER-EOF-SWITCH  PIC X(01)    VALUE "N".
008000               88  END-OF-ORDER-FILE         VALUE "Y".
008100
008200 01  WS-FILE-STATUSES.
008300           05  WS-CONF-STATUS       PIC X(02)    VALUE "00".
008400           05  WS-ORDER-STATUS      PIC X(02)    VALUE "00".
008500           05  WS-CONFIRM-STATUS    PIC X(02)    VALUE "00".
008600           05  WS-AGEING-STATUS     PIC X(02)    VALUE "00".
008700
008800 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
008900
009000 01  WS-COUNTERS.
009100           05  WS-CONF-COUNT        PIC 9(9)     COMP
009200               VALUE ZERO.
009300           05  WS-DESPATCH-COUNT    PIC 9(9)     COMP
009400               VALUE ZERO.
009500           05  WS-REJECT-COUNT      PIC 9(9)     COMP
009600               VALUE ZERO.
009700           05  WS-AWAITING-COUNT    PIC 9(9)     COMP
009800               VALUE ZERO.
009900           05  WS-BAND-COUNT        PIC 9(9)     COMP
010000               VALUE ZERO.
010100           05  WS-BAND-IX           PIC 9        COMP
010200               VALUE ZERO.
010300
010400**----------------------------------------------------------*
010500*    WS-AGE-BAND-TABLE - THE AGEING BANDS IN PRINT ORDER,   *
010600*    OLDEST FIRST: LOWEST AND HIGHEST AGE IN DAYS, AND THE  *
010700*    SECTION HEADING                                        *
010800**----------------------------------------------------------*
010900 01  WS-AGE-BAND-VALUES.
011000           05  FILLER               PIC X(50)    VALUE
011100               "00079999NOT DESPATCHED AFTER 7 DAYS OR MORE".
011200           05  FILLER               PIC X(50)    VALUE
011300               "00030006NOT DESPATCHED AFTER 3 TO 6 DAYS".
011400           05  FILLER               PIC X(50)    VALUE
011500               "00010002NOT DESPATCHED AFTER 1 TO 2 DAYS".
011600 01  WS-AGE-BAND-TABLE        REDEFINES WS-AGE-BAND-VALUES.
011700           05  WS-AB-ENTRY          OCCURS 3 TIMES.
011800               10  WS-AB-LOW-DAYS       PIC 9(4).
011900               10  WS-AB-HIGH-DAYS      PIC 9(4).
012000               10  WS-AB-HEADING        PIC X(42).
012100
012200 01  WS-AGEING-WORK.
012300           05  WS-AGE-DAYS          PIC S9(7)    COMP-3
012400               VALUE ZERO.
012500           05  WS-RESULT            PIC X(30)    VALUE SPACES.
012600
012700**----------------------------------------------------------*
012800*    PRINT LINE LAYOUTS - MOVED TO THE REPORT RECORD AND    *
012900*    WRITTEN THROUGH 7900/7910                              *
013000**----------------------------------------------------------*
013100 01  WS-CONFIRM-HEADING.
013200           05  FILLER               PIC X(45)
013300               VALUE "FCDESPCF - DESPATCH CONFIRMATIONS".
013400           05  FILLER               PIC X(09)
013500               VALUE "RUN DATE=".
013600           05  WS-CH-RUN-DATE       PIC 9(8).
013700
013800 01  WS-AGEING-HEADING.
013900           05  FILLER               PIC X(45)
014000               VALUE "FCDESPCF - UNFULFILLED ONLINE ORDER AGEING".
014100           05  FILLER               PIC X(09)
014200               VALUE "RUN DATE=".
014300           05  WS-AH-RUN-DATE       PIC 9(8).
014400
014500 01  WS-SECTION-LINE.
014600           05  WS-SL-TEXT           PIC X(60).
014700
014800 01  WS-CONFIRM-LINE.
014900           05  FILLER               PIC X(10)
015000               VALUE "ORDER REF=".
015100           05  WS-CF-ORDER-REF      PIC X(24).
015200           05  FILLER               PIC X(10)
015300               VALUE " DESPATCH=".
015400           05  WS-CF-DESPATCH-DATE  PIC 9(8).
015500           05  FILLER               PIC X(13)
015600               VALUE " CONSIGNMENT=".
015700           05  WS-CF-CONSIGNMENT    PIC X(20).
015800           05  FILLER               PIC X(01)    VALUE SPACE.
015900           05  WS-CF-RESULT         PIC X(30).
016000
016100 01  WS-AGEING-LINE.
016200           05  FILLER               PIC X(04)    VALUE SPACES.
016300           05  FILLER               PIC X(10)
016400               VALUE "ORDER REF=".
016500           05  WS-AL-ORDER-REF      PIC X(24).
016600           05  FILLER               PIC X(10)
016700               VALUE " CUSTOMER=".
016800           05  WS-AL-CUSTOMER-REF   PIC 9(10).
016900           05  FILLER               PIC X(01)    VALUE SPACE.
017000           05  WS-AL-SURNAME        PIC X(25).
017100           05  FILLER               PIC X(06)    VALUE " DAYS=".
017200           05  WS-AL-AGE-DAYS       PIC Z(3)9.
017300           05  FILLER               PIC X(09)
017400               VALUE " CHANNEL=".
017500           05  WS-AL-CHANNEL        PIC X(04).
017600           05  FILLER               PIC X(01)    VALUE SPACE.
017700           05  WS-AL-FLAG           PIC X(10).
017800
017900 01  WS-BAND-TOTAL-LINE.
018000           05  FILLER               PIC X(04)    VALUE SPACES.
018100           05  FILLER               PIC X(07)    VALUE "ORDERS=".
018200           05  WS-BT-COUNT          PIC Z(8)9.
018300
018400 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
018500
018600 PROCEDURE DIVISION.
018700
018800**----------------------------------------------------------*
018900*    0000-MAINLINE                                          *
019000**----------------------------------------------------------*
019100 0000-MAINLINE.
019200           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
019300           PERFORM 2000-APPLY-CONFIRMATION
019400               THRU 2000-APPLY-CONFIRMATION-EXIT
019500               UNTIL END-OF-CONF-FILE.
019600           PERFORM 3000-AGE-BAND THRU 3000-AGE-BAND-EXIT
019700               VARYING WS-BAND-IX FROM 1 BY 1
019800               UNTIL WS-BAND-IX > 3.
019900           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
020000           STOP RUN.
020100
020200**----------------------------------------------------------*
020300*    1000-INITIALISE - OPEN FILES, HEAD BOTH REPORTS AND    *
020400*    PRIME THE CONFIRMATION READ                            *
020500**----------------------------------------------------------*
020600 1000-INITIALISE.
020700           OPEN INPUT  CONF-FILE.
020800           IF WS-CONF-STATUS NOT = "00"
020900               AND WS-CONF-STATUS NOT = "05"
021000               DISPLAY "FCDESPCF: DESPCONF OPEN FAILED, STATUS="
021100                   WS-CONF-STATUS
021200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
021300           END-IF.
021400           OPEN I-O    ORDER-FILE.
021500           IF WS-ORDER-STATUS NOT = "00"
021600               AND WS-ORDER-STATUS NOT = "05"
021700               DISPLAY "FCDESPCF: ONLORDR OPEN FAILED, STATUS="
021800                   WS-ORDER-STATUS
021900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022000           END-IF.
022100           OPEN OUTPUT CONFIRM-FILE.
022200           IF WS-CONFIRM-STATUS NOT = "00"
022300               DISPLAY "FCDESPCF: DESPRPT OPEN FAILED, STATUS="
022400                   WS-CONFIRM-STATUS
022500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
022600           END-IF.
022700           OPEN OUTPUT AGEING-FILE.
022800           IF WS-AGEING-STATUS NOT = "00"
022900               DISPLAY "FCDESPCF: ORDAGERP OPEN FAILED, STATUS="
023000                   WS-AGEING-STATUS
023100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
023200           END-IF.
023300           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023400           MOVE WS-RUN-DATE TO WS-CH-RUN-DATE.
023500           MOVE WS-CONFIRM-HEADING TO CONFIRM-RECORD.
023600           PERFORM 7900-WRITE-CONFIRM
023700               THRU 7900-WRITE-CONFIRM-EXIT.
023800           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.
023900           MOVE WS-AGEING-HEADING TO AGEING-RECORD.
024000           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
024100           PERFORM 2900-READ-CONF-FILE
024200               THRU 2900-READ-CONF-FILE-EXIT.
024300 1000-INITIALISE-EXIT.
024400           EXIT.
024500
024600**----------------------------------------------------------*
024700*    2000-APPLY-CONFIRMATION - APPLY ONE CONFIRMATION LINE  *
024800*    AND REPORT WHAT BECAME OF IT                           *
024900**----------------------------------------------------------*
025000 2000-APPLY-CONFIRMATION.
025100           ADD 1 TO WS-CONF-COUNT.
025200           IF DCF-DESPATCH-DATE NOT NUMERIC
025300               OR DCF-DESPATCH-DATE = ZERO
025400               MOVE WS-RUN-DATE TO DCF-DESPATCH-DATE
025500           END-IF.
025600           PERFORM 2100-MARK-DESPATCHED
025700               THRU 2100-MARK-DESPATCHED-EXIT.
025800           MOVE DCF-ORDER-REF     TO WS-CF-ORDER-REF.
025900           MOVE DCF-DESPATCH-DATE TO WS-CF-DESPATCH-DATE.
026000           MOVE DCF-CONSIGNMENT   TO WS-CF-CONSIGNMENT.
026100           MOVE WS-RESULT         TO WS-CF-RESULT.
026200           MOVE WS-CONFIRM-LINE TO CONFIRM-RECORD.
026300           PERFORM 7900-WRITE-CONFIRM
026400               THRU 7900-WRITE-CONFIRM-EXIT.
026500           PERFORM 2900-READ-CONF-FILE
026600               THRU 2900-READ-CONF-FILE-EXIT.
026700 2000-APPLY-CONFIRMATION-EXIT.
026800           EXIT.
026900
027000**----------------------------------------------------------*
027100*    2100-MARK-DESPATCHED - MARK THE ORDER DESPATCHED, OR   *
027200*    REJECT THE LINE WHEN THE ORDER IS NOT ON ONLORDR OR    *
027300*    HAS ALREADY GONE                                       *
027400**----------------------------------------------------------*
027500 2100-MARK-DESPATCHED.
027600           MOVE DCF-ORDER-REF TO OrderKey OF ORDER-RECORD.
027700           READ ORDER-FILE
027800               INVALID KEY
027900                   MOVE "REJECTED - ORDER NOT ON FILE"
028000                       TO WS-RESULT
028100                   ADD 1 TO WS-REJECT-COUNT
028200                   GO TO 2100-MARK-DESPATCHED-EXIT
028300           END-READ.
028400           IF Order-Despatched OF ORDER-RECORD
028500               MOVE "REJECTED - ALREADY DESPATCHED" TO WS-RESULT
028600               ADD 1 TO WS-REJECT-COUNT
028700               GO TO 2100-MARK-DESPATCHED-EXIT
028800           END-IF.
028900           SET Order-Despatched OF ORDER-RECORD TO TRUE.
029000           MOVE DCF-DESPATCH-DATE TO DespatchDate OF ORDER-RECORD.
029100           MOVE DCF-CONSIGNMENT
029200               TO ConsignmentNumber OF ORDER-RECORD.
029300           REWRITE ORDER-RECORD.
029400           IF WS-ORDER-STATUS NOT = "00"
029500               DISPLAY "FCDESPCF: ONLORDR REWRITE ERROR, STATUS="
029600                   WS-ORDER-STATUS
029700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
029800           END-IF.
029900           MOVE "DESPATCHED" TO WS-RESULT.
030000           ADD 1 TO WS-DESPATCH-COUNT.
030100 2100-MARK-DESPATCHED-EXIT.
030200           EXIT.
030300
030400**----------------------------------------------------------*
030500*    2900-READ-CONF-FILE                                    *
030600**----------------------------------------------------------*
030700 2900-READ-CONF-FILE.
030800           READ CONF-FILE
030900               AT END
031000                   SET END-OF-CONF-FILE TO TRUE
031100           END-READ.
031200           IF NOT END-OF-CONF-FILE
031300               AND WS-CONF-STATUS NOT = "00"
031400               DISPLAY "FCDESPCF: DESPCONF READ ERROR, STATUS="
031500                   WS-CONF-STATUS
031600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
031700           END-IF.
031800 2900-READ-CONF-FILE-EXIT.
031900           EXIT.
032000
032100**----------------------------------------------------------*
032200*    3000-AGE-BAND - ONE PASS OF ONLORDR FOR ONE AGEING     *
032300*    BAND, LISTING EVERY ORDER AWAITING DESPATCH WHOSE AGE  *
032400*    FALLS IN IT                                            *
032500**----------------------------------------------------------*
032600 3000-AGE-BAND.
032700           MOVE WS-BLANK-LINE TO AGEING-RECORD.
032800           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
032900           MOVE WS-AB-HEADING (WS-BAND-IX) TO WS-SL-TEXT.
033000           MOVE WS-SECTION-LINE TO AGEING-RECORD.
033100           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
033200           MOVE ZERO TO WS-BAND-COUNT.
033300           SET WS-ORDER-EOF-SWITCH TO "N".
033400           MOVE LOW-VALUES TO OrderKey OF ORDER-RECORD.
033500           START ORDER-FILE
033600               KEY IS NOT LESS THAN OrderKey OF ORDER-RECORD
033700               INVALID KEY
033800                   SET END-OF-ORDER-FILE TO TRUE
033900           END-START.
034000           PERFORM 3100-AGE-ORDER THRU 3100-AGE-ORDER-EXIT
034100               UNTIL END-OF-ORDER-FILE.
034200           MOVE WS-BAND-COUNT TO WS-BT-COUNT.
034300           MOVE WS-BAND-TOTAL-LINE TO AGEING-RECORD.
034400           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
034500           ADD WS-BAND-COUNT TO WS-AWAITING-COUNT.
034600 3000-AGE-BAND-EXIT.
034700           EXIT.
034800
034900**----------------------------------------------------------*
035000*    3100-AGE-ORDER - READ THE NEXT ORDER AND LIST IT WHEN  *
035100*    IT IS STILL AWAITING DESPATCH AND ITS AGE IN DAYS      *
035200*    FALLS IN THE CURRENT BAND                              *
035300**----------------------------------------------------------*
035400 3100-AGE-ORDER.
035500           READ ORDER-FILE NEXT RECORD
035600               AT END
035700                   SET END-OF-ORDER-FILE TO TRUE
035800                   GO TO 3100-AGE-ORDER-EXIT
035900           END-READ.
036000           IF WS-ORDER-STATUS NOT = "00"
036100               DISPLAY "FCDESPCF: ONLORDR READ ERROR, STATUS="
036200                   WS-ORDER-STATUS
036300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
036400           END-IF.
036500           IF NOT Awaiting-Despatch OF ORDER-RECORD
036600               GO TO 3100-AGE-ORDER-EXIT
036700           END-IF.
036800           IF OrderDate OF ORDER-RECORD NOT NUMERIC
036900               OR OrderDate OF ORDER-RECORD = ZERO
037000               GO TO 3100-AGE-ORDER-EXIT
037100           END-IF.
037200           COMPUTE WS-AGE-DAYS =
037300               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
037400               - FUNCTION INTEGER-OF-DATE
037500                   (OrderDate OF ORDER-RECORD).
037600           IF WS-AGE-DAYS < WS-AB-LOW-DAYS (WS-BAND-IX)
037700               OR WS-AGE-DAYS > WS-AB-HIGH-DAYS (WS-BAND-IX)
037800               GO TO 3100-AGE-ORDER-EXIT
037900           END-IF.
038000           ADD 1 TO WS-BAND-COUNT.
038100           MOVE OrderKey OF ORDER-RECORD TO WS-AL-ORDER-REF.
038200           MOVE CustomerReference OF ORDER-RECORD
038300               TO WS-AL-CUSTOMER-REF.
038400           MOVE Surname OF ORDER-RECORD TO WS-AL-SURNAME.
038500           MOVE WS-AGE-DAYS TO WS-AL-AGE-DAYS.
038600           MOVE OrderChannelCode OF ORDER-RECORD TO WS-AL-CHANNEL.
038700           IF No-Delivery-Address OF ORDER-RECORD
038800               MOVE "NO ADDRESS" TO WS-AL-FLAG
038900           ELSE
039000               MOVE SPACES TO WS-AL-FLAG
039100           END-IF.
039200           MOVE WS-AGEING-LINE TO AGEING-RECORD.
039300           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
039400 3100-AGE-ORDER-EXIT.
039500           EXIT.
039600
039700**----------------------------------------------------------*
039800*    7900-WRITE-CONFIRM                                     *
039900**----------------------------------------------------------*
040000 7900-WRITE-CONFIRM.
040100           WRITE CONFIRM-RECORD.
040200           IF WS-CONFIRM-STATUS NOT = "00"
040300               DISPLAY "FCDESPCF: DESPRPT WRITE ERROR, STATUS="
040400                   WS-CONFIRM-STATUS
040500               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
040600           END-IF.
040700 7900-WRITE-CONFIRM-EXIT.
040800           EXIT.
040900
041000**----------------------------------------------------------*
041100*    7910-WRITE-AGEING                                      *
041200**----------------------------------------------------------*
041300 7910-WRITE-AGEING.
041400           WRITE AGEING-RECORD.
041500           IF WS-AGEING-STATUS NOT = "00"
041600               DISPLAY "FCDESPCF: ORDAGERP WRITE ERROR, STATUS="
041700                   WS-AGEING-STATUS
041800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
041900           END-IF.
042000 7910-WRITE-AGEING-EXIT.
042100           EXIT.
042200
042300**----------------------------------------------------------*
042400*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
042500*    RUN'S CONTROL TOTALS                                   *
042600**----------------------------------------------------------*
042700 8000-TERMINATE.
042800           CLOSE CONF-FILE.
042900           CLOSE ORDER-FILE.
043000           CLOSE CONFIRM-FILE.
043100           CLOSE AGEING-FILE.
043200           DISPLAY "FCDESPCF: " WS-CONF-COUNT
043300               " CONFIRMATION(S), " WS-DESPATCH-COUNT
043400               " DESPATCHED, " WS-REJECT-COUNT " REJECTED".
043500           DISPLAY "FCDESPCF: " WS-AWAITING-COUNT
043600               " ORDER(S) ONE DAY OR MORE OLD NOT DESPATCHED".
043700 8000-TERMINATE-EXIT.
043800           EXIT.
043900
044000**----------------------------------------------------------*
044100*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
044200*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
044300**----------------------------------------------------------*
044400 9999-ABEND.
044500           MOVE 16 TO RETURN-CODE.
044600           STOP RUN.
044700 9999-ABEND-EXIT.
044800           EXIT.
