000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCCMCONV.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - ONE-OFF CONVERSION OF
000800*                          THE CUSTMSTR CUSTOMER MASTER TO THE
000900*                          LAYOUT THAT CARRIES THE MARKETING
001000*                          CONSENT FLAG. THE CLUSTER IS UNLOADED
001100*                          TO CUSTOLD AHEAD OF THIS STEP,
001200*                          CONVERTED HERE TO CUSTNEW IN THE NEW
001300*                          LAYOUT, AND RELOADED INTO A FRESHLY
001400*                          DEFINED CLUSTER AFTERWARDS, THE SAME
001500*                          WAY FCSMCONV CONVERTED SUPPMSTR. EVERY
001600*                          CUSTOMER IS CARRIED ACROSS AS NOT
001700*                          ASKED, SO NOBODY IS MAILED UNTIL THE
001800*                          CUSTOMERADDRESS FEED RECORDS THEIR
001900*                          CONSENT.
002000*      ------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.   IBM-370.
002500 OBJECT-COMPUTER.   IBM-370.
002600
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900           SELECT OPTIONAL CUST-OLD ASSIGN TO CUSTOLD
003000               ORGANIZATION    IS LINE SEQUENTIAL
003100               FILE STATUS     IS WS-CUST-OLD-STATUS.
003200           SELECT CUST-NEW    ASSIGN TO CUSTNEW
003300               ORGANIZATION    IS LINE SEQUENTIAL
003400               FILE STATUS     IS WS-CUST-NEW-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800**----------------------------------------------------------*
003900*    OLD-CUST-RECORD - THE CUSTOMER MASTER AS UNLOADED FROM *
004000*    THE PRE-CONVERSION CLUSTER, WITH NO CONSENT FLAG       *
004100**----------------------------------------------------------*
004200 FD  CUST-OLD.
004300 01  OLD-CUST-RECORD.
004400           05  OC-CUSTOMER-REF         PIC 9(10).
004500           05  OC-ADDRESS-COUNT        PIC 99       COMP.
004600           05  OC-ADDRESS              PIC X(164)   OCCURS 20
004700               TIMES.
004800
004900 FD  CUST-NEW.
005000           COPY CustomerMaster
005100               REPLACING ==CustomerMasterRecord==
005200                   BY ==NEW-CUST-RECORD==.
005300
005400 WORKING-STORAGE SECTION.
005500 01  WS-SWITCHES.
005600           05  WS-CUST-EOF-SWITCH   PIC X(01)    VALUE "N".
005700               88  END-OF-CUST-OLD           VALUE "Y".
005800
005900 01  WS-FILE-STATUSES.
006000           05  WS-CUST-OLD-STATUS   PIC X(02)    VALUE "00".
006100           05  WS-CUST-NEW-STATUS   PIC X(02)    VALUE "00".
006200
006300 01  WS-INDICES.
006400           05  WS-ADDR-IX           PIC 99       COMP
006500               VALUE ZERO.
006600
006700 01  WS-COUNTERS.
006800           05  WS-CUST-CONV-COUNT   PIC 9(9)     COMP
006900               VALUE ZERO.
007000
007100 PROCEDURE DIVISION.
007200
007300**----------------------------------------------------------*
007400*    0000-MAINLINE                                          *
007500**----------------------------------------------------------*
007600 0000-MAINLINE.
007700           PERFORM 2000-CONVERT-CUSTOMER-MASTER
007800               THRU 2000-CONVERT-CUSTOMER-MASTER-EXIT.
007900           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
008000           STOP RUN.
008100
008200**----------------------------------------------------------*
008300*    2000-CONVERT-CUSTOMER-MASTER - PASS THE CUSTOMER       *
008400*    MASTER UNLOAD AND REBUILD EVERY RECORD ON THE NEW      *
008500*    LAYOUT                                                 *
008600**----------------------------------------------------------*
008700 2000-CONVERT-CUSTOMER-MASTER.
008800           OPEN INPUT  CUST-OLD.
008900           IF WS-CUST-OLD-STATUS NOT = "00"
009000               AND WS-CUST-OLD-STATUS NOT = "05"
009100               DISPLAY "FCCMCONV: CUSTOLD OPEN FAILED, STATUS="
009200                   WS-CUST-OLD-STATUS
009300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009400           END-IF.
009500           OPEN OUTPUT CUST-NEW.
009600           IF WS-CUST-NEW-STATUS NOT = "00"
009700               DISPLAY "FCCMCONV: CUSTNEW OPEN FAILED, STATUS="
009800                   WS-CUST-NEW-STATUS
009900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010000           END-IF.
010100           PERFORM 2900-READ-CUST-OLD
010200               THRU 2900-READ-CUST-OLD-EXIT.
010300           PERFORM 2100-CONVERT-ONE-CUSTOMER
010400               THRU 2100-CONVERT-ONE-CUSTOMER-EXIT
010500               UNTIL END-OF-CUST-OLD.
010600           CLOSE CUST-OLD.
010700           CLOSE CUST-NEW.
010800 2000-CONVERT-CUSTOMER-MASTER-EXIT.
010900           EXIT.
011000
011100**----------------------------------------------------------*
011200*    2100-CONVERT-ONE-CUSTOMER                              *
011300**----------------------------------------------------------*
011400 2100-CONVERT-ONE-CUSTOMER.
011500           MOVE SPACES TO NEW-CUST-RECORD.
011600           MOVE OC-CUSTOMER-REF
011700               TO CustomerReference OF NEW-CUST-RECORD.
011800           MOVE OC-ADDRESS-COUNT
011900               TO AddressCount OF NEW-CUST-RECORD.
012000           PERFORM 2110-CONVERT-ONE-ADDRESS
012100               THRU 2110-CONVERT-ONE-ADDRESS-EXIT
012200               VARYING WS-ADDR-IX FROM 1 BY 1
012300               UNTIL WS-ADDR-IX > 20.
012400           MOVE SPACE TO MarketingConsent OF NEW-CUST-RECORD.
012500           WRITE NEW-CUST-RECORD.
012600           IF WS-CUST-NEW-STATUS NOT = "00"
012700               DISPLAY "FCCMCONV: CUSTNEW WRITE ERROR, STATUS="
012800                   WS-CUST-NEW-STATUS
012900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
013000           END-IF.
013100           ADD 1 TO WS-CUST-CONV-COUNT.
013200           PERFORM 2900-READ-CUST-OLD
013300               THRU 2900-READ-CUST-OLD-EXIT.
013400 2100-CONVERT-ONE-CUSTOMER-EXIT.
013500           EXIT.
013600
013700**----------------------------------------------------------*
013800*    2110-CONVERT-ONE-ADDRESS - THE ADDRESS SLOTS ARE       *
013900*    UNCHANGED AND ARE CARRIED ACROSS WHOLE                 *
014000**----------------------------------------------------------*
014100 2110-CONVERT-ONE-ADDRESS.
014200           MOVE OC-ADDRESS (WS-ADDR-IX)
014300               TO Addresses OF NEW-CUST-RECORD (WS-ADDR-IX).
014400 2110-CONVERT-ONE-ADDRESS-EXIT.
014500           EXIT.
014600
014700**----------------------------------------------------------*
014800*    2900-READ-CUST-OLD                                     *
014900**----------------------------------------------------------*
015000 2900-READ-CUST-OLD.
015100           READ CUST-OLD
015200               AT END
015300                   SET END-OF-CUST-OLD TO TRUE
015400           END-READ.
015500           IF NOT END-OF-CUST-OLD
015600               AND WS-CUST-OLD-STATUS NOT = "00"
015700               DISPLAY "FCCMCONV: CUSTOLD READ ERROR, STATUS="
015800                   WS-CUST-OLD-STATUS
015900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
016000           END-IF.
016100 2900-READ-CUST-OLD-EXIT.
016200           EXIT.
016300
016400**----------------------------------------------------------*
016500*    8000-TERMINATE - DISPLAY THE RUN'S CONTROL TOTALS      *
016600**----------------------------------------------------------*
016700 8000-TERMINATE.
016800           DISPLAY "FCCMCONV: " WS-CUST-CONV-COUNT
016900               " CUSTOMER(S) CONVERTED WITH CONSENT NOT ASKED".
017000 8000-TERMINATE-EXIT.
017100           EXIT.
017200
017300**----------------------------------------------------------*
017400*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
017500*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
017600**----------------------------------------------------------*
017700 9999-ABEND.
017800           MOVE 16 TO RETURN-CODE.
017900           STOP RUN.
018000 9999-ABEND-EXIT.
018100           EXIT.
