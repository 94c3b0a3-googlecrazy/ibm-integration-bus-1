000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCMKTEXT.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - DIRECT-MARKETING
000800*                          EXTRACT FOR THE MAILING HOUSE. THE
000900*                          CUSTOMERS FCCUSSEG LEFT ON CUSTSEG ARE
001000*                          SELECTED BY THE SEGMENT, REGION,
001100*                          MINIMUM LOYALTY POINTS AND MINIMUM DAYS
001200*                          SINCE THE LAST PURCHASE ON THE MKTPARM
001300*                          CARD. EACH ONE SELECTED IS LOOKED UP ON
001400*                          CUSTMSTR AND WRITTEN TO MKTEXTR WITH
001500*                          THEIR CURRENT ADDRESS ONLY IF THE
001600*                          MASTER, AS IT STANDS NOW, RECORDS THEIR
001700*                          CONSENT TO MARKETING. CUSTOMERS WHO
001800*                          HAVE OPTED OUT OR HAVE NEVER BEEN ASKED
001900*                          ARE NEVER EXTRACTED, AND ARE COUNTED. A
002000*                          CUSTOMER WHO HAS NEVER PURCHASED HAS NO
002100*                          DAYS SINCE A PURCHASE TO MEASURE, SO A
002200*                          MINIMUM-DAYS SELECTION PASSES THEM OVER
002300*                          UNLESS THE CARD ASKS FOR THE NEVR
002400*                          SEGMENT ITSELF. A CUSTOMER WITH NO
002500*                          SURNAME CANNOT BE ADDRESSED AND IS
002600*                          COUNTED, NOT EXTRACTED.
002700*      ------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600           SELECT PARM-FILE    ASSIGN TO MKTPARM
003700               ORGANIZATION    IS LINE SEQUENTIAL
003800               FILE STATUS     IS WS-PARM-STATUS.
003900           SELECT SEG-FILE     ASSIGN TO CUSTSEG
004000               ORGANIZATION    IS LINE SEQUENTIAL
004100               FILE STATUS     IS WS-SEG-STATUS.
004200           SELECT CUST-FILE    ASSIGN TO CUSTMSTR
004300               ORGANIZATION    IS INDEXED
004400               ACCESS MODE     IS RANDOM
004500               RECORD KEY      IS CustomerReference
004600                                   OF CUST-RECORD
004700               FILE STATUS     IS WS-CUST-STATUS.
004800           SELECT MAIL-FILE    ASSIGN TO MKTEXTR
004900               ORGANIZATION    IS LINE SEQUENTIAL
005000               FILE STATUS     IS WS-MAIL-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400**----------------------------------------------------------*
005500*    PARM-RECORD - THE EXTRACT SELECTION CARD. A BLANK      *
005600*    SEGMENT OR REGION SELECTS EVERY ONE. THE MINIMUM DAYS  *
005700*    SINCE THE LAST PURCHASE PICKS OUT CUSTOMERS WHO HAVE   *
005800*    NOT SHOPPED FOR A WHILE; ZERO TAKES EVERYONE           *
005900**----------------------------------------------------------*
006000 FD  PARM-FILE.
006100 01  PARM-RECORD.
006200           05  PARM-SEGMENT            PIC X(4).
006300           05  PARM-REGION             PIC X(4).
006400           05  PARM-MIN-POINTS         PIC 9(7).
006500           05  PARM-MIN-DAYS           PIC 9(3).
006600
006700 FD  SEG-FILE.
006800           COPY CustomerSegment
006900               REPLACING ==CustomerSegmentRecord==
007000                   BY ==SEG-RECORD==.
007100
007200 FD  CUST-FILE.
007300           COPY CustomerMaster
007400               REPLACING ==CustomerMasterRecord==
007500                   BY ==CUST-RECORD==.
007600
007700 FD  MAIL-FILE.
007800           COPY MailingExtract
007900               REPLACING ==MailingExtractRecord==
008000                   BY ==MAIL-RECORD==.
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-SWITCHES.
008400           05  WS-SEG-EOF-SWITCH    PIC X(01)    VALUE "N".
008500               88  END-OF-SEG-FILE           VALUE "Y".
008600           05  WS-ADDR-FOUND-SWITCH PIC X(01)    VALUE "N".
008700               88  FOUND-CURRENT-ADDR        VALUE "Y".
008800
008900 01  WS-FILE-STATUSES.
009000           05  WS-PARM-STATUS       PIC X(02)    VALUE "00".
009100           05  WS-SEG-STATUS        PIC X(02)    VALUE "00".
009200           05  WS-CUST-STATUS       PIC X(02)    VALUE "00".
009300           05  WS-MAIL-STATUS       PIC X(02)    VALUE "00".
009400
009500 01  WS-INDICES.
009600           05  WS-ADDR-IX           PIC 99       COMP
009700               VALUE ZERO.
009800
009900 01  WS-COUNTERS.
010000           05  WS-SEG-READ-COUNT    PIC 9(7)     COMP
010100               VALUE ZERO.
010200           05  WS-SELECTED-COUNT    PIC 9(7)     COMP
010300               VALUE ZERO.
010400           05  WS-EXTRACTED-COUNT   PIC 9(7)     COMP
010500               VALUE ZERO.
010600           05  WS-OPTED-OUT-COUNT   PIC 9(7)     COMP
010700               VALUE ZERO.
010800           05  WS-NOT-ASKED-COUNT   PIC 9(7)     COMP
010900               VALUE ZERO.
011000           05  WS-NO-ADDRESS-COUNT  PIC 9(7)     COMP
011100               VALUE ZERO.
011200           05  WS-NO-NAME-COUNT     PIC 9(7)     COMP
011300               VALUE ZERO.
011400           05  WS-NOT-ON-MSTR-COUNT PIC 9(7)     COMP
011500               VALUE ZERO.
011600
011700**----------------------------------------------------------*
011800*    WS-SELECTION - THE CONTROL CARD AS APPLIED             *
011900**----------------------------------------------------------*
012000 01  WS-SELECTION.
012100           05  WS-SEL-SEGMENT       PIC X(4)     VALUE SPACES.
012200           05  WS-SEL-REGION        PIC X(4)     VALUE SPACES.
012300           05  WS-SEL-MIN-POINTS    PIC 9(7)     VALUE ZERO.
012400           05  WS-SEL-MIN-DAYS      PIC 9(3)     VALUE ZERO.
012500
012600 PROCEDURE DIVISION.
012700
012800**----------------------------------------------------------*
012900*    0000-MAINLINE                                          *
013000**----------------------------------------------------------*
013100 0000-MAINLINE.
013200           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
013300           PERFORM 2000-PROCESS-SEGMENT
013400               THRU 2000-PROCESS-SEGMENT-EXIT
013500               UNTIL END-OF-SEG-FILE.
013600           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
013700           STOP RUN.
013800
013900**----------------------------------------------------------*
014000*    1000-INITIALISE - READ THE SELECTION CARD AND OPEN THE *
014100*    FILES                                                  *
014200**----------------------------------------------------------*
014300 1000-INITIALISE.
014400           OPEN INPUT  PARM-FILE.
014500           IF WS-PARM-STATUS NOT = "00"
014600               DISPLAY "FCMKTEXT: PARM-FILE OPEN FAILED, STATUS="
014700                   WS-PARM-STATUS
014800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
014900           END-IF.
015000           READ PARM-FILE
015100               AT END
015200                   MOVE SPACES TO PARM-RECORD
015300           END-READ.
015400           CLOSE PARM-FILE.
015500           MOVE PARM-SEGMENT TO WS-SEL-SEGMENT.
015600           MOVE PARM-REGION TO WS-SEL-REGION.
015700           IF PARM-MIN-POINTS NUMERIC
015800               MOVE PARM-MIN-POINTS TO WS-SEL-MIN-POINTS
015900           END-IF.
016000           IF PARM-MIN-DAYS NUMERIC
016100               MOVE PARM-MIN-DAYS TO WS-SEL-MIN-DAYS
016200           END-IF.
016300           DISPLAY "FCMKTEXT: SEGMENT=" WS-SEL-SEGMENT
016400               " REGION=" WS-SEL-REGION
016500               " MIN POINTS=" WS-SEL-MIN-POINTS
016600               " MIN DAYS=" WS-SEL-MIN-DAYS.
016700           OPEN INPUT  SEG-FILE.
016800           IF WS-SEG-STATUS NOT = "00"
016900               DISPLAY "FCMKTEXT: SEG-FILE OPEN FAILED, STATUS="
017000                   WS-SEG-STATUS
017100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
017200           END-IF.
017300           OPEN INPUT  CUST-FILE.
017400           IF WS-CUST-STATUS NOT = "00"
017500               DISPLAY "FCMKTEXT: CUST-FILE OPEN FAILED, STATUS="
017600                   WS-CUST-STATUS
017700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
017800           END-IF.
017900           OPEN OUTPUT MAIL-FILE.
018000           IF WS-MAIL-STATUS NOT = "00"
018100               DISPLAY "FCMKTEXT: MAIL-FILE OPEN FAILED, STATUS="
018200                   WS-MAIL-STATUS
018300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
018400           END-IF.
018500           PERFORM 2900-READ-SEG-FILE
018600               THRU 2900-READ-SEG-FILE-EXIT.
018700 1000-INITIALISE-EXIT.
018800           EXIT.
018900
019000**----------------------------------------------------------*
019100*    2000-PROCESS-SEGMENT - SELECT ONE SCORED CUSTOMER, AND *
019200*    EXTRACT THEM ONLY WHEN THE MASTER RECORDS THEIR        *
019300*    CONSENT. CONSENT IS TAKEN FROM CUSTMSTR, NOT CUSTSEG,  *
019400*    SO AN OPT-OUT SINCE THE SEGMENTATION RUN IS HONOURED.  *
019500*    A NEVER-PURCHASED CUSTOMER ONLY PASSES A MINIMUM-DAYS  *
019600*    SELECTION WHEN THE CARD ASKS FOR SEGMENT NEVR          *
019700**----------------------------------------------------------*
019800 2000-PROCESS-SEGMENT.
019900           IF WS-SEL-SEGMENT NOT = SPACES
020000               AND SegmentCode OF SEG-RECORD NOT = WS-SEL-SEGMENT
020100               GO TO 2000-PROCESS-SEGMENT-READ
020200           END-IF.
020300           IF WS-SEL-REGION NOT = SPACES
020400               AND CustomerRegion OF SEG-RECORD NOT =
020500                   WS-SEL-REGION
020600               GO TO 2000-PROCESS-SEGMENT-READ
020700           END-IF.
020800           IF LoyaltyPoints < WS-SEL-MIN-POINTS
020900               OR RecencyDays < WS-SEL-MIN-DAYS
021000               GO TO 2000-PROCESS-SEGMENT-READ
021100           END-IF.
021200           IF WS-SEL-MIN-DAYS > ZERO
021300               AND WS-SEL-SEGMENT NOT = "NEVR"
021400               AND Never-Purchased-Segment OF SEG-RECORD
021500               GO TO 2000-PROCESS-SEGMENT-READ
021600           END-IF.
021700           ADD 1 TO WS-SELECTED-COUNT.
021800           MOVE CustomerReference OF SEG-RECORD
021900               TO CustomerReference OF CUST-RECORD.
022000           READ CUST-FILE
022100               INVALID KEY
022200                   ADD 1 TO WS-NOT-ON-MSTR-COUNT
022300                   GO TO 2000-PROCESS-SEGMENT-READ
022400           END-READ.
022500           IF Marketing-Opted-Out OF CUST-RECORD
022600               ADD 1 TO WS-OPTED-OUT-COUNT
022700               GO TO 2000-PROCESS-SEGMENT-READ
022800           END-IF.
022900           IF NOT Marketing-Permitted OF CUST-RECORD
023000               ADD 1 TO WS-NOT-ASKED-COUNT
023100               GO TO 2000-PROCESS-SEGMENT-READ
023200           END-IF.
023300           PERFORM 3000-FIND-CURRENT-ADDR
023400               THRU 3000-FIND-CURRENT-ADDR-EXIT.
023500           IF NOT FOUND-CURRENT-ADDR
023600               ADD 1 TO WS-NO-ADDRESS-COUNT
023700               GO TO 2000-PROCESS-SEGMENT-READ
023800           END-IF.
023900           IF Surname OF SEG-RECORD = SPACES
024000               ADD 1 TO WS-NO-NAME-COUNT
024100               GO TO 2000-PROCESS-SEGMENT-READ
024200           END-IF.
024300           PERFORM 4000-WRITE-MAIL-RECORD
024400               THRU 4000-WRITE-MAIL-RECORD-EXIT.
024500 2000-PROCESS-SEGMENT-READ.
024600           PERFORM 2900-READ-SEG-FILE
024700               THRU 2900-READ-SEG-FILE-EXIT.
024800 2000-PROCESS-SEGMENT-EXIT.
024900           EXIT.
025000
025100**----------------------------------------------------------*
025200*    2900-READ-SEG-FILE                                     *
025300**----------------------------------------------------------*
025400 2900-READ-SEG-FILE.
025500           READ SEG-FILE
025600               AT END
025700                   SET END-OF-SEG-FILE TO TRUE
025800                   GO TO 2900-READ-SEG-FILE-EXIT
025900           END-READ.
026000           IF WS-SEG-STATUS NOT = "00"
026100               DISPLAY "FCMKTEXT: SEG-FILE READ ERROR, STATUS="
026200                   WS-SEG-STATUS
026300               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
026400           END-IF.
026500           ADD 1 TO WS-SEG-READ-COUNT.
026600 2900-READ-SEG-FILE-EXIT.
026700           EXIT.
026800
026900**----------------------------------------------------------*
027000*    3000-FIND-CURRENT-ADDR - A CURRENT ADDRESS ERASED AT   *
027100*    THE CUSTOMER'S REQUEST IS BLANK AND IS NOT MAILED      *
027200**----------------------------------------------------------*
027300 3000-FIND-CURRENT-ADDR.
027400           SET WS-ADDR-FOUND-SWITCH TO "N".
027500           IF AddressCount OF CUST-RECORD < 1
027600               OR AddressCount OF CUST-RECORD > 20
027700               GO TO 3000-FIND-CURRENT-ADDR-EXIT
027800           END-IF.
027900           PERFORM 3010-SEARCH-CURRENT-ADDR
028000               THRU 3010-SEARCH-CURRENT-ADDR-EXIT
028100               VARYING WS-ADDR-IX FROM 1 BY 1
028200               UNTIL WS-ADDR-IX > AddressCount OF CUST-RECORD
028300                   OR FOUND-CURRENT-ADDR.
028400           IF FOUND-CURRENT-ADDR
028500               SUBTRACT 1 FROM WS-ADDR-IX
028600               IF AddressString OF CUST-RECORD (WS-ADDR-IX) =
028700                   SPACES
028800                   SET WS-ADDR-FOUND-SWITCH TO "N"
028900               END-IF
029000           END-IF.
029100 3000-FIND-CURRENT-ADDR-EXIT.
029200           EXIT.
029300
029400**----------------------------------------------------------*
029500*    3010-SEARCH-CURRENT-ADDR                               *
029600**----------------------------------------------------------*
029700 3010-SEARCH-CURRENT-ADDR.
029800           IF Current-Address OF CUST-RECORD (WS-ADDR-IX)
029900               SET FOUND-CURRENT-ADDR TO TRUE
030000           END-IF.
030100 3010-SEARCH-CURRENT-ADDR-EXIT.
030200           EXIT.
030300
030400**----------------------------------------------------------*
030500*    4000-WRITE-MAIL-RECORD - THE MAILING HOUSE TAKES ONE   *
030600*    LAYOUT FOR BOTH UK AND OVERSEAS ADDRESSES              *
030700**----------------------------------------------------------*
030800 4000-WRITE-MAIL-RECORD.
030900           MOVE SPACES TO MAIL-RECORD.
031000           MOVE CustomerReference OF SEG-RECORD
031100               TO CustomerReference OF MAIL-RECORD.
031200           MOVE CustomerInitial OF SEG-RECORD (1)
031300               TO CustomerInitial OF MAIL-RECORD (1).
031400           MOVE CustomerInitial OF SEG-RECORD (2)
031500               TO CustomerInitial OF MAIL-RECORD (2).
031600           MOVE Surname OF SEG-RECORD TO Surname OF MAIL-RECORD.
031700           MOVE Country OF CUST-RECORD (WS-ADDR-IX)
031800               TO MailCountry.
031900           IF Overseas OF CUST-RECORD (WS-ADDR-IX)
032000               MOVE ZERO TO MailHouseNumber
032100               MOVE Street OF InternationalAddressParts
032200                   OF CUST-RECORD (WS-ADDR-IX) TO MailStreet
032300               MOVE City OF InternationalAddressParts
032400                   OF CUST-RECORD (WS-ADDR-IX) TO MailTown
032500               MOVE Region OF CUST-RECORD (WS-ADDR-IX)
032600                   TO MailCountyOrRegion
032700               MOVE PostalCode OF CUST-RECORD (WS-ADDR-IX)
032800                   TO MailPostcode
032900               MOVE CountryCode OF CUST-RECORD (WS-ADDR-IX)
033000                   TO MailCountryCode
033100           ELSE
033200               MOVE HouseNumber OF CUST-RECORD (WS-ADDR-IX)
033300                   TO MailHouseNumber
033400               MOVE Street OF AddressParts
033500                   OF CUST-RECORD (WS-ADDR-IX) TO MailStreet
033600               MOVE City OF AddressParts
033700                   OF CUST-RECORD (WS-ADDR-IX) TO MailTown
033800               MOVE County OF CUST-RECORD (WS-ADDR-IX)
033900                   TO MailCountyOrRegion
034000               MOVE Postcode OF CUST-RECORD (WS-ADDR-IX)
034100                   TO MailPostcode
034200               MOVE "GBR" TO MailCountryCode
034300           END-IF.
034400           MOVE SegmentCode OF SEG-RECORD
034500               TO SegmentCode OF MAIL-RECORD.
034600           MOVE CustomerRegion OF SEG-RECORD
034700               TO CustomerRegion OF MAIL-RECORD.
034800           WRITE MAIL-RECORD.
034900           IF WS-MAIL-STATUS NOT = "00"
035000               DISPLAY "FCMKTEXT: MAIL-FILE WRITE ERROR, STATUS="
035100                   WS-MAIL-STATUS
035200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
035300           END-IF.
035400           ADD 1 TO WS-EXTRACTED-COUNT.
035500 4000-WRITE-MAIL-RECORD-EXIT.
035600           EXIT.
035700
035800**----------------------------------------------------------*
035900*    8000-TERMINATE - CLOSE DOWN THE FILES AND DISPLAY THE  *
036000*    RUN'S CONTROL TOTALS                                   *
036100**----------------------------------------------------------*
036200 8000-TERMINATE.
036300           CLOSE SEG-FILE.
036400           CLOSE CUST-FILE.
036500           CLOSE MAIL-FILE.
036600           DISPLAY "FCMKTEXT: " WS-SEG-READ-COUNT
036700               " SCORED, " WS-SELECTED-COUNT " SELECTED, "
036800               WS-EXTRACTED-COUNT " EXTRACTED".
036900           DISPLAY "FCMKTEXT: " WS-OPTED-OUT-COUNT
037000               " OPTED OUT, " WS-NOT-ASKED-COUNT
037100               " NOT ASKED, " WS-NO-ADDRESS-COUNT
037200               " NO CURRENT ADDRESS, " WS-NO-NAME-COUNT
037300               " NO NAME, " WS-NOT-ON-MSTR-COUNT
037400               " NOT ON CUSTMSTR - NOT EXTRACTED".
037500 8000-TERMINATE-EXIT.
037600           EXIT.
037700
037800**----------------------------------------------------------*
037900*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
038000*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
038100**----------------------------------------------------------*
038200 9999-ABEND.
038300           MOVE 16 TO RETURN-CODE.
038400           STOP RUN.
038500 9999-ABEND-EXIT.
038600           EXIT.
