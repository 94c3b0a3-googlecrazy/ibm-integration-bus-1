000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FCCRDREC.
000300*      ------------------------------------------------------------
000400*       WRITTEN BY D PARKIN, FIRSTCUP RETAIL SYSTEMS, 15-OCT-2026.
000500*       MODIFICATION HISTORY
000600*       DATE         INIT  DESCRIPTION
000700*       15-OCT-2026  DP    INITIAL VERSION - NIGHTLY CARD ACQUIRER
000800*                          SETTLEMENT RECONCILIATION. FCCASHUP
000900*                          CHECKS THE DECLARED CARDAMOUNT AGAINST
001000*                          THE TILL, BUT NOTHING CHECKED THAT THE
001100*                          BANK PAID WHAT THE TILLS TOOK. THIS JOB
001200*                          TOTALS CARDAMOUNT OFF THE PURCHIN FEED
001300*                          BY BRANCH AND RUNDATE INTO A
001400*                          CARRIED-FORWARD POSITION ON CARDPOSN,
001500*                          THEN APPLIES THE ACQUIRER'S CARDSETL
001600*                          SETTLEMENT FILE AGAINST THE SAME BRANCH
001700*                          AND TRADING DATE. A POSITION STAYS OPEN
001800*                          FROM NIGHT TO NIGHT UNTIL WHAT WAS
001900*                          SETTLED EQUALS WHAT WAS TAKEN; WHEN IT
002000*                          CLEARS, THE SETTLED MONEY IS JOURNALLED
002100*                          ON CARDJRNL TO THE BANK ACCOUNT ON THE
002200*                          GLRULES SETTLEMENT RULE AGAINST THE
002300*                          CARD TENDER ACCOUNT FCGLPOST DEBITS THE
002400*                          TAKINGS TO. EVERY POSITION STILL OPEN
002500*                          IS AGED BY BRANCH ON CARDAGRP. THE
002600*                          SETTLEMENT FILE IS GUARDED BY FCRUNCTL
002700*                          PER BRANCH AND SETTLEMENT DATE; A RERUN
002800*                          OF THE SAME PURCHIN FEED FINDS ITS
002900*                          TAKINGS ALREADY LOADED AND PASSES THEM
003000*                          OVER.
003010*       15-OCT-2026  DP    THE SETTLEMENT JOURNAL IS NOW CUT TO
003020*                          THE HELD FILE CARDJRNH. FCGLREL
003030*                          RELEASES IT TO CARDJRNL WITH THE GL
003040*                          EXTRACT, ONLY WHEN FCCTLBAL HAS PROVED
003050*                          THE RUN DATE IN BALANCE.
003100*      ------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000           SELECT RULE-FILE    ASSIGN TO GLRULES
004100               ORGANIZATION    IS LINE SEQUENTIAL
004200               FILE STATUS     IS WS-RULE-STATUS.
004300           SELECT PURCH-FILE   ASSIGN TO PURCHIN
004400               ORGANIZATION    IS LINE SEQUENTIAL
004500               FILE STATUS     IS WS-PURCH-STATUS.
004600           SELECT OPTIONAL SETL-FILE ASSIGN TO CARDSETL
004700               ORGANIZATION    IS LINE SEQUENTIAL
004800               FILE STATUS     IS WS-SETL-STATUS.
004900           SELECT OPTIONAL POSN-FILE ASSIGN TO CARDPOSN
005000               ORGANIZATION    IS INDEXED
005100               ACCESS MODE     IS DYNAMIC
005200               RECORD KEY      IS PositionKey OF POSN-RECORD
005300               FILE STATUS     IS WS-POSN-STATUS.
005400           SELECT JRNL-FILE    ASSIGN TO CARDJRNH
005500               ORGANIZATION    IS LINE SEQUENTIAL
005600               FILE STATUS     IS WS-JRNL-STATUS.
005700           SELECT REPORT-FILE  ASSIGN TO CARDRCRP
005800               ORGANIZATION    IS LINE SEQUENTIAL
005900               FILE STATUS     IS WS-REPORT-STATUS.
006000           SELECT AGEING-FILE  ASSIGN TO CARDAGRP
006100               ORGANIZATION    IS LINE SEQUENTIAL
006200               FILE STATUS     IS WS-AGEING-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RULE-FILE.
006700           COPY PostingRule
006800               REPLACING ==PostingRuleRecord==
006900                   BY ==RULE-RECORD==.
007000
007100 FD  PURCH-FILE
007200           RECORD CONTAINS 0 TO 873262 CHARACTERS
007300           RECORDING MODE IS V.
007400           COPY PurchaseData
007500               REPLACING ==PurchaseData== BY ==PURCH-RECORD==.
007600
007700**----------------------------------------------------------*
007800*    SETL-RECORD - ONE ACQUIRER SETTLEMENT LINE: THE MONEY  *
007900*    PAID ON THE SETTLEMENT DATE FOR ONE BRANCH'S CARD      *
008000*    TAKINGS OF ONE TRADING DATE, IN PENCE. A CHARGEBACK    *
008100*    OR ADJUSTMENT COMES THROUGH NEGATIVE                   *
008200**----------------------------------------------------------*
008300 FD  SETL-FILE.
008400 01  SETL-RECORD.
008500           05  STL-BRANCH-ID           PIC X(5).
008600           05  STL-TRADING-DATE        PIC 9(8).
008700           05  STL-SETTLEMENT-DATE     PIC 9(8).
008800           05  STL-AMOUNT              PIC S9(9)
008900               SIGN IS LEADING SEPARATE CHARACTER.
009000           05  STL-ACQUIRER-REF        PIC X(20).
009100
009200 FD  POSN-FILE.
009300           COPY CardPosition
009400               REPLACING ==CardPositionRecord==
009500                   BY ==POSN-RECORD==.
009600
009700 FD  JRNL-FILE.
009800           COPY GlJournal
009900               REPLACING ==GlJournalRecord==
010000                   BY ==JRNL-RECORD==.
010100
010200 FD  REPORT-FILE.
010300 01  REPORT-RECORD               PIC X(132).
010400
010500 FD  AGEING-FILE.
010600 01  AGEING-RECORD               PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900 01  WS-SWITCHES.
011000           05  WS-RULE-EOF-SWITCH   PIC X(01)    VALUE "N".
011100               88  END-OF-RULE-FILE          VALUE "Y".
011200           05  WS-EOF-SWITCH        PIC X(01)    VALUE "N".
011300               88  END-OF-PURCH-FILE         VALUE "Y".
011400           05  WS-SETL-EOF-SWITCH   PIC X(01)    VALUE "N".
011500               88  END-OF-SETL-FILE          VALUE "Y".
011600           05  WS-POSN-EOF-SWITCH   PIC X(01)    VALUE "N".
011700               88  END-OF-POSN-FILE          VALUE "Y".
011800           05  WS-TK-FOUND-SWITCH   PIC X(01)    VALUE "N".
011900               88  FOUND-TAKINGS             VALUE "Y".
012000           05  WS-RB-FOUND-SWITCH   PIC X(01)    VALUE "N".
012100               88  FOUND-RUN-BRANCH          VALUE "Y".
012200           05  WS-RULE-FOUND-SWITCH PIC X(01)    VALUE "N".
012300               88  FOUND-RULE                VALUE "Y".
012400           05  WS-POSN-FOUND-SWITCH PIC X(01)    VALUE "N".
012500               88  FOUND-POSITION            VALUE "Y".
012600
012700 01  WS-FILE-STATUSES.
012800           05  WS-RULE-STATUS       PIC X(02)    VALUE "00".
012900           05  WS-PURCH-STATUS      PIC X(02)    VALUE "00".
013000           05  WS-SETL-STATUS       PIC X(02)    VALUE "00".
013100           05  WS-POSN-STATUS       PIC X(02)    VALUE "00".
013200           05  WS-JRNL-STATUS       PIC X(02)    VALUE "00".
013300           05  WS-REPORT-STATUS     PIC X(02)    VALUE "00".
013400           05  WS-AGEING-STATUS     PIC X(02)    VALUE "00".
013500
013600 01  WS-RUN-DATE              PIC 9(8)     VALUE ZERO.
013700
013800 01  WS-INDICES.
013900           05  WS-TK-IX             PIC 9(3)     COMP
014000               VALUE ZERO.
014100           05  WS-RB-IX             PIC 99       COMP
014200               VALUE ZERO.
014300           05  WS-RULE-IX           PIC 9(3)     COMP
014400               VALUE ZERO.
014500           05  WS-BAND-IX           PIC 9        COMP
014600               VALUE ZERO.
014700
014800 01  WS-COUNTERS.
014900           05  WS-RULE-COUNT        PIC 9(3)     COMP
015000               VALUE ZERO.
015100           05  WS-MESSAGE-COUNT     PIC 9(9)     COMP
015200               VALUE ZERO.
015300           05  WS-TAKINGS-LOADED    PIC 9(9)     COMP
015400               VALUE ZERO.
015500           05  WS-TAKINGS-SKIPPED   PIC 9(9)     COMP
015600               VALUE ZERO.
015700           05  WS-SETL-COUNT        PIC 9(9)     COMP
015800               VALUE ZERO.
015900           05  WS-AHEAD-COUNT       PIC 9(9)     COMP
016000               VALUE ZERO.
016100           05  WS-CLEARED-COUNT     PIC 9(9)     COMP
016200               VALUE ZERO.
016300           05  WS-REOPENED-COUNT    PIC 9(9)     COMP
016400               VALUE ZERO.
016500           05  WS-OPEN-COUNT        PIC 9(9)     COMP
016600               VALUE ZERO.
016700           05  WS-POSTING-COUNT     PIC 9(9)     COMP
016800               VALUE ZERO.
016900
017000**----------------------------------------------------------*
017100*    WS-RULE-TABLE - THE GLRULES POSTING RULES, LOADED      *
017200*    ONCE AT INITIALISATION AS FCGLPOST LOADS THEM. THE     *
017300*    CARD TENDER RULE AND THE SETTLEMENT RULE ARE CHECKED   *
017400*    PRESENT BEFORE ANY POSITION IS TOUCHED                 *
017500**----------------------------------------------------------*
017600 01  WS-RULE-TABLE.
017700           05  WS-RU-ENTRY          OCCURS 50 TIMES.
017800               10  WS-RU-TYPE           PIC X(01).
017900               10  WS-RU-CODE           PIC X(01).
018000               10  WS-RU-DEBIT-ACCT     PIC X(08).
018100               10  WS-RU-CREDIT-ACCT    PIC X(08).
018200               10  WS-RU-VAT-ACCT       PIC X(08).
018300
018400 01  WS-POSTING-WORK.
018500           05  WS-WANT-TYPE         PIC X(01)    VALUE SPACE.
018600           05  WS-WANT-CODE         PIC X(01)    VALUE SPACE.
018700           05  WS-BANK-ACCOUNT      PIC X(08)    VALUE SPACES.
018800           05  WS-CARD-ACCOUNT      PIC X(08)    VALUE SPACES.
018900           05  WS-POST-ACCOUNT      PIC X(08)    VALUE SPACES.
019000           05  WS-POST-DC-FLAG      PIC X(01)    VALUE SPACE.
019100           05  WS-POST-AMOUNT       PIC S9(11)V99 COMP-3
019200               VALUE ZERO.
019300           05  WS-CLEAR-AMOUNT      PIC S9(9)    COMP-3
019400               VALUE ZERO.
019500           05  WS-TOTAL-DEBITS      PIC S9(11)V99 COMP-3
019600               VALUE ZERO.
019700           05  WS-TOTAL-CREDITS     PIC S9(11)V99 COMP-3
019800               VALUE ZERO.
019900
020000**----------------------------------------------------------*
020100*    WS-TAKINGS-TABLE - CARDAMOUNT TOTALLED FROM PURCHIN    *
020200*    BY SOURCEBRANCHID AND RUNDATE, ONE ENTRY PER BRANCH    *
020300*    AND DAY SEEN ON THE FEED                               *
020400**----------------------------------------------------------*
020500 01  WS-TAKINGS-TABLE.
020600           05  WS-TK-COUNT          PIC 9(3)     COMP
020700               VALUE ZERO.
020800           05  WS-TK-ENTRY          OCCURS 200 TIMES.
020900               10  WS-TK-BRANCH-ID      PIC X(05)
021000                   VALUE SPACES.
021100               10  WS-TK-RUN-DATE       PIC 9(8)
021200                   VALUE ZERO.
021300               10  WS-TK-CARD           PIC S9(9)    COMP-3
021400                   VALUE ZERO.
021500
021600**----------------------------------------------------------*
021700*    WS-RUNCTL-PARMS AND WS-RUNCTL-BRANCHES - FCRUNCTL      *
021800*    CALL PARAMETERS AND THE BRANCH AND SETTLEMENT DATES    *
021900*    ON THE SETTLEMENT FILE, EACH CHECKED IN THE PRE-SCAN   *
022000*    AND STAMPED COMPLETE AT SUCCESSFUL CLOSE               *
022100**----------------------------------------------------------*
022200 01  WS-RUNCTL-PARMS.
022300           05  WS-RC-FUNCTION       PIC X(01)    VALUE SPACE.
022400           05  WS-RC-RUN-DATE       PIC 9(8)     VALUE ZERO.
022500           05  WS-RC-BRANCH-ID      PIC X(5)     VALUE SPACES.
022600           05  WS-RC-FEED-NAME      PIC X(8)     VALUE "CARDSETL".
022700           05  WS-RC-RETURN         PIC X(01)    VALUE SPACE.
022800
022900 01  WS-RUNCTL-BRANCHES.
023000           05  WS-RB-COUNT          PIC 99       COMP
023100               VALUE ZERO.
023200           05  WS-RB-ENTRY          OCCURS 50 TIMES.
023300               10  WS-RB-RUN-DATE       PIC 9(8)     VALUE ZERO.
023400               10  WS-RB-BRANCH-ID      PIC X(5)     VALUE SPACES.
023500
023600**----------------------------------------------------------*
023700*    WS-BRNAME-PARMS - FCBRNAME CALL PARAMETERS, USED TO    *
023800*    NAME THE BRANCH ON THE AGEING REPORT                   *
023900**----------------------------------------------------------*
024000 01  WS-BRNAME-PARMS.
024100           05  WS-BN-FUNCTION       PIC X(01)    VALUE "N".
024200           05  WS-BN-BRANCH-ID      PIC X(5)     VALUE SPACES.
024300           05  WS-BN-TILL-ID        PIC 9(4)     VALUE ZERO.
024400           05  WS-BN-BRANCH-NAME    PIC X(30)    VALUE SPACES.
024500           05  WS-BN-RETURN         PIC X(01)    VALUE SPACE.
024600
024700 01  WS-AGEING-WORK.
024800           05  WS-CURRENT-BRANCH-ID PIC X(5)     VALUE LOW-VALUES.
024900           05  WS-AGE-DAYS          PIC S9(7)    COMP-3
025000               VALUE ZERO.
025100           05  WS-BR-BAND-AMOUNT    PIC S9(11)   COMP-3
025200               OCCURS 4 TIMES VALUE ZERO.
025300           05  WS-CO-BAND-AMOUNT    PIC S9(11)   COMP-3
025400               OCCURS 4 TIMES VALUE ZERO.
025500           05  WS-BR-UNSETTLED      PIC S9(11)   COMP-3
025600               VALUE ZERO.
025700           05  WS-CO-UNSETTLED      PIC S9(11)   COMP-3
025800               VALUE ZERO.
025900           05  WS-BR-OPEN-COUNT     PIC 9(9)     COMP
026000               VALUE ZERO.
026100           05  WS-RESULT            PIC X(30)    VALUE SPACES.
026200
026300**----------------------------------------------------------*
026400*    PRINT LINE LAYOUTS - MOVED TO THE REPORT RECORD AND    *
026500*    WRITTEN THROUGH 7900/7910                              *
026600**----------------------------------------------------------*
026700 01  WS-REPORT-HEADING.
026800           05  FILLER               PIC X(45)
026900               VALUE "FCCRDREC - CARD SETTLEMENT RECONCILIATION".
027000           05  FILLER               PIC X(09)
027100               VALUE "RUN DATE=".
027200           05  WS-RH-RUN-DATE       PIC 9(8).
027300
027400 01  WS-AGEING-HEADING.
027500           05  FILLER               PIC X(45)
027600               VALUE "FCCRDREC - UNRECONCILED CARD MONEY AGEING".
027700           05  FILLER               PIC X(09)
027800               VALUE "RUN DATE=".
027900           05  WS-AH-RUN-DATE       PIC 9(8).
028000
028100 01  WS-SECTION-LINE.
028200           05  WS-SL-TEXT           PIC X(60).
028300
028400 01  WS-TAKINGS-LINE.
028500           05  FILLER               PIC X(07)    VALUE "BRANCH ".
028600           05  WS-TL-BRANCH-ID      PIC X(05).
028700           05  FILLER               PIC X(14)
028800               VALUE " TRADING DATE=".
028900           05  WS-TL-TRADING-DATE   PIC 9(8).
029000           05  FILLER               PIC X(14)
029100               VALUE " CARD TAKINGS=".
029200           05  WS-TL-CARD           PIC -(10)9.
029300           05  FILLER               PIC X(01)    VALUE SPACE.
029400           05  WS-TL-RESULT         PIC X(30).
029500
029600 01  WS-SETTLEMENT-LINE.
029700           05  FILLER               PIC X(07)    VALUE "BRANCH ".
029800           05  WS-SD-BRANCH-ID      PIC X(05).
029900           05  FILLER               PIC X(14)
030000               VALUE " TRADING DATE=".
030100           05  WS-SD-TRADING-DATE   PIC 9(8).
030200           05  FILLER               PIC X(09)
030300               VALUE " SETTLED=".
030400           05  WS-SD-SETTLEMENT-DATE PIC 9(8).
030500           05  FILLER               PIC X(08)
030600               VALUE " AMOUNT=".
030700           05  WS-SD-AMOUNT         PIC -(10)9.
030800           05  FILLER               PIC X(05)    VALUE " REF=".
030900           05  WS-SD-ACQUIRER-REF   PIC X(20).
031000           05  FILLER               PIC X(01)    VALUE SPACE.
031100           05  WS-SD-RESULT         PIC X(30).
031200
031300 01  WS-CLEARED-LINE.
031400           05  FILLER               PIC X(07)    VALUE "BRANCH ".
031500           05  WS-CL-BRANCH-ID      PIC X(05).
031600           05  FILLER               PIC X(14)
031700               VALUE " TRADING DATE=".
031800           05  WS-CL-TRADING-DATE   PIC 9(8).
031900           05  FILLER               PIC X(09)
032000               VALUE " TAKINGS=".
032100           05  WS-CL-TAKINGS        PIC -(10)9.
032200           05  FILLER               PIC X(09)
032300               VALUE " SETTLED=".
032400           05  WS-CL-SETTLED        PIC -(10)9.
032500           05  FILLER               PIC X(08)
032600               VALUE " POSTED=".
032700           05  WS-CL-POSTED         PIC -(10)9.
032800
032900 01  WS-JOURNAL-TOTAL-LINE.
033000           05  FILLER               PIC X(20)
033100               VALUE "JOURNAL TOTALS      ".
033200           05  FILLER               PIC X(08)
033300               VALUE " DEBITS=".
033400           05  WS-JT-DEBITS         PIC -(11)9.99.
033500           05  FILLER               PIC X(09)
033600               VALUE " CREDITS=".
033700           05  WS-JT-CREDITS        PIC -(11)9.99.
033800
033900 01  WS-BRANCH-HEADER-LINE.
034000           05  FILLER               PIC X(07)    VALUE "BRANCH ".
034100           05  WS-HDR-BRANCH-ID     PIC X(05).
034200           05  FILLER               PIC X(01)    VALUE SPACE.
034300           05  WS-HDR-BRANCH-NAME   PIC X(30).
034400
034500 01  WS-AGEING-LINE.
034600           05  FILLER               PIC X(04)    VALUE SPACES.
034700           05  FILLER               PIC X(13)
034800               VALUE "TRADING DATE=".
034900           05  WS-AL-TRADING-DATE   PIC 9(8).
035000           05  FILLER               PIC X(09)
035100               VALUE " TAKINGS=".
035200           05  WS-AL-TAKINGS        PIC -(10)9.
035300           05  FILLER               PIC X(09)
035400               VALUE " SETTLED=".
035500           05  WS-AL-SETTLED        PIC -(10)9.
035600           05  FILLER               PIC X(11)
035700               VALUE " UNSETTLED=".
035800           05  WS-AL-UNSETTLED      PIC -(10)9.
035900           05  FILLER               PIC X(06)    VALUE " DAYS=".
036000           05  WS-AL-AGE-DAYS       PIC Z(3)9.
036100           05  FILLER               PIC X(01)    VALUE SPACE.
036200           05  WS-AL-FLAG           PIC X(16).
036300
036400 01  WS-AGEING-TOTAL-LINE.
036500           05  WS-AT-LABEL          PIC X(14).
036600           05  FILLER               PIC X(06)    VALUE " OPEN=".
036700           05  WS-AT-OPEN-COUNT     PIC Z(5)9.
036800           05  FILLER               PIC X(11)
036900               VALUE " UNSETTLED=".
037000           05  WS-AT-UNSETTLED      PIC -(10)9.
037100           05  FILLER               PIC X(06)    VALUE " 0-2D=".
037200           05  WS-AT-BAND-1         PIC -(10)9.
037300           05  FILLER               PIC X(06)    VALUE " 3-7D=".
037400           05  WS-AT-BAND-2         PIC -(10)9.
037500           05  FILLER               PIC X(07)    VALUE " 8-30D=".
037600           05  WS-AT-BAND-3         PIC -(10)9.
037700           05  FILLER               PIC X(08)    VALUE " OVER30=".
037800           05  WS-AT-BAND-4         PIC -(10)9.
037900
038000 01  WS-BLANK-LINE                PIC X(132)   VALUE SPACES.
038100
038200 PROCEDURE DIVISION.
038300
038400**----------------------------------------------------------*
038500*    0000-MAINLINE                                          *
038600**----------------------------------------------------------*
038700 0000-MAINLINE.
038800           PERFORM 1000-INITIALISE THRU 1000-INITIALISE-EXIT.
038900           PERFORM 2000-SUM-TAKINGS THRU 2000-SUM-TAKINGS-EXIT
039000               UNTIL END-OF-PURCH-FILE.
039100           MOVE "CARD TAKINGS LOADED FROM PURCHIN" TO WS-SL-TEXT.
039200           PERFORM 7920-WRITE-SECTION
039300               THRU 7920-WRITE-SECTION-EXIT.
039400           PERFORM 3000-LOAD-TAKINGS THRU 3000-LOAD-TAKINGS-EXIT
039500               VARYING WS-TK-IX FROM 1 BY 1
039600               UNTIL WS-TK-IX > WS-TK-COUNT.
039700           MOVE "ACQUIRER SETTLEMENT LINES APPLIED" TO WS-SL-TEXT.
039800           PERFORM 7920-WRITE-SECTION
039900               THRU 7920-WRITE-SECTION-EXIT.
040000           PERFORM 4000-APPLY-SETTLEMENT
040100               THRU 4000-APPLY-SETTLEMENT-EXIT
040200               UNTIL END-OF-SETL-FILE.
040300           MOVE "POSITIONS CLEARED AND JOURNALLED" TO WS-SL-TEXT.
040400           PERFORM 7920-WRITE-SECTION
040500               THRU 7920-WRITE-SECTION-EXIT.
040600           PERFORM 5000-CLEAR-AND-AGE
040700               THRU 5000-CLEAR-AND-AGE-EXIT.
040800           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
040900           STOP RUN.
041000
041100**----------------------------------------------------------*
041200*    1000-INITIALISE - LOAD AND CHECK THE POSTING RULES,    *
041300*    PRE-SCAN THE SETTLEMENT FILE UNDER RUN CONTROL, OPEN   *
041400*    THE FILES AND HEAD BOTH REPORTS                        *
041500**----------------------------------------------------------*
041600 1000-INITIALISE.
041700           OPEN INPUT  RULE-FILE.
041800           IF WS-RULE-STATUS NOT = "00"
041900               DISPLAY "FCCRDREC: RULE-FILE OPEN FAILED, STATUS="
042000                   WS-RULE-STATUS
042100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
042200           END-IF.
042300           PERFORM 1100-LOAD-RULE THRU 1100-LOAD-RULE-EXIT
042400               UNTIL END-OF-RULE-FILE.
042500           CLOSE RULE-FILE.
042600           PERFORM 1150-RESOLVE-ACCOUNTS
042700               THRU 1150-RESOLVE-ACCOUNTS-EXIT.
042800           PERFORM 1200-PRE-SCAN-SETTLEMENTS
042900               THRU 1200-PRE-SCAN-SETTLEMENTS-EXIT.
043000           OPEN INPUT  PURCH-FILE.
043100           IF WS-PURCH-STATUS NOT = "00"
043200               DISPLAY "FCCRDREC: PURCH-FILE OPEN FAILED, STATUS="
043300                   WS-PURCH-STATUS
043400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
043500           END-IF.
043600           OPEN INPUT  SETL-FILE.
043700           IF WS-SETL-STATUS NOT = "00"
043800               AND WS-SETL-STATUS NOT = "05"
043900               DISPLAY "FCCRDREC: CARDSETL OPEN FAILED, STATUS="
044000                   WS-SETL-STATUS
044100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
044200           END-IF.
044300           OPEN I-O    POSN-FILE.
044400           IF WS-POSN-STATUS NOT = "00"
044500               AND WS-POSN-STATUS NOT = "05"
044600               DISPLAY "FCCRDREC: CARDPOSN OPEN FAILED, STATUS="
044700                   WS-POSN-STATUS
044800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
044900           END-IF.
045000           OPEN OUTPUT JRNL-FILE.
045100           IF WS-JRNL-STATUS NOT = "00"
045200               DISPLAY "FCCRDREC: JOURNAL OPEN FAILED, STATUS="
045300                   WS-JRNL-STATUS
045400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
045500           END-IF.
045600           OPEN OUTPUT REPORT-FILE.
045700           IF WS-REPORT-STATUS NOT = "00"
045800               DISPLAY "FCCRDREC: CARDRCRP OPEN FAILED, STATUS="
045900                   WS-REPORT-STATUS
046000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
046100           END-IF.
046200           OPEN OUTPUT AGEING-FILE.
046300           IF WS-AGEING-STATUS NOT = "00"
046400               DISPLAY "FCCRDREC: CARDAGRP OPEN FAILED, STATUS="
046500                   WS-AGEING-STATUS
046600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
046700           END-IF.
046800           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
046900           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE.
047000           MOVE WS-REPORT-HEADING TO REPORT-RECORD.
047100           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
047200           MOVE WS-RUN-DATE TO WS-AH-RUN-DATE.
047300           MOVE WS-AGEING-HEADING TO AGEING-RECORD.
047400           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
047500           PERFORM 2900-READ-PURCH-FILE
047600               THRU 2900-READ-PURCH-FILE-EXIT.
047700           PERFORM 4900-READ-SETL-FILE
047800               THRU 4900-READ-SETL-FILE-EXIT.
047900 1000-INITIALISE-EXIT.
048000           EXIT.
048100
048200**----------------------------------------------------------*
048300*    1100-LOAD-RULE                                         *
048400**----------------------------------------------------------*
048500 1100-LOAD-RULE.
048600           READ RULE-FILE
048700               AT END
048800                   SET END-OF-RULE-FILE TO TRUE
048900                   GO TO 1100-LOAD-RULE-EXIT
049000           END-READ.
049100           IF WS-RULE-STATUS NOT = "00"
049200               DISPLAY "FCCRDREC: RULE-FILE READ ERROR, STATUS="
049300                   WS-RULE-STATUS
049400               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
049500           END-IF.
049600           IF WS-RULE-COUNT >= 50
049700               DISPLAY "FCCRDREC: RULE TABLE FULL, RULE "
049800                   RuleType OF RULE-RECORD "/"
049900                   RuleCode OF RULE-RECORD " DROPPED"
050000               GO TO 1100-LOAD-RULE-EXIT
050100           END-IF.
050200           ADD 1 TO WS-RULE-COUNT.
050300           MOVE RuleType OF RULE-RECORD
050400               TO WS-RU-TYPE (WS-RULE-COUNT).
050500           MOVE RuleCode OF RULE-RECORD
050600               TO WS-RU-CODE (WS-RULE-COUNT).
050700           MOVE DebitAccount OF RULE-RECORD
050800               TO WS-RU-DEBIT-ACCT (WS-RULE-COUNT).
050900           MOVE CreditAccount OF RULE-RECORD
051000               TO WS-RU-CREDIT-ACCT (WS-RULE-COUNT).
051100           MOVE VatAccount OF RULE-RECORD
051200               TO WS-RU-VAT-ACCT (WS-RULE-COUNT).
051300 1100-LOAD-RULE-EXIT.
051400           EXIT.
051500
051600**----------------------------------------------------------*
051700*    1150-RESOLVE-ACCOUNTS - THE CARD ACCOUNT IS THE ONE    *
051800*    FCGLPOST DEBITS CARD TAKINGS TO (TENDER RULE T/D); THE *
051900*    BANK ACCOUNT IS THE DEBIT ACCOUNT ON THE SETTLEMENT    *
052000*    RULE B/D. EITHER MISSING REFUSES THE RUN               *
052100**----------------------------------------------------------*
052200 1150-RESOLVE-ACCOUNTS.
052300           MOVE "T" TO WS-WANT-TYPE.
052400           MOVE "D" TO WS-WANT-CODE.
052500           PERFORM 6000-FIND-RULE THRU 6000-FIND-RULE-EXIT.
052600           IF NOT FOUND-RULE
052700               DISPLAY "FCCRDREC: MANDATORY POSTING RULE "
052800                   WS-WANT-TYPE "/" WS-WANT-CODE
052900                   " MISSING - RUN REFUSED"
053000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
053100           END-IF.
053200           MOVE WS-RU-DEBIT-ACCT (WS-RULE-IX) TO WS-CARD-ACCOUNT.
053300           MOVE "B" TO WS-WANT-TYPE.
053400           PERFORM 6000-FIND-RULE THRU 6000-FIND-RULE-EXIT.
053500           IF NOT FOUND-RULE
053600               DISPLAY "FCCRDREC: MANDATORY POSTING RULE "
053700                   WS-WANT-TYPE "/" WS-WANT-CODE
053800                   " MISSING - RUN REFUSED"
053900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
054000           END-IF.
054100           MOVE WS-RU-DEBIT-ACCT (WS-RULE-IX) TO WS-BANK-ACCOUNT.
054200 1150-RESOLVE-ACCOUNTS-EXIT.
054300           EXIT.
054400
054500**----------------------------------------------------------*
054600*    1200-PRE-SCAN-SETTLEMENTS - READ THE WHOLE SETTLEMENT  *
054700*    FILE ONCE, ASKING FCRUNCTL ABOUT EACH BRANCH AND       *
054800*    SETTLEMENT DATE ON IT, SO A FILE ALREADY APPLIED IS    *
054900*    REFUSED BEFORE ANY POSITION IS UPDATED. AN ABSENT FILE *
055000*    (NO SETTLEMENT RECEIVED TODAY) IS NOT AN ERROR         *
055100**----------------------------------------------------------*
055200 1200-PRE-SCAN-SETTLEMENTS.
055300           OPEN INPUT  SETL-FILE.
055400           IF WS-SETL-STATUS NOT = "00"
055500               AND WS-SETL-STATUS NOT = "05"
055600               DISPLAY "FCCRDREC: CARDSETL OPEN FAILED, STATUS="
055700                   WS-SETL-STATUS
055800               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
055900           END-IF.
056000           PERFORM 4900-READ-SETL-FILE
056100               THRU 4900-READ-SETL-FILE-EXIT.
056200           PERFORM 1210-SCAN-SETTLEMENT
056300               THRU 1210-SCAN-SETTLEMENT-EXIT
056400               UNTIL END-OF-SETL-FILE.
056500           CLOSE SETL-FILE.
056600           SET WS-SETL-EOF-SWITCH TO "N".
056700 1200-PRE-SCAN-SETTLEMENTS-EXIT.
056800           EXIT.
056900
057000**----------------------------------------------------------*
057100*    1210-SCAN-SETTLEMENT                                   *
057200**----------------------------------------------------------*
057300 1210-SCAN-SETTLEMENT.
057400           PERFORM 2800-CHECK-RUN-CONTROL
057500               THRU 2800-CHECK-RUN-CONTROL-EXIT.
057600           PERFORM 4900-READ-SETL-FILE
057700               THRU 4900-READ-SETL-FILE-EXIT.
057800 1210-SCAN-SETTLEMENT-EXIT.
057900           EXIT.
058000
058100**----------------------------------------------------------*
058200*    2000-SUM-TAKINGS - ADD ONE MESSAGE'S DECLARED CARD     *
058300*    TENDER TO ITS BRANCH AND RUN DATE                      *
058400**----------------------------------------------------------*
058500 2000-SUM-TAKINGS.
058600           ADD 1 TO WS-MESSAGE-COUNT.
058700           PERFORM 2100-FIND-OR-ADD-TAKINGS
058800               THRU 2100-FIND-OR-ADD-TAKINGS-EXIT.
058900           ADD CardAmount OF PURCH-RECORD
059000               TO WS-TK-CARD (WS-TK-IX).
059100           PERFORM 2900-READ-PURCH-FILE
059200               THRU 2900-READ-PURCH-FILE-EXIT.
059300 2000-SUM-TAKINGS-EXIT.
059400           EXIT.
059500
059600**----------------------------------------------------------*
059700*    2100-FIND-OR-ADD-TAKINGS - LOCATE THIS MESSAGE'S       *
059800*    BRANCH AND RUN DATE IN WS-TAKINGS-TABLE, ADDING A NEW  *
059900*    ENTRY IF NOT SEEN BEFORE. A FULL TABLE REFUSES THE RUN *
060000*    RATHER THAN LEAVE TAKINGS UNRECONCILED                 *
060100**----------------------------------------------------------*
060200 2100-FIND-OR-ADD-TAKINGS.
060300           SET WS-TK-FOUND-SWITCH TO "N".
060400           PERFORM 2110-SEARCH-TAKINGS
060500               THRU 2110-SEARCH-TAKINGS-EXIT
060600               VARYING WS-TK-IX FROM 1 BY 1
060700               UNTIL WS-TK-IX > WS-TK-COUNT
060800                   OR FOUND-TAKINGS.
060900           IF FOUND-TAKINGS
061000               SUBTRACT 1 FROM WS-TK-IX
061100               GO TO 2100-FIND-OR-ADD-TAKINGS-EXIT
061200           END-IF.
061300           IF WS-TK-COUNT >= 200
061400               DISPLAY "FCCRDREC: TAKINGS TABLE FULL, BRANCH "
061500                   SourceBranchID OF PURCH-RECORD " DATE "
061600                   RunDate OF PURCH-RECORD
061700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
061800           END-IF.
061900           ADD 1 TO WS-TK-COUNT.
062000           MOVE WS-TK-COUNT TO WS-TK-IX.
062100           MOVE SourceBranchID OF PURCH-RECORD
062200               TO WS-TK-BRANCH-ID (WS-TK-IX).
062300           MOVE RunDate OF PURCH-RECORD
062400               TO WS-TK-RUN-DATE (WS-TK-IX).
062500           MOVE ZERO TO WS-TK-CARD (WS-TK-IX).
062600 2100-FIND-OR-ADD-TAKINGS-EXIT.
062700           EXIT.
062800
062900**----------------------------------------------------------*
063000*    2110-SEARCH-TAKINGS                                    *
063100**----------------------------------------------------------*
063200 2110-SEARCH-TAKINGS.
063300           IF WS-TK-BRANCH-ID (WS-TK-IX)
063400               = SourceBranchID OF PURCH-RECORD
063500               AND WS-TK-RUN-DATE (WS-TK-IX)
063600               = RunDate OF PURCH-RECORD
063700               SET FOUND-TAKINGS TO TRUE
063800           END-IF.
063900 2110-SEARCH-TAKINGS-EXIT.
064000           EXIT.
064100
064200**----------------------------------------------------------*
064300*    2800-CHECK-RUN-CONTROL - ON THE PRE-SCAN'S FIRST SIGHT *
064400*    OF A BRANCH AND SETTLEMENT DATE, ASK THE FCRUNCTL      *
064500*    LEDGER WHETHER IT HAS ALREADY BEEN APPLIED, AND REFUSE *
064600*    THE RUN IF SO. A DOUBLE-RUN HERE WOULD SETTLE THE SAME *
064700*    MONEY TWICE                                            *
064800**----------------------------------------------------------*
064900 2800-CHECK-RUN-CONTROL.
065000           SET WS-RB-FOUND-SWITCH TO "N".
065100           PERFORM 2810-SEARCH-RUN-BRANCH
065200               THRU 2810-SEARCH-RUN-BRANCH-EXIT
065300               VARYING WS-RB-IX FROM 1 BY 1
065400               UNTIL WS-RB-IX > WS-RB-COUNT
065500                   OR FOUND-RUN-BRANCH.
065600           IF FOUND-RUN-BRANCH
065700               GO TO 2800-CHECK-RUN-CONTROL-EXIT
065800           END-IF.
065900           IF WS-RB-COUNT >= 50
066000               DISPLAY "FCCRDREC: RUN-CONTROL BRANCH TABLE FULL"
066100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
066200           END-IF.
066300           ADD 1 TO WS-RB-COUNT.
066400           MOVE STL-SETTLEMENT-DATE
066500               TO WS-RB-RUN-DATE (WS-RB-COUNT).
066600           MOVE STL-BRANCH-ID
066700               TO WS-RB-BRANCH-ID (WS-RB-COUNT).
066800           MOVE "C" TO WS-RC-FUNCTION.
066900           MOVE STL-SETTLEMENT-DATE TO WS-RC-RUN-DATE.
067000           MOVE STL-BRANCH-ID TO WS-RC-BRANCH-ID.
067100           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
067200               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
067300           IF WS-RC-RETURN = "D"
067400               DISPLAY "FCCRDREC: SETTLEMENT ALREADY APPLIED FOR"
067500                   " BRANCH " WS-RC-BRANCH-ID " DATE "
067600                   WS-RC-RUN-DATE " - RUN REFUSED"
067700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
067800           END-IF.
067900           IF WS-RC-RETURN = "E"
068000               DISPLAY "FCCRDREC: RUN-CONTROL LEDGER ERROR"
068100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
068200           END-IF.
068300 2800-CHECK-RUN-CONTROL-EXIT.
068400           EXIT.
068500
068600**----------------------------------------------------------*
068700*    2810-SEARCH-RUN-BRANCH                                 *
068800**----------------------------------------------------------*
068900 2810-SEARCH-RUN-BRANCH.
069000           IF WS-RB-BRANCH-ID (WS-RB-IX) = STL-BRANCH-ID
069100               AND WS-RB-RUN-DATE (WS-RB-IX) = STL-SETTLEMENT-DATE
069200               SET FOUND-RUN-BRANCH TO TRUE
069300           END-IF.
069400 2810-SEARCH-RUN-BRANCH-EXIT.
069500           EXIT.
069600
069700**----------------------------------------------------------*
069800*    2900-READ-PURCH-FILE                                   *
069900**----------------------------------------------------------*
070000 2900-READ-PURCH-FILE.
070100           READ PURCH-FILE
070200               AT END
070300                   SET END-OF-PURCH-FILE TO TRUE
070400           END-READ.
070500           IF NOT END-OF-PURCH-FILE
070600               AND WS-PURCH-STATUS NOT = "00"
070700               DISPLAY "FCCRDREC: PURCH-FILE READ ERROR, STATUS="
070800                   WS-PURCH-STATUS
070900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
071000           END-IF.
071100 2900-READ-PURCH-FILE-EXIT.
071200           EXIT.
071300
071400**----------------------------------------------------------*
071500*    3000-LOAD-TAKINGS - BOOK ONE BRANCH AND DAY'S CARD     *
071600*    TAKINGS TO ITS POSITION. A POSITION THE SETTLEMENT     *
071700*    REACHED FIRST TAKES THE TAKINGS NOW; ONE WHOSE TAKINGS *
071800*    ARE ALREADY LOADED IS A RERUN OF THE FEED AND IS LEFT  *
071900*    ALONE. A DAY WITH NO CARD MONEY OPENS NO POSITION      *
072000**----------------------------------------------------------*
072100 3000-LOAD-TAKINGS.
072200           MOVE WS-TK-BRANCH-ID (WS-TK-IX) TO WS-TL-BRANCH-ID.
072300           MOVE WS-TK-RUN-DATE (WS-TK-IX)  TO WS-TL-TRADING-DATE.
072400           MOVE WS-TK-CARD (WS-TK-IX)      TO WS-TL-CARD.
072500           MOVE WS-TK-BRANCH-ID (WS-TK-IX)
072600               TO PositionBranchID OF POSN-RECORD.
072700           MOVE WS-TK-RUN-DATE (WS-TK-IX)
072800               TO TradingDate OF POSN-RECORD.
072900           PERFORM 6100-READ-POSITION
073000               THRU 6100-READ-POSITION-EXIT.
073100           IF FOUND-POSITION
073200               AND Takings-Loaded OF POSN-RECORD
073300               MOVE "ALREADY LOADED - PASSED OVER" TO WS-TL-RESULT
073400               ADD 1 TO WS-TAKINGS-SKIPPED
073500               GO TO 3000-LOAD-TAKINGS-WRITE
073600           END-IF.
073700           IF NOT FOUND-POSITION
073800               AND WS-TK-CARD (WS-TK-IX) = ZERO
073900               MOVE "NO CARD TAKINGS" TO WS-TL-RESULT
074000               GO TO 3000-LOAD-TAKINGS-WRITE
074100           END-IF.
074200           SET Takings-Loaded OF POSN-RECORD TO TRUE.
074300           MOVE WS-TK-CARD (WS-TK-IX)
074400               TO CardTakings OF POSN-RECORD.
074500           COMPUTE UnsettledAmount OF POSN-RECORD =
074600               CardTakings OF POSN-RECORD
074700               - SettledAmount OF POSN-RECORD.
074800           PERFORM 6200-SAVE-POSITION
074900               THRU 6200-SAVE-POSITION-EXIT.
075000           MOVE "LOADED" TO WS-TL-RESULT.
075100           ADD 1 TO WS-TAKINGS-LOADED.
075200 3000-LOAD-TAKINGS-WRITE.
075300           MOVE WS-TAKINGS-LINE TO REPORT-RECORD.
075400           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
075500 3000-LOAD-TAKINGS-EXIT.
075600           EXIT.
075700
075800**----------------------------------------------------------*
075900*    4000-APPLY-SETTLEMENT - ADD ONE SETTLEMENT LINE TO THE *
076000*    POSITION FOR ITS BRANCH AND TRADING DATE. MONEY FOR A  *
076100*    DAY WHOSE TAKINGS HAVE NOT YET ARRIVED OPENS THE       *
076200*    POSITION AHEAD OF THEM; MONEY AGAINST A CLEARED DAY    *
076300*    (A CHARGEBACK OR LATE ADJUSTMENT) REOPENS IT           *
076400**----------------------------------------------------------*
076500 4000-APPLY-SETTLEMENT.
076600           ADD 1 TO WS-SETL-COUNT.
076700           MOVE STL-BRANCH-ID TO PositionBranchID OF POSN-RECORD.
076800           MOVE STL-TRADING-DATE TO TradingDate OF POSN-RECORD.
076900           PERFORM 6100-READ-POSITION
077000               THRU 6100-READ-POSITION-EXIT.
077100           IF NOT FOUND-POSITION
077200               MOVE "APPLIED - AHEAD OF TAKINGS" TO WS-RESULT
077300               ADD 1 TO WS-AHEAD-COUNT
077400           ELSE
077500               IF Position-Cleared OF POSN-RECORD
077600                   MOVE "APPLIED - POSITION REOPENED" TO WS-RESULT
077700                   ADD 1 TO WS-REOPENED-COUNT
077800                   SET Position-Open OF POSN-RECORD TO TRUE
077900                   MOVE ZERO TO ClearedDate OF POSN-RECORD
078000               ELSE
078100                   MOVE "APPLIED" TO WS-RESULT
078200               END-IF
078300           END-IF.
078400           ADD STL-AMOUNT TO SettledAmount OF POSN-RECORD.
078500           COMPUTE UnsettledAmount OF POSN-RECORD =
078600               CardTakings OF POSN-RECORD
078700               - SettledAmount OF POSN-RECORD.
078800           MOVE STL-SETTLEMENT-DATE
078900               TO LastSettlementDate OF POSN-RECORD.
079000           PERFORM 6200-SAVE-POSITION
079100               THRU 6200-SAVE-POSITION-EXIT.
079200           MOVE STL-BRANCH-ID       TO WS-SD-BRANCH-ID.
079300           MOVE STL-TRADING-DATE    TO WS-SD-TRADING-DATE.
079400           MOVE STL-SETTLEMENT-DATE TO WS-SD-SETTLEMENT-DATE.
079500           MOVE STL-AMOUNT          TO WS-SD-AMOUNT.
079600           MOVE STL-ACQUIRER-REF    TO WS-SD-ACQUIRER-REF.
079700           MOVE WS-RESULT           TO WS-SD-RESULT.
079800           MOVE WS-SETTLEMENT-LINE TO REPORT-RECORD.
079900           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
080000           PERFORM 4900-READ-SETL-FILE
080100               THRU 4900-READ-SETL-FILE-EXIT.
080200 4000-APPLY-SETTLEMENT-EXIT.
080300           EXIT.
080400
080500**----------------------------------------------------------*
080600*    4900-READ-SETL-FILE                                    *
080700**----------------------------------------------------------*
080800 4900-READ-SETL-FILE.
080900           READ SETL-FILE
081000               AT END
081100                   SET END-OF-SETL-FILE TO TRUE
081200           END-READ.
081300           IF NOT END-OF-SETL-FILE
081400               AND WS-SETL-STATUS NOT = "00"
081500               DISPLAY "FCCRDREC: CARDSETL READ ERROR, STATUS="
081600                   WS-SETL-STATUS
081700               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
081800           END-IF.
081900 4900-READ-SETL-FILE-EXIT.
082000           EXIT.
082100
082200**----------------------------------------------------------*
082300*    5000-CLEAR-AND-AGE - ONE PASS OF CARDPOSN IN BRANCH    *
082400*    AND TRADING DATE ORDER: CLEAR AND JOURNAL EVERY OPEN   *
082500*    POSITION THAT NOW BALANCES, AND AGE EVERY ONE THAT     *
082600*    DOES NOT, WITH A TOTAL PER BRANCH AND FOR THE COMPANY  *
082700**----------------------------------------------------------*
082800 5000-CLEAR-AND-AGE.
082900           MOVE LOW-VALUES TO PositionKey OF POSN-RECORD.
083000           START POSN-FILE
083100               KEY IS NOT LESS THAN PositionKey OF POSN-RECORD
083200               INVALID KEY
083300                   SET END-OF-POSN-FILE TO TRUE
083400           END-START.
083500           PERFORM 5100-NEXT-POSITION THRU 5100-NEXT-POSITION-EXIT
083600               UNTIL END-OF-POSN-FILE.
083700           IF WS-CURRENT-BRANCH-ID NOT = LOW-VALUES
083800               PERFORM 5400-END-BRANCH THRU 5400-END-BRANCH-EXIT
083900           END-IF.
084000           MOVE WS-BLANK-LINE TO AGEING-RECORD.
084100           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
084200           MOVE "COMPANY TOTAL" TO WS-AT-LABEL.
084300           MOVE WS-OPEN-COUNT   TO WS-AT-OPEN-COUNT.
084400           MOVE WS-CO-UNSETTLED TO WS-AT-UNSETTLED.
084500           MOVE WS-CO-BAND-AMOUNT (1) TO WS-AT-BAND-1.
084600           MOVE WS-CO-BAND-AMOUNT (2) TO WS-AT-BAND-2.
084700           MOVE WS-CO-BAND-AMOUNT (3) TO WS-AT-BAND-3.
084800           MOVE WS-CO-BAND-AMOUNT (4) TO WS-AT-BAND-4.
084900           MOVE WS-AGEING-TOTAL-LINE TO AGEING-RECORD.
085000           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
085100           MOVE WS-TOTAL-DEBITS  TO WS-JT-DEBITS.
085200           MOVE WS-TOTAL-CREDITS TO WS-JT-CREDITS.
085300           MOVE WS-JOURNAL-TOTAL-LINE TO REPORT-RECORD.
085400           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
085500 5000-CLEAR-AND-AGE-EXIT.
085600           EXIT.
085700
085800**----------------------------------------------------------*
085900*    5100-NEXT-POSITION                                     *
086000**----------------------------------------------------------*
086100 5100-NEXT-POSITION.
086200           READ POSN-FILE NEXT RECORD
086300               AT END
086400                   SET END-OF-POSN-FILE TO TRUE
086500                   GO TO 5100-NEXT-POSITION-EXIT
086600           END-READ.
086700           IF WS-POSN-STATUS NOT = "00"
086800               DISPLAY "FCCRDREC: CARDPOSN READ ERROR, STATUS="
086900                   WS-POSN-STATUS
087000               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
087100           END-IF.
087200           IF NOT Position-Open OF POSN-RECORD
087300               GO TO 5100-NEXT-POSITION-EXIT
087400           END-IF.
087500           IF Takings-Loaded OF POSN-RECORD
087600               AND UnsettledAmount OF POSN-RECORD = ZERO
087700               PERFORM 5200-CLEAR-POSITION
087800                   THRU 5200-CLEAR-POSITION-EXIT
087900           ELSE
088000               PERFORM 5300-AGE-POSITION
088100                   THRU 5300-AGE-POSITION-EXIT
088200           END-IF.
088300 5100-NEXT-POSITION-EXIT.
088400           EXIT.
088500
088600**----------------------------------------------------------*
088700*    5200-CLEAR-POSITION - MARK THE POSITION CLEARED AND    *
088800*    JOURNAL THE SETTLED MONEY NOT YET POSTED: DEBIT THE    *
088900*    BANK, CREDIT THE CARD TENDER ACCOUNT. A REOPENED DAY   *
089000*    POSTS ONLY ITS MOVEMENT SINCE IT LAST CLEARED, AND A   *
089100*    NET REFUND THE OTHER WAY ROUND                         *
089200**----------------------------------------------------------*
089300 5200-CLEAR-POSITION.
089400           COMPUTE WS-CLEAR-AMOUNT =
089500               SettledAmount OF POSN-RECORD
089600               - PostedAmount OF POSN-RECORD.
089700           IF WS-CLEAR-AMOUNT NOT = ZERO
089800               PERFORM 5210-POST-CLEARED
089900                   THRU 5210-POST-CLEARED-EXIT
090000           END-IF.
090100           SET Position-Cleared OF POSN-RECORD TO TRUE.
090200           MOVE WS-RUN-DATE TO ClearedDate OF POSN-RECORD.
090300           MOVE SettledAmount OF POSN-RECORD
090400               TO PostedAmount OF POSN-RECORD.
090500           REWRITE POSN-RECORD.
090600           IF WS-POSN-STATUS NOT = "00"
090700               DISPLAY "FCCRDREC: CARDPOSN REWRITE ERROR, STATUS="
090800                   WS-POSN-STATUS
090900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
091000           END-IF.
091100           ADD 1 TO WS-CLEARED-COUNT.
091200           MOVE PositionBranchID OF POSN-RECORD
091300               TO WS-CL-BRANCH-ID.
091400           MOVE TradingDate OF POSN-RECORD TO WS-CL-TRADING-DATE.
091500           MOVE CardTakings OF POSN-RECORD TO WS-CL-TAKINGS.
091600           MOVE SettledAmount OF POSN-RECORD TO WS-CL-SETTLED.
091700           MOVE WS-CLEAR-AMOUNT TO WS-CL-POSTED.
091800           MOVE WS-CLEARED-LINE TO REPORT-RECORD.
091900           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
092000 5200-CLEAR-POSITION-EXIT.
092100           EXIT.
092200
092300**----------------------------------------------------------*
092400*    5210-POST-CLEARED - THE BALANCED PAIR OF JOURNAL LINES *
092500*    FOR ONE CLEARED POSITION                               *
092600**----------------------------------------------------------*
092700 5210-POST-CLEARED.
092800           IF WS-CLEAR-AMOUNT > ZERO
092900               MOVE WS-CLEAR-AMOUNT TO WS-POST-AMOUNT
093000               MOVE WS-BANK-ACCOUNT TO WS-POST-ACCOUNT
093100               MOVE "D" TO WS-POST-DC-FLAG
093200               PERFORM 7930-WRITE-POSTING
093300                   THRU 7930-WRITE-POSTING-EXIT
093400               MOVE WS-CARD-ACCOUNT TO WS-POST-ACCOUNT
093500               MOVE "C" TO WS-POST-DC-FLAG
093600               PERFORM 7930-WRITE-POSTING
093700                   THRU 7930-WRITE-POSTING-EXIT
093800           ELSE
093900               COMPUTE WS-POST-AMOUNT = ZERO - WS-CLEAR-AMOUNT
094000               MOVE WS-CARD-ACCOUNT TO WS-POST-ACCOUNT
094100               MOVE "D" TO WS-POST-DC-FLAG
094200               PERFORM 7930-WRITE-POSTING
094300                   THRU 7930-WRITE-POSTING-EXIT
094400               MOVE WS-BANK-ACCOUNT TO WS-POST-ACCOUNT
094500               MOVE "C" TO WS-POST-DC-FLAG
094600               PERFORM 7930-WRITE-POSTING
094700                   THRU 7930-WRITE-POSTING-EXIT
094800           END-IF.
094900 5210-POST-CLEARED-EXIT.
095000           EXIT.
095100
095200**----------------------------------------------------------*
095300*    5300-AGE-POSITION - LIST ONE OPEN POSITION UNDER ITS   *
095400*    BRANCH AND ADD ITS UNSETTLED MONEY TO ITS AGE BAND:    *
095500*    0-2 DAYS (NORMAL SETTLEMENT LAG), 3-7, 8-30 AND OVER   *
095600*    30 DAYS SINCE THE TRADING DATE                         *
095700**----------------------------------------------------------*
095800 5300-AGE-POSITION.
095900           IF PositionBranchID OF POSN-RECORD
096000               NOT = WS-CURRENT-BRANCH-ID
096100               IF WS-CURRENT-BRANCH-ID NOT = LOW-VALUES
096200                   PERFORM 5400-END-BRANCH
096300                       THRU 5400-END-BRANCH-EXIT
096400               END-IF
096500               PERFORM 5500-START-BRANCH
096600                   THRU 5500-START-BRANCH-EXIT
096700           END-IF.
096800           COMPUTE WS-AGE-DAYS =
096900               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
097000               - FUNCTION INTEGER-OF-DATE
097100                   (TradingDate OF POSN-RECORD).
097200           IF WS-AGE-DAYS < ZERO
097300               MOVE ZERO TO WS-AGE-DAYS
097400           END-IF.
097500           EVALUATE TRUE
097600               WHEN WS-AGE-DAYS NOT > 2
097700                   MOVE 1 TO WS-BAND-IX
097800               WHEN WS-AGE-DAYS NOT > 7
097900                   MOVE 2 TO WS-BAND-IX
098000               WHEN WS-AGE-DAYS NOT > 30
098100                   MOVE 3 TO WS-BAND-IX
098200               WHEN OTHER
098300                   MOVE 4 TO WS-BAND-IX
098400           END-EVALUATE.
098500           ADD UnsettledAmount OF POSN-RECORD
098600               TO WS-BR-BAND-AMOUNT (WS-BAND-IX)
098700                  WS-CO-BAND-AMOUNT (WS-BAND-IX)
098800                  WS-BR-UNSETTLED WS-CO-UNSETTLED.
098900           ADD 1 TO WS-BR-OPEN-COUNT WS-OPEN-COUNT.
099000           MOVE TradingDate OF POSN-RECORD TO WS-AL-TRADING-DATE.
099100           MOVE CardTakings OF POSN-RECORD TO WS-AL-TAKINGS.
099200           MOVE SettledAmount OF POSN-RECORD TO WS-AL-SETTLED.
099300           MOVE UnsettledAmount OF POSN-RECORD TO WS-AL-UNSETTLED.
099400           MOVE WS-AGE-DAYS TO WS-AL-AGE-DAYS.
099500           EVALUATE TRUE
099600               WHEN Takings-Awaited OF POSN-RECORD
099700                   MOVE "NO TAKINGS YET" TO WS-AL-FLAG
099800               WHEN UnsettledAmount OF POSN-RECORD < ZERO
099900                   MOVE "OVERPAID" TO WS-AL-FLAG
100000               WHEN SettledAmount OF POSN-RECORD = ZERO
100100                   MOVE "NOTHING SETTLED" TO WS-AL-FLAG
100200               WHEN OTHER
100300                   MOVE "SHORT SETTLED" TO WS-AL-FLAG
100400           END-EVALUATE.
100500           MOVE WS-AGEING-LINE TO AGEING-RECORD.
100600           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
100700 5300-AGE-POSITION-EXIT.
100800           EXIT.
100900
101000**----------------------------------------------------------*
101100*    5400-END-BRANCH - PRINT THE BRANCH'S AGEING TOTALS     *
101200**----------------------------------------------------------*
101300 5400-END-BRANCH.
101400           MOVE "BRANCH TOTAL" TO WS-AT-LABEL.
101500           MOVE WS-BR-OPEN-COUNT TO WS-AT-OPEN-COUNT.
101600           MOVE WS-BR-UNSETTLED  TO WS-AT-UNSETTLED.
101700           MOVE WS-BR-BAND-AMOUNT (1) TO WS-AT-BAND-1.
101800           MOVE WS-BR-BAND-AMOUNT (2) TO WS-AT-BAND-2.
101900           MOVE WS-BR-BAND-AMOUNT (3) TO WS-AT-BAND-3.
102000           MOVE WS-BR-BAND-AMOUNT (4) TO WS-AT-BAND-4.
102100           MOVE WS-AGEING-TOTAL-LINE TO AGEING-RECORD.
102200           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
102300 5400-END-BRANCH-EXIT.
102400           EXIT.
102500
102600**----------------------------------------------------------*
102700*    5500-START-BRANCH - HEAD A NEW BRANCH AND CLEAR ITS    *
102800*    TOTALS                                                 *
102900**----------------------------------------------------------*
103000 5500-START-BRANCH.
103100           MOVE PositionBranchID OF POSN-RECORD
103200               TO WS-CURRENT-BRANCH-ID.
103300           MOVE ZERO TO WS-BR-OPEN-COUNT WS-BR-UNSETTLED
103400               WS-BR-BAND-AMOUNT (1) WS-BR-BAND-AMOUNT (2)
103500               WS-BR-BAND-AMOUNT (3) WS-BR-BAND-AMOUNT (4).
103600           MOVE WS-CURRENT-BRANCH-ID TO WS-BN-BRANCH-ID.
103700           MOVE "N" TO WS-BN-FUNCTION.
103800           CALL "FCBRNAME" USING WS-BN-FUNCTION,
103900               WS-BN-BRANCH-ID, WS-BN-TILL-ID,
104000               WS-BN-BRANCH-NAME, WS-BN-RETURN.
104100           MOVE WS-BLANK-LINE TO AGEING-RECORD.
104200           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
104300           MOVE WS-CURRENT-BRANCH-ID TO WS-HDR-BRANCH-ID.
104400           MOVE WS-BN-BRANCH-NAME    TO WS-HDR-BRANCH-NAME.
104500           MOVE WS-BRANCH-HEADER-LINE TO AGEING-RECORD.
104600           PERFORM 7910-WRITE-AGEING THRU 7910-WRITE-AGEING-EXIT.
104700 5500-START-BRANCH-EXIT.
104800           EXIT.
104900
105000**----------------------------------------------------------*
105100*    6000-FIND-RULE - LOCATE THE RULE FOR WS-WANT-TYPE /    *
105200*    WS-WANT-CODE IN WS-RULE-TABLE                          *
105300**----------------------------------------------------------*
105400 6000-FIND-RULE.
105500           SET WS-RULE-FOUND-SWITCH TO "N".
105600           PERFORM 6010-SEARCH-RULE
105700               THRU 6010-SEARCH-RULE-EXIT
105800               VARYING WS-RULE-IX FROM 1 BY 1
105900               UNTIL WS-RULE-IX > WS-RULE-COUNT
106000                   OR FOUND-RULE.
106100           IF FOUND-RULE
106200               SUBTRACT 1 FROM WS-RULE-IX
106300           END-IF.
106400 6000-FIND-RULE-EXIT.
106500           EXIT.
106600
106700**----------------------------------------------------------*
106800*    6010-SEARCH-RULE                                       *
106900**----------------------------------------------------------*
107000 6010-SEARCH-RULE.
107100           IF WS-RU-TYPE (WS-RULE-IX) = WS-WANT-TYPE
107200               AND WS-RU-CODE (WS-RULE-IX) = WS-WANT-CODE
107300               SET FOUND-RULE TO TRUE
107400           END-IF.
107500 6010-SEARCH-RULE-EXIT.
107600           EXIT.
107700
107800**----------------------------------------------------------*
107900*    6100-READ-POSITION - READ THE POSITION FOR THE KEY SET *
108000*    UP BY THE CALLER, OR SET UP A NEW OPEN ONE WITH NO     *
108100*    TAKINGS AND NOTHING SETTLED WHEN NONE IS ON FILE       *
108200**----------------------------------------------------------*
108300 6100-READ-POSITION.
108400           SET FOUND-POSITION TO TRUE.
108500           READ POSN-FILE
108600               INVALID KEY
108700                   SET WS-POSN-FOUND-SWITCH TO "N"
108800           END-READ.
108900           IF FOUND-POSITION
109000               GO TO 6100-READ-POSITION-EXIT
109100           END-IF.
109200           SET Takings-Awaited OF POSN-RECORD TO TRUE.
109300           MOVE ZERO TO CardTakings OF POSN-RECORD
109400               SettledAmount OF POSN-RECORD
109500               UnsettledAmount OF POSN-RECORD
109600               PostedAmount OF POSN-RECORD
109700               LastSettlementDate OF POSN-RECORD
109800               ClearedDate OF POSN-RECORD.
109900           SET Position-Open OF POSN-RECORD TO TRUE.
110000 6100-READ-POSITION-EXIT.
110100           EXIT.
110200
110300**----------------------------------------------------------*
110400*    6200-SAVE-POSITION - REWRITE A POSITION READ BY 6100,  *
110500*    OR WRITE THE NEW ONE IT SET UP                         *
110600**----------------------------------------------------------*
110700 6200-SAVE-POSITION.
110800           IF FOUND-POSITION
110900               REWRITE POSN-RECORD
111000           ELSE
111100               WRITE POSN-RECORD
111200           END-IF.
111300           IF WS-POSN-STATUS NOT = "00"
111400               DISPLAY "FCCRDREC: CARDPOSN UPDATE ERROR, STATUS="
111500                   WS-POSN-STATUS
111600               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
111700           END-IF.
111800 6200-SAVE-POSITION-EXIT.
111900           EXIT.
112000
112100**----------------------------------------------------------*
112200*    7900-WRITE-REPORT                                      *
112300**----------------------------------------------------------*
112400 7900-WRITE-REPORT.
112500           WRITE REPORT-RECORD.
112600           IF WS-REPORT-STATUS NOT = "00"
112700               DISPLAY "FCCRDREC: CARDRCRP WRITE ERROR, STATUS="
112800                   WS-REPORT-STATUS
112900               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
113000           END-IF.
113100 7900-WRITE-REPORT-EXIT.
113200           EXIT.
113300
113400**----------------------------------------------------------*
113500*    7910-WRITE-AGEING                                      *
113600**----------------------------------------------------------*
113700 7910-WRITE-AGEING.
113800           WRITE AGEING-RECORD.
113900           IF WS-AGEING-STATUS NOT = "00"
114000               DISPLAY "FCCRDREC: CARDAGRP WRITE ERROR, STATUS="
114100                   WS-AGEING-STATUS
114200               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
114300           END-IF.
114400 7910-WRITE-AGEING-EXIT.
114500           EXIT.
114600
114700**----------------------------------------------------------*
114800*    7920-WRITE-SECTION - A BLANK LINE AND THE SECTION      *
114900*    HEADING IN WS-SL-TEXT ON THE RECONCILIATION REPORT     *
115000**----------------------------------------------------------*
115100 7920-WRITE-SECTION.
115200           MOVE WS-BLANK-LINE TO REPORT-RECORD.
115300           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
115400           MOVE WS-SECTION-LINE TO REPORT-RECORD.
115500           PERFORM 7900-WRITE-REPORT THRU 7900-WRITE-REPORT-EXIT.
115600 7920-WRITE-SECTION-EXIT.
115700           EXIT.
115800
115900**----------------------------------------------------------*
116000*    7930-WRITE-POSTING - WRITE ONE JOURNAL LINE FROM THE   *
116100*    POSTING WORK FIELDS, DATED THE DAY THE POSITION        *
116200*    CLEARED                                                *
116300**----------------------------------------------------------*
116400 7930-WRITE-POSTING.
116500           MOVE WS-RUN-DATE
116600               TO PostingDate OF JRNL-RECORD.
116700           MOVE PositionBranchID OF POSN-RECORD
116800               TO SourceBranchID OF JRNL-RECORD.
116900           MOVE WS-POST-ACCOUNT
117000               TO GlAccountCode OF JRNL-RECORD.
117100           MOVE WS-POST-DC-FLAG
117200               TO DebitCreditFlag OF JRNL-RECORD.
117300           MOVE WS-POST-AMOUNT
117400               TO PostingAmount OF JRNL-RECORD.
117500           MOVE "CARD SETTLEMENT"
117600               TO PostingNarrative OF JRNL-RECORD.
117700           WRITE JRNL-RECORD.
117800           IF WS-JRNL-STATUS NOT = "00"
117900               DISPLAY "FCCRDREC: JOURNAL WRITE ERROR, STATUS="
118000                   WS-JRNL-STATUS
118100               PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
118200           END-IF.
118300           ADD 1 TO WS-POSTING-COUNT.
118400           IF WS-POST-DC-FLAG = "D"
118500               ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS
118600           ELSE
118700               ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS
118800           END-IF.
118900 7930-WRITE-POSTING-EXIT.
119000           EXIT.
119100
119200**----------------------------------------------------------*
119300*    8000-TERMINATE - CLOSE DOWN THE FILES, DISPLAY THE     *
119400*    RUN'S CONTROL TOTALS AND STAMP THE SETTLEMENT FILE     *
119500*    APPLIED FOR EACH BRANCH AND SETTLEMENT DATE            *
119600**----------------------------------------------------------*
119700 8000-TERMINATE.
119800           CLOSE PURCH-FILE.
119900           CLOSE SETL-FILE.
120000           CLOSE POSN-FILE.
120100           CLOSE JRNL-FILE.
120200           CLOSE REPORT-FILE.
120300           CLOSE AGEING-FILE.
120400           DISPLAY "FCCRDREC: " WS-MESSAGE-COUNT
120500               " MESSAGE(S) READ, " WS-TAKINGS-LOADED
120600               " DAY(S) OF TAKINGS LOADED, " WS-TAKINGS-SKIPPED
120700               " ALREADY LOADED".
120800           DISPLAY "FCCRDREC: " WS-SETL-COUNT
120900               " SETTLEMENT LINE(S) APPLIED, " WS-AHEAD-COUNT
121000               " AHEAD OF TAKINGS, " WS-REOPENED-COUNT
121100               " REOPENED".
121200           DISPLAY "FCCRDREC: " WS-CLEARED-COUNT
121300               " POSITION(S) CLEARED, " WS-POSTING-COUNT
121400               " JOURNAL LINE(S), " WS-OPEN-COUNT
121500               " POSITION(S) STILL OPEN".
121600           PERFORM 8100-STAMP-RUN-CONTROL
121700               THRU 8100-STAMP-RUN-CONTROL-EXIT
121800               VARYING WS-RB-IX FROM 1 BY 1
121900               UNTIL WS-RB-IX > WS-RB-COUNT.
122000 8000-TERMINATE-EXIT.
122100           EXIT.
122200
122300**----------------------------------------------------------*
122400*    8100-STAMP-RUN-CONTROL                                 *
122500**----------------------------------------------------------*
122600 8100-STAMP-RUN-CONTROL.
122700           MOVE "S" TO WS-RC-FUNCTION.
122800           MOVE WS-RB-RUN-DATE (WS-RB-IX)  TO WS-RC-RUN-DATE.
122900           MOVE WS-RB-BRANCH-ID (WS-RB-IX) TO WS-RC-BRANCH-ID.
123000           CALL "FCRUNCTL" USING WS-RC-FUNCTION, WS-RC-RUN-DATE,
123100               WS-RC-BRANCH-ID, WS-RC-FEED-NAME, WS-RC-RETURN.
123200           IF WS-RC-RETURN = "E"
123300               DISPLAY "FCCRDREC: RUN-CONTROL STAMP FAILED FOR"
123400                   " BRANCH " WS-RC-BRANCH-ID
123500           END-IF.
123600 8100-STAMP-RUN-CONTROL-EXIT.
123700           EXIT.
123800
123900**----------------------------------------------------------*
124000*    9999-ABEND - LOG THE CONDITION ABOVE AND STOP THE RUN   *
124100*    WITH A NON-ZERO RETURN CODE FOR THE SCHEDULER TO CATCH  *
124200**----------------------------------------------------------*
124300 9999-ABEND.
124400           MOVE 16 TO RETURN-CODE.
124500           STOP RUN.
124600 9999-ABEND-EXIT.
124700           EXIT.
