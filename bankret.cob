000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  BANKRET                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  BANK RETURN AND REJECTION PROCESSING.       *
001000*                   READS THE BANK'S RETURN/ACKNOWLEDGEMENT     *
001100*                   FILE (BANKRTN) AND MATCHES EVERY RETURNED   *
001200*                   DIRECT-DEPOSIT ITEM TO THE BANKPAY DETAIL   *
001300*                   IT CAME FROM BY BUSINESS DATE, EMPLOYEE     *
001400*                   IDENT AND AMOUNT.  AN ITEM FROM THE BANKPAY *
001500*                   FILE STILL ON HAND IS MATCHED AGAINST THAT  *
001600*                   FILE; AN ITEM FROM AN EARLIER NIGHT IS      *
001700*                   MATCHED AGAINST THE UNHELD PAYHIST RECORDS, *
001800*                   WHICH ARE THE BANKPAY DETAILS OF EVERY RUN. *
001900*                   FOR EACH MATCHED RETURN:                    *
002000*                                                               *
002100*                   - THE PAYHIST RECORD IS MARKED RETURNED, SO *
002200*                     THE SAME ITEM IS NEVER REVERSED TWICE;    *
002300*                   - ONCE THAT MARK IS ON FILE, THE NET IS     *
002400*                     TAKEN BACK OUT OF THE EMPYTD NET;         *
002500*                   - A REVERSAL IS APPENDED TO BANKREV, WHICH  *
002600*                     GLPOST POSTS AS A CASH (PAYNET) DEBIT     *
002700*                     AGAINST THE PAYHELD LIABILITY;            *
002800*                   - THE EMPLOYEE IS ADDED TO THE PAYHOLD      *
002900*                     STOP-PAY FILE SO THE NEXT HELLO RUN DOES  *
003000*                     NOT SEND THE MONEY TO THE SAME BAD        *
003100*                     ACCOUNT AGAIN.                            *
003114*                     BECAUSE IT ANSWERS THE BANK'S OWN RETURN, *
003128*                     THIS HOLD IS PLACED AT ONCE, BUT IT IS    *
003142*                     ALSO LOGGED ON THE PENDQ DUAL-CONTROL     *
003157*                     QUEUE AS ALREADY APPLIED SO THE APPROVAL  *
003171*                     REPORT SHOWS IT; RELEASING IT GOES        *
003185*                     THROUGH THE NORMAL EMPMNT APPROVAL.       *
003200*                                                               *
003300*                   THE RECONCILIATION REPORT (BRTNRPT) LISTS   *
003400*                   EVERY MATCHED, UNMATCHED AND ALREADY-       *
003500*                   RETURNED ITEM AND PROVES THE BANKPAY FILE   *
003600*                   AGAINST ITS TRAILER.  A RETURN FILE WHOSE   *
003700*                   DETAILS DO NOT AGREE WITH ITS OWN TRAILER   *
003800*                   IS NOT APPLIED AT ALL AND ENDS WITH RETURN  *
003900*                   CODE 16.  RUNS BEFORE HELLO IN THE NIGHTLY  *
004000*                   PLAN, WHILE BANKPAY STILL HOLDS THE FILE    *
004100*                   THE BANK IS ANSWERING.                      *
004200*                                                               *
004300*    MODIFICATION HISTORY                                       *
004400*    DATE       INIT  DESCRIPTION                                *
004500*    10/14/26   FT    ORIGINAL VERSION.                          *
004525*    10/14/26   FT    EACH STOP-PAY HOLD PLACED IS ALSO LOGGED  *
004550*                     ON THE PENDQ APPROVAL QUEUE AS APPLIED,   *
004575*                     KEYED AND APPROVED BY BANKRET.            *
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. BANKRET.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT BANK-RETURN-FILE  ASSIGN TO "BANKRTN"
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS BANK-RTN-STATUS.
005500
005600     SELECT BANK-PAYMENT      ASSIGN TO "BANKPAY"
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS BANK-PAY-STATUS.
005900
006000     SELECT PAY-HISTORY       ASSIGN TO "PAYHIST"
006100            ORGANIZATION IS INDEXED
006200            ACCESS MODE IS DYNAMIC
006300            RECORD KEY IS PHST-KEY
006400            FILE STATUS IS PAY-HIST-STATUS.
006500
006600     SELECT EMPLOYEE-YTD      ASSIGN TO "EMPYTD"
006700            ORGANIZATION IS INDEXED
006800            ACCESS MODE IS DYNAMIC
006900            RECORD KEY IS YTD-EMP-IDENT
007000            FILE STATUS IS EMP-YTD-STATUS.
007100
007200     SELECT PAY-HOLD-FILE     ASSIGN TO "PAYHOLD"
007300            ORGANIZATION IS LINE SEQUENTIAL
007400            FILE STATUS IS PAY-HOLD-STATUS.
007500
007600     SELECT BANK-REVERSALS    ASSIGN TO "BANKREV"
007700            ORGANIZATION IS LINE SEQUENTIAL
007800            FILE STATUS IS BANK-REV-STATUS.
007814
007828     SELECT PEND-QUEUE        ASSIGN TO "PENDQ"
007842            ORGANIZATION IS INDEXED
007857            ACCESS MODE IS DYNAMIC
007871            RECORD KEY IS PEND-KEY
007885            FILE STATUS IS PEND-Q-STATUS.
007900
008000     SELECT RETURN-REPORT     ASSIGN TO "BRTNRPT"
008100            ORGANIZATION IS LINE SEQUENTIAL.
008200
008300     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
008400            ORGANIZATION IS LINE SEQUENTIAL
008500            FILE STATUS IS RUN-CTL-STATUS.
008600
008700     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
008800            ORGANIZATION IS LINE SEQUENTIAL
008900            FILE STATUS IS RUN-HIST-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  BANK-RETURN-FILE
009400     RECORDING MODE IS F.
009500 01  BANK-RETURN-RECORD.
009600     02  BRTN-RECORD-TYPE            PIC X(01).
009700         88  BRTN-IS-HEADER                   VALUE "H".
009800         88  BRTN-IS-DETAIL                   VALUE "D".
009900         88  BRTN-IS-TRAILER                  VALUE "T".
010000     02  BRTN-RECORD-DATA            PIC X(25).
010100     02  BRTN-HEADER-DATA REDEFINES BRTN-RECORD-DATA.
010200         03  BRTN-FILE-DATE          PIC 9(08).
010300         03  FILLER                  PIC X(17).
010400     02  BRTN-DETAIL-DATA REDEFINES BRTN-RECORD-DATA.
010500         03  BRTN-BUSINESS-DATE      PIC 9(08).
010600         03  BRTN-EMP-IDENT          PIC 9(04).
010700         03  BRTN-AMOUNT             PIC 9(05)V99.
010800         03  BRTN-ITEM-STATUS        PIC X(01).
010900             88  BRTN-RETURNED                VALUE "R".
011000             88  BRTN-ACCEPTED                VALUE "A".
011100         03  BRTN-REASON             PIC X(02).
011200         03  FILLER                  PIC X(03).
011300     02  BRTN-TRAILER-DATA REDEFINES BRTN-RECORD-DATA.
011400         03  BRTN-RECORD-COUNT       PIC 9(07).
011500         03  BRTN-AMOUNT-HASH        PIC 9(09)V99.
011600         03  FILLER                  PIC X(07).
011700
011800 FD  BANK-PAYMENT
011900     RECORDING MODE IS F.
012000     COPY BANKPAYR.
012100
012200 FD  PAY-HISTORY.
012300     COPY PAYHISTR.
012400
012500 FD  EMPLOYEE-YTD.
012600     COPY EMPYTDR.
012700
012800 FD  PAY-HOLD-FILE
012900     RECORDING MODE IS F.
013000 01  PAY-HOLD-RECORD.
013100     02  PHLD-EMP-IDENT              PIC 9(04).
013200
013300 FD  BANK-REVERSALS
013400     RECORDING MODE IS F.
013500     COPY BANKREVR.
013525
013550 FD  PEND-QUEUE.
013575     COPY PENDREC.
013600
013700 FD  RETURN-REPORT
013800     RECORDING MODE IS F.
013900 01  RETURN-REPORT-LINE              PIC X(80).
014000
014100 FD  RUN-CONTROL
014200     RECORDING MODE IS F.
014300     COPY RUNCTL.
014400
014500 FD  RUN-HISTORY
014600     RECORDING MODE IS F.
014700     COPY RUNSTAT.
014800
014900 WORKING-STORAGE SECTION.
015000 01  BANK-RTN-STATUS                 PIC X(02).
015100 01  BANK-PAY-STATUS                 PIC X(02).
015200 01  PAY-HIST-STATUS                 PIC X(02).
015300 01  EMP-YTD-STATUS                  PIC X(02).
015400 01  PAY-HOLD-STATUS                 PIC X(02).
015500 01  BANK-REV-STATUS                 PIC X(02).
015600 01  RUN-CTL-STATUS                  PIC X(02).
015700 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
015800     88  RUN-CTL-AVAILABLE                    VALUE "Y".
015900     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
016000 01  BANK-RTN-AVAILABLE-SW           PIC X(01) VALUE "Y".
016100     88  BANK-RTN-AVAILABLE                   VALUE "Y".
016200     88  BANK-RTN-NOT-AVAILABLE               VALUE "N".
016300 01  BANK-RTN-EOF-SW                 PIC X(01) VALUE "N".
016400     88  BANK-RTN-EOF                         VALUE "Y".
016500 01  BANK-PAY-AVAILABLE-SW           PIC X(01) VALUE "Y".
016600     88  BANK-PAY-AVAILABLE                   VALUE "Y".
016700     88  BANK-PAY-NOT-AVAILABLE               VALUE "N".
016800 01  BANK-PAY-EOF-SW                 PIC X(01) VALUE "N".
016900     88  BANK-PAY-EOF                         VALUE "Y".
017000 01  PAY-HIST-AVAILABLE-SW           PIC X(01) VALUE "Y".
017100     88  PAY-HIST-AVAILABLE                   VALUE "Y".
017200     88  PAY-HIST-NOT-AVAILABLE               VALUE "N".
017300 01  PAY-HIST-SCAN-DONE-SW           PIC X(01) VALUE "N".
017400     88  PAY-HIST-SCAN-DONE                   VALUE "Y".
017500 01  PAY-HOLD-EOF-SW                 PIC X(01) VALUE "N".
017600     88  PAY-HOLD-EOF                         VALUE "Y".
017700 01  YTD-FOUND-SW                    PIC X(01) VALUE "N".
017800     88  YTD-FOUND                            VALUE "Y".
017900     88  YTD-NOT-FOUND                        VALUE "N".
018000 01  RTN-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
018100 01  RTN-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
018200 01  CURRENT-DATE-FIELDS.
018300     02  CURRENT-CCYY                PIC 9(04).
018400     02  CURRENT-MM                  PIC 9(02).
018500     02  CURRENT-DD                  PIC 9(02).
018514 01  CURRENT-TIME-FIELD              PIC 9(08).
018528*    DUAL-CONTROL QUEUE WORK AREAS.                             *
018542 01  PEND-Q-STATUS                   PIC X(02).
018557 01  PEND-Q-EOF-SW                   PIC X(01) VALUE "N".
018571     88  PEND-Q-EOF                           VALUE "Y".
018585 01  RTN-NEXT-SEQ                    PIC 9(04) VALUE 1.
018600*    RUN-STATISTICS WORK AREAS.                                  *
018700 01  RUN-HIST-STATUS                 PIC X(02).
018800 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
018900 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
019000 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
019100 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
019200
019300*    THE BANKPAY FILE ON HAND: HEADER, TRAILER AND ITS DETAILS  *
019400*    LOADED INTO THE BANK TABLE, EACH WITH A RETURNED SWITCH SO *
019500*    TWO RETURNS OF ONE DETAIL IN THE SAME FILE ARE CAUGHT.     *
019600 01  RTN-BPAY-PAY-DATE               PIC 9(08) VALUE ZERO.
019700 01  RTN-BPAY-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
019800 01  RTN-BPAY-RUN                    PIC 9(05) VALUE ZERO.
019900 01  RTN-BPAY-TRAILER-SW             PIC X(01) VALUE "N".
020000     88  RTN-BPAY-TRAILER-FOUND               VALUE "Y".
020100 01  RTN-BPAY-TRL-COUNT              PIC 9(07) VALUE ZERO.
020200 01  RTN-BPAY-TRL-HASH               PIC 9(09)V99 VALUE ZERO.
020300 01  RTN-BPAY-DTL-COUNT              PIC 9(07) VALUE ZERO.
020400 01  RTN-BPAY-DTL-HASH               PIC 9(09)V99 VALUE ZERO.
020500 01  RTN-BANK-COUNT                  PIC 9(04) VALUE ZERO.
020600 01  RTN-BANK-TABLE.
020700     02  RTN-BANK-ENTRY OCCURS 500 TIMES
020800                        INDEXED BY BANK-IDX.
020900         03  RTN-BANK-IDENT          PIC 9(04).
021000         03  RTN-BANK-AMOUNT         PIC 9(05)V99.
021100         03  RTN-BANK-RETURNED-SW    PIC X(01).
021200             88  RTN-BANK-RETURNED            VALUE "Y".
021300             88  RTN-BANK-NOT-RETURNED        VALUE "N".
021400
021500*    PAYHOLD STOP-PAY TABLE, SO AN EMPLOYEE ALREADY HELD IS NOT *
021600*    WRITTEN TO THE FILE A SECOND TIME.                         *
021700 01  PAY-HOLD-COUNT                  PIC 9(03) VALUE ZERO.
021800 01  PAY-HOLD-TABLE.
021900     02  PAY-HOLD-ENTRY OCCURS 100 TIMES
022000                        INDEXED BY HOLD-IDX.
022100         03  PAY-HOLD-IDENT          PIC 9(04).
022200 01  RTN-HOLD-SW                     PIC X(01) VALUE "N".
022300     88  RTN-ALREADY-HELD                     VALUE "Y".
022400     88  RTN-NOT-HELD                         VALUE "N".
022500
022600*    RETURN FILE PROOF AND ITEM MATCHING WORK AREAS.            *
022700 01  RTN-FILE-PROVED-SW              PIC X(01) VALUE "N".
022800     88  RTN-FILE-PROVED                      VALUE "Y".
022900     88  RTN-FILE-NOT-PROVED                  VALUE "N".
023000 01  RTN-TRAILER-SW                  PIC X(01) VALUE "N".
023100     88  RTN-TRAILER-FOUND                    VALUE "Y".
023200 01  RTN-PROOF-COUNT                 PIC 9(07) VALUE ZERO.
023300 01  RTN-PROOF-HASH                  PIC 9(09)V99 VALUE ZERO.
023310 01  RTN-TRL-COUNT                   PIC 9(07) VALUE ZERO.
023320 01  RTN-TRL-HASH                    PIC 9(09)V99 VALUE ZERO.
023400 01  RTN-MATCH-SW                    PIC X(01) VALUE "U".
023500     88  RTN-MATCHED                          VALUE "M".
023600     88  RTN-UNMATCHED                        VALUE "U".
023700     88  RTN-ALREADY-RETURNED                 VALUE "A".
023800     88  RTN-UNKNOWN-STATUS                   VALUE "X".
023900 01  RTN-FROM-BANKPAY-SW             PIC X(01) VALUE "N".
024000     88  RTN-FROM-BANKPAY                     VALUE "Y".
024100 01  RTN-MATCH-RUN                   PIC 9(05) VALUE ZERO.
024130 01  RTN-HIST-MARK-SW                PIC X(01) VALUE "N".
024160     88  RTN-HIST-MARKED                      VALUE "Y".
024200 01  RTN-YTD-YEAR                    PIC 9(04) VALUE ZERO.
024300 01  RTN-ACTION                      PIC X(25) VALUE SPACES.
024400
024500*    CONTROL COUNTS AND TOTALS.                                  *
024600 01  RTN-ITEM-COUNT                  PIC 9(07) VALUE ZERO.
024700 01  RTN-ITEM-AMOUNT                 PIC 9(09)V99 VALUE ZERO.
024800 01  RTN-ACCEPTED-COUNT              PIC 9(07) VALUE ZERO.
024900 01  RTN-ACCEPTED-AMOUNT             PIC 9(09)V99 VALUE ZERO.
025000 01  RTN-MATCHED-COUNT               PIC 9(07) VALUE ZERO.
025100 01  RTN-MATCHED-AMOUNT              PIC 9(09)V99 VALUE ZERO.
025200 01  RTN-UNMATCHED-COUNT             PIC 9(07) VALUE ZERO.
025300 01  RTN-UNMATCHED-AMOUNT            PIC 9(09)V99 VALUE ZERO.
025400 01  RTN-ALREADY-COUNT               PIC 9(07) VALUE ZERO.
025500 01  RTN-ALREADY-AMOUNT              PIC 9(09)V99 VALUE ZERO.
025600 01  RTN-THIS-FILE-COUNT             PIC 9(07) VALUE ZERO.
025700 01  RTN-THIS-FILE-AMOUNT            PIC 9(09)V99 VALUE ZERO.
025800 01  RTN-DELIVERED-COUNT             PIC 9(07) VALUE ZERO.
025900 01  RTN-DELIVERED-AMOUNT            PIC 9(09)V99 VALUE ZERO.
026000 01  RTN-HOLDS-ADDED                 PIC 9(05) VALUE ZERO.
026100 01  RTN-LINE-COUNT                  PIC 9(03) VALUE ZERO.
026200 01  RTN-LINES-PER-PAGE              PIC 9(03) VALUE 55.
026300 01  RTN-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
026400
026500*    RECONCILIATION REPORT LINES.                                *
026600 01  RTN-HDG-1.
026700     02  FILLER PIC X(30) VALUE "BANK RETURN RECONCILIATION".
026800     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
026900     02  RTN-HDG-DATE                PIC 9(08).
027000     02  FILLER PIC X(16) VALUE SPACES.
027100     02  FILLER PIC X(05) VALUE "PAGE".
027200     02  RTN-HDG-PAGE                PIC ZZZZ9.
027300     02  FILLER PIC X(01) VALUE SPACES.
027400 01  RTN-HDG-2.
027500     02  FILLER PIC X(18) VALUE "RESULT".
027600     02  FILLER PIC X(07) VALUE "IDENT".
027700     02  FILLER PIC X(10) VALUE "PAID ON".
027800     02  FILLER PIC X(12) VALUE "AMOUNT".
027900     02  FILLER PIC X(08) VALUE "REASON".
028000     02  FILLER PIC X(25) VALUE "ACTION".
028100 01  RTN-DETAIL-LINE.
028200     02  RTN-DTL-RESULT              PIC X(16).
028300     02  FILLER                      PIC X(02) VALUE SPACES.
028400     02  RTN-DTL-IDENT               PIC 9(04).
028500     02  FILLER                      PIC X(03) VALUE SPACES.
028600     02  RTN-DTL-DATE                PIC 9(08).
028700     02  FILLER                      PIC X(02) VALUE SPACES.
028800     02  RTN-DTL-AMOUNT              PIC ZZ,ZZZ.99.
028900     02  FILLER                      PIC X(03) VALUE SPACES.
029000     02  RTN-DTL-REASON              PIC X(02).
029100     02  FILLER                      PIC X(06) VALUE SPACES.
029200     02  RTN-DTL-ACTION              PIC X(25).
029300 01  RTN-BPAY-LINE.
029400     02  FILLER PIC X(24) VALUE "BANKPAY FILE ON HAND:".
029500     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
029600     02  RTN-BPL-DATE                PIC 9(08).
029700     02  FILLER PIC X(06) VALUE "  RUN".
029800     02  RTN-BPL-RUN                 PIC 9(05).
029900     02  FILLER PIC X(11) VALUE "  PAY DATE".
030000     02  RTN-BPL-PAY-DATE            PIC 9(08).
030100     02  FILLER PIC X(03) VALUE SPACES.
030200 01  RTN-TOTAL-LINE.
030300     02  RTN-TOT-LABEL               PIC X(40).
030400     02  RTN-TOT-COUNT               PIC Z,ZZZ,ZZ9.
030500     02  FILLER                      PIC X(03) VALUE SPACES.
030600     02  RTN-TOT-AMOUNT              PIC ZZZ,ZZZ,ZZZ.99.
030700     02  FILLER                      PIC X(14) VALUE SPACES.
030800 01  RTN-MESSAGE-LINE.
030900     02  RTN-MSG-TEXT                PIC X(80).
031000
031100 PROCEDURE DIVISION.
031200
031300*****************************************************************
031400*    0000-MAINLINE                                              *
031500*****************************************************************
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031800     PERFORM 2000-PROCESS-ONE-RETURN THRU 2000-EXIT
031900         UNTIL BANK-RTN-EOF.
032000     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
032100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
032200     STOP RUN.
032300
032400*****************************************************************
032500*    1000-INITIALIZE                                            *
032600*    LOADS THE STOP-PAY LIST AND THE BANKPAY FILE, THEN PROVES  *
032700*    THE RETURN FILE AGAINST ITS TRAILER BEFORE ANY ITEM IS     *
032800*    APPLIED.  NO RETURN FILE MEANS THE BANK SENT NOTHING BACK  *
032900*    - THE REPORT STILL PROVES THE BANKPAY FILE.                *
033000*****************************************************************
033100 1000-INITIALIZE.
033200     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
033300     ACCEPT STAT-START-TIME FROM TIME.
033400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
033500     PERFORM 1100-LOAD-PAY-HOLDS THRU 1100-EXIT.
033600     PERFORM 1200-LOAD-BANK-FILE THRU 1200-EXIT.
033700     OPEN OUTPUT RETURN-REPORT.
033800     PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT.
033900     PERFORM 1300-PROVE-RETURN-FILE THRU 1300-EXIT.
034000     IF RTN-FILE-NOT-PROVED
034100         SET BANK-RTN-EOF TO TRUE
034200         GO TO 1000-EXIT
034300     END-IF.
034400     OPEN I-O PAY-HISTORY.
034500     IF PAY-HIST-STATUS = "35"
034600         DISPLAY "NO PAY HISTORY FILE - ONLY ITEMS ON THE "
034700                 "BANKPAY FILE ON HAND CAN BE MATCHED"
034800         SET PAY-HIST-NOT-AVAILABLE TO TRUE
034900     END-IF.
035000     OPEN I-O EMPLOYEE-YTD.
035100     IF EMP-YTD-STATUS = "35" OR "05"
035200         CLOSE EMPLOYEE-YTD
035300         OPEN OUTPUT EMPLOYEE-YTD
035400         CLOSE EMPLOYEE-YTD
035500         OPEN I-O EMPLOYEE-YTD
035600     END-IF.
035700     OPEN EXTEND PAY-HOLD-FILE.
035800     IF PAY-HOLD-STATUS = "35" OR "05"
035900         OPEN OUTPUT PAY-HOLD-FILE
036000         CLOSE PAY-HOLD-FILE
036100         OPEN EXTEND PAY-HOLD-FILE
036200     END-IF.
036300     OPEN EXTEND BANK-REVERSALS.
036400     IF BANK-REV-STATUS = "35" OR "05"
036500         OPEN OUTPUT BANK-REVERSALS
036600         CLOSE BANK-REVERSALS
036700         OPEN EXTEND BANK-REVERSALS
036800     END-IF.
036811     OPEN I-O PEND-QUEUE.
036822     IF PEND-Q-STATUS = "35" OR "05"
036833         CLOSE PEND-QUEUE
036844         OPEN OUTPUT PEND-QUEUE
036855         CLOSE PEND-QUEUE
036866         OPEN I-O PEND-QUEUE
036877     END-IF.
036888     PERFORM 1400-FIND-NEXT-QUEUE-SEQ THRU 1400-EXIT.
036900     OPEN INPUT BANK-RETURN-FILE.
037000     PERFORM 2100-READ-NEXT-RETURN THRU 2100-EXIT.
037100 1000-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*    1050-GET-BUSINESS-DATE                                     *
037600*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
037700*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
037800*****************************************************************
037900 1050-GET-BUSINESS-DATE.
038000     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
038100     OPEN INPUT RUN-CONTROL.
038200     IF RUN-CTL-STATUS NOT = "35"
038300         READ RUN-CONTROL
038400             NOT AT END
038500                 SET RUN-CTL-AVAILABLE TO TRUE
038600                 MOVE RUN-BUSINESS-DATE TO RTN-BUSINESS-DATE
038700                 MOVE RUN-NUMBER TO RTN-RUN-NUMBER
038800         END-READ
038900         CLOSE RUN-CONTROL
039000     END-IF.
039100     IF RUN-CTL-NOT-AVAILABLE
039200         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
039300         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
039400         MOVE CURRENT-CCYY TO RTN-BUSINESS-DATE(1:4)
039500         MOVE CURRENT-MM TO RTN-BUSINESS-DATE(5:2)
039600         MOVE CURRENT-DD TO RTN-BUSINESS-DATE(7:2)
039700     END-IF.
039800 1050-EXIT.
039900     EXIT.
040000
040100*****************************************************************
040200*    1100-LOAD-PAY-HOLDS                                        *
040300*    LOADS THE PAYHOLD STOP-PAY FILE INTO THE HOLD TABLE.       *
040400*****************************************************************
040500 1100-LOAD-PAY-HOLDS.
040600     OPEN INPUT PAY-HOLD-FILE.
040700     IF PAY-HOLD-STATUS = "35"
040800         SET PAY-HOLD-EOF TO TRUE
040900         GO TO 1100-EXIT
041000     END-IF.
041100     PERFORM 1150-LOAD-ONE-HOLD THRU 1150-EXIT
041200         UNTIL PAY-HOLD-EOF.
041300     CLOSE PAY-HOLD-FILE.
041400 1100-EXIT.
041500     EXIT.
041600
041700 1150-LOAD-ONE-HOLD.
041800     READ PAY-HOLD-FILE
041900         AT END
042000             SET PAY-HOLD-EOF TO TRUE
042100             GO TO 1150-EXIT
042200     END-READ.
042300     IF PAY-HOLD-COUNT NOT < 100
042400         GO TO 1150-EXIT
042500     END-IF.
042600     ADD 1 TO PAY-HOLD-COUNT.
042700     SET HOLD-IDX TO PAY-HOLD-COUNT.
042800     MOVE PHLD-EMP-IDENT TO PAY-HOLD-IDENT(HOLD-IDX).
042900 1150-EXIT.
043000     EXIT.
043100
043200*****************************************************************
043300*    1200-LOAD-BANK-FILE                                        *
043400*    READS THE BANKPAY FILE ON HAND: THE HEADER DATES, EVERY    *
043500*    DETAIL INTO THE BANK TABLE (ALL OF THEM INTO THE CONTROL   *
043600*    COUNT AND HASH) AND THE TRAILER TOTALS.                    *
043700*****************************************************************
043800 1200-LOAD-BANK-FILE.
043900     OPEN INPUT BANK-PAYMENT.
044000     IF BANK-PAY-STATUS = "35"
044100         DISPLAY "NO BANKPAY FILE ON HAND - RETURNS ARE MATCHED "
044200                 "AGAINST PAY HISTORY ONLY"
044300         SET BANK-PAY-NOT-AVAILABLE TO TRUE
044400         GO TO 1200-EXIT
044500     END-IF.
044600     PERFORM 1250-LOAD-ONE-BANK-RECORD THRU 1250-EXIT
044700         UNTIL BANK-PAY-EOF.
044800     CLOSE BANK-PAYMENT.
044900     DISPLAY "BANKPAY DETAILS LOADED: " RTN-BPAY-DTL-COUNT.
045000 1200-EXIT.
045100     EXIT.
045200
045300 1250-LOAD-ONE-BANK-RECORD.
045400     READ BANK-PAYMENT
045500         AT END
045600             SET BANK-PAY-EOF TO TRUE
045700             GO TO 1250-EXIT
045800     END-READ.
045900     IF BPAY-IS-HEADER
046000         MOVE BPAY-PAY-DATE TO RTN-BPAY-PAY-DATE
046100         MOVE BPAY-BUSINESS-DATE TO RTN-BPAY-BUSINESS-DATE
046200         MOVE BPAY-RUN-NUMBER TO RTN-BPAY-RUN
046300         GO TO 1250-EXIT
046400     END-IF.
046500     IF BPAY-IS-TRAILER
046600         SET RTN-BPAY-TRAILER-FOUND TO TRUE
046700         MOVE BPAY-RECORD-COUNT TO RTN-BPAY-TRL-COUNT
046800         MOVE BPAY-NET-HASH TO RTN-BPAY-TRL-HASH
046900         GO TO 1250-EXIT
047000     END-IF.
047100     ADD 1 TO RTN-BPAY-DTL-COUNT.
047200     ADD BPAY-NET-PAY TO RTN-BPAY-DTL-HASH.
047300     IF RTN-BANK-COUNT NOT < 500
047400         DISPLAY "*** BANK TABLE FULL - DETAIL FOR IDENT "
047500                 BPAY-EMP-IDENT " NOT LOADED ***"
047600         GO TO 1250-EXIT
047700     END-IF.
047800     ADD 1 TO RTN-BANK-COUNT.
047900     SET BANK-IDX TO RTN-BANK-COUNT.
048000     MOVE BPAY-EMP-IDENT TO RTN-BANK-IDENT(BANK-IDX).
048100     MOVE BPAY-NET-PAY TO RTN-BANK-AMOUNT(BANK-IDX).
048200     SET RTN-BANK-NOT-RETURNED(BANK-IDX) TO TRUE.
048300 1250-EXIT.
048400     EXIT.
048500
048600*****************************************************************
048700*    1300-PROVE-RETURN-FILE                                     *
048800*    FIRST PASS OVER THE RETURN FILE: THE DETAIL COUNT AND      *
048900*    AMOUNT HASH MUST AGREE WITH THE BANK'S TRAILER, OR NOTHING *
049000*    IS APPLIED - A PART FILE MUST NOT LOOK LIKE A QUIET NIGHT. *
049100*****************************************************************
049200 1300-PROVE-RETURN-FILE.
049300     OPEN INPUT BANK-RETURN-FILE.
049400     IF BANK-RTN-STATUS = "35"
049500         DISPLAY "NO BANK RETURN FILE SUPPLIED - NOTHING TO "
049600                 "PROCESS"
049700         SET BANK-RTN-NOT-AVAILABLE TO TRUE
049800         GO TO 1300-EXIT
049900     END-IF.
050000     PERFORM 1350-PROVE-ONE-RECORD THRU 1350-EXIT
050100         UNTIL BANK-RTN-EOF.
050200     CLOSE BANK-RETURN-FILE.
050300     MOVE "N" TO BANK-RTN-EOF-SW.
050400     IF RTN-TRAILER-FOUND
050500             AND RTN-PROOF-COUNT = RTN-TRL-COUNT
050600             AND RTN-PROOF-HASH = RTN-TRL-HASH
050700         SET RTN-FILE-PROVED TO TRUE
050800         GO TO 1300-EXIT
050900     END-IF.
051000     DISPLAY "*** BANK RETURN FILE DOES NOT AGREE WITH ITS "
051100             "TRAILER - NOTHING APPLIED ***".
051200     DISPLAY "    DETAILS READ " RTN-PROOF-COUNT
051300             " AMOUNT " RTN-PROOF-HASH.
051400     MOVE "*** BANK RETURN FILE DOES NOT AGREE WITH ITS TRAILER"
051500         TO RTN-MSG-TEXT.
051600     MOVE RTN-MESSAGE-LINE TO RETURN-REPORT-LINE.
051700     WRITE RETURN-REPORT-LINE.
051800     MOVE "    - NO RETURN HAS BEEN APPLIED ***" TO RTN-MSG-TEXT.
051900     MOVE RTN-MESSAGE-LINE TO RETURN-REPORT-LINE.
052000     WRITE RETURN-REPORT-LINE.
052100     MOVE 16 TO RETURN-CODE.
052200 1300-EXIT.
052300     EXIT.
052400
052500 1350-PROVE-ONE-RECORD.
052600     READ BANK-RETURN-FILE
052700         AT END
052800             SET BANK-RTN-EOF TO TRUE
052900             GO TO 1350-EXIT
053000     END-READ.
053100     IF BRTN-IS-TRAILER
053200         SET RTN-TRAILER-FOUND TO TRUE
053210         MOVE BRTN-RECORD-COUNT TO RTN-TRL-COUNT
053220         MOVE BRTN-AMOUNT-HASH TO RTN-TRL-HASH
053300         SET BANK-RTN-EOF TO TRUE
053400         GO TO 1350-EXIT
053500     END-IF.
053600     IF BRTN-IS-DETAIL
053700         ADD 1 TO RTN-PROOF-COUNT
053800         ADD BRTN-AMOUNT TO RTN-PROOF-HASH
053900     END-IF.
054000 1350-EXIT.
054100     EXIT.
054102
054105*****************************************************************
054108*    1400-FIND-NEXT-QUEUE-SEQ                                   *
054111*    THE NEXT FREE PENDQ SEQUENCE NUMBER FOR THE BUSINESS       *
054114*    DATE - ONE PAST THE HIGHEST ALREADY QUEUED ON THAT DATE.   *
054117*****************************************************************
054120 1400-FIND-NEXT-QUEUE-SEQ.
054123     MOVE 1 TO RTN-NEXT-SEQ.
054126     MOVE "N" TO PEND-Q-EOF-SW.
054129     MOVE RTN-BUSINESS-DATE TO PEND-QUEUE-DATE.
054132     MOVE ZERO TO PEND-SEQ-NUMBER.
054135     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
054138         INVALID KEY
054141             SET PEND-Q-EOF TO TRUE
054144     END-START.
054147     PERFORM 1450-READ-NEXT-SEQ THRU 1450-EXIT
054150         UNTIL PEND-Q-EOF.
054152 1400-EXIT.
054155     EXIT.
054158
054161 1450-READ-NEXT-SEQ.
054164     READ PEND-QUEUE NEXT RECORD
054167         AT END
054170             SET PEND-Q-EOF TO TRUE
054173             GO TO 1450-EXIT
054176     END-READ.
054179     IF PEND-QUEUE-DATE NOT = RTN-BUSINESS-DATE
054182         SET PEND-Q-EOF TO TRUE
054185         GO TO 1450-EXIT
054188     END-IF.
054191     COMPUTE RTN-NEXT-SEQ = PEND-SEQ-NUMBER + 1.
054194 1450-EXIT.
054197     EXIT.
054200
054300*****************************************************************
054400*    2000-PROCESS-ONE-RETURN                                    *
054500*    ONE RETURN-FILE DETAIL.  AN ITEM THE BANK ACCEPTED IS ONLY *
054600*    COUNTED; A RETURNED ITEM IS MATCHED AND, WHEN MATCHED,     *
054700*    REVERSED, HELD AND MARKED.                                 *
054800*****************************************************************
054900 2000-PROCESS-ONE-RETURN.
055000     IF NOT BRTN-IS-DETAIL
055100         PERFORM 2100-READ-NEXT-RETURN THRU 2100-EXIT
055200         GO TO 2000-EXIT
055300     END-IF.
055400     ADD 1 TO RTN-ITEM-COUNT.
055500     ADD BRTN-AMOUNT TO RTN-ITEM-AMOUNT.
055600     IF BRTN-ACCEPTED
055700         ADD 1 TO RTN-ACCEPTED-COUNT
055800         ADD BRTN-AMOUNT TO RTN-ACCEPTED-AMOUNT
055900         PERFORM 2100-READ-NEXT-RETURN THRU 2100-EXIT
056000         GO TO 2000-EXIT
056100     END-IF.
056200     MOVE SPACES TO RTN-ACTION.
056300     IF BRTN-RETURNED
056400         PERFORM 2200-MATCH-RETURN THRU 2200-EXIT
056500     ELSE
056600         SET RTN-UNKNOWN-STATUS TO TRUE
056700     END-IF.
056800     EVALUATE TRUE
056900         WHEN RTN-MATCHED
057000             PERFORM 2500-APPLY-RETURN THRU 2500-EXIT
057100         WHEN RTN-ALREADY-RETURNED
057200             ADD 1 TO RTN-ALREADY-COUNT
057300             ADD BRTN-AMOUNT TO RTN-ALREADY-AMOUNT
057400             MOVE "NONE - REVERSED BEFORE" TO RTN-ACTION
057500         WHEN RTN-UNKNOWN-STATUS
057600             ADD 1 TO RTN-UNMATCHED-COUNT
057700             ADD BRTN-AMOUNT TO RTN-UNMATCHED-AMOUNT
057800             MOVE "NONE - UNKNOWN ITEM STATUS" TO RTN-ACTION
057900         WHEN OTHER
058000             ADD 1 TO RTN-UNMATCHED-COUNT
058100             ADD BRTN-AMOUNT TO RTN-UNMATCHED-AMOUNT
058200             MOVE "NONE - NO BANKPAY DETAIL" TO RTN-ACTION
058300     END-EVALUATE.
058400     PERFORM 4000-WRITE-DETAIL-LINE THRU 4000-EXIT.
058500     PERFORM 2100-READ-NEXT-RETURN THRU 2100-EXIT.
058600 2000-EXIT.
058700     EXIT.
058800
058900 2100-READ-NEXT-RETURN.
059000     READ BANK-RETURN-FILE
059100         AT END
059200             SET BANK-RTN-EOF TO TRUE
059300     END-READ.
059400     IF NOT BANK-RTN-EOF AND BRTN-IS-TRAILER
059500         SET BANK-RTN-EOF TO TRUE
059600     END-IF.
059700 2100-EXIT.
059800     EXIT.
059900
060000*****************************************************************
060100*    2200-MATCH-RETURN                                          *
060200*    AN ITEM DATED FOR THE BANKPAY FILE ON HAND IS LOOKED UP IN *
060300*    THE BANK TABLE - FIRST AN UNRETURNED DETAIL FOR THE IDENT  *
060400*    AND AMOUNT, THEN ANY DETAIL, WHICH MEANS A SECOND RETURN   *
060500*    OF THE SAME MONEY.  ANY OTHER DATE IS LOOKED UP ON         *
060600*    PAYHIST.  EITHER WAY A PAYHIST RECORD ALREADY MARKED       *
060700*    RETURNED MEANS AN EARLIER RUN OF THIS STEP REVERSED IT.    *
060800*****************************************************************
060900 2200-MATCH-RETURN.
061000     SET RTN-UNMATCHED TO TRUE.
061100     MOVE "N" TO RTN-FROM-BANKPAY-SW.
061200     MOVE ZERO TO RTN-MATCH-RUN.
061300     IF BANK-PAY-NOT-AVAILABLE
061400             OR BRTN-BUSINESS-DATE NOT = RTN-BPAY-BUSINESS-DATE
061500         PERFORM 2300-MATCH-PAY-HISTORY THRU 2300-EXIT
061600         GO TO 2200-EXIT
061700     END-IF.
061800     SET BANK-IDX TO 1.
061900     SEARCH RTN-BANK-ENTRY
062000         AT END
062100             SET RTN-UNMATCHED TO TRUE
062200         WHEN BANK-IDX > RTN-BANK-COUNT
062300             SET RTN-UNMATCHED TO TRUE
062400         WHEN RTN-BANK-IDENT(BANK-IDX) = BRTN-EMP-IDENT
062500                 AND RTN-BANK-AMOUNT(BANK-IDX) = BRTN-AMOUNT
062600                 AND RTN-BANK-NOT-RETURNED(BANK-IDX)
062700             SET RTN-MATCHED TO TRUE
062800             SET RTN-FROM-BANKPAY TO TRUE
062900             SET RTN-BANK-RETURNED(BANK-IDX) TO TRUE
063000             MOVE RTN-BPAY-RUN TO RTN-MATCH-RUN
063100     END-SEARCH.
063200     IF RTN-UNMATCHED
063300         PERFORM 2250-FIND-RETURNED-DETAIL THRU 2250-EXIT
063400         GO TO 2200-EXIT
063500     END-IF.
063600     IF PAY-HIST-NOT-AVAILABLE
063700         GO TO 2200-EXIT
063800     END-IF.
063900     MOVE BRTN-EMP-IDENT TO PHST-EMP-IDENT.
064000     MOVE BRTN-BUSINESS-DATE TO PHST-BUSINESS-DATE.
064100     MOVE RTN-MATCH-RUN TO PHST-RUN-NUMBER.
064200     READ PAY-HISTORY
064300         INVALID KEY
064400             GO TO 2200-EXIT
064500     END-READ.
064600     IF PHST-RETURNED
064700         SET RTN-ALREADY-RETURNED TO TRUE
064800     END-IF.
064900 2200-EXIT.
065000     EXIT.
065100
065200 2250-FIND-RETURNED-DETAIL.
065300     SET BANK-IDX TO 1.
065400     SEARCH RTN-BANK-ENTRY
065500         AT END
065600             SET RTN-UNMATCHED TO TRUE
065700         WHEN BANK-IDX > RTN-BANK-COUNT
065800             SET RTN-UNMATCHED TO TRUE
065900         WHEN RTN-BANK-IDENT(BANK-IDX) = BRTN-EMP-IDENT
066000                 AND RTN-BANK-AMOUNT(BANK-IDX) = BRTN-AMOUNT
066100             SET RTN-ALREADY-RETURNED TO TRUE
066200     END-SEARCH.
066300 2250-EXIT.
066400     EXIT.
066500
066600*****************************************************************
066700*    2300-MATCH-PAY-HISTORY                                     *
066800*    SCANS THE EMPLOYEE'S PAYHIST RECORDS FOR THE ITEM'S        *
066900*    BUSINESS DATE (EVERY RUN THAT DAY) FOR AN UNHELD RECORD -  *
067000*    ONE THAT WENT TO THE BANK - WITH THE SAME NET.  AN         *
067100*    UNRETURNED ONE IS A MATCH; IF ONLY RETURNED ONES ARE       *
067200*    FOUND THE ITEM WAS ALREADY REVERSED.                       *
067300*****************************************************************
067400 2300-MATCH-PAY-HISTORY.
067500     IF PAY-HIST-NOT-AVAILABLE
067600         GO TO 2300-EXIT
067700     END-IF.
067800     MOVE "N" TO PAY-HIST-SCAN-DONE-SW.
067900     MOVE BRTN-EMP-IDENT TO PHST-EMP-IDENT.
068000     MOVE BRTN-BUSINESS-DATE TO PHST-BUSINESS-DATE.
068100     MOVE ZERO TO PHST-RUN-NUMBER.
068200     START PAY-HISTORY KEY IS NOT LESS THAN PHST-KEY
068300         INVALID KEY
068400             SET PAY-HIST-SCAN-DONE TO TRUE
068500     END-START.
068600     PERFORM 2350-EXAMINE-ONE-HISTORY THRU 2350-EXIT
068700         UNTIL PAY-HIST-SCAN-DONE.
068800 2300-EXIT.
068900     EXIT.
069000
069100 2350-EXAMINE-ONE-HISTORY.
069200     READ PAY-HISTORY NEXT RECORD
069300         AT END
069400             SET PAY-HIST-SCAN-DONE TO TRUE
069500             GO TO 2350-EXIT
069600     END-READ.
069700     IF PHST-EMP-IDENT NOT = BRTN-EMP-IDENT
069800             OR PHST-BUSINESS-DATE NOT = BRTN-BUSINESS-DATE
069900         SET PAY-HIST-SCAN-DONE TO TRUE
070000         GO TO 2350-EXIT
070100     END-IF.
070200     IF PHST-HELD OR PHST-NET NOT = BRTN-AMOUNT
070300         GO TO 2350-EXIT
070400     END-IF.
070500     IF PHST-RETURNED
070600         SET RTN-ALREADY-RETURNED TO TRUE
070700         GO TO 2350-EXIT
070800     END-IF.
070900     SET RTN-MATCHED TO TRUE.
071000     MOVE PHST-RUN-NUMBER TO RTN-MATCH-RUN.
071100     SET PAY-HIST-SCAN-DONE TO TRUE.
071200 2350-EXIT.
071300     EXIT.
071400
071500*****************************************************************
071600*    2500-APPLY-RETURN                                          *
071700*    REVERSES A MATCHED RETURN: THE PAYHIST RETURNED MARK,      *
071800*    EMPYTD NET, THE BANKREV REVERSAL FOR GLPOST AND THE        *
071900*    PAYHOLD STOP-PAY ENTRY.  THE YEAR-TO-DATE IS ONLY REVERSED *
071950*    ONCE THE MARK IS REWRITTEN, SO A RERUN AFTER AN ABEND      *
071970*    BETWEEN THE TWO CANNOT TAKE THE NET OUT A SECOND TIME.     *
072000*****************************************************************
072100 2500-APPLY-RETURN.
072200     ADD 1 TO RTN-MATCHED-COUNT.
072300     ADD BRTN-AMOUNT TO RTN-MATCHED-AMOUNT.
072400     IF RTN-FROM-BANKPAY
072500         ADD 1 TO RTN-THIS-FILE-COUNT
072600         ADD BRTN-AMOUNT TO RTN-THIS-FILE-AMOUNT
072700     END-IF.
072800     PERFORM 2700-MARK-HISTORY THRU 2700-EXIT.
072850     IF RTN-HIST-MARKED
072900         PERFORM 2600-REVERSE-YTD THRU 2600-EXIT
072925     ELSE
072950         DISPLAY "NO PAYHIST RECORD MARKED FOR IDENT "
072960                 BRTN-EMP-IDENT " - YEAR-TO-DATE NOT REVERSED"
072975     END-IF.
073000     MOVE RTN-BUSINESS-DATE TO BREV-RETURN-DATE.
073100     MOVE BRTN-BUSINESS-DATE TO BREV-ORIG-DATE.
073200     MOVE RTN-MATCH-RUN TO BREV-ORIG-RUN.
073300     MOVE BRTN-EMP-IDENT TO BREV-EMP-IDENT.
073400     MOVE BRTN-AMOUNT TO BREV-AMOUNT.
073500     MOVE BRTN-REASON TO BREV-REASON.
073600     WRITE BANK-REVERSAL-RECORD.
073700     PERFORM 2800-ADD-PAY-HOLD THRU 2800-EXIT.
073800     IF RTN-ALREADY-HELD
073900         MOVE "REVERSED - ALREADY HELD" TO RTN-ACTION
074000     ELSE
074100         MOVE "REVERSED - HOLD ADDED" TO RTN-ACTION
074200     END-IF.
074300 2500-EXIT.
074400     EXIT.
074500
074600*****************************************************************
074700*    2600-REVERSE-YTD                                           *
074800*    TAKES THE RETURNED NET BACK OUT OF THE YEAR IT WAS PAID    *
074900*    IN - THE CURRENT-YEAR TOTALS, OR THE PRIOR-YEAR TOTALS     *
075000*    WHEN THE YEAR-END RESET HAS SINCE RUN.                     *
075100*****************************************************************
075200 2600-REVERSE-YTD.
075300     MOVE BRTN-BUSINESS-DATE(1:4) TO RTN-YTD-YEAR.
075400     MOVE BRTN-EMP-IDENT TO YTD-EMP-IDENT.
075500     READ EMPLOYEE-YTD
075600         INVALID KEY
075700             SET YTD-NOT-FOUND TO TRUE
075800         NOT INVALID KEY
075900             SET YTD-FOUND TO TRUE
076000     END-READ.
076100     IF YTD-NOT-FOUND
076200         DISPLAY "NO EMPYTD RECORD FOR IDENT " BRTN-EMP-IDENT
076300                 " - YEAR-TO-DATE NOT REVERSED"
076400         GO TO 2600-EXIT
076500     END-IF.
076600     IF YTD-YEAR = RTN-YTD-YEAR
076700         IF BRTN-AMOUNT > YTD-NET
076800             MOVE ZERO TO YTD-NET
076900         ELSE
077000             SUBTRACT BRTN-AMOUNT FROM YTD-NET
077100         END-IF
077200         REWRITE EMP-YTD-RECORD
077300         GO TO 2600-EXIT
077400     END-IF.
077500     IF YTD-PRIOR-YEAR = RTN-YTD-YEAR
077600         IF BRTN-AMOUNT > YTD-PRIOR-NET
077700             MOVE ZERO TO YTD-PRIOR-NET
077800         ELSE
077900             SUBTRACT BRTN-AMOUNT FROM YTD-PRIOR-NET
078000         END-IF
078100         REWRITE EMP-YTD-RECORD
078200         GO TO 2600-EXIT
078300     END-IF.
078400     DISPLAY "EMPYTD FOR IDENT " BRTN-EMP-IDENT " DOES NOT "
078500             "CARRY YEAR " RTN-YTD-YEAR " - NOT REVERSED".
078600 2600-EXIT.
078700     EXIT.
078800
078900 2700-MARK-HISTORY.
078950     MOVE "N" TO RTN-HIST-MARK-SW.
079000     IF PAY-HIST-NOT-AVAILABLE
079100         GO TO 2700-EXIT
079200     END-IF.
079300     MOVE BRTN-EMP-IDENT TO PHST-EMP-IDENT.
079400     MOVE BRTN-BUSINESS-DATE TO PHST-BUSINESS-DATE.
079500     MOVE RTN-MATCH-RUN TO PHST-RUN-NUMBER.
079600     READ PAY-HISTORY
079700         INVALID KEY
079800             GO TO 2700-EXIT
079900     END-READ.
080000     SET PHST-RETURNED TO TRUE.
080100     MOVE RTN-BUSINESS-DATE TO PHST-RETURN-DATE.
080200     REWRITE PAY-HISTORY-RECORD
080220         INVALID KEY
080240             GO TO 2700-EXIT
080260     END-REWRITE.
080280     SET RTN-HIST-MARKED TO TRUE.
080300 2700-EXIT.
080400     EXIT.
080500
080600 2800-ADD-PAY-HOLD.
080700     SET RTN-NOT-HELD TO TRUE.
080800     SET HOLD-IDX TO 1.
080900     SEARCH PAY-HOLD-ENTRY
081000         AT END
081100             SET RTN-NOT-HELD TO TRUE
081200         WHEN HOLD-IDX > PAY-HOLD-COUNT
081300             SET RTN-NOT-HELD TO TRUE
081400         WHEN PAY-HOLD-IDENT(HOLD-IDX) = BRTN-EMP-IDENT
081500             SET RTN-ALREADY-HELD TO TRUE
081600     END-SEARCH.
081700     IF RTN-ALREADY-HELD
081800         GO TO 2800-EXIT
081900     END-IF.
082000     MOVE BRTN-EMP-IDENT TO PHLD-EMP-IDENT.
082100     WRITE PAY-HOLD-RECORD.
082200     ADD 1 TO RTN-HOLDS-ADDED.
082250     PERFORM 2850-LOG-QUEUED-HOLD THRU 2850-EXIT.
082300     IF PAY-HOLD-COUNT < 100
082400         ADD 1 TO PAY-HOLD-COUNT
082500         SET HOLD-IDX TO PAY-HOLD-COUNT
082600         MOVE BRTN-EMP-IDENT TO PAY-HOLD-IDENT(HOLD-IDX)
082700     END-IF.
082800 2800-EXIT.
082900     EXIT.
082903
082907*****************************************************************
082910*    2850-LOG-QUEUED-HOLD                                       *
082914*    RECORDS THE HOLD JUST PLACED ON THE PENDQ QUEUE AS AN      *
082917*    APPLIED HOLD ADD, KEYED AND APPROVED BY BANKRET.           *
082921*****************************************************************
082925 2850-LOG-QUEUED-HOLD.
082928     MOVE RTN-BUSINESS-DATE TO PEND-QUEUE-DATE PEND-STATUS-DATE.
082932     MOVE RTN-NEXT-SEQ TO PEND-SEQ-NUMBER.
082935     SET PEND-TYPE-HOLD TO TRUE.
082939     SET PEND-APPLIED TO TRUE.
082942     MOVE "BANKRET" TO PEND-ENTERED-BY PEND-APPROVED-BY.
082946     ACCEPT CURRENT-TIME-FIELD FROM TIME.
082950     MOVE CURRENT-TIME-FIELD TO PEND-QUEUE-TIME.
082953     MOVE "BANK RETURN - AUTO HOLD" TO PEND-REMARK.
082957     MOVE SPACES TO PEND-DETAIL.
082960     SET PEND-HOLD-ADD TO TRUE.
082964     MOVE BRTN-EMP-IDENT TO PEND-HOLD-IDENT.
082967     WRITE PEND-RECORD
082971         INVALID KEY
082975             DISPLAY "*** PENDQ KEY " PEND-KEY " ALREADY USED - "
082978                     "HOLD NOT LOGGED ***"
082982             GO TO 2850-EXIT
082985     END-WRITE.
082989     ADD 1 TO RTN-NEXT-SEQ.
082992 2850-EXIT.
082996     EXIT.
083000
083100*****************************************************************
083200*    4000-WRITE-DETAIL-LINE                                     *
083300*****************************************************************
083400 4000-WRITE-DETAIL-LINE.
083500     IF RTN-LINE-COUNT NOT < RTN-LINES-PER-PAGE
083600         PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT
083700     END-IF.
083800     EVALUATE TRUE
083900         WHEN RTN-MATCHED
084000             MOVE "MATCHED" TO RTN-DTL-RESULT
084100         WHEN RTN-ALREADY-RETURNED
084200             MOVE "ALREADY RETURNED" TO RTN-DTL-RESULT
084300         WHEN OTHER
084400             MOVE "UNMATCHED" TO RTN-DTL-RESULT
084500     END-EVALUATE.
084600     MOVE BRTN-EMP-IDENT TO RTN-DTL-IDENT.
084700     MOVE BRTN-BUSINESS-DATE TO RTN-DTL-DATE.
084800     MOVE BRTN-AMOUNT TO RTN-DTL-AMOUNT.
084900     MOVE BRTN-REASON TO RTN-DTL-REASON.
085000     MOVE RTN-ACTION TO RTN-DTL-ACTION.
085100     MOVE RTN-DETAIL-LINE TO RETURN-REPORT-LINE.
085200     WRITE RETURN-REPORT-LINE.
085300     ADD 1 TO RTN-LINE-COUNT.
085400 4000-EXIT.
085500     EXIT.
085600
085700*****************************************************************
085800*    4100-START-NEW-PAGE                                        *
085900*****************************************************************
086000 4100-START-NEW-PAGE.
086100     ADD 1 TO RTN-PAGE-COUNT.
086200     MOVE RTN-PAGE-COUNT TO RTN-HDG-PAGE.
086300     MOVE RTN-BUSINESS-DATE TO RTN-HDG-DATE.
086400     MOVE RTN-HDG-1 TO RETURN-REPORT-LINE.
086500     WRITE RETURN-REPORT-LINE.
086600     MOVE RTN-HDG-2 TO RETURN-REPORT-LINE.
086700     WRITE RETURN-REPORT-LINE.
086800     MOVE ZERO TO RTN-LINE-COUNT.
086900 4100-EXIT.
087000     EXIT.
087100
087200*****************************************************************
087300*    5000-WRITE-CONTROL-TOTALS                                  *
087400*    PROVES THE BANKPAY FILE ON HAND AGAINST ITS TRAILER, THEN  *
087500*    ACCOUNTS FOR EVERY RETURN-FILE ITEM AND SHOWS WHAT THE     *
087600*    BANK FINALLY DELIVERED ON THAT FILE.                       *
087700*****************************************************************
087800 5000-WRITE-CONTROL-TOTALS.
087900     MOVE SPACES TO RETURN-REPORT-LINE.
088000     WRITE RETURN-REPORT-LINE.
088100     IF BANK-PAY-NOT-AVAILABLE
088200         MOVE "NO BANKPAY FILE ON HAND" TO RTN-MSG-TEXT
088300         MOVE RTN-MESSAGE-LINE TO RETURN-REPORT-LINE
088400         WRITE RETURN-REPORT-LINE
088500     ELSE
088600         PERFORM 5100-WRITE-BANKPAY-PROOF THRU 5100-EXIT
088700     END-IF.
088800     MOVE SPACES TO RETURN-REPORT-LINE.
088900     WRITE RETURN-REPORT-LINE.
089000     MOVE "RETURN FILE ITEMS" TO RTN-TOT-LABEL.
089100     MOVE RTN-ITEM-COUNT TO RTN-TOT-COUNT.
089200     MOVE RTN-ITEM-AMOUNT TO RTN-TOT-AMOUNT.
089300     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
089400     MOVE "  ACCEPTED BY THE BANK" TO RTN-TOT-LABEL.
089500     MOVE RTN-ACCEPTED-COUNT TO RTN-TOT-COUNT.
089600     MOVE RTN-ACCEPTED-AMOUNT TO RTN-TOT-AMOUNT.
089700     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
089800     MOVE "  RETURNED - MATCHED AND REVERSED" TO RTN-TOT-LABEL.
089900     MOVE RTN-MATCHED-COUNT TO RTN-TOT-COUNT.
090000     MOVE RTN-MATCHED-AMOUNT TO RTN-TOT-AMOUNT.
090100     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
090200     MOVE "  RETURNED - UNMATCHED" TO RTN-TOT-LABEL.
090300     MOVE RTN-UNMATCHED-COUNT TO RTN-TOT-COUNT.
090400     MOVE RTN-UNMATCHED-AMOUNT TO RTN-TOT-AMOUNT.
090500     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
090600     MOVE "  RETURNED - ALREADY REVERSED" TO RTN-TOT-LABEL.
090700     MOVE RTN-ALREADY-COUNT TO RTN-TOT-COUNT.
090800     MOVE RTN-ALREADY-AMOUNT TO RTN-TOT-AMOUNT.
090900     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
091000     MOVE "STOP-PAY HOLDS ADDED" TO RTN-TOT-LABEL.
091100     MOVE RTN-HOLDS-ADDED TO RTN-TOT-COUNT.
091200     MOVE ZERO TO RTN-TOT-AMOUNT.
091300     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
091400 5000-EXIT.
091500     EXIT.
091600
091700 5100-WRITE-BANKPAY-PROOF.
091800     MOVE RTN-BPAY-BUSINESS-DATE TO RTN-BPL-DATE.
091900     MOVE RTN-BPAY-RUN TO RTN-BPL-RUN.
092000     MOVE RTN-BPAY-PAY-DATE TO RTN-BPL-PAY-DATE.
092100     MOVE RTN-BPAY-LINE TO RETURN-REPORT-LINE.
092200     WRITE RETURN-REPORT-LINE.
092300     MOVE "BANKPAY TRAILER" TO RTN-TOT-LABEL.
092400     MOVE RTN-BPAY-TRL-COUNT TO RTN-TOT-COUNT.
092500     MOVE RTN-BPAY-TRL-HASH TO RTN-TOT-AMOUNT.
092600     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
092700     MOVE "BANKPAY DETAILS READ" TO RTN-TOT-LABEL.
092800     MOVE RTN-BPAY-DTL-COUNT TO RTN-TOT-COUNT.
092900     MOVE RTN-BPAY-DTL-HASH TO RTN-TOT-AMOUNT.
093000     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
093100     IF RTN-BPAY-TRAILER-FOUND
093200             AND RTN-BPAY-DTL-COUNT = RTN-BPAY-TRL-COUNT
093300             AND RTN-BPAY-DTL-HASH = RTN-BPAY-TRL-HASH
093400         MOVE "BANKPAY DETAILS AGREE WITH THE TRAILER"
093500             TO RTN-MSG-TEXT
093600     ELSE
093700         MOVE "*** BANKPAY DETAILS DO NOT AGREE WITH THE TRAILER"
093800             TO RTN-MSG-TEXT
093900         DISPLAY "*** BANKPAY DETAILS DO NOT AGREE WITH THE "
094000                 "TRAILER ***"
094100     END-IF.
094200     MOVE RTN-MESSAGE-LINE TO RETURN-REPORT-LINE.
094300     WRITE RETURN-REPORT-LINE.
094400     MOVE "RETURNED FROM THIS BANKPAY FILE" TO RTN-TOT-LABEL.
094500     MOVE RTN-THIS-FILE-COUNT TO RTN-TOT-COUNT.
094600     MOVE RTN-THIS-FILE-AMOUNT TO RTN-TOT-AMOUNT.
094700     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
094800     SUBTRACT RTN-THIS-FILE-COUNT FROM RTN-BPAY-TRL-COUNT
094900         GIVING RTN-DELIVERED-COUNT.
095000     SUBTRACT RTN-THIS-FILE-AMOUNT FROM RTN-BPAY-TRL-HASH
095100         GIVING RTN-DELIVERED-AMOUNT.
095200     MOVE "DELIVERED ON THIS BANKPAY FILE" TO RTN-TOT-LABEL.
095300     MOVE RTN-DELIVERED-COUNT TO RTN-TOT-COUNT.
095400     MOVE RTN-DELIVERED-AMOUNT TO RTN-TOT-AMOUNT.
095500     PERFORM 5900-WRITE-TOTAL-LINE THRU 5900-EXIT.
095600 5100-EXIT.
095700     EXIT.
095800
095900 5900-WRITE-TOTAL-LINE.
096000     MOVE RTN-TOTAL-LINE TO RETURN-REPORT-LINE.
096100     WRITE RETURN-REPORT-LINE.
096200 5900-EXIT.
096300     EXIT.
096400
096500*****************************************************************
096600*    9999-TERMINATE                                             *
096700*****************************************************************
096800 9999-TERMINATE.
096900     IF RTN-FILE-PROVED
097000         CLOSE BANK-RETURN-FILE
097100         CLOSE EMPLOYEE-YTD
097200         CLOSE PAY-HOLD-FILE
097300         CLOSE BANK-REVERSALS
097350         CLOSE PEND-QUEUE
097400         IF PAY-HIST-AVAILABLE
097500             CLOSE PAY-HISTORY
097600         END-IF
097700     END-IF.
097800     CLOSE RETURN-REPORT.
097900     DISPLAY "RETURN ITEMS READ:     " RTN-ITEM-COUNT.
098000     DISPLAY "RETURNS REVERSED:      " RTN-MATCHED-COUNT.
098100     DISPLAY "RETURNS UNMATCHED:     " RTN-UNMATCHED-COUNT.
098200     DISPLAY "ALREADY REVERSED:      " RTN-ALREADY-COUNT.
098300     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
098400 9999-EXIT.
098500     EXIT.
098600
098700*****************************************************************
098800*    9900-WRITE-RUN-STATISTICS                                  *
098900*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
099000*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
099100*****************************************************************
099200 9900-WRITE-RUN-STATISTICS.
099300     OPEN EXTEND RUN-HISTORY.
099400     IF RUN-HIST-STATUS = "35" OR "05"
099500         OPEN OUTPUT RUN-HISTORY
099600         CLOSE RUN-HISTORY
099700         OPEN EXTEND RUN-HISTORY
099800     END-IF.
099900     MOVE "BANKRET " TO RSTAT-PROGRAM.
100000     MOVE RTN-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
100100     MOVE RTN-RUN-NUMBER TO RSTAT-RUN-NUMBER.
100200     MOVE STAT-START-DATE TO RSTAT-START-DATE.
100300     MOVE STAT-START-TIME TO RSTAT-START-TIME.
100400     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
100500     ACCEPT STAT-END-TIME FROM TIME.
100600     MOVE STAT-END-DATE TO RSTAT-END-DATE.
100700     MOVE STAT-END-TIME TO RSTAT-END-TIME.
100800     MOVE RTN-ITEM-COUNT TO RSTAT-READ-COUNT.
100900     MOVE RTN-MATCHED-COUNT TO RSTAT-WRITTEN-COUNT.
101000     MOVE RTN-UNMATCHED-COUNT TO RSTAT-REJECT-COUNT.
101050     MOVE SPACE TO RSTAT-RESTART-FLAG.
101100     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
101200     WRITE RUN-STAT-RECORD.
101300     CLOSE RUN-HISTORY.
101400 9900-EXIT.
101500     EXIT.
101600
101700 END PROGRAM BANKRET.
