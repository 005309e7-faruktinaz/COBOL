000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  LABDIST                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  LABOR DISTRIBUTION REPORT.  RUNS AFTER      *
001000*                   HELLO AND READS THE WHOLE PAYHIST PAY-      *
001100*                   HISTORY FILE (PAYHISTR COPYBOOK), SPREADING *
001200*                   EVERY PAID RECORD OVER THE EMPLOYEE'S COST  *
001300*                   CENTRE AND GRADE AS THEY STOOD AT PAY TIME. *
001400*                   EACH COST CENTRE / GRADE LINE SHOWS HEAD    *
001500*                   COUNT, GROSS, TOTAL DEDUCTIONS AND NET      *
001600*                   TWICE - FOR THE RUNCTL BUSINESS DATE AND    *
001700*                   FOR THE MONTH TO DATE (THE BUSINESS DATE'S  *
001800*                   MONTH, UP TO AND INCLUDING THE BUSINESS     *
001900*                   DATE) - WITH A SUBTOTAL PER COST CENTRE     *
002000*                   AND A GRAND TOTAL.                          *
002100*                                                               *
002200*                   AN EMPLOYEE PAID MORE THAN ONCE IN A PERIOD *
002300*                   COUNTS ONCE IN THAT LINE'S HEAD COUNT; THE  *
002400*                   SUBTOTAL HEAD COUNTS ARE THE SUM OF THE     *
002500*                   GRADE LINES.  PAY KEPT BACK BY A STOP-PAY   *
002600*                   HOLD OR RETURNED BY THE BANK IS STILL LABOR *
002700*                   COST AND IS INCLUDED.  EMPLOYEES WITH NO    *
002800*                   COST CENTRE ARE REPORTED UNDER "NONE".      *
002900*                                                               *
003000*                   THE BUSINESS-DATE GRAND TOTAL AGREES WITH   *
003100*                   THE PAYTOT TOTALS OF EVERY RUN ON THE       *
003200*                   BUSINESS DATE.                              *
003300*                                                               *
003400*    MODIFICATION HISTORY                                       *
003500*    DATE       INIT  DESCRIPTION                               *
003600*    10/14/26   FT    ORIGINAL VERSION.                         *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. LABDIST.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PAY-HISTORY       ASSIGN TO "PAYHIST"
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS SEQUENTIAL
004600            RECORD KEY IS PHST-KEY
004700            FILE STATUS IS PAY-HIST-STATUS.
004800
004900     SELECT LABOR-REPORT      ASSIGN TO "LABRPT"
005000            ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
005300            ORGANIZATION IS LINE SEQUENTIAL
005400            FILE STATUS IS RUN-CTL-STATUS.
005500
005600     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
005700            ORGANIZATION IS LINE SEQUENTIAL
005800            FILE STATUS IS RUN-HIST-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PAY-HISTORY.
006300     COPY PAYHISTR.
006400
006500 FD  LABOR-REPORT
006600     RECORDING MODE IS F.
006700 01  LABOR-LINE                      PIC X(132).
006800
006900 FD  RUN-CONTROL
007000     RECORDING MODE IS F.
007100     COPY RUNCTL.
007200
007300 FD  RUN-HISTORY
007400     RECORDING MODE IS F.
007500     COPY RUNSTAT.
007600
007700 WORKING-STORAGE SECTION.
007800 01  PAY-HIST-STATUS                 PIC X(02).
007900 01  RUN-CTL-STATUS                  PIC X(02).
008000 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
008100     88  RUN-CTL-AVAILABLE                    VALUE "Y".
008200     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
008300 01  PAY-HIST-AVAILABLE-SW           PIC X(01) VALUE "Y".
008400     88  PAY-HIST-AVAILABLE                   VALUE "Y".
008500     88  PAY-HIST-NOT-AVAILABLE               VALUE "N".
008600 01  PAY-HIST-EOF-SW                 PIC X(01) VALUE "N".
008700     88  PAY-HIST-EOF                         VALUE "Y".
008800 01  LAB-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
008900 01  LAB-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
009000 01  CURRENT-DATE-FIELDS.
009100     02  CURRENT-CCYY                PIC 9(04).
009200     02  CURRENT-MM                  PIC 9(02).
009300     02  CURRENT-DD                  PIC 9(02).
009400*    FIRST DAY OF THE BUSINESS DATE'S MONTH - THE MONTH-TO-DATE *
009500*    WINDOW IS THIS DATE THROUGH THE BUSINESS DATE.             *
009600 01  LAB-MONTH-START                 PIC 9(08) VALUE ZERO.
009700*    RUN-STATISTICS WORK AREAS.                                 *
009800 01  RUN-HIST-STATUS                 PIC X(02).
009900 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
010000 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
010100 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
010200 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
010300
010400*    ONE ENTRY PER COST CENTRE AND GRADE, KEPT IN KEY ORDER AS  *
010500*    ENTRIES ARE ADDED SO THE REPORT COMES OUT SORTED.  THE LAST*
010600*    EMPLOYEE COUNTED IN EACH PERIOD STOPS A SECOND RUN FOR THE *
010700*    SAME EMPLOYEE ADDING TO THE HEAD COUNT - PAYHIST HOLDS ONE *
010800*    EMPLOYEE'S RECORDS TOGETHER.                               *
010900 01  LAB-DIST-TABLE.
011000     02  LAB-ENTRY-COUNT             PIC 9(03) VALUE ZERO.
011100     02  LAB-ENTRY OCCURS 300 TIMES
011200                   INDEXED BY LAB-IDX.
011300         03  LAB-KEY.
011400             04  LAB-COST-CENTRE     PIC X(04).
011500             04  LAB-GRADE           PIC 9(02).
011600         03  LAB-DAY-LAST-EMP        PIC 9(04).
011700         03  LAB-DAY-HEADS           PIC 9(05).
011800         03  LAB-DAY-GROSS           PIC 9(09)V99.
011900         03  LAB-DAY-DEDUCT          PIC 9(09)V99.
012000         03  LAB-DAY-NET             PIC 9(09)V99.
012100         03  LAB-MTD-LAST-EMP        PIC 9(04).
012200         03  LAB-MTD-HEADS           PIC 9(05).
012300         03  LAB-MTD-GROSS           PIC 9(09)V99.
012400         03  LAB-MTD-DEDUCT          PIC 9(09)V99.
012500         03  LAB-MTD-NET             PIC 9(09)V99.
012600 01  LAB-MAX-ENTRIES                 PIC 9(03) VALUE 300.
012700 01  LAB-SUB                         PIC 9(03) VALUE ZERO.
012800 01  LAB-NEW-KEY.
012900     02  LAB-NEW-COST-CENTRE         PIC X(04).
013000     02  LAB-NEW-GRADE               PIC 9(02).
013100 01  LAB-SHIFT-DONE-SW               PIC X(01) VALUE "N".
013200     88  LAB-SHIFT-DONE                       VALUE "Y".
013300     88  LAB-SHIFT-NOT-DONE                   VALUE "N".
013400
013500*    SUBTOTAL AND GRAND-TOTAL ACCUMULATORS, SAME SHAPE AS ONE   *
013600*    TABLE ENTRY'S AMOUNTS.                                     *
013700 01  LAB-CCTR-TOTALS.
013800     02  LAB-CT-COST-CENTRE          PIC X(04) VALUE SPACES.
013900     02  LAB-CT-DAY-HEADS            PIC 9(05) VALUE ZERO.
014000     02  LAB-CT-DAY-GROSS            PIC 9(09)V99 VALUE ZERO.
014100     02  LAB-CT-DAY-DEDUCT           PIC 9(09)V99 VALUE ZERO.
014200     02  LAB-CT-DAY-NET              PIC 9(09)V99 VALUE ZERO.
014300     02  LAB-CT-MTD-HEADS            PIC 9(05) VALUE ZERO.
014400     02  LAB-CT-MTD-GROSS            PIC 9(09)V99 VALUE ZERO.
014500     02  LAB-CT-MTD-DEDUCT           PIC 9(09)V99 VALUE ZERO.
014600     02  LAB-CT-MTD-NET              PIC 9(09)V99 VALUE ZERO.
014700 01  LAB-GRAND-TOTALS.
014800     02  LAB-GT-DAY-HEADS            PIC 9(05) VALUE ZERO.
014900     02  LAB-GT-DAY-GROSS            PIC 9(09)V99 VALUE ZERO.
015000     02  LAB-GT-DAY-DEDUCT           PIC 9(09)V99 VALUE ZERO.
015100     02  LAB-GT-DAY-NET              PIC 9(09)V99 VALUE ZERO.
015200     02  LAB-GT-MTD-HEADS            PIC 9(05) VALUE ZERO.
015300     02  LAB-GT-MTD-GROSS            PIC 9(09)V99 VALUE ZERO.
015400     02  LAB-GT-MTD-DEDUCT           PIC 9(09)V99 VALUE ZERO.
015500     02  LAB-GT-MTD-NET              PIC 9(09)V99 VALUE ZERO.
015600
015700*    CONTROL COUNTS.                                            *
015800 01  LAB-READ-COUNT                  PIC 9(07) VALUE ZERO.
015900 01  LAB-DAY-RECORD-COUNT            PIC 9(07) VALUE ZERO.
016000 01  LAB-MTD-RECORD-COUNT            PIC 9(07) VALUE ZERO.
016100 01  LAB-LINE-WRITTEN-COUNT          PIC 9(05) VALUE ZERO.
016200 01  LAB-OVERFLOW-COUNT              PIC 9(05) VALUE ZERO.
016300 01  LAB-LINE-COUNT                  PIC 9(03) VALUE ZERO.
016400 01  LAB-LINES-PER-PAGE              PIC 9(03) VALUE 55.
016500 01  LAB-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
016600
016700*    LABOR DISTRIBUTION REPORT LINES.                           *
016800 01  LAB-HDG-1.
016900     02  FILLER PIC X(30) VALUE "LABOR DISTRIBUTION REPORT".
017000     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
017100     02  LAB-HDG-DATE                PIC 9(08).
017200     02  FILLER PIC X(06) VALUE "  RUN".
017300     02  LAB-HDG-RUN                 PIC 9(05).
017400     02  FILLER PIC X(06) VALUE SPACES.
017500     02  FILLER PIC X(21) VALUE "MONTH TO DATE FROM".
017600     02  LAB-HDG-MONTH-START         PIC 9(08).
017700     02  FILLER PIC X(23) VALUE SPACES.
017800     02  FILLER PIC X(05) VALUE "PAGE".
017900     02  LAB-HDG-PAGE                PIC ZZZZ9.
018000 01  LAB-HDG-2.
018100     02  FILLER PIC X(14) VALUE SPACES.
018200     02  FILLER PIC X(58) VALUE
018300         "---------------- BUSINESS DATE ----------------".
018400     02  FILLER PIC X(60) VALUE
018500         "---------------- MONTH TO DATE ----------------".
018600 01  LAB-HDG-3.
018700     02  FILLER PIC X(08) VALUE "CCTR".
018800     02  FILLER PIC X(06) VALUE "GRADE".
018900     02  FILLER PIC X(07) VALUE "HEADS".
019000     02  FILLER PIC X(16) VALUE "         GROSS".
019100     02  FILLER PIC X(16) VALUE "    DEDUCTIONS".
019200     02  FILLER PIC X(19) VALUE "           NET".
019300     02  FILLER PIC X(07) VALUE "HEADS".
019400     02  FILLER PIC X(16) VALUE "         GROSS".
019500     02  FILLER PIC X(16) VALUE "    DEDUCTIONS".
019600     02  FILLER PIC X(21) VALUE "           NET".
019700 01  LAB-DETAIL-LINE.
019800     02  LAB-DTL-CCTR                PIC X(06).
019900     02  FILLER                      PIC X(02) VALUE SPACES.
020000     02  LAB-DTL-GRADE               PIC X(05).
020100     02  FILLER                      PIC X(01) VALUE SPACES.
020200     02  LAB-DTL-DAY-HEADS           PIC ZZZZ9.
020300     02  FILLER                      PIC X(02) VALUE SPACES.
020400     02  LAB-DTL-DAY-GROSS           PIC ZZZ,ZZZ,ZZZ.99.
020500     02  FILLER                      PIC X(02) VALUE SPACES.
020600     02  LAB-DTL-DAY-DEDUCT          PIC ZZZ,ZZZ,ZZZ.99.
020700     02  FILLER                      PIC X(02) VALUE SPACES.
020800     02  LAB-DTL-DAY-NET             PIC ZZZ,ZZZ,ZZZ.99.
020900     02  FILLER                      PIC X(05) VALUE SPACES.
021000     02  LAB-DTL-MTD-HEADS           PIC ZZZZ9.
021100     02  FILLER                      PIC X(02) VALUE SPACES.
021200     02  LAB-DTL-MTD-GROSS           PIC ZZZ,ZZZ,ZZZ.99.
021300     02  FILLER                      PIC X(02) VALUE SPACES.
021400     02  LAB-DTL-MTD-DEDUCT          PIC ZZZ,ZZZ,ZZZ.99.
021500     02  FILLER                      PIC X(02) VALUE SPACES.
021600     02  LAB-DTL-MTD-NET             PIC ZZZ,ZZZ,ZZZ.99.
021700     02  FILLER                      PIC X(07) VALUE SPACES.
021800 01  LAB-COUNT-LINE.
021900     02  LAB-CNT-LABEL               PIC X(30).
022000     02  LAB-CNT-VALUE               PIC ZZZZZZ9.
022100     02  FILLER                      PIC X(95) VALUE SPACES.
022200
022300 PROCEDURE DIVISION.
022400
022500*****************************************************************
022600*    0000-MAINLINE                                              *
022700*****************************************************************
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2000-PROCESS-ONE-HISTORY THRU 2000-EXIT
023100         UNTIL PAY-HIST-EOF.
023200     PERFORM 4000-WRITE-DISTRIBUTION THRU 4000-EXIT.
023300     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
023400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
023500     STOP RUN.
023600
023700*****************************************************************
023800*    1000-INITIALIZE                                            *
023900*    NO PAY-HISTORY FILE MEANS NOBODY HAS BEEN PAID YET - THE   *
024000*    REPORT STILL GETS ITS HEADINGS AND ZERO TOTALS.            *
024100*****************************************************************
024200 1000-INITIALIZE.
024300     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
024400     ACCEPT STAT-START-TIME FROM TIME.
024500     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
024600     MOVE LAB-BUSINESS-DATE TO LAB-MONTH-START.
024700     MOVE "01" TO LAB-MONTH-START(7:2).
024800     OPEN OUTPUT LABOR-REPORT.
024900     PERFORM 4900-START-NEW-PAGE THRU 4900-EXIT.
025000     OPEN INPUT PAY-HISTORY.
025100     IF PAY-HIST-STATUS = "35"
025200         DISPLAY "NO PAY HISTORY FILE SUPPLIED - NOTHING TO "
025300                 "DISTRIBUTE"
025400         SET PAY-HIST-NOT-AVAILABLE TO TRUE
025500         SET PAY-HIST-EOF TO TRUE
025600         GO TO 1000-EXIT
025700     END-IF.
025800     PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT.
025900 1000-EXIT.
026000     EXIT.
026100
026200*****************************************************************
026300*    1050-GET-BUSINESS-DATE                                     *
026400*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
026500*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
026600*****************************************************************
026700 1050-GET-BUSINESS-DATE.
026800     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
026900     OPEN INPUT RUN-CONTROL.
027000     IF RUN-CTL-STATUS NOT = "35"
027100         READ RUN-CONTROL
027200             NOT AT END
027300                 SET RUN-CTL-AVAILABLE TO TRUE
027400                 MOVE RUN-BUSINESS-DATE TO LAB-BUSINESS-DATE
027500                 MOVE RUN-NUMBER TO LAB-RUN-NUMBER
027600         END-READ
027700         CLOSE RUN-CONTROL
027800     END-IF.
027900     IF RUN-CTL-NOT-AVAILABLE
028000         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
028100         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
028200         MOVE CURRENT-CCYY TO LAB-BUSINESS-DATE(1:4)
028300         MOVE CURRENT-MM TO LAB-BUSINESS-DATE(5:2)
028400         MOVE CURRENT-DD TO LAB-BUSINESS-DATE(7:2)
028500     END-IF.
028600 1050-EXIT.
028700     EXIT.
028800
028900 1500-READ-NEXT-HISTORY.
029000     READ PAY-HISTORY NEXT RECORD
029100         AT END
029200             SET PAY-HIST-EOF TO TRUE
029300         NOT AT END
029400             ADD 1 TO LAB-READ-COUNT
029500     END-READ.
029600 1500-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000*    2000-PROCESS-ONE-HISTORY                                   *
030100*    A RECORD OUTSIDE THE MONTH-TO-DATE WINDOW IS PASSED OVER.  *
030200*    ONE INSIDE IT IS ADDED TO ITS COST CENTRE AND GRADE ENTRY  *
030300*    FOR THE MONTH, AND ALSO FOR THE DAY WHEN IT IS FOR THE     *
030400*    BUSINESS DATE ITSELF.                                      *
030500*****************************************************************
030600 2000-PROCESS-ONE-HISTORY.
030700     IF PHST-BUSINESS-DATE < LAB-MONTH-START
030800             OR PHST-BUSINESS-DATE > LAB-BUSINESS-DATE
030900         PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT
031000         GO TO 2000-EXIT
031100     END-IF.
031200     PERFORM 3000-FIND-ENTRY THRU 3000-EXIT.
031300     IF LAB-IDX > LAB-ENTRY-COUNT
031400         ADD 1 TO LAB-OVERFLOW-COUNT
031500         PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT
031600         GO TO 2000-EXIT
031700     END-IF.
031800     ADD 1 TO LAB-MTD-RECORD-COUNT.
031900     IF LAB-MTD-LAST-EMP(LAB-IDX) NOT = PHST-EMP-IDENT
032000         ADD 1 TO LAB-MTD-HEADS(LAB-IDX)
032100         MOVE PHST-EMP-IDENT TO LAB-MTD-LAST-EMP(LAB-IDX)
032200     END-IF.
032300     ADD PHST-GROSS TO LAB-MTD-GROSS(LAB-IDX).
032400     ADD PHST-TOT-DEDUCT TO LAB-MTD-DEDUCT(LAB-IDX).
032500     ADD PHST-NET TO LAB-MTD-NET(LAB-IDX).
032600     IF PHST-BUSINESS-DATE = LAB-BUSINESS-DATE
032700         ADD 1 TO LAB-DAY-RECORD-COUNT
032800         IF LAB-DAY-LAST-EMP(LAB-IDX) NOT = PHST-EMP-IDENT
032900             ADD 1 TO LAB-DAY-HEADS(LAB-IDX)
033000             MOVE PHST-EMP-IDENT TO LAB-DAY-LAST-EMP(LAB-IDX)
033100         END-IF
033200         ADD PHST-GROSS TO LAB-DAY-GROSS(LAB-IDX)
033300         ADD PHST-TOT-DEDUCT TO LAB-DAY-DEDUCT(LAB-IDX)
033400         ADD PHST-NET TO LAB-DAY-NET(LAB-IDX)
033500     END-IF.
033600     PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100*    3000-FIND-ENTRY                                            *
034200*    LEAVES LAB-IDX ON THE ENTRY FOR THE RECORD'S COST CENTRE   *
034300*    AND GRADE, ADDING ONE IN KEY ORDER WHEN IT IS NEW.  A FULL *
034400*    TABLE LEAVES LAB-IDX PAST THE LAST ENTRY.                  *
034500*****************************************************************
034600 3000-FIND-ENTRY.
034700     MOVE PHST-COST-CENTRE TO LAB-NEW-COST-CENTRE.
034800     MOVE PHST-GRADE TO LAB-NEW-GRADE.
034900     SET LAB-IDX TO 1.
035000     SEARCH LAB-ENTRY
035100         AT END
035200             CONTINUE
035300         WHEN LAB-IDX > LAB-ENTRY-COUNT
035400             CONTINUE
035500         WHEN LAB-KEY(LAB-IDX) = LAB-NEW-KEY
035600             GO TO 3000-EXIT
035700     END-SEARCH.
035800     IF LAB-ENTRY-COUNT NOT < LAB-MAX-ENTRIES
035900         DISPLAY "*** LABOR TABLE FULL - COST CENTRE "
036000                 LAB-NEW-COST-CENTRE " GRADE " LAB-NEW-GRADE
036100                 " NOT DISTRIBUTED ***"
036200         SET LAB-IDX TO LAB-ENTRY-COUNT
036300         SET LAB-IDX UP BY 1
036400         GO TO 3000-EXIT
036500     END-IF.
036600     SET LAB-SHIFT-NOT-DONE TO TRUE.
036700     PERFORM 3100-SHIFT-ONE-ENTRY THRU 3100-EXIT
036800         VARYING LAB-SUB FROM LAB-ENTRY-COUNT BY -1
036900         UNTIL LAB-SUB < 1 OR LAB-SHIFT-DONE.
037000     IF LAB-SHIFT-DONE
037100         ADD 2 TO LAB-SUB
037200     ELSE
037300         MOVE 1 TO LAB-SUB
037400     END-IF.
037500     ADD 1 TO LAB-ENTRY-COUNT.
037600     SET LAB-IDX TO LAB-SUB.
037700     MOVE LAB-NEW-KEY TO LAB-KEY(LAB-IDX).
037800     MOVE ZERO TO LAB-DAY-LAST-EMP(LAB-IDX)
037900                  LAB-DAY-HEADS(LAB-IDX)
038000                  LAB-DAY-GROSS(LAB-IDX)
038100                  LAB-DAY-DEDUCT(LAB-IDX)
038200                  LAB-DAY-NET(LAB-IDX)
038300                  LAB-MTD-LAST-EMP(LAB-IDX)
038400                  LAB-MTD-HEADS(LAB-IDX)
038500                  LAB-MTD-GROSS(LAB-IDX)
038600                  LAB-MTD-DEDUCT(LAB-IDX)
038700                  LAB-MTD-NET(LAB-IDX).
038800 3000-EXIT.
038900     EXIT.
039000
039100*****************************************************************
039200*    3100-SHIFT-ONE-ENTRY                                       *
039300*    MOVES AN ENTRY WITH A HIGHER KEY DOWN ONE PLACE TO MAKE    *
039400*    ROOM; STOPS AT THE FIRST ENTRY WITH A LOWER KEY.           *
039500*****************************************************************
039600 3100-SHIFT-ONE-ENTRY.
039700     IF LAB-KEY(LAB-SUB) < LAB-NEW-KEY
039800         SET LAB-SHIFT-DONE TO TRUE
039900         GO TO 3100-EXIT
040000     END-IF.
040100     MOVE LAB-ENTRY(LAB-SUB) TO LAB-ENTRY(LAB-SUB + 1).
040200 3100-EXIT.
040300     EXIT.
040400
040500*****************************************************************
040600*    4000-WRITE-DISTRIBUTION                                    *
040700*    ONE LINE PER COST CENTRE AND GRADE, A SUBTOTAL ON EACH     *
040800*    CHANGE OF COST CENTRE AND THE GRAND TOTAL AT THE END.      *
040900*****************************************************************
041000 4000-WRITE-DISTRIBUTION.
041100     IF LAB-ENTRY-COUNT = ZERO
041200         GO TO 4000-EXIT
041300     END-IF.
041400     MOVE LAB-COST-CENTRE(1) TO LAB-CT-COST-CENTRE.
041500     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
041600         VARYING LAB-IDX FROM 1 BY 1
041700         UNTIL LAB-IDX > LAB-ENTRY-COUNT.
041800     PERFORM 4200-WRITE-CCTR-TOTAL THRU 4200-EXIT.
041900     PERFORM 4300-WRITE-GRAND-TOTAL THRU 4300-EXIT.
042000 4000-EXIT.
042100     EXIT.
042200
042300 4100-WRITE-ONE-ENTRY.
042400     IF LAB-COST-CENTRE(LAB-IDX) NOT = LAB-CT-COST-CENTRE
042500         PERFORM 4200-WRITE-CCTR-TOTAL THRU 4200-EXIT
042600         MOVE LAB-COST-CENTRE(LAB-IDX) TO LAB-CT-COST-CENTRE
042700     END-IF.
042800     MOVE SPACES TO LAB-DTL-CCTR LAB-DTL-GRADE.
042900     IF LAB-COST-CENTRE(LAB-IDX) = SPACES
043000         MOVE "NONE" TO LAB-DTL-CCTR
043100     ELSE
043200         MOVE LAB-COST-CENTRE(LAB-IDX) TO LAB-DTL-CCTR
043300     END-IF.
043400     MOVE LAB-GRADE(LAB-IDX) TO LAB-DTL-GRADE.
043500     MOVE LAB-DAY-HEADS(LAB-IDX) TO LAB-DTL-DAY-HEADS.
043600     MOVE LAB-DAY-GROSS(LAB-IDX) TO LAB-DTL-DAY-GROSS.
043700     MOVE LAB-DAY-DEDUCT(LAB-IDX) TO LAB-DTL-DAY-DEDUCT.
043800     MOVE LAB-DAY-NET(LAB-IDX) TO LAB-DTL-DAY-NET.
043900     MOVE LAB-MTD-HEADS(LAB-IDX) TO LAB-DTL-MTD-HEADS.
044000     MOVE LAB-MTD-GROSS(LAB-IDX) TO LAB-DTL-MTD-GROSS.
044100     MOVE LAB-MTD-DEDUCT(LAB-IDX) TO LAB-DTL-MTD-DEDUCT.
044200     MOVE LAB-MTD-NET(LAB-IDX) TO LAB-DTL-MTD-NET.
044300     PERFORM 4800-WRITE-REPORT-LINE THRU 4800-EXIT.
044400     ADD 1 TO LAB-LINE-WRITTEN-COUNT.
044500     ADD LAB-DAY-HEADS(LAB-IDX) TO LAB-CT-DAY-HEADS.
044600     ADD LAB-DAY-GROSS(LAB-IDX) TO LAB-CT-DAY-GROSS.
044700     ADD LAB-DAY-DEDUCT(LAB-IDX) TO LAB-CT-DAY-DEDUCT.
044800     ADD LAB-DAY-NET(LAB-IDX) TO LAB-CT-DAY-NET.
044900     ADD LAB-MTD-HEADS(LAB-IDX) TO LAB-CT-MTD-HEADS.
045000     ADD LAB-MTD-GROSS(LAB-IDX) TO LAB-CT-MTD-GROSS.
045100     ADD LAB-MTD-DEDUCT(LAB-IDX) TO LAB-CT-MTD-DEDUCT.
045200     ADD LAB-MTD-NET(LAB-IDX) TO LAB-CT-MTD-NET.
045300 4100-EXIT.
045400     EXIT.
045500
045600*****************************************************************
045700*    4200-WRITE-CCTR-TOTAL                                      *
045800*    THE COST CENTRE SUBTOTAL, ROLLED INTO THE GRAND TOTAL AND  *
045900*    CLEARED FOR THE NEXT COST CENTRE.                          *
046000*****************************************************************
046100 4200-WRITE-CCTR-TOTAL.
046200     IF LAB-CT-COST-CENTRE = SPACES
046300         MOVE "NONE" TO LAB-DTL-CCTR
046400     ELSE
046500         MOVE LAB-CT-COST-CENTRE TO LAB-DTL-CCTR
046600     END-IF.
046700     MOVE "TOTAL" TO LAB-DTL-GRADE.
046800     MOVE LAB-CT-DAY-HEADS TO LAB-DTL-DAY-HEADS.
046900     MOVE LAB-CT-DAY-GROSS TO LAB-DTL-DAY-GROSS.
047000     MOVE LAB-CT-DAY-DEDUCT TO LAB-DTL-DAY-DEDUCT.
047100     MOVE LAB-CT-DAY-NET TO LAB-DTL-DAY-NET.
047200     MOVE LAB-CT-MTD-HEADS TO LAB-DTL-MTD-HEADS.
047300     MOVE LAB-CT-MTD-GROSS TO LAB-DTL-MTD-GROSS.
047400     MOVE LAB-CT-MTD-DEDUCT TO LAB-DTL-MTD-DEDUCT.
047500     MOVE LAB-CT-MTD-NET TO LAB-DTL-MTD-NET.
047600     PERFORM 4800-WRITE-REPORT-LINE THRU 4800-EXIT.
047700     MOVE SPACES TO LABOR-LINE.
047800     WRITE LABOR-LINE.
047900     ADD 1 TO LAB-LINE-COUNT.
048000     ADD LAB-CT-DAY-HEADS TO LAB-GT-DAY-HEADS.
048100     ADD LAB-CT-DAY-GROSS TO LAB-GT-DAY-GROSS.
048200     ADD LAB-CT-DAY-DEDUCT TO LAB-GT-DAY-DEDUCT.
048300     ADD LAB-CT-DAY-NET TO LAB-GT-DAY-NET.
048400     ADD LAB-CT-MTD-HEADS TO LAB-GT-MTD-HEADS.
048500     ADD LAB-CT-MTD-GROSS TO LAB-GT-MTD-GROSS.
048600     ADD LAB-CT-MTD-DEDUCT TO LAB-GT-MTD-DEDUCT.
048700     ADD LAB-CT-MTD-NET TO LAB-GT-MTD-NET.
048800     MOVE ZERO TO LAB-CT-DAY-HEADS LAB-CT-DAY-GROSS
048900                  LAB-CT-DAY-DEDUCT LAB-CT-DAY-NET
049000                  LAB-CT-MTD-HEADS LAB-CT-MTD-GROSS
049100                  LAB-CT-MTD-DEDUCT LAB-CT-MTD-NET.
049200 4200-EXIT.
049300     EXIT.
049400
049500 4300-WRITE-GRAND-TOTAL.
049600     MOVE "ALL" TO LAB-DTL-CCTR.
049700     MOVE "TOTAL" TO LAB-DTL-GRADE.
049800     MOVE LAB-GT-DAY-HEADS TO LAB-DTL-DAY-HEADS.
049900     MOVE LAB-GT-DAY-GROSS TO LAB-DTL-DAY-GROSS.
050000     MOVE LAB-GT-DAY-DEDUCT TO LAB-DTL-DAY-DEDUCT.
050100     MOVE LAB-GT-DAY-NET TO LAB-DTL-DAY-NET.
050200     MOVE LAB-GT-MTD-HEADS TO LAB-DTL-MTD-HEADS.
050300     MOVE LAB-GT-MTD-GROSS TO LAB-DTL-MTD-GROSS.
050400     MOVE LAB-GT-MTD-DEDUCT TO LAB-DTL-MTD-DEDUCT.
050500     MOVE LAB-GT-MTD-NET TO LAB-DTL-MTD-NET.
050600     PERFORM 4800-WRITE-REPORT-LINE THRU 4800-EXIT.
050700 4300-EXIT.
050800     EXIT.
050900
051000 4800-WRITE-REPORT-LINE.
051100     IF LAB-LINE-COUNT NOT < LAB-LINES-PER-PAGE
051200         PERFORM 4900-START-NEW-PAGE THRU 4900-EXIT
051300     END-IF.
051400     MOVE LAB-DETAIL-LINE TO LABOR-LINE.
051500     WRITE LABOR-LINE.
051600     ADD 1 TO LAB-LINE-COUNT.
051700 4800-EXIT.
051800     EXIT.
051900
052000*****************************************************************
052100*    4900-START-NEW-PAGE                                        *
052200*****************************************************************
052300 4900-START-NEW-PAGE.
052400     ADD 1 TO LAB-PAGE-COUNT.
052500     MOVE LAB-PAGE-COUNT TO LAB-HDG-PAGE.
052600     MOVE LAB-BUSINESS-DATE TO LAB-HDG-DATE.
052700     MOVE LAB-RUN-NUMBER TO LAB-HDG-RUN.
052800     MOVE LAB-MONTH-START TO LAB-HDG-MONTH-START.
052900     MOVE LAB-HDG-1 TO LABOR-LINE.
053000     WRITE LABOR-LINE.
053100     MOVE LAB-HDG-2 TO LABOR-LINE.
053200     WRITE LABOR-LINE.
053300     MOVE LAB-HDG-3 TO LABOR-LINE.
053400     WRITE LABOR-LINE.
053500     MOVE ZERO TO LAB-LINE-COUNT.
053600 4900-EXIT.
053700     EXIT.
053800
053900*****************************************************************
054000*    5000-WRITE-CONTROL-TOTALS                                  *
054100*    RECORDS READ AND DISTRIBUTED, SO THE REPORT CAN BE PROVED  *
054200*    AGAINST THE PAY-HISTORY FILE.                              *
054300*****************************************************************
054400 5000-WRITE-CONTROL-TOTALS.
054500     MOVE SPACES TO LABOR-LINE.
054600     WRITE LABOR-LINE.
054700     MOVE "PAY HISTORY RECORDS READ:" TO LAB-CNT-LABEL.
054800     MOVE LAB-READ-COUNT TO LAB-CNT-VALUE.
054900     MOVE LAB-COUNT-LINE TO LABOR-LINE.
055000     WRITE LABOR-LINE.
055100     MOVE "BUSINESS DATE RECORDS:" TO LAB-CNT-LABEL.
055200     MOVE LAB-DAY-RECORD-COUNT TO LAB-CNT-VALUE.
055300     MOVE LAB-COUNT-LINE TO LABOR-LINE.
055400     WRITE LABOR-LINE.
055500     MOVE "MONTH TO DATE RECORDS:" TO LAB-CNT-LABEL.
055600     MOVE LAB-MTD-RECORD-COUNT TO LAB-CNT-VALUE.
055700     MOVE LAB-COUNT-LINE TO LABOR-LINE.
055800     WRITE LABOR-LINE.
055900     MOVE "COST CENTRE / GRADE LINES:" TO LAB-CNT-LABEL.
056000     MOVE LAB-LINE-WRITTEN-COUNT TO LAB-CNT-VALUE.
056100     MOVE LAB-COUNT-LINE TO LABOR-LINE.
056200     WRITE LABOR-LINE.
056300     IF LAB-OVERFLOW-COUNT > ZERO
056400         MOVE "*** NOT DISTRIBUTED - TABLE FULL:" TO LAB-CNT-LABEL
056500         MOVE LAB-OVERFLOW-COUNT TO LAB-CNT-VALUE
056600         MOVE LAB-COUNT-LINE TO LABOR-LINE
056700         WRITE LABOR-LINE
056800     END-IF.
056900 5000-EXIT.
057000     EXIT.
057100
057200*****************************************************************
057300*    9999-TERMINATE                                             *
057400*    A FULL TABLE MEANS THE REPORT IS SHORT OF MONEY, SO THE    *
057500*    RUN ENDS WITH RETURN CODE 16 UNTIL THE TABLE IS RAISED.    *
057600*****************************************************************
057700 9999-TERMINATE.
057800     IF PAY-HIST-AVAILABLE
057900         CLOSE PAY-HISTORY
058000     END-IF.
058100     CLOSE LABOR-REPORT.
058200     DISPLAY "PAY HISTORY READ:      " LAB-READ-COUNT.
058300     DISPLAY "BUSINESS DATE RECORDS: " LAB-DAY-RECORD-COUNT.
058400     DISPLAY "MONTH TO DATE RECORDS: " LAB-MTD-RECORD-COUNT.
058500     DISPLAY "DISTRIBUTION LINES:    " LAB-LINE-WRITTEN-COUNT.
058600     IF LAB-OVERFLOW-COUNT > ZERO
058700         DISPLAY "*** RECORDS NOT DISTRIBUTED: "
058800                 LAB-OVERFLOW-COUNT
058900         MOVE 16 TO RETURN-CODE
059000     END-IF.
059100     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
059200 9999-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600*    9900-WRITE-RUN-STATISTICS                                  *
059700*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
059800*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
059900*****************************************************************
060000 9900-WRITE-RUN-STATISTICS.
060100     OPEN EXTEND RUN-HISTORY.
060200     IF RUN-HIST-STATUS = "35" OR "05"
060300         OPEN OUTPUT RUN-HISTORY
060400         CLOSE RUN-HISTORY
060500         OPEN EXTEND RUN-HISTORY
060600     END-IF.
060700     MOVE "LABDIST " TO RSTAT-PROGRAM.
060800     MOVE LAB-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
060900     MOVE LAB-RUN-NUMBER TO RSTAT-RUN-NUMBER.
061000     MOVE STAT-START-DATE TO RSTAT-START-DATE.
061100     MOVE STAT-START-TIME TO RSTAT-START-TIME.
061200     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
061300     ACCEPT STAT-END-TIME FROM TIME.
061400     MOVE STAT-END-DATE TO RSTAT-END-DATE.
061500     MOVE STAT-END-TIME TO RSTAT-END-TIME.
061600     MOVE LAB-READ-COUNT TO RSTAT-READ-COUNT.
061700     MOVE LAB-LINE-WRITTEN-COUNT TO RSTAT-WRITTEN-COUNT.
061800     MOVE LAB-OVERFLOW-COUNT TO RSTAT-REJECT-COUNT.
061850     MOVE SPACE TO RSTAT-RESTART-FLAG.
061900     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
062000     WRITE RUN-STAT-RECORD.
062100     CLOSE RUN-HISTORY.
062200 9900-EXIT.
062300     EXIT.
062400
062500 END PROGRAM LABDIST.
