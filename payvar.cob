000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  PAYVAR                                      *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  PRE-RELEASE PAYROLL VARIANCE REPORT.  RUNS  *
001000*                   RIGHT AFTER HELLO, BEFORE THE BANKPAY FILE  *
001100*                   GOES TO THE BANK, AND COMPARES EVERY        *
001200*                   EMPLOYEE PAID ON TONIGHT'S RUN WITH THAT    *
001300*                   EMPLOYEE'S LAST PAID RUN ON THE PAYHIST     *
001400*                   PAY-HISTORY FILE (PAYHISTR COPYBOOK).  THE  *
001500*                   REPORT FLAGS:                               *
001600*                                                               *
001700*                   - SWING      NET PAY MOVED BY MORE THAN     *
001800*                                THE THRESHOLD PERCENTAGE FROM  *
001900*                                THE LAST PAID RUN;             *
002000*                   - FIRST PAY  NO EARLIER PAID RUN ON FILE;   *
002100*                   - PAID TWICE ANOTHER RUN ALREADY PAID THE   *
002200*                                EMPLOYEE ON THE SAME BUSINESS  *
002300*                                DATE.                          *
002400*                                                               *
002500*                   SO PAYROLL CAN CATCH A BAD RATEMAST ROW OR  *
002600*                   A SALARY KEYING ERROR BEFORE THE MONEY      *
002700*                   LEAVES.  A RUN HELD BY A STOP-PAY HOLD IS   *
002800*                   LISTED BUT IS NOT A "LAST PAID RUN" FOR     *
002900*                   THE NEXT COMPARISON.                        *
003000*                                                               *
003100*                   THE SWING THRESHOLD IS A WHOLE PERCENTAGE   *
003200*                   IN COLUMNS 1-3 OF THE OPTIONAL VARPARM      *
003300*                   FILE; NO FILE MEANS 25 PERCENT.  THE        *
003400*                   REPORT IS INFORMATION FOR THE PAYROLL       *
003500*                   SUPERVISOR - FLAGGED LINES DO NOT STOP THE  *
003600*                   NIGHT.                                      *
003700*                                                               *
003800*    MODIFICATION HISTORY                                       *
003900*    DATE       INIT  DESCRIPTION                                *
004000*    10/14/26   FT    ORIGINAL VERSION.                          *
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. PAYVAR.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PAY-HISTORY       ASSIGN TO "PAYHIST"
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS DYNAMIC
005000            RECORD KEY IS PHST-KEY
005100            FILE STATUS IS PAY-HIST-STATUS.
005200
005300     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS EmpIdent
005700            FILE STATUS IS EMP-MAST-STATUS.
005800
005900     SELECT VAR-PARM-FILE     ASSIGN TO "VARPARM"
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS VAR-PARM-STATUS.
006200
006300     SELECT VARIANCE-REPORT   ASSIGN TO "VARRPT"
006400            ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
006700            ORGANIZATION IS LINE SEQUENTIAL
006800            FILE STATUS IS RUN-CTL-STATUS.
006900
007000     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS IS RUN-HIST-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PAY-HISTORY.
007700     COPY PAYHISTR.
007800
007900 FD  EMPLOYEE-MASTER.
008000     COPY EMPREC.
008100
008200 FD  VAR-PARM-FILE
008300     RECORDING MODE IS F.
008400 01  VAR-PARM-RECORD.
008500     02  VPRM-SWING-PCT              PIC X(03).
008600
008700 FD  VARIANCE-REPORT
008800     RECORDING MODE IS F.
008900 01  VARIANCE-LINE                   PIC X(132).
009000
009100 FD  RUN-CONTROL
009200     RECORDING MODE IS F.
009300     COPY RUNCTL.
009400
009500 FD  RUN-HISTORY
009600     RECORDING MODE IS F.
009700     COPY RUNSTAT.
009800
009900 WORKING-STORAGE SECTION.
010000 01  PAY-HIST-STATUS                 PIC X(02).
010100 01  EMP-MAST-STATUS                 PIC X(02).
010200 01  VAR-PARM-STATUS                 PIC X(02).
010300 01  RUN-CTL-STATUS                  PIC X(02).
010400 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
010500     88  RUN-CTL-AVAILABLE                    VALUE "Y".
010600     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
010700 01  PAY-HIST-AVAILABLE-SW           PIC X(01) VALUE "Y".
010800     88  PAY-HIST-AVAILABLE                   VALUE "Y".
010900     88  PAY-HIST-NOT-AVAILABLE               VALUE "N".
011000 01  EMP-MAST-AVAILABLE-SW           PIC X(01) VALUE "Y".
011100     88  EMP-MAST-AVAILABLE                   VALUE "Y".
011200     88  EMP-MAST-NOT-AVAILABLE               VALUE "N".
011300 01  PAY-HIST-EOF-SW                 PIC X(01) VALUE "N".
011400     88  PAY-HIST-EOF                         VALUE "Y".
011500 01  VAR-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
011600 01  VAR-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
011700*    SWING THRESHOLD, WHOLE PERCENT, WHEN NO VARPARM IS GIVEN.   *
011800 01  VAR-SWING-PCT                   PIC 9(03) VALUE 25.
011900 01  CURRENT-DATE-FIELDS.
012000     02  CURRENT-CCYY                PIC 9(04).
012100     02  CURRENT-MM                  PIC 9(02).
012200     02  CURRENT-DD                  PIC 9(02).
012300*    RUN-STATISTICS WORK AREAS.                                  *
012400 01  RUN-HIST-STATUS                 PIC X(02).
012500 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
012600 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
012700 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
012800 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
012900
013000*    ONE EMPLOYEE'S PAY-HISTORY RECORDS ARRIVE TOGETHER IN KEY  *
013100*    ORDER (IDENT, BUSINESS DATE, RUN NUMBER), SO THE LAST      *
013200*    PAID RUN IS SIMPLY THE LATEST UNHELD RECORD SEEN BEFORE    *
013300*    TONIGHT'S.  THE COMPARISON IS MADE ON THE IDENT BREAK.     *
013400 01  VAR-FIRST-RECORD-SW             PIC X(01) VALUE "Y".
013500     88  VAR-FIRST-RECORD                     VALUE "Y".
013600 01  VAR-CUR-EMP                     PIC 9(04) VALUE ZERO.
013700 01  VAR-THIS-RUN-SW                 PIC X(01) VALUE "N".
013800     88  VAR-THIS-RUN-FOUND                   VALUE "Y".
013900     88  VAR-THIS-RUN-NOT-FOUND               VALUE "N".
014000 01  VAR-THIS-NET                    PIC 9(05)V99 VALUE ZERO.
014100 01  VAR-THIS-HELD-SW                PIC X(01) VALUE "N".
014200     88  VAR-THIS-HELD                        VALUE "Y".
014300 01  VAR-LAST-PAID-SW                PIC X(01) VALUE "N".
014400     88  VAR-LAST-PAID-FOUND                  VALUE "Y".
014500     88  VAR-LAST-PAID-NOT-FOUND              VALUE "N".
014600 01  VAR-LAST-DATE                   PIC 9(08) VALUE ZERO.
014700 01  VAR-LAST-RUN                    PIC 9(05) VALUE ZERO.
014800 01  VAR-LAST-NET                    PIC 9(05)V99 VALUE ZERO.
014900 01  VAR-TWICE-SW                    PIC X(01) VALUE "N".
015000     88  VAR-PAID-TWICE                       VALUE "Y".
015100     88  VAR-NOT-PAID-TWICE                   VALUE "N".
015200 01  VAR-FLAGGED-SW                  PIC X(01) VALUE "N".
015300     88  VAR-FLAGGED                          VALUE "Y".
015400     88  VAR-NOT-FLAGGED                      VALUE "N".
015500 01  VAR-CHANGE                      PIC S9(05)V99 VALUE ZERO.
015600 01  VAR-CHANGE-ABS                  PIC 9(05)V99 VALUE ZERO.
015700 01  VAR-CHANGE-PCT                  PIC 9(05) VALUE ZERO.
015800
015900*    CONTROL COUNTS AND TOTALS.                                  *
016000 01  VAR-READ-COUNT                  PIC 9(07) VALUE ZERO.
016100 01  VAR-COMPARED-COUNT              PIC 9(05) VALUE ZERO.
016200 01  VAR-SWING-COUNT                 PIC 9(05) VALUE ZERO.
016300 01  VAR-FIRST-PAY-COUNT             PIC 9(05) VALUE ZERO.
016400 01  VAR-TWICE-COUNT                 PIC 9(05) VALUE ZERO.
016500 01  VAR-FLAGGED-COUNT               PIC 9(05) VALUE ZERO.
016600 01  VAR-TOT-THIS-NET                PIC 9(07)V99 VALUE ZERO.
016700 01  VAR-TOT-LAST-NET                PIC 9(07)V99 VALUE ZERO.
016800 01  VAR-LINE-COUNT                  PIC 9(03) VALUE ZERO.
016900 01  VAR-LINES-PER-PAGE              PIC 9(03) VALUE 55.
017000 01  VAR-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
017100
017200*    VARIANCE REPORT LINES.                                      *
017300 01  VAR-HDG-1.
017400     02  FILLER PIC X(30) VALUE "PAYROLL VARIANCE REPORT".
017500     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
017600     02  VAR-HDG-DATE                PIC 9(08).
017700     02  FILLER PIC X(06) VALUE "  RUN".
017800     02  VAR-HDG-RUN                 PIC 9(05).
017900     02  FILLER PIC X(06) VALUE SPACES.
018000     02  FILLER PIC X(18) VALUE "SWING THRESHOLD".
018100     02  VAR-HDG-PCT                 PIC ZZ9.
018200     02  FILLER PIC X(29) VALUE " PCT".
018300     02  FILLER PIC X(05) VALUE "PAGE".
018400     02  VAR-HDG-PAGE                PIC ZZZZ9.
018500     02  FILLER PIC X(02) VALUE SPACES.
018600 01  VAR-HDG-2.
018700     02  FILLER PIC X(07) VALUE "IDENT".
018800     02  FILLER PIC X(22) VALUE "NAME".
018900     02  FILLER PIC X(10) VALUE "LAST PAID".
019000     02  FILLER PIC X(07) VALUE "RUN".
019100     02  FILLER PIC X(11) VALUE "LAST NET".
019200     02  FILLER PIC X(11) VALUE "THIS NET".
019300     02  FILLER PIC X(12) VALUE "CHANGE".
019400     02  FILLER PIC X(07) VALUE "PCT".
019500     02  FILLER PIC X(06) VALUE "HOLD".
019600     02  FILLER PIC X(39) VALUE "FLAGS".
019700 01  VAR-DETAIL-LINE.
019800     02  VAR-DTL-IDENT               PIC 9(04).
019900     02  FILLER                      PIC X(03) VALUE SPACES.
020000     02  VAR-DTL-NAME                PIC X(20).
020100     02  FILLER                      PIC X(02) VALUE SPACES.
020200     02  VAR-DTL-LAST-DATE           PIC X(08).
020300     02  FILLER                      PIC X(02) VALUE SPACES.
020400     02  VAR-DTL-LAST-RUN            PIC X(05).
020500     02  FILLER                      PIC X(02) VALUE SPACES.
020600     02  VAR-DTL-LAST-NET            PIC ZZ,ZZZ.99.
020700     02  FILLER                      PIC X(02) VALUE SPACES.
020800     02  VAR-DTL-THIS-NET            PIC ZZ,ZZZ.99.
020900     02  FILLER                      PIC X(02) VALUE SPACES.
021000     02  VAR-DTL-CHANGE              PIC -ZZ,ZZZ.99.
021100     02  FILLER                      PIC X(02) VALUE SPACES.
021200     02  VAR-DTL-PCT                 PIC ZZZZ9.
021300     02  FILLER                      PIC X(02) VALUE SPACES.
021400     02  VAR-DTL-HOLD                PIC X(04).
021500     02  FILLER                      PIC X(02) VALUE SPACES.
021600     02  VAR-DTL-FLAG-SWING          PIC X(07).
021700     02  VAR-DTL-FLAG-FIRST          PIC X(11).
021800     02  VAR-DTL-FLAG-TWICE          PIC X(10).
021900     02  FILLER                      PIC X(11) VALUE SPACES.
022000 01  VAR-COUNT-LINE.
022100     02  VAR-CNT-LABEL               PIC X(30).
022200     02  VAR-CNT-VALUE               PIC ZZZZ9.
022300     02  FILLER                      PIC X(97) VALUE SPACES.
022400 01  VAR-AMOUNT-LINE.
022500     02  VAR-AMT-LABEL               PIC X(30).
022600     02  VAR-AMT-VALUE               PIC Z,ZZZ,ZZZ.99.
022700     02  FILLER                      PIC X(90) VALUE SPACES.
022800
022900 PROCEDURE DIVISION.
023000
023100*****************************************************************
023200*    0000-MAINLINE                                              *
023300*****************************************************************
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-ONE-HISTORY THRU 2000-EXIT
023700         UNTIL PAY-HIST-EOF.
023800     IF NOT VAR-FIRST-RECORD
023900         PERFORM 3000-COMPARE-EMPLOYEE THRU 3000-EXIT
024000     END-IF.
024100     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
024200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
024300     STOP RUN.
024400
024500*****************************************************************
024600*    1000-INITIALIZE                                            *
024700*    NO PAY-HISTORY FILE MEANS NOBODY HAS BEEN PAID YET - THE   *
024800*    REPORT STILL GETS ITS HEADINGS AND ZERO TOTALS.  NO        *
024900*    EMPLOYEE MASTER ONLY LEAVES THE NAME COLUMN BLANK.         *
025000*****************************************************************
025100 1000-INITIALIZE.
025200     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
025300     ACCEPT STAT-START-TIME FROM TIME.
025400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
025500     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
025600     OPEN INPUT EMPLOYEE-MASTER.
025700     IF EMP-MAST-STATUS = "35"
025800         DISPLAY "NO EMPLOYEE MASTER FILE SUPPLIED - NAMES "
025900                 "NOT SHOWN"
026000         SET EMP-MAST-NOT-AVAILABLE TO TRUE
026100     END-IF.
026200     OPEN OUTPUT VARIANCE-REPORT.
026300     PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT.
026400     OPEN INPUT PAY-HISTORY.
026500     IF PAY-HIST-STATUS = "35"
026600         DISPLAY "NO PAY HISTORY FILE SUPPLIED - NOTHING TO "
026700                 "COMPARE"
026800         SET PAY-HIST-NOT-AVAILABLE TO TRUE
026900         SET PAY-HIST-EOF TO TRUE
027000         GO TO 1000-EXIT
027100     END-IF.
027200     MOVE LOW-VALUES TO PHST-KEY.
027300     START PAY-HISTORY KEY IS NOT LESS THAN PHST-KEY
027400         INVALID KEY
027500             SET PAY-HIST-EOF TO TRUE
027600     END-START.
027700     IF NOT PAY-HIST-EOF
027800         PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT
027900     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400*    1050-GET-BUSINESS-DATE                                     *
028500*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
028600*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
028700*****************************************************************
028800 1050-GET-BUSINESS-DATE.
028900     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
029000     OPEN INPUT RUN-CONTROL.
029100     IF RUN-CTL-STATUS NOT = "35"
029200         READ RUN-CONTROL
029300             NOT AT END
029400                 SET RUN-CTL-AVAILABLE TO TRUE
029500                 MOVE RUN-BUSINESS-DATE TO VAR-BUSINESS-DATE
029600                 MOVE RUN-NUMBER TO VAR-RUN-NUMBER
029700         END-READ
029800         CLOSE RUN-CONTROL
029900     END-IF.
030000     IF RUN-CTL-NOT-AVAILABLE
030100         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
030200         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
030300         MOVE CURRENT-CCYY TO VAR-BUSINESS-DATE(1:4)
030400         MOVE CURRENT-MM TO VAR-BUSINESS-DATE(5:2)
030500         MOVE CURRENT-DD TO VAR-BUSINESS-DATE(7:2)
030600     END-IF.
030700 1050-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100*    1100-READ-PARAMETERS                                       *
031200*    SWING THRESHOLD FROM VARPARM.  A MISSING FILE OR A BLANK   *
031300*    OR NON-NUMERIC VALUE KEEPS THE DEFAULT.                    *
031400*****************************************************************
031500 1100-READ-PARAMETERS.
031600     OPEN INPUT VAR-PARM-FILE.
031700     IF VAR-PARM-STATUS = "35"
031800         GO TO 1100-EXIT
031900     END-IF.
032000     MOVE SPACES TO VAR-PARM-RECORD.
032100     READ VAR-PARM-FILE
032200         AT END
032300             MOVE SPACES TO VAR-PARM-RECORD
032400     END-READ.
032500     CLOSE VAR-PARM-FILE.
032550     IF VPRM-SWING-PCT = SPACES
032560         GO TO 1100-EXIT
032570     END-IF.
032600     IF VPRM-SWING-PCT IS NUMERIC
032700         MOVE VPRM-SWING-PCT TO VAR-SWING-PCT
032800     ELSE
032900         DISPLAY "VARPARM SWING THRESHOLD NOT NUMERIC - USING "
033000                 VAR-SWING-PCT " PERCENT"
033100     END-IF.
033200 1100-EXIT.
033300     EXIT.
033400
033500 1500-READ-NEXT-HISTORY.
033600     READ PAY-HISTORY NEXT RECORD
033700         AT END
033800             SET PAY-HIST-EOF TO TRUE
033900         NOT AT END
034000             ADD 1 TO VAR-READ-COUNT
034100     END-READ.
034200 1500-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600*    2000-PROCESS-ONE-HISTORY                                   *
034700*    ON A CHANGE OF IDENT THE PREVIOUS EMPLOYEE IS COMPARED     *
034800*    AND THE EMPLOYEE WORK AREAS CLEARED.  TONIGHT'S RECORD IS  *
034900*    THE ONE FOR THE RUNCTL BUSINESS DATE AND RUN NUMBER; ANY   *
035000*    OTHER RUN ON THE SAME BUSINESS DATE MEANS PAID TWICE.      *
035100*****************************************************************
035200 2000-PROCESS-ONE-HISTORY.
035300     IF VAR-FIRST-RECORD
035400         MOVE "N" TO VAR-FIRST-RECORD-SW
035500         PERFORM 2100-START-EMPLOYEE THRU 2100-EXIT
035600     END-IF.
035700     IF PHST-EMP-IDENT NOT = VAR-CUR-EMP
035800         PERFORM 3000-COMPARE-EMPLOYEE THRU 3000-EXIT
035900         PERFORM 2100-START-EMPLOYEE THRU 2100-EXIT
036000     END-IF.
036100     IF PHST-BUSINESS-DATE = VAR-BUSINESS-DATE
036200             AND PHST-RUN-NUMBER = VAR-RUN-NUMBER
036300         SET VAR-THIS-RUN-FOUND TO TRUE
036400         MOVE PHST-NET TO VAR-THIS-NET
036500         MOVE PHST-HELD-FLAG TO VAR-THIS-HELD-SW
036600         PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT
036700         GO TO 2000-EXIT
036800     END-IF.
036900     IF PHST-BUSINESS-DATE = VAR-BUSINESS-DATE
037000         SET VAR-PAID-TWICE TO TRUE
037100     END-IF.
037200     IF VAR-THIS-RUN-NOT-FOUND AND PHST-NOT-HELD
037300         SET VAR-LAST-PAID-FOUND TO TRUE
037400         MOVE PHST-BUSINESS-DATE TO VAR-LAST-DATE
037500         MOVE PHST-RUN-NUMBER TO VAR-LAST-RUN
037600         MOVE PHST-NET TO VAR-LAST-NET
037700     END-IF.
037800     PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT.
037900 2000-EXIT.
038000     EXIT.
038100
038200 2100-START-EMPLOYEE.
038300     MOVE PHST-EMP-IDENT TO VAR-CUR-EMP.
038400     SET VAR-THIS-RUN-NOT-FOUND TO TRUE.
038500     SET VAR-LAST-PAID-NOT-FOUND TO TRUE.
038600     SET VAR-NOT-PAID-TWICE TO TRUE.
038700     MOVE "N" TO VAR-THIS-HELD-SW.
038800     MOVE ZERO TO VAR-THIS-NET VAR-LAST-DATE VAR-LAST-RUN
038900                  VAR-LAST-NET.
039000 2100-EXIT.
039100     EXIT.
039200
039300*****************************************************************
039400*    3000-COMPARE-EMPLOYEE                                      *
039500*    ONE REPORT LINE FOR AN EMPLOYEE PAID ON TONIGHT'S RUN.     *
039600*    THE CHANGE PERCENTAGE IS TAKEN AGAINST THE LAST PAID NET;  *
039700*    A LAST NET OF ZERO COUNTS ANY NET TONIGHT AS A SWING.      *
039800*****************************************************************
039900 3000-COMPARE-EMPLOYEE.
040000     IF VAR-THIS-RUN-NOT-FOUND
040100         GO TO 3000-EXIT
040200     END-IF.
040300     ADD 1 TO VAR-COMPARED-COUNT.
040400     ADD VAR-THIS-NET TO VAR-TOT-THIS-NET.
040500     SET VAR-NOT-FLAGGED TO TRUE.
040600     MOVE SPACES TO VAR-DTL-FLAG-SWING VAR-DTL-FLAG-FIRST
040700                    VAR-DTL-FLAG-TWICE VAR-DTL-LAST-DATE
040800                    VAR-DTL-LAST-RUN.
040900     MOVE ZERO TO VAR-CHANGE VAR-CHANGE-PCT.
041000     IF VAR-LAST-PAID-NOT-FOUND
041100         MOVE "FIRST PAY" TO VAR-DTL-FLAG-FIRST
041200         ADD 1 TO VAR-FIRST-PAY-COUNT
041300         SET VAR-FLAGGED TO TRUE
041400     ELSE
041500         PERFORM 3100-MEASURE-SWING THRU 3100-EXIT
041600     END-IF.
041700     IF VAR-PAID-TWICE
041800         MOVE "PAID TWICE" TO VAR-DTL-FLAG-TWICE
041900         ADD 1 TO VAR-TWICE-COUNT
042000         SET VAR-FLAGGED TO TRUE
042100     END-IF.
042200     IF VAR-FLAGGED
042300         ADD 1 TO VAR-FLAGGED-COUNT
042400     END-IF.
042500     PERFORM 4000-WRITE-DETAIL-LINE THRU 4000-EXIT.
042600 3000-EXIT.
042700     EXIT.
042800
042900 3100-MEASURE-SWING.
043000     ADD VAR-LAST-NET TO VAR-TOT-LAST-NET.
043100     MOVE VAR-LAST-DATE TO VAR-DTL-LAST-DATE.
043200     MOVE VAR-LAST-RUN TO VAR-DTL-LAST-RUN.
043300     COMPUTE VAR-CHANGE = VAR-THIS-NET - VAR-LAST-NET.
043400     MOVE VAR-CHANGE TO VAR-CHANGE-ABS.
043500     IF VAR-LAST-NET = ZERO
043600         IF VAR-THIS-NET NOT = ZERO
043700             MOVE 99999 TO VAR-CHANGE-PCT
043800         END-IF
043900     ELSE
044000         COMPUTE VAR-CHANGE-PCT ROUNDED =
044100                 VAR-CHANGE-ABS * 100 / VAR-LAST-NET
044200             ON SIZE ERROR
044300                 MOVE 99999 TO VAR-CHANGE-PCT
044400         END-COMPUTE
044500     END-IF.
044600     IF VAR-CHANGE-PCT > VAR-SWING-PCT
044700         MOVE "SWING" TO VAR-DTL-FLAG-SWING
044800         ADD 1 TO VAR-SWING-COUNT
044900         SET VAR-FLAGGED TO TRUE
045000     END-IF.
045100 3100-EXIT.
045200     EXIT.
045300
045400*****************************************************************
045500*    4000-WRITE-DETAIL-LINE                                     *
045600*****************************************************************
045700 4000-WRITE-DETAIL-LINE.
045800     IF VAR-LINE-COUNT NOT < VAR-LINES-PER-PAGE
045900         PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT
046000     END-IF.
046100     MOVE VAR-CUR-EMP TO VAR-DTL-IDENT.
046200     MOVE SPACES TO VAR-DTL-NAME.
046300     IF EMP-MAST-AVAILABLE
046400         MOVE VAR-CUR-EMP TO EmpIdent
046500         READ EMPLOYEE-MASTER
046600             INVALID KEY
046700                 MOVE "*** NOT ON EMPMAST" TO VAR-DTL-NAME
046800             NOT INVALID KEY
046900                 MOVE EmpName TO VAR-DTL-NAME
047000         END-READ
047100     END-IF.
047200     IF VAR-LAST-PAID-FOUND
047300         MOVE VAR-LAST-NET TO VAR-DTL-LAST-NET
047400     ELSE
047500         MOVE ZERO TO VAR-DTL-LAST-NET
047600     END-IF.
047700     MOVE VAR-THIS-NET TO VAR-DTL-THIS-NET.
047800     MOVE VAR-CHANGE TO VAR-DTL-CHANGE.
047900     MOVE VAR-CHANGE-PCT TO VAR-DTL-PCT.
048000     IF VAR-THIS-HELD
048100         MOVE "HELD" TO VAR-DTL-HOLD
048200     ELSE
048300         MOVE SPACES TO VAR-DTL-HOLD
048400     END-IF.
048500     MOVE VAR-DETAIL-LINE TO VARIANCE-LINE.
048600     WRITE VARIANCE-LINE.
048700     ADD 1 TO VAR-LINE-COUNT.
048800 4000-EXIT.
048900     EXIT.
049000
049100*****************************************************************
049200*    4100-START-NEW-PAGE                                        *
049300*****************************************************************
049400 4100-START-NEW-PAGE.
049500     ADD 1 TO VAR-PAGE-COUNT.
049600     MOVE VAR-PAGE-COUNT TO VAR-HDG-PAGE.
049700     MOVE VAR-BUSINESS-DATE TO VAR-HDG-DATE.
049800     MOVE VAR-RUN-NUMBER TO VAR-HDG-RUN.
049900     MOVE VAR-SWING-PCT TO VAR-HDG-PCT.
050000     MOVE VAR-HDG-1 TO VARIANCE-LINE.
050100     WRITE VARIANCE-LINE.
050200     MOVE VAR-HDG-2 TO VARIANCE-LINE.
050300     WRITE VARIANCE-LINE.
050400     MOVE ZERO TO VAR-LINE-COUNT.
050500 4100-EXIT.
050600     EXIT.
050700
050800*****************************************************************
050900*    5000-WRITE-CONTROL-TOTALS                                  *
051000*    COUNTS BY FLAG AND THE NET TOTALS FOR TONIGHT AND FOR THE  *
051100*    LAST PAID RUNS THEY WERE COMPARED WITH.                    *
051200*****************************************************************
051300 5000-WRITE-CONTROL-TOTALS.
051400     MOVE SPACES TO VARIANCE-LINE.
051500     WRITE VARIANCE-LINE.
051600     MOVE "EMPLOYEES COMPARED:" TO VAR-CNT-LABEL.
051700     MOVE VAR-COMPARED-COUNT TO VAR-CNT-VALUE.
051800     MOVE VAR-COUNT-LINE TO VARIANCE-LINE.
051900     WRITE VARIANCE-LINE.
052000     MOVE "NET PAY SWINGS:" TO VAR-CNT-LABEL.
052100     MOVE VAR-SWING-COUNT TO VAR-CNT-VALUE.
052200     MOVE VAR-COUNT-LINE TO VARIANCE-LINE.
052300     WRITE VARIANCE-LINE.
052400     MOVE "FIRST-TIME PAYEES:" TO VAR-CNT-LABEL.
052500     MOVE VAR-FIRST-PAY-COUNT TO VAR-CNT-VALUE.
052600     MOVE VAR-COUNT-LINE TO VARIANCE-LINE.
052700     WRITE VARIANCE-LINE.
052800     MOVE "PAID TWICE ON BUSINESS DATE:" TO VAR-CNT-LABEL.
052900     MOVE VAR-TWICE-COUNT TO VAR-CNT-VALUE.
053000     MOVE VAR-COUNT-LINE TO VARIANCE-LINE.
053100     WRITE VARIANCE-LINE.
053200     MOVE "EMPLOYEES FLAGGED:" TO VAR-CNT-LABEL.
053300     MOVE VAR-FLAGGED-COUNT TO VAR-CNT-VALUE.
053400     MOVE VAR-COUNT-LINE TO VARIANCE-LINE.
053500     WRITE VARIANCE-LINE.
053600     MOVE "NET PAY THIS RUN:" TO VAR-AMT-LABEL.
053700     MOVE VAR-TOT-THIS-NET TO VAR-AMT-VALUE.
053800     MOVE VAR-AMOUNT-LINE TO VARIANCE-LINE.
053900     WRITE VARIANCE-LINE.
054000     MOVE "NET PAY LAST PAID RUNS:" TO VAR-AMT-LABEL.
054100     MOVE VAR-TOT-LAST-NET TO VAR-AMT-VALUE.
054200     MOVE VAR-AMOUNT-LINE TO VARIANCE-LINE.
054300     WRITE VARIANCE-LINE.
054400 5000-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800*    9999-TERMINATE                                             *
054900*****************************************************************
055000 9999-TERMINATE.
055100     IF PAY-HIST-AVAILABLE
055200         CLOSE PAY-HISTORY
055300     END-IF.
055400     IF EMP-MAST-AVAILABLE
055500         CLOSE EMPLOYEE-MASTER
055600     END-IF.
055700     CLOSE VARIANCE-REPORT.
055800     DISPLAY "EMPLOYEES COMPARED:    " VAR-COMPARED-COUNT.
055900     DISPLAY "NET PAY SWINGS:        " VAR-SWING-COUNT.
056000     DISPLAY "FIRST-TIME PAYEES:     " VAR-FIRST-PAY-COUNT.
056100     DISPLAY "PAID TWICE:            " VAR-TWICE-COUNT.
056200     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
056300 9999-EXIT.
056400     EXIT.
056500
056600*****************************************************************
056700*    9900-WRITE-RUN-STATISTICS                                  *
056800*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
056900*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
057000*****************************************************************
057100 9900-WRITE-RUN-STATISTICS.
057200     OPEN EXTEND RUN-HISTORY.
057300     IF RUN-HIST-STATUS = "35" OR "05"
057400         OPEN OUTPUT RUN-HISTORY
057500         CLOSE RUN-HISTORY
057600         OPEN EXTEND RUN-HISTORY
057700     END-IF.
057800     MOVE "PAYVAR  " TO RSTAT-PROGRAM.
057900     MOVE VAR-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
058000     MOVE VAR-RUN-NUMBER TO RSTAT-RUN-NUMBER.
058100     MOVE STAT-START-DATE TO RSTAT-START-DATE.
058200     MOVE STAT-START-TIME TO RSTAT-START-TIME.
058300     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
058400     ACCEPT STAT-END-TIME FROM TIME.
058500     MOVE STAT-END-DATE TO RSTAT-END-DATE.
058600     MOVE STAT-END-TIME TO RSTAT-END-TIME.
058700     MOVE VAR-READ-COUNT TO RSTAT-READ-COUNT.
058800     MOVE VAR-COMPARED-COUNT TO RSTAT-WRITTEN-COUNT.
058900     MOVE VAR-FLAGGED-COUNT TO RSTAT-REJECT-COUNT.
058950     MOVE SPACE TO RSTAT-RESTART-FLAG.
059000     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
059100     WRITE RUN-STAT-RECORD.
059200     CLOSE RUN-HISTORY.
059300 9900-EXIT.
059400     EXIT.
059500
059600 END PROGRAM PAYVAR.
