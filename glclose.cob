000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  GLCLOSE                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / GENERAL LEDGER                   *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  GENERAL LEDGER PERIOD CLOSE.  RUN ON DEMAND *
001000*                   AFTER THE MONTH-END TRIAL BALANCE (GLTRIAL) *
001100*                   TO LOCK ONE PERIOD (CCYYMM) ON THE GLBAL    *
001200*                   BALANCE FILE (GLBALR COPYBOOK) AND ROLL ITS *
001300*                   CLOSING BALANCES FORWARD.                   *
001400*                                                               *
001500*                   THE PERIOD COMES FROM COLUMNS 1-6 OF THE    *
001600*                   OPTIONAL CLSPARM FILE.  WITHOUT ONE IT IS   *
001700*                   THE PERIOD AFTER THE LAST ONE CLOSED ON     *
001800*                   GLPCTL (GLPCTLR COPYBOOK), OR THE MONTH     *
001900*                   BEFORE THE BUSINESS DATE'S WHEN NONE HAS    *
002000*                   BEEN.  PERIODS CLOSE ONE AT A TIME, IN      *
002100*                   ORDER, AND ONLY ONCE THE MONTH HAS ENDED.   *
002200*                                                               *
002300*                   BEFORE ANYTHING IS CHANGED THE PAYNET CASH  *
002400*                   ACCOUNT IS PROVED: ITS PERIOD CREDITS MUST  *
002500*                   EQUAL THE MONTH'S BANKPAY TRAILER HASH      *
002600*                   TOTALS KEPT ON THE GLJLOG JOURNAL LOG       *
002700*                   (GLJLOGR COPYBOOK), AND ITS PERIOD DEBITS   *
002800*                   THE MONTH'S BANK RETURNS ON BANKREV, SO ITS *
002900*                   NET MOVEMENT IS WHAT LEFT THE BANK.         *
003000*                                                               *
003100*                   WHEN IT PROVES, EVERY BALANCE RECORD FOR    *
003200*                   THE PERIOD IS MARKED CLOSED, EACH ACCOUNT'S *
003300*                   NEXT-PERIOD RECORD OPENS AT ITS CLOSING     *
003400*                   BALANCE (CREATED WHEN THE ACCOUNT HAS NO    *
003500*                   MOVEMENT YET), AND GLPCTL IS REWRITTEN SO   *
003600*                   GLUPDT REFUSES ANY LATER JOURNAL DATED IN   *
003700*                   THE PERIOD.  A PERIOD THAT DOES NOT PROVE   *
003800*                   IS LEFT OPEN WITH RETURN CODE 16.  THE      *
003900*                   CLSRPT REPORT SHOWS THE PROOF AND EVERY     *
004000*                   BALANCE CARRIED FORWARD.                    *
004100*                                                               *
004200*    MODIFICATION HISTORY                                       *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    10/14/26   FT    ORIGINAL VERSION.                          *
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. GLCLOSE.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT GL-MAP-FILE       ASSIGN TO "GLMAP"
005200            ORGANIZATION IS LINE SEQUENTIAL
005300            FILE STATUS IS GL-MAP-STATUS.
005400
005500     SELECT GL-BALANCES       ASSIGN TO "GLBAL"
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS DYNAMIC
005800            RECORD KEY IS GLB-KEY
005900            FILE STATUS IS GL-BAL-STATUS.
006000
006100     SELECT GL-JOURNAL-LOG    ASSIGN TO "GLJLOG"
006200            ORGANIZATION IS INDEXED
006300            ACCESS MODE IS DYNAMIC
006400            RECORD KEY IS GJLG-BUSINESS-DATE
006500            FILE STATUS IS GL-JLOG-STATUS.
006600
006700     SELECT GL-PERIOD-CONTROL ASSIGN TO "GLPCTL"
006800            ORGANIZATION IS LINE SEQUENTIAL
006900            FILE STATUS IS GL-PCTL-STATUS.
007000
007100     SELECT BANK-REVERSALS    ASSIGN TO "BANKREV"
007200            ORGANIZATION IS LINE SEQUENTIAL
007300            FILE STATUS IS BANK-REV-STATUS.
007400
007500     SELECT CLOSE-PARM-FILE   ASSIGN TO "CLSPARM"
007600            ORGANIZATION IS LINE SEQUENTIAL
007700            FILE STATUS IS CLOSE-PARM-STATUS.
007800
007900     SELECT CLOSE-REPORT      ASSIGN TO "CLSRPT"
008000            ORGANIZATION IS LINE SEQUENTIAL.
008100
008200     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
008300            ORGANIZATION IS LINE SEQUENTIAL
008400            FILE STATUS IS RUN-CTL-STATUS.
008500
008600     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
008700            ORGANIZATION IS LINE SEQUENTIAL
008800            FILE STATUS IS RUN-HIST-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  GL-MAP-FILE
009300     RECORDING MODE IS F.
009400 01  GL-MAP-RECORD.
009500     02  GMAP-SOURCE                 PIC X(08).
009600     02  GMAP-ACCOUNT                PIC 9(06).
009700
009800 FD  GL-BALANCES.
009900     COPY GLBALR.
010000
010100 FD  GL-JOURNAL-LOG.
010200     COPY GLJLOGR.
010300
010400 FD  GL-PERIOD-CONTROL
010500     RECORDING MODE IS F.
010600     COPY GLPCTLR.
010700
010800 FD  BANK-REVERSALS
010900     RECORDING MODE IS F.
011000     COPY BANKREVR.
011100
011200 FD  CLOSE-PARM-FILE
011300     RECORDING MODE IS F.
011400 01  CLOSE-PARM-RECORD.
011500     02  CPRM-PERIOD                 PIC X(06).
011600
011700 FD  CLOSE-REPORT
011800     RECORDING MODE IS F.
011900 01  CLOSE-LINE                      PIC X(132).
012000
012100 FD  RUN-CONTROL
012200     RECORDING MODE IS F.
012300     COPY RUNCTL.
012400
012500 FD  RUN-HISTORY
012600     RECORDING MODE IS F.
012700     COPY RUNSTAT.
012800
012900 WORKING-STORAGE SECTION.
013000 01  GL-MAP-STATUS                   PIC X(02).
013100 01  GL-BAL-STATUS                   PIC X(02).
013200 01  GL-JLOG-STATUS                  PIC X(02).
013300 01  GL-PCTL-STATUS                  PIC X(02).
013400 01  BANK-REV-STATUS                 PIC X(02).
013500 01  CLOSE-PARM-STATUS               PIC X(02).
013600 01  RUN-CTL-STATUS                  PIC X(02).
013700 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
013800     88  RUN-CTL-AVAILABLE                    VALUE "Y".
013900     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
014000 01  GL-MAP-EOF-SW                   PIC X(01) VALUE "N".
014100     88  GL-MAP-EOF                           VALUE "Y".
014200 01  GL-BAL-OPEN-SW                  PIC X(01) VALUE "N".
014300     88  GL-BAL-OPEN                          VALUE "Y".
014400 01  GL-BAL-EOF-SW                   PIC X(01) VALUE "N".
014500     88  GL-BAL-EOF                           VALUE "Y".
014600 01  GL-JLOG-EOF-SW                  PIC X(01) VALUE "N".
014700     88  GL-JLOG-EOF                          VALUE "Y".
014800 01  BANK-REV-EOF-SW                 PIC X(01) VALUE "N".
014900     88  BANK-REV-EOF                         VALUE "Y".
015000 01  GL-PCTL-AVAILABLE-SW            PIC X(01) VALUE "N".
015100     88  GL-PCTL-AVAILABLE                    VALUE "Y".
015200*    SET WHEN THE PERIOD MAY NOT BE CLOSED, OR DID NOT PROVE.   *
015300*    NOTHING ON GLBAL OR GLPCTL IS CHANGED ONCE IT IS SET       *
015400*    BEFORE THE ROLL FORWARD STARTS.                            *
015500 01  CLS-REFUSED-SW                  PIC X(01) VALUE "N".
015600     88  CLS-REFUSED                          VALUE "Y".
015700     88  CLS-OK                               VALUE "N".
015800 01  CLS-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
015900 01  CLS-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
016000 01  CLS-BUSINESS-PERIOD             PIC 9(06) VALUE ZERO.
016100 01  CLS-LAST-CLOSED-PERIOD          PIC 9(06) VALUE ZERO.
016200 01  CLS-PERIOD.
016300     02  CLS-PERIOD-CCYY             PIC 9(04).
016400     02  CLS-PERIOD-MM               PIC 9(02).
016500 01  CLS-NEXT-PERIOD.
016600     02  CLS-NEXT-CCYY               PIC 9(04).
016700     02  CLS-NEXT-MM                 PIC 9(02).
016800 01  CLS-EXPECTED-PERIOD.
016900     02  CLS-EXPECTED-CCYY           PIC 9(04).
017000     02  CLS-EXPECTED-MM             PIC 9(02).
017100 01  CURRENT-DATE-FIELDS.
017200     02  CURRENT-CCYY                PIC 9(04).
017300     02  CURRENT-MM                  PIC 9(02).
017400     02  CURRENT-DD                  PIC 9(02).
017500*    RUN-STATISTICS WORK AREAS.                                 *
017600 01  RUN-HIST-STATUS                 PIC X(02).
017700 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
017800 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
017900 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
018000 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
018100
018200*    PAYNET PROOF FIGURES.                                      *
018300 01  CLS-PAYNET-FOUND-SW             PIC X(01) VALUE "N".
018400     88  CLS-PAYNET-FOUND                     VALUE "Y".
018500 01  CLS-PAYNET-ACCOUNT              PIC 9(06) VALUE ZERO.
018600 01  CLS-PAYNET-DEBITS               PIC 9(11)V99 VALUE ZERO.
018700 01  CLS-PAYNET-CREDITS              PIC 9(11)V99 VALUE ZERO.
018800 01  CLS-PAYNET-MOVEMENT             PIC S9(11)V99 VALUE ZERO.
018900 01  CLS-BANKPAY-TOTAL               PIC 9(11)V99 VALUE ZERO.
019000 01  CLS-BANKREV-TOTAL               PIC 9(11)V99 VALUE ZERO.
019100 01  CLS-BANK-MOVEMENT               PIC S9(11)V99 VALUE ZERO.
019200 01  CLS-DIFFERENCE                  PIC S9(11)V99 VALUE ZERO.
019300 01  CLS-NIGHTS-LOGGED               PIC 9(05) VALUE ZERO.
019400 01  CLS-NIGHTS-WITH-BANK            PIC 9(05) VALUE ZERO.
019500 01  CLS-BANKPAY-ITEMS               PIC 9(07) VALUE ZERO.
019600 01  CLS-BANKREV-ITEMS               PIC 9(07) VALUE ZERO.
019700
019800*    THE PERIOD'S ACCOUNTS, COLLECTED IN ONE PASS OF GLBAL      *
019900*    BEFORE ANY IS CHANGED.  A PERIOD WITH MORE ACCOUNTS THAN   *
020000*    THE TABLE HOLDS IS REFUSED WHOLE.                          *
020100 01  CLS-ACCOUNT-TABLE.
020200     02  CLS-ACCT-COUNT              PIC 9(03) VALUE ZERO.
020300     02  CLS-ACCT-ENTRY OCCURS 200 TIMES
020400                        INDEXED BY ACCT-IDX.
020500         03  CLS-ACCOUNT             PIC 9(06).
020600 01  CLS-MAX-ACCOUNTS                PIC 9(03) VALUE 200.
020700
020800*    CONTROL COUNTS AND TOTALS.                                 *
020900 01  CLS-BAL-READ-COUNT              PIC 9(07) VALUE ZERO.
021000 01  CLS-CLOSED-COUNT                PIC 9(05) VALUE ZERO.
021100 01  CLS-NEXT-UPDATED-COUNT          PIC 9(05) VALUE ZERO.
021200 01  CLS-NEXT-CREATED-COUNT          PIC 9(05) VALUE ZERO.
021300 01  CLS-FAILED-COUNT                PIC 9(05) VALUE ZERO.
021400 01  CLS-TOT-CLOSING                 PIC S9(11)V99 VALUE ZERO.
021500 01  CLS-CARRIED-BAL                 PIC S9(11)V99 VALUE ZERO.
021600 01  CLS-LINE-COUNT                  PIC 9(03) VALUE ZERO.
021700 01  CLS-LINES-PER-PAGE              PIC 9(03) VALUE 55.
021800 01  CLS-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
021900
022000*    PERIOD CLOSE REPORT LINES.                                 *
022100 01  CLS-HDG-1.
022200     02  FILLER PIC X(30) VALUE "GL PERIOD CLOSE".
022300     02  FILLER PIC X(08) VALUE "PERIOD".
022400     02  CLS-HDG-PERIOD              PIC 9(06).
022500     02  FILLER PIC X(06) VALUE SPACES.
022600     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
022700     02  CLS-HDG-DATE                PIC 9(08).
022800     02  FILLER PIC X(06) VALUE "  RUN".
022900     02  CLS-HDG-RUN                 PIC 9(05).
023000     02  FILLER PIC X(37) VALUE SPACES.
023100     02  FILLER PIC X(05) VALUE "PAGE".
023200     02  CLS-HDG-PAGE                PIC ZZZZ9.
023300     02  FILLER PIC X(01) VALUE SPACES.
023400 01  CLS-HDG-2.
023500     02  FILLER PIC X(10) VALUE "ACCOUNT".
023600     02  FILLER PIC X(21) VALUE "    CLOSING BALANCE".
023700     02  FILLER PIC X(101) VALUE "  CARRIED TO".
023800 01  CLS-DETAIL-LINE.
023900     02  CLS-DTL-ACCOUNT             PIC X(06).
024000     02  FILLER                      PIC X(04) VALUE SPACES.
024100     02  CLS-DTL-CLOSING             PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
024200     02  FILLER                      PIC X(04) VALUE SPACES.
024300     02  CLS-DTL-NEXT-PERIOD         PIC 9(06).
024400     02  FILLER                      PIC X(02) VALUE SPACES.
024500     02  CLS-DTL-ACTION              PIC X(20).
024600     02  FILLER                      PIC X(71) VALUE SPACES.
024700 01  CLS-PROOF-LINE.
024800     02  CLS-PRF-LABEL               PIC X(44).
024900     02  CLS-PRF-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
025000     02  FILLER                      PIC X(69) VALUE SPACES.
025100 01  CLS-COUNT-LINE.
025200     02  CLS-CNT-LABEL               PIC X(36).
025300     02  CLS-CNT-VALUE               PIC ZZZZ9.
025400     02  FILLER                      PIC X(91) VALUE SPACES.
025500 01  CLS-MESSAGE-LINE.
025600     02  CLS-MSG-TEXT                PIC X(80).
025700     02  FILLER                      PIC X(52) VALUE SPACES.
025800
025900 PROCEDURE DIVISION.
026000
026100*****************************************************************
026200*    0000-MAINLINE                                              *
026300*****************************************************************
026400 0000-MAINLINE.
026500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026600     IF CLS-OK
026700         PERFORM 2000-PROVE-PAYNET THRU 2000-EXIT
026800     END-IF.
026900     IF CLS-OK
027000         PERFORM 3000-COLLECT-ACCOUNTS THRU 3000-EXIT
027100     END-IF.
027200     IF CLS-OK
027300         PERFORM 4000-CLOSE-ONE-ACCOUNT THRU 4000-EXIT
027400             VARYING ACCT-IDX FROM 1 BY 1
027500             UNTIL ACCT-IDX > CLS-ACCT-COUNT
027600         PERFORM 5000-LOCK-PERIOD THRU 5000-EXIT
027700     END-IF.
027800     PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT.
027900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
028000     STOP RUN.
028100
028200*****************************************************************
028300*    1000-INITIALIZE                                            *
028400*    CHOOSES THE PERIOD AND REFUSES ONE ALREADY CLOSED, ONE     *
028500*    OUT OF ORDER, OR ONE WHOSE MONTH HAS NOT ENDED.            *
028600*****************************************************************
028700 1000-INITIALIZE.
028800     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
028900     ACCEPT STAT-START-TIME FROM TIME.
029000     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
029100     MOVE CLS-BUSINESS-DATE(1:6) TO CLS-BUSINESS-PERIOD.
029200     PERFORM 1100-CHOOSE-PERIOD THRU 1100-EXIT.
029300     MOVE CLS-PERIOD TO CLS-NEXT-PERIOD.
029400     IF CLS-NEXT-MM = 12
029500         ADD 1 TO CLS-NEXT-CCYY
029600         MOVE 1 TO CLS-NEXT-MM
029700     ELSE
029800         ADD 1 TO CLS-NEXT-MM
029900     END-IF.
030000     OPEN OUTPUT CLOSE-REPORT.
030100     PERFORM 7900-START-NEW-PAGE THRU 7900-EXIT.
030200     IF GL-PCTL-AVAILABLE
030300             AND CLS-PERIOD NOT > CLS-LAST-CLOSED-PERIOD
030400         MOVE "*** PERIOD IS ALREADY CLOSED - NOTHING CHANGED ***"
030500             TO CLS-MSG-TEXT
030600         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
030700         GO TO 1000-EXIT
030800     END-IF.
030900     IF GL-PCTL-AVAILABLE
031000             AND CLS-PERIOD NOT = CLS-EXPECTED-PERIOD
031100         MOVE "*** AN EARLIER PERIOD IS STILL OPEN - CLOSE IT "
031200           & "FIRST ***" TO CLS-MSG-TEXT
031300         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
031400         GO TO 1000-EXIT
031500     END-IF.
031600     IF CLS-PERIOD NOT < CLS-BUSINESS-PERIOD
031700         MOVE "*** THE PERIOD HAS NOT ENDED - NOTHING CHANGED ***"
031800             TO CLS-MSG-TEXT
031900         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
032000         GO TO 1000-EXIT
032100     END-IF.
032200     OPEN I-O GL-BALANCES.
032300     IF GL-BAL-STATUS = "35" OR "05"
032400         CLOSE GL-BALANCES
032500         OPEN OUTPUT GL-BALANCES
032600         CLOSE GL-BALANCES
032700         OPEN I-O GL-BALANCES
032800     END-IF.
032900     SET GL-BAL-OPEN TO TRUE.
033000 1000-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400*    1050-GET-BUSINESS-DATE                                     *
033500*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
033600*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
033700*****************************************************************
033800 1050-GET-BUSINESS-DATE.
033900     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
034000     OPEN INPUT RUN-CONTROL.
034100     IF RUN-CTL-STATUS NOT = "35"
034200         READ RUN-CONTROL
034300             NOT AT END
034400                 SET RUN-CTL-AVAILABLE TO TRUE
034500                 MOVE RUN-BUSINESS-DATE TO CLS-BUSINESS-DATE
034600                 MOVE RUN-NUMBER TO CLS-RUN-NUMBER
034700         END-READ
034800         CLOSE RUN-CONTROL
034900     END-IF.
035000     IF RUN-CTL-NOT-AVAILABLE
035100         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
035200         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
035300         MOVE CURRENT-CCYY TO CLS-BUSINESS-DATE(1:4)
035400         MOVE CURRENT-MM TO CLS-BUSINESS-DATE(5:2)
035500         MOVE CURRENT-DD TO CLS-BUSINESS-DATE(7:2)
035600     END-IF.
035700 1050-EXIT.
035800     EXIT.
035900
036000*****************************************************************
036100*    1100-CHOOSE-PERIOD                                         *
036200*    THE CLSPARM PERIOD WHEN ONE IS GIVEN AND VALID, OTHERWISE  *
036300*    THE PERIOD AFTER THE LAST ONE CLOSED, OTHERWISE THE MONTH  *
036400*    BEFORE THE BUSINESS DATE'S.                                *
036500*****************************************************************
036600 1100-CHOOSE-PERIOD.
036700     MOVE CLS-BUSINESS-PERIOD TO CLS-EXPECTED-PERIOD.
036800     IF CLS-EXPECTED-MM = 1
036900         SUBTRACT 1 FROM CLS-EXPECTED-CCYY
037000         MOVE 12 TO CLS-EXPECTED-MM
037100     ELSE
037200         SUBTRACT 1 FROM CLS-EXPECTED-MM
037300     END-IF.
037400     OPEN INPUT GL-PERIOD-CONTROL.
037500     IF GL-PCTL-STATUS NOT = "35"
037600         MOVE ZERO TO GL-PERIOD-CONTROL-RECORD
037700         READ GL-PERIOD-CONTROL
037800             NOT AT END
037900                 SET GL-PCTL-AVAILABLE TO TRUE
038000         END-READ
038100         CLOSE GL-PERIOD-CONTROL
038200     END-IF.
038300     IF GL-PCTL-AVAILABLE
038400         MOVE GPCT-LAST-CLOSED-PERIOD TO CLS-LAST-CLOSED-PERIOD
038500         MOVE CLS-LAST-CLOSED-PERIOD TO CLS-EXPECTED-PERIOD
038600         IF CLS-EXPECTED-MM = 12
038700             ADD 1 TO CLS-EXPECTED-CCYY
038800             MOVE 1 TO CLS-EXPECTED-MM
038900         ELSE
039000             ADD 1 TO CLS-EXPECTED-MM
039100         END-IF
039200     END-IF.
039300     MOVE CLS-EXPECTED-PERIOD TO CLS-PERIOD.
039400     OPEN INPUT CLOSE-PARM-FILE.
039500     IF CLOSE-PARM-STATUS = "35"
039600         GO TO 1100-EXIT
039700     END-IF.
039800     MOVE SPACES TO CLOSE-PARM-RECORD.
039900     READ CLOSE-PARM-FILE
040000         AT END
040100             MOVE SPACES TO CLOSE-PARM-RECORD
040200     END-READ.
040300     CLOSE CLOSE-PARM-FILE.
040400     IF CPRM-PERIOD = SPACES
040500         GO TO 1100-EXIT
040600     END-IF.
040700     IF CPRM-PERIOD IS NUMERIC
040800             AND CPRM-PERIOD(5:2) > "00"
040900             AND CPRM-PERIOD(5:2) < "13"
041000         MOVE CPRM-PERIOD TO CLS-PERIOD
041100     ELSE
041200         DISPLAY "CLSPARM PERIOD " CPRM-PERIOD
041300                 " NOT VALID - USING " CLS-PERIOD
041400     END-IF.
041500 1100-EXIT.
041600     EXIT.
041700
041800*****************************************************************
041900*    1900-REFUSE-PERIOD                                         *
042000*    PRINTS AND DISPLAYS WHY THE PERIOD WAS NOT CLOSED.         *
042100*****************************************************************
042200 1900-REFUSE-PERIOD.
042300     DISPLAY CLS-MSG-TEXT.
042400     MOVE CLS-MESSAGE-LINE TO CLOSE-LINE.
042500     WRITE CLOSE-LINE.
042600     SET CLS-REFUSED TO TRUE.
042700     MOVE 16 TO RETURN-CODE.
042800 1900-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*    2000-PROVE-PAYNET                                          *
043300*    THE PAYNET ACCOUNT'S PERIOD CREDITS AGAINST THE MONTH'S    *
043400*    BANKPAY HASH TOTALS, ITS PERIOD DEBITS AGAINST THE MONTH'S *
043500*    BANK RETURNS, AND ITS NET MOVEMENT AGAINST THE BANK'S.     *
043600*****************************************************************
043700 2000-PROVE-PAYNET.
043800     PERFORM 2100-FIND-PAYNET-ACCOUNT THRU 2100-EXIT.
043900     IF CLS-REFUSED
044000         GO TO 2000-EXIT
044100     END-IF.
044200     MOVE CLS-PAYNET-ACCOUNT TO GLB-ACCOUNT.
044300     MOVE CLS-PERIOD TO GLB-PERIOD.
044400     READ GL-BALANCES
044500         NOT INVALID KEY
044600             MOVE GLB-PERIOD-DEBITS TO CLS-PAYNET-DEBITS
044700             MOVE GLB-PERIOD-CREDITS TO CLS-PAYNET-CREDITS
044800     END-READ.
044900     COMPUTE CLS-PAYNET-MOVEMENT = CLS-PAYNET-DEBITS
045000             - CLS-PAYNET-CREDITS.
045100     PERFORM 2200-ADD-UP-BANK-FILES THRU 2200-EXIT.
045200     PERFORM 2300-ADD-UP-BANK-RETURNS THRU 2300-EXIT.
045300     COMPUTE CLS-BANK-MOVEMENT = CLS-BANKREV-TOTAL
045400             - CLS-BANKPAY-TOTAL.
045500     MOVE "PAYNET PROOF - ACCOUNT" TO CLS-MSG-TEXT.
045600     MOVE CLS-PAYNET-ACCOUNT TO CLS-MSG-TEXT(24:6).
045700     MOVE CLS-MESSAGE-LINE TO CLOSE-LINE.
045800     WRITE CLOSE-LINE.
045900     MOVE "  PAYNET PERIOD CREDITS" TO CLS-PRF-LABEL.
046000     MOVE CLS-PAYNET-CREDITS TO CLS-PRF-AMOUNT.
046100     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
046200     MOVE "  BANKPAY TRAILER HASH TOTALS" TO CLS-PRF-LABEL.
046300     MOVE CLS-BANKPAY-TOTAL TO CLS-PRF-AMOUNT.
046400     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
046500     COMPUTE CLS-DIFFERENCE = CLS-PAYNET-CREDITS
046600             - CLS-BANKPAY-TOTAL.
046700     MOVE "  DIFFERENCE" TO CLS-PRF-LABEL.
046800     MOVE CLS-DIFFERENCE TO CLS-PRF-AMOUNT.
046900     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
047000     IF CLS-DIFFERENCE NOT = ZERO
047100         SET CLS-REFUSED TO TRUE
047200     END-IF.
047300     MOVE "  PAYNET PERIOD DEBITS" TO CLS-PRF-LABEL.
047400     MOVE CLS-PAYNET-DEBITS TO CLS-PRF-AMOUNT.
047500     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
047600     MOVE "  BANK RETURNS (BANKREV)" TO CLS-PRF-LABEL.
047700     MOVE CLS-BANKREV-TOTAL TO CLS-PRF-AMOUNT.
047800     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
047900     COMPUTE CLS-DIFFERENCE = CLS-PAYNET-DEBITS
048000             - CLS-BANKREV-TOTAL.
048100     MOVE "  DIFFERENCE" TO CLS-PRF-LABEL.
048200     MOVE CLS-DIFFERENCE TO CLS-PRF-AMOUNT.
048300     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
048400     IF CLS-DIFFERENCE NOT = ZERO
048500         SET CLS-REFUSED TO TRUE
048600     END-IF.
048700     MOVE "  PAYNET NET MOVEMENT" TO CLS-PRF-LABEL.
048800     MOVE CLS-PAYNET-MOVEMENT TO CLS-PRF-AMOUNT.
048900     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
049000     MOVE "  BANK NET MOVEMENT (RETURNS LESS PAYMENTS)"
049100         TO CLS-PRF-LABEL.
049200     MOVE CLS-BANK-MOVEMENT TO CLS-PRF-AMOUNT.
049300     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
049400     MOVE SPACES TO CLOSE-LINE.
049500     WRITE CLOSE-LINE.
049600     IF CLS-REFUSED
049700         MOVE "*** PAYNET DOES NOT RECONCILE TO THE BANK - "
049800           & "PERIOD NOT CLOSED ***" TO CLS-MSG-TEXT
049900         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
050000     ELSE
050100         MOVE "PAYNET RECONCILES TO THE BANK" TO CLS-MSG-TEXT
050200         MOVE CLS-MESSAGE-LINE TO CLOSE-LINE
050300         WRITE CLOSE-LINE
050400     END-IF.
050500     MOVE SPACES TO CLOSE-LINE.
050600     WRITE CLOSE-LINE.
050700 2000-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*    2100-FIND-PAYNET-ACCOUNT                                   *
051200*    THE PAYNET SOURCE'S ACCOUNT FROM THE GLMAP PARAMETER FILE. *
051300*    THE CASH ACCOUNT CANNOT BE PROVED WITHOUT IT.              *
051400*****************************************************************
051500 2100-FIND-PAYNET-ACCOUNT.
051600     OPEN INPUT GL-MAP-FILE.
051700     IF GL-MAP-STATUS NOT = "35"
051800         PERFORM 2150-READ-ONE-MAPPING THRU 2150-EXIT
051900             UNTIL GL-MAP-EOF OR CLS-PAYNET-FOUND
052000         CLOSE GL-MAP-FILE
052100     END-IF.
052200     IF NOT CLS-PAYNET-FOUND
052300         MOVE "*** NO GLMAP ACCOUNT FOR PAYNET - PERIOD NOT "
052400           & "CLOSED ***" TO CLS-MSG-TEXT
052500         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
052600     END-IF.
052700 2100-EXIT.
052800     EXIT.
052900
053000 2150-READ-ONE-MAPPING.
053100     READ GL-MAP-FILE
053200         AT END
053300             SET GL-MAP-EOF TO TRUE
053400             GO TO 2150-EXIT
053500     END-READ.
053600     IF GMAP-SOURCE = "PAYNET  "
053700         MOVE GMAP-ACCOUNT TO CLS-PAYNET-ACCOUNT
053800         SET CLS-PAYNET-FOUND TO TRUE
053900     END-IF.
054000 2150-EXIT.
054100     EXIT.
054200
054300*****************************************************************
054400*    2200-ADD-UP-BANK-FILES                                     *
054500*    THE BANKPAY NET-PAY HASH LOGGED WITH EACH NIGHT'S JOURNAL  *
054600*    IN THE PERIOD.  THE LOG IS KEYED BY BUSINESS DATE, SO THE  *
054700*    MONTH IS ONE RUN OF RECORDS FROM ITS FIRST DAY.            *
054800*****************************************************************
054900 2200-ADD-UP-BANK-FILES.
055000     OPEN INPUT GL-JOURNAL-LOG.
055100     IF GL-JLOG-STATUS = "35"
055200         GO TO 2200-EXIT
055300     END-IF.
055400     MOVE CLS-PERIOD TO GJLG-BUSINESS-DATE(1:6).
055500     MOVE "01" TO GJLG-BUSINESS-DATE(7:2).
055600     START GL-JOURNAL-LOG KEY IS NOT LESS THAN GJLG-BUSINESS-DATE
055700         INVALID KEY
055800             SET GL-JLOG-EOF TO TRUE
055900     END-START.
056000     PERFORM 2250-ADD-ONE-NIGHT THRU 2250-EXIT
056100         UNTIL GL-JLOG-EOF.
056200     CLOSE GL-JOURNAL-LOG.
056300 2200-EXIT.
056400     EXIT.
056500
056600 2250-ADD-ONE-NIGHT.
056700     READ GL-JOURNAL-LOG NEXT RECORD
056800         AT END
056900             SET GL-JLOG-EOF TO TRUE
057000             GO TO 2250-EXIT
057100     END-READ.
057200     IF GJLG-BUSINESS-DATE(1:6) NOT = CLS-PERIOD
057300         SET GL-JLOG-EOF TO TRUE
057400         GO TO 2250-EXIT
057500     END-IF.
057600     ADD 1 TO CLS-NIGHTS-LOGGED.
057700     IF GJLG-BANKPAY-DATE NOT = ZERO
057800         ADD 1 TO CLS-NIGHTS-WITH-BANK
057900         ADD GJLG-BANKPAY-COUNT TO CLS-BANKPAY-ITEMS
058000         ADD GJLG-BANKPAY-HASH TO CLS-BANKPAY-TOTAL
058100     END-IF.
058200 2250-EXIT.
058300     EXIT.
058400
058500*****************************************************************
058600*    2300-ADD-UP-BANK-RETURNS                                   *
058700*    THE BANK RETURNS REVERSED IN THE PERIOD, WHICH GLPOST      *
058800*    POSTED BACK TO PAYNET AS DEBITS.                           *
058900*****************************************************************
059000 2300-ADD-UP-BANK-RETURNS.
059100     OPEN INPUT BANK-REVERSALS.
059200     IF BANK-REV-STATUS = "35"
059300         GO TO 2300-EXIT
059400     END-IF.
059500     PERFORM 2350-ADD-ONE-RETURN THRU 2350-EXIT
059600         UNTIL BANK-REV-EOF.
059700     CLOSE BANK-REVERSALS.
059800 2300-EXIT.
059900     EXIT.
060000
060100 2350-ADD-ONE-RETURN.
060200     READ BANK-REVERSALS
060300         AT END
060400             SET BANK-REV-EOF TO TRUE
060500             GO TO 2350-EXIT
060600     END-READ.
060700     IF BREV-RETURN-DATE(1:6) NOT = CLS-PERIOD
060800         GO TO 2350-EXIT
060900     END-IF.
061000     ADD 1 TO CLS-BANKREV-ITEMS.
061100     ADD BREV-AMOUNT TO CLS-BANKREV-TOTAL.
061200 2350-EXIT.
061300     EXIT.
061400
061500*****************************************************************
061600*    3000-COLLECT-ACCOUNTS                                      *
061700*    EVERY ACCOUNT WITH A BALANCE RECORD FOR THE PERIOD.  THE   *
061800*    ROLL FORWARD READS AND WRITES BY KEY, SO THE LIST IS TAKEN *
061900*    FIRST RATHER THAN WHILE BROWSING THE FILE.                 *
062000*****************************************************************
062100 3000-COLLECT-ACCOUNTS.
062200     MOVE LOW-VALUES TO GLB-KEY.
062300     START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
062400         INVALID KEY
062500             SET GL-BAL-EOF TO TRUE
062600     END-START.
062700     PERFORM 3100-COLLECT-ONE-BALANCE THRU 3100-EXIT
062800         UNTIL GL-BAL-EOF OR CLS-REFUSED.
062900 3000-EXIT.
063000     EXIT.
063100
063200 3100-COLLECT-ONE-BALANCE.
063300     READ GL-BALANCES NEXT RECORD
063400         AT END
063500             SET GL-BAL-EOF TO TRUE
063600             GO TO 3100-EXIT
063700     END-READ.
063800     IF GLB-PERIOD NOT = CLS-PERIOD
063900         GO TO 3100-EXIT
064000     END-IF.
064100     ADD 1 TO CLS-BAL-READ-COUNT.
064200     IF CLS-ACCT-COUNT NOT < CLS-MAX-ACCOUNTS
064300         MOVE "*** MORE ACCOUNTS THAN THE CLOSE TABLE HOLDS - "
064400           & "PERIOD NOT CLOSED ***" TO CLS-MSG-TEXT
064500         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
064600         GO TO 3100-EXIT
064700     END-IF.
064800     ADD 1 TO CLS-ACCT-COUNT.
064900     SET ACCT-IDX TO CLS-ACCT-COUNT.
065000     MOVE GLB-ACCOUNT TO CLS-ACCOUNT(ACCT-IDX).
065100 3100-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500*    4000-CLOSE-ONE-ACCOUNT                                     *
065600*    MARKS THE ACCOUNT'S PERIOD RECORD CLOSED AND OPENS ITS     *
065700*    NEXT-PERIOD RECORD AT THE CLOSING BALANCE.  A NEXT-PERIOD  *
065800*    RECORD GLUPDT ALREADY STARTED KEEPS ITS MOVEMENT AND HAS   *
065900*    ITS CLOSING BALANCE WORKED OUT AGAIN FROM THE NEW OPENING. *
066000*****************************************************************
066100 4000-CLOSE-ONE-ACCOUNT.
066200     MOVE CLS-ACCOUNT(ACCT-IDX) TO GLB-ACCOUNT.
066300     MOVE CLS-PERIOD TO GLB-PERIOD.
066400     READ GL-BALANCES
066500         INVALID KEY
066600             DISPLAY "*** BALANCE FOR ACCOUNT " GLB-ACCOUNT
066700                     " NOT FOUND, STATUS " GL-BAL-STATUS " ***"
066800             ADD 1 TO CLS-FAILED-COUNT
066900             GO TO 4000-EXIT
067000     END-READ.
067100     MOVE GLB-CLOSING-BAL TO CLS-CARRIED-BAL.
067200     ADD GLB-CLOSING-BAL TO CLS-TOT-CLOSING.
067300     SET GLB-PERIOD-CLOSED TO TRUE.
067400     REWRITE GL-BALANCE-RECORD
067500         INVALID KEY
067600             DISPLAY "*** BALANCE FOR ACCOUNT " GLB-ACCOUNT
067700                     " NOT CLOSED, STATUS " GL-BAL-STATUS " ***"
067800             ADD 1 TO CLS-FAILED-COUNT
067900             GO TO 4000-EXIT
068000     END-REWRITE.
068100     ADD 1 TO CLS-CLOSED-COUNT.
068200     MOVE CLS-ACCOUNT(ACCT-IDX) TO GLB-ACCOUNT.
068300     MOVE CLS-NEXT-PERIOD TO GLB-PERIOD.
068400     READ GL-BALANCES
068500         INVALID KEY
068600             GO TO 4000-CREATE
068700     END-READ.
068800     MOVE CLS-CARRIED-BAL TO GLB-OPENING-BAL.
068900     COMPUTE GLB-CLOSING-BAL = GLB-OPENING-BAL + GLB-PERIOD-DEBITS
069000             - GLB-PERIOD-CREDITS.
069100     REWRITE GL-BALANCE-RECORD
069200         INVALID KEY
069300             DISPLAY "*** NEXT BALANCE FOR ACCOUNT " GLB-ACCOUNT
069400                     " NOT UPDATED, STATUS " GL-BAL-STATUS " ***"
069500             ADD 1 TO CLS-FAILED-COUNT
069600             GO TO 4000-EXIT
069700     END-REWRITE.
069800     ADD 1 TO CLS-NEXT-UPDATED-COUNT.
069900     MOVE "OPENING UPDATED" TO CLS-DTL-ACTION.
070000     GO TO 4000-WRITE.
070100 4000-CREATE.
070200     MOVE CLS-ACCOUNT(ACCT-IDX) TO GLB-ACCOUNT.
070300     MOVE CLS-NEXT-PERIOD TO GLB-PERIOD.
070400     MOVE CLS-CARRIED-BAL TO GLB-OPENING-BAL GLB-CLOSING-BAL.
070500     MOVE ZERO TO GLB-PERIOD-DEBITS GLB-PERIOD-CREDITS
070600                  GLB-LAST-POST-DATE.
070700     SET GLB-PERIOD-OPEN TO TRUE.
070800     WRITE GL-BALANCE-RECORD
070900         INVALID KEY
071000             DISPLAY "*** NEXT BALANCE FOR ACCOUNT " GLB-ACCOUNT
071100                     " NOT WRITTEN, STATUS " GL-BAL-STATUS " ***"
071200             ADD 1 TO CLS-FAILED-COUNT
071300             GO TO 4000-EXIT
071400     END-WRITE.
071500     ADD 1 TO CLS-NEXT-CREATED-COUNT.
071600     MOVE "OPENED" TO CLS-DTL-ACTION.
071700 4000-WRITE.
071800     IF CLS-LINE-COUNT NOT < CLS-LINES-PER-PAGE
071900         PERFORM 7900-START-NEW-PAGE THRU 7900-EXIT
072000     END-IF.
072100     MOVE CLS-ACCOUNT(ACCT-IDX) TO CLS-DTL-ACCOUNT.
072200     MOVE CLS-CARRIED-BAL TO CLS-DTL-CLOSING.
072300     MOVE CLS-NEXT-PERIOD TO CLS-DTL-NEXT-PERIOD.
072400     MOVE CLS-DETAIL-LINE TO CLOSE-LINE.
072500     WRITE CLOSE-LINE.
072600     ADD 1 TO CLS-LINE-COUNT.
072700 4000-EXIT.
072800     EXIT.
072900
073000*****************************************************************
073100*    5000-LOCK-PERIOD                                           *
073200*    REWRITES GLPCTL WITH THE CLOSED PERIOD.  A ROLL FORWARD    *
073300*    THAT FAILED PART WAY LEAVES THE PERIOD OPEN SO THE CLOSE   *
073400*    CAN BE RUN AGAIN ONCE THE FILE IS PUT RIGHT.               *
073500*****************************************************************
073600 5000-LOCK-PERIOD.
073700     IF CLS-FAILED-COUNT > ZERO
073800         MOVE "*** ROLL FORWARD FAILED - PERIOD LEFT OPEN ***"
073900             TO CLS-MSG-TEXT
074000         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
074100         GO TO 5000-EXIT
074200     END-IF.
074300     OPEN OUTPUT GL-PERIOD-CONTROL.
074311     IF GL-PCTL-STATUS NOT = "00"
074322         DISPLAY "*** GLPCTL NOT OPENED, STATUS " GL-PCTL-STATUS
074333                 " ***"
074344         MOVE "*** GLPCTL NOT WRITTEN - PERIOD LEFT OPEN ***"
074355             TO CLS-MSG-TEXT
074366         PERFORM 1900-REFUSE-PERIOD THRU 1900-EXIT
074377         GO TO 5000-EXIT
074388     END-IF.
074400     MOVE CLS-PERIOD TO GPCT-LAST-CLOSED-PERIOD.
074500     MOVE CLS-BUSINESS-DATE TO GPCT-CLOSED-DATE.
074600     MOVE CLS-RUN-NUMBER TO GPCT-CLOSED-RUN-NUMBER.
074700     WRITE GL-PERIOD-CONTROL-RECORD.
074800     CLOSE GL-PERIOD-CONTROL.
074900     MOVE SPACES TO CLOSE-LINE.
075000     WRITE CLOSE-LINE.
075100     MOVE "PERIOD CLOSED AND BALANCES CARRIED FORWARD"
075200         TO CLS-MSG-TEXT.
075300     MOVE CLS-MESSAGE-LINE TO CLOSE-LINE.
075400     WRITE CLOSE-LINE.
075500 5000-EXIT.
075600     EXIT.
075700
075800*****************************************************************
075900*    6000-WRITE-CONTROL-TOTALS                                  *
076000*****************************************************************
076100 6000-WRITE-CONTROL-TOTALS.
076200     MOVE SPACES TO CLOSE-LINE.
076300     WRITE CLOSE-LINE.
076400     MOVE "NIGHTS ON THE JOURNAL LOG:" TO CLS-CNT-LABEL.
076500     MOVE CLS-NIGHTS-LOGGED TO CLS-CNT-VALUE.
076600     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
076700     MOVE "NIGHTS WITH A BANK FILE:" TO CLS-CNT-LABEL.
076800     MOVE CLS-NIGHTS-WITH-BANK TO CLS-CNT-VALUE.
076900     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
077000     MOVE "BANK RETURNS IN THE PERIOD:" TO CLS-CNT-LABEL.
077100     MOVE CLS-BANKREV-ITEMS TO CLS-CNT-VALUE.
077200     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
077300     MOVE "ACCOUNTS CLOSED:" TO CLS-CNT-LABEL.
077400     MOVE CLS-CLOSED-COUNT TO CLS-CNT-VALUE.
077500     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
077600     MOVE "NEXT-PERIOD OPENINGS UPDATED:" TO CLS-CNT-LABEL.
077700     MOVE CLS-NEXT-UPDATED-COUNT TO CLS-CNT-VALUE.
077800     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
077900     MOVE "NEXT-PERIOD BALANCES OPENED:" TO CLS-CNT-LABEL.
078000     MOVE CLS-NEXT-CREATED-COUNT TO CLS-CNT-VALUE.
078100     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
078200     MOVE "ACCOUNTS FAILED:" TO CLS-CNT-LABEL.
078300     MOVE CLS-FAILED-COUNT TO CLS-CNT-VALUE.
078400     PERFORM 7200-WRITE-COUNT-LINE THRU 7200-EXIT.
078500     MOVE "TOTAL CLOSING BALANCE" TO CLS-PRF-LABEL.
078600     MOVE CLS-TOT-CLOSING TO CLS-PRF-AMOUNT.
078700     PERFORM 7100-WRITE-PROOF-LINE THRU 7100-EXIT.
078800 6000-EXIT.
078900     EXIT.
079000
079100 7100-WRITE-PROOF-LINE.
079200     MOVE CLS-PROOF-LINE TO CLOSE-LINE.
079300     WRITE CLOSE-LINE.
079400 7100-EXIT.
079500     EXIT.
079600
079700 7200-WRITE-COUNT-LINE.
079800     MOVE CLS-COUNT-LINE TO CLOSE-LINE.
079900     WRITE CLOSE-LINE.
080000 7200-EXIT.
080100     EXIT.
080200
080300*****************************************************************
080400*    7900-START-NEW-PAGE                                        *
080500*****************************************************************
080600 7900-START-NEW-PAGE.
080700     ADD 1 TO CLS-PAGE-COUNT.
080800     MOVE CLS-PAGE-COUNT TO CLS-HDG-PAGE.
080900     MOVE CLS-PERIOD TO CLS-HDG-PERIOD.
081000     MOVE CLS-BUSINESS-DATE TO CLS-HDG-DATE.
081100     MOVE CLS-RUN-NUMBER TO CLS-HDG-RUN.
081200     MOVE CLS-HDG-1 TO CLOSE-LINE.
081300     WRITE CLOSE-LINE.
081400     MOVE CLS-HDG-2 TO CLOSE-LINE.
081500     WRITE CLOSE-LINE.
081600     MOVE ZERO TO CLS-LINE-COUNT.
081700 7900-EXIT.
081800     EXIT.
081900
082000*****************************************************************
082100*    9999-TERMINATE                                             *
082200*****************************************************************
082300 9999-TERMINATE.
082400     IF GL-BAL-OPEN
082500         CLOSE GL-BALANCES
082600     END-IF.
082700     CLOSE CLOSE-REPORT.
082800     DISPLAY "PERIOD:                " CLS-PERIOD.
082900     DISPLAY "ACCOUNTS CLOSED:       " CLS-CLOSED-COUNT.
083000     DISPLAY "PAYNET CREDITS:        " CLS-PAYNET-CREDITS.
083100     DISPLAY "BANKPAY HASH TOTALS:   " CLS-BANKPAY-TOTAL.
083200     IF CLS-REFUSED
083300         DISPLAY "*** PERIOD " CLS-PERIOD " NOT CLOSED ***"
083400         MOVE 16 TO RETURN-CODE
083500     END-IF.
083600     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
083700 9999-EXIT.
083800     EXIT.
083900
084000*****************************************************************
084100*    9900-WRITE-RUN-STATISTICS                                  *
084200*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
084300*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
084400*****************************************************************
084500 9900-WRITE-RUN-STATISTICS.
084600     OPEN EXTEND RUN-HISTORY.
084700     IF RUN-HIST-STATUS = "35" OR "05"
084800         OPEN OUTPUT RUN-HISTORY
084900         CLOSE RUN-HISTORY
085000         OPEN EXTEND RUN-HISTORY
085100     END-IF.
085200     MOVE "GLCLOSE " TO RSTAT-PROGRAM.
085300     MOVE CLS-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
085400     MOVE CLS-RUN-NUMBER TO RSTAT-RUN-NUMBER.
085500     MOVE STAT-START-DATE TO RSTAT-START-DATE.
085600     MOVE STAT-START-TIME TO RSTAT-START-TIME.
085700     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
085800     ACCEPT STAT-END-TIME FROM TIME.
085900     MOVE STAT-END-DATE TO RSTAT-END-DATE.
086000     MOVE STAT-END-TIME TO RSTAT-END-TIME.
086100     MOVE CLS-BAL-READ-COUNT TO RSTAT-READ-COUNT.
086200     MOVE CLS-CLOSED-COUNT TO RSTAT-WRITTEN-COUNT.
086300     MOVE CLS-FAILED-COUNT TO RSTAT-REJECT-COUNT.
086350     MOVE SPACE TO RSTAT-RESTART-FLAG.
086400     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
086500     WRITE RUN-STAT-RECORD.
086600     CLOSE RUN-HISTORY.
086700 9900-EXIT.
086800     EXIT.
086900
087000 END PROGRAM GLCLOSE.
