000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  GLTRIAL                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / GENERAL LEDGER                   *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  GENERAL LEDGER TRIAL BALANCE.  PRINTS ONE   *
001000*                   LINE PER ACCOUNT ON THE GLMAP PARAMETER     *
001100*                   FILE, IN ACCOUNT ORDER, WITH THE OPENING    *
001200*                   BALANCE, PERIOD DEBITS, PERIOD CREDITS AND  *
001300*                   CLOSING BALANCE FOR ONE PERIOD FROM THE     *
001400*                   GLBAL BALANCE FILE (GLBALR COPYBOOK).  AN   *
001500*                   ACCOUNT SEVERAL SOURCES SHARE IS PRINTED    *
001600*                   ONCE, UNDER ITS FIRST SOURCE.  AN ACCOUNT   *
001700*                   WITH NO MOVEMENT IN THE PERIOD SHOWS THE    *
001800*                   PRIOR PERIOD'S CLOSING BALANCE.  BALANCES   *
001900*                   ON GLBAL FOR THE PERIOD UNDER AN ACCOUNT NO *
002000*                   LONGER ON GLMAP ARE PRINTED AFTER THEM SO   *
002100*                   THE REPORT STILL ADDS UP TO THE LEDGER.     *
002200*                                                               *
002300*                   THE PERIOD (CCYYMM) COMES FROM COLUMNS 1-6  *
002400*                   OF THE OPTIONAL TBPARM FILE.  WITHOUT ONE   *
002500*                   IT IS THE FIRST PERIOD NOT YET CLOSED ON    *
002600*                   GLPCTL (GLPCTLR COPYBOOK) - THE MONTH-END   *
002700*                   VIEW BEFORE GLCLOSE RUNS - OR THE BUSINESS  *
002800*                   DATE'S MONTH WHEN NONE HAS BEEN CLOSED.     *
002900*                   THE HEADING SHOWS WHETHER THE PERIOD IS     *
003000*                   OPEN OR CLOSED.                             *
003100*                                                               *
003200*                   DEBITS MUST EQUAL CREDITS AND THE CLOSING   *
003300*                   BALANCES MUST NET TO ZERO; A TRIAL BALANCE  *
003400*                   THAT DOES NOT ENDS WITH RETURN CODE 16.     *
003500*                                                               *
003600*    MODIFICATION HISTORY                                       *
003700*    DATE       INIT  DESCRIPTION                                *
003800*    10/14/26   FT    ORIGINAL VERSION.                          *
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. GLTRIAL.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT GL-MAP-FILE       ASSIGN TO "GLMAP"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS GL-MAP-STATUS.
004800
004900     SELECT GL-BALANCES       ASSIGN TO "GLBAL"
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS DYNAMIC
005200            RECORD KEY IS GLB-KEY
005300            FILE STATUS IS GL-BAL-STATUS.
005400
005500     SELECT GL-PERIOD-CONTROL ASSIGN TO "GLPCTL"
005600            ORGANIZATION IS LINE SEQUENTIAL
005700            FILE STATUS IS GL-PCTL-STATUS.
005800
005900     SELECT TRIAL-PARM-FILE   ASSIGN TO "TBPARM"
006000            ORGANIZATION IS LINE SEQUENTIAL
006100            FILE STATUS IS TRIAL-PARM-STATUS.
006200
006300     SELECT TRIAL-REPORT      ASSIGN TO "TBRPT"
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
007600 FD  GL-MAP-FILE
007700     RECORDING MODE IS F.
007800 01  GL-MAP-RECORD.
007900     02  GMAP-SOURCE                 PIC X(08).
008000     02  GMAP-ACCOUNT                PIC 9(06).
008100
008200 FD  GL-BALANCES.
008300     COPY GLBALR.
008400
008500 FD  GL-PERIOD-CONTROL
008600     RECORDING MODE IS F.
008700     COPY GLPCTLR.
008800
008900 FD  TRIAL-PARM-FILE
009000     RECORDING MODE IS F.
009100 01  TRIAL-PARM-RECORD.
009200     02  TPRM-PERIOD                 PIC X(06).
009300
009400 FD  TRIAL-REPORT
009500     RECORDING MODE IS F.
009600 01  TRIAL-LINE                      PIC X(132).
009700
009800 FD  RUN-CONTROL
009900     RECORDING MODE IS F.
010000     COPY RUNCTL.
010100
010200 FD  RUN-HISTORY
010300     RECORDING MODE IS F.
010400     COPY RUNSTAT.
010500
010600 WORKING-STORAGE SECTION.
010700 01  GL-MAP-STATUS                   PIC X(02).
010800 01  GL-BAL-STATUS                   PIC X(02).
010900 01  GL-PCTL-STATUS                  PIC X(02).
011000 01  TRIAL-PARM-STATUS               PIC X(02).
011100 01  RUN-CTL-STATUS                  PIC X(02).
011200 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
011300     88  RUN-CTL-AVAILABLE                    VALUE "Y".
011400     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
011500 01  GL-MAP-EOF-SW                   PIC X(01) VALUE "N".
011600     88  GL-MAP-EOF                           VALUE "Y".
011700 01  GL-BAL-AVAILABLE-SW             PIC X(01) VALUE "Y".
011800     88  GL-BAL-AVAILABLE                     VALUE "Y".
011900     88  GL-BAL-NOT-AVAILABLE                 VALUE "N".
012000 01  GL-BAL-EOF-SW                   PIC X(01) VALUE "N".
012100     88  GL-BAL-EOF                           VALUE "Y".
012200 01  GL-PCTL-AVAILABLE-SW            PIC X(01) VALUE "N".
012300     88  GL-PCTL-AVAILABLE                    VALUE "Y".
012400 01  TRB-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
012500 01  TRB-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
012600 01  TRB-LAST-CLOSED-PERIOD          PIC 9(06) VALUE ZERO.
012700*    THE PERIOD REPORTED, AND THE ONE BEFORE IT FOR AN ACCOUNT  *
012800*    WITH NO BALANCE RECORD OF ITS OWN IN THE PERIOD.           *
012900 01  TRB-PERIOD.
013000     02  TRB-PERIOD-CCYY             PIC 9(04).
013100     02  TRB-PERIOD-MM               PIC 9(02).
013200 01  TRB-PRIOR-PERIOD.
013300     02  TRB-PRIOR-CCYY              PIC 9(04).
013400     02  TRB-PRIOR-MM                PIC 9(02).
013500 01  CURRENT-DATE-FIELDS.
013600     02  CURRENT-CCYY                PIC 9(04).
013700     02  CURRENT-MM                  PIC 9(02).
013800     02  CURRENT-DD                  PIC 9(02).
013900*    RUN-STATISTICS WORK AREAS.                                 *
014000 01  RUN-HIST-STATUS                 PIC X(02).
014100 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
014200 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
014300 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
014400 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
014500
014600*    ONE ENTRY PER DISTINCT GLMAP ACCOUNT, KEPT IN ACCOUNT      *
014700*    ORDER AS ENTRIES ARE ADDED.  GLMAP HOLDS AT MOST 50 ROWS.  *
014800 01  TRB-ACCOUNT-TABLE.
014900     02  TRB-ACCT-COUNT              PIC 9(02) VALUE ZERO.
015000     02  TRB-ACCT-ENTRY OCCURS 50 TIMES
015100                        INDEXED BY ACCT-IDX.
015200         03  TRB-ACCOUNT             PIC 9(06).
015300         03  TRB-SOURCE              PIC X(08).
015400 01  TRB-MAX-ACCOUNTS                PIC 9(02) VALUE 50.
015500 01  TRB-SUB                         PIC 9(02) VALUE ZERO.
015600 01  TRB-SHIFT-DONE-SW               PIC X(01) VALUE "N".
015700     88  TRB-SHIFT-DONE                       VALUE "Y".
015800     88  TRB-SHIFT-NOT-DONE                   VALUE "N".
015900
016000*    ONE ACCOUNT'S FIGURES FOR THE LINE BEING PRINTED.          *
016100 01  TRB-LINE-ACCOUNT                PIC 9(06) VALUE ZERO.
016200 01  TRB-LINE-SOURCE                 PIC X(12) VALUE SPACES.
016300 01  TRB-LINE-OPENING                PIC S9(11)V99 VALUE ZERO.
016400 01  TRB-LINE-DEBITS                 PIC 9(11)V99 VALUE ZERO.
016500 01  TRB-LINE-CREDITS                PIC 9(11)V99 VALUE ZERO.
016600 01  TRB-LINE-CLOSING                PIC S9(11)V99 VALUE ZERO.
016700
016800*    REPORT TOTALS AND CONTROL COUNTS.                          *
016900 01  TRB-TOT-OPENING                 PIC S9(11)V99 VALUE ZERO.
017000 01  TRB-TOT-DEBITS                  PIC 9(11)V99 VALUE ZERO.
017100 01  TRB-TOT-CREDITS                 PIC 9(11)V99 VALUE ZERO.
017200 01  TRB-TOT-CLOSING                 PIC S9(11)V99 VALUE ZERO.
017300 01  TRB-MAP-READ-COUNT              PIC 9(05) VALUE ZERO.
017400 01  TRB-BAL-READ-COUNT              PIC 9(07) VALUE ZERO.
017500 01  TRB-LINE-WRITTEN-COUNT          PIC 9(05) VALUE ZERO.
017600 01  TRB-UNMAPPED-COUNT              PIC 9(05) VALUE ZERO.
017700 01  TRB-OVERFLOW-COUNT              PIC 9(05) VALUE ZERO.
017800 01  TRB-OUT-OF-BALANCE-SW           PIC X(01) VALUE "N".
017900     88  TRB-OUT-OF-BALANCE                   VALUE "Y".
018000 01  TRB-LINE-COUNT                  PIC 9(03) VALUE ZERO.
018100 01  TRB-LINES-PER-PAGE              PIC 9(03) VALUE 55.
018200 01  TRB-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
018300
018400*    TRIAL BALANCE REPORT LINES.                                *
018500 01  TRB-HDG-1.
018600     02  FILLER PIC X(30) VALUE "GL TRIAL BALANCE".
018700     02  FILLER PIC X(08) VALUE "PERIOD".
018800     02  TRB-HDG-PERIOD              PIC 9(06).
018900     02  FILLER PIC X(02) VALUE SPACES.
019000     02  TRB-HDG-STATUS              PIC X(06).
019100     02  FILLER PIC X(04) VALUE SPACES.
019200     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
019300     02  TRB-HDG-DATE                PIC 9(08).
019400     02  FILLER PIC X(06) VALUE "  RUN".
019500     02  TRB-HDG-RUN                 PIC 9(05).
019600     02  FILLER PIC X(31) VALUE SPACES.
019700     02  FILLER PIC X(05) VALUE "PAGE".
019800     02  TRB-HDG-PAGE                PIC ZZZZ9.
019900     02  FILLER PIC X(01) VALUE SPACES.
020000 01  TRB-HDG-2.
020100     02  FILLER PIC X(10) VALUE "ACCOUNT".
020200     02  FILLER PIC X(17) VALUE "SOURCE".
020300     02  FILLER PIC X(21) VALUE "    OPENING BALANCE".
020400     02  FILLER PIC X(19) VALUE "    PERIOD DEBITS".
020500     02  FILLER PIC X(19) VALUE "   PERIOD CREDITS".
020600     02  FILLER PIC X(46) VALUE "    CLOSING BALANCE".
020700 01  TRB-DETAIL-LINE.
020800     02  TRB-DTL-ACCOUNT             PIC X(06).
020900     02  FILLER                      PIC X(04) VALUE SPACES.
021000     02  TRB-DTL-SOURCE              PIC X(12).
021100     02  FILLER                      PIC X(02) VALUE SPACES.
021200     02  TRB-DTL-OPENING             PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
021300     02  FILLER                      PIC X(02) VALUE SPACES.
021400     02  TRB-DTL-DEBITS              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021500     02  FILLER                      PIC X(02) VALUE SPACES.
021600     02  TRB-DTL-CREDITS             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
021700     02  FILLER                      PIC X(02) VALUE SPACES.
021800     02  TRB-DTL-CLOSING             PIC ZZ,ZZZ,ZZZ,ZZ9.99CR.
021900     02  FILLER                      PIC X(30) VALUE SPACES.
022000 01  TRB-COUNT-LINE.
022100     02  TRB-CNT-LABEL               PIC X(36).
022200     02  TRB-CNT-VALUE               PIC ZZZZ9.
022300     02  FILLER                      PIC X(91) VALUE SPACES.
022400 01  TRB-MESSAGE-LINE.
022500     02  TRB-MSG-TEXT                PIC X(80).
022600     02  FILLER                      PIC X(52) VALUE SPACES.
022700
022800 PROCEDURE DIVISION.
022900
023000*****************************************************************
023100*    0000-MAINLINE                                              *
023200*****************************************************************
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     PERFORM 2000-WRITE-ONE-ACCOUNT THRU 2000-EXIT
023600         VARYING ACCT-IDX FROM 1 BY 1
023700         UNTIL ACCT-IDX > TRB-ACCT-COUNT.
023800     PERFORM 3000-WRITE-UNMAPPED THRU 3000-EXIT.
023900     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
024000     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
024100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
024200     STOP RUN.
024300
024400*****************************************************************
024500*    1000-INITIALIZE                                            *
024600*    NO BALANCE FILE MEANS NO JOURNAL HAS BEEN APPLIED YET -    *
024700*    EVERY ACCOUNT PRINTS AT ZERO.                              *
024800*****************************************************************
024900 1000-INITIALIZE.
025000     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
025100     ACCEPT STAT-START-TIME FROM TIME.
025200     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
025300     PERFORM 1100-CHOOSE-PERIOD THRU 1100-EXIT.
025400     MOVE TRB-PERIOD TO TRB-PRIOR-PERIOD.
025500     IF TRB-PRIOR-MM = 1
025600         SUBTRACT 1 FROM TRB-PRIOR-CCYY
025700         MOVE 12 TO TRB-PRIOR-MM
025800     ELSE
025900         SUBTRACT 1 FROM TRB-PRIOR-MM
026000     END-IF.
026100     PERFORM 1200-LOAD-ACCOUNT-MAP THRU 1200-EXIT.
026200     OPEN OUTPUT TRIAL-REPORT.
026300     PERFORM 4900-START-NEW-PAGE THRU 4900-EXIT.
026400     OPEN INPUT GL-BALANCES.
026500     IF GL-BAL-STATUS = "35"
026600         DISPLAY "NO GL BALANCE FILE - ALL BALANCES ARE ZERO"
026700         SET GL-BAL-NOT-AVAILABLE TO TRUE
026800     END-IF.
026900 1000-EXIT.
027000     EXIT.
027100
027200*****************************************************************
027300*    1050-GET-BUSINESS-DATE                                     *
027400*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
027500*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
027600*****************************************************************
027700 1050-GET-BUSINESS-DATE.
027800     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
027900     OPEN INPUT RUN-CONTROL.
028000     IF RUN-CTL-STATUS NOT = "35"
028100         READ RUN-CONTROL
028200             NOT AT END
028300                 SET RUN-CTL-AVAILABLE TO TRUE
028400                 MOVE RUN-BUSINESS-DATE TO TRB-BUSINESS-DATE
028500                 MOVE RUN-NUMBER TO TRB-RUN-NUMBER
028600         END-READ
028700         CLOSE RUN-CONTROL
028800     END-IF.
028900     IF RUN-CTL-NOT-AVAILABLE
029000         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
029100         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
029200         MOVE CURRENT-CCYY TO TRB-BUSINESS-DATE(1:4)
029300         MOVE CURRENT-MM TO TRB-BUSINESS-DATE(5:2)
029400         MOVE CURRENT-DD TO TRB-BUSINESS-DATE(7:2)
029500     END-IF.
029600 1050-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000*    1100-CHOOSE-PERIOD                                         *
030100*    THE TBPARM PERIOD WHEN ONE IS GIVEN AND VALID, OTHERWISE   *
030200*    THE PERIOD AFTER THE LAST ONE CLOSED, OTHERWISE THE        *
030300*    BUSINESS DATE'S MONTH.                                     *
030400*****************************************************************
030500 1100-CHOOSE-PERIOD.
030600     MOVE TRB-BUSINESS-DATE(1:6) TO TRB-PERIOD.
030700     OPEN INPUT GL-PERIOD-CONTROL.
030800     IF GL-PCTL-STATUS NOT = "35"
030900         MOVE ZERO TO GL-PERIOD-CONTROL-RECORD
031000         READ GL-PERIOD-CONTROL
031100             NOT AT END
031200                 SET GL-PCTL-AVAILABLE TO TRUE
031300         END-READ
031400         CLOSE GL-PERIOD-CONTROL
031500     END-IF.
031600     IF GL-PCTL-AVAILABLE
031700         MOVE GPCT-LAST-CLOSED-PERIOD TO TRB-LAST-CLOSED-PERIOD
031800         MOVE TRB-LAST-CLOSED-PERIOD TO TRB-PERIOD
031900         IF TRB-PERIOD-MM = 12
032000             ADD 1 TO TRB-PERIOD-CCYY
032100             MOVE 1 TO TRB-PERIOD-MM
032200         ELSE
032300             ADD 1 TO TRB-PERIOD-MM
032400         END-IF
032500     END-IF.
032600     OPEN INPUT TRIAL-PARM-FILE.
032700     IF TRIAL-PARM-STATUS = "35"
032800         GO TO 1100-EXIT
032900     END-IF.
033000     MOVE SPACES TO TRIAL-PARM-RECORD.
033100     READ TRIAL-PARM-FILE
033200         AT END
033300             MOVE SPACES TO TRIAL-PARM-RECORD
033400     END-READ.
033500     CLOSE TRIAL-PARM-FILE.
033600     IF TPRM-PERIOD = SPACES
033700         GO TO 1100-EXIT
033800     END-IF.
033900     IF TPRM-PERIOD IS NUMERIC
034000             AND TPRM-PERIOD(5:2) > "00"
034100             AND TPRM-PERIOD(5:2) < "13"
034200         MOVE TPRM-PERIOD TO TRB-PERIOD
034300     ELSE
034400         DISPLAY "TBPARM PERIOD " TPRM-PERIOD
034500                 " NOT VALID - USING " TRB-PERIOD
034600     END-IF.
034700 1100-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100*    1200-LOAD-ACCOUNT-MAP                                      *
035200*    EACH DISTINCT GLMAP ACCOUNT ONCE, IN ACCOUNT ORDER.  NO    *
035300*    MAP MEANS THERE IS NOTHING TO LIST BY ACCOUNT, WHICH IS A  *
035400*    HARD ERROR; WHATEVER IS ON GLBAL STILL PRINTS.             *
035500*****************************************************************
035600 1200-LOAD-ACCOUNT-MAP.
035700     OPEN INPUT GL-MAP-FILE.
035800     IF GL-MAP-STATUS = "35"
035900         DISPLAY "*** NO GL ACCOUNT MAP FILE ***"
036000         MOVE 16 TO RETURN-CODE
036100         GO TO 1200-EXIT
036200     END-IF.
036300     PERFORM 1250-LOAD-ONE-MAPPING THRU 1250-EXIT
036400         UNTIL GL-MAP-EOF.
036500     CLOSE GL-MAP-FILE.
036600     DISPLAY "GL ACCOUNTS ON THE MAP: " TRB-ACCT-COUNT.
036700 1200-EXIT.
036800     EXIT.
036900
037000 1250-LOAD-ONE-MAPPING.
037100     READ GL-MAP-FILE
037200         AT END
037300             SET GL-MAP-EOF TO TRUE
037400             GO TO 1250-EXIT
037500     END-READ.
037600     ADD 1 TO TRB-MAP-READ-COUNT.
037700     SET ACCT-IDX TO 1.
037800     SEARCH TRB-ACCT-ENTRY
037900         AT END
038000             CONTINUE
038100         WHEN ACCT-IDX > TRB-ACCT-COUNT
038200             CONTINUE
038300         WHEN TRB-ACCOUNT(ACCT-IDX) = GMAP-ACCOUNT
038400             GO TO 1250-EXIT
038500     END-SEARCH.
038600     IF TRB-ACCT-COUNT NOT < TRB-MAX-ACCOUNTS
038700         DISPLAY "*** ACCOUNT TABLE FULL - ACCOUNT " GMAP-ACCOUNT
038800                 " NOT LISTED ***"
038900         ADD 1 TO TRB-OVERFLOW-COUNT
039000         GO TO 1250-EXIT
039100     END-IF.
039200     SET TRB-SHIFT-NOT-DONE TO TRUE.
039300     PERFORM 1300-SHIFT-ONE-ENTRY THRU 1300-EXIT
039400         VARYING TRB-SUB FROM TRB-ACCT-COUNT BY -1
039500         UNTIL TRB-SUB < 1 OR TRB-SHIFT-DONE.
039600     IF TRB-SHIFT-DONE
039700         ADD 2 TO TRB-SUB
039800     ELSE
039900         MOVE 1 TO TRB-SUB
040000     END-IF.
040100     ADD 1 TO TRB-ACCT-COUNT.
040200     SET ACCT-IDX TO TRB-SUB.
040300     MOVE GMAP-ACCOUNT TO TRB-ACCOUNT(ACCT-IDX).
040400     MOVE GMAP-SOURCE TO TRB-SOURCE(ACCT-IDX).
040500 1250-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900*    1300-SHIFT-ONE-ENTRY                                       *
041000*    MOVES AN ENTRY WITH A HIGHER ACCOUNT DOWN ONE PLACE TO     *
041100*    MAKE ROOM; STOPS AT THE FIRST ENTRY WITH A LOWER ONE.      *
041200*****************************************************************
041300 1300-SHIFT-ONE-ENTRY.
041400     IF TRB-ACCOUNT(TRB-SUB) < GMAP-ACCOUNT
041500         SET TRB-SHIFT-DONE TO TRUE
041600         GO TO 1300-EXIT
041700     END-IF.
041800     MOVE TRB-ACCT-ENTRY(TRB-SUB) TO TRB-ACCT-ENTRY(TRB-SUB + 1).
041900 1300-EXIT.
042000     EXIT.
042100
042200*****************************************************************
042300*    2000-WRITE-ONE-ACCOUNT                                     *
042400*    THE ACCOUNT'S BALANCE RECORD FOR THE PERIOD.  WITHOUT ONE  *
042500*    THE ACCOUNT HAD NO MOVEMENT AND STANDS AT THE PRIOR        *
042600*    PERIOD'S CLOSING BALANCE, OR ZERO.                         *
042700*****************************************************************
042800 2000-WRITE-ONE-ACCOUNT.
042900     MOVE TRB-ACCOUNT(ACCT-IDX) TO TRB-LINE-ACCOUNT.
043000     MOVE TRB-SOURCE(ACCT-IDX) TO TRB-LINE-SOURCE.
043100     MOVE ZERO TO TRB-LINE-OPENING TRB-LINE-DEBITS
043200                  TRB-LINE-CREDITS TRB-LINE-CLOSING.
043300     IF GL-BAL-NOT-AVAILABLE
043400         GO TO 2000-WRITE
043500     END-IF.
043600     MOVE TRB-ACCOUNT(ACCT-IDX) TO GLB-ACCOUNT.
043700     MOVE TRB-PERIOD TO GLB-PERIOD.
043800     READ GL-BALANCES
043900         INVALID KEY
044000             GO TO 2000-PRIOR
044100     END-READ.
044200     ADD 1 TO TRB-BAL-READ-COUNT.
044300     MOVE GLB-OPENING-BAL TO TRB-LINE-OPENING.
044400     MOVE GLB-PERIOD-DEBITS TO TRB-LINE-DEBITS.
044500     MOVE GLB-PERIOD-CREDITS TO TRB-LINE-CREDITS.
044600     MOVE GLB-CLOSING-BAL TO TRB-LINE-CLOSING.
044700     GO TO 2000-WRITE.
044800 2000-PRIOR.
044900     MOVE TRB-ACCOUNT(ACCT-IDX) TO GLB-ACCOUNT.
045000     MOVE TRB-PRIOR-PERIOD TO GLB-PERIOD.
045100     READ GL-BALANCES
045200         INVALID KEY
045300             GO TO 2000-WRITE
045400     END-READ.
045500     MOVE GLB-CLOSING-BAL TO TRB-LINE-OPENING TRB-LINE-CLOSING.
045600 2000-WRITE.
045700     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
045800 2000-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200*    3000-WRITE-UNMAPPED                                        *
046300*    ANY BALANCE FOR THE PERIOD UNDER AN ACCOUNT NOT ON GLMAP - *
046400*    A MAPPING CHANGED OR REMOVED AFTER IT WAS POSTED.          *
046500*****************************************************************
046600 3000-WRITE-UNMAPPED.
046700     IF GL-BAL-NOT-AVAILABLE
046800         GO TO 3000-EXIT
046900     END-IF.
047000     MOVE LOW-VALUES TO GLB-KEY.
047100     START GL-BALANCES KEY IS NOT LESS THAN GLB-KEY
047200         INVALID KEY
047300             SET GL-BAL-EOF TO TRUE
047400     END-START.
047500     PERFORM 3100-CHECK-ONE-BALANCE THRU 3100-EXIT
047600         UNTIL GL-BAL-EOF.
047700 3000-EXIT.
047800     EXIT.
047900
048000 3100-CHECK-ONE-BALANCE.
048100     READ GL-BALANCES NEXT RECORD
048200         AT END
048300             SET GL-BAL-EOF TO TRUE
048400             GO TO 3100-EXIT
048500     END-READ.
048600     IF GLB-PERIOD NOT = TRB-PERIOD
048700         GO TO 3100-EXIT
048800     END-IF.
048900     SET ACCT-IDX TO 1.
049000     SEARCH TRB-ACCT-ENTRY
049100         AT END
049200             CONTINUE
049300         WHEN ACCT-IDX > TRB-ACCT-COUNT
049400             CONTINUE
049500         WHEN TRB-ACCOUNT(ACCT-IDX) = GLB-ACCOUNT
049600             GO TO 3100-EXIT
049700     END-SEARCH.
049800     ADD 1 TO TRB-BAL-READ-COUNT.
049900     ADD 1 TO TRB-UNMAPPED-COUNT.
050000     MOVE GLB-ACCOUNT TO TRB-LINE-ACCOUNT.
050100     MOVE "NOT ON GLMAP" TO TRB-LINE-SOURCE.
050200     MOVE GLB-OPENING-BAL TO TRB-LINE-OPENING.
050300     MOVE GLB-PERIOD-DEBITS TO TRB-LINE-DEBITS.
050400     MOVE GLB-PERIOD-CREDITS TO TRB-LINE-CREDITS.
050500     MOVE GLB-CLOSING-BAL TO TRB-LINE-CLOSING.
050600     PERFORM 4100-WRITE-DETAIL-LINE THRU 4100-EXIT.
050700 3100-EXIT.
050800     EXIT.
050900
051000*****************************************************************
051100*    4000-WRITE-TOTALS                                          *
051200*    THE TOTAL LINE AND THE TWO PROOFS - PERIOD DEBITS EQUAL    *
051300*    PERIOD CREDITS, AND THE CLOSING BALANCES NET TO ZERO.      *
051400*****************************************************************
051500 4000-WRITE-TOTALS.
051600     MOVE SPACES TO TRIAL-LINE.
051700     WRITE TRIAL-LINE.
051800     MOVE "TOTAL" TO TRB-DTL-ACCOUNT.
051900     MOVE SPACES TO TRB-DTL-SOURCE.
052000     MOVE TRB-TOT-OPENING TO TRB-DTL-OPENING.
052100     MOVE TRB-TOT-DEBITS TO TRB-DTL-DEBITS.
052200     MOVE TRB-TOT-CREDITS TO TRB-DTL-CREDITS.
052300     MOVE TRB-TOT-CLOSING TO TRB-DTL-CLOSING.
052400     MOVE TRB-DETAIL-LINE TO TRIAL-LINE.
052500     WRITE TRIAL-LINE.
052600     MOVE SPACES TO TRIAL-LINE.
052700     WRITE TRIAL-LINE.
052800     IF TRB-TOT-DEBITS = TRB-TOT-CREDITS
052900         MOVE "PERIOD DEBITS EQUAL PERIOD CREDITS" TO TRB-MSG-TEXT
053000     ELSE
053100         MOVE "*** PERIOD DEBITS DO NOT EQUAL PERIOD CREDITS ***"
053200             TO TRB-MSG-TEXT
053300         SET TRB-OUT-OF-BALANCE TO TRUE
053400     END-IF.
053500     MOVE TRB-MESSAGE-LINE TO TRIAL-LINE.
053600     WRITE TRIAL-LINE.
053700     IF TRB-TOT-CLOSING = ZERO
053800         MOVE "CLOSING BALANCES NET TO ZERO - TRIAL BALANCE IN "
053900           & "BALANCE" TO TRB-MSG-TEXT
054000     ELSE
054100         MOVE "*** CLOSING BALANCES DO NOT NET TO ZERO - TRIAL "
054200           & "BALANCE OUT OF BALANCE ***" TO TRB-MSG-TEXT
054300         SET TRB-OUT-OF-BALANCE TO TRUE
054400     END-IF.
054500     MOVE TRB-MESSAGE-LINE TO TRIAL-LINE.
054600     WRITE TRIAL-LINE.
054700 4000-EXIT.
054800     EXIT.
054900
055000 4100-WRITE-DETAIL-LINE.
055100     IF TRB-LINE-COUNT NOT < TRB-LINES-PER-PAGE
055200         PERFORM 4900-START-NEW-PAGE THRU 4900-EXIT
055300     END-IF.
055400     MOVE TRB-LINE-ACCOUNT TO TRB-DTL-ACCOUNT.
055500     MOVE TRB-LINE-SOURCE TO TRB-DTL-SOURCE.
055600     MOVE TRB-LINE-OPENING TO TRB-DTL-OPENING.
055700     MOVE TRB-LINE-DEBITS TO TRB-DTL-DEBITS.
055800     MOVE TRB-LINE-CREDITS TO TRB-DTL-CREDITS.
055900     MOVE TRB-LINE-CLOSING TO TRB-DTL-CLOSING.
056000     MOVE TRB-DETAIL-LINE TO TRIAL-LINE.
056100     WRITE TRIAL-LINE.
056200     ADD 1 TO TRB-LINE-COUNT.
056300     ADD 1 TO TRB-LINE-WRITTEN-COUNT.
056400     ADD TRB-LINE-OPENING TO TRB-TOT-OPENING.
056500     ADD TRB-LINE-DEBITS TO TRB-TOT-DEBITS.
056600     ADD TRB-LINE-CREDITS TO TRB-TOT-CREDITS.
056700     ADD TRB-LINE-CLOSING TO TRB-TOT-CLOSING.
056800 4100-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200*    4900-START-NEW-PAGE                                        *
057300*****************************************************************
057400 4900-START-NEW-PAGE.
057500     ADD 1 TO TRB-PAGE-COUNT.
057600     MOVE TRB-PAGE-COUNT TO TRB-HDG-PAGE.
057700     MOVE TRB-PERIOD TO TRB-HDG-PERIOD.
057800     IF GL-PCTL-AVAILABLE
057900             AND TRB-PERIOD NOT > TRB-LAST-CLOSED-PERIOD
058000         MOVE "CLOSED" TO TRB-HDG-STATUS
058100     ELSE
058200         MOVE "OPEN" TO TRB-HDG-STATUS
058300     END-IF.
058400     MOVE TRB-BUSINESS-DATE TO TRB-HDG-DATE.
058500     MOVE TRB-RUN-NUMBER TO TRB-HDG-RUN.
058600     MOVE TRB-HDG-1 TO TRIAL-LINE.
058700     WRITE TRIAL-LINE.
058800     MOVE TRB-HDG-2 TO TRIAL-LINE.
058900     WRITE TRIAL-LINE.
059000     MOVE ZERO TO TRB-LINE-COUNT.
059100 4900-EXIT.
059200     EXIT.
059300
059400*****************************************************************
059500*    5000-WRITE-CONTROL-TOTALS                                  *
059600*****************************************************************
059700 5000-WRITE-CONTROL-TOTALS.
059800     MOVE SPACES TO TRIAL-LINE.
059900     WRITE TRIAL-LINE.
060000     MOVE "GLMAP ROWS READ:" TO TRB-CNT-LABEL.
060100     MOVE TRB-MAP-READ-COUNT TO TRB-CNT-VALUE.
060200     MOVE TRB-COUNT-LINE TO TRIAL-LINE.
060300     WRITE TRIAL-LINE.
060400     MOVE "BALANCE RECORDS FOR THE PERIOD:" TO TRB-CNT-LABEL.
060500     MOVE TRB-BAL-READ-COUNT TO TRB-CNT-VALUE.
060600     MOVE TRB-COUNT-LINE TO TRIAL-LINE.
060700     WRITE TRIAL-LINE.
060800     MOVE "ACCOUNT LINES:" TO TRB-CNT-LABEL.
060900     MOVE TRB-LINE-WRITTEN-COUNT TO TRB-CNT-VALUE.
061000     MOVE TRB-COUNT-LINE TO TRIAL-LINE.
061100     WRITE TRIAL-LINE.
061200     MOVE "ACCOUNTS NOT ON GLMAP:" TO TRB-CNT-LABEL.
061300     MOVE TRB-UNMAPPED-COUNT TO TRB-CNT-VALUE.
061400     MOVE TRB-COUNT-LINE TO TRIAL-LINE.
061500     WRITE TRIAL-LINE.
061600     IF TRB-OVERFLOW-COUNT > ZERO
061700         MOVE "*** NOT LISTED - TABLE FULL:" TO TRB-CNT-LABEL
061800         MOVE TRB-OVERFLOW-COUNT TO TRB-CNT-VALUE
061900         MOVE TRB-COUNT-LINE TO TRIAL-LINE
062000         WRITE TRIAL-LINE
062100     END-IF.
062200 5000-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600*    9999-TERMINATE                                             *
062700*    A TRIAL BALANCE THAT DOES NOT BALANCE, OR IS SHORT OF AN   *
062800*    ACCOUNT, ENDS WITH RETURN CODE 16.                         *
062900*****************************************************************
063000 9999-TERMINATE.
063100     IF GL-BAL-AVAILABLE
063200         CLOSE GL-BALANCES
063300     END-IF.
063400     CLOSE TRIAL-REPORT.
063500     DISPLAY "TRIAL BALANCE PERIOD:  " TRB-PERIOD.
063600     DISPLAY "ACCOUNT LINES:         " TRB-LINE-WRITTEN-COUNT.
063700     DISPLAY "PERIOD DEBITS:         " TRB-TOT-DEBITS.
063800     DISPLAY "PERIOD CREDITS:        " TRB-TOT-CREDITS.
063900     IF TRB-OUT-OF-BALANCE
064000         DISPLAY "*** TRIAL BALANCE OUT OF BALANCE ***"
064100         MOVE 16 TO RETURN-CODE
064200     END-IF.
064300     IF TRB-OVERFLOW-COUNT > ZERO
064400         DISPLAY "*** ACCOUNTS NOT LISTED: " TRB-OVERFLOW-COUNT
064500         MOVE 16 TO RETURN-CODE
064600     END-IF.
064700     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
064800 9999-EXIT.
064900     EXIT.
065000
065100*****************************************************************
065200*    9900-WRITE-RUN-STATISTICS                                  *
065300*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
065400*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
065500*****************************************************************
065600 9900-WRITE-RUN-STATISTICS.
065700     OPEN EXTEND RUN-HISTORY.
065800     IF RUN-HIST-STATUS = "35" OR "05"
065900         OPEN OUTPUT RUN-HISTORY
066000         CLOSE RUN-HISTORY
066100         OPEN EXTEND RUN-HISTORY
066200     END-IF.
066300     MOVE "GLTRIAL " TO RSTAT-PROGRAM.
066400     MOVE TRB-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
066500     MOVE TRB-RUN-NUMBER TO RSTAT-RUN-NUMBER.
066600     MOVE STAT-START-DATE TO RSTAT-START-DATE.
066700     MOVE STAT-START-TIME TO RSTAT-START-TIME.
066800     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
066900     ACCEPT STAT-END-TIME FROM TIME.
067000     MOVE STAT-END-DATE TO RSTAT-END-DATE.
067100     MOVE STAT-END-TIME TO RSTAT-END-TIME.
067200     MOVE TRB-BAL-READ-COUNT TO RSTAT-READ-COUNT.
067300     MOVE TRB-LINE-WRITTEN-COUNT TO RSTAT-WRITTEN-COUNT.
067400     MOVE TRB-UNMAPPED-COUNT TO RSTAT-REJECT-COUNT.
067450     MOVE SPACE TO RSTAT-RESTART-FLAG.
067500     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
067600     WRITE RUN-STAT-RECORD.
067700     CLOSE RUN-HISTORY.
067800 9900-EXIT.
067900     EXIT.
068000
068100 END PROGRAM GLTRIAL.
