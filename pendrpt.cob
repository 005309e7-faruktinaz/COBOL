000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  PENDRPT                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  DAILY DUAL-CONTROL REPORT FOR THE PAYROLL   *
001000*                   SUPERVISOR.  LISTS THE PENDQ APPROVAL QUEUE *
001100*                   (PENDREC COPYBOOK) IN THREE PARTS:          *
001200*                                                               *
001300*                   - PENDING    EVERY ITEM STILL WAITING FOR A *
001400*                                CHECKER, OLDEST FIRST;         *
001500*                   - APPROVED   ITEMS APPROVED BUT NOT YET     *
001600*                                APPLIED, AND ITEMS APPLIED OR  *
001700*                                REFUSED AT APPLY TIME TODAY;   *
001800*                   - EXPIRED    ITEMS EXPIRED OR REJECTED      *
001900*                                TODAY.                         *
002000*                                                               *
002100*                   EACH LINE SHOWS THE CHANGE BEFORE AND       *
002200*                   AFTER, WHO KEYED IT AND WHO ANSWERED IT,    *
002300*                   FOLLOWED BY A COUNT FOR EVERY STATUS.       *
002400*                   RUNS AFTER HELLO IN THE NIGHTLY PLAN, WHEN  *
002500*                   EVERY APPROVED ITEM HAS HAD ITS CHANCE TO   *
002600*                   BE APPLIED.                                 *
002700*                                                               *
002800*    MODIFICATION HISTORY                                       *
002900*    DATE       INIT  DESCRIPTION                                *
003000*    10/14/26   FT    ORIGINAL VERSION.                          *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. PENDRPT.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PEND-QUEUE        ASSIGN TO "PENDQ"
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE IS DYNAMIC
004000            RECORD KEY IS PEND-KEY
004100            FILE STATUS IS PEND-Q-STATUS.
004200
004300     SELECT APPROVAL-REPORT   ASSIGN TO "APPRRPT"
004400            ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
004700            ORGANIZATION IS LINE SEQUENTIAL
004800            FILE STATUS IS RUN-CTL-STATUS.
004900
005000     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
005100            ORGANIZATION IS LINE SEQUENTIAL
005200            FILE STATUS IS RUN-HIST-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  PEND-QUEUE.
005700     COPY PENDREC.
005800
005900 FD  APPROVAL-REPORT
006000     RECORDING MODE IS F.
006100 01  APPROVAL-LINE                   PIC X(132).
006200
006300 FD  RUN-CONTROL
006400     RECORDING MODE IS F.
006500     COPY RUNCTL.
006600
006700 FD  RUN-HISTORY
006800     RECORDING MODE IS F.
006900     COPY RUNSTAT.
007000
007100 WORKING-STORAGE SECTION.
007200 01  PEND-Q-STATUS                   PIC X(02).
007300 01  RUN-CTL-STATUS                  PIC X(02).
007400 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
007500     88  RUN-CTL-AVAILABLE                    VALUE "Y".
007600     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
007700 01  PEND-Q-AVAILABLE-SW             PIC X(01) VALUE "Y".
007800     88  PEND-Q-AVAILABLE                     VALUE "Y".
007900     88  PEND-Q-NOT-AVAILABLE                 VALUE "N".
008000 01  PEND-Q-EOF-SW                   PIC X(01) VALUE "N".
008100     88  PEND-Q-EOF                           VALUE "Y".
008200 01  RPT-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
008300 01  RPT-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
008400 01  CURRENT-DATE-FIELDS.
008500     02  CURRENT-CCYY                PIC 9(04).
008600     02  CURRENT-MM                  PIC 9(02).
008700     02  CURRENT-DD                  PIC 9(02).
008800*    RUN-STATISTICS WORK AREAS.                                 *
008900 01  RUN-HIST-STATUS                 PIC X(02).
009000 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
009100 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
009200 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
009300 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
009400
009500*    THE QUEUE IS READ ONCE PER REPORT PART; RPT-PART SAYS      *
009600*    WHICH ITEMS THE CURRENT PASS LISTS.                        *
009700 01  RPT-PART                        PIC 9(01) VALUE ZERO.
009800     88  RPT-PART-PENDING                     VALUE 1.
009900     88  RPT-PART-APPROVED                    VALUE 2.
010000     88  RPT-PART-EXPIRED                     VALUE 3.
010100 01  RPT-LIST-SW                     PIC X(01) VALUE "N".
010200     88  RPT-LIST-ITEM                        VALUE "Y".
010300     88  RPT-SKIP-ITEM                        VALUE "N".
010400 01  RPT-EDIT-SALARY                 PIC ZZ,ZZZ.99.
010500 01  RPT-EDIT-RATE                   PIC Z.999.
010600
010700*    CONTROL COUNTS.                                            *
010800 01  RPT-READ-COUNT                  PIC 9(07) VALUE ZERO.
010900 01  RPT-LISTED-COUNT                PIC 9(05) VALUE ZERO.
011000 01  RPT-PENDING-COUNT               PIC 9(05) VALUE ZERO.
011100 01  RPT-APPROVED-COUNT              PIC 9(05) VALUE ZERO.
011200 01  RPT-APPLIED-COUNT               PIC 9(05) VALUE ZERO.
011300 01  RPT-NOT-APPLIED-COUNT           PIC 9(05) VALUE ZERO.
011400 01  RPT-EXPIRED-COUNT               PIC 9(05) VALUE ZERO.
011500 01  RPT-REJECTED-COUNT              PIC 9(05) VALUE ZERO.
011600 01  RPT-LINE-COUNT                  PIC 9(03) VALUE ZERO.
011700 01  RPT-LINES-PER-PAGE              PIC 9(03) VALUE 55.
011800 01  RPT-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
011900
012000*    APPROVAL REPORT LINES.                                     *
012100 01  RPT-HDG-1.
012200     02  FILLER PIC X(30) VALUE "DUAL-CONTROL APPROVAL REPORT".
012300     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
012400     02  RPT-HDG-DATE                PIC 9(08).
012500     02  FILLER PIC X(06) VALUE "  RUN".
012600     02  RPT-HDG-RUN                 PIC 9(05).
012700     02  FILLER PIC X(56) VALUE SPACES.
012800     02  FILLER PIC X(05) VALUE "PAGE".
012900     02  RPT-HDG-PAGE                PIC ZZZZ9.
013000     02  FILLER PIC X(02) VALUE SPACES.
013100 01  RPT-HDG-2.
013200     02  FILLER PIC X(10) VALUE "QUEUED".
013300     02  FILLER PIC X(06) VALUE "SEQ".
013400     02  FILLER PIC X(08) VALUE "TYPE".
013500     02  FILLER PIC X(20) VALUE "SUBJECT".
013600     02  FILLER PIC X(11) VALUE "BEFORE".
013700     02  FILLER PIC X(12) VALUE "AFTER".
013800     02  FILLER PIC X(09) VALUE "KEYED BY".
013900     02  FILLER PIC X(10) VALUE "ANSWERED".
014000     02  FILLER PIC X(10) VALUE "STATUS".
014100     02  FILLER PIC X(09) VALUE "ON".
014200     02  FILLER PIC X(27) VALUE "REMARK".
014300 01  RPT-PART-LINE.
014400     02  FILLER                      PIC X(04) VALUE "*** ".
014500     02  RPT-PART-TITLE              PIC X(40).
014600     02  FILLER                      PIC X(88) VALUE SPACES.
014700 01  RPT-DETAIL-LINE.
014800     02  RPT-DTL-QUEUE-DATE          PIC 9(08).
014900     02  FILLER                      PIC X(02) VALUE SPACES.
015000     02  RPT-DTL-SEQ                 PIC 9(04).
015100     02  FILLER                      PIC X(02) VALUE SPACES.
015200     02  RPT-DTL-TYPE                PIC X(06).
015300     02  FILLER                      PIC X(02) VALUE SPACES.
015400     02  RPT-DTL-SUBJECT             PIC X(18).
015500     02  FILLER                      PIC X(02) VALUE SPACES.
015600     02  RPT-DTL-BEFORE              PIC X(10).
015700     02  FILLER                      PIC X(01) VALUE SPACES.
015800     02  RPT-DTL-AFTER               PIC X(10).
015900     02  FILLER                      PIC X(02) VALUE SPACES.
016000     02  RPT-DTL-ENTERED-BY          PIC X(08).
016100     02  FILLER                      PIC X(01) VALUE SPACES.
016200     02  RPT-DTL-APPROVED-BY         PIC X(08).
016300     02  FILLER                      PIC X(02) VALUE SPACES.
016400     02  RPT-DTL-STATUS              PIC X(09).
016500     02  FILLER                      PIC X(01) VALUE SPACES.
016600     02  RPT-DTL-STATUS-DATE         PIC X(08).
016700     02  FILLER                      PIC X(01) VALUE SPACES.
016800     02  RPT-DTL-REMARK              PIC X(24).
016900     02  FILLER                      PIC X(03) VALUE SPACES.
017000 01  RPT-SUBJECT-EMP.
017100     02  FILLER                      PIC X(06) VALUE "IDENT ".
017200     02  RPT-SUBJ-IDENT              PIC 9(04).
017300     02  FILLER                      PIC X(01) VALUE SPACES.
017400     02  RPT-SUBJ-HOLD-ACTION        PIC X(07).
017500 01  RPT-SUBJECT-RATE.
017600     02  FILLER                      PIC X(06) VALUE "GRADE ".
017700     02  RPT-SUBJ-GRADE              PIC 9(02).
017800     02  FILLER                      PIC X(02) VALUE SPACES.
017900     02  RPT-SUBJ-EFF-DATE           PIC 9(08).
018000 01  RPT-COUNT-LINE.
018100     02  RPT-CNT-LABEL               PIC X(30).
018200     02  RPT-CNT-VALUE               PIC ZZZZ9.
018300     02  FILLER                      PIC X(97) VALUE SPACES.
018400
018500 PROCEDURE DIVISION.
018600
018700*****************************************************************
018800*    0000-MAINLINE                                              *
018900*****************************************************************
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     IF PEND-Q-AVAILABLE
019300         MOVE "PENDING APPROVAL" TO RPT-PART-TITLE
019400         SET RPT-PART-PENDING TO TRUE
019500         PERFORM 2000-LIST-ONE-PART THRU 2000-EXIT
019600         MOVE "APPROVED - AWAITING OR APPLIED TODAY" TO
019700             RPT-PART-TITLE
019800         SET RPT-PART-APPROVED TO TRUE
019900         PERFORM 2000-LIST-ONE-PART THRU 2000-EXIT
020000         MOVE "EXPIRED OR REJECTED TODAY" TO RPT-PART-TITLE
020100         SET RPT-PART-EXPIRED TO TRUE
020200         PERFORM 2000-LIST-ONE-PART THRU 2000-EXIT
020300     END-IF.
020400     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
020500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
020600     STOP RUN.
020700
020800*****************************************************************
020900*    1000-INITIALIZE                                            *
021000*    NO QUEUE FILE MEANS NOTHING HAS EVER BEEN QUEUED - THE     *
021100*    REPORT STILL GETS ITS HEADINGS AND ZERO TOTALS.            *
021200*****************************************************************
021300 1000-INITIALIZE.
021400     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
021500     ACCEPT STAT-START-TIME FROM TIME.
021600     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
021700     OPEN OUTPUT APPROVAL-REPORT.
021800     PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT.
021900     OPEN INPUT PEND-QUEUE.
022000     IF PEND-Q-STATUS = "35"
022100         DISPLAY "NO APPROVAL QUEUE FILE SUPPLIED - NOTHING TO "
022200                 "REPORT"
022300         SET PEND-Q-NOT-AVAILABLE TO TRUE
022400     END-IF.
022500 1000-EXIT.
022600     EXIT.
022700
022800*****************************************************************
022900*    1050-GET-BUSINESS-DATE                                     *
023000*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
023100*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
023200*****************************************************************
023300 1050-GET-BUSINESS-DATE.
023400     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
023500     OPEN INPUT RUN-CONTROL.
023600     IF RUN-CTL-STATUS NOT = "35"
023700         READ RUN-CONTROL
023800             NOT AT END
023900                 SET RUN-CTL-AVAILABLE TO TRUE
024000                 MOVE RUN-BUSINESS-DATE TO RPT-BUSINESS-DATE
024100                 MOVE RUN-NUMBER TO RPT-RUN-NUMBER
024200         END-READ
024300         CLOSE RUN-CONTROL
024400     END-IF.
024500     IF RUN-CTL-NOT-AVAILABLE
024600         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
024700         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
024800         MOVE CURRENT-CCYY TO RPT-BUSINESS-DATE(1:4)
024900         MOVE CURRENT-MM TO RPT-BUSINESS-DATE(5:2)
025000         MOVE CURRENT-DD TO RPT-BUSINESS-DATE(7:2)
025100     END-IF.
025200 1050-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*    2000-LIST-ONE-PART                                         *
025700*    ONE PASS OF THE QUEUE IN KEY ORDER - OLDEST FIRST - UNDER  *
025800*    ITS OWN PART TITLE.                                        *
025900*****************************************************************
026000 2000-LIST-ONE-PART.
026100     IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
026200         PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT
026300     END-IF.
026400     MOVE SPACES TO APPROVAL-LINE.
026500     WRITE APPROVAL-LINE.
026600     MOVE RPT-PART-LINE TO APPROVAL-LINE.
026700     WRITE APPROVAL-LINE.
026800     ADD 2 TO RPT-LINE-COUNT.
026900     MOVE "N" TO PEND-Q-EOF-SW.
027000     MOVE LOW-VALUES TO PEND-KEY.
027100     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
027200         INVALID KEY
027300             SET PEND-Q-EOF TO TRUE
027400     END-START.
027500     PERFORM 2100-EXAMINE-ONE-QUEUED THRU 2100-EXIT
027600         UNTIL PEND-Q-EOF.
027700 2000-EXIT.
027800     EXIT.
027900
028000 2100-EXAMINE-ONE-QUEUED.
028100     READ PEND-QUEUE NEXT RECORD
028200         AT END
028300             SET PEND-Q-EOF TO TRUE
028400             GO TO 2100-EXIT
028500     END-READ.
028600     ADD 1 TO RPT-READ-COUNT.
028700     SET RPT-SKIP-ITEM TO TRUE.
028800     EVALUATE TRUE
028900         WHEN RPT-PART-PENDING
029000             IF PEND-PENDING
029100                 SET RPT-LIST-ITEM TO TRUE
029200                 ADD 1 TO RPT-PENDING-COUNT
029300             END-IF
029400         WHEN RPT-PART-APPROVED
029500             PERFORM 2200-CHECK-APPROVED-ITEM THRU 2200-EXIT
029600         WHEN RPT-PART-EXPIRED
029700             PERFORM 2300-CHECK-EXPIRED-ITEM THRU 2300-EXIT
029800     END-EVALUATE.
029900     IF RPT-LIST-ITEM
030000         PERFORM 4000-WRITE-DETAIL-LINE THRU 4000-EXIT
030100     END-IF.
030200 2100-EXIT.
030300     EXIT.
030400
030500 2200-CHECK-APPROVED-ITEM.
030600     IF PEND-APPROVED
030700         SET RPT-LIST-ITEM TO TRUE
030800         ADD 1 TO RPT-APPROVED-COUNT
030900         GO TO 2200-EXIT
031000     END-IF.
031100     IF PEND-STATUS-DATE NOT = RPT-BUSINESS-DATE
031200         GO TO 2200-EXIT
031300     END-IF.
031400     IF PEND-APPLIED
031500         SET RPT-LIST-ITEM TO TRUE
031600         ADD 1 TO RPT-APPLIED-COUNT
031700     END-IF.
031800     IF PEND-NOT-APPLIED
031900         SET RPT-LIST-ITEM TO TRUE
032000         ADD 1 TO RPT-NOT-APPLIED-COUNT
032100     END-IF.
032200 2200-EXIT.
032300     EXIT.
032400
032500 2300-CHECK-EXPIRED-ITEM.
032600     IF PEND-STATUS-DATE NOT = RPT-BUSINESS-DATE
032700         GO TO 2300-EXIT
032800     END-IF.
032900     IF PEND-EXPIRED
033000         SET RPT-LIST-ITEM TO TRUE
033100         ADD 1 TO RPT-EXPIRED-COUNT
033200     END-IF.
033300     IF PEND-REJECTED
033400         SET RPT-LIST-ITEM TO TRUE
033500         ADD 1 TO RPT-REJECTED-COUNT
033600     END-IF.
033700 2300-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100*    4000-WRITE-DETAIL-LINE                                     *
034200*    THE SUBJECT AND THE BEFORE AND AFTER VALUES ARE SHOWN THE  *
034300*    WAY EACH KIND OF CHANGE IS KEYED - SALARY IN DOLLARS, RATE *
034400*    AS A DECIMAL FRACTION, HOLD AS THE ACTION TAKEN.           *
034500*****************************************************************
034600 4000-WRITE-DETAIL-LINE.
034700     IF RPT-LINE-COUNT NOT < RPT-LINES-PER-PAGE
034800         PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT
034900     END-IF.
035000     MOVE PEND-QUEUE-DATE TO RPT-DTL-QUEUE-DATE.
035100     MOVE PEND-SEQ-NUMBER TO RPT-DTL-SEQ.
035200     MOVE SPACES TO RPT-DTL-SUBJECT RPT-DTL-BEFORE RPT-DTL-AFTER.
035300     EVALUATE TRUE
035400         WHEN PEND-TYPE-SALARY
035500             MOVE "SALARY" TO RPT-DTL-TYPE
035600             MOVE PEND-SAL-IDENT TO RPT-SUBJ-IDENT
035700             MOVE SPACES TO RPT-SUBJ-HOLD-ACTION
035800             MOVE RPT-SUBJECT-EMP TO RPT-DTL-SUBJECT
035900             MOVE PEND-SAL-BEFORE TO RPT-EDIT-SALARY
036000             MOVE RPT-EDIT-SALARY TO RPT-DTL-BEFORE
036100             MOVE PEND-SAL-AFTER TO RPT-EDIT-SALARY
036200             MOVE RPT-EDIT-SALARY TO RPT-DTL-AFTER
036300         WHEN PEND-TYPE-RATE
036400             MOVE "RATE" TO RPT-DTL-TYPE
036500             MOVE PEND-RATE-GRADE TO RPT-SUBJ-GRADE
036600             MOVE PEND-RATE-EFF-DATE TO RPT-SUBJ-EFF-DATE
036700             MOVE RPT-SUBJECT-RATE TO RPT-DTL-SUBJECT
036800             IF PEND-RATE-ADD
036900                 MOVE "NEW ROW" TO RPT-DTL-BEFORE
037000             ELSE
037100                 MOVE PEND-RATE-BEFORE TO RPT-EDIT-RATE
037200                 MOVE RPT-EDIT-RATE TO RPT-DTL-BEFORE
037300             END-IF
037400             MOVE PEND-RATE-AFTER TO RPT-EDIT-RATE
037500             MOVE RPT-EDIT-RATE TO RPT-DTL-AFTER
037600         WHEN PEND-TYPE-HOLD
037700             MOVE "HOLD" TO RPT-DTL-TYPE
037800             MOVE PEND-HOLD-IDENT TO RPT-SUBJ-IDENT
037900             IF PEND-HOLD-ADD
038000                 MOVE "PLACE" TO RPT-SUBJ-HOLD-ACTION
038100             ELSE
038200                 MOVE "RELEASE" TO RPT-SUBJ-HOLD-ACTION
038300             END-IF
038400             MOVE RPT-SUBJECT-EMP TO RPT-DTL-SUBJECT
038500         WHEN OTHER
038600             MOVE PEND-TYPE TO RPT-DTL-TYPE
038700     END-EVALUATE.
038800     MOVE PEND-ENTERED-BY TO RPT-DTL-ENTERED-BY.
038900     MOVE PEND-APPROVED-BY TO RPT-DTL-APPROVED-BY.
039000     EVALUATE TRUE
039100         WHEN PEND-PENDING
039200             MOVE "PENDING" TO RPT-DTL-STATUS
039300         WHEN PEND-APPROVED
039400             MOVE "APPROVED" TO RPT-DTL-STATUS
039500         WHEN PEND-APPLIED
039600             MOVE "APPLIED" TO RPT-DTL-STATUS
039700         WHEN PEND-NOT-APPLIED
039800             MOVE "NOT APPLD" TO RPT-DTL-STATUS
039900         WHEN PEND-EXPIRED
040000             MOVE "EXPIRED" TO RPT-DTL-STATUS
040100         WHEN PEND-REJECTED
040200             MOVE "REJECTED" TO RPT-DTL-STATUS
040300         WHEN OTHER
040400             MOVE PEND-STATUS TO RPT-DTL-STATUS
040500     END-EVALUATE.
040600     IF PEND-PENDING
040700         MOVE SPACES TO RPT-DTL-STATUS-DATE
040800     ELSE
040900         MOVE PEND-STATUS-DATE TO RPT-DTL-STATUS-DATE
041000     END-IF.
041100     MOVE PEND-REMARK TO RPT-DTL-REMARK.
041200     MOVE RPT-DETAIL-LINE TO APPROVAL-LINE.
041300     WRITE APPROVAL-LINE.
041400     ADD 1 TO RPT-LINE-COUNT.
041500     ADD 1 TO RPT-LISTED-COUNT.
041600 4000-EXIT.
041700     EXIT.
041800
041900*****************************************************************
042000*    4100-START-NEW-PAGE                                        *
042100*****************************************************************
042200 4100-START-NEW-PAGE.
042300     ADD 1 TO RPT-PAGE-COUNT.
042400     MOVE RPT-PAGE-COUNT TO RPT-HDG-PAGE.
042500     MOVE RPT-BUSINESS-DATE TO RPT-HDG-DATE.
042600     MOVE RPT-RUN-NUMBER TO RPT-HDG-RUN.
042700     MOVE RPT-HDG-1 TO APPROVAL-LINE.
042800     WRITE APPROVAL-LINE.
042900     MOVE RPT-HDG-2 TO APPROVAL-LINE.
043000     WRITE APPROVAL-LINE.
043100     MOVE ZERO TO RPT-LINE-COUNT.
043200 4100-EXIT.
043300     EXIT.
043400
043500*****************************************************************
043600*    5000-WRITE-CONTROL-TOTALS                                  *
043700*    ONE COUNT PER STATUS LISTED.                               *
043800*****************************************************************
043900 5000-WRITE-CONTROL-TOTALS.
044000     MOVE SPACES TO APPROVAL-LINE.
044100     WRITE APPROVAL-LINE.
044200     MOVE "ITEMS PENDING:" TO RPT-CNT-LABEL.
044300     MOVE RPT-PENDING-COUNT TO RPT-CNT-VALUE.
044400     MOVE RPT-COUNT-LINE TO APPROVAL-LINE.
044500     WRITE APPROVAL-LINE.
044600     MOVE "APPROVED, AWAITING APPLY:" TO RPT-CNT-LABEL.
044700     MOVE RPT-APPROVED-COUNT TO RPT-CNT-VALUE.
044800     MOVE RPT-COUNT-LINE TO APPROVAL-LINE.
044900     WRITE APPROVAL-LINE.
045000     MOVE "APPLIED TODAY:" TO RPT-CNT-LABEL.
045100     MOVE RPT-APPLIED-COUNT TO RPT-CNT-VALUE.
045200     MOVE RPT-COUNT-LINE TO APPROVAL-LINE.
045300     WRITE APPROVAL-LINE.
045400     MOVE "NOT APPLIED TODAY:" TO RPT-CNT-LABEL.
045500     MOVE RPT-NOT-APPLIED-COUNT TO RPT-CNT-VALUE.
045600     MOVE RPT-COUNT-LINE TO APPROVAL-LINE.
045700     WRITE APPROVAL-LINE.
045800     MOVE "EXPIRED TODAY:" TO RPT-CNT-LABEL.
045900     MOVE RPT-EXPIRED-COUNT TO RPT-CNT-VALUE.
046000     MOVE RPT-COUNT-LINE TO APPROVAL-LINE.
046100     WRITE APPROVAL-LINE.
046200     MOVE "REJECTED TODAY:" TO RPT-CNT-LABEL.
046300     MOVE RPT-REJECTED-COUNT TO RPT-CNT-VALUE.
046400     MOVE RPT-COUNT-LINE TO APPROVAL-LINE.
046500     WRITE APPROVAL-LINE.
046600 5000-EXIT.
046700     EXIT.
046800
046900*****************************************************************
047000*    9999-TERMINATE                                             *
047100*****************************************************************
047200 9999-TERMINATE.
047300     IF PEND-Q-AVAILABLE
047400         CLOSE PEND-QUEUE
047500     END-IF.
047600     CLOSE APPROVAL-REPORT.
047700     DISPLAY "ITEMS PENDING:         " RPT-PENDING-COUNT.
047800     DISPLAY "APPROVED, NOT APPLIED: " RPT-APPROVED-COUNT.
047900     DISPLAY "APPLIED TODAY:         " RPT-APPLIED-COUNT.
048000     DISPLAY "NOT APPLIED TODAY:     " RPT-NOT-APPLIED-COUNT.
048100     DISPLAY "EXPIRED TODAY:         " RPT-EXPIRED-COUNT.
048200     DISPLAY "REJECTED TODAY:        " RPT-REJECTED-COUNT.
048300     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
048400 9999-EXIT.
048500     EXIT.
048600
048700*****************************************************************
048800*    9900-WRITE-RUN-STATISTICS                                  *
048900*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
049000*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
049100*****************************************************************
049200 9900-WRITE-RUN-STATISTICS.
049300     OPEN EXTEND RUN-HISTORY.
049400     IF RUN-HIST-STATUS = "35" OR "05"
049500         OPEN OUTPUT RUN-HISTORY
049600         CLOSE RUN-HISTORY
049700         OPEN EXTEND RUN-HISTORY
049800     END-IF.
049900     MOVE "PENDRPT " TO RSTAT-PROGRAM.
050000     MOVE RPT-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
050100     MOVE RPT-RUN-NUMBER TO RSTAT-RUN-NUMBER.
050200     MOVE STAT-START-DATE TO RSTAT-START-DATE.
050300     MOVE STAT-START-TIME TO RSTAT-START-TIME.
050400     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
050500     ACCEPT STAT-END-TIME FROM TIME.
050600     MOVE STAT-END-DATE TO RSTAT-END-DATE.
050700     MOVE STAT-END-TIME TO RSTAT-END-TIME.
050800     MOVE RPT-READ-COUNT TO RSTAT-READ-COUNT.
050900     MOVE RPT-LISTED-COUNT TO RSTAT-WRITTEN-COUNT.
051000     MOVE ZERO TO RSTAT-REJECT-COUNT.
051050     MOVE SPACE TO RSTAT-RESTART-FLAG.
051100     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
051200     WRITE RUN-STAT-RECORD.
051300     CLOSE RUN-HISTORY.
051400 9900-EXIT.
051500     EXIT.
051600
051700 END PROGRAM PENDRPT.
