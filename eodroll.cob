000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  EODROLL                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / NIGHTLY BATCH CONTROL             *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  END-OF-DAY BUSINESS DATE ROLLOVER.  RUNS AS *
001000*                   THE LAST STEP OF THE NIGHTLY JOB PLAN AND   *
001100*                   ADVANCES RUN-BUSINESS-DATE ON THE RUNCTL    *
001200*                   FILE TO THE NEXT WORKING DAY, SO NOBODY     *
001300*                   HAS TO HAND-EDIT RUNCTL IN THE MORNING.     *
001400*                   MONDAY TO FRIDAY ARE WORKING DAYS UNLESS    *
001500*                   THE HOLCAL BUSINESS-DAY CALENDAR (HOLCALR   *
001600*                   COPYBOOK, MAINTAINED BY HOLMNT) MARKS THE   *
001700*                   DATE A HOLIDAY; A WEEKEND DAY MARKED AS     *
001800*                   WORKED ON HOLCAL COUNTS AS A WORKING DAY.   *
001900*                   NO CALENDAR FILE MEANS WEEKENDS ONLY.       *
002000*                                                               *
002100*                   BATCHDRV STOPS THE NIGHT AT THE FIRST STEP  *
002200*                   WHOSE RETURN CODE IS OVER ITS PLAN          *
002300*                   TOLERANCE, SO AS THE LAST PLAN STEP THIS    *
002400*                   PROGRAM ONLY EVER RUNS AFTER EVERY EARLIER  *
002500*                   STEP HAS FINISHED WITHIN TOLERANCE.  A      *
002600*                   ROLLOVER ALREADY RECORDED ON RUNHIST FOR    *
002700*                   TONIGHT'S RUN NUMBER IS NOT REPEATED, SO A  *
002800*                   RESTARTED NIGHT CANNOT SKIP A DAY.          *
002900*                                                               *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    10/14/26   FT    ORIGINAL VERSION.                          *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. EODROLL.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT HOLIDAY-CALENDAR  ASSIGN TO "HOLCAL"
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS DYNAMIC
004200            RECORD KEY IS HCAL-DATE
004300            FILE STATUS IS HOL-CAL-STATUS.
004400
004500     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS RUN-CTL-STATUS.
004800
004900     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS RUN-HIST-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  HOLIDAY-CALENDAR.
005600     COPY HOLCALR.
005700
005800 FD  RUN-CONTROL
005900     RECORDING MODE IS F.
006000     COPY RUNCTL.
006100
006200 FD  RUN-HISTORY
006300     RECORDING MODE IS F.
006400     COPY RUNSTAT.
006500
006600 WORKING-STORAGE SECTION.
006700 01  HOL-CAL-STATUS                  PIC X(02).
006800 01  HOL-CAL-AVAILABLE-SW            PIC X(01) VALUE "Y".
006900     88  HOL-CAL-AVAILABLE                    VALUE "Y".
007000     88  HOL-CAL-NOT-AVAILABLE                VALUE "N".
007100 01  RUN-CTL-STATUS                  PIC X(02).
007200 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
007300     88  RUN-CTL-AVAILABLE                    VALUE "Y".
007400     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
007500 01  RUN-HIST-EOF-SW                 PIC X(01) VALUE "N".
007600     88  RUN-HIST-EOF                         VALUE "Y".
007700 01  ROLL-DONE-SW                    PIC X(01) VALUE "N".
007800     88  ROLL-ALREADY-DONE                    VALUE "Y".
007900     88  ROLL-NOT-DONE                        VALUE "N".
008000 01  ROLL-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
008100 01  ROLL-NEXT-DATE                  PIC 9(08) VALUE ZERO.
008200 01  ROLL-RUN-NUMBER                 PIC 9(05) VALUE ZERO.
008300 01  ROLL-LAST-POSTED-DATE           PIC 9(08) VALUE ZERO.
008400 01  ROLL-DAYS-EXAMINED              PIC 9(03) VALUE ZERO.
008500 01  ROLL-MAX-DAYS                   PIC 9(03) VALUE 31.
008600 01  ROLL-WRITTEN-COUNT              PIC 9(03) VALUE ZERO.
008700*    RUN-STATISTICS WORK AREAS.                                  *
008800 01  RUN-HIST-STATUS                 PIC X(02).
008900 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
009000 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
009100 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
009200 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
009300
009400*    CALENDAR ARITHMETIC WORK AREAS.  THE CANDIDATE DATE IS     *
009500*    STEPPED ONE DAY AT A TIME; THE DAY OF THE WEEK COMES FROM  *
009600*    ZELLER'S CONGRUENCE (0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY  *
009700*    ... 6 = FRIDAY), WORKED WITH PLAIN INTEGER DIVIDES.        *
009800 01  ROLL-WORK-DATE.
009900     02  ROLL-WORK-CCYY              PIC 9(04).
010000     02  ROLL-WORK-MM                PIC 9(02).
010100     02  ROLL-WORK-DD                PIC 9(02).
010200 01  ROLL-WORK-DATE-N REDEFINES ROLL-WORK-DATE
010300                                     PIC 9(08).
010400 01  ROLL-MONTH-DAYS-VALUES          PIC X(24)
010500         VALUE "312831303130313130313031".
010600 01  ROLL-MONTH-DAYS-TABLE REDEFINES ROLL-MONTH-DAYS-VALUES.
010700     02  ROLL-MONTH-DAYS             PIC 9(02) OCCURS 12 TIMES.
010800 01  ROLL-MONTH-LIMIT                PIC 9(02) VALUE ZERO.
010900 01  ROLL-QUOTIENT                   PIC 9(06) VALUE ZERO.
011000 01  ROLL-REMAINDER                  PIC 9(04) VALUE ZERO.
011100 01  ZEL-MONTH                       PIC 9(02) VALUE ZERO.
011200 01  ZEL-YEAR                        PIC 9(04) VALUE ZERO.
011300 01  ZEL-CENTURY                     PIC 9(02) VALUE ZERO.
011400 01  ZEL-YEAR-OF-CENTURY             PIC 9(02) VALUE ZERO.
011500 01  ZEL-TERM                        PIC 9(04) VALUE ZERO.
011600 01  ZEL-SUM                         PIC 9(05) VALUE ZERO.
011700 01  ZEL-DAY-OF-WEEK                 PIC 9(01) VALUE ZERO.
011800     88  ZEL-WEEKEND                          VALUE 0 1.
011900 01  ROLL-WORKING-DAY-SW             PIC X(01) VALUE "N".
012000     88  ROLL-IS-WORKING-DAY                  VALUE "Y".
012100     88  ROLL-IS-NOT-WORKING-DAY              VALUE "N".
012200
012300 PROCEDURE DIVISION.
012400
012500*****************************************************************
012600*    0000-MAINLINE                                              *
012700*****************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013000     IF RUN-CTL-AVAILABLE
013100         PERFORM 2000-CHECK-ALREADY-ROLLED THRU 2000-EXIT
013200     END-IF.
013300     IF RUN-CTL-AVAILABLE AND ROLL-NOT-DONE
013400         PERFORM 3000-FIND-NEXT-WORKING-DAY THRU 3000-EXIT
013500     END-IF.
013600     IF RUN-CTL-AVAILABLE AND ROLL-NOT-DONE
013700             AND RETURN-CODE = ZERO
013800         PERFORM 4000-WRITE-RUN-CONTROL THRU 4000-EXIT
013900     END-IF.
014000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
014100     STOP RUN.
014200
014300*****************************************************************
014400*    1000-INITIALIZE                                            *
014500*    A MISSING RUNCTL FILE MEANS THE STEPS ARE RUNNING FROM     *
014600*    THE MACHINE CLOCK AND THERE IS NO DATE TO ROLL.            *
014700*****************************************************************
014800 1000-INITIALIZE.
014900     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
015000     ACCEPT STAT-START-TIME FROM TIME.
015100     OPEN INPUT RUN-CONTROL.
015200     IF RUN-CTL-STATUS NOT = "35"
015300         READ RUN-CONTROL
015400             NOT AT END
015500                 SET RUN-CTL-AVAILABLE TO TRUE
015600                 MOVE RUN-BUSINESS-DATE TO ROLL-BUSINESS-DATE
015700                 MOVE RUN-NUMBER TO ROLL-RUN-NUMBER
015800                 MOVE RUN-LAST-POSTED-DATE
015900                     TO ROLL-LAST-POSTED-DATE
016000         END-READ
016100         CLOSE RUN-CONTROL
016200     END-IF.
016300     IF RUN-CTL-NOT-AVAILABLE
016400         DISPLAY "NO RUN CONTROL FILE - STEPS ARE USING THE "
016500                 "MACHINE CLOCK, NO BUSINESS DATE TO ROLL"
016600     END-IF.
016700     OPEN INPUT HOLIDAY-CALENDAR.
016800     IF HOL-CAL-STATUS = "35"
016900         DISPLAY "NO BUSINESS-DAY CALENDAR FILE SUPPLIED - "
017000                 "ONLY WEEKENDS ARE SKIPPED"
017100         SET HOL-CAL-NOT-AVAILABLE TO TRUE
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500
017600*****************************************************************
017700*    2000-CHECK-ALREADY-ROLLED                                  *
017800*    A SUCCESSFUL EODROLL RECORD ON RUNHIST FOR TONIGHT'S RUN   *
017900*    NUMBER MEANS THE DATE HAS ALREADY BEEN ADVANCED (THE       *
018000*    DRIVER WAS RESTARTED AFTER THIS STEP RAN), SO RUNCTL IS    *
018100*    LEFT ALONE.                                                *
018200*****************************************************************
018300 2000-CHECK-ALREADY-ROLLED.
018400     OPEN INPUT RUN-HISTORY.
018500     IF RUN-HIST-STATUS = "35"
018600         GO TO 2000-EXIT
018700     END-IF.
018800     PERFORM 2100-EXAMINE-ONE-STAT THRU 2100-EXIT
018900         UNTIL RUN-HIST-EOF.
019000     CLOSE RUN-HISTORY.
019100     IF ROLL-ALREADY-DONE
019200         DISPLAY "BUSINESS DATE ALREADY ROLLED FOR RUN NUMBER "
019300                 ROLL-RUN-NUMBER " - RUNCTL LEFT AT "
019400                 ROLL-BUSINESS-DATE
019500     END-IF.
019600 2000-EXIT.
019700     EXIT.
019800
019900 2100-EXAMINE-ONE-STAT.
020000     READ RUN-HISTORY
020100         AT END
020200             SET RUN-HIST-EOF TO TRUE
020300             GO TO 2100-EXIT
020400     END-READ.
020500     IF RSTAT-PROGRAM = "EODROLL "
020600             AND RSTAT-RUN-NUMBER = ROLL-RUN-NUMBER
020700             AND RSTAT-RETURN-CODE = ZERO
020800             AND RSTAT-WRITTEN-COUNT > ZERO
020900         SET ROLL-ALREADY-DONE TO TRUE
021000     END-IF.
021100 2100-EXIT.
021200     EXIT.
021300
021400*****************************************************************
021500*    3000-FIND-NEXT-WORKING-DAY                                 *
021600*    STEPS FORWARD FROM THE BUSINESS DATE ONE DAY AT A TIME     *
021700*    UNTIL A WORKING DAY IS FOUND.  A CALENDAR THAT BLOCKS A    *
021800*    WHOLE MONTH IS TREATED AS BROKEN AND THE STEP FAILS        *
021900*    RATHER THAN GUESS.                                         *
022000*****************************************************************
022100 3000-FIND-NEXT-WORKING-DAY.
022200     MOVE ROLL-BUSINESS-DATE TO ROLL-WORK-DATE-N.
022300     SET ROLL-IS-NOT-WORKING-DAY TO TRUE.
022400     PERFORM 3100-TRY-NEXT-DAY THRU 3100-EXIT
022500         UNTIL ROLL-IS-WORKING-DAY
022600            OR ROLL-DAYS-EXAMINED NOT < ROLL-MAX-DAYS.
022700     IF ROLL-IS-NOT-WORKING-DAY
022800         DISPLAY "*** NO WORKING DAY WITHIN " ROLL-MAX-DAYS
022900                 " DAYS OF " ROLL-BUSINESS-DATE
023000                 " - CHECK THE HOLCAL CALENDAR ***"
023100         MOVE 16 TO RETURN-CODE
023200         GO TO 3000-EXIT
023300     END-IF.
023400     MOVE ROLL-WORK-DATE-N TO ROLL-NEXT-DATE.
023500 3000-EXIT.
023600     EXIT.
023700
023800 3100-TRY-NEXT-DAY.
023900     PERFORM 8000-ADD-ONE-DAY THRU 8000-EXIT.
024000     ADD 1 TO ROLL-DAYS-EXAMINED.
024100     PERFORM 8200-CHECK-WORKING-DAY THRU 8200-EXIT.
024200 3100-EXIT.
024300     EXIT.
024400
024500*****************************************************************
024600*    4000-WRITE-RUN-CONTROL                                     *
024700*    REWRITES RUNCTL WITH THE NEW BUSINESS DATE.  THE RUN       *
024800*    NUMBER IS BUMPED BY BATCHDRV AT THE START OF THE NEXT      *
024900*    NIGHT AND THE LAST-POSTED DATE BELONGS TO COBOLTUT, SO     *
025000*    BOTH ARE CARRIED OVER UNCHANGED.                           *
025100*****************************************************************
025200 4000-WRITE-RUN-CONTROL.
025300     OPEN OUTPUT RUN-CONTROL.
025400     MOVE ROLL-NEXT-DATE TO RUN-BUSINESS-DATE.
025500     MOVE ROLL-RUN-NUMBER TO RUN-NUMBER.
025600     MOVE ROLL-LAST-POSTED-DATE TO RUN-LAST-POSTED-DATE.
025700     WRITE RUN-CONTROL-RECORD.
025800     CLOSE RUN-CONTROL.
025900     MOVE 1 TO ROLL-WRITTEN-COUNT.
026000     DISPLAY "BUSINESS DATE ROLLED FROM " ROLL-BUSINESS-DATE
026100             " TO " ROLL-NEXT-DATE.
026200 4000-EXIT.
026300     EXIT.
026400
026500*****************************************************************
026600*    8000-ADD-ONE-DAY                                           *
026700*    ADVANCES ROLL-WORK-DATE BY ONE CALENDAR DAY, ROLLING THE   *
026800*    MONTH AND YEAR AS NEEDED.                                  *
026900*****************************************************************
027000 8000-ADD-ONE-DAY.
027100     PERFORM 8050-GET-MONTH-LIMIT THRU 8050-EXIT.
027200     ADD 1 TO ROLL-WORK-DD.
027300     IF ROLL-WORK-DD > ROLL-MONTH-LIMIT
027400         MOVE 1 TO ROLL-WORK-DD
027500         ADD 1 TO ROLL-WORK-MM
027600         IF ROLL-WORK-MM > 12
027700             MOVE 1 TO ROLL-WORK-MM
027800             ADD 1 TO ROLL-WORK-CCYY
027900         END-IF
028000     END-IF.
028100 8000-EXIT.
028200     EXIT.
028300
028400*****************************************************************
028500*    8050-GET-MONTH-LIMIT                                       *
028600*    DAYS IN THE MONTH OF ROLL-WORK-DATE.  FEBRUARY HAS 29 IN   *
028700*    A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT           *
028800*    DIVISIBLE BY 400.                                          *
028900*****************************************************************
029000 8050-GET-MONTH-LIMIT.
029100     MOVE ROLL-MONTH-DAYS(ROLL-WORK-MM) TO ROLL-MONTH-LIMIT.
029200     IF ROLL-WORK-MM NOT = 2
029300         GO TO 8050-EXIT
029400     END-IF.
029500     DIVIDE ROLL-WORK-CCYY BY 4 GIVING ROLL-QUOTIENT
029600         REMAINDER ROLL-REMAINDER.
029700     IF ROLL-REMAINDER NOT = ZERO
029800         GO TO 8050-EXIT
029900     END-IF.
030000     MOVE 29 TO ROLL-MONTH-LIMIT.
030100     DIVIDE ROLL-WORK-CCYY BY 100 GIVING ROLL-QUOTIENT
030200         REMAINDER ROLL-REMAINDER.
030300     IF ROLL-REMAINDER NOT = ZERO
030400         GO TO 8050-EXIT
030500     END-IF.
030600     DIVIDE ROLL-WORK-CCYY BY 400 GIVING ROLL-QUOTIENT
030700         REMAINDER ROLL-REMAINDER.
030800     IF ROLL-REMAINDER NOT = ZERO
030900         MOVE 28 TO ROLL-MONTH-LIMIT
031000     END-IF.
031100 8050-EXIT.
031200     EXIT.
031300
031400*****************************************************************
031500*    8100-COMPUTE-DAY-OF-WEEK                                   *
031600*    ZELLER'S CONGRUENCE FOR ROLL-WORK-DATE.  JANUARY AND       *
031700*    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE.     *
031800*****************************************************************
031900 8100-COMPUTE-DAY-OF-WEEK.
032000     MOVE ROLL-WORK-MM TO ZEL-MONTH.
032100     MOVE ROLL-WORK-CCYY TO ZEL-YEAR.
032200     IF ZEL-MONTH < 3
032300         ADD 12 TO ZEL-MONTH
032400         SUBTRACT 1 FROM ZEL-YEAR
032500     END-IF.
032600     DIVIDE ZEL-YEAR BY 100 GIVING ZEL-CENTURY
032700         REMAINDER ZEL-YEAR-OF-CENTURY.
032800     MOVE ROLL-WORK-DD TO ZEL-SUM.
032900     COMPUTE ZEL-TERM = (ZEL-MONTH + 1) * 13.
033000     DIVIDE ZEL-TERM BY 5 GIVING ZEL-TERM.
033100     ADD ZEL-TERM TO ZEL-SUM.
033200     ADD ZEL-YEAR-OF-CENTURY TO ZEL-SUM.
033300     DIVIDE ZEL-YEAR-OF-CENTURY BY 4 GIVING ZEL-TERM.
033400     ADD ZEL-TERM TO ZEL-SUM.
033500     DIVIDE ZEL-CENTURY BY 4 GIVING ZEL-TERM.
033600     ADD ZEL-TERM TO ZEL-SUM.
033700     COMPUTE ZEL-TERM = ZEL-CENTURY * 5.
033800     ADD ZEL-TERM TO ZEL-SUM.
033900     DIVIDE ZEL-SUM BY 7 GIVING ROLL-QUOTIENT
034000         REMAINDER ZEL-DAY-OF-WEEK.
034100 8100-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*    8200-CHECK-WORKING-DAY                                     *
034600*    WEEKDAYS WORK AND WEEKENDS DO NOT, UNLESS THE HOLCAL       *
034700*    CALENDAR CARRIES A ROW FOR THE DATE - A HOLIDAY ROW TAKES  *
034800*    A WEEKDAY OUT, A WORKING-DAY ROW PUTS A WEEKEND DAY IN.    *
034900*****************************************************************
035000 8200-CHECK-WORKING-DAY.
035100     PERFORM 8100-COMPUTE-DAY-OF-WEEK THRU 8100-EXIT.
035200     IF ZEL-WEEKEND
035300         SET ROLL-IS-NOT-WORKING-DAY TO TRUE
035400     ELSE
035500         SET ROLL-IS-WORKING-DAY TO TRUE
035600     END-IF.
035700     IF HOL-CAL-NOT-AVAILABLE
035800         GO TO 8200-EXIT
035900     END-IF.
036000     MOVE ROLL-WORK-DATE-N TO HCAL-DATE.
036100     READ HOLIDAY-CALENDAR
036200         INVALID KEY
036300             GO TO 8200-EXIT
036400     END-READ.
036500     IF HCAL-HOLIDAY
036600         SET ROLL-IS-NOT-WORKING-DAY TO TRUE
036700     END-IF.
036800     IF HCAL-WORKING-DAY
036900         SET ROLL-IS-WORKING-DAY TO TRUE
037000     END-IF.
037100 8200-EXIT.
037200     EXIT.
037300
037400*****************************************************************
037500*    9999-TERMINATE                                             *
037600*****************************************************************
037700 9999-TERMINATE.
037800     IF HOL-CAL-AVAILABLE
037900         CLOSE HOLIDAY-CALENDAR
038000     END-IF.
038100     DISPLAY "CALENDAR DAYS EXAMINED: " ROLL-DAYS-EXAMINED.
038200     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
038300 9999-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*    9900-WRITE-RUN-STATISTICS                                  *
038800*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
038900*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.  THE BUSINESS     *
039000*    DATE RECORDED IS THE ONE ROLLED FROM; A WRITTEN COUNT OF   *
039100*    ONE MARKS THE RUN THAT ACTUALLY MOVED THE DATE.            *
039200*****************************************************************
039300 9900-WRITE-RUN-STATISTICS.
039400     OPEN EXTEND RUN-HISTORY.
039500     IF RUN-HIST-STATUS = "35" OR "05"
039600         OPEN OUTPUT RUN-HISTORY
039700         CLOSE RUN-HISTORY
039800         OPEN EXTEND RUN-HISTORY
039900     END-IF.
040000     MOVE "EODROLL " TO RSTAT-PROGRAM.
040100     MOVE ROLL-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
040200     MOVE ROLL-RUN-NUMBER TO RSTAT-RUN-NUMBER.
040300     MOVE STAT-START-DATE TO RSTAT-START-DATE.
040400     MOVE STAT-START-TIME TO RSTAT-START-TIME.
040500     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
040600     ACCEPT STAT-END-TIME FROM TIME.
040700     MOVE STAT-END-DATE TO RSTAT-END-DATE.
040800     MOVE STAT-END-TIME TO RSTAT-END-TIME.
040900     MOVE ROLL-DAYS-EXAMINED TO RSTAT-READ-COUNT.
041000     MOVE ROLL-WRITTEN-COUNT TO RSTAT-WRITTEN-COUNT.
041100     MOVE ZERO TO RSTAT-REJECT-COUNT.
041150     MOVE SPACE TO RSTAT-RESTART-FLAG.
041200     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
041300     WRITE RUN-STAT-RECORD.
041400     CLOSE RUN-HISTORY.
041500 9900-EXIT.
041600     EXIT.
041700
041800 END PROGRAM EODROLL.
