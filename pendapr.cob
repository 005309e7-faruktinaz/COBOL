000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  PENDAPR                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  DUAL-CONTROL APPROVAL RUN FOR THE PENDQ     *
001000*                   QUEUE (PENDREC COPYBOOK).  EMPMNT QUEUES    *
001100*                   SALARY CHANGES OVER THE THRESHOLD AND       *
001200*                   STOP-PAY HOLD ADDS AND RELEASES, RATEMNT    *
001300*                   QUEUES EVERY RATE CHANGE, EACH WITH THE     *
001400*                   USER WHO KEYED IT.  THIS PROGRAM:           *
001500*                                                               *
001600*                   - APPLIES THE CHECKER'S APPRTRAN APPROVE    *
001700*                     AND REJECT TRANSACTIONS.  A CHECKER MAY   *
001800*                     NOT APPROVE OR REJECT AN ITEM THEY KEYED  *
001900*                     THEMSELVES, AND ONLY A PENDING ITEM MAY   *
002000*                     BE ANSWERED;                              *
002100*                   - EXPIRES EVERY ITEM STILL PENDING N DAYS   *
002200*                     AFTER IT WAS QUEUED.                      *
002300*                                                               *
002400*                   APPROVED ITEMS ARE APPLIED BY THE OWNING    *
002500*                   PROGRAM ON ITS NEXT RUN - EMPMNT FOR        *
002600*                   SALARIES, RATEMNT FOR RATES, HELLO FOR      *
002700*                   HOLDS - AND PENDRPT LISTS THE QUEUE FOR     *
002800*                   THE PAYROLL SUPERVISOR.  RUNS FIRST IN THE  *
002900*                   NIGHTLY PLAN.                               *
003000*                                                               *
003100*                   TRANSACTION LAYOUT (APPRTRAN):              *
003200*                     COL 1     A = APPROVE, R = REJECT         *
003300*                     COL 2-9   QUEUE DATE OF THE ITEM          *
003400*                     COL 10-13 QUEUE SEQUENCE NUMBER           *
003500*                     COL 14-21 USER ID OF THE CHECKER          *
003600*                     COL 22-45 REASON (OPTIONAL, REJECTS)      *
003700*                                                               *
003800*                   THE EXPIRY AGE IN DAYS IS IN COLUMNS 4-6    *
003900*                   OF THE OPTIONAL PENDPARM FILE; NO FILE      *
004000*                   MEANS 5 DAYS.                               *
004100*                                                               *
004200*    MODIFICATION HISTORY                                       *
004300*    DATE       INIT  DESCRIPTION                                *
004400*    10/14/26   FT    ORIGINAL VERSION.                          *
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID. PENDAPR.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT PEND-QUEUE        ASSIGN TO "PENDQ"
005200            ORGANIZATION IS INDEXED
005300            ACCESS MODE IS DYNAMIC
005400            RECORD KEY IS PEND-KEY
005500            FILE STATUS IS PEND-Q-STATUS.
005600
005700     SELECT APPR-TRANS        ASSIGN TO "APPRTRAN"
005800            ORGANIZATION IS LINE SEQUENTIAL
005900            FILE STATUS IS APPR-TRAN-STATUS.
006000
006100     SELECT PEND-PARM-FILE    ASSIGN TO "PENDPARM"
006200            ORGANIZATION IS LINE SEQUENTIAL
006300            FILE STATUS IS PEND-PARM-STATUS.
006400
006500     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
006600            ORGANIZATION IS LINE SEQUENTIAL
006700            FILE STATUS IS RUN-CTL-STATUS.
006800
006900     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
007000            ORGANIZATION IS LINE SEQUENTIAL
007100            FILE STATUS IS RUN-HIST-STATUS.
007200
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  PEND-QUEUE.
007600     COPY PENDREC.
007700
007800 FD  APPR-TRANS
007900     RECORDING MODE IS F.
008000 01  APPR-TRAN-RECORD.
008100     02  ATRN-ACTION                 PIC X(01).
008200         88  ATRN-IS-APPROVE                  VALUE "A".
008300         88  ATRN-IS-REJECT                   VALUE "R".
008400     02  ATRN-QUEUE-DATE             PIC 9(08).
008500     02  ATRN-SEQ-NUMBER             PIC 9(04).
008600     02  ATRN-USER-ID                PIC X(08).
008700     02  ATRN-REASON                 PIC X(24).
008800
008900 FD  PEND-PARM-FILE
009000     RECORDING MODE IS F.
009100 01  PEND-PARM-RECORD.
009200     02  PPRM-SALARY-PCT             PIC X(03).
009300     02  PPRM-EXPIRY-DAYS            PIC X(03).
009400
009500 FD  RUN-CONTROL
009600     RECORDING MODE IS F.
009700     COPY RUNCTL.
009800
009900 FD  RUN-HISTORY
010000     RECORDING MODE IS F.
010100     COPY RUNSTAT.
010200
010300 WORKING-STORAGE SECTION.
010400 01  PEND-Q-STATUS                   PIC X(02).
010500 01  APPR-TRAN-STATUS                PIC X(02).
010600 01  PEND-PARM-STATUS                PIC X(02).
010700 01  RUN-CTL-STATUS                  PIC X(02).
010800 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
010900     88  RUN-CTL-AVAILABLE                    VALUE "Y".
011000     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
011100 01  APPR-TRAN-AVAILABLE-SW          PIC X(01) VALUE "Y".
011200     88  APPR-TRAN-AVAILABLE                  VALUE "Y".
011300     88  APPR-TRAN-NOT-AVAILABLE              VALUE "N".
011400 01  APPR-TRAN-EOF-SW                PIC X(01) VALUE "N".
011500     88  APPR-TRAN-EOF                        VALUE "Y".
011600 01  PEND-Q-EOF-SW                   PIC X(01) VALUE "N".
011700     88  PEND-Q-EOF                           VALUE "Y".
011800 01  APR-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
011900 01  APR-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
012000*    EXPIRY AGE IN CALENDAR DAYS WHEN NO PENDPARM IS GIVEN.     *
012100 01  APR-EXPIRY-DAYS                 PIC 9(03) VALUE 5.
012200 01  APR-REJECT-REASON               PIC X(40) VALUE SPACES.
012300 01  CURRENT-DATE-FIELDS.
012400     02  CURRENT-CCYY                PIC 9(04).
012500     02  CURRENT-MM                  PIC 9(02).
012600     02  CURRENT-DD                  PIC 9(02).
012700*    RUN-STATISTICS WORK AREAS.                                 *
012800 01  RUN-HIST-STATUS                 PIC X(02).
012900 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
013000 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
013100 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
013200 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
013300
013400*    EXPIRY CUT-OFF DATE WORK AREAS.  THE BUSINESS DATE IS      *
013500*    STEPPED BACK ONE CALENDAR DAY AT A TIME; AN ITEM QUEUED ON *
013600*    OR BEFORE THE RESULT IS EXPIRED IF STILL PENDING.          *
013700 01  APR-WORK-DATE.
013800     02  APR-WORK-CCYY               PIC 9(04).
013900     02  APR-WORK-MM                 PIC 9(02).
014000     02  APR-WORK-DD                 PIC 9(02).
014100 01  APR-WORK-DATE-N REDEFINES APR-WORK-DATE
014200                                     PIC 9(08).
014300 01  APR-CUTOFF-DATE                 PIC 9(08) VALUE ZERO.
014400 01  APR-MONTH-DAYS-VALUES           PIC X(24)
014500         VALUE "312831303130313130313031".
014600 01  APR-MONTH-DAYS-TABLE REDEFINES APR-MONTH-DAYS-VALUES.
014700     02  APR-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
014800 01  APR-MONTH-LIMIT                 PIC 9(02) VALUE ZERO.
014900 01  APR-QUOTIENT                    PIC 9(06) VALUE ZERO.
015000 01  APR-REMAINDER                   PIC 9(04) VALUE ZERO.
015100
015200*    CONTROL COUNTS.                                            *
015300 01  APR-TRAN-READ-COUNT             PIC 9(05) VALUE ZERO.
015400 01  APR-APPROVED-COUNT              PIC 9(05) VALUE ZERO.
015500 01  APR-REJECTED-COUNT              PIC 9(05) VALUE ZERO.
015600 01  APR-EXPIRED-COUNT               PIC 9(05) VALUE ZERO.
015700 01  APR-TRAN-REJECT-COUNT           PIC 9(05) VALUE ZERO.
015800
015900 PROCEDURE DIVISION.
016000
016100*****************************************************************
016200*    0000-MAINLINE                                              *
016300*****************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF APPR-TRAN-AVAILABLE
016700         PERFORM 2100-READ-APPR-TRANSACTION THRU 2100-EXIT
016800         PERFORM 2000-PROCESS-ONE-TRANSACTION THRU 2000-EXIT
016900             UNTIL APPR-TRAN-EOF
017000     END-IF.
017100     PERFORM 3000-EXPIRE-PENDING THRU 3000-EXIT.
017200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017300     STOP RUN.
017400
017500*****************************************************************
017600*    1000-INITIALIZE                                            *
017700*    NO APPRTRAN FILE JUST MEANS NO ANSWERS TONIGHT - PENDING   *
017800*    ITEMS ARE STILL AGED.  THE QUEUE IS CREATED EMPTY IF IT    *
017900*    DOES NOT EXIST YET.                                        *
018000*****************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
018300     ACCEPT STAT-START-TIME FROM TIME.
018400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
018500     PERFORM 1100-READ-PARAMETERS THRU 1100-EXIT.
018600     MOVE APR-BUSINESS-DATE TO APR-WORK-DATE-N.
018700     PERFORM 8100-SUBTRACT-ONE-DAY THRU 8100-EXIT
018800         APR-EXPIRY-DAYS TIMES.
018900     MOVE APR-WORK-DATE-N TO APR-CUTOFF-DATE.
019000     DISPLAY "ITEMS QUEUED ON OR BEFORE " APR-CUTOFF-DATE
019100             " EXPIRE IF STILL PENDING".
019200     OPEN I-O PEND-QUEUE.
019300     IF PEND-Q-STATUS = "35" OR "05"
019400         CLOSE PEND-QUEUE
019500         OPEN OUTPUT PEND-QUEUE
019600         CLOSE PEND-QUEUE
019700         OPEN I-O PEND-QUEUE
019800     END-IF.
019900     OPEN INPUT APPR-TRANS.
020000     IF APPR-TRAN-STATUS = "35"
020100         DISPLAY "NO APPROVAL TRANSACTIONS SUPPLIED - ONLY "
020200                 "EXPIRY IS RUN"
020300         SET APPR-TRAN-NOT-AVAILABLE TO TRUE
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900*    1050-GET-BUSINESS-DATE                                     *
021000*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
021100*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
021200*****************************************************************
021300 1050-GET-BUSINESS-DATE.
021400     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
021500     OPEN INPUT RUN-CONTROL.
021600     IF RUN-CTL-STATUS NOT = "35"
021700         READ RUN-CONTROL
021800             NOT AT END
021900                 SET RUN-CTL-AVAILABLE TO TRUE
022000                 MOVE RUN-BUSINESS-DATE TO APR-BUSINESS-DATE
022100                 MOVE RUN-NUMBER TO APR-RUN-NUMBER
022200         END-READ
022300         CLOSE RUN-CONTROL
022400     END-IF.
022500     IF RUN-CTL-NOT-AVAILABLE
022600         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
022700         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
022800         MOVE CURRENT-CCYY TO APR-BUSINESS-DATE(1:4)
022900         MOVE CURRENT-MM TO APR-BUSINESS-DATE(5:2)
023000         MOVE CURRENT-DD TO APR-BUSINESS-DATE(7:2)
023100     END-IF.
023200 1050-EXIT.
023300     EXIT.
023400
023500*****************************************************************
023600*    1100-READ-PARAMETERS                                       *
023700*    EXPIRY AGE FROM PENDPARM.  A MISSING FILE OR A BLANK OR    *
023800*    NON-NUMERIC VALUE KEEPS THE DEFAULT.                       *
023900*****************************************************************
024000 1100-READ-PARAMETERS.
024100     OPEN INPUT PEND-PARM-FILE.
024200     IF PEND-PARM-STATUS = "35"
024300         GO TO 1100-EXIT
024400     END-IF.
024500     MOVE SPACES TO PEND-PARM-RECORD.
024600     READ PEND-PARM-FILE
024700         AT END
024800             MOVE SPACES TO PEND-PARM-RECORD
024900     END-READ.
025000     CLOSE PEND-PARM-FILE.
025100     IF PPRM-EXPIRY-DAYS = SPACES
025200         GO TO 1100-EXIT
025300     END-IF.
025400     IF PPRM-EXPIRY-DAYS IS NUMERIC
025500         MOVE PPRM-EXPIRY-DAYS TO APR-EXPIRY-DAYS
025600     ELSE
025700         DISPLAY "PENDPARM EXPIRY AGE NOT NUMERIC - USING "
025800                 APR-EXPIRY-DAYS " DAYS"
025900     END-IF.
026000 1100-EXIT.
026100     EXIT.
026200
026300*****************************************************************
026400*    2000-PROCESS-ONE-TRANSACTION                               *
026500*****************************************************************
026600 2000-PROCESS-ONE-TRANSACTION.
026700     PERFORM 2200-ANSWER-QUEUED-ITEM THRU 2200-EXIT.
026800     PERFORM 2100-READ-APPR-TRANSACTION THRU 2100-EXIT.
026900 2000-EXIT.
027000     EXIT.
027100
027200 2100-READ-APPR-TRANSACTION.
027300     READ APPR-TRANS
027400         AT END
027500             SET APPR-TRAN-EOF TO TRUE
027600         NOT AT END
027700             ADD 1 TO APR-TRAN-READ-COUNT
027800     END-READ.
027900 2100-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300*    2200-ANSWER-QUEUED-ITEM                                    *
028400*    ONE APPROVE OR REJECT AGAINST ONE QUEUED ITEM.  THE        *
028500*    CHECKER'S USER ID GOES ON THE ITEM EITHER WAY.             *
028600*****************************************************************
028700 2200-ANSWER-QUEUED-ITEM.
028800     IF NOT ATRN-IS-APPROVE AND NOT ATRN-IS-REJECT
028900         MOVE "UNKNOWN ACTION CODE" TO APR-REJECT-REASON
029000         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
029100         GO TO 2200-EXIT
029200     END-IF.
029300     IF ATRN-USER-ID = SPACES
029400         MOVE "NO CHECKER USER ID" TO APR-REJECT-REASON
029500         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
029600         GO TO 2200-EXIT
029700     END-IF.
029800     MOVE ATRN-QUEUE-DATE TO PEND-QUEUE-DATE.
029900     MOVE ATRN-SEQ-NUMBER TO PEND-SEQ-NUMBER.
030000     READ PEND-QUEUE
030100         INVALID KEY
030200             MOVE "ITEM NOT ON THE QUEUE" TO APR-REJECT-REASON
030300             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
030400             GO TO 2200-EXIT
030500     END-READ.
030600     IF NOT PEND-PENDING
030700         MOVE "ITEM IS NO LONGER PENDING" TO APR-REJECT-REASON
030800         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
030900         GO TO 2200-EXIT
031000     END-IF.
031100     IF ATRN-USER-ID = PEND-ENTERED-BY
031200         MOVE "CHECKER KEYED THE ITEM" TO APR-REJECT-REASON
031300         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
031400         GO TO 2200-EXIT
031500     END-IF.
031600     MOVE ATRN-USER-ID TO PEND-APPROVED-BY.
031700     MOVE APR-BUSINESS-DATE TO PEND-STATUS-DATE.
031800     IF ATRN-IS-APPROVE
031900         SET PEND-APPROVED TO TRUE
032000         ADD 1 TO APR-APPROVED-COUNT
032100     ELSE
032200         SET PEND-REJECTED TO TRUE
032300         MOVE ATRN-REASON TO PEND-REMARK
032400         IF PEND-REMARK = SPACES
032500             MOVE "REJECTED BY CHECKER" TO PEND-REMARK
032600         END-IF
032700         ADD 1 TO APR-REJECTED-COUNT
032800     END-IF.
032900     REWRITE PEND-RECORD.
033000     DISPLAY "ITEM " PEND-QUEUE-DATE "-" PEND-SEQ-NUMBER
033100             " KEYED BY " PEND-ENTERED-BY " - STATUS "
033200             PEND-STATUS " BY " PEND-APPROVED-BY.
033300 2200-EXIT.
033400     EXIT.
033500
033600 2900-REJECT-TRANSACTION.
033700     DISPLAY "REJECTED - APPROVAL " ATRN-ACTION " FOR ITEM "
033800             ATRN-QUEUE-DATE "-" ATRN-SEQ-NUMBER " BY "
033900             ATRN-USER-ID ": " APR-REJECT-REASON.
034000     ADD 1 TO APR-TRAN-REJECT-COUNT.
034100 2900-EXIT.
034200     EXIT.
034300
034400*****************************************************************
034500*    3000-EXPIRE-PENDING                                        *
034600*    AFTER TONIGHT'S ANSWERS, EVERY ITEM STILL PENDING THAT WAS *
034700*    QUEUED ON OR BEFORE THE CUT-OFF DATE IS EXPIRED.  THE      *
034800*    CHANGE IS NEVER APPLIED AND MUST BE KEYED AGAIN.           *
034900*****************************************************************
035000 3000-EXPIRE-PENDING.
035100     MOVE "N" TO PEND-Q-EOF-SW.
035200     MOVE LOW-VALUES TO PEND-KEY.
035300     START PEND-QUEUE KEY IS NOT LESS THAN PEND-KEY
035400         INVALID KEY
035500             SET PEND-Q-EOF TO TRUE
035600     END-START.
035700     PERFORM 3100-EXAMINE-ONE-QUEUED THRU 3100-EXIT
035800         UNTIL PEND-Q-EOF.
035900 3000-EXIT.
036000     EXIT.
036100
036200 3100-EXAMINE-ONE-QUEUED.
036300     READ PEND-QUEUE NEXT RECORD
036400         AT END
036500             SET PEND-Q-EOF TO TRUE
036600             GO TO 3100-EXIT
036700     END-READ.
036800     IF PEND-QUEUE-DATE > APR-CUTOFF-DATE
036900         SET PEND-Q-EOF TO TRUE
037000         GO TO 3100-EXIT
037100     END-IF.
037200     IF NOT PEND-PENDING
037300         GO TO 3100-EXIT
037400     END-IF.
037500     SET PEND-EXPIRED TO TRUE.
037600     MOVE APR-BUSINESS-DATE TO PEND-STATUS-DATE.
037700     MOVE "EXPIRED UNAPPROVED" TO PEND-REMARK.
037800     REWRITE PEND-RECORD.
037900     ADD 1 TO APR-EXPIRED-COUNT.
038000     DISPLAY "EXPIRED - ITEM " PEND-QUEUE-DATE "-"
038100             PEND-SEQ-NUMBER " KEYED BY " PEND-ENTERED-BY.
038200 3100-EXIT.
038300     EXIT.
038400
038500*****************************************************************
038600*    8100-SUBTRACT-ONE-DAY                                      *
038700*    STEPS APR-WORK-DATE BACK ONE CALENDAR DAY, ROLLING THE     *
038800*    MONTH AND YEAR BACK AS NEEDED.                             *
038900*****************************************************************
039000 8100-SUBTRACT-ONE-DAY.
039100     IF APR-WORK-DD > 1
039200         SUBTRACT 1 FROM APR-WORK-DD
039300         GO TO 8100-EXIT
039400     END-IF.
039500     IF APR-WORK-MM > 1
039600         SUBTRACT 1 FROM APR-WORK-MM
039700     ELSE
039800         MOVE 12 TO APR-WORK-MM
039900         SUBTRACT 1 FROM APR-WORK-CCYY
040000     END-IF.
040100     PERFORM 8150-GET-MONTH-LIMIT THRU 8150-EXIT.
040200     MOVE APR-MONTH-LIMIT TO APR-WORK-DD.
040300 8100-EXIT.
040400     EXIT.
040500
040600*****************************************************************
040700*    8150-GET-MONTH-LIMIT                                       *
040800*    DAYS IN THE MONTH OF APR-WORK-DATE.  FEBRUARY HAS 29 IN    *
040900*    A YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT           *
041000*    DIVISIBLE BY 400.                                          *
041100*****************************************************************
041200 8150-GET-MONTH-LIMIT.
041300     MOVE APR-MONTH-DAYS(APR-WORK-MM) TO APR-MONTH-LIMIT.
041400     IF APR-WORK-MM NOT = 2
041500         GO TO 8150-EXIT
041600     END-IF.
041700     DIVIDE APR-WORK-CCYY BY 4 GIVING APR-QUOTIENT
041800         REMAINDER APR-REMAINDER.
041900     IF APR-REMAINDER NOT = ZERO
042000         GO TO 8150-EXIT
042100     END-IF.
042200     MOVE 29 TO APR-MONTH-LIMIT.
042300     DIVIDE APR-WORK-CCYY BY 100 GIVING APR-QUOTIENT
042400         REMAINDER APR-REMAINDER.
042500     IF APR-REMAINDER NOT = ZERO
042600         GO TO 8150-EXIT
042700     END-IF.
042800     DIVIDE APR-WORK-CCYY BY 400 GIVING APR-QUOTIENT
042900         REMAINDER APR-REMAINDER.
043000     IF APR-REMAINDER NOT = ZERO
043100         MOVE 28 TO APR-MONTH-LIMIT
043200     END-IF.
043300 8150-EXIT.
043400     EXIT.
043500
043600*****************************************************************
043700*    9999-TERMINATE                                             *
043800*****************************************************************
043900 9999-TERMINATE.
044000     CLOSE PEND-QUEUE.
044100     IF APPR-TRAN-AVAILABLE
044200         CLOSE APPR-TRANS
044300     END-IF.
044400     DISPLAY "APPROVAL TRANS READ:   " APR-TRAN-READ-COUNT.
044500     DISPLAY "ITEMS APPROVED:        " APR-APPROVED-COUNT.
044600     DISPLAY "ITEMS REJECTED:        " APR-REJECTED-COUNT.
044700     DISPLAY "ITEMS EXPIRED:         " APR-EXPIRED-COUNT.
044800     DISPLAY "TRANS REJECTED:        " APR-TRAN-REJECT-COUNT.
044900     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
045000 9999-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400*    9900-WRITE-RUN-STATISTICS                                  *
045500*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
045600*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
045700*****************************************************************
045800 9900-WRITE-RUN-STATISTICS.
045900     OPEN EXTEND RUN-HISTORY.
046000     IF RUN-HIST-STATUS = "35" OR "05"
046100         OPEN OUTPUT RUN-HISTORY
046200         CLOSE RUN-HISTORY
046300         OPEN EXTEND RUN-HISTORY
046400     END-IF.
046500     MOVE "PENDAPR " TO RSTAT-PROGRAM.
046600     MOVE APR-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
046700     MOVE APR-RUN-NUMBER TO RSTAT-RUN-NUMBER.
046800     MOVE STAT-START-DATE TO RSTAT-START-DATE.
046900     MOVE STAT-START-TIME TO RSTAT-START-TIME.
047000     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
047100     ACCEPT STAT-END-TIME FROM TIME.
047200     MOVE STAT-END-DATE TO RSTAT-END-DATE.
047300     MOVE STAT-END-TIME TO RSTAT-END-TIME.
047400     MOVE APR-TRAN-READ-COUNT TO RSTAT-READ-COUNT.
047500     COMPUTE RSTAT-WRITTEN-COUNT = APR-APPROVED-COUNT
047600             + APR-REJECTED-COUNT + APR-EXPIRED-COUNT.
047700     MOVE APR-TRAN-REJECT-COUNT TO RSTAT-REJECT-COUNT.
047750     MOVE SPACE TO RSTAT-RESTART-FLAG.
047800     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
047900     WRITE RUN-STAT-RECORD.
048000     CLOSE RUN-HISTORY.
048100 9900-EXIT.
048200     EXIT.
048300
048400 END PROGRAM PENDAPR.
