000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  HOLMNT                                      *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / NIGHTLY BATCH CONTROL             *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  BUSINESS-DAY CALENDAR MAINTENANCE.  APPLIES *
001000*                   HOLIDAY AND WORKING-DAY TRANSACTIONS FROM   *
001100*                   THE HOLTRAN FILE TO THE HOLCAL FILE (KEYED  *
001200*                   BY CALENDAR DATE) AND LOGS EVERY CHANGE TO  *
001300*                   THE HOLAUD AUDIT FILE, THE SAME WAY PAY     *
001400*                   CALENDAR CHANGES ARE LOGGED TO CALAUD.      *
001500*                   OPERATIONS PRE-LOADS NEXT YEAR'S PUBLIC     *
001600*                   HOLIDAYS HERE; EODROLL SKIPS THEM WHEN IT   *
001700*                   ADVANCES THE BUSINESS DATE AND HELLO MOVES  *
001800*                   A PAY DATE THAT FALLS ON ONE BACK TO THE    *
001900*                   WORKING DAY BEFORE IT.                      *
002000*                                                               *
002100*                   TRANSACTION LAYOUT (HOLTRAN):               *
002200*                     COL 1     A = ADD CALENDAR ROW            *
002300*                               D = DELETE CALENDAR ROW         *
002400*                     COL 2-9   CALENDAR DATE (CCYYMMDD)        *
002500*                     COL 10    H = HOLIDAY (NOT WORKED)        *
002600*                               W = WEEKEND DAY WORKED          *
002700*                     COL 11-30 DESCRIPTION                     *
002800*                                                               *
002900*    MODIFICATION HISTORY                                       *
003000*    DATE       INIT  DESCRIPTION                                *
003100*    10/14/26   FT    ORIGINAL VERSION.                          *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. HOLMNT.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT HOLIDAY-CALENDAR  ASSIGN TO "HOLCAL"
003900            ORGANIZATION IS INDEXED
004000            ACCESS MODE IS DYNAMIC
004100            RECORD KEY IS HCAL-DATE
004200            FILE STATUS IS HOL-CAL-STATUS.
004300
004400     SELECT HOL-TRANS         ASSIGN TO "HOLTRAN"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS HOL-TRAN-STATUS.
004700
004800     SELECT HOL-AUDIT         ASSIGN TO "HOLAUD"
004900            ORGANIZATION IS LINE SEQUENTIAL
005000            FILE STATUS IS HOL-AUD-STATUS.
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
006200 FD  HOLIDAY-CALENDAR.
006300     COPY HOLCALR.
006400
006500 FD  HOL-TRANS
006600     RECORDING MODE IS F.
006700 01  HOL-TRANS-RECORD.
006800     02  HTRN-CODE                   PIC X(01).
006900         88  HTRN-IS-ADD                      VALUE "A".
007000         88  HTRN-IS-DELETE                   VALUE "D".
007100     02  HTRN-CAL-DATE               PIC 9(08).
007200     02  HTRN-CAL-DATE-R REDEFINES HTRN-CAL-DATE.
007300         03  HTRN-CCYY               PIC 9(04).
007400         03  HTRN-MM                 PIC 9(02).
007500         03  HTRN-DD                 PIC 9(02).
007600     02  HTRN-DAY-TYPE               PIC X(01).
007700     02  HTRN-DESC                   PIC X(20).
007800
007900 FD  HOL-AUDIT.
008000     COPY HOLAUDR.
008100
008200 FD  RUN-CONTROL
008300     RECORDING MODE IS F.
008400     COPY RUNCTL.
008500
008600 FD  RUN-HISTORY
008700     RECORDING MODE IS F.
008800     COPY RUNSTAT.
008900
009000 WORKING-STORAGE SECTION.
009100 01  HOL-CAL-STATUS                  PIC X(02).
009200 01  HOL-TRAN-STATUS                 PIC X(02).
009300 01  HOL-AUD-STATUS                  PIC X(02).
009400 01  RUN-CTL-STATUS                  PIC X(02).
009500 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
009600     88  RUN-CTL-AVAILABLE                    VALUE "Y".
009700     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
009800 01  HOL-TRAN-EOF-SW                 PIC X(01) VALUE "N".
009900     88  HOL-TRAN-EOF                         VALUE "Y".
010000 01  HOL-TRAN-AVAILABLE-SW           PIC X(01) VALUE "Y".
010100     88  HOL-TRAN-AVAILABLE                   VALUE "Y".
010200     88  HOL-TRAN-NOT-AVAILABLE               VALUE "N".
010300 01  HOL-FOUND-SW                    PIC X(01) VALUE "N".
010400     88  HOL-FOUND                            VALUE "Y".
010500     88  HOL-NOT-FOUND                        VALUE "N".
010600 01  HOL-ADD-COUNT                   PIC 9(05) VALUE ZERO.
010700 01  HOL-DELETE-COUNT                PIC 9(05) VALUE ZERO.
010800 01  HOL-REJECT-COUNT                PIC 9(05) VALUE ZERO.
010900 01  CURRENT-DATE-FIELDS.
011000     02  CURRENT-CCYY                PIC 9(04).
011100     02  CURRENT-MM                  PIC 9(02).
011200     02  CURRENT-DD                  PIC 9(02).
011300 01  CURRENT-TIME-FIELD              PIC 9(08).
011400 01  HOL-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
011500 01  HOL-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
011600*    RUN-STATISTICS WORK AREAS.                                  *
011700 01  RUN-HIST-STATUS                 PIC X(02).
011800 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
011900 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
012000 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
012100 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
012200
012300 PROCEDURE DIVISION.
012400
012500*****************************************************************
012600*    0000-MAINLINE                                              *
012700*****************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013000     IF HOL-TRAN-AVAILABLE
013100         PERFORM 2100-READ-HOL-TRANSACTION THRU 2100-EXIT
013200         PERFORM 2000-APPLY-HOL-TRANSACTION THRU 2000-EXIT
013300             UNTIL HOL-TRAN-EOF
013400     END-IF.
013500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
013600     STOP RUN.
013700
013800*****************************************************************
013900*    1000-INITIALIZE                                            *
014000*****************************************************************
014100 1000-INITIALIZE.
014200     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
014300     ACCEPT STAT-START-TIME FROM TIME.
014400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
014500     OPEN I-O HOLIDAY-CALENDAR.
014600     IF HOL-CAL-STATUS = "35" OR "05"
014700         CLOSE HOLIDAY-CALENDAR
014800         OPEN OUTPUT HOLIDAY-CALENDAR
014900         CLOSE HOLIDAY-CALENDAR
015000         OPEN I-O HOLIDAY-CALENDAR
015100     END-IF.
015200     OPEN INPUT HOL-TRANS.
015300     IF HOL-TRAN-STATUS = "35"
015400         DISPLAY "NO HOLIDAY TRANSACTION FILE SUPPLIED - NO "
015500                 "BUSINESS-DAY CALENDAR CHANGES TONIGHT"
015600         SET HOL-TRAN-NOT-AVAILABLE TO TRUE
015700         SET HOL-TRAN-EOF TO TRUE
015800     END-IF.
015900     OPEN EXTEND HOL-AUDIT.
016000     IF HOL-AUD-STATUS = "35" OR "05"
016100         OPEN OUTPUT HOL-AUDIT
016200         CLOSE HOL-AUDIT
016300         OPEN EXTEND HOL-AUDIT
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016900*    1050-GET-BUSINESS-DATE                                     *
017000*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
017100*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
017200*****************************************************************
017300 1050-GET-BUSINESS-DATE.
017400     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
017500     OPEN INPUT RUN-CONTROL.
017600     IF RUN-CTL-STATUS NOT = "35"
017700         READ RUN-CONTROL
017800             NOT AT END
017900                 SET RUN-CTL-AVAILABLE TO TRUE
018000                 MOVE RUN-BUSINESS-DATE TO HOL-BUSINESS-DATE
018100                 MOVE RUN-NUMBER TO HOL-RUN-NUMBER
018200         END-READ
018300         CLOSE RUN-CONTROL
018400     END-IF.
018500     IF RUN-CTL-NOT-AVAILABLE
018600         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
018700         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
018800         MOVE CURRENT-CCYY TO HOL-BUSINESS-DATE(1:4)
018900         MOVE CURRENT-MM TO HOL-BUSINESS-DATE(5:2)
019000         MOVE CURRENT-DD TO HOL-BUSINESS-DATE(7:2)
019100     END-IF.
019200 1050-EXIT.
019300     EXIT.
019400
019500*****************************************************************
019600*    2000-APPLY-HOL-TRANSACTION                                 *
019700*****************************************************************
019800 2000-APPLY-HOL-TRANSACTION.
019900     EVALUATE TRUE
020000         WHEN HTRN-IS-ADD
020100             PERFORM 2300-ADD-HOL-DATE THRU 2300-EXIT
020200         WHEN HTRN-IS-DELETE
020300             PERFORM 2400-DELETE-HOL-DATE THRU 2400-EXIT
020400         WHEN OTHER
020500             DISPLAY "REJECTED - UNKNOWN HOLIDAY TRANSACTION "
020600                     "CODE " HTRN-CODE
020700             ADD 1 TO HOL-REJECT-COUNT
020800     END-EVALUATE.
020900     PERFORM 2100-READ-HOL-TRANSACTION THRU 2100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200
021300 2100-READ-HOL-TRANSACTION.
021400     READ HOL-TRANS
021500         AT END
021600             SET HOL-TRAN-EOF TO TRUE
021700     END-READ.
021800 2100-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200*    2300-ADD-HOL-DATE                                          *
022300*    THE DATE MUST LOOK LIKE A CALENDAR DATE AND THE DAY TYPE   *
022400*    MUST BE H OR W; A DATE ALREADY ON THE CALENDAR IS          *
022500*    REJECTED - DELETE IT FIRST TO CHANGE ITS TYPE.             *
022600*****************************************************************
022700 2300-ADD-HOL-DATE.
022800     IF HTRN-CAL-DATE NOT NUMERIC
022900             OR HTRN-MM < 1 OR HTRN-MM > 12
023000             OR HTRN-DD < 1 OR HTRN-DD > 31
023100         DISPLAY "REJECTED - INVALID CALENDAR DATE "
023200                 HTRN-CAL-DATE
023300         ADD 1 TO HOL-REJECT-COUNT
023400         GO TO 2300-EXIT
023500     END-IF.
023600     MOVE HTRN-DAY-TYPE TO HCAL-DAY-TYPE.
023700     IF NOT HCAL-DAY-TYPE-VALID
023800         DISPLAY "REJECTED - DAY TYPE MUST BE H OR W, DATE "
023900                 HTRN-CAL-DATE
024000         ADD 1 TO HOL-REJECT-COUNT
024100         GO TO 2300-EXIT
024200     END-IF.
024300     MOVE HTRN-CAL-DATE TO HCAL-DATE.
024400     READ HOLIDAY-CALENDAR
024500         INVALID KEY
024600             SET HOL-NOT-FOUND TO TRUE
024700         NOT INVALID KEY
024800             SET HOL-FOUND TO TRUE
024900     END-READ.
025000     IF HOL-FOUND
025100         DISPLAY "REJECTED - DATE ALREADY ON CALENDAR, DATE "
025200                 HTRN-CAL-DATE
025300         ADD 1 TO HOL-REJECT-COUNT
025400         GO TO 2300-EXIT
025500     END-IF.
025600     MOVE HTRN-CAL-DATE TO HCAL-DATE.
025700     MOVE HTRN-DAY-TYPE TO HCAL-DAY-TYPE.
025800     MOVE HTRN-DESC TO HCAL-DESC.
025900     WRITE HOL-CAL-RECORD.
026000     ADD 1 TO HOL-ADD-COUNT.
026100     SET HAUD-ACTION-ADD TO TRUE.
026200     PERFORM 2900-LOG-HOL-AUDIT THRU 2900-EXIT.
026300 2300-EXIT.
026400     EXIT.
026500
026600*****************************************************************
026700*    2400-DELETE-HOL-DATE                                       *
026800*****************************************************************
026900 2400-DELETE-HOL-DATE.
027000     MOVE HTRN-CAL-DATE TO HCAL-DATE.
027100     READ HOLIDAY-CALENDAR
027200         INVALID KEY
027300             SET HOL-NOT-FOUND TO TRUE
027400         NOT INVALID KEY
027500             SET HOL-FOUND TO TRUE
027600     END-READ.
027700     IF HOL-NOT-FOUND
027800         DISPLAY "REJECTED - DATE NOT ON CALENDAR, DATE "
027900                 HTRN-CAL-DATE
028000         ADD 1 TO HOL-REJECT-COUNT
028100         GO TO 2400-EXIT
028200     END-IF.
028300     MOVE HCAL-DAY-TYPE TO HTRN-DAY-TYPE.
028400     MOVE HCAL-DESC TO HTRN-DESC.
028500     DELETE HOLIDAY-CALENDAR RECORD.
028600     ADD 1 TO HOL-DELETE-COUNT.
028700     SET HAUD-ACTION-DELETE TO TRUE.
028800     PERFORM 2900-LOG-HOL-AUDIT THRU 2900-EXIT.
028900 2400-EXIT.
029000     EXIT.
029100
029200*****************************************************************
029300*    2900-LOG-HOL-AUDIT                                         *
029400*    THE CALLER MUST HAVE SET HAUD-ACTION BEFORE PERFORMING     *
029500*    THIS PARAGRAPH.  A DELETE LOGS THE ROW AS IT STOOD.        *
029600*****************************************************************
029700 2900-LOG-HOL-AUDIT.
029800     MOVE HTRN-CAL-DATE TO HAUD-CAL-DATE.
029900     MOVE HTRN-DAY-TYPE TO HAUD-DAY-TYPE.
030000     MOVE HTRN-DESC TO HAUD-DESC.
030100     MOVE HOL-BUSINESS-DATE TO HAUD-RUN-DATE.
030200     ACCEPT CURRENT-TIME-FIELD FROM TIME.
030300     MOVE CURRENT-TIME-FIELD TO HAUD-RUN-TIME.
030400     WRITE HOL-AUDIT-RECORD.
030500 2900-EXIT.
030600     EXIT.
030700
030800*****************************************************************
030900*    9999-TERMINATE                                             *
031000*****************************************************************
031100 9999-TERMINATE.
031200     CLOSE HOLIDAY-CALENDAR.
031300     IF HOL-TRAN-AVAILABLE
031400         CLOSE HOL-TRANS
031500     END-IF.
031600     CLOSE HOL-AUDIT.
031700     DISPLAY "CALENDAR ROWS ADDED:    " HOL-ADD-COUNT.
031800     DISPLAY "CALENDAR ROWS DELETED:  " HOL-DELETE-COUNT.
031900     DISPLAY "CALENDAR REJECTS:       " HOL-REJECT-COUNT.
032000     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
032100 9999-EXIT.
032200     EXIT.
032300
032400*****************************************************************
032500*    9900-WRITE-RUN-STATISTICS                                  *
032600*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
032700*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
032800*****************************************************************
032900 9900-WRITE-RUN-STATISTICS.
033000     OPEN EXTEND RUN-HISTORY.
033100     IF RUN-HIST-STATUS = "35" OR "05"
033200         OPEN OUTPUT RUN-HISTORY
033300         CLOSE RUN-HISTORY
033400         OPEN EXTEND RUN-HISTORY
033500     END-IF.
033600     MOVE "HOLMNT  " TO RSTAT-PROGRAM.
033700     MOVE HOL-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
033800     MOVE HOL-RUN-NUMBER TO RSTAT-RUN-NUMBER.
033900     MOVE STAT-START-DATE TO RSTAT-START-DATE.
034000     MOVE STAT-START-TIME TO RSTAT-START-TIME.
034100     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
034200     ACCEPT STAT-END-TIME FROM TIME.
034300     MOVE STAT-END-DATE TO RSTAT-END-DATE.
034400     MOVE STAT-END-TIME TO RSTAT-END-TIME.
034500     COMPUTE RSTAT-READ-COUNT = HOL-ADD-COUNT
034600             + HOL-DELETE-COUNT + HOL-REJECT-COUNT.
034700     COMPUTE RSTAT-WRITTEN-COUNT = HOL-ADD-COUNT
034800             + HOL-DELETE-COUNT.
034900     MOVE HOL-REJECT-COUNT TO RSTAT-REJECT-COUNT.
034950     MOVE SPACE TO RSTAT-RESTART-FLAG.
035000     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
035100     WRITE RUN-STAT-RECORD.
035200     CLOSE RUN-HISTORY.
035300 9900-EXIT.
035400     EXIT.
035500
035600 END PROGRAM HOLMNT.
