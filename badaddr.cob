000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  BADADDR                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / CUSTOMER STATEMENTS              *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  WEEKLY BAD-ADDRESS REPORT.  READS THE       *
001000*                   CUSTOMER-MASTER FILE IN IDENT ORDER AND     *
001100*                   LISTS EVERY CUSTOMER FLAGGED RETURNED MAIL  *
001200*                   BY COBOLTUT - IDENT, NAME, STATUS, THE DATE *
001300*                   THE MAIL CAME BACK AND THE ADDRESS IT WAS   *
001400*                   SENT TO.  STMTPRT HOLDS THESE CUSTOMERS'    *
001500*                   STATEMENTS UNTIL A NEW ADDRESS IS POSTED,   *
001600*                   WHICH ALSO CLEARS THE FLAG AND DROPS THEM   *
001700*                   FROM THIS REPORT.                           *
001800*                                                               *
001900*                   RUN ON DEMAND ONCE A WEEK - NOT PART OF     *
002000*                   THE NIGHTLY JOB PLAN.                       *
002100*                                                               *
002200*    MODIFICATION HISTORY                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    10/14/26   FT    ORIGINAL VERSION.                          *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. BADADDR.
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CUSTOMER-MASTER  ASSIGN TO "CUSTMAST"
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE IS SEQUENTIAL
003400            RECORD KEY IS Ident
003500            FILE STATUS IS CUST-MAST-STATUS.
003600
003700     SELECT BAD-ADDRESS-REPORT ASSIGN TO "BADRPT"
003800            ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT RUN-CONTROL      ASSIGN TO "RUNCTL"
004100            ORGANIZATION IS LINE SEQUENTIAL
004200            FILE STATUS IS RUN-CTL-STATUS.
004300
004400     SELECT RUN-HISTORY      ASSIGN TO "RUNHIST"
004500            ORGANIZATION IS LINE SEQUENTIAL
004600            FILE STATUS IS RUN-HIST-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CUSTOMER-MASTER.
005100     COPY CUSTREC.
005200
005300 FD  BAD-ADDRESS-REPORT
005400     RECORDING MODE IS F.
005500 01  BAD-ADDRESS-REPORT-LINE         PIC X(80).
005600
005700 FD  RUN-CONTROL
005800     RECORDING MODE IS F.
005900     COPY RUNCTL.
006000
006100 FD  RUN-HISTORY
006200     RECORDING MODE IS F.
006300     COPY RUNSTAT.
006400
006500 WORKING-STORAGE SECTION.
006600 01  CUST-MAST-STATUS                PIC X(02).
006700 01  RUN-CTL-STATUS                  PIC X(02).
006800 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
006900     88  RUN-CTL-AVAILABLE                    VALUE "Y".
007000     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
007100 01  BAD-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
007200 01  BAD-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
007300*    RUN-STATISTICS WORK AREAS.                                 *
007400 01  RUN-HIST-STATUS                 PIC X(02).
007500 01  BAD-CUST-READ-COUNT             PIC 9(07) VALUE ZERO.
007600 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
007700 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
007800 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
007900 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
008000 01  CURRENT-DATE-FIELDS.
008100     02  CURRENT-CCYY                PIC 9(04).
008200     02  CURRENT-MM                  PIC 9(02).
008300     02  CURRENT-DD                  PIC 9(02).
008400 01  CUST-MASTER-EOF-SW              PIC X(01) VALUE "N".
008500     88  CUST-MASTER-EOF                      VALUE "Y".
008600 01  BAD-LISTED-COUNT                PIC 9(05) VALUE ZERO.
008700 01  BAD-ACTIVE-COUNT                PIC 9(05) VALUE ZERO.
008800
008900*    BAD-ADDRESS REPORT LINES.                                  *
009000 01  BAD-RPT-TITLE.
009100     02  FILLER PIC X(30) VALUE "RETURNED MAIL - BAD ADDRESSES".
009200     02  FILLER PIC X(10) VALUE "RUN DATE:".
009300     02  BAD-TITLE-DATE              PIC 9(08).
009400     02  FILLER PIC X(32) VALUE SPACES.
009500 01  BAD-SEPARATOR-LINE              PIC X(80) VALUE ALL "-".
009600 01  BAD-COL-HDG-1.
009700     02  FILLER PIC X(05) VALUE "IDNT".
009800     02  FILLER PIC X(22) VALUE "NAME".
009900     02  FILLER PIC X(03) VALUE "ST".
010000     02  FILLER PIC X(10) VALUE "RETURNED".
010100     02  FILLER PIC X(40) VALUE "STREET".
010200 01  BAD-COL-HDG-2.
010300     02  FILLER PIC X(22) VALUE SPACES.
010400     02  FILLER PIC X(21) VALUE "CITY".
010500     02  FILLER PIC X(11) VALUE "REGION".
010600     02  FILLER PIC X(11) VALUE "POSTCODE".
010700     02  FILLER PIC X(15) VALUE "COUNTRY".
010800 01  BAD-DETAIL-LINE-1.
010900     02  BAD-DTL-IDENT               PIC 999.
011000     02  FILLER                      PIC X(02) VALUE SPACES.
011100     02  BAD-DTL-NAME                PIC X(20).
011200     02  FILLER                      PIC X(02) VALUE SPACES.
011300     02  BAD-DTL-STATUS              PIC X(01).
011400     02  FILLER                      PIC X(02) VALUE SPACES.
011500     02  BAD-DTL-RTN-DATE            PIC 9(08).
011600     02  FILLER                      PIC X(02) VALUE SPACES.
011700     02  BAD-DTL-STREET              PIC X(30).
011800     02  FILLER                      PIC X(10) VALUE SPACES.
011900 01  BAD-DETAIL-LINE-2.
012000     02  FILLER                      PIC X(22) VALUE SPACES.
012100     02  BAD-DTL-CITY                PIC X(20).
012200     02  FILLER                      PIC X(01) VALUE SPACES.
012300     02  BAD-DTL-REGION              PIC X(10).
012400     02  FILLER                      PIC X(01) VALUE SPACES.
012500     02  BAD-DTL-POSTCODE            PIC X(10).
012600     02  FILLER                      PIC X(01) VALUE SPACES.
012700     02  BAD-DTL-COUNTRY             PIC X(15).
012800 01  BAD-NONE-LINE.
012900     02  FILLER PIC X(40)
013000             VALUE "NO CUSTOMERS FLAGGED RETURNED MAIL".
013100     02  FILLER PIC X(40) VALUE SPACES.
013200 01  BAD-FOOTER-LINE-1.
013300     02  FILLER PIC X(30) VALUE "CUSTOMERS FLAGGED:".
013400     02  BAD-FTR-LISTED              PIC ZZZZ9.
013500     02  FILLER PIC X(45) VALUE SPACES.
013600 01  BAD-FOOTER-LINE-2.
013700     02  FILLER PIC X(30) VALUE "  OF WHICH ACTIVE:".
013800     02  BAD-FTR-ACTIVE              PIC ZZZZ9.
013900     02  FILLER PIC X(45) VALUE SPACES.
014000
014100 PROCEDURE DIVISION.
014200
014300*****************************************************************
014400*    0000-MAINLINE                                              *
014500*****************************************************************
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014800     PERFORM 2000-LIST-ONE-CUSTOMER THRU 2000-EXIT
014900         UNTIL CUST-MASTER-EOF.
015000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
015100     STOP RUN.
015200
015300*****************************************************************
015400*    1000-INITIALIZE                                            *
015500*    A MISSING CUSTOMER MASTER IS NOT AN ERROR - THE REPORT     *
015600*    SIMPLY LISTS NOBODY.                                       *
015700*****************************************************************
015800 1000-INITIALIZE.
015900     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
016000     ACCEPT STAT-START-TIME FROM TIME.
016100     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
016200     OPEN INPUT CUSTOMER-MASTER.
016300     OPEN OUTPUT BAD-ADDRESS-REPORT.
016400     MOVE BAD-BUSINESS-DATE TO BAD-TITLE-DATE.
016500     MOVE BAD-RPT-TITLE TO BAD-ADDRESS-REPORT-LINE.
016600     WRITE BAD-ADDRESS-REPORT-LINE.
016700     MOVE BAD-SEPARATOR-LINE TO BAD-ADDRESS-REPORT-LINE.
016800     WRITE BAD-ADDRESS-REPORT-LINE.
016900     MOVE BAD-COL-HDG-1 TO BAD-ADDRESS-REPORT-LINE.
017000     WRITE BAD-ADDRESS-REPORT-LINE.
017100     MOVE BAD-COL-HDG-2 TO BAD-ADDRESS-REPORT-LINE.
017200     WRITE BAD-ADDRESS-REPORT-LINE.
017300     MOVE BAD-SEPARATOR-LINE TO BAD-ADDRESS-REPORT-LINE.
017400     WRITE BAD-ADDRESS-REPORT-LINE.
017500     IF CUST-MAST-STATUS = "35"
017600         DISPLAY "NO CUSTOMER MASTER FILE SUPPLIED - NO "
017700                 "CUSTOMERS TO LIST"
017800         SET CUST-MASTER-EOF TO TRUE
017900     ELSE
018000         PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
018100     END-IF.
018200 1000-EXIT.
018300     EXIT.
018400
018500*****************************************************************
018600*    1050-GET-BUSINESS-DATE                                     *
018700*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
018800*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
018900*****************************************************************
019000 1050-GET-BUSINESS-DATE.
019100     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
019200     OPEN INPUT RUN-CONTROL.
019300     IF RUN-CTL-STATUS NOT = "35"
019400         READ RUN-CONTROL
019500             NOT AT END
019600                 SET RUN-CTL-AVAILABLE TO TRUE
019700                 MOVE RUN-BUSINESS-DATE TO BAD-BUSINESS-DATE
019800                 MOVE RUN-NUMBER TO BAD-RUN-NUMBER
019900         END-READ
020000         CLOSE RUN-CONTROL
020100     END-IF.
020200     IF RUN-CTL-NOT-AVAILABLE
020300         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
020400         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
020500         MOVE CURRENT-CCYY TO BAD-BUSINESS-DATE(1:4)
020600         MOVE CURRENT-MM TO BAD-BUSINESS-DATE(5:2)
020700         MOVE CURRENT-DD TO BAD-BUSINESS-DATE(7:2)
020800     END-IF.
020900 1050-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300*    2000-LIST-ONE-CUSTOMER                                     *
021400*    TWO LINES FOR A CUSTOMER FLAGGED RETURNED MAIL: IDENT,     *
021500*    NAME, STATUS, RETURNED DATE AND STREET, THEN THE REST OF   *
021600*    THE ADDRESS THE MAIL CAME BACK FROM.  CLOSED CUSTOMERS     *
021700*    STILL FLAGGED ARE LISTED TOO BUT NOT COUNTED AS ACTIVE.    *
021800*****************************************************************
021900 2000-LIST-ONE-CUSTOMER.
022000     IF NOT MailReturned
022100         PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT
022200         GO TO 2000-EXIT
022300     END-IF.
022400     MOVE Ident TO BAD-DTL-IDENT.
022500     MOVE CustName TO BAD-DTL-NAME.
022600     MOVE CustStatus TO BAD-DTL-STATUS.
022700     MOVE MailReturnedDate TO BAD-DTL-RTN-DATE.
022800     MOVE CustStreet TO BAD-DTL-STREET.
022900     MOVE BAD-DETAIL-LINE-1 TO BAD-ADDRESS-REPORT-LINE.
023000     WRITE BAD-ADDRESS-REPORT-LINE.
023100     MOVE CustCity TO BAD-DTL-CITY.
023200     MOVE CustRegion TO BAD-DTL-REGION.
023300     MOVE CustPostCode TO BAD-DTL-POSTCODE.
023400     MOVE CustCountry TO BAD-DTL-COUNTRY.
023500     MOVE BAD-DETAIL-LINE-2 TO BAD-ADDRESS-REPORT-LINE.
023600     WRITE BAD-ADDRESS-REPORT-LINE.
023700     ADD 1 TO BAD-LISTED-COUNT.
023800     IF CustActive
023900         ADD 1 TO BAD-ACTIVE-COUNT
024000     END-IF.
024100     PERFORM 2100-READ-NEXT-CUSTOMER THRU 2100-EXIT.
024200 2000-EXIT.
024300     EXIT.
024400
024500 2100-READ-NEXT-CUSTOMER.
024600     READ CUSTOMER-MASTER NEXT RECORD
024700         AT END
024800             SET CUST-MASTER-EOF TO TRUE
024900         NOT AT END
025000             ADD 1 TO BAD-CUST-READ-COUNT
025100     END-READ.
025200 2100-EXIT.
025300     EXIT.
025400
025500*****************************************************************
025600*    9999-TERMINATE                                             *
025700*****************************************************************
025800 9999-TERMINATE.
025900     IF CUST-MAST-STATUS NOT = "35"
026000         CLOSE CUSTOMER-MASTER
026100     END-IF.
026200     IF BAD-LISTED-COUNT = ZERO
026300         MOVE BAD-NONE-LINE TO BAD-ADDRESS-REPORT-LINE
026400         WRITE BAD-ADDRESS-REPORT-LINE
026500     END-IF.
026600     MOVE BAD-SEPARATOR-LINE TO BAD-ADDRESS-REPORT-LINE.
026700     WRITE BAD-ADDRESS-REPORT-LINE.
026800     MOVE BAD-LISTED-COUNT TO BAD-FTR-LISTED.
026900     MOVE BAD-FOOTER-LINE-1 TO BAD-ADDRESS-REPORT-LINE.
027000     WRITE BAD-ADDRESS-REPORT-LINE.
027100     MOVE BAD-ACTIVE-COUNT TO BAD-FTR-ACTIVE.
027200     MOVE BAD-FOOTER-LINE-2 TO BAD-ADDRESS-REPORT-LINE.
027300     WRITE BAD-ADDRESS-REPORT-LINE.
027400     CLOSE BAD-ADDRESS-REPORT.
027500     DISPLAY "CUSTOMERS FLAGGED RETURNED MAIL: " BAD-LISTED-COUNT.
027600     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
027700 9999-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100*    9900-WRITE-RUN-STATISTICS                                  *
028200*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
028300*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
028400*****************************************************************
028500 9900-WRITE-RUN-STATISTICS.
028600     OPEN EXTEND RUN-HISTORY.
028700     IF RUN-HIST-STATUS = "35" OR "05"
028800         OPEN OUTPUT RUN-HISTORY
028900         CLOSE RUN-HISTORY
029000         OPEN EXTEND RUN-HISTORY
029100     END-IF.
029200     MOVE "BADADDR " TO RSTAT-PROGRAM.
029300     MOVE BAD-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
029400     MOVE BAD-RUN-NUMBER TO RSTAT-RUN-NUMBER.
029500     MOVE STAT-START-DATE TO RSTAT-START-DATE.
029600     MOVE STAT-START-TIME TO RSTAT-START-TIME.
029700     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
029800     ACCEPT STAT-END-TIME FROM TIME.
029900     MOVE STAT-END-DATE TO RSTAT-END-DATE.
030000     MOVE STAT-END-TIME TO RSTAT-END-TIME.
030100     MOVE BAD-CUST-READ-COUNT TO RSTAT-READ-COUNT.
030200     MOVE BAD-LISTED-COUNT TO RSTAT-WRITTEN-COUNT.
030300     MOVE ZERO TO RSTAT-REJECT-COUNT.
030350     MOVE SPACE TO RSTAT-RESTART-FLAG.
030400     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
030500     WRITE RUN-STAT-RECORD.
030600     CLOSE RUN-HISTORY.
030700 9900-EXIT.
030800     EXIT.
030900
031000 END PROGRAM BADADDR.
