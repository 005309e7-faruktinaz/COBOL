000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  PAYXFER                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  EMPLOYEE PAYCHECK FEED TO THE CUSTOMER      *
001000*                   SYSTEM.  RUNS AFTER HELLO AND BEFORE        *
001100*                   CUSTEDIT.  EVERY EMPLOYEE PAID ON TONIGHT'S *
001200*                   RUN (PAYHIST, PAYHISTR COPYBOOK) WHO IS     *
001300*                   LINKED TO A CUSTOMER ON THE EMPXREF FILE    *
001400*                   (EMPXREFR COPYBOOK, MAINTAINED BY XREFMNT)  *
001500*                   HAS THEIR NET PAY APPENDED TO CUSTTRNI AS A *
001600*                   PAYCHECK (P) TRANSACTION, SO CUSTEDIT AND   *
001700*                   COBOLTUT APPORTION IT THE SAME NIGHT        *
001800*                   WITHOUT ANYONE RE-KEYING IT.                *
001900*                                                               *
002000*                   A LINKED EMPLOYEE IS NOT FED, AND IS LISTED *
002100*                   ON THE XFEREXC EXCEPTION LIST INSTEAD, WHEN *
002200*                   THE PAY WAS KEPT BACK BY A STOP-PAY HOLD,   *
002300*                   THE CUSTOMER IS CLOSED OR NOT ON CUSTMAST,  *
002400*                   OR THE NET PAY IS ZERO OR ABOVE THE         *
002500*                   PAYCHECK LIMIT CUSTEDIT ACCEPTS.            *
002600*                                                               *
002700*                   THE XFERRPT CONTROL REPORT LISTS EVERY      *
002800*                   TRANSACTION GENERATED AND PROVES THE FEED:  *
002900*                   LINKED NET PAY LESS THE EXCEPTIONS MUST     *
003000*                   EQUAL THE PAYCHECK TRANSACTIONS READ BACK   *
003100*                   FROM CUSTTRNI AFTER THE APPEND.  A FEED     *
003200*                   THAT DOES NOT PROVE ENDS WITH RETURN-CODE   *
003300*                   16.  THE BUSINESS DATE AND RUN NUMBER FED   *
003400*                   ARE KEPT ON XFERCTL SO A RERUN OF THE STEP  *
003500*                   DOES NOT FEED THE SAME RUN TWICE.           *
003600*                                                               *
003700*    MODIFICATION HISTORY                                       *
003800*    DATE       INIT  DESCRIPTION                                *
003900*    10/14/26   FT    ORIGINAL VERSION.                          *
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. PAYXFER.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT PAY-HISTORY       ASSIGN TO "PAYHIST"
004700            ORGANIZATION IS INDEXED
004800            ACCESS MODE IS DYNAMIC
004900            RECORD KEY IS PHST-KEY
005000            FILE STATUS IS PAY-HIST-STATUS.
005100
005200     SELECT EMP-XREF          ASSIGN TO "EMPXREF"
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE IS RANDOM
005500            RECORD KEY IS XREF-EMP-IDENT
005600            FILE STATUS IS EMP-XREF-STATUS.
005700
005800     SELECT CUSTOMER-MASTER   ASSIGN TO "CUSTMAST"
005900            ORGANIZATION IS INDEXED
006000            ACCESS MODE IS RANDOM
006100            RECORD KEY IS Ident
006200            FILE STATUS IS CUST-MAST-STATUS.
006300
006400     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
006500            ORGANIZATION IS INDEXED
006600            ACCESS MODE IS RANDOM
006700            RECORD KEY IS EmpIdent
006800            FILE STATUS IS EMP-MAST-STATUS.
006900
007000     SELECT RAW-TRANS         ASSIGN TO "CUSTTRNI"
007100            ORGANIZATION IS LINE SEQUENTIAL
007200            FILE STATUS IS RAW-TRAN-STATUS.
007300
007400     SELECT XFER-CONTROL      ASSIGN TO "XFERCTL"
007500            ORGANIZATION IS LINE SEQUENTIAL
007600            FILE STATUS IS XFER-CTL-STATUS.
007700
007800     SELECT XFER-REPORT       ASSIGN TO "XFERRPT"
007900            ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT XFER-EXCEPTIONS   ASSIGN TO "XFEREXC"
008200            ORGANIZATION IS LINE SEQUENTIAL.
008300
008400     SELECT RUN-CONTROL       ASSIGN TO "RUNCTL"
008500            ORGANIZATION IS LINE SEQUENTIAL
008600            FILE STATUS IS RUN-CTL-STATUS.
008700
008800     SELECT RUN-HISTORY       ASSIGN TO "RUNHIST"
008900            ORGANIZATION IS LINE SEQUENTIAL
009000            FILE STATUS IS RUN-HIST-STATUS.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  PAY-HISTORY.
009500     COPY PAYHISTR.
009600
009700 FD  EMP-XREF.
009800     COPY EMPXREFR.
009900
010000 FD  CUSTOMER-MASTER.
010100     COPY CUSTREC.
010200
010300 FD  EMPLOYEE-MASTER.
010400     COPY EMPREC.
010500
010600 FD  RAW-TRANS
010700     RECORDING MODE IS F.
010800     COPY CUSTTRN.
010900
011000 FD  XFER-CONTROL
011100     RECORDING MODE IS F.
011200 01  XFER-CONTROL-RECORD.
011300     02  XCTL-BUSINESS-DATE          PIC 9(08).
011400     02  XCTL-RUN-NUMBER             PIC 9(05).
011500
011600 FD  XFER-REPORT
011700     RECORDING MODE IS F.
011800 01  XFER-LINE                       PIC X(132).
011900
012000 FD  XFER-EXCEPTIONS
012100     RECORDING MODE IS F.
012200 01  XFER-EXC-LINE                   PIC X(132).
012300
012400 FD  RUN-CONTROL
012500     RECORDING MODE IS F.
012600     COPY RUNCTL.
012700
012800 FD  RUN-HISTORY
012900     RECORDING MODE IS F.
013000     COPY RUNSTAT.
013100
013200 WORKING-STORAGE SECTION.
013300 01  PAY-HIST-STATUS                 PIC X(02).
013400 01  EMP-XREF-STATUS                 PIC X(02).
013500 01  CUST-MAST-STATUS                PIC X(02).
013600 01  EMP-MAST-STATUS                 PIC X(02).
013700 01  RAW-TRAN-STATUS                 PIC X(02).
013800 01  XFER-CTL-STATUS                 PIC X(02).
013900 01  RUN-CTL-STATUS                  PIC X(02).
014000 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
014100     88  RUN-CTL-AVAILABLE                    VALUE "Y".
014200     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
014300 01  PAY-HIST-AVAILABLE-SW           PIC X(01) VALUE "Y".
014400     88  PAY-HIST-AVAILABLE                   VALUE "Y".
014500     88  PAY-HIST-NOT-AVAILABLE               VALUE "N".
014600 01  EMP-XREF-AVAILABLE-SW           PIC X(01) VALUE "Y".
014700     88  EMP-XREF-AVAILABLE                   VALUE "Y".
014800     88  EMP-XREF-NOT-AVAILABLE               VALUE "N".
014900 01  CUST-MAST-AVAILABLE-SW          PIC X(01) VALUE "Y".
015000     88  CUST-MAST-AVAILABLE                  VALUE "Y".
015100     88  CUST-MAST-NOT-AVAILABLE              VALUE "N".
015200 01  EMP-MAST-AVAILABLE-SW           PIC X(01) VALUE "Y".
015300     88  EMP-MAST-AVAILABLE                   VALUE "Y".
015400     88  EMP-MAST-NOT-AVAILABLE               VALUE "N".
015500 01  RAW-TRAN-OPEN-SW                PIC X(01) VALUE "N".
015600     88  RAW-TRAN-OPEN                        VALUE "Y".
015700     88  RAW-TRAN-CLOSED                      VALUE "N".
015800 01  PAY-HIST-EOF-SW                 PIC X(01) VALUE "N".
015900     88  PAY-HIST-EOF                         VALUE "Y".
016000 01  RAW-TRAN-EOF-SW                 PIC X(01) VALUE "N".
016100     88  RAW-TRAN-EOF                         VALUE "Y".
016200     88  RAW-TRAN-NOT-EOF                     VALUE "N".
016300 01  XFR-ALREADY-FED-SW              PIC X(01) VALUE "N".
016400     88  XFR-ALREADY-FED                      VALUE "Y".
016500 01  XFR-PROVED-SW                   PIC X(01) VALUE "N".
016600     88  XFR-PROVED                           VALUE "Y".
016700     88  XFR-NOT-PROVED                       VALUE "N".
016800 01  XFR-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
016900 01  XFR-RUN-NUMBER                  PIC 9(05) VALUE ZERO.
017000*    HIGHEST PAYCHECK AMOUNT CUSTEDIT ACCEPTS ON A TRANSACTION. *
017100 01  XFR-MAX-PAYCHECK-AMT            PIC 9(04)V99 VALUE 9500.00.
017200 01  XFR-REASON                      PIC X(24) VALUE SPACES.
017300 01  CURRENT-DATE-FIELDS.
017400     02  CURRENT-CCYY                PIC 9(04).
017500     02  CURRENT-MM                  PIC 9(02).
017600     02  CURRENT-DD                  PIC 9(02).
017700*    RUN-STATISTICS WORK AREAS.                                 *
017800 01  RUN-HIST-STATUS                 PIC X(02).
017900 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
018000 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
018100 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
018200 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
018300
018400*    CONTROL COUNTS AND TOTALS.  CUSTTRNI RECORDS ALREADY ON    *
018500*    FILE BEFORE THE APPEND ARE COUNTED SO THE READ-BACK PROOF  *
018600*    LOOKS ONLY AT THE RECORDS THIS RUN ADDED.                  *
018700 01  XFR-READ-COUNT                  PIC 9(07) VALUE ZERO.
018800 01  XFR-PAID-COUNT                  PIC 9(05) VALUE ZERO.
018900 01  XFR-LINKED-COUNT                PIC 9(05) VALUE ZERO.
019000 01  XFR-HELD-COUNT                  PIC 9(05) VALUE ZERO.
019100 01  XFR-CLOSED-COUNT                PIC 9(05) VALUE ZERO.
019200 01  XFR-EXCEPTION-COUNT             PIC 9(05) VALUE ZERO.
019300 01  XFR-GENERATED-COUNT             PIC 9(05) VALUE ZERO.
019400 01  XFR-PRIOR-COUNT                 PIC 9(07) VALUE ZERO.
019500 01  XFR-RAW-SEEN                    PIC 9(07) VALUE ZERO.
019600 01  XFR-FOUND-COUNT                 PIC 9(05) VALUE ZERO.
019700 01  XFR-LINKED-NET                  PIC 9(07)V99 VALUE ZERO.
019800 01  XFR-EXCEPTION-NET               PIC 9(07)V99 VALUE ZERO.
019900 01  XFR-TO-FEED-NET                 PIC 9(07)V99 VALUE ZERO.
020000 01  XFR-GENERATED-NET               PIC 9(07)V99 VALUE ZERO.
020100 01  XFR-FOUND-NET                   PIC 9(07)V99 VALUE ZERO.
020200 01  XFR-LINE-COUNT                  PIC 9(03) VALUE ZERO.
020300 01  XFR-EXC-LINE-COUNT              PIC 9(03) VALUE ZERO.
020400 01  XFR-LINES-PER-PAGE              PIC 9(03) VALUE 55.
020500 01  XFR-PAGE-COUNT                  PIC 9(05) VALUE ZERO.
020600 01  XFR-EXC-PAGE-COUNT              PIC 9(05) VALUE ZERO.
020700
020800*    CONTROL REPORT AND EXCEPTION LIST LINES.                   *
020900 01  XFR-HDG-1.
021000     02  XFR-HDG-TITLE               PIC X(30).
021100     02  FILLER PIC X(15) VALUE "BUSINESS DATE".
021200     02  XFR-HDG-DATE                PIC 9(08).
021300     02  FILLER PIC X(06) VALUE "  RUN".
021400     02  XFR-HDG-RUN                 PIC 9(05).
021500     02  FILLER PIC X(56) VALUE SPACES.
021600     02  FILLER PIC X(05) VALUE "PAGE".
021700     02  XFR-HDG-PAGE                PIC ZZZZ9.
021800     02  FILLER PIC X(02) VALUE SPACES.
021900 01  XFR-HDG-2.
022000     02  FILLER PIC X(07) VALUE "EMP".
022100     02  FILLER PIC X(22) VALUE "EMPLOYEE NAME".
022200     02  FILLER PIC X(07) VALUE "CUST".
022300     02  FILLER PIC X(22) VALUE "CUSTOMER NAME".
022400     02  FILLER PIC X(11) VALUE "NET PAY".
022500     02  FILLER PIC X(63) VALUE "REASON".
022600 01  XFR-DETAIL-LINE.
022700     02  XFR-DTL-EMP-IDENT           PIC 9(04).
022800     02  FILLER                      PIC X(03) VALUE SPACES.
022900     02  XFR-DTL-EMP-NAME            PIC X(20).
023000     02  FILLER                      PIC X(02) VALUE SPACES.
023100     02  XFR-DTL-CUST-IDENT          PIC 9(03).
023200     02  FILLER                      PIC X(04) VALUE SPACES.
023300     02  XFR-DTL-CUST-NAME           PIC X(20).
023400     02  FILLER                      PIC X(02) VALUE SPACES.
023500     02  XFR-DTL-NET                 PIC ZZ,ZZZ.99.
023600     02  FILLER                      PIC X(02) VALUE SPACES.
023700     02  XFR-DTL-REASON              PIC X(24).
023800     02  FILLER                      PIC X(39) VALUE SPACES.
023900 01  XFR-COUNT-LINE.
024000     02  XFR-CNT-LABEL               PIC X(36).
024100     02  XFR-CNT-VALUE               PIC ZZZZ9.
024200     02  FILLER                      PIC X(91) VALUE SPACES.
024300 01  XFR-AMOUNT-LINE.
024400     02  XFR-AMT-LABEL               PIC X(36).
024500     02  XFR-AMT-VALUE               PIC Z,ZZZ,ZZZ.99.
024600     02  FILLER                      PIC X(84) VALUE SPACES.
024700
024800 PROCEDURE DIVISION.
024900
025000*****************************************************************
025100*    0000-MAINLINE                                              *
025200*****************************************************************
025300 0000-MAINLINE.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     PERFORM 2000-PROCESS-ONE-HISTORY THRU 2000-EXIT
025600         UNTIL PAY-HIST-EOF.
025700     IF NOT XFR-ALREADY-FED
025800         PERFORM 3000-PROVE-FEED THRU 3000-EXIT
025900         PERFORM 4500-UPDATE-XFER-CONTROL THRU 4500-EXIT
026000     END-IF.
026100     PERFORM 5000-WRITE-CONTROL-TOTALS THRU 5000-EXIT.
026200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
026300     STOP RUN.
026400
026500*****************************************************************
026600*    1000-INITIALIZE                                            *
026700*    NO PAY HISTORY OR NO CROSS-REFERENCE FILE MEANS THERE IS   *
026800*    NOTHING TO FEED - THE REPORTS STILL GET THEIR HEADINGS     *
026900*    AND ZERO TOTALS.  A RUN ALREADY FED IS NOT FED AGAIN.      *
027000*****************************************************************
027100 1000-INITIALIZE.
027200     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
027300     ACCEPT STAT-START-TIME FROM TIME.
027400     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
027500     OPEN OUTPUT XFER-REPORT.
027600     OPEN OUTPUT XFER-EXCEPTIONS.
027700     PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT.
027800     PERFORM 4300-START-EXCEPTION-PAGE THRU 4300-EXIT.
027900     PERFORM 1100-CHECK-ALREADY-FED THRU 1100-EXIT.
028000     IF XFR-ALREADY-FED
028100         SET PAY-HIST-NOT-AVAILABLE TO TRUE
028200         SET PAY-HIST-EOF TO TRUE
028300         GO TO 1000-EXIT
028400     END-IF.
028500     OPEN INPUT CUSTOMER-MASTER.
028600     IF CUST-MAST-STATUS = "35"
028700         DISPLAY "NO CUSTOMER MASTER FILE SUPPLIED - EVERY "
028800                 "LINKED EMPLOYEE IS AN EXCEPTION"
028900         SET CUST-MAST-NOT-AVAILABLE TO TRUE
029000     END-IF.
029100     OPEN INPUT EMPLOYEE-MASTER.
029200     IF EMP-MAST-STATUS = "35"
029300         DISPLAY "NO EMPLOYEE MASTER FILE SUPPLIED - NAMES "
029400                 "NOT SHOWN"
029500         SET EMP-MAST-NOT-AVAILABLE TO TRUE
029600     END-IF.
029700     PERFORM 1200-COUNT-PRIOR-TRANS THRU 1200-EXIT.
029800     OPEN EXTEND RAW-TRANS.
029900     IF RAW-TRAN-STATUS = "35" OR "05"
030000         OPEN OUTPUT RAW-TRANS
030100         CLOSE RAW-TRANS
030200         OPEN EXTEND RAW-TRANS
030300     END-IF.
030400     SET RAW-TRAN-OPEN TO TRUE.
030500     OPEN INPUT EMP-XREF.
030600     IF EMP-XREF-STATUS = "35"
030700         DISPLAY "NO EMPLOYEE CROSS-REFERENCE FILE SUPPLIED - "
030800                 "NOTHING TO FEED"
030900         SET EMP-XREF-NOT-AVAILABLE TO TRUE
031000         SET PAY-HIST-NOT-AVAILABLE TO TRUE
031100         SET PAY-HIST-EOF TO TRUE
031200         GO TO 1000-EXIT
031300     END-IF.
031400     OPEN INPUT PAY-HISTORY.
031500     IF PAY-HIST-STATUS = "35"
031600         DISPLAY "NO PAY HISTORY FILE SUPPLIED - NOTHING TO FEED"
031700         SET PAY-HIST-NOT-AVAILABLE TO TRUE
031800         SET PAY-HIST-EOF TO TRUE
031900         GO TO 1000-EXIT
032000     END-IF.
032100     MOVE LOW-VALUES TO PHST-KEY.
032200     START PAY-HISTORY KEY IS NOT LESS THAN PHST-KEY
032300         INVALID KEY
032400             SET PAY-HIST-EOF TO TRUE
032500     END-START.
032600     IF NOT PAY-HIST-EOF
032700         PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT
032800     END-IF.
032900 1000-EXIT.
033000     EXIT.
033100
033200*****************************************************************
033300*    1050-GET-BUSINESS-DATE                                     *
033400*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
033500*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
033600*****************************************************************
033700 1050-GET-BUSINESS-DATE.
033800     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
033900     OPEN INPUT RUN-CONTROL.
034000     IF RUN-CTL-STATUS NOT = "35"
034100         READ RUN-CONTROL
034200             NOT AT END
034300                 SET RUN-CTL-AVAILABLE TO TRUE
034400                 MOVE RUN-BUSINESS-DATE TO XFR-BUSINESS-DATE
034500                 MOVE RUN-NUMBER TO XFR-RUN-NUMBER
034600         END-READ
034700         CLOSE RUN-CONTROL
034800     END-IF.
034900     IF RUN-CTL-NOT-AVAILABLE
035000         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
035100         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
035200         MOVE CURRENT-CCYY TO XFR-BUSINESS-DATE(1:4)
035300         MOVE CURRENT-MM TO XFR-BUSINESS-DATE(5:2)
035400         MOVE CURRENT-DD TO XFR-BUSINESS-DATE(7:2)
035500     END-IF.
035600 1050-EXIT.
035700     EXIT.
035800
035900*****************************************************************
036000*    1100-CHECK-ALREADY-FED                                     *
036100*    XFERCTL HOLDS THE BUSINESS DATE AND RUN NUMBER OF THE LAST *
036200*    FEED.  THE SAME RUN AGAIN MEANS ITS PAYCHECKS ARE ALREADY  *
036300*    ON CUSTTRNI, SO NOTHING IS WRITTEN.                        *
036400*****************************************************************
036500 1100-CHECK-ALREADY-FED.
036600     OPEN INPUT XFER-CONTROL.
036700     IF XFER-CTL-STATUS = "35"
036800         GO TO 1100-EXIT
036900     END-IF.
037000     MOVE ZERO TO XFER-CONTROL-RECORD.
037100     READ XFER-CONTROL
037200         AT END
037300             MOVE ZERO TO XFER-CONTROL-RECORD
037400     END-READ.
037500     CLOSE XFER-CONTROL.
037600     IF XCTL-BUSINESS-DATE = XFR-BUSINESS-DATE
037700             AND XCTL-RUN-NUMBER = XFR-RUN-NUMBER
037800         SET XFR-ALREADY-FED TO TRUE
037900         DISPLAY "BUSINESS DATE " XFR-BUSINESS-DATE " RUN "
038000                 XFR-RUN-NUMBER " HAS ALREADY BEEN FED - NO "
038100                 "PAYCHECK TRANSACTIONS WRITTEN"
038200     END-IF.
038300 1100-EXIT.
038400     EXIT.
038500
038600*****************************************************************
038700*    1200-COUNT-PRIOR-TRANS                                     *
038800*    COUNTS THE RECORDS ALREADY ON CUSTTRNI (KEYED BY DATA      *
038900*    ENTRY OR LEFT BY AN EARLIER STEP) BEFORE THE APPEND.       *
039000*****************************************************************
039100 1200-COUNT-PRIOR-TRANS.
039200     OPEN INPUT RAW-TRANS.
039300     IF RAW-TRAN-STATUS = "35"
039400         GO TO 1200-EXIT
039500     END-IF.
039600     SET RAW-TRAN-NOT-EOF TO TRUE.
039700     PERFORM 1250-COUNT-ONE-PRIOR THRU 1250-EXIT
039800         UNTIL RAW-TRAN-EOF.
039900     CLOSE RAW-TRANS.
040000 1200-EXIT.
040100     EXIT.
040200
040300 1250-COUNT-ONE-PRIOR.
040400     READ RAW-TRANS
040500         AT END
040600             SET RAW-TRAN-EOF TO TRUE
040700         NOT AT END
040800             ADD 1 TO XFR-PRIOR-COUNT
040900     END-READ.
041000 1250-EXIT.
041100     EXIT.
041200
041300 1500-READ-NEXT-HISTORY.
041400     READ PAY-HISTORY NEXT RECORD
041500         AT END
041600             SET PAY-HIST-EOF TO TRUE
041700         NOT AT END
041800             ADD 1 TO XFR-READ-COUNT
041900     END-READ.
042000 1500-EXIT.
042100     EXIT.
042200
042300*****************************************************************
042400*    2000-PROCESS-ONE-HISTORY                                   *
042500*    ONLY TONIGHT'S RECORDS - THE RUNCTL BUSINESS DATE AND RUN  *
042600*    NUMBER - OF EMPLOYEES WITH A CROSS-REFERENCE ARE LOOKED    *
042700*    AT.  EACH ONE IS EITHER FED OR LISTED AS AN EXCEPTION.     *
042800*****************************************************************
042900 2000-PROCESS-ONE-HISTORY.
043000     IF PHST-BUSINESS-DATE NOT = XFR-BUSINESS-DATE
043100             OR PHST-RUN-NUMBER NOT = XFR-RUN-NUMBER
043200         GO TO 2000-READ
043300     END-IF.
043400     ADD 1 TO XFR-PAID-COUNT.
043500     MOVE PHST-EMP-IDENT TO XREF-EMP-IDENT.
043600     READ EMP-XREF
043700         INVALID KEY
043800             GO TO 2000-READ
043900     END-READ.
044000     ADD 1 TO XFR-LINKED-COUNT.
044100     ADD PHST-NET TO XFR-LINKED-NET.
044200     PERFORM 2100-CHECK-ELIGIBLE THRU 2100-EXIT.
044300     IF XFR-REASON = SPACES
044400         PERFORM 2200-WRITE-PAYCHECK-TRAN THRU 2200-EXIT
044500     ELSE
044600         ADD 1 TO XFR-EXCEPTION-COUNT
044700         ADD PHST-NET TO XFR-EXCEPTION-NET
044800         PERFORM 4200-WRITE-EXCEPTION-LINE THRU 4200-EXIT
044900     END-IF.
045000 2000-READ.
045100     PERFORM 1500-READ-NEXT-HISTORY THRU 1500-EXIT.
045200 2000-EXIT.
045300     EXIT.
045400
045500*****************************************************************
045600*    2100-CHECK-ELIGIBLE                                        *
045700*    LEAVES XFR-REASON BLANK WHEN THE NET PAY CAN BE FED, OR    *
045800*    SETS THE EXCEPTION REASON.  THE CUSTOMER RECORD IS LEFT IN *
045900*    THE RECORD AREA FOR THE TRANSACTION AND REPORT LINE.       *
046000*****************************************************************
046100 2100-CHECK-ELIGIBLE.
046200     MOVE SPACES TO XFR-REASON.
046300     MOVE XREF-CUST-IDENT TO Ident.
046400     MOVE SPACES TO CustName.
046500     IF PHST-HELD
046600         MOVE "PAY HELD" TO XFR-REASON
046700         ADD 1 TO XFR-HELD-COUNT
046800     END-IF.
046900     IF CUST-MAST-NOT-AVAILABLE
047000         IF XFR-REASON = SPACES
047100             MOVE "CUSTOMER NOT ON FILE" TO XFR-REASON
047200         END-IF
047300         GO TO 2100-EXIT
047400     END-IF.
047500     READ CUSTOMER-MASTER
047600         INVALID KEY
047700             MOVE SPACES TO CustName
047800             IF XFR-REASON = SPACES
047900                 MOVE "CUSTOMER NOT ON FILE" TO XFR-REASON
048000             END-IF
048100             GO TO 2100-EXIT
048200     END-READ.
048300     IF XFR-REASON NOT = SPACES
048400         GO TO 2100-EXIT
048500     END-IF.
048600     IF CustClosed
048700         MOVE "CUSTOMER CLOSED" TO XFR-REASON
048800         ADD 1 TO XFR-CLOSED-COUNT
048900         GO TO 2100-EXIT
049000     END-IF.
049100     IF PHST-NET = ZERO
049200         MOVE "NO NET PAY" TO XFR-REASON
049300         GO TO 2100-EXIT
049400     END-IF.
049500     IF PHST-NET > XFR-MAX-PAYCHECK-AMT
049600         MOVE "NET OVER PAYCHECK LIMIT" TO XFR-REASON
049700     END-IF.
049800 2100-EXIT.
049900     EXIT.
050000
050100*****************************************************************
050200*    2200-WRITE-PAYCHECK-TRAN                                   *
050300*    ONE PAYCHECK TRANSACTION FOR THE LINKED CUSTOMER, CARRYING *
050400*    THE CUSTOMER'S OWN NAME AND DATE OF BIRTH FROM CUSTMAST.   *
050500*****************************************************************
050600 2200-WRITE-PAYCHECK-TRAN.
050700     MOVE SPACES TO CUSTOMER-TRANS-RECORD.
050800     SET TRAN-IS-PAYCHECK TO TRUE.
050900     MOVE XREF-CUST-IDENT TO TRAN-IDENT.
051000     MOVE CustName TO TRAN-CUST-NAME.
051100     MOVE MOB TO TRAN-MOB.
051200     MOVE DOB TO TRAN-DOB.
051300     MOVE YOB TO TRAN-YOB.
051400     MOVE PHST-NET TO TRAN-PAYCHECK-AMT.
051500     WRITE CUSTOMER-TRANS-RECORD.
051600     ADD 1 TO XFR-GENERATED-COUNT.
051700     ADD PHST-NET TO XFR-GENERATED-NET.
051800     PERFORM 4000-WRITE-DETAIL-LINE THRU 4000-EXIT.
051900 2200-EXIT.
052000     EXIT.
052100
052200*****************************************************************
052300*    3000-PROVE-FEED                                            *
052400*    READS CUSTTRNI BACK, SKIPS THE RECORDS THAT WERE THERE     *
052500*    BEFORE THE APPEND, AND TOTALS THE PAYCHECK TRANSACTIONS    *
052600*    THIS RUN ADDED.  THEIR COUNT AND AMOUNT MUST MATCH WHAT    *
052700*    WAS WRITTEN, AND THE AMOUNT MUST EQUAL THE LINKED NET PAY  *
052800*    LESS THE EXCEPTIONS.                                       *
052900*****************************************************************
053000 3000-PROVE-FEED.
053100     COMPUTE XFR-TO-FEED-NET = XFR-LINKED-NET - XFR-EXCEPTION-NET.
053200     CLOSE RAW-TRANS.
053300     SET RAW-TRAN-CLOSED TO TRUE.
053400     OPEN INPUT RAW-TRANS.
053500     IF RAW-TRAN-STATUS NOT = "35"
053600         SET RAW-TRAN-NOT-EOF TO TRUE
053700         PERFORM 3100-READ-BACK-ONE THRU 3100-EXIT
053800             UNTIL RAW-TRAN-EOF
053900         CLOSE RAW-TRANS
054000     END-IF.
054100     IF XFR-FOUND-COUNT = XFR-GENERATED-COUNT
054200             AND XFR-FOUND-NET = XFR-GENERATED-NET
054300             AND XFR-FOUND-NET = XFR-TO-FEED-NET
054400         SET XFR-PROVED TO TRUE
054500         DISPLAY "PAYCHECK FEED IN BALANCE - "
054600                 XFR-FOUND-COUNT " TRANSACTIONS, TOTAL "
054700                 XFR-FOUND-NET
054800     ELSE
054900         SET XFR-NOT-PROVED TO TRUE
055000         DISPLAY "*** PAYCHECK FEED OUT OF BALANCE *** TO FEED "
055100                 XFR-TO-FEED-NET " ON CUSTTRNI " XFR-FOUND-NET
055200         MOVE 16 TO RETURN-CODE
055300     END-IF.
055400 3000-EXIT.
055500     EXIT.
055600
055700 3100-READ-BACK-ONE.
055800     READ RAW-TRANS
055900         AT END
056000             SET RAW-TRAN-EOF TO TRUE
056100             GO TO 3100-EXIT
056200     END-READ.
056300     ADD 1 TO XFR-RAW-SEEN.
056400     IF XFR-RAW-SEEN NOT > XFR-PRIOR-COUNT
056500         GO TO 3100-EXIT
056600     END-IF.
056700     IF TRAN-IS-PAYCHECK AND TRAN-PAYCHECK-AMT IS NUMERIC
056800         ADD 1 TO XFR-FOUND-COUNT
056900         ADD TRAN-PAYCHECK-AMT TO XFR-FOUND-NET
057000     END-IF.
057100 3100-EXIT.
057200     EXIT.
057300
057400*****************************************************************
057500*    4000-WRITE-DETAIL-LINE                                     *
057600*    ONE CONTROL REPORT LINE PER TRANSACTION GENERATED.         *
057700*****************************************************************
057800 4000-WRITE-DETAIL-LINE.
057900     IF XFR-LINE-COUNT NOT < XFR-LINES-PER-PAGE
058000         PERFORM 4100-START-NEW-PAGE THRU 4100-EXIT
058100     END-IF.
058200     PERFORM 4400-FILL-DETAIL-LINE THRU 4400-EXIT.
058300     MOVE XFR-DETAIL-LINE TO XFER-LINE.
058400     WRITE XFER-LINE.
058500     ADD 1 TO XFR-LINE-COUNT.
058600 4000-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000*    4100-START-NEW-PAGE                                        *
059100*****************************************************************
059200 4100-START-NEW-PAGE.
059300     ADD 1 TO XFR-PAGE-COUNT.
059400     MOVE "PAYCHECK FEED CONTROL REPORT" TO XFR-HDG-TITLE.
059500     MOVE XFR-PAGE-COUNT TO XFR-HDG-PAGE.
059600     MOVE XFR-BUSINESS-DATE TO XFR-HDG-DATE.
059700     MOVE XFR-RUN-NUMBER TO XFR-HDG-RUN.
059800     MOVE XFR-HDG-1 TO XFER-LINE.
059900     WRITE XFER-LINE.
060000     MOVE XFR-HDG-2 TO XFER-LINE.
060100     WRITE XFER-LINE.
060200     MOVE ZERO TO XFR-LINE-COUNT.
060300 4100-EXIT.
060400     EXIT.
060500
060600*****************************************************************
060700*    4200-WRITE-EXCEPTION-LINE                                  *
060800*    ONE EXCEPTION LIST LINE PER LINKED EMPLOYEE NOT FED.       *
060900*****************************************************************
061000 4200-WRITE-EXCEPTION-LINE.
061100     IF XFR-EXC-LINE-COUNT NOT < XFR-LINES-PER-PAGE
061200         PERFORM 4300-START-EXCEPTION-PAGE THRU 4300-EXIT
061300     END-IF.
061400     PERFORM 4400-FILL-DETAIL-LINE THRU 4400-EXIT.
061500     MOVE XFR-DETAIL-LINE TO XFER-EXC-LINE.
061600     WRITE XFER-EXC-LINE.
061700     ADD 1 TO XFR-EXC-LINE-COUNT.
061800 4200-EXIT.
061900     EXIT.
062000
062100*****************************************************************
062200*    4300-START-EXCEPTION-PAGE                                  *
062300*****************************************************************
062400 4300-START-EXCEPTION-PAGE.
062500     ADD 1 TO XFR-EXC-PAGE-COUNT.
062600     MOVE "PAYCHECK FEED EXCEPTIONS" TO XFR-HDG-TITLE.
062700     MOVE XFR-EXC-PAGE-COUNT TO XFR-HDG-PAGE.
062800     MOVE XFR-BUSINESS-DATE TO XFR-HDG-DATE.
062900     MOVE XFR-RUN-NUMBER TO XFR-HDG-RUN.
063000     MOVE XFR-HDG-1 TO XFER-EXC-LINE.
063100     WRITE XFER-EXC-LINE.
063200     MOVE XFR-HDG-2 TO XFER-EXC-LINE.
063300     WRITE XFER-EXC-LINE.
063400     MOVE ZERO TO XFR-EXC-LINE-COUNT.
063500 4300-EXIT.
063600     EXIT.
063700
063800 4400-FILL-DETAIL-LINE.
063900     MOVE PHST-EMP-IDENT TO XFR-DTL-EMP-IDENT.
064000     MOVE SPACES TO XFR-DTL-EMP-NAME.
064100     IF EMP-MAST-AVAILABLE
064200         MOVE PHST-EMP-IDENT TO EmpIdent
064300         READ EMPLOYEE-MASTER
064400             INVALID KEY
064500                 MOVE "*** NOT ON EMPMAST" TO XFR-DTL-EMP-NAME
064600             NOT INVALID KEY
064700                 MOVE EmpName TO XFR-DTL-EMP-NAME
064800         END-READ
064900     END-IF.
065000     MOVE XREF-CUST-IDENT TO XFR-DTL-CUST-IDENT.
065100     MOVE CustName TO XFR-DTL-CUST-NAME.
065200     MOVE PHST-NET TO XFR-DTL-NET.
065300     MOVE XFR-REASON TO XFR-DTL-REASON.
065400 4400-EXIT.
065500     EXIT.
065600
065700*****************************************************************
065800*    4500-UPDATE-XFER-CONTROL                                   *
065900*    RECORDS THE RUN JUST FED.  DONE EVEN WHEN THE FEED DID NOT *
066000*    PROVE, BECAUSE THE TRANSACTIONS ARE ALREADY ON CUSTTRNI -  *
066100*    A RERUN MUST NOT APPEND THEM A SECOND TIME.                *
066200*****************************************************************
066300 4500-UPDATE-XFER-CONTROL.
066400     OPEN OUTPUT XFER-CONTROL.
066500     MOVE XFR-BUSINESS-DATE TO XCTL-BUSINESS-DATE.
066600     MOVE XFR-RUN-NUMBER TO XCTL-RUN-NUMBER.
066700     WRITE XFER-CONTROL-RECORD.
066800     CLOSE XFER-CONTROL.
066900 4500-EXIT.
067000     EXIT.
067100
067200*****************************************************************
067300*    5000-WRITE-CONTROL-TOTALS                                  *
067400*    COUNTS, THE NET PAY RECONCILIATION AND THE PROOF RESULT.   *
067500*****************************************************************
067600 5000-WRITE-CONTROL-TOTALS.
067700     MOVE SPACES TO XFER-LINE.
067800     WRITE XFER-LINE.
067900     IF XFR-ALREADY-FED
068000         MOVE "RUN ALREADY FED - NOTHING WRITTEN" TO XFER-LINE
068100         WRITE XFER-LINE
068200         GO TO 5000-EXIT
068300     END-IF.
068400     MOVE "PAY HISTORY RECORDS READ:" TO XFR-CNT-LABEL.
068500     MOVE XFR-READ-COUNT TO XFR-CNT-VALUE.
068600     MOVE XFR-COUNT-LINE TO XFER-LINE.
068700     WRITE XFER-LINE.
068800     MOVE "EMPLOYEES PAID THIS RUN:" TO XFR-CNT-LABEL.
068900     MOVE XFR-PAID-COUNT TO XFR-CNT-VALUE.
069000     MOVE XFR-COUNT-LINE TO XFER-LINE.
069100     WRITE XFER-LINE.
069200     MOVE "LINKED EMPLOYEES PAID:" TO XFR-CNT-LABEL.
069300     MOVE XFR-LINKED-COUNT TO XFR-CNT-VALUE.
069400     MOVE XFR-COUNT-LINE TO XFER-LINE.
069500     WRITE XFER-LINE.
069600     MOVE "EXCEPTIONS - PAY HELD:" TO XFR-CNT-LABEL.
069700     MOVE XFR-HELD-COUNT TO XFR-CNT-VALUE.
069800     MOVE XFR-COUNT-LINE TO XFER-LINE.
069900     WRITE XFER-LINE.
070000     MOVE "EXCEPTIONS - CUSTOMER CLOSED:" TO XFR-CNT-LABEL.
070100     MOVE XFR-CLOSED-COUNT TO XFR-CNT-VALUE.
070200     MOVE XFR-COUNT-LINE TO XFER-LINE.
070300     WRITE XFER-LINE.
070400     MOVE "EXCEPTIONS - ALL REASONS:" TO XFR-CNT-LABEL.
070500     MOVE XFR-EXCEPTION-COUNT TO XFR-CNT-VALUE.
070600     MOVE XFR-COUNT-LINE TO XFER-LINE.
070700     WRITE XFER-LINE.
070800     MOVE "PAYCHECK TRANSACTIONS GENERATED:" TO XFR-CNT-LABEL.
070900     MOVE XFR-GENERATED-COUNT TO XFR-CNT-VALUE.
071000     MOVE XFR-COUNT-LINE TO XFER-LINE.
071100     WRITE XFER-LINE.
071200     MOVE "PAYCHECK TRANSACTIONS ON CUSTTRNI:" TO XFR-CNT-LABEL.
071300     MOVE XFR-FOUND-COUNT TO XFR-CNT-VALUE.
071400     MOVE XFR-COUNT-LINE TO XFER-LINE.
071500     WRITE XFER-LINE.
071600     MOVE SPACES TO XFER-LINE.
071700     WRITE XFER-LINE.
071800     MOVE "NET PAY OF LINKED EMPLOYEES:" TO XFR-AMT-LABEL.
071900     MOVE XFR-LINKED-NET TO XFR-AMT-VALUE.
072000     MOVE XFR-AMOUNT-LINE TO XFER-LINE.
072100     WRITE XFER-LINE.
072200     MOVE "LESS EXCEPTIONS:" TO XFR-AMT-LABEL.
072300     MOVE XFR-EXCEPTION-NET TO XFR-AMT-VALUE.
072400     MOVE XFR-AMOUNT-LINE TO XFER-LINE.
072500     WRITE XFER-LINE.
072600     MOVE "NET PAY TO BE FED:" TO XFR-AMT-LABEL.
072700     MOVE XFR-TO-FEED-NET TO XFR-AMT-VALUE.
072800     MOVE XFR-AMOUNT-LINE TO XFER-LINE.
072900     WRITE XFER-LINE.
073000     MOVE "PAYCHECK TRANSACTIONS GENERATED:" TO XFR-AMT-LABEL.
073100     MOVE XFR-GENERATED-NET TO XFR-AMT-VALUE.
073200     MOVE XFR-AMOUNT-LINE TO XFER-LINE.
073300     WRITE XFER-LINE.
073400     MOVE "PAYCHECK TRANSACTIONS ON CUSTTRNI:" TO XFR-AMT-LABEL.
073500     MOVE XFR-FOUND-NET TO XFR-AMT-VALUE.
073600     MOVE XFR-AMOUNT-LINE TO XFER-LINE.
073700     WRITE XFER-LINE.
073800     MOVE SPACES TO XFER-LINE.
073900     WRITE XFER-LINE.
074000     IF XFR-PROVED
074100         MOVE "FEED IN BALANCE" TO XFER-LINE
074200     ELSE
074300         MOVE "*** FEED OUT OF BALANCE ***" TO XFER-LINE
074400     END-IF.
074500     WRITE XFER-LINE.
074600 5000-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000*    9999-TERMINATE                                             *
075100*****************************************************************
075200 9999-TERMINATE.
075300     IF PAY-HIST-AVAILABLE
075400         CLOSE PAY-HISTORY
075500     END-IF.
075600     IF NOT XFR-ALREADY-FED
075700         IF EMP-XREF-AVAILABLE
075800             CLOSE EMP-XREF
075900         END-IF
076000         IF CUST-MAST-AVAILABLE
076100             CLOSE CUSTOMER-MASTER
076200         END-IF
076300         IF EMP-MAST-AVAILABLE
076400             CLOSE EMPLOYEE-MASTER
076500         END-IF
076600     END-IF.
076700     IF RAW-TRAN-OPEN
076800         CLOSE RAW-TRANS
076900     END-IF.
077000     CLOSE XFER-REPORT.
077100     CLOSE XFER-EXCEPTIONS.
077200     DISPLAY "EMPLOYEES PAID THIS RUN: " XFR-PAID-COUNT.
077300     DISPLAY "LINKED EMPLOYEES PAID:   " XFR-LINKED-COUNT.
077400     DISPLAY "PAYCHECKS GENERATED:     " XFR-GENERATED-COUNT.
077500     DISPLAY "EXCEPTIONS LISTED:       " XFR-EXCEPTION-COUNT.
077600     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
077700 9999-EXIT.
077800     EXIT.
077900
078000*****************************************************************
078100*    9900-WRITE-RUN-STATISTICS                                  *
078200*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
078300*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
078400*****************************************************************
078500 9900-WRITE-RUN-STATISTICS.
078600     OPEN EXTEND RUN-HISTORY.
078700     IF RUN-HIST-STATUS = "35" OR "05"
078800         OPEN OUTPUT RUN-HISTORY
078900         CLOSE RUN-HISTORY
079000         OPEN EXTEND RUN-HISTORY
079100     END-IF.
079200     MOVE "PAYXFER " TO RSTAT-PROGRAM.
079300     MOVE XFR-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
079400     MOVE XFR-RUN-NUMBER TO RSTAT-RUN-NUMBER.
079500     MOVE STAT-START-DATE TO RSTAT-START-DATE.
079600     MOVE STAT-START-TIME TO RSTAT-START-TIME.
079700     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
079800     ACCEPT STAT-END-TIME FROM TIME.
079900     MOVE STAT-END-DATE TO RSTAT-END-DATE.
080000     MOVE STAT-END-TIME TO RSTAT-END-TIME.
080100     MOVE XFR-READ-COUNT TO RSTAT-READ-COUNT.
080200     MOVE XFR-GENERATED-COUNT TO RSTAT-WRITTEN-COUNT.
080300     MOVE XFR-EXCEPTION-COUNT TO RSTAT-REJECT-COUNT.
080350     MOVE SPACE TO RSTAT-RESTART-FLAG.
080400     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
080500     WRITE RUN-STAT-RECORD.
080600     CLOSE RUN-HISTORY.
080700 9900-EXIT.
080800     EXIT.
080900
081000 END PROGRAM PAYXFER.
