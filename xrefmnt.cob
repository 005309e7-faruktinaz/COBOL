000100*****************************************************************
000200*                                                               *
000300*    PROGRAM-ID  :  XREFMNT                                     *
000400*    AUTHOR      :  FARUK TINAZ                                 *
000500*    INSTALLATION:  TRAINING / PAYROLL                          *
000600*    DATE-WRITTEN:  10/14/26                                    *
000700*    DATE-COMPILED:                                             *
000800*                                                               *
000900*    REMARKS     :  EMPLOYEE-TO-CUSTOMER CROSS-REFERENCE        *
001000*                   MAINTENANCE.  APPLIES LINK TRANSACTIONS     *
001100*                   FROM THE XREFTRAN FILE TO THE EMPXREF FILE  *
001200*                   (EMPXREFR COPYBOOK, KEYED BY EMPLOYEE       *
001300*                   IDENT) AND LOGS EVERY CHANGE TO THE XREFAUD *
001400*                   AUDIT FILE.  A LINK TIES AN EMPLOYEE ON     *
001500*                   EMPMAST TO THE SAME PERSON'S CUSTOMER IDENT *
001600*                   ON CUSTMAST SO PAYXFER CAN FEED THE NET PAY *
001700*                   HELLO PAYS THEM INTO CUSTTRNI.              *
001800*                                                               *
001900*                   AN ADD OR CHANGE MUST NAME AN EMPLOYEE WHO  *
002000*                   IS NOT TERMINATED AND AN ACTIVE CUSTOMER.   *
002100*                   AN EMPLOYEE HAS AT MOST ONE LINK.           *
002200*                                                               *
002300*                   TRANSACTION LAYOUT (XREFTRAN):              *
002400*                     COL 1     A = ADD LINK                    *
002500*                               C = CHANGE LINKED CUSTOMER      *
002600*                               D = DELETE LINK                 *
002700*                     COL 2-5   EMPLOYEE IDENT                  *
002800*                     COL 6-8   CUSTOMER IDENT (A AND C)        *
002900*                                                               *
003000*    MODIFICATION HISTORY                                       *
003100*    DATE       INIT  DESCRIPTION                                *
003200*    10/14/26   FT    ORIGINAL VERSION.                          *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. XREFMNT.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT EMP-XREF          ASSIGN TO "EMPXREF"
004000            ORGANIZATION IS INDEXED
004100            ACCESS MODE IS DYNAMIC
004200            RECORD KEY IS XREF-EMP-IDENT
004300            FILE STATUS IS EMP-XREF-STATUS.
004400
004500     SELECT XREF-TRANS        ASSIGN TO "XREFTRAN"
004600            ORGANIZATION IS LINE SEQUENTIAL
004700            FILE STATUS IS XREF-TRAN-STATUS.
004800
004900     SELECT XREF-AUDIT        ASSIGN TO "XREFAUD"
005000            ORGANIZATION IS LINE SEQUENTIAL
005100            FILE STATUS IS XREF-AUD-STATUS.
005200
005300     SELECT EMPLOYEE-MASTER   ASSIGN TO "EMPMAST"
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS EmpIdent
005700            FILE STATUS IS EMP-MAST-STATUS.
005800
005900     SELECT CUSTOMER-MASTER   ASSIGN TO "CUSTMAST"
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS RANDOM
006200            RECORD KEY IS Ident
006300            FILE STATUS IS CUST-MAST-STATUS.
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
007500 FD  EMP-XREF.
007600     COPY EMPXREFR.
007700
007800 FD  XREF-TRANS
007900     RECORDING MODE IS F.
008000 01  XREF-TRANS-RECORD.
008100     02  XTRN-CODE                   PIC X(01).
008200         88  XTRN-IS-ADD                      VALUE "A".
008300         88  XTRN-IS-CHANGE                   VALUE "C".
008400         88  XTRN-IS-DELETE                   VALUE "D".
008500     02  XTRN-EMP-IDENT              PIC 9(04).
008600     02  XTRN-CUST-IDENT             PIC 9(03).
008700
008800 FD  XREF-AUDIT.
008900     COPY XREFAUDR.
009000
009100 FD  EMPLOYEE-MASTER.
009200     COPY EMPREC.
009300
009400 FD  CUSTOMER-MASTER.
009500     COPY CUSTREC.
009600
009700 FD  RUN-CONTROL
009800     RECORDING MODE IS F.
009900     COPY RUNCTL.
010000
010100 FD  RUN-HISTORY
010200     RECORDING MODE IS F.
010300     COPY RUNSTAT.
010400
010500 WORKING-STORAGE SECTION.
010600 01  EMP-XREF-STATUS                 PIC X(02).
010700 01  XREF-TRAN-STATUS                PIC X(02).
010800 01  XREF-AUD-STATUS                 PIC X(02).
010900 01  EMP-MAST-STATUS                 PIC X(02).
011000 01  CUST-MAST-STATUS                PIC X(02).
011100 01  RUN-CTL-STATUS                  PIC X(02).
011200 01  RUN-CTL-AVAILABLE-SW            PIC X(01) VALUE "N".
011300     88  RUN-CTL-AVAILABLE                    VALUE "Y".
011400     88  RUN-CTL-NOT-AVAILABLE                VALUE "N".
011500 01  XREF-TRAN-EOF-SW                PIC X(01) VALUE "N".
011600     88  XREF-TRAN-EOF                        VALUE "Y".
011700 01  XREF-TRAN-AVAILABLE-SW          PIC X(01) VALUE "Y".
011800     88  XREF-TRAN-AVAILABLE                  VALUE "Y".
011900     88  XREF-TRAN-NOT-AVAILABLE              VALUE "N".
012000 01  EMP-MAST-AVAILABLE-SW           PIC X(01) VALUE "Y".
012100     88  EMP-MAST-AVAILABLE                   VALUE "Y".
012200     88  EMP-MAST-NOT-AVAILABLE               VALUE "N".
012300 01  CUST-MAST-AVAILABLE-SW          PIC X(01) VALUE "Y".
012400     88  CUST-MAST-AVAILABLE                  VALUE "Y".
012500     88  CUST-MAST-NOT-AVAILABLE              VALUE "N".
012600 01  XREF-FOUND-SW                   PIC X(01) VALUE "N".
012700     88  XREF-FOUND                           VALUE "Y".
012800     88  XREF-NOT-FOUND                       VALUE "N".
012900 01  XREF-LINK-OK-SW                 PIC X(01) VALUE "Y".
013000     88  XREF-LINK-OK                         VALUE "Y".
013100     88  XREF-LINK-BAD                        VALUE "N".
013200 01  XREF-ADD-COUNT                  PIC 9(05) VALUE ZERO.
013300 01  XREF-CHANGE-COUNT               PIC 9(05) VALUE ZERO.
013400 01  XREF-DELETE-COUNT               PIC 9(05) VALUE ZERO.
013500 01  XREF-REJECT-COUNT               PIC 9(05) VALUE ZERO.
013600 01  CURRENT-DATE-FIELDS.
013700     02  CURRENT-CCYY                PIC 9(04).
013800     02  CURRENT-MM                  PIC 9(02).
013900     02  CURRENT-DD                  PIC 9(02).
014000 01  CURRENT-TIME-FIELD              PIC 9(08).
014100 01  XREF-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
014200 01  XREF-RUN-NUMBER                 PIC 9(05) VALUE ZERO.
014300*    RUN-STATISTICS WORK AREAS.                                 *
014400 01  RUN-HIST-STATUS                 PIC X(02).
014500 01  STAT-START-DATE                 PIC 9(08) VALUE ZERO.
014600 01  STAT-START-TIME                 PIC 9(08) VALUE ZERO.
014700 01  STAT-END-DATE                   PIC 9(08) VALUE ZERO.
014800 01  STAT-END-TIME                   PIC 9(08) VALUE ZERO.
014900
015000 PROCEDURE DIVISION.
015100
015200*****************************************************************
015300*    0000-MAINLINE                                              *
015400*****************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015700     IF XREF-TRAN-AVAILABLE
015800         PERFORM 2100-READ-XREF-TRANSACTION THRU 2100-EXIT
015900         PERFORM 2000-APPLY-XREF-TRANSACTION THRU 2000-EXIT
016000             UNTIL XREF-TRAN-EOF
016100     END-IF.
016200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016300     STOP RUN.
016400
016500*****************************************************************
016600*    1000-INITIALIZE                                            *
016700*    WITHOUT EMPMAST OR CUSTMAST NO ADD OR CHANGE CAN BE        *
016800*    CHECKED, SO THEY ARE ALL REJECTED; DELETES STILL APPLY.    *
016900*****************************************************************
017000 1000-INITIALIZE.
017100     ACCEPT STAT-START-DATE FROM DATE YYYYMMDD.
017200     ACCEPT STAT-START-TIME FROM TIME.
017300     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
017400     OPEN I-O EMP-XREF.
017500     IF EMP-XREF-STATUS = "35" OR "05"
017600         CLOSE EMP-XREF
017700         OPEN OUTPUT EMP-XREF
017800         CLOSE EMP-XREF
017900         OPEN I-O EMP-XREF
018000     END-IF.
018100     OPEN INPUT XREF-TRANS.
018200     IF XREF-TRAN-STATUS = "35"
018300         DISPLAY "NO CROSS-REFERENCE TRANSACTION FILE SUPPLIED - "
018400                 "NO LINK CHANGES TONIGHT"
018500         SET XREF-TRAN-NOT-AVAILABLE TO TRUE
018600         SET XREF-TRAN-EOF TO TRUE
018700     END-IF.
018800     OPEN INPUT EMPLOYEE-MASTER.
018900     IF EMP-MAST-STATUS = "35"
019000         DISPLAY "NO EMPLOYEE MASTER FILE SUPPLIED - ADDS AND "
019100                 "CHANGES WILL BE REJECTED"
019200         SET EMP-MAST-NOT-AVAILABLE TO TRUE
019300     END-IF.
019400     OPEN INPUT CUSTOMER-MASTER.
019500     IF CUST-MAST-STATUS = "35"
019600         DISPLAY "NO CUSTOMER MASTER FILE SUPPLIED - ADDS AND "
019700                 "CHANGES WILL BE REJECTED"
019800         SET CUST-MAST-NOT-AVAILABLE TO TRUE
019900     END-IF.
020000     OPEN EXTEND XREF-AUDIT.
020100     IF XREF-AUD-STATUS = "35" OR "05"
020200         OPEN OUTPUT XREF-AUDIT
020300         CLOSE XREF-AUDIT
020400         OPEN EXTEND XREF-AUDIT
020500     END-IF.
020600 1000-EXIT.
020700     EXIT.
020800
020900*****************************************************************
021000*    1050-GET-BUSINESS-DATE                                     *
021100*    OFFICIAL BUSINESS DATE FROM THE RUNCTL FILE, FALLING BACK  *
021200*    TO THE MACHINE CLOCK WHEN NO RUN-CONTROL FILE EXISTS.      *
021300*****************************************************************
021400 1050-GET-BUSINESS-DATE.
021500     SET RUN-CTL-NOT-AVAILABLE TO TRUE.
021600     OPEN INPUT RUN-CONTROL.
021700     IF RUN-CTL-STATUS NOT = "35"
021800         READ RUN-CONTROL
021900             NOT AT END
022000                 SET RUN-CTL-AVAILABLE TO TRUE
022100                 MOVE RUN-BUSINESS-DATE TO XREF-BUSINESS-DATE
022200                 MOVE RUN-NUMBER TO XREF-RUN-NUMBER
022300         END-READ
022400         CLOSE RUN-CONTROL
022500     END-IF.
022600     IF RUN-CTL-NOT-AVAILABLE
022700         DISPLAY "NO RUN CONTROL FILE - USING THE MACHINE CLOCK"
022800         ACCEPT CURRENT-DATE-FIELDS FROM DATE YYYYMMDD
022900         MOVE CURRENT-CCYY TO XREF-BUSINESS-DATE(1:4)
023000         MOVE CURRENT-MM TO XREF-BUSINESS-DATE(5:2)
023100         MOVE CURRENT-DD TO XREF-BUSINESS-DATE(7:2)
023200     END-IF.
023300 1050-EXIT.
023400     EXIT.
023500
023600*****************************************************************
023700*    2000-APPLY-XREF-TRANSACTION                                *
023800*****************************************************************
023900 2000-APPLY-XREF-TRANSACTION.
024000     IF XTRN-EMP-IDENT NOT NUMERIC
024100         DISPLAY "REJECTED - EMPLOYEE IDENT NOT NUMERIC "
024200                 XTRN-EMP-IDENT
024300         ADD 1 TO XREF-REJECT-COUNT
024400         GO TO 2000-READ
024500     END-IF.
024600     EVALUATE TRUE
024700         WHEN XTRN-IS-ADD
024800             PERFORM 2300-ADD-LINK THRU 2300-EXIT
024900         WHEN XTRN-IS-CHANGE
025000             PERFORM 2400-CHANGE-LINK THRU 2400-EXIT
025100         WHEN XTRN-IS-DELETE
025200             PERFORM 2500-DELETE-LINK THRU 2500-EXIT
025300         WHEN OTHER
025400             DISPLAY "REJECTED - UNKNOWN CROSS-REFERENCE "
025500                     "TRANSACTION CODE " XTRN-CODE
025600             ADD 1 TO XREF-REJECT-COUNT
025700     END-EVALUATE.
025800 2000-READ.
025900     PERFORM 2100-READ-XREF-TRANSACTION THRU 2100-EXIT.
026000 2000-EXIT.
026100     EXIT.
026200
026300 2100-READ-XREF-TRANSACTION.
026400     READ XREF-TRANS
026500         AT END
026600             SET XREF-TRAN-EOF TO TRUE
026700     END-READ.
026800 2100-EXIT.
026900     EXIT.
027000
027100 2200-READ-LINK.
027200     MOVE XTRN-EMP-IDENT TO XREF-EMP-IDENT.
027300     READ EMP-XREF
027400         INVALID KEY
027500             SET XREF-NOT-FOUND TO TRUE
027600         NOT INVALID KEY
027700             SET XREF-FOUND TO TRUE
027800     END-READ.
027900 2200-EXIT.
028000     EXIT.
028100
028200*****************************************************************
028300*    2300-ADD-LINK                                              *
028400*    AN EMPLOYEE ALREADY LINKED IS REJECTED - CHANGE THE LINK   *
028500*    INSTEAD.                                                   *
028600*****************************************************************
028700 2300-ADD-LINK.
028800     PERFORM 2600-CHECK-NEW-LINK THRU 2600-EXIT.
028900     IF XREF-LINK-BAD
029000         ADD 1 TO XREF-REJECT-COUNT
029100         GO TO 2300-EXIT
029200     END-IF.
029300     PERFORM 2200-READ-LINK THRU 2200-EXIT.
029400     IF XREF-FOUND
029500         DISPLAY "REJECTED - EMPLOYEE ALREADY LINKED, IDENT "
029600                 XTRN-EMP-IDENT " TO CUSTOMER " XREF-CUST-IDENT
029700         ADD 1 TO XREF-REJECT-COUNT
029800         GO TO 2300-EXIT
029900     END-IF.
030000     MOVE XTRN-EMP-IDENT TO XREF-EMP-IDENT.
030100     MOVE XTRN-CUST-IDENT TO XREF-CUST-IDENT.
030200     MOVE XREF-BUSINESS-DATE TO XREF-LINKED-DATE.
030300     MOVE XREF-BUSINESS-DATE TO XREF-CHANGED-DATE.
030400     WRITE EMP-XREF-RECORD.
030500     ADD 1 TO XREF-ADD-COUNT.
030600     MOVE ZERO TO XAUD-BEFORE-CUST.
030700     MOVE XTRN-CUST-IDENT TO XAUD-AFTER-CUST.
030800     SET XAUD-ACTION-ADD TO TRUE.
030900     PERFORM 2900-LOG-XREF-AUDIT THRU 2900-EXIT.
031000 2300-EXIT.
031100     EXIT.
031200
031300*****************************************************************
031400*    2400-CHANGE-LINK                                           *
031500*    MOVES AN EXISTING LINK TO ANOTHER CUSTOMER.  THE DATE THE  *
031600*    EMPLOYEE WAS FIRST LINKED IS KEPT.                         *
031700*****************************************************************
031800 2400-CHANGE-LINK.
031900     PERFORM 2600-CHECK-NEW-LINK THRU 2600-EXIT.
032000     IF XREF-LINK-BAD
032100         ADD 1 TO XREF-REJECT-COUNT
032200         GO TO 2400-EXIT
032300     END-IF.
032400     PERFORM 2200-READ-LINK THRU 2200-EXIT.
032500     IF XREF-NOT-FOUND
032600         DISPLAY "REJECTED - EMPLOYEE NOT LINKED, IDENT "
032700                 XTRN-EMP-IDENT
032800         ADD 1 TO XREF-REJECT-COUNT
032900         GO TO 2400-EXIT
033000     END-IF.
033100     IF XREF-CUST-IDENT = XTRN-CUST-IDENT
033200         DISPLAY "REJECTED - ALREADY LINKED TO CUSTOMER "
033300                 XTRN-CUST-IDENT ", IDENT " XTRN-EMP-IDENT
033400         ADD 1 TO XREF-REJECT-COUNT
033500         GO TO 2400-EXIT
033600     END-IF.
033700     MOVE XREF-CUST-IDENT TO XAUD-BEFORE-CUST.
033800     MOVE XTRN-CUST-IDENT TO XREF-CUST-IDENT.
033900     MOVE XREF-BUSINESS-DATE TO XREF-CHANGED-DATE.
034000     REWRITE EMP-XREF-RECORD.
034100     ADD 1 TO XREF-CHANGE-COUNT.
034200     MOVE XTRN-CUST-IDENT TO XAUD-AFTER-CUST.
034300     SET XAUD-ACTION-CHANGE TO TRUE.
034400     PERFORM 2900-LOG-XREF-AUDIT THRU 2900-EXIT.
034500 2400-EXIT.
034600     EXIT.
034700
034800*****************************************************************
034900*    2500-DELETE-LINK                                           *
035000*****************************************************************
035100 2500-DELETE-LINK.
035200     PERFORM 2200-READ-LINK THRU 2200-EXIT.
035300     IF XREF-NOT-FOUND
035400         DISPLAY "REJECTED - EMPLOYEE NOT LINKED, IDENT "
035500                 XTRN-EMP-IDENT
035600         ADD 1 TO XREF-REJECT-COUNT
035700         GO TO 2500-EXIT
035800     END-IF.
035900     MOVE XREF-CUST-IDENT TO XAUD-BEFORE-CUST.
036000     DELETE EMP-XREF RECORD.
036100     ADD 1 TO XREF-DELETE-COUNT.
036200     MOVE ZERO TO XAUD-AFTER-CUST.
036300     SET XAUD-ACTION-DELETE TO TRUE.
036400     PERFORM 2900-LOG-XREF-AUDIT THRU 2900-EXIT.
036500 2500-EXIT.
036600     EXIT.
036700
036800*****************************************************************
036900*    2600-CHECK-NEW-LINK                                        *
037000*    THE EMPLOYEE MUST BE ON EMPMAST AND NOT TERMINATED, AND    *
037100*    THE CUSTOMER MUST BE ON CUSTMAST AND ACTIVE.               *
037200*****************************************************************
037300 2600-CHECK-NEW-LINK.
037400     SET XREF-LINK-OK TO TRUE.
037500     IF XTRN-CUST-IDENT NOT NUMERIC
037600         DISPLAY "REJECTED - CUSTOMER IDENT NOT NUMERIC, IDENT "
037700                 XTRN-EMP-IDENT
037800         SET XREF-LINK-BAD TO TRUE
037900         GO TO 2600-EXIT
038000     END-IF.
038100     IF EMP-MAST-NOT-AVAILABLE OR CUST-MAST-NOT-AVAILABLE
038200         DISPLAY "REJECTED - MASTER FILES NOT AVAILABLE, IDENT "
038300                 XTRN-EMP-IDENT
038400         SET XREF-LINK-BAD TO TRUE
038500         GO TO 2600-EXIT
038600     END-IF.
038700     MOVE XTRN-EMP-IDENT TO EmpIdent.
038800     READ EMPLOYEE-MASTER
038900         INVALID KEY
039000             DISPLAY "REJECTED - EMPLOYEE NOT ON FILE, IDENT "
039100                     XTRN-EMP-IDENT
039200             SET XREF-LINK-BAD TO TRUE
039300             GO TO 2600-EXIT
039400     END-READ.
039500     IF EmpTerminated
039600         DISPLAY "REJECTED - EMPLOYEE TERMINATED, IDENT "
039700                 XTRN-EMP-IDENT
039800         SET XREF-LINK-BAD TO TRUE
039900         GO TO 2600-EXIT
040000     END-IF.
040100     MOVE XTRN-CUST-IDENT TO Ident.
040200     READ CUSTOMER-MASTER
040300         INVALID KEY
040400             DISPLAY "REJECTED - CUSTOMER NOT ON FILE, IDENT "
040500                     XTRN-EMP-IDENT " CUSTOMER " XTRN-CUST-IDENT
040600             SET XREF-LINK-BAD TO TRUE
040700             GO TO 2600-EXIT
040800     END-READ.
040900     IF CustClosed
041000         DISPLAY "REJECTED - CUSTOMER CLOSED, IDENT "
041100                 XTRN-EMP-IDENT " CUSTOMER " XTRN-CUST-IDENT
041200         SET XREF-LINK-BAD TO TRUE
041300     END-IF.
041400 2600-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800*    2900-LOG-XREF-AUDIT                                        *
041900*    THE CALLER MUST HAVE SET XAUD-ACTION AND THE BEFORE AND    *
042000*    AFTER CUSTOMER IDENTS BEFORE PERFORMING THIS PARAGRAPH.    *
042100*****************************************************************
042200 2900-LOG-XREF-AUDIT.
042300     MOVE XTRN-EMP-IDENT TO XAUD-EMP-IDENT.
042400     MOVE XREF-BUSINESS-DATE TO XAUD-RUN-DATE.
042500     ACCEPT CURRENT-TIME-FIELD FROM TIME.
042600     MOVE CURRENT-TIME-FIELD TO XAUD-RUN-TIME.
042700     WRITE XREF-AUDIT-RECORD.
042800 2900-EXIT.
042900     EXIT.
043000
043100*****************************************************************
043200*    9999-TERMINATE                                             *
043300*****************************************************************
043400 9999-TERMINATE.
043500     CLOSE EMP-XREF.
043600     IF XREF-TRAN-AVAILABLE
043700         CLOSE XREF-TRANS
043800     END-IF.
043900     IF EMP-MAST-AVAILABLE
044000         CLOSE EMPLOYEE-MASTER
044100     END-IF.
044200     IF CUST-MAST-AVAILABLE
044300         CLOSE CUSTOMER-MASTER
044400     END-IF.
044500     CLOSE XREF-AUDIT.
044600     DISPLAY "LINKS ADDED:    " XREF-ADD-COUNT.
044700     DISPLAY "LINKS CHANGED:  " XREF-CHANGE-COUNT.
044800     DISPLAY "LINKS DELETED:  " XREF-DELETE-COUNT.
044900     DISPLAY "LINK REJECTS:   " XREF-REJECT-COUNT.
045000     PERFORM 9900-WRITE-RUN-STATISTICS THRU 9900-EXIT.
045100 9999-EXIT.
045200     EXIT.
045300
045400*****************************************************************
045500*    9900-WRITE-RUN-STATISTICS                                  *
045600*    ONE STANDARD RUN-STATISTICS RECORD APPENDED TO THE SHARED  *
045700*    RUNHIST FILE FOR THE OPERATIONS SUMMARY.                   *
045800*****************************************************************
045900 9900-WRITE-RUN-STATISTICS.
046000     OPEN EXTEND RUN-HISTORY.
046100     IF RUN-HIST-STATUS = "35" OR "05"
046200         OPEN OUTPUT RUN-HISTORY
046300         CLOSE RUN-HISTORY
046400         OPEN EXTEND RUN-HISTORY
046500     END-IF.
046600     MOVE "XREFMNT " TO RSTAT-PROGRAM.
046700     MOVE XREF-BUSINESS-DATE TO RSTAT-BUSINESS-DATE.
046800     MOVE XREF-RUN-NUMBER TO RSTAT-RUN-NUMBER.
046900     MOVE STAT-START-DATE TO RSTAT-START-DATE.
047000     MOVE STAT-START-TIME TO RSTAT-START-TIME.
047100     ACCEPT STAT-END-DATE FROM DATE YYYYMMDD.
047200     ACCEPT STAT-END-TIME FROM TIME.
047300     MOVE STAT-END-DATE TO RSTAT-END-DATE.
047400     MOVE STAT-END-TIME TO RSTAT-END-TIME.
047500     COMPUTE RSTAT-READ-COUNT = XREF-ADD-COUNT
047600             + XREF-CHANGE-COUNT + XREF-DELETE-COUNT
047700             + XREF-REJECT-COUNT.
047800     COMPUTE RSTAT-WRITTEN-COUNT = XREF-ADD-COUNT
047900             + XREF-CHANGE-COUNT + XREF-DELETE-COUNT.
048000     MOVE XREF-REJECT-COUNT TO RSTAT-REJECT-COUNT.
048050     MOVE SPACE TO RSTAT-RESTART-FLAG.
048100     MOVE RETURN-CODE TO RSTAT-RETURN-CODE.
048200     WRITE RUN-STAT-RECORD.
048300     CLOSE RUN-HISTORY.
048400 9900-EXIT.
048500     EXIT.
048600
048700 END PROGRAM XREFMNT.
